000100*****************************************************************
000200* FCTLDCL - DCLGEN OUTPUT FOR TABLE RESLIFE.FEED_CONTROL         *
000300*           ONE ROW PER REGISTRAR FEED THE EDIT STEP (RESEDIT)   *
000400*           ACCEPTED - THE HDR RECORD'S FEED DATE, THE TRAILER   *
000500*           COUNT, THE RUN DATE IT WAS ACCEPTED ON, HOW MANY     *
000600*           BUSINESS DAYS (MONDAY-FRIDAY) WERE MISSING BETWEEN   *
000700*           IT AND THE FEED BEFORE IT, AND WHETHER IT WENT       *
000800*           THROUGH ONLY ON THE OPERATOR'S RELOAD OVERRIDE. THE  *
000900*           LATEST FEED_DATE IS WHAT THE NEXT FEED IS CHECKED    *
001000*           AGAINST: A DATE ALREADY HERE OR OLDER THAN THE       *
001100*           LATEST FAILS THE EDIT UNLESS OVERRIDDEN.             *
001200*****************************************************************
001300     EXEC SQL DECLARE FEED_CONTROL TABLE
001400     ( FEED_DATE            DATE         NOT NULL,
001500       RECORD_COUNT         INTEGER      NOT NULL,
001600       RUN_DATE             DATE         NOT NULL,
001700       ACCEPT_TS            TIMESTAMP    NOT NULL,
001800       GAP_DAYS             SMALLINT     NOT NULL WITH DEFAULT,
001900       OVERRIDE_FLAG        CHAR(1)      NOT NULL WITH DEFAULT,
002000       ACCEPT_PGM           CHAR(8)      NOT NULL
002100     ) END-EXEC.
002200
002300 01  DCLFEED-CONTROL.
002400     10 FK-FEED-DATE             PIC X(10).
002500     10 FK-RECORD-COUNT          PIC S9(9) COMP.
002600     10 FK-RUN-DATE              PIC X(10).
002700     10 FK-ACCEPT-TS             PIC X(26).
002800     10 FK-GAP-DAYS              PIC S9(4) COMP.
002900     10 FK-OVERRIDE-FLAG         PIC X(1).
003000        88 FK-OVERRIDE-USED             VALUE 'Y'.
003100     10 FK-ACCEPT-PGM            PIC X(8).
