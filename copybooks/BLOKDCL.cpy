000100*****************************************************************
000200* BLOKDCL - DCLGEN OUTPUT FOR TABLE RESLIFE.ROOM_BLOCK           *
000300*           ONE ROW PER ROOM BLOCK - A ROOM, OR A RANGE OF ROOMS *
000400*           IN ONE HALL (ROOM_FROM THRU ROOM_THRU, THE SAME ROOM *
000500*           IN BOTH FOR A SINGLE ROOM), SET ASIDE FROM           *
000600*           START_DATE THRU END_DATE FOR A CONFERENCE GROUP, AN  *
000700*           RA APARTMENT, AN OVERFLOW HOLD AND THE LIKE. OWNER   *
000800*           AND REASON ARE FREE TEXT FROM ASSIGNMENT STAFF.      *
000900*           MAINTAINED ON THE HBLK SCREEN (RESBLOK). BLOCK_ID IS *
001000*           ASSIGNED THERE AS ONE PAST THE HIGHEST ON FILE.      *
001100*             'A' ACTIVE    - EVERY BED IN THE RANGE IS REFUSED  *
001200*                             BY EVERY ASSIGNMENT PATH (HELLOWLD,*
001300*                             THE HLCI SCREEN, RESPLACE,         *
001400*                             RESMATCH) FOR ANY STAY THAT        *
001500*                             OVERLAPS THE BLOCK DATES, THE SAME *
001600*                             AS A ROOM WITH AN OPEN WORK ORDER  *
001700*             'X' CANCELLED - RELEASED BEFORE ITS END DATE       *
001800*           A BLOCK PAST ITS END DATE SIMPLY STOPS APPLYING.     *
001900*****************************************************************
002000     EXEC SQL DECLARE ROOM_BLOCK TABLE
002100     ( BLOCK_ID             INTEGER      NOT NULL,
002200       HALL_CODE            CHAR(4)      NOT NULL,
002300       ROOM_FROM            CHAR(6)      NOT NULL,
002400       ROOM_THRU            CHAR(6)      NOT NULL,
002500       START_DATE           DATE         NOT NULL,
002600       END_DATE             DATE         NOT NULL,
002700       BLOCK_OWNER          CHAR(20)     NOT NULL,
002800       BLOCK_REASON         CHAR(30)     NOT NULL WITH DEFAULT,
002900       BLOCK_STATUS         CHAR(1)      NOT NULL,
003000       CREATE_OPERATOR      CHAR(8)      NOT NULL,
003100       CREATE_TERMINAL      CHAR(4)      NOT NULL,
003200       CREATE_TS            TIMESTAMP    NOT NULL,
003300       LAST_UPDATE_TS       TIMESTAMP    NOT NULL,
003400       LAST_UPDATE_PGM      CHAR(8)      NOT NULL
003500     ) END-EXEC.
003600
003700 01  DCLROOM-BLOCK.
003800     10 RB-BLOCK-ID              PIC S9(9) COMP.
003900     10 RB-HALL-CODE             PIC X(4).
004000     10 RB-ROOM-FROM             PIC X(6).
004100     10 RB-ROOM-THRU             PIC X(6).
004200     10 RB-START-DATE            PIC X(10).
004300     10 RB-END-DATE              PIC X(10).
004400     10 RB-BLOCK-OWNER           PIC X(20).
004500     10 RB-BLOCK-REASON          PIC X(30).
004600     10 RB-BLOCK-STATUS          PIC X(1).
004700        88 RB-BLOCK-ACTIVE              VALUE 'A'.
004800        88 RB-BLOCK-CANCELLED           VALUE 'X'.
004900     10 RB-CREATE-OPERATOR       PIC X(8).
005000     10 RB-CREATE-TERMINAL       PIC X(4).
005100     10 RB-CREATE-TS             PIC X(26).
005200     10 RB-LAST-UPDATE-TS        PIC X(26).
005300     10 RB-LAST-UPDATE-PGM       PIC X(8).
