000100*****************************************************************
000200* TMPRDCL - DCLGEN OUTPUT FOR TABLE RESLIFE.TEMP_RESIDENT       *
000300*           ONE ROW PER TEMPORARY RESIDENT ID HANDED OUT ON THE *
000400*           HLCI SCREEN ('E' EMERGENCY PLACEMENT) FOR SOMEONE   *
000500*           NOT YET ON THE REGISTRAR FEED - A DISPLACED         *
000600*           STUDENT, A VISITING SCHOLAR. TEMPORARY IDS ARE      *
000700*           HOUSE-ASSIGNED IN THE 99000001-99999999 RANGE THE   *
000800*           REGISTRAR NEVER ISSUES, ONE PAST THE HIGHEST ON     *
000900*           THIS TABLE, SO THEY STAY NUMERIC LIKE EVERY OTHER   *
001000*           RESIDENT ID. THE ROW IS KEPT AFTER THE MATCH AS THE *
001100*           RECORD OF WHO WAS PLACED, BY WHOM, AND FROM WHICH   *
001200*           TERMINAL.                                           *
001300*             'U' UNMATCHED - STILL LIVING UNDER THE TEMPORARY  *
001400*                             ID (LISTED NIGHTLY BY RESTMPRP    *
001500*                             ONCE N DAYS OLD)                  *
001600*             'M' MATCHED   - FOLDED INTO THE REGISTRAR'S REAL  *
001700*                             ID BY THE ID MERGE (RESIDMRG);    *
001800*                             MATCHED_RESIDENT_ID IS THE        *
001900*                             SURVIVOR                          *
002000*****************************************************************
002100     EXEC SQL DECLARE TEMP_RESIDENT TABLE
002200     ( TEMP_RESIDENT_ID     CHAR(8)      NOT NULL,
002300       RESIDENT_NAME        CHAR(30)     NOT NULL,
002400       HALL_CODE            CHAR(4)      NOT NULL,
002500       ROOM_NUMBER          CHAR(6)      NOT NULL,
002600       TEMP_STATUS          CHAR(1)      NOT NULL,
002700       MATCHED_RESIDENT_ID  CHAR(8)      NOT NULL WITH DEFAULT,
002800       MATCH_DATE           DATE         ,
002900       CREATE_OPERATOR      CHAR(8)      NOT NULL,
003000       CREATE_TERMINAL      CHAR(4)      NOT NULL,
003100       CREATE_TS            TIMESTAMP    NOT NULL,
003200       LAST_UPDATE_TS       TIMESTAMP    NOT NULL,
003300       LAST_UPDATE_PGM      CHAR(8)      NOT NULL
003400     ) END-EXEC.
003500
003600 01  DCLTEMP-RESIDENT.
003700     10 TR-TEMP-RESIDENT-ID      PIC X(8).
003800     10 TR-RESIDENT-NAME         PIC X(30).
003900     10 TR-HALL-CODE             PIC X(4).
004000     10 TR-ROOM-NUMBER           PIC X(6).
004100     10 TR-TEMP-STATUS           PIC X(1).
004200        88 TR-TEMP-UNMATCHED            VALUE 'U'.
004300        88 TR-TEMP-MATCHED              VALUE 'M'.
004400     10 TR-MATCHED-RESIDENT-ID   PIC X(8).
004500     10 TR-MATCH-DATE            PIC X(10).
004600     10 TR-CREATE-OPERATOR       PIC X(8).
004700     10 TR-CREATE-TERMINAL       PIC X(4).
004800     10 TR-CREATE-TS             PIC X(26).
004900     10 TR-LAST-UPDATE-TS        PIC X(26).
005000     10 TR-LAST-UPDATE-PGM       PIC X(8).
