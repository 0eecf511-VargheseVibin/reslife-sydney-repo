000100*****************************************************************
000200* ARRVDCL - DCLGEN OUTPUT FOR TABLE RESLIFE.RESIDENT_ARRIVAL    *
000300*           ONE ROW PER STAY THE RESIDENT HAS PHYSICALLY SHOWN  *
000400*           UP FOR, KEYED ON RESIDENT ID AND THE OCCUPANCY      *
000500*           ROW'S CHECKIN_DATE. AN ASSIGNMENT (LOAD, PLACEMENT, *
000600*           HLCI MOVE-IN) SEATS THE RESIDENT BUT DOES NOT MEAN  *
000700*           THEY CAME - THE DESK CONFIRMS THAT SEPARATELY.      *
000800*           HALL AND ROOM ARE THE RESIDENT'S AT ARRIVAL.        *
000900*           ARRIVAL_SOURCE                                      *
001000*             'H' HLCI SCREEN  - 'A' ARRIVAL FUNCTION; OPERATOR *
001100*                                AND TERMINAL ARE THE DESK'S    *
001200*             'S' ID SCAN      - DESK ID-CARD SCANNER UPLOAD    *
001300*                                (RESNOSHW); OPERATOR AND       *
001400*                                TERMINAL ARE THE STATION'S     *
001500*             'E' EMERGENCY    - HLCI 'E' PLACEMENT, MADE WITH  *
001600*                                THE PERSON AT THE DESK         *
001700*           THE NIGHTLY NO-SHOW PASS (RESNOSHW) LISTS, AND IN   *
001800*           RELEASE MODE VACATES, EVERY RESIDENT HOLDING A ROOM *
001900*           N DAYS PAST CHECKIN WITH NO ROW HERE.               *
002000*****************************************************************
002100     EXEC SQL DECLARE RESIDENT_ARRIVAL TABLE
002200     ( RESIDENT_ID          CHAR(8)      NOT NULL,
002300       CHECKIN_DATE         DATE         NOT NULL,
002400       HALL_CODE            CHAR(4)      NOT NULL,
002500       ROOM_NUMBER          CHAR(6)      NOT NULL,
002600       ARRIVAL_TS           TIMESTAMP    NOT NULL,
002700       ARRIVAL_SOURCE       CHAR(1)      NOT NULL,
002800       OPERATOR_ID          CHAR(8)      NOT NULL,
002900       TERMINAL_ID          CHAR(4)      NOT NULL,
003000       LAST_UPDATE_TS       TIMESTAMP    NOT NULL,
003100       LAST_UPDATE_PGM      CHAR(8)      NOT NULL
003200     ) END-EXEC.
003300
003400 01  DCLRESIDENT-ARRIVAL.
003500     10 AV-RESIDENT-ID           PIC X(8).
003600     10 AV-CHECKIN-DATE          PIC X(10).
003700     10 AV-HALL-CODE             PIC X(4).
003800     10 AV-ROOM-NUMBER           PIC X(6).
003900     10 AV-ARRIVAL-TS            PIC X(26).
004000     10 AV-ARRIVAL-SOURCE        PIC X(1).
004100        88 AV-SOURCE-SCREEN             VALUE 'H'.
004200        88 AV-SOURCE-SCAN               VALUE 'S'.
004300        88 AV-SOURCE-EMERGENCY          VALUE 'E'.
004400     10 AV-OPERATOR-ID           PIC X(8).
004500     10 AV-TERMINAL-ID           PIC X(4).
004600     10 AV-LAST-UPDATE-TS        PIC X(26).
004700     10 AV-LAST-UPDATE-PGM       PIC X(8).
