000100*****************************************************************
000200* INCDCL - DCLGEN OUTPUT FOR TABLE RESLIFE.INCIDENT             *
000300*          ONE ROW PER INCIDENT TAKEN AT A HALL DESK - NOISE    *
000400*          COMPLAINT, LOCKOUT, MEDICAL CALL, POLICY VIOLATION - *
000500*          LOGGED ON THE HINC SCREEN (RESINC) WITH ITS HALL,    *
000600*          ROOM (SPACES FOR A COMMON AREA), CATEGORY AND        *
000700*          NARRATIVE, STAMPED WITH THE OPERATOR AND TERMINAL    *
000800*          THAT TOOK IT. RESIDENTS INVOLVED ARE ON              *
000900*          INCIDENT_RESIDENT (INCRDCL).                         *
001000*          'N' NOISE  'L' LOCKOUT  'M' MEDICAL                  *
001100*          'P' POLICY VIOLATION  'O' OTHER                      *
001200*          RESINCRP PRINTS THE PRIOR DAY'S ROWS FOR THE HALL    *
001300*          DIRECTORS WITH RUNNING COUNTS BY ROOM AND RESIDENT.  *
001400*****************************************************************
001500     EXEC SQL DECLARE INCIDENT TABLE
001600     ( INCIDENT_ID          INTEGER      NOT NULL,
001700       HALL_CODE            CHAR(4)      NOT NULL,
001800       ROOM_NUMBER          CHAR(6)      NOT NULL WITH DEFAULT,
001900       CATEGORY             CHAR(1)      NOT NULL,
002000       INCIDENT_TS          TIMESTAMP    NOT NULL,
002100       NARRATIVE            CHAR(180)    NOT NULL,
002200       LOG_OPERATOR         CHAR(8)      NOT NULL,
002300       LOG_TERMINAL         CHAR(4)      NOT NULL,
002400       LAST_UPDATE_TS       TIMESTAMP    NOT NULL,
002500       LAST_UPDATE_PGM      CHAR(8)      NOT NULL
002600     ) END-EXEC.
002700
002800 01  DCLINCIDENT.
002900     10 IC-INCIDENT-ID           PIC S9(9) COMP.
003000     10 IC-HALL-CODE             PIC X(4).
003100     10 IC-ROOM-NUMBER           PIC X(6).
003200     10 IC-CATEGORY              PIC X(1).
003300        88 IC-CAT-NOISE                 VALUE 'N'.
003400        88 IC-CAT-LOCKOUT               VALUE 'L'.
003500        88 IC-CAT-MEDICAL               VALUE 'M'.
003600        88 IC-CAT-POLICY                VALUE 'P'.
003700        88 IC-CAT-OTHER                 VALUE 'O'.
003800        88 IC-CAT-VALID                 VALUE 'N' 'L' 'M' 'P' 'O'.
003900     10 IC-INCIDENT-TS           PIC X(26).
004000     10 IC-NARRATIVE             PIC X(180).
004100     10 IC-LOG-OPERATOR          PIC X(8).
004200     10 IC-LOG-TERMINAL          PIC X(4).
004300     10 IC-LAST-UPDATE-TS        PIC X(26).
004400     10 IC-LAST-UPDATE-PGM       PIC X(8).

