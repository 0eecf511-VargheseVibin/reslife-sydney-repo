000100*****************************************************************
000200* INSPDCL - DCLGEN OUTPUT FOR TABLE RESLIFE.ROOM_INSPECTION     *
000300*           ONE ROW PER ROOM PER INSPECTION DATE - THE RA       *
000400*           HEALTH AND SAFETY WALK-THROUGH EACH SEMESTER.       *
000500*           LOADED FROM THE INSPECTION TEAM'S RESULTS FILE BY   *
000600*           RESINSLD OR ENTERED ON THE HINS SCREEN (RESINSP).   *
000700*           'P' PASS  'F' FAIL - A FAIL CARRIES ONE TO FOUR     *
000800*           TWO-BYTE VIOLATION CODES IN VIOLATION_CODES:        *
000900*           'CN' CANDLE/INCENSE/OPEN FLAME  'SH' SPACE HEATER   *
001000*           'BE' BLOCKED EXIT OR WINDOW     'EC' EXTENSION CORD *
001100*           OR OVERLOADED OUTLET  'SD' SMOKE DETECTOR COVERED   *
001200*           OR TAMPERED  'PA' PROHIBITED APPLIANCE  'OT' OTHER. *
001300*           EACH VIOLATION IS TIED TO THE ROOM'S RESIDENTS ON   *
001400*           INSPECTION_VIOLATION (INSVDCL). A LATER ROW FOR THE *
001500*           SAME ROOM IS THE RE-INSPECTION; RESINSRP LISTS      *
001600*           FAILED ROOMS NOT YET RE-INSPECTED AND ACTIVE ROOMS  *
001700*           THAT MISSED THE CYCLE.                              *
001800*****************************************************************
001900     EXEC SQL DECLARE ROOM_INSPECTION TABLE
002000     ( HALL_CODE            CHAR(4)      NOT NULL,
002100       ROOM_NUMBER          CHAR(6)      NOT NULL,
002200       INSPECTION_DATE      DATE         NOT NULL,
002300       INSPECT_RESULT       CHAR(1)      NOT NULL,
002400       VIOLATION_CODES      CHAR(8)      NOT NULL WITH DEFAULT,
002500       INSPECTOR_ID         CHAR(8)      NOT NULL,
002600       RESIDENT_COUNT       SMALLINT     NOT NULL,
002700       ENTERED_BY           CHAR(8)      NOT NULL,
002800       LOAD_TS              TIMESTAMP    NOT NULL,
002900       LAST_UPDATE_TS       TIMESTAMP    NOT NULL,
003000       LAST_UPDATE_PGM      CHAR(8)      NOT NULL
003100     ) END-EXEC.
003200
003300 01  DCLROOM-INSPECTION.
003400     10 IN-HALL-CODE             PIC X(4).
003500     10 IN-ROOM-NUMBER           PIC X(6).
003600     10 IN-INSPECTION-DATE       PIC X(10).
003700     10 IN-INSPECT-RESULT        PIC X(1).
003800        88 IN-RESULT-PASS               VALUE 'P'.
003900        88 IN-RESULT-FAIL               VALUE 'F'.
004000        88 IN-RESULT-VALID              VALUE 'P' 'F'.
004100     10 IN-VIOLATION-CODES       PIC X(8).
004200     10 IN-INSPECTOR-ID          PIC X(8).
004300     10 IN-RESIDENT-COUNT        PIC S9(4) COMP.
004400     10 IN-ENTERED-BY            PIC X(8).
004500     10 IN-LOAD-TS               PIC X(26).
004600     10 IN-LAST-UPDATE-TS        PIC X(26).
004700     10 IN-LAST-UPDATE-PGM       PIC X(8).
