000100*****************************************************************
000200* INSVDCL - DCLGEN OUTPUT FOR TABLE                             *
000300*           RESLIFE.INSPECTION_VIOLATION                        *
000400*           ONE ROW PER VIOLATION CODE PER RESIDENT IN THE ROOM *
000500*           WHEN A FAILED INSPECTION WAS RECORDED, TAKEN FROM   *
000600*           RESIDENT_OCCUPANCY AT THAT MOMENT SO THE VIOLATION  *
000700*           STAYS WITH THE RESIDENTS RESPONSIBLE AFTER THEY     *
000800*           MOVE. A VIOLATION IN AN EMPTY ROOM HAS NO ROWS      *
000900*           HERE. KEYED HALL/ROOM/DATE/CODE/RESIDENT.           *
001000*****************************************************************
001100     EXEC SQL DECLARE INSPECTION_VIOLATION TABLE
001200     ( HALL_CODE            CHAR(4)      NOT NULL,
001300       ROOM_NUMBER          CHAR(6)      NOT NULL,
001400       INSPECTION_DATE      DATE         NOT NULL,
001500       VIOLATION_CODE       CHAR(2)      NOT NULL,
001600       RESIDENT_ID          CHAR(8)      NOT NULL,
001700       RESIDENT_NAME        CHAR(30)     NOT NULL,
001800       LAST_UPDATE_TS       TIMESTAMP    NOT NULL,
001900       LAST_UPDATE_PGM      CHAR(8)      NOT NULL
002000     ) END-EXEC.
002100
002200 01  DCLINSPECTION-VIOLATION.
002300     10 IV-HALL-CODE             PIC X(4).
002400     10 IV-ROOM-NUMBER           PIC X(6).
002500     10 IV-INSPECTION-DATE       PIC X(10).
002600     10 IV-VIOLATION-CODE        PIC X(2).
002700        88 IV-VIOL-CANDLE               VALUE 'CN'.
002800        88 IV-VIOL-SPACE-HEATER         VALUE 'SH'.
002900        88 IV-VIOL-BLOCKED-EXIT         VALUE 'BE'.
003000        88 IV-VIOL-EXTENSION-CORD       VALUE 'EC'.
003100        88 IV-VIOL-SMOKE-DETECTOR       VALUE 'SD'.
003200        88 IV-VIOL-APPLIANCE            VALUE 'PA'.
003300        88 IV-VIOL-OTHER                VALUE 'OT'.
003400        88 IV-VIOL-VALID                VALUE 'CN' 'SH' 'BE' 'EC'
003500                                              'SD' 'PA' 'OT'.
003600     10 IV-RESIDENT-ID           PIC X(8).
003700     10 IV-RESIDENT-NAME         PIC X(30).
003800     10 IV-LAST-UPDATE-TS        PIC X(26).
003900     10 IV-LAST-UPDATE-PGM       PIC X(8).
