000100*****************************************************************
000200* INCRDCL - DCLGEN OUTPUT FOR TABLE RESLIFE.INCIDENT_RESIDENT   *
000300*           ONE ROW PER RESIDENT INVOLVED IN AN INCIDENT, KEYED *
000400*           INCIDENT_ID + RESIDENT_ID. ADDED ON THE HINC SCREEN *
000500*           BY ID FROM RESIDENT_OCCUPANCY OR PICKED THROUGH THE *
000600*           HNAM NAME SEARCH. NAME, HALL AND ROOM ARE THE       *
000700*           RESIDENT'S WHEN ADDED, SO THE HISTORY SURVIVES A    *
000800*           MOVE.                                               *
000900*****************************************************************
001000     EXEC SQL DECLARE INCIDENT_RESIDENT TABLE
001100     ( INCIDENT_ID          INTEGER      NOT NULL,
001200       RESIDENT_ID          CHAR(8)      NOT NULL,
001300       RESIDENT_NAME        CHAR(30)     NOT NULL,
001400       HALL_CODE            CHAR(4)      NOT NULL,
001500       ROOM_NUMBER          CHAR(6)      NOT NULL,
001600       LOG_OPERATOR         CHAR(8)      NOT NULL,
001700       LOG_TERMINAL         CHAR(4)      NOT NULL,
001800       LAST_UPDATE_TS       TIMESTAMP    NOT NULL,
001900       LAST_UPDATE_PGM      CHAR(8)      NOT NULL
002000     ) END-EXEC.
002100
002200 01  DCLINCIDENT-RESIDENT.
002300     10 IR-INCIDENT-ID           PIC S9(9) COMP.
002400     10 IR-RESIDENT-ID           PIC X(8).
002500     10 IR-RESIDENT-NAME         PIC X(30).
002600     10 IR-HALL-CODE             PIC X(4).
002700     10 IR-ROOM-NUMBER           PIC X(6).
002800     10 IR-LOG-OPERATOR          PIC X(8).
002900     10 IR-LOG-TERMINAL          PIC X(4).
003000     10 IR-LAST-UPDATE-TS        PIC X(26).
003100     10 IR-LAST-UPDATE-PGM       PIC X(8).
