000100*****************************************************************
000200* PKGDCL - DCLGEN OUTPUT FOR TABLE RESLIFE.PACKAGE              *
000300*          ONE ROW PER PACKAGE OR PIECE OF MAIL TAKEN IN AT A   *
000400*          HALL DESK, LOGGED ON THE HPKG SCREEN (RESPKG)        *
000500*          AGAINST A RESIDENT ID ON RESIDENT_OCCUPANCY. NAME,   *
000600*          HALL AND ROOM ARE THE RESIDENT'S AT ARRIVAL, SO THE  *
000700*          DESK HOLDING THE ITEM IS KNOWN AFTER A MOVE.         *
000800*          ITEM_TYPE 'P' PACKAGE  'M' MAIL                      *
000900*          'H' HELD      - AT THE DESK, NOT YET PICKED UP       *
001000*          'F' FLAGGED   - STILL HELD BUT THE RESIDENT HAS      *
001100*                          MOVED OUT - RETURN TO SENDER OR      *
001200*                          FORWARD (SET BY HELLOWLD 'D' AND     *
001300*                          VACATING 'U', RESSWEEP, RESNOSHW     *
001400*                          RELEASE, RESTURN AND HLCI 'O')       *
001500*          'C' COLLECTED - PICKED UP BY THE RESIDENT            *
001600*          'R' RETURNED  - SENT BACK ('S') OR FORWARDED ('F')   *
001700*                          PER DISPOSITION                      *
001800*          PICKUP_OPERATOR/TERMINAL/TS ARE WHOEVER CLOSED THE   *
001900*          ITEM OUT. RESPKGRP REPORTS 'H' AND 'F' ITEMS HELD    *
002000*          PAST N DAYS, BY HALL.                                *
002100*****************************************************************
002200     EXEC SQL DECLARE PACKAGE TABLE
002300     ( PACKAGE_ID           INTEGER      NOT NULL,
002400       RESIDENT_ID          CHAR(8)      NOT NULL,
002500       RESIDENT_NAME        CHAR(30)     NOT NULL,
002600       HALL_CODE            CHAR(4)      NOT NULL,
002700       ROOM_NUMBER          CHAR(6)      NOT NULL,
002800       ITEM_TYPE            CHAR(1)      NOT NULL,
002900       CARRIER              CHAR(10)     NOT NULL WITH DEFAULT,
003000       TRACKING_NO          CHAR(20)     NOT NULL WITH DEFAULT,
003100       PKG_STATUS           CHAR(1)      NOT NULL,
003200       ARRIVAL_TS           TIMESTAMP    NOT NULL,
003300       LOG_OPERATOR         CHAR(8)      NOT NULL,
003400       LOG_TERMINAL         CHAR(4)      NOT NULL,
003500       PICKUP_TS            TIMESTAMP    ,
003600       PICKUP_OPERATOR      CHAR(8)      NOT NULL WITH DEFAULT,
003700       PICKUP_TERMINAL      CHAR(4)      NOT NULL WITH DEFAULT,
003800       DISPOSITION          CHAR(1)      NOT NULL WITH DEFAULT,
003900       FLAG_DATE            DATE         ,
004000       FLAG_PGM             CHAR(8)      NOT NULL WITH DEFAULT,
004100       LAST_UPDATE_TS       TIMESTAMP    NOT NULL,
004200       LAST_UPDATE_PGM      CHAR(8)      NOT NULL
004300     ) END-EXEC.
004400
004500 01  DCLPACKAGE.
004600     10 PK-PACKAGE-ID            PIC S9(9) COMP.
004700     10 PK-RESIDENT-ID           PIC X(8).
004800     10 PK-RESIDENT-NAME         PIC X(30).
004900     10 PK-HALL-CODE             PIC X(4).
005000     10 PK-ROOM-NUMBER           PIC X(6).
005100     10 PK-ITEM-TYPE             PIC X(1).
005200        88 PK-ITEM-PACKAGE              VALUE 'P'.
005300        88 PK-ITEM-MAIL                 VALUE 'M'.
005400     10 PK-CARRIER               PIC X(10).
005500     10 PK-TRACKING-NO           PIC X(20).
005600     10 PK-PKG-STATUS            PIC X(1).
005700        88 PK-STATUS-HELD               VALUE 'H'.
005800        88 PK-STATUS-FLAGGED            VALUE 'F'.
005900        88 PK-STATUS-COLLECTED          VALUE 'C'.
006000        88 PK-STATUS-RETURNED           VALUE 'R'.
006100     10 PK-ARRIVAL-TS            PIC X(26).
006200     10 PK-LOG-OPERATOR          PIC X(8).
006300     10 PK-LOG-TERMINAL          PIC X(4).
006400     10 PK-PICKUP-TS             PIC X(26).
006500     10 PK-PICKUP-OPERATOR       PIC X(8).
006600     10 PK-PICKUP-TERMINAL       PIC X(4).
006700     10 PK-DISPOSITION           PIC X(1).
006800        88 PK-DISP-RETURN-SENDER        VALUE 'S'.
006900        88 PK-DISP-FORWARDED            VALUE 'F'.
007000     10 PK-FLAG-DATE             PIC X(10).
007100     10 PK-FLAG-PGM              PIC X(8).
007200     10 PK-LAST-UPDATE-TS        PIC X(26).
007300     10 PK-LAST-UPDATE-PGM       PIC X(8).
