000100*****************************************************************
000200* CHRGDCL - DCLGEN OUTPUT FOR TABLE RESLIFE.RESIDENT_CHARGE      *
000300*           ONE ROW PER DAMAGE OR LOST-KEY CHARGE ASSESSED       *
000400*           AGAINST A VACATING RESIDENT ON THE HCHG SCREEN       *
000500*           (RESCHRG). A 'D' DAMAGE CHARGE IS TIED TO THE        *
000600*           TURNOVER WORK ORDER (HALL, ROOM, VACATE DATE) THAT   *
000700*           CAME BACK WITH THE DAMAGE FLAG SET; A 'K' KEY CHARGE *
000800*           IS TIED TO THE KEY SERIAL ISSUED TO THE RESIDENT.    *
000900*           LIFE OF A CHARGE:                                    *
001000*             'P' PENDING   - ASSESSED, AWAITING APPROVAL        *
001100*             'A' APPROVED  - WAITING FOR THE AR INTERFACE RUN   *
001200*             'S' SENT      - DEBIT SENT TO THE BURSAR (RESARCHG)*
001300*             'R' REVERSING - A SENT CHARGE THE OFFICE REVERSED, *
001400*                             WAITING FOR THE AR INTERFACE RUN   *
001500*             'C' CREDITED  - CREDIT SENT TO THE BURSAR          *
001600*             'X' CANCELLED - REVERSED BEFORE IT WAS EVER SENT   *
001700*           THE INTERFACE RUN PICKS UP ONLY 'A' AND 'R' ROWS AND *
001800*           MOVES THEM ON IN THE SAME UNIT OF WORK THAT WRITES   *
001900*           THE FILE, SO A CHARGE IS NEVER SENT TWICE.           *
002000*****************************************************************
002100     EXEC SQL DECLARE RESIDENT_CHARGE TABLE
002200     ( RESIDENT_ID          CHAR(8)      NOT NULL,
002300       CHARGE_SEQ           SMALLINT     NOT NULL,
002400       CHARGE_TYPE          CHAR(1)      NOT NULL,
002500       HALL_CODE            CHAR(4)      NOT NULL,
002600       ROOM_NUMBER          CHAR(6)      NOT NULL,
002700       KEY_SERIAL           CHAR(10)     NOT NULL WITH DEFAULT,
002800       REF_DATE             DATE         NOT NULL,
002900       CHARGE_AMOUNT        DECIMAL(7,2) NOT NULL,
003000       CHARGE_DESC          CHAR(30)     NOT NULL WITH DEFAULT,
003100       CHARGE_STATUS        CHAR(1)      NOT NULL,
003200       ASSESS_OPERATOR      CHAR(8)      NOT NULL,
003300       ASSESS_TERMINAL      CHAR(4)      NOT NULL,
003400       ASSESS_TS            TIMESTAMP    NOT NULL,
003500       APPROVE_OPERATOR     CHAR(8)      NOT NULL WITH DEFAULT,
003600       REVERSE_OPERATOR     CHAR(8)      NOT NULL WITH DEFAULT,
003700       SENT_DATE            DATE         ,
003800       CREDIT_DATE          DATE         ,
003900       LAST_UPDATE_TS       TIMESTAMP    NOT NULL,
004000       LAST_UPDATE_PGM      CHAR(8)      NOT NULL
004100     ) END-EXEC.
004200
004300 01  DCLRESIDENT-CHARGE.
004400     10 CH-RESIDENT-ID           PIC X(8).
004500     10 CH-CHARGE-SEQ            PIC S9(4) COMP.
004600     10 CH-CHARGE-TYPE           PIC X(1).
004700        88 CH-TYPE-DAMAGE               VALUE 'D'.
004800        88 CH-TYPE-KEY                  VALUE 'K'.
004900     10 CH-HALL-CODE             PIC X(4).
005000     10 CH-ROOM-NUMBER           PIC X(6).
005100     10 CH-KEY-SERIAL            PIC X(10).
005200     10 CH-REF-DATE              PIC X(10).
005300     10 CH-CHARGE-AMOUNT         PIC S9(5)V99 COMP-3.
005400     10 CH-CHARGE-DESC           PIC X(30).
005500     10 CH-CHARGE-STATUS         PIC X(1).
005600        88 CH-STATUS-PENDING            VALUE 'P'.
005700        88 CH-STATUS-APPROVED           VALUE 'A'.
005800        88 CH-STATUS-SENT               VALUE 'S'.
005900        88 CH-STATUS-REVERSING          VALUE 'R'.
006000        88 CH-STATUS-CREDITED           VALUE 'C'.
006100        88 CH-STATUS-CANCELLED          VALUE 'X'.
006200     10 CH-ASSESS-OPERATOR       PIC X(8).
006300     10 CH-ASSESS-TERMINAL       PIC X(4).
006400     10 CH-ASSESS-TS             PIC X(26).
006500     10 CH-APPROVE-OPERATOR      PIC X(8).
006600     10 CH-REVERSE-OPERATOR      PIC X(8).
006700     10 CH-SENT-DATE             PIC X(10).
006800     10 CH-CREDIT-DATE           PIC X(10).
006900     10 CH-LAST-UPDATE-TS        PIC X(26).
007000     10 CH-LAST-UPDATE-PGM       PIC X(8).
007100
