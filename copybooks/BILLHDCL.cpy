000100*****************************************************************
000200* BILLHDCL - DCLGEN OUTPUT FOR TABLE RESLIFE.BILLING_HISTORY     *
000300*           WHAT WAS ACTUALLY BILLED TO EACH RESIDENT FOR EACH   *
000400*           BILLING PERIOD (YYYYMM), ONE CHARGE LINE FOR THE     *
000500*           ROOM ('R') AND ONE FOR THE MEAL PLAN ('M'):          *
000600*           - BILL_SEQ 0 IS THE LINE THE MONTHLY BILLING         *
000700*             EXTRACT (RESBILL) SENT. A RERUN OF THE SAME PERIOD *
000800*             REPLACES ITS SEQ 0 LINES.                          *
000900*           - BILL_SEQ 1 UP ARE DEBIT (+) OR CREDIT (-)          *
001000*             ADJUSTMENTS SENT BY THE ADJUSTMENT RUN (RESBADJ)   *
001100*             AFTER A LATE-POSTED CHANGE REPRICED THE PERIOD.    *
001200*           THE NET AMOUNT BILLED FOR A LINE IS THE SUM OF       *
001300*           CHARGE_AMOUNT OVER ALL ITS SEQS. HALL/ROOM/PLAN,     *
001400*           DAYS AND SEMESTER RATE ARE AS PRICED ON THAT SEQ, SO *
001500*           THE ADJUSTMENT REGISTER CAN SHOW WHAT MOVED.         *
001600*****************************************************************
001700     EXEC SQL DECLARE BILLING_HISTORY TABLE
001800     ( RESIDENT_ID          CHAR(8)      NOT NULL,
001900       BILLING_PERIOD       CHAR(6)      NOT NULL,
002000       CHARGE_LINE          CHAR(1)      NOT NULL,
002100       BILL_SEQ             SMALLINT     NOT NULL,
002200       HALL_CODE            CHAR(4)      NOT NULL,
002300       ROOM_NUMBER          CHAR(6)      NOT NULL,
002400       MEAL_PLAN_CODE       CHAR(2)      NOT NULL,
002500       DAYS_BILLED          SMALLINT     NOT NULL,
002600       SEMESTER_RATE        DECIMAL(7,2) NOT NULL,
002700       CHARGE_AMOUNT        DECIMAL(9,2) NOT NULL,
002800       BILLED_TS            TIMESTAMP    NOT NULL,
002900       BILLED_PGM           CHAR(8)      NOT NULL
003000     ) END-EXEC.
003100
003200 01  DCLBILLING-HISTORY.
003300     10 BD-RESIDENT-ID           PIC X(8).
003400     10 BD-BILLING-PERIOD        PIC X(6).
003500     10 BD-CHARGE-LINE           PIC X(1).
003600        88 BD-LINE-ROOM                 VALUE 'R'.
003700        88 BD-LINE-MEAL                 VALUE 'M'.
003800     10 BD-BILL-SEQ              PIC S9(4) COMP.
003900     10 BD-HALL-CODE             PIC X(4).
004000     10 BD-ROOM-NUMBER           PIC X(6).
004100     10 BD-MEAL-PLAN-CODE        PIC X(2).
004200     10 BD-DAYS-BILLED           PIC S9(4) COMP.
004300     10 BD-SEMESTER-RATE         PIC S9(5)V99 COMP-3.
004400     10 BD-CHARGE-AMOUNT         PIC S9(7)V99 COMP-3.
004500     10 BD-BILLED-TS             PIC X(26).
004600     10 BD-BILLED-PGM            PIC X(8).
