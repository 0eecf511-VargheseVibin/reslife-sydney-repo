002150*              AUDIT ROW CARRYING A NON-BLANK OLD ROOM, SO MID-  *
002160*              MONTH CHECKOUTS BILL A REAL PRORATED ROOM CHARGE  *
002170*              INSTEAD OF ZERO.                                  *
002173*  2026-10-06 FMV THE ROOM IS NOW PRICED AT THE RATE IN EFFECT   *
002176*              FOR THE BILLING PERIOD FROM ROOM_RATE_HISTORY     *
002179*              (SEE COPYBOOKS/RATEDCL) - THE LATEST ROOM OR      *
002182*              ROOM-TYPE ROW NOT AFTER THE PERIOD END, THE SAME  *
002185*              RULE AS THE MEAL PLAN RATE - SO A RERUN OF AN     *
002188*              EARLIER PERIOD BILLS THAT PERIOD'S RATE. A ROOM   *
002191*              WITH NO HISTORY ROW STILL BILLS ROOM_INVENTORY'S  *
002194*              SEMESTER_RATE.                                    *
002195*  2026-10-06 FMV EACH RESIDENT BILLED NOW LEAVES A ROOM LINE    *
002196*              AND A MEAL LINE ON BILLING_HISTORY (SEE BILLHDCL) *
002197*              FOR THE ADJUSTMENT RUN (RESBADJ) TO REPRICE       *
002198*              AGAINST. A RERUN OF A PERIOD REPLACES THAT        *
002199*              PERIOD'S ORIGINAL LINES.                          *
002200*****************************************************************
002300
002400 ENVIRONMENT DIVISION.
005600     COPY MEALDCL.
005700
005800     COPY ROOMDCL.
005833
005866     COPY RATEDCL.
005877
005888     COPY BILLHDCL.
005900
006000     EXEC SQL
006100         DECLARE C1 CURSOR FOR
011100 01  WS-RESIDENTS-REJECTED       PIC 9(07) COMP VALUE ZERO.
011200 01  WS-GRAND-TOTAL-AMT          PIC S9(13)V99  VALUE ZERO.
011300 01  WS-REJECT-REASON            PIC X(40)      VALUE SPACES.
011333 01  WS-HISTORY-ROWS-WRITTEN     PIC 9(07) COMP VALUE ZERO.
011366 01  WS-HISTORY-ROWS-REPLACED    PIC 9(07) COMP VALUE ZERO.
011400
011500 01  BI-HEADER-RECORD.
011600     05 FILLER                   PIC X(01)      VALUE 'H'.
024100     END-IF.
024200
024300     EXEC SQL CONNECT TO RESLIFE END-EXEC.
024350     PERFORM 1200-CLEAR-PERIOD-HISTORY THRU 1200-EXIT.
024400     EXEC SQL OPEN C1 END-EXEC.
024500     IF SQLCODE NOT = ZERO
024600         DISPLAY "RESBILL - CURSOR OPEN ERROR - SQLCODE " SQLCODE
029200     STRING WS-BILL-YYYY "-" WS-BILL-MM "-" WS-DAYS-IN-MONTH
029300         DELIMITED BY SIZE INTO WS-PERIOD-END.
029400 1100-EXIT.
029403     EXIT.
029406
029409*****************************************************************
029412* 1200-CLEAR-PERIOD-HISTORY - A RERUN OF A PERIOD REPLACES THE   *
029415*           EXTRACT THE BURSAR LOADS, SO IT REPLACES THE         *
029418*           ORIGINAL (SEQ 0) HISTORY LINES FOR THE PERIOD TOO.   *
029421*           ADJUSTMENT LINES ALREADY SENT ARE LEFT AS THEY ARE.  *
029424*****************************************************************
029427 1200-CLEAR-PERIOD-HISTORY.
029430     MOVE WS-BILLING-PERIOD     TO BD-BILLING-PERIOD.
029433     EXEC SQL
029436         DELETE FROM BILLING_HISTORY
029439          WHERE BILLING_PERIOD = :BD-BILLING-PERIOD
029442            AND BILL_SEQ       = 0
029445     END-EXEC.
029448     EVALUATE SQLCODE
029451         WHEN ZERO
029454             MOVE SQLERRD(3) TO WS-HISTORY-ROWS-REPLACED
029457         WHEN 100
029460             CONTINUE
029463         WHEN OTHER
029466             DISPLAY "RESBILL - BILLING HISTORY DELETE ERROR - "
029469                 "SQLCODE " SQLCODE
029472             GO TO 9900-ABEND-JOB
029475     END-EVALUATE.
029478 1200-EXIT.
029500     EXIT.
029600
029700 2000-PROCESS-RESIDENT.
039600         MOVE ZERO TO RI-SEMESTER-RATE
039700     ELSE
039800         EXEC SQL
039900             SELECT SEMESTER_RATE, CAPACITY
040000               INTO :RI-SEMESTER-RATE, :RI-CAPACITY
040100               FROM ROOM_INVENTORY
040200              WHERE HALL_CODE   = :WS-BILL-HALL-CODE
040300                AND ROOM_NUMBER = :WS-BILL-ROOM-NUMBER
041500                     "SQLCODE " SQLCODE
041600                 GO TO 9900-ABEND-JOB
041700         END-EVALUATE
041750         PERFORM 2360-FIND-RATE-IN-EFFECT THRU 2360-EXIT
041800     END-IF.
041900
042000     COMPUTE WS-MEAL-MONTHLY ROUNDED =
042900         WS-MEAL-CHARGE + WS-ROOM-CHARGE.
043000
043100     PERFORM 6000-WRITE-INTERFACE-DETAIL THRU 6000-EXIT.
043150     PERFORM 6100-WRITE-BILLING-HISTORY THRU 6100-EXIT.
043200     PERFORM 5500-WRITE-DETAIL-LINE THRU 5500-EXIT.
043300     ADD 1 TO WS-RESIDENTS-BILLED.
043400     ADD WS-TOTAL-CHARGE TO WS-GRAND-TOTAL-AMT.
043713     END-EVALUATE.
043714 2350-EXIT.
043715     EXIT.
043716
043717*****************************************************************
043718* 2360-FIND-RATE-IN-EFFECT - THE ROOM'S RATE FOR THE PERIOD IS   *
043719*           THE ROOM_RATE_HISTORY ROW WITH THE LATEST EFFECTIVE  *
043720*           DATE NOT AFTER THE PERIOD END, TAKEN FROM THE ROOM'S *
043721*           OWN ROWS AND THE ROOM-TYPE ROWS FOR ITS HALL AND     *
043722*           CAPACITY. ON A TIE THE ROOM ROW WINS (A BLANK ROOM   *
043723*           NUMBER SORTS LAST). NO ROW LEAVES THE ROOM_INVENTORY *
043724*           RATE ALREADY IN RI-SEMESTER-RATE.                    *
043725*****************************************************************
043726 2360-FIND-RATE-IN-EFFECT.
043727     EXEC SQL
043728         SELECT SEMESTER_RATE
043729           INTO :RH-SEMESTER-RATE
043730           FROM ROOM_RATE_HISTORY
043731          WHERE HALL_CODE = :WS-BILL-HALL-CODE
043732            AND ( ( ROOM_NUMBER   = :WS-BILL-ROOM-NUMBER
043733                AND ROOM_CAPACITY = 0 )
043734             OR   ( ROOM_NUMBER   = '      '
043735                AND ROOM_CAPACITY = :RI-CAPACITY ) )
043736            AND EFFECTIVE_DATE <= :WS-PERIOD-END
043737          ORDER BY EFFECTIVE_DATE DESC, ROOM_NUMBER DESC
043738          FETCH FIRST 1 ROW ONLY
043739     END-EXEC.
043740     EVALUATE SQLCODE
043741         WHEN ZERO
043742             MOVE RH-SEMESTER-RATE TO RI-SEMESTER-RATE
043743         WHEN 100
043744             CONTINUE
043745         WHEN OTHER
043746             DISPLAY "RESBILL - RATE HISTORY SELECT ERROR - "
043747                 "SQLCODE " SQLCODE
043748             GO TO 9900-ABEND-JOB
043749     END-EVALUATE.
043750 2360-EXIT.
043762     EXIT.
043774

043800 5100-WRITE-HEADINGS.
043900     ADD 1 TO WS-PAGE-NUMBER.
050200 6000-EXIT.
050300     EXIT.
050400
050401*****************************************************************
050402* 6100-WRITE-BILLING-HISTORY - THE ROOM LINE AND THE MEAL LINE   *
050403*           JUST SENT, AS BILL_SEQ 0, WITH THE ROOM/PLAN, DAYS   *
050404*           AND SEMESTER RATE THEY WERE PRICED FROM.             *
050405*****************************************************************
050406 6100-WRITE-BILLING-HISTORY.
050407     MOVE RO-RESIDENT-ID        TO BD-RESIDENT-ID.
050408     MOVE WS-BILLING-PERIOD     TO BD-BILLING-PERIOD.
050409     MOVE ZERO                  TO BD-BILL-SEQ.
050410     MOVE WS-BILL-HALL-CODE     TO BD-HALL-CODE.
050411     MOVE WS-BILL-ROOM-NUMBER   TO BD-ROOM-NUMBER.
050412     MOVE RO-MEAL-PLAN-CODE     TO BD-MEAL-PLAN-CODE.
050413     MOVE WS-DAYS-PRESENT       TO BD-DAYS-BILLED.
050414     MOVE 'RESBILL'             TO BD-BILLED-PGM.
050415
050416     MOVE 'R'                   TO BD-CHARGE-LINE.
050417     MOVE RI-SEMESTER-RATE      TO BD-SEMESTER-RATE.
050418     MOVE WS-ROOM-CHARGE        TO BD-CHARGE-AMOUNT.
050419     PERFORM 6150-INSERT-HISTORY-LINE THRU 6150-EXIT.
050420
050421     MOVE 'M'                   TO BD-CHARGE-LINE.
050422     MOVE MP-SEMESTER-RATE      TO BD-SEMESTER-RATE.
050423     MOVE WS-MEAL-CHARGE        TO BD-CHARGE-AMOUNT.
050424     PERFORM 6150-INSERT-HISTORY-LINE THRU 6150-EXIT.
050425 6100-EXIT.
050426     EXIT.
050427
050428 6150-INSERT-HISTORY-LINE.
050429     EXEC SQL
050430         INSERT INTO BILLING_HISTORY
050431             ( RESIDENT_ID, BILLING_PERIOD, CHARGE_LINE,
050432               BILL_SEQ, HALL_CODE, ROOM_NUMBER,
050433               MEAL_PLAN_CODE, DAYS_BILLED, SEMESTER_RATE,
050434               CHARGE_AMOUNT, BILLED_TS, BILLED_PGM )
050435         VALUES
050436             ( :BD-RESIDENT-ID, :BD-BILLING-PERIOD,
050437               :BD-CHARGE-LINE, :BD-BILL-SEQ, :BD-HALL-CODE,
050438               :BD-ROOM-NUMBER, :BD-MEAL-PLAN-CODE,
050439               :BD-DAYS-BILLED, :BD-SEMESTER-RATE,
050440               :BD-CHARGE-AMOUNT, CURRENT TIMESTAMP,
050441               :BD-BILLED-PGM )
050442     END-EXEC.
050443     IF SQLCODE NOT = ZERO
050444         DISPLAY "RESBILL - BILLING HISTORY INSERT ERROR - "
050445             "SQLCODE " SQLCODE " RESIDENT " BD-RESIDENT-ID
050446         GO TO 9900-ABEND-JOB
050447     END-IF.
050448     ADD 1 TO WS-HISTORY-ROWS-WRITTEN.
050449 6150-EXIT.
050450     EXIT.
050451
050500 6900-CHECK-INTERFACE-STATUS.
050600     IF NOT WS-BILLOUT-OK
050700         DISPLAY "RESBILL - INTERFACE WRITE ERROR - STATUS "
053400         WS-RESIDENTS-SKIPPED.
053500     DISPLAY "RESBILL -   RESIDENTS REJECTED - "
053600         WS-RESIDENTS-REJECTED.
053620     DISPLAY "RESBILL -   HISTORY LINES      - "
053640         WS-HISTORY-ROWS-WRITTEN.
053660     DISPLAY "RESBILL -   HISTORY REPLACED   - "
053680         WS-HISTORY-ROWS-REPLACED.
053700
053800     EXEC SQL CLOSE C1 END-EXEC.
053814     EXEC SQL COMMIT END-EXEC.
053828     IF SQLCODE NOT = ZERO
053842         DISPLAY "RESBILL - BILLING HISTORY COMMIT FAILED - "
053856             "SQLCODE " SQLCODE
053870         GO TO 9900-ABEND-JOB
053884     END-IF.
053900     CLOSE BILLING-INTERFACE-FILE.
054000     CLOSE BILLING-REGISTER-RPT.
054100     EXEC SQL CONNECT RESET END-EXEC.
