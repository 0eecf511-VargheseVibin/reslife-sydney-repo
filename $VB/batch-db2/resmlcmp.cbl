000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resmlcmp.
000300 AUTHOR. RESLIFE-IT-BATCH-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - NIGHTLY MEAL PLAN           *
000900*              COMPLIANCE REPORT. LISTS, BY HALL, EVERY         *
001000*              RESIDENT HOLDING A ROOM WHOSE MEAL PLAN DOES NOT *
001100*              MEET THEIR HALL'S MEAL PLAN RULE (SEE            *
001200*              COPYBOOKS/MRULDCL) - A RESIDENT SEATED BEFORE    *
001300*              THE RULE WAS ADDED, OR UNDER A RULE THAT HAS     *
001400*              SINCE CHANGED - WITH THE RULE'S EFFECTIVE DATE   *
001500*              AND THE REASON. USES THE SAME                    *
001600*              0800-CHECK-MEAL-RULE (COPYBOOKS/MRULCHKP) AS THE *
001700*              LOAD, THE HLCI SCREEN AND PLACEMENT. CHANGES     *
001800*              NOTHING; ENDS RC 4 WHEN ANYONE IS LISTED. WRITES *
001900*              START AND END ROWS TO THE BATCH_RUN_LOG TABLE    *
002000*              LIKE EVERY OTHER STEP.                           *
002100*****************************************************************
002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT MEAL-COMPLIANCE-RPT ASSIGN TO MLCRPT
002900         ORGANIZATION IS SEQUENTIAL
003000         ACCESS MODE IS SEQUENTIAL
003100         FILE STATUS IS WS-MLCRPT-STATUS.
003200
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  MEAL-COMPLIANCE-RPT
003600     RECORDING MODE IS F
003700     LINAGE IS 60 LINES
003800         WITH FOOTING AT 55.
003900 01  MC-REPORT-LINE              PIC X(132).
004000
004100 WORKING-STORAGE SECTION.
004200     EXEC SQL INCLUDE SQLCA END-EXEC.
004300
004400     COPY RESOCDCL.
004500
004600     COPY MRULDCL.
004700
004800     COPY RUNLDCL.
004900
005000 01  WS-MLCRPT-STATUS            PIC X(02)      VALUE SPACES.
005100     88 WS-MLCRPT-OK                    VALUE '00'.
005200
005300 01  WS-SWITCHES.
005400     05 WS-DB2-EOF-SW            PIC X(01)      VALUE 'N'.
005500        88 WS-DB2-EOF                   VALUE 'Y'.
005600     05 WS-FIRST-DETAIL-SW       PIC X(01)      VALUE 'Y'.
005700        88 WS-FIRST-DETAIL               VALUE 'Y'.
005800
005900 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
006000 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
006100     05 WS-RUN-YYYY              PIC 9(04).
006200     05 WS-RUN-MM                PIC 9(02).
006300     05 WS-RUN-DD                PIC 9(02).
006400 01  WS-RUN-DATE-ISO             PIC X(10)      VALUE SPACES.
006500 01  WS-PAGE-NUMBER              PIC 9(04)      VALUE ZERO.
006600
006700*    EVERY RESIDENT HOLDING A ROOM (NOT CHECKED OUT BEFORE TODAY)
006800*    IN A HALL THAT HAS ANY MEAL PLAN RULE ROWS. WHETHER A RULE IS
006900*    IN EFFECT FOR THE RESIDENT'S DATE IS LEFT TO 0800.
007000     EXEC SQL
007100         DECLARE C1 CURSOR FOR
007200         SELECT O.RESIDENT_ID, O.RESIDENT_NAME, O.ROOM_NUMBER,
007300                O.HALL_CODE, O.MEAL_PLAN_CODE,
007400                VALUE(CHAR(O.CHECKIN_DATE), '          ')
007500           FROM RESIDENT_OCCUPANCY O
007600          WHERE O.ROOM_NUMBER <> '      '
007700            AND ( O.CHECKOUT_DATE IS NULL
007800               OR O.CHECKOUT_DATE >= DATE(:WS-RUN-DATE-ISO) )
007900            AND EXISTS
008000                ( SELECT 1
008100                    FROM HALL_MEAL_RULE H
008200                   WHERE H.HALL_CODE = O.HALL_CODE )
008300          ORDER BY O.HALL_CODE, O.ROOM_NUMBER, O.RESIDENT_ID
008400     END-EXEC.
008500
008600 01  WS-REPORT-COUNTERS          COMP.
008700     05 WS-RESIDENTS-CHECKED     PIC 9(07)      VALUE ZERO.
008800     05 WS-HALL-COUNT            PIC 9(05)      VALUE ZERO.
008900     05 WS-GRAND-COUNT           PIC 9(07)      VALUE ZERO.
009000
009100 01  WS-CONTROL-FIELDS.
009200     05 WS-PREV-HALL-CODE        PIC X(04)      VALUE SPACES.
009300
009400 01  WS-REPORT-TITLE.
009500     05 FILLER                   PIC X(20)
009600         VALUE "RESIDENCE LIFE".
009700     05 FILLER                   PIC X(30)
009800         VALUE "MEAL PLAN COMPLIANCE REPORT".
009900     05 FILLER                   PIC X(10)
010000         VALUE "RUN DATE: ".
010100     05 WS-TITLE-RUN-DATE        PIC 9(08).
010200     05 FILLER                   PIC X(08)
010300         VALUE "  PAGE: ".
010400     05 WS-TITLE-PAGE-NO         PIC ZZZ9.
010500
010600 01  WS-COLUMN-HEADINGS.
010700     05 FILLER                   PIC X(06)  VALUE "HALL".
010800     05 FILLER                   PIC X(08)  VALUE "ROOM".
010900     05 FILLER                   PIC X(13)  VALUE "RESIDENT ID".
011000     05 FILLER                   PIC X(32)  VALUE "RESIDENT NAME".
011100     05 FILLER                   PIC X(06)  VALUE "PLAN".
011200     05 FILLER                   PIC X(12)  VALUE "RULE DATE".
011300     05 FILLER                   PIC X(40)  VALUE "REASON".
011400
011500 01  WS-DETAIL-LINE.
011600     05 WS-DET-HALL              PIC X(06).
011700     05 WS-DET-ROOM              PIC X(08).
011800     05 WS-DET-RESIDENT-ID       PIC X(13).
011900     05 WS-DET-RESIDENT-NAME     PIC X(32).
012000     05 WS-DET-PLAN              PIC X(06).
012100     05 WS-DET-RULE-DATE         PIC X(12).
012200     05 WS-DET-REASON            PIC X(40).
012300
012400 01  WS-HALL-BREAK-LINE.
012500     05 FILLER                   PIC X(06)  VALUE SPACES.
012600     05 FILLER                   PIC X(07)  VALUE "HALL ".
012700     05 WS-HBRK-HALL             PIC X(04).
012800     05 FILLER                   PIC X(17)
012900         VALUE " NOT COMPLIANT: ".
013000     05 WS-HBRK-COUNT            PIC ZZZZ9.
013100
013200 01  WS-TOTAL-LINE.
013300     05 WS-TOT-LABEL             PIC X(30).
013400     05 WS-TOT-COUNT             PIC ZZZZZZ9.
013500
013600 PROCEDURE DIVISION.
013700
013800 0000-MAIN.
013900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014000     PERFORM 2000-PROCESS-RESIDENT THRU 2000-EXIT
014100         UNTIL WS-DB2-EOF.
014200     PERFORM 5800-WRITE-TOTALS THRU 5800-EXIT.
014300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014400     GOBACK.
014500
014600 1000-INITIALIZE.
014700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
014800     STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
014900         DELIMITED BY SIZE INTO WS-RUN-DATE-ISO.
015000
015100     OPEN OUTPUT MEAL-COMPLIANCE-RPT.
015200     IF NOT WS-MLCRPT-OK
015300         DISPLAY "RESMLCMP - REPORT FILE OPEN FAILED - STATUS "
015400             WS-MLCRPT-STATUS
015500         GO TO 9900-ABEND-JOB
015600     END-IF.
015700
015800     EXEC SQL CONNECT TO RESLIFE END-EXEC.
015900     MOVE 'RESLOAD'  TO BL-JOB-NAME.
016000     MOVE 'STEP041'  TO BL-STEP-NAME.
016100     MOVE 'RESMLCMP' TO BL-PGM-NAME.
016200     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
016300     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
016400     EXEC SQL OPEN C1 END-EXEC.
016500     IF SQLCODE NOT = ZERO
016600         DISPLAY "RESMLCMP - CURSOR OPEN ERROR - SQLCODE " SQLCODE
016700         GO TO 9900-ABEND-JOB
016800     END-IF.
016900
017000     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
017100     PERFORM 2100-FETCH-RESIDENT THRU 2100-EXIT.
017200 1000-EXIT.
017300     EXIT.
017400
017500*****************************************************************
017600* 2000-PROCESS-RESIDENT - THE RESIDENT'S PLAN IS CHECKED        *
017700*           AGAINST THE HALL'S RULE AS OF TODAY, OR AS OF THE   *
017800*           CHECK-IN DATE FOR A RESIDENT NOT YET IN, THE SAME   *
017900*           DATE THE LOAD CHECKS THE ASSIGNMENT AGAINST. ONLY   *
018000*           RESIDENTS WHOSE PLAN FAILS ARE LISTED.              *
018100*****************************************************************
018200 2000-PROCESS-RESIDENT.
018300     ADD 1 TO WS-RESIDENTS-CHECKED.
018400     MOVE RO-HALL-CODE         TO MR-CHECK-HALL.
018500     MOVE RO-MEAL-PLAN-CODE    TO MR-CHECK-PLAN.
018600     MOVE WS-RUN-DATE-ISO      TO MR-CHECK-DATE.
018700     IF RO-CHECKIN-DATE > MR-CHECK-DATE
018800         MOVE RO-CHECKIN-DATE  TO MR-CHECK-DATE
018900     END-IF.
019000     PERFORM 0800-CHECK-MEAL-RULE THRU 0800-EXIT.
019100     IF MR-CHECK-FAILED
019200         DISPLAY "RESMLCMP - MEAL RULE SELECT ERROR - SQLCODE "
019300             MR-CHECK-SQLCODE
019400         GO TO 9900-ABEND-JOB
019500     END-IF.
019600     IF MR-PLAN-FAILS-RULE
019700         PERFORM 5000-REPORT-DETAIL THRU 5000-EXIT
019800     END-IF.
019900
020000     PERFORM 2100-FETCH-RESIDENT THRU 2100-EXIT.
020100 2000-EXIT.
020200     EXIT.
020300
020400 2100-FETCH-RESIDENT.
020500     EXEC SQL
020600         FETCH C1
020700          INTO :RO-RESIDENT-ID, :RO-RESIDENT-NAME,
020800               :RO-ROOM-NUMBER, :RO-HALL-CODE,
020900               :RO-MEAL-PLAN-CODE, :RO-CHECKIN-DATE
021000     END-EXEC.
021100     EVALUATE SQLCODE
021200         WHEN ZERO
021300             CONTINUE
021400         WHEN 100
021500             MOVE 'Y' TO WS-DB2-EOF-SW
021600         WHEN OTHER
021700             DISPLAY "RESMLCMP - DB2 FETCH ERROR - SQLCODE "
021800                 SQLCODE
021900             GO TO 9900-ABEND-JOB
022000     END-EVALUATE.
022100 2100-EXIT.
022200     EXIT.
022300
022400 5000-REPORT-DETAIL.
022500     IF WS-FIRST-DETAIL
022600         MOVE 'N' TO WS-FIRST-DETAIL-SW
022700         MOVE RO-HALL-CODE      TO WS-PREV-HALL-CODE
022800     ELSE
022900         IF RO-HALL-CODE NOT = WS-PREV-HALL-CODE
023000             PERFORM 5400-HALL-BREAK THRU 5400-EXIT
023100             MOVE RO-HALL-CODE  TO WS-PREV-HALL-CODE
023200         END-IF
023300     END-IF.
023400
023500     MOVE RO-HALL-CODE          TO WS-DET-HALL.
023600     MOVE RO-ROOM-NUMBER        TO WS-DET-ROOM.
023700     MOVE RO-RESIDENT-ID        TO WS-DET-RESIDENT-ID.
023800     MOVE RO-RESIDENT-NAME      TO WS-DET-RESIDENT-NAME.
023900     IF RO-MEAL-PLAN-CODE = SPACES
024000         MOVE "NONE"            TO WS-DET-PLAN
024100     ELSE
024200         MOVE RO-MEAL-PLAN-CODE TO WS-DET-PLAN
024300     END-IF.
024400     MOVE MR-RULE-DATE          TO WS-DET-RULE-DATE.
024500     MOVE MR-FAIL-TEXT          TO WS-DET-REASON.
024600     WRITE MC-REPORT-LINE FROM WS-DETAIL-LINE
024700         AFTER ADVANCING 1 LINE.
024800     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
024900     IF LINAGE-COUNTER OF MEAL-COMPLIANCE-RPT > 54
025000         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
025100     END-IF.
025200     ADD 1 TO WS-HALL-COUNT WS-GRAND-COUNT.
025300 5000-EXIT.
025400     EXIT.
025500
025600 5100-WRITE-HEADINGS.
025700     ADD 1 TO WS-PAGE-NUMBER.
025800     MOVE WS-RUN-DATE           TO WS-TITLE-RUN-DATE.
025900     MOVE WS-PAGE-NUMBER        TO WS-TITLE-PAGE-NO.
026000     WRITE MC-REPORT-LINE FROM WS-REPORT-TITLE
026100         AFTER ADVANCING PAGE.
026200     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
026300     WRITE MC-REPORT-LINE FROM WS-COLUMN-HEADINGS
026400         AFTER ADVANCING 2 LINES.
026500     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
026600 5100-EXIT.
026700     EXIT.
026800
026900 5400-HALL-BREAK.
027000     MOVE WS-PREV-HALL-CODE     TO WS-HBRK-HALL.
027100     MOVE WS-HALL-COUNT         TO WS-HBRK-COUNT.
027200     WRITE MC-REPORT-LINE FROM WS-HALL-BREAK-LINE
027300         AFTER ADVANCING 1 LINE.
027400     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
027500     MOVE ZERO TO WS-HALL-COUNT.
027600     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
027700 5400-EXIT.
027800     EXIT.
027900
028000 5800-WRITE-TOTALS.
028100     IF NOT WS-FIRST-DETAIL
028200         MOVE WS-PREV-HALL-CODE  TO WS-HBRK-HALL
028300         MOVE WS-HALL-COUNT      TO WS-HBRK-COUNT
028400         WRITE MC-REPORT-LINE FROM WS-HALL-BREAK-LINE
028500             AFTER ADVANCING 1 LINE
028600         PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT
028700     END-IF.
028800     MOVE "RESIDENTS CHECKED"       TO WS-TOT-LABEL.
028900     MOVE WS-RESIDENTS-CHECKED      TO WS-TOT-COUNT.
029000     WRITE MC-REPORT-LINE FROM WS-TOTAL-LINE
029100         AFTER ADVANCING 3 LINES.
029200     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
029300     MOVE "RESIDENTS NOT COMPLIANT"  TO WS-TOT-LABEL.
029400     MOVE WS-GRAND-COUNT            TO WS-TOT-COUNT.
029500     WRITE MC-REPORT-LINE FROM WS-TOTAL-LINE
029600         AFTER ADVANCING 1 LINE.
029700     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
029800 5800-EXIT.
029900     EXIT.
030000
030100 5900-CHECK-PRINT-STATUS.
030200     IF NOT WS-MLCRPT-OK
030300         DISPLAY "RESMLCMP - REPORT WRITE ERROR - STATUS "
030400             WS-MLCRPT-STATUS
030500         GO TO 9900-ABEND-JOB
030600     END-IF.
030700 5900-EXIT.
030800     EXIT.
030900
031000*****************************************************************
031100* 9000-TERMINATE - ENDS RC 4 WHEN ANYONE WAS LISTED, SO THE     *
031200*           MORNING STATUS REPORT SHOWS THERE ARE RESIDENTS     *
031300*           WHOSE MEAL PLAN NEEDS CHANGING.                     *
031400*****************************************************************
031500 9000-TERMINATE.
031600     DISPLAY "RESMLCMP - END OF JOB STATISTICS".
031700     DISPLAY "RESMLCMP -   RESIDENTS CHECKED   - "
031800         WS-RESIDENTS-CHECKED.
031900     DISPLAY "RESMLCMP -   NOT COMPLIANT       - "
032000         WS-GRAND-COUNT.
032100
032200     EXEC SQL CLOSE C1 END-EXEC.
032300     MOVE WS-RESIDENTS-CHECKED  TO BL-RECORDS-READ.
032400     MOVE ZERO                  TO BL-RECORDS-INSERTED.
032500     MOVE ZERO                  TO BL-RECORDS-UPDATED.
032600     MOVE WS-GRAND-COUNT        TO BL-RECORDS-REJECTED.
032700     MOVE SPACES                TO BL-LAST-CHECKPOINT.
032800     IF WS-GRAND-COUNT = ZERO
032900         MOVE ZERO              TO BL-RETURN-CODE
033000     ELSE
033100         MOVE 4                 TO BL-RETURN-CODE
033200     END-IF.
033300     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
033400
033500     EXEC SQL COMMIT END-EXEC.
033600     CLOSE MEAL-COMPLIANCE-RPT.
033700     EXEC SQL CONNECT RESET END-EXEC.
033800     MOVE BL-RETURN-CODE        TO RETURN-CODE.
033900 9000-EXIT.
034000     EXIT.
034100
034200     COPY RUNLOGP.
034300
034400     COPY MRULCHKP.
034500
034600 9900-ABEND-JOB.
034700     DISPLAY "RESMLCMP - JOB ABENDING AFTER "
034800         WS-RESIDENTS-CHECKED " RESIDENTS CHECKED".
034900     MOVE 16 TO RETURN-CODE.
035000     STOP RUN.
035100
035200 END PROGRAM resmlcmp.
