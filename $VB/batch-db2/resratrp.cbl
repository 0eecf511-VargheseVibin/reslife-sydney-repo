000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resratrp.
000300 AUTHOR. RESLIFE-IT-BATCH-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - UPCOMING ROOM RATE CHANGES.  *
000900*              RUNS AFTER ROOMLOAD AND LISTS EVERY ROOM WHOSE    *
001000*              SEMESTER RATE CHANGES ON A DATE AFTER TODAY AND   *
001100*              WITHIN THE NEXT N DAYS (N FROM THE JCL PARM,      *
001200*              DEFAULT 30), FROM THE FUTURE-DATED ROWS ON        *
001300*              ROOM_RATE_HISTORY (SEE COPYBOOKS/RATEDCL). A      *
001400*              ROOM-TYPE ROW IS SPREAD ACROSS EVERY ROOM OF THAT *
001500*              CAPACITY IN THE HALL, LESS ANY ROOM WITH ITS OWN  *
001600*              ROW FOR THE SAME DATE. EACH LINE SHOWS THE RATE   *
001700*              IN EFFECT TODAY AGAINST THE NEW RATE, GROUPED BY  *
001800*              EFFECTIVE DATE, AND THE REPORT CLOSES WITH A      *
001900*              SIGN-OFF BLOCK FOR THE BURSAR BEFORE THE NEW      *
002000*              RATES REACH A BILLING RUN. WRITES START AND END   *
002100*              ROWS TO THE BATCH_RUN_LOG TABLE LIKE EVERY OTHER  *
002200*              STEP.                                             *
002300*****************************************************************
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RATE-CHANGE-RPT ASSIGN TO RATERPT
003100         ORGANIZATION IS SEQUENTIAL
003200         ACCESS MODE IS SEQUENTIAL
003300         FILE STATUS IS WS-RATERPT-STATUS.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  RATE-CHANGE-RPT
003800     RECORDING MODE IS F
003900     LINAGE IS 60 LINES
004000         WITH FOOTING AT 55.
004100 01  RR-REPORT-LINE              PIC X(132).
004200
004300 WORKING-STORAGE SECTION.
004400     EXEC SQL INCLUDE SQLCA END-EXEC.
004500
004600     COPY RATEDCL.
004700
004800     COPY ROOMDCL.
004900
005000     COPY RUNLDCL.
005100
005200 01  WS-RUN-DATE-ISO             PIC X(10)      VALUE SPACES.
005300 01  WS-WINDOW-END-DATE          PIC X(10)      VALUE SPACES.
005400
005500*    EVERY FUTURE-DATED RATE ROW INSIDE THE WINDOW, MATCHED TO THE
005600*    ROOMS IT PRICES - A ROOM ROW TO ITS OWN ROOM, A ROOM-TYPE ROW
005700*    TO EVERY ROOM OF THAT CAPACITY IN THE HALL THAT HAS NO ROOM
005800*    ROW OF ITS OWN ON THE SAME DATE (THE ROOM ROW WINS THE TIE).
005900     EXEC SQL
006000         DECLARE C1 CURSOR FOR
006100         SELECT CHAR(H.EFFECTIVE_DATE), H.HALL_CODE,
006200                R.ROOM_NUMBER, R.CAPACITY, H.ROOM_NUMBER,
006300                R.SEMESTER_RATE,
006400                H.SEMESTER_RATE
006500           FROM ROOM_RATE_HISTORY H,
006600                ROOM_INVENTORY R
006700          WHERE R.HALL_CODE = H.HALL_CODE
006800            AND ( ( H.ROOM_CAPACITY = 0
006900                AND R.ROOM_NUMBER   = H.ROOM_NUMBER )
007000             OR   ( H.ROOM_NUMBER   = '      '
007100                AND R.CAPACITY      = H.ROOM_CAPACITY
007200                AND NOT EXISTS
007300                    ( SELECT 1
007400                        FROM ROOM_RATE_HISTORY X
007500                       WHERE X.HALL_CODE      = R.HALL_CODE
007600                         AND X.ROOM_NUMBER    = R.ROOM_NUMBER
007700                         AND X.ROOM_CAPACITY  = 0
007800                         AND X.EFFECTIVE_DATE =
007900                             H.EFFECTIVE_DATE ) ) )
008000            AND H.EFFECTIVE_DATE >  :WS-RUN-DATE-ISO
008100            AND H.EFFECTIVE_DATE <= :WS-WINDOW-END-DATE
008200          ORDER BY H.EFFECTIVE_DATE, H.HALL_CODE, R.ROOM_NUMBER
008300     END-EXEC.
008400
008500 01  WS-RATERPT-STATUS           PIC X(02)      VALUE SPACES.
008600     88 WS-RATERPT-OK                   VALUE '00'.
008700
008800 01  WS-SWITCHES.
008900     05 WS-DB2-EOF-SW            PIC X(01)      VALUE 'N'.
009000        88 WS-DB2-EOF                   VALUE 'Y'.
009100     05 WS-FIRST-DETAIL-SW       PIC X(01)      VALUE 'Y'.
009200        88 WS-FIRST-DETAIL               VALUE 'Y'.
009300
009400 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
009500 01  WS-WINDOW-DAYS              PIC 9(03)      VALUE ZERO.
009600 01  WS-PAGE-NUMBER              PIC 9(04)      VALUE ZERO.
009700 01  WS-RATE-DIFF                PIC S9(5)V99   VALUE ZERO.
009800
009900 01  WS-CONTROL-FIELDS.
010000     05 WS-PREV-EFF-DATE         PIC X(10)      VALUE SPACES.
010100
010200 01  WS-REPORT-COUNTERS          COMP.
010300     05 WS-DATE-COUNT            PIC 9(05)      VALUE ZERO.
010400     05 WS-GRAND-COUNT           PIC 9(07)      VALUE ZERO.
010500     05 WS-INCREASE-COUNT        PIC 9(07)      VALUE ZERO.
010600     05 WS-DECREASE-COUNT        PIC 9(07)      VALUE ZERO.
010700
010800*****************************************************************
010900* WINDOW ARITHMETIC - N DAYS FORWARD FROM THE RUN DATE, THE SAME *
011000*           FLIEGEL/VAN FLANDERN DAY-NUMBER PAIR THE REMINDER    *
011100*           NOTICES USE.                                         *
011200*****************************************************************
011300 01  WS-DAY-WORK.
011400     05 WS-DW-YYYY               PIC 9(04)      VALUE ZERO.
011500     05 WS-DW-MM                 PIC 9(02)      VALUE ZERO.
011600     05 WS-DW-DD                 PIC 9(02)      VALUE ZERO.
011700     05 WS-DW-A                  PIC S9(09) COMP VALUE ZERO.
011800     05 WS-DW-Y                  PIC S9(09) COMP VALUE ZERO.
011900     05 WS-DW-M                  PIC S9(09) COMP VALUE ZERO.
012000     05 WS-DW-JDN                PIC S9(09) COMP VALUE ZERO.
012100     05 WS-DW-E                  PIC S9(09) COMP VALUE ZERO.
012200     05 WS-DW-H                  PIC S9(09) COMP VALUE ZERO.
012300
012400 01  WS-REPORT-TITLE.
012500     05 FILLER                   PIC X(20)
012600         VALUE "RESIDENCE LIFE".
012700     05 FILLER                   PIC X(30)
012800         VALUE "UPCOMING ROOM RATE CHANGES".
012900     05 FILLER                   PIC X(10)
013000         VALUE "RUN DATE: ".
013100     05 WS-TITLE-RUN-DATE        PIC 9(08).
013200     05 FILLER                   PIC X(08)
013300         VALUE "  PAGE: ".
013400     05 WS-TITLE-PAGE-NO         PIC ZZZ9.
013500
013600 01  WS-WINDOW-LINE.
013700     05 FILLER                   PIC X(26)
013800         VALUE "CHANGES EFFECTIVE AFTER ".
013900     05 WS-WIN-FROM              PIC X(10).
014000     05 FILLER                   PIC X(13)
014100         VALUE " THROUGH ".
014200     05 WS-WIN-THRU              PIC X(10).
014300
014400 01  WS-COLUMN-HEADINGS.
014500     05 FILLER                   PIC X(12)  VALUE "EFFECTIVE".
014600     05 FILLER                   PIC X(06)  VALUE "HALL".
014700     05 FILLER                   PIC X(08)  VALUE "ROOM".
014800     05 FILLER                   PIC X(05)  VALUE "CAP".
014900     05 FILLER                   PIC X(14)  VALUE "SET BY".
015000     05 FILLER                   PIC X(14)
015100         VALUE "  CURRENT RATE".
015200     05 FILLER                   PIC X(14)
015300         VALUE "      NEW RATE".
015400     05 FILLER                   PIC X(14)
015500         VALUE "        CHANGE".
015600
015700 01  WS-DETAIL-LINE.
015800     05 WS-DET-EFF-DATE          PIC X(12).
015900     05 WS-DET-HALL              PIC X(06).
016000     05 WS-DET-ROOM              PIC X(08).
016100     05 WS-DET-CAPACITY          PIC ZZ9.
016200     05 FILLER                   PIC X(02).
016300     05 WS-DET-SCOPE             PIC X(14).
016400     05 WS-DET-CURRENT-RATE      PIC ZZ,ZZZ,ZZ9.99.
016500     05 FILLER                   PIC X(01).
016600     05 WS-DET-NEW-RATE          PIC ZZ,ZZZ,ZZ9.99.
016700     05 FILLER                   PIC X(01).
016800     05 WS-DET-CHANGE            PIC +Z,ZZZ,ZZ9.99.
016900
017000 01  WS-DATE-BREAK-LINE.
017100     05 FILLER                   PIC X(06)  VALUE SPACES.
017200     05 FILLER                   PIC X(11)  VALUE "EFFECTIVE ".
017300     05 WS-DBRK-DATE             PIC X(10).
017400     05 FILLER                   PIC X(16)
017500         VALUE " ROOMS CHANGING:".
017600     05 WS-DBRK-COUNT            PIC ZZZZ9.
017700
017800 01  WS-NONE-LINE.
017900     05 FILLER                   PIC X(50)
018000         VALUE "NO ROOM RATE CHANGES FALL INSIDE THE WINDOW".
018100
018200 01  WS-GRAND-TOTAL-LINE.
018300     05 FILLER                   PIC X(28)
018400         VALUE "TOTAL ROOMS CHANGING: ".
018500     05 WS-GRAND-TOTAL-COUNT     PIC ZZZZZZ9.
018600     05 FILLER                   PIC X(14)
018700         VALUE "   INCREASES: ".
018800     05 WS-GRAND-INCREASES       PIC ZZZZZZ9.
018900     05 FILLER                   PIC X(14)
019000         VALUE "   DECREASES: ".
019100     05 WS-GRAND-DECREASES       PIC ZZZZZZ9.
019200
019300 01  WS-SIGNOFF-LINE-1.
019400     05 FILLER                   PIC X(60)
019500         VALUE "APPROVED FOR BILLING - BURSAR'S OFFICE".
019600
019700 01  WS-SIGNOFF-LINE-2.
019800     05 FILLER                   PIC X(45)
019900         VALUE "SIGNATURE: ______________________________".
020000     05 FILLER                   PIC X(20)
020100         VALUE "   DATE: __________".
020200
020300 LINKAGE SECTION.
020400 01  LS-PARM-AREA.
020500     05 LS-PARM-LENGTH           PIC S9(04) COMP.
020600     05 LS-PARM-DATA             PIC X(30).
020700
020800 PROCEDURE DIVISION USING LS-PARM-AREA.
020900
021000 0000-MAIN.
021100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021200     PERFORM 2000-REPORT-RATE THRU 2000-EXIT
021300         UNTIL WS-DB2-EOF.
021400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021500     GOBACK.
021600
021700 1000-INITIALIZE.
021800     IF LS-PARM-LENGTH >= 1 AND LS-PARM-LENGTH <= 3 AND
021900        LS-PARM-DATA(1:LS-PARM-LENGTH) NUMERIC
022000         MOVE LS-PARM-DATA(1:LS-PARM-LENGTH)
022100             TO WS-WINDOW-DAYS(4 - LS-PARM-LENGTH:)
022200     ELSE
022300         MOVE 30 TO WS-WINDOW-DAYS
022400     END-IF.
022500
022600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022700     STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
022800         WS-RUN-DATE(7:2) DELIMITED BY SIZE
022900         INTO WS-RUN-DATE-ISO.
023000     PERFORM 1100-SET-WINDOW-END THRU 1100-EXIT.
023100
023200     OPEN OUTPUT RATE-CHANGE-RPT.
023300     IF NOT WS-RATERPT-OK
023400         DISPLAY "RESRATRP - REPORT FILE OPEN FAILED - STATUS "
023500             WS-RATERPT-STATUS
023600         GO TO 9900-ABEND-JOB
023700     END-IF.
023800
023900     EXEC SQL CONNECT TO RESLIFE END-EXEC.
024000     MOVE 'ROOMLOAD' TO BL-JOB-NAME.
024100     MOVE 'STEP020'  TO BL-STEP-NAME.
024200     MOVE 'RESRATRP' TO BL-PGM-NAME.
024300     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
024400     EXEC SQL OPEN C1 END-EXEC.
024500     IF SQLCODE NOT = ZERO
024600         DISPLAY "RESRATRP - CURSOR OPEN ERROR - SQLCODE " SQLCODE
024700         GO TO 9900-ABEND-JOB
024800     END-IF.
024900
025000     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
025100     PERFORM 2100-FETCH-RATE THRU 2100-EXIT.
025200 1000-EXIT.
025300     EXIT.
025400
025500 1100-SET-WINDOW-END.
025600     MOVE WS-RUN-DATE(1:4)  TO WS-DW-YYYY.
025700     MOVE WS-RUN-DATE(5:2)  TO WS-DW-MM.
025800     MOVE WS-RUN-DATE(7:2)  TO WS-DW-DD.
025900     COMPUTE WS-DW-A = (14 - WS-DW-MM) / 12.
026000     COMPUTE WS-DW-Y = WS-DW-YYYY + 4800 - WS-DW-A.
026100     COMPUTE WS-DW-M = WS-DW-MM + (12 * WS-DW-A) - 3.
026200     COMPUTE WS-DW-JDN = WS-DW-DD
026300         + ((153 * WS-DW-M + 2) / 5)
026400         + (365 * WS-DW-Y)
026500         + (WS-DW-Y / 4) - (WS-DW-Y / 100) + (WS-DW-Y / 400)
026600         - 32045.
026700     ADD WS-WINDOW-DAYS TO WS-DW-JDN.
026800     COMPUTE WS-DW-A = WS-DW-JDN + 32044.
026900     COMPUTE WS-DW-Y = (4 * WS-DW-A + 3) / 146097.
027000     COMPUTE WS-DW-E = WS-DW-A - ((146097 * WS-DW-Y) / 4).
027100     COMPUTE WS-DW-H = (4 * WS-DW-E + 3) / 1461.
027200     COMPUTE WS-DW-E = WS-DW-E - ((1461 * WS-DW-H) / 4).
027300     COMPUTE WS-DW-M = (5 * WS-DW-E + 2) / 153.
027400     COMPUTE WS-DW-DD = WS-DW-E - ((153 * WS-DW-M + 2) / 5) + 1.
027500     COMPUTE WS-DW-MM = WS-DW-M + 3 - (12 * (WS-DW-M / 10)).
027600     COMPUTE WS-DW-YYYY = (100 * WS-DW-Y) + WS-DW-H
027700         + (WS-DW-M / 10).
027800     STRING WS-DW-YYYY "-" WS-DW-MM "-" WS-DW-DD
027900         DELIMITED BY SIZE INTO WS-WINDOW-END-DATE.
028000 1100-EXIT.
028100     EXIT.
028200
028300 2000-REPORT-RATE.
028400     IF WS-FIRST-DETAIL
028500         MOVE 'N' TO WS-FIRST-DETAIL-SW
028600         MOVE RH-EFFECTIVE-DATE TO WS-PREV-EFF-DATE
028700     ELSE
028800         IF RH-EFFECTIVE-DATE NOT = WS-PREV-EFF-DATE
028900             PERFORM 5400-DATE-BREAK THRU 5400-EXIT
029000             MOVE RH-EFFECTIVE-DATE TO WS-PREV-EFF-DATE
029100         END-IF
029200     END-IF.
029300
029400     PERFORM 5500-WRITE-DETAIL-LINE THRU 5500-EXIT.
029500     ADD 1 TO WS-DATE-COUNT WS-GRAND-COUNT.
029600     PERFORM 2100-FETCH-RATE THRU 2100-EXIT.
029700 2000-EXIT.
029800     EXIT.
029900
030000 2100-FETCH-RATE.
030100     EXEC SQL
030200         FETCH C1
030300          INTO :RH-EFFECTIVE-DATE, :RH-HALL-CODE, :RI-ROOM-NUMBER,
030400               :RI-CAPACITY, :RH-ROOM-NUMBER, :RI-SEMESTER-RATE,
030500               :RH-SEMESTER-RATE
030600     END-EXEC.
030700     EVALUATE SQLCODE
030800         WHEN ZERO
030900             CONTINUE
031000         WHEN 100
031100             MOVE 'Y' TO WS-DB2-EOF-SW
031200         WHEN OTHER
031300             DISPLAY "RESRATRP - DB2 FETCH ERROR - SQLCODE "
031400                 SQLCODE
031500             GO TO 9900-ABEND-JOB
031600     END-EVALUATE.
031700 2100-EXIT.
031800     EXIT.
031900
032000 5100-WRITE-HEADINGS.
032100     ADD 1 TO WS-PAGE-NUMBER.
032200     MOVE WS-RUN-DATE           TO WS-TITLE-RUN-DATE.
032300     MOVE WS-PAGE-NUMBER        TO WS-TITLE-PAGE-NO.
032400     WRITE RR-REPORT-LINE FROM WS-REPORT-TITLE
032500         AFTER ADVANCING PAGE.
032600     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
032700     MOVE WS-RUN-DATE-ISO       TO WS-WIN-FROM.
032800     MOVE WS-WINDOW-END-DATE    TO WS-WIN-THRU.
032900     WRITE RR-REPORT-LINE FROM WS-WINDOW-LINE
033000         AFTER ADVANCING 1 LINE.
033100     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
033200     WRITE RR-REPORT-LINE FROM WS-COLUMN-HEADINGS
033300         AFTER ADVANCING 2 LINES.
033400     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
033500 5100-EXIT.
033600     EXIT.
033700
033800 5400-DATE-BREAK.
033900     MOVE WS-PREV-EFF-DATE      TO WS-DBRK-DATE.
034000     MOVE WS-DATE-COUNT         TO WS-DBRK-COUNT.
034100     WRITE RR-REPORT-LINE FROM WS-DATE-BREAK-LINE
034200         AFTER ADVANCING 1 LINE.
034300     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
034400     MOVE SPACES TO RR-REPORT-LINE.
034500     WRITE RR-REPORT-LINE
034600         AFTER ADVANCING 1 LINE.
034700     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
034800     MOVE ZERO TO WS-DATE-COUNT.
034900 5400-EXIT.
035000     EXIT.
035100
035200 5500-WRITE-DETAIL-LINE.
035300     IF LINAGE-COUNTER > 54
035400         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
035500     END-IF.
035600     MOVE RH-EFFECTIVE-DATE     TO WS-DET-EFF-DATE.
035700     MOVE RH-HALL-CODE          TO WS-DET-HALL.
035800     MOVE RI-ROOM-NUMBER        TO WS-DET-ROOM.
035900     MOVE RI-CAPACITY           TO WS-DET-CAPACITY.
036000     IF RH-ROOM-NUMBER = SPACES
036100         MOVE "ROOM TYPE"       TO WS-DET-SCOPE
036200     ELSE
036300         MOVE "ROOM"            TO WS-DET-SCOPE
036400     END-IF.
036500     MOVE RI-SEMESTER-RATE      TO WS-DET-CURRENT-RATE.
036600     MOVE RH-SEMESTER-RATE      TO WS-DET-NEW-RATE.
036700     COMPUTE WS-RATE-DIFF = RH-SEMESTER-RATE - RI-SEMESTER-RATE.
036800     MOVE WS-RATE-DIFF          TO WS-DET-CHANGE.
036900     IF WS-RATE-DIFF > ZERO
037000         ADD 1 TO WS-INCREASE-COUNT
037100     END-IF.
037200     IF WS-RATE-DIFF < ZERO
037300         ADD 1 TO WS-DECREASE-COUNT
037400     END-IF.
037500     WRITE RR-REPORT-LINE FROM WS-DETAIL-LINE
037600         AFTER ADVANCING 1 LINE.
037700     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
037800 5500-EXIT.
037900     EXIT.
038000
038100 5900-CHECK-PRINT-STATUS.
038200     IF NOT WS-RATERPT-OK
038300         DISPLAY "RESRATRP - REPORT WRITE ERROR - STATUS "
038400             WS-RATERPT-STATUS
038500         GO TO 9900-ABEND-JOB
038600     END-IF.
038700 5900-EXIT.
038800     EXIT.
038900
039000 9000-TERMINATE.
039100     IF WS-FIRST-DETAIL
039200         WRITE RR-REPORT-LINE FROM WS-NONE-LINE
039300             AFTER ADVANCING 1 LINE
039400         PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT
039500     ELSE
039600         PERFORM 5400-DATE-BREAK THRU 5400-EXIT
039700     END-IF.
039800     MOVE WS-GRAND-COUNT        TO WS-GRAND-TOTAL-COUNT.
039900     MOVE WS-INCREASE-COUNT     TO WS-GRAND-INCREASES.
040000     MOVE WS-DECREASE-COUNT     TO WS-GRAND-DECREASES.
040100     WRITE RR-REPORT-LINE FROM WS-GRAND-TOTAL-LINE
040200         AFTER ADVANCING 2 LINES.
040300     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
040400     WRITE RR-REPORT-LINE FROM WS-SIGNOFF-LINE-1
040500         AFTER ADVANCING 3 LINES.
040600     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
040700     WRITE RR-REPORT-LINE FROM WS-SIGNOFF-LINE-2
040800         AFTER ADVANCING 2 LINES.
040900     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
041000
041100     DISPLAY "RESRATRP - END OF JOB STATISTICS".
041200     DISPLAY "RESRATRP -   WINDOW (DAYS)    - " WS-WINDOW-DAYS.
041300     DISPLAY "RESRATRP -   ROOMS CHANGING   - " WS-GRAND-COUNT.
041400
041500     EXEC SQL CLOSE C1 END-EXEC.
041600     MOVE WS-GRAND-COUNT        TO BL-RECORDS-READ.
041700     MOVE ZERO                  TO BL-RECORDS-INSERTED.
041800     MOVE ZERO                  TO BL-RECORDS-UPDATED.
041900     MOVE ZERO                  TO BL-RECORDS-REJECTED.
042000     MOVE SPACES                TO BL-LAST-CHECKPOINT.
042100     MOVE ZERO                  TO BL-RETURN-CODE.
042200     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
042300
042400     CLOSE RATE-CHANGE-RPT.
042500     EXEC SQL CONNECT RESET END-EXEC.
042600 9000-EXIT.
042700     EXIT.
042800
042900     COPY RUNLOGP.
043000
043100 9900-ABEND-JOB.
043200     DISPLAY "RESRATRP - JOB ABENDING AFTER "
043300         WS-GRAND-COUNT " ROOMS REPORTED".
043400     MOVE 16 TO RETURN-CODE.
043500     STOP RUN.
043600
043700 END PROGRAM resratrp.
