000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resblkrp.
000300 AUTHOR. RESLIFE-IT-BATCH-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - EXPIRING ROOM BLOCK REPORT.  *
000900*              NIGHTLY RUN AFTER THE VACANCY REPORT; LISTS EVERY *
001000*              ACTIVE ROOM_BLOCK ROW (MAINTAINED ON THE HBLK     *
001100*              SCREEN, RESBLOK) WHOSE END DATE FALLS WITHIN THE  *
001200*              NEXT N DAYS (N FROM THE JCL PARM, DEFAULT 14), BY *
001300*              HALL, WITH ITS ROOMS, DATES, OWNER, REASON, AND   *
001400*              DAYS LEFT - SO ASSIGNMENT STAFF CAN EXTEND A HOLD *
001500*              OR PLAN FOR THE BEDS COMING BACK BEFORE THE BLOCK *
001600*              QUIETLY LAPSES. WRITES START AND END ROWS TO THE  *
001700*              BATCH_RUN_LOG TABLE LIKE EVERY OTHER STEP.        *
001728*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
001756*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
001784*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
001812*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
001840*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
001868*****************************************************************
001900
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT BLOCK-RPT ASSIGN TO BLKRPT
002600         ORGANIZATION IS SEQUENTIAL
002700         ACCESS MODE IS SEQUENTIAL
002800         FILE STATUS IS WS-BLKRPT-STATUS.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  BLOCK-RPT
003300     RECORDING MODE IS F
003400     LINAGE IS 60 LINES
003500         WITH FOOTING AT 55.
003600 01  BR-REPORT-LINE              PIC X(132).
003700
003800 WORKING-STORAGE SECTION.
003900     EXEC SQL INCLUDE SQLCA END-EXEC.
004000
004100     COPY BLOKDCL.
004200
004300     COPY RUNLDCL.
004400
004500 01  WS-RUN-DATE-ISO             PIC X(10)      VALUE SPACES.
004600 01  WS-WINDOW-END-DATE          PIC X(10)      VALUE SPACES.
004700 01  WS-DAYS-LEFT                PIC S9(09) COMP VALUE ZERO.
004800
004900*    ACTIVE BLOCKS ENDING INSIDE THE WINDOW, IN HALL/END-DATE
005000*    SEQUENCE FOR THE CONTROL BREAK.
005100     EXEC SQL
005200         DECLARE C1 CURSOR FOR
005300         SELECT BLOCK_ID, HALL_CODE, ROOM_FROM, ROOM_THRU,
005400                START_DATE, END_DATE, BLOCK_OWNER, BLOCK_REASON,
005500                DAYS(END_DATE) - DAYS(DATE(:WS-RUN-DATE-ISO))
005600           FROM ROOM_BLOCK
005700          WHERE BLOCK_STATUS = 'A'
005800            AND END_DATE >= :WS-RUN-DATE-ISO
005900            AND END_DATE <= :WS-WINDOW-END-DATE
006000          ORDER BY HALL_CODE, END_DATE, ROOM_FROM
006100     END-EXEC.
006200
006300 01  WS-BLKRPT-STATUS            PIC X(02)      VALUE SPACES.
006400     88 WS-BLKRPT-OK                    VALUE '00'.
006500
006600 01  WS-SWITCHES.
006700     05 WS-DB2-EOF-SW            PIC X(01)      VALUE 'N'.
006800        88 WS-DB2-EOF                   VALUE 'Y'.
006900     05 WS-FIRST-DETAIL-SW       PIC X(01)      VALUE 'Y'.
007000        88 WS-FIRST-DETAIL               VALUE 'Y'.
007100
007200 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
007300 01  WS-PAGE-NUMBER              PIC 9(04)      VALUE ZERO.
007400 01  WS-WINDOW-DAYS              PIC 9(03)      VALUE ZERO.
007500
007600 01  WS-CONTROL-FIELDS.
007700     05 WS-PREV-HALL-CODE        PIC X(04)      VALUE SPACES.
007800
007900 01  WS-REPORT-COUNTERS          COMP.
008000     05 WS-HALL-COUNT            PIC 9(05)      VALUE ZERO.
008100     05 WS-GRAND-COUNT           PIC 9(07)      VALUE ZERO.
008200
008300*****************************************************************
008400* WINDOW ARITHMETIC - N DAYS FORWARD FROM THE RUN DATE, THE SAME *
008500*           FLIEGEL/VAN FLANDERN DAY-NUMBER PAIR THE CHECKOUT    *
008600*           REMINDERS USE.                                       *
008700*****************************************************************
008800 01  WS-DAY-WORK.
008900     05 WS-DW-YYYY               PIC 9(04)      VALUE ZERO.
009000     05 WS-DW-MM                 PIC 9(02)      VALUE ZERO.
009100     05 WS-DW-DD                 PIC 9(02)      VALUE ZERO.
009200     05 WS-DW-A                  PIC S9(09) COMP VALUE ZERO.
009300     05 WS-DW-Y                  PIC S9(09) COMP VALUE ZERO.
009400     05 WS-DW-M                  PIC S9(09) COMP VALUE ZERO.
009500     05 WS-DW-JDN                PIC S9(09) COMP VALUE ZERO.
009600     05 WS-DW-E                  PIC S9(09) COMP VALUE ZERO.
009700     05 WS-DW-H                  PIC S9(09) COMP VALUE ZERO.
009800
009900 01  WS-REPORT-TITLE.
010000     05 FILLER                   PIC X(20)
010100         VALUE "RESIDENCE LIFE".
010200     05 FILLER                   PIC X(30)
010300         VALUE "EXPIRING ROOM BLOCKS".
010400     05 FILLER                   PIC X(10)
010500         VALUE "RUN DATE: ".
010600     05 WS-TITLE-RUN-DATE        PIC 9(08).
010700     05 FILLER                   PIC X(08)
010800         VALUE "  PAGE: ".
010900     05 WS-TITLE-PAGE-NO         PIC ZZZ9.
011000
011100 01  WS-WINDOW-LINE.
011200     05 FILLER                   PIC X(30)
011300         VALUE "BLOCKS ENDING WITHIN THE NEXT".
011400     05 WS-WIN-DAYS              PIC ZZ9.
011500     05 FILLER                   PIC X(10)
011600         VALUE " DAYS".
011700
011800 01  WS-COLUMN-HEADINGS.
011900     05 FILLER                   PIC X(06)  VALUE "HALL".
012000     05 FILLER                   PIC X(08)  VALUE "BLOCK".
012100     05 FILLER                   PIC X(16)  VALUE "ROOMS".
012200     05 FILLER                   PIC X(12)  VALUE "START".
012300     05 FILLER                   PIC X(12)  VALUE "END".
012400     05 FILLER                   PIC X(06)  VALUE "DAYS".
012500     05 FILLER                   PIC X(22)  VALUE "OWNER".
012600     05 FILLER                   PIC X(30)  VALUE "REASON".
012700
012800 01  WS-DETAIL-LINE.
012900     05 WS-DET-HALL              PIC X(06).
013000     05 WS-DET-BLOCK-ID          PIC ZZZZZ9.
013100     05 FILLER                   PIC X(02)  VALUE SPACES.
013200     05 WS-DET-ROOM-FROM         PIC X(06).
013300     05 WS-DET-ROOM-DASH         PIC X(01).
013400     05 WS-DET-ROOM-THRU         PIC X(06).
013500     05 FILLER                   PIC X(03)  VALUE SPACES.
013600     05 WS-DET-START             PIC X(12).
013700     05 WS-DET-END               PIC X(12).
013800     05 WS-DET-DAYS-LEFT         PIC ZZ9.
013900     05 FILLER                   PIC X(03)  VALUE SPACES.
014000     05 WS-DET-OWNER             PIC X(22).
014100     05 WS-DET-REASON            PIC X(30).
014200
014300 01  WS-HALL-BREAK-LINE.
014400     05 FILLER                   PIC X(06)  VALUE SPACES.
014500     05 FILLER                   PIC X(07)  VALUE "HALL ".
014600     05 WS-HBRK-HALL             PIC X(04).
014700     05 FILLER                   PIC X(18)
014800         VALUE " EXPIRING BLOCKS: ".
014900     05 WS-HBRK-COUNT            PIC ZZZZ9.
015000
015100 01  WS-GRAND-TOTAL-LINE.
015200     05 FILLER                   PIC X(26)
015300         VALUE "TOTAL EXPIRING BLOCKS: ".
015400     05 WS-GRAND-TOTAL-COUNT     PIC ZZZZZZ9.
015500
015600 01  WS-NONE-LINE.
015700     05 FILLER                   PIC X(44)
015800         VALUE "NO ACTIVE ROOM BLOCKS END IN THE WINDOW".
015900
016000 LINKAGE SECTION.
016100 01  LS-PARM-AREA.
016200     05 LS-PARM-LENGTH           PIC S9(04) COMP.
016300     05 LS-PARM-DATA             PIC X(30).
016400
016500 PROCEDURE DIVISION USING LS-PARM-AREA.
016600
016700 0000-MAIN.
016800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016900     PERFORM 2000-REPORT-BLOCK THRU 2000-EXIT
017000         UNTIL WS-DB2-EOF.
017100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017200     GOBACK.
017300
017400 1000-INITIALIZE.
017500     IF LS-PARM-LENGTH >= 1 AND LS-PARM-LENGTH <= 3 AND
017600        LS-PARM-DATA(1:LS-PARM-LENGTH) NUMERIC
017700         MOVE LS-PARM-DATA(1:LS-PARM-LENGTH)
017800             TO WS-WINDOW-DAYS(4 - LS-PARM-LENGTH:)
017900     ELSE
018000         MOVE 14 TO WS-WINDOW-DAYS
018100     END-IF.
018200
018300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018400     STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
018500         WS-RUN-DATE(7:2) DELIMITED BY SIZE
018600         INTO WS-RUN-DATE-ISO.
018700     PERFORM 1100-SET-WINDOW-END THRU 1100-EXIT.
018800
018900     OPEN OUTPUT BLOCK-RPT.
019000     IF NOT WS-BLKRPT-OK
019100         DISPLAY "RESBLKRP - REPORT FILE OPEN FAILED - STATUS "
019200             WS-BLKRPT-STATUS
019300         GO TO 9900-ABEND-JOB
019400     END-IF.
019500
019600     EXEC SQL CONNECT TO RESLIFE END-EXEC.
019700     MOVE 'RESLOAD'  TO BL-JOB-NAME.
019800     MOVE 'STEP042'  TO BL-STEP-NAME.
019900     MOVE 'RESBLKRP' TO BL-PGM-NAME.
019950     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
020000     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
020100     EXEC SQL OPEN C1 END-EXEC.
020200     IF SQLCODE NOT = ZERO
020300         DISPLAY "RESBLKRP - CURSOR OPEN ERROR - SQLCODE " SQLCODE
020400         GO TO 9900-ABEND-JOB
020500     END-IF.
020600
020700     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
020800     PERFORM 2100-FETCH-BLOCK THRU 2100-EXIT.
020900 1000-EXIT.
021000     EXIT.
021100
021200 1100-SET-WINDOW-END.
021300     MOVE WS-RUN-DATE(1:4)  TO WS-DW-YYYY.
021400     MOVE WS-RUN-DATE(5:2)  TO WS-DW-MM.
021500     MOVE WS-RUN-DATE(7:2)  TO WS-DW-DD.
021600     COMPUTE WS-DW-A = (14 - WS-DW-MM) / 12.
021700     COMPUTE WS-DW-Y = WS-DW-YYYY + 4800 - WS-DW-A.
021800     COMPUTE WS-DW-M = WS-DW-MM + (12 * WS-DW-A) - 3.
021900     COMPUTE WS-DW-JDN = WS-DW-DD
022000         + ((153 * WS-DW-M + 2) / 5)
022100         + (365 * WS-DW-Y)
022200         + (WS-DW-Y / 4) - (WS-DW-Y / 100) + (WS-DW-Y / 400)
022300         - 32045.
022400     ADD WS-WINDOW-DAYS TO WS-DW-JDN.
022500     COMPUTE WS-DW-A = WS-DW-JDN + 32044.
022600     COMPUTE WS-DW-Y = (4 * WS-DW-A + 3) / 146097.
022700     COMPUTE WS-DW-E = WS-DW-A - ((146097 * WS-DW-Y) / 4).
022800     COMPUTE WS-DW-H = (4 * WS-DW-E + 3) / 1461.
022900     COMPUTE WS-DW-E = WS-DW-E - ((1461 * WS-DW-H) / 4).
023000     COMPUTE WS-DW-M = (5 * WS-DW-E + 2) / 153.
023100     COMPUTE WS-DW-DD = WS-DW-E - ((153 * WS-DW-M + 2) / 5) + 1.
023200     COMPUTE WS-DW-MM = WS-DW-M + 3 - (12 * (WS-DW-M / 10)).
023300     COMPUTE WS-DW-YYYY = (100 * WS-DW-Y) + WS-DW-H
023400         + (WS-DW-M / 10).
023500     STRING WS-DW-YYYY "-" WS-DW-MM "-" WS-DW-DD
023600         DELIMITED BY SIZE INTO WS-WINDOW-END-DATE.
023700 1100-EXIT.
023800     EXIT.
023900
024000 2000-REPORT-BLOCK.
024100     IF WS-FIRST-DETAIL
024200         MOVE 'N' TO WS-FIRST-DETAIL-SW
024300         MOVE RB-HALL-CODE      TO WS-PREV-HALL-CODE
024400     ELSE
024500         IF RB-HALL-CODE NOT = WS-PREV-HALL-CODE
024600             PERFORM 5400-HALL-BREAK THRU 5400-EXIT
024700             MOVE RB-HALL-CODE TO WS-PREV-HALL-CODE
024800         END-IF
024900     END-IF.
025000
025100     PERFORM 5500-WRITE-DETAIL-LINE THRU 5500-EXIT.
025200     ADD 1 TO WS-HALL-COUNT WS-GRAND-COUNT.
025300     PERFORM 2100-FETCH-BLOCK THRU 2100-EXIT.
025400 2000-EXIT.
025500     EXIT.
025600
025700 2100-FETCH-BLOCK.
025800     EXEC SQL
025900         FETCH C1
026000          INTO :RB-BLOCK-ID, :RB-HALL-CODE, :RB-ROOM-FROM,
026100               :RB-ROOM-THRU, :RB-START-DATE, :RB-END-DATE,
026200               :RB-BLOCK-OWNER, :RB-BLOCK-REASON, :WS-DAYS-LEFT
026300     END-EXEC.
026400     EVALUATE SQLCODE
026500         WHEN ZERO
026600             CONTINUE
026700         WHEN 100
026800             MOVE 'Y' TO WS-DB2-EOF-SW
026900         WHEN OTHER
027000             DISPLAY "RESBLKRP - DB2 FETCH ERROR - SQLCODE "
027100                 SQLCODE
027200             GO TO 9900-ABEND-JOB
027300     END-EVALUATE.
027400 2100-EXIT.
027500     EXIT.
027600
027700 5100-WRITE-HEADINGS.
027800     ADD 1 TO WS-PAGE-NUMBER.
027900     MOVE WS-RUN-DATE           TO WS-TITLE-RUN-DATE.
028000     MOVE WS-PAGE-NUMBER        TO WS-TITLE-PAGE-NO.
028100     WRITE BR-REPORT-LINE FROM WS-REPORT-TITLE
028200         AFTER ADVANCING PAGE.
028300     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
028400     MOVE WS-WINDOW-DAYS        TO WS-WIN-DAYS.
028500     WRITE BR-REPORT-LINE FROM WS-WINDOW-LINE
028600         AFTER ADVANCING 1 LINE.
028700     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
028800     WRITE BR-REPORT-LINE FROM WS-COLUMN-HEADINGS
028900         AFTER ADVANCING 2 LINES.
029000     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
029100 5100-EXIT.
029200     EXIT.
029300
029400 5400-HALL-BREAK.
029500     MOVE WS-PREV-HALL-CODE     TO WS-HBRK-HALL.
029600     MOVE WS-HALL-COUNT         TO WS-HBRK-COUNT.
029700     WRITE BR-REPORT-LINE FROM WS-HALL-BREAK-LINE
029800         AFTER ADVANCING 1 LINE.
029900     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
030000     MOVE SPACES TO BR-REPORT-LINE.
030100     WRITE BR-REPORT-LINE
030200         AFTER ADVANCING 1 LINE.
030300     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
030400     MOVE ZERO TO WS-HALL-COUNT.
030500 5400-EXIT.
030600     EXIT.
030700
030800 5500-WRITE-DETAIL-LINE.
030900     MOVE RB-HALL-CODE          TO WS-DET-HALL.
031000     MOVE RB-BLOCK-ID           TO WS-DET-BLOCK-ID.
031100     MOVE RB-ROOM-FROM          TO WS-DET-ROOM-FROM.
031200     IF RB-ROOM-THRU = RB-ROOM-FROM
031300         MOVE SPACE             TO WS-DET-ROOM-DASH
031400         MOVE SPACES            TO WS-DET-ROOM-THRU
031500     ELSE
031600         MOVE '-'               TO WS-DET-ROOM-DASH
031700         MOVE RB-ROOM-THRU      TO WS-DET-ROOM-THRU
031800     END-IF.
031900     MOVE RB-START-DATE         TO WS-DET-START.
032000     MOVE RB-END-DATE           TO WS-DET-END.
032100     MOVE WS-DAYS-LEFT          TO WS-DET-DAYS-LEFT.
032200     MOVE RB-BLOCK-OWNER        TO WS-DET-OWNER.
032300     MOVE RB-BLOCK-REASON       TO WS-DET-REASON.
032400     WRITE BR-REPORT-LINE FROM WS-DETAIL-LINE
032500         AFTER ADVANCING 1 LINE.
032600     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
032700     IF LINAGE-COUNTER > 54
032800         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
032900     END-IF.
033000 5500-EXIT.
033100     EXIT.
033200
033300 5900-CHECK-PRINT-STATUS.
033400     IF NOT WS-BLKRPT-OK
033500         DISPLAY "RESBLKRP - REPORT WRITE ERROR - STATUS "
033600             WS-BLKRPT-STATUS
033700         GO TO 9900-ABEND-JOB
033800     END-IF.
033900 5900-EXIT.
034000     EXIT.
034100
034200 9000-TERMINATE.
034300     IF WS-FIRST-DETAIL
034400         WRITE BR-REPORT-LINE FROM WS-NONE-LINE
034500             AFTER ADVANCING 2 LINES
034600         PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT
034700     ELSE
034800         PERFORM 5400-HALL-BREAK THRU 5400-EXIT
034900     END-IF.
035000     MOVE WS-GRAND-COUNT        TO WS-GRAND-TOTAL-COUNT.
035100     WRITE BR-REPORT-LINE FROM WS-GRAND-TOTAL-LINE
035200         AFTER ADVANCING 2 LINES.
035300     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
035400
035500     DISPLAY "RESBLKRP - END OF JOB STATISTICS".
035600     DISPLAY "RESBLKRP -   WINDOW DAYS     - " WS-WINDOW-DAYS.
035700     DISPLAY "RESBLKRP -   BLOCKS EXPIRING - " WS-GRAND-COUNT.
035800
035900     EXEC SQL CLOSE C1 END-EXEC.
036000     MOVE WS-GRAND-COUNT        TO BL-RECORDS-READ.
036100     MOVE ZERO                  TO BL-RECORDS-INSERTED.
036200     MOVE ZERO                  TO BL-RECORDS-UPDATED.
036300     MOVE ZERO                  TO BL-RECORDS-REJECTED.
036400     MOVE SPACES                TO BL-LAST-CHECKPOINT.
036500     MOVE ZERO                  TO BL-RETURN-CODE.
036600     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
036700
036800     CLOSE BLOCK-RPT.
036900     EXEC SQL CONNECT RESET END-EXEC.
037000 9000-EXIT.
037100     EXIT.
037200
037300     COPY RUNLOGP.
037400
037500 9900-ABEND-JOB.
037600     DISPLAY "RESBLKRP - JOB ABENDING AFTER "
037700         WS-GRAND-COUNT " BLOCKS REPORTED".
037800     MOVE 16 TO RETURN-CODE.
037900     STOP RUN.
038000
038100 END PROGRAM resblkrp.
