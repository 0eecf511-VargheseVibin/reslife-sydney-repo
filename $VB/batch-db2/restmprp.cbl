000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. restmprp.
000300 AUTHOR. RESLIFE-IT-BATCH-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - UNMATCHED TEMPORARY ID      *
000900*              REPORT. NIGHTLY RUN AFTER THE EXPIRING BLOCK     *
001000*              REPORT; LISTS EVERY TEMP_RESIDENT ROW (PLACED ON *
001100*              THE HLCI SCREEN WITH THE 'E' EMERGENCY PLACEMENT *
001200*              FUNCTION) STILL UNMATCHED N OR MORE DAYS AFTER IT*
001300*              WAS CREATED (N FROM THE JCL PARM, DEFAULT 3), BY *
001400*              HALL, WITH ITS ROOM, WHO PLACED IT AND WHERE, AND*
001500*              DAYS OUTSTANDING - SO THE REGISTRAR LIAISON CAN  *
001600*              CHASE THE REAL ID AND FEED THE PAIR TO RESIDMRG. *
001700*              WRITES START AND END ROWS TO THE BATCH_RUN_LOG   *
001800*              TABLE LIKE EVERY OTHER STEP.                     *
001828*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP     *
001856*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE   *
001884*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'   *
001912*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER   *
001940*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.  *
001968*****************************************************************
002000
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT TEMP-RPT ASSIGN TO TMPRPT
002700         ORGANIZATION IS SEQUENTIAL
002800         ACCESS MODE IS SEQUENTIAL
002900         FILE STATUS IS WS-TMPRPT-STATUS.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  TEMP-RPT
003400     RECORDING MODE IS F
003500     LINAGE IS 60 LINES
003600         WITH FOOTING AT 55.
003700 01  TR-REPORT-LINE              PIC X(132).
003800
003900 WORKING-STORAGE SECTION.
004000     EXEC SQL INCLUDE SQLCA END-EXEC.
004100
004200     COPY TMPRDCL.
004300
004400     COPY RUNLDCL.
004500
004600 01  WS-RUN-DATE-ISO             PIC X(10)      VALUE SPACES.
004700 01  WS-CREATE-DATE              PIC X(10)      VALUE SPACES.
004800 01  WS-DAYS-OPEN                PIC S9(09) COMP VALUE ZERO.
004900 01  WS-MIN-DAYS                 PIC S9(09) COMP VALUE ZERO.
005000
005100*    UNMATCHED TEMPORARY IDS AT LEAST N DAYS OLD, IN HALL/CREATE
005200*    SEQUENCE FOR THE CONTROL BREAK.
005300     EXEC SQL
005400         DECLARE C1 CURSOR FOR
005500         SELECT TEMP_RESIDENT_ID, RESIDENT_NAME, HALL_CODE,
005600                ROOM_NUMBER, CREATE_OPERATOR, CREATE_TERMINAL,
005700                CHAR(DATE(CREATE_TS), ISO),
005800                DAYS(DATE(:WS-RUN-DATE-ISO)) - DAYS(CREATE_TS)
005900           FROM TEMP_RESIDENT
006000          WHERE TEMP_STATUS = 'U'
006100            AND DAYS(DATE(:WS-RUN-DATE-ISO)) - DAYS(CREATE_TS)
006200                >= :WS-MIN-DAYS
006300          ORDER BY HALL_CODE, CREATE_TS
006400     END-EXEC.
006500
006600 01  WS-TMPRPT-STATUS            PIC X(02)      VALUE SPACES.
006700     88 WS-TMPRPT-OK                    VALUE '00'.
006800
006900 01  WS-SWITCHES.
007000     05 WS-DB2-EOF-SW            PIC X(01)      VALUE 'N'.
007100        88 WS-DB2-EOF                   VALUE 'Y'.
007200     05 WS-FIRST-DETAIL-SW       PIC X(01)      VALUE 'Y'.
007300        88 WS-FIRST-DETAIL               VALUE 'Y'.
007400
007500 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
007600 01  WS-PAGE-NUMBER              PIC 9(04)      VALUE ZERO.
007700 01  WS-AGE-DAYS                 PIC 9(03)      VALUE ZERO.
007800
007900 01  WS-CONTROL-FIELDS.
008000     05 WS-PREV-HALL-CODE        PIC X(04)      VALUE SPACES.
008100
008200 01  WS-REPORT-COUNTERS          COMP.
008300     05 WS-HALL-COUNT            PIC 9(05)      VALUE ZERO.
008400     05 WS-GRAND-COUNT           PIC 9(07)      VALUE ZERO.
008500
008600 01  WS-REPORT-TITLE.
008700     05 FILLER                   PIC X(20)
008800         VALUE "RESIDENCE LIFE".
008900     05 FILLER                   PIC X(30)
009000         VALUE "UNMATCHED TEMPORARY IDS".
009100     05 FILLER                   PIC X(10)
009200         VALUE "RUN DATE: ".
009300     05 WS-TITLE-RUN-DATE        PIC 9(08).
009400     05 FILLER                   PIC X(08)
009500         VALUE "  PAGE: ".
009600     05 WS-TITLE-PAGE-NO         PIC ZZZ9.
009700
009800 01  WS-AGE-LINE.
009900     05 FILLER                   PIC X(31)
010000         VALUE "TEMP IDS UNMATCHED FOR AT LEAST".
010100     05 WS-AGE-DAYS-OUT          PIC ZZ9.
010200     05 FILLER                   PIC X(10)
010300         VALUE " DAYS".
010400
010500 01  WS-COLUMN-HEADINGS.
010600     05 FILLER                   PIC X(06)  VALUE "HALL".
010700     05 FILLER                   PIC X(10)  VALUE "TEMP ID".
010800     05 FILLER                   PIC X(32)  VALUE "NAME".
010900     05 FILLER                   PIC X(08)  VALUE "ROOM".
011000     05 FILLER                   PIC X(12)  VALUE "PLACED".
011100     05 FILLER                   PIC X(10)  VALUE "OPERATOR".
011200     05 FILLER                   PIC X(06)  VALUE "TERM".
011300     05 FILLER                   PIC X(06)  VALUE "DAYS".
011400
011500 01  WS-DETAIL-LINE.
011600     05 WS-DET-HALL              PIC X(06).
011700     05 WS-DET-TEMP-ID           PIC X(08).
011800     05 FILLER                   PIC X(02)  VALUE SPACES.
011900     05 WS-DET-NAME              PIC X(30).
012000     05 FILLER                   PIC X(02)  VALUE SPACES.
012100     05 WS-DET-ROOM              PIC X(08).
012200     05 WS-DET-PLACED            PIC X(12).
012300     05 WS-DET-OPERATOR          PIC X(10).
012400     05 WS-DET-TERMINAL          PIC X(06).
012500     05 WS-DET-DAYS              PIC ZZZ9.
012600
012700 01  WS-HALL-BREAK-LINE.
012800     05 FILLER                   PIC X(06)  VALUE SPACES.
012900     05 FILLER                   PIC X(07)  VALUE "HALL ".
013000     05 WS-HBRK-HALL             PIC X(04).
013100     05 FILLER                   PIC X(18)
013200         VALUE " UNMATCHED IDS:   ".
013300     05 WS-HBRK-COUNT            PIC ZZZZ9.
013400
013500 01  WS-GRAND-TOTAL-LINE.
013600     05 FILLER                   PIC X(26)
013700         VALUE "TOTAL UNMATCHED TEMP IDS: ".
013800     05 WS-GRAND-TOTAL-COUNT     PIC ZZZZZZ9.
013900
014000 01  WS-NONE-LINE.
014100     05 FILLER                   PIC X(44)
014200         VALUE "NO TEMPORARY IDS OUTSTANDING PAST THE LIMIT".
014300
014400 LINKAGE SECTION.
014500 01  LS-PARM-AREA.
014600     05 LS-PARM-LENGTH           PIC S9(04) COMP.
014700     05 LS-PARM-DATA             PIC X(30).
014800
014900 PROCEDURE DIVISION USING LS-PARM-AREA.
015000
015100 0000-MAIN.
015200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015300     PERFORM 2000-REPORT-TEMP-ID THRU 2000-EXIT
015400         UNTIL WS-DB2-EOF.
015500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015600     GOBACK.
015700
015800 1000-INITIALIZE.
015900     IF LS-PARM-LENGTH >= 1 AND LS-PARM-LENGTH <= 3 AND
016000        LS-PARM-DATA(1:LS-PARM-LENGTH) NUMERIC
016100         MOVE LS-PARM-DATA(1:LS-PARM-LENGTH)
016200             TO WS-AGE-DAYS(4 - LS-PARM-LENGTH:)
016300     ELSE
016400         MOVE 3 TO WS-AGE-DAYS
016500     END-IF.
016600     MOVE WS-AGE-DAYS TO WS-MIN-DAYS.
016700
016800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016900     STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
017000         WS-RUN-DATE(7:2) DELIMITED BY SIZE
017100         INTO WS-RUN-DATE-ISO.
017200
017300     OPEN OUTPUT TEMP-RPT.
017400     IF NOT WS-TMPRPT-OK
017500         DISPLAY "RESTMPRP - REPORT FILE OPEN FAILED - STATUS "
017600             WS-TMPRPT-STATUS
017700         GO TO 9900-ABEND-JOB
017800     END-IF.
017900
018000     EXEC SQL CONNECT TO RESLIFE END-EXEC.
018100     MOVE 'RESLOAD'  TO BL-JOB-NAME.
018200     MOVE 'STEP043'  TO BL-STEP-NAME.
018300     MOVE 'RESTMPRP' TO BL-PGM-NAME.
018350     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
018400     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
018500     EXEC SQL OPEN C1 END-EXEC.
018600     IF SQLCODE NOT = ZERO
018700         DISPLAY "RESTMPRP - CURSOR OPEN ERROR - SQLCODE " SQLCODE
018800         GO TO 9900-ABEND-JOB
018900     END-IF.
019000
019100     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
019200     PERFORM 2100-FETCH-TEMP-ID THRU 2100-EXIT.
019300 1000-EXIT.
019400     EXIT.
019500
019600 2000-REPORT-TEMP-ID.
019700     IF WS-FIRST-DETAIL
019800         MOVE 'N' TO WS-FIRST-DETAIL-SW
019900         MOVE TR-HALL-CODE      TO WS-PREV-HALL-CODE
020000     ELSE
020100         IF TR-HALL-CODE NOT = WS-PREV-HALL-CODE
020200             PERFORM 5400-HALL-BREAK THRU 5400-EXIT
020300             MOVE TR-HALL-CODE TO WS-PREV-HALL-CODE
020400         END-IF
020500     END-IF.
020600
020700     PERFORM 5500-WRITE-DETAIL-LINE THRU 5500-EXIT.
020800     ADD 1 TO WS-HALL-COUNT WS-GRAND-COUNT.
020900     PERFORM 2100-FETCH-TEMP-ID THRU 2100-EXIT.
021000 2000-EXIT.
021100     EXIT.
021200
021300 2100-FETCH-TEMP-ID.
021400     EXEC SQL
021500         FETCH C1
021600          INTO :TR-TEMP-RESIDENT-ID, :TR-RESIDENT-NAME,
021700               :TR-HALL-CODE, :TR-ROOM-NUMBER,
021800               :TR-CREATE-OPERATOR, :TR-CREATE-TERMINAL,
021900               :WS-CREATE-DATE, :WS-DAYS-OPEN
022000     END-EXEC.
022100     EVALUATE SQLCODE
022200         WHEN ZERO
022300             CONTINUE
022400         WHEN 100
022500             MOVE 'Y' TO WS-DB2-EOF-SW
022600         WHEN OTHER
022700             DISPLAY "RESTMPRP - DB2 FETCH ERROR - SQLCODE "
022800                 SQLCODE
022900             GO TO 9900-ABEND-JOB
023000     END-EVALUATE.
023100 2100-EXIT.
023200     EXIT.
023300
023400 5100-WRITE-HEADINGS.
023500     ADD 1 TO WS-PAGE-NUMBER.
023600     MOVE WS-RUN-DATE           TO WS-TITLE-RUN-DATE.
023700     MOVE WS-PAGE-NUMBER        TO WS-TITLE-PAGE-NO.
023800     WRITE TR-REPORT-LINE FROM WS-REPORT-TITLE
023900         AFTER ADVANCING PAGE.
024000     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
024100     MOVE WS-AGE-DAYS           TO WS-AGE-DAYS-OUT.
024200     WRITE TR-REPORT-LINE FROM WS-AGE-LINE
024300         AFTER ADVANCING 1 LINE.
024400     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
024500     WRITE TR-REPORT-LINE FROM WS-COLUMN-HEADINGS
024600         AFTER ADVANCING 2 LINES.
024700     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
024800 5100-EXIT.
024900     EXIT.
025000
025100 5400-HALL-BREAK.
025200     MOVE WS-PREV-HALL-CODE     TO WS-HBRK-HALL.
025300     MOVE WS-HALL-COUNT         TO WS-HBRK-COUNT.
025400     WRITE TR-REPORT-LINE FROM WS-HALL-BREAK-LINE
025500         AFTER ADVANCING 1 LINE.
025600     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
025700     MOVE SPACES TO TR-REPORT-LINE.
025800     WRITE TR-REPORT-LINE
025900         AFTER ADVANCING 1 LINE.
026000     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
026100     MOVE ZERO TO WS-HALL-COUNT.
026200 5400-EXIT.
026300     EXIT.
026400
026500 5500-WRITE-DETAIL-LINE.
026600     MOVE TR-HALL-CODE          TO WS-DET-HALL.
026700     MOVE TR-TEMP-RESIDENT-ID   TO WS-DET-TEMP-ID.
026800     MOVE TR-RESIDENT-NAME      TO WS-DET-NAME.
026900     MOVE TR-ROOM-NUMBER        TO WS-DET-ROOM.
027000     MOVE WS-CREATE-DATE        TO WS-DET-PLACED.
027100     MOVE TR-CREATE-OPERATOR    TO WS-DET-OPERATOR.
027200     MOVE TR-CREATE-TERMINAL    TO WS-DET-TERMINAL.
027300     MOVE WS-DAYS-OPEN          TO WS-DET-DAYS.
027400     WRITE TR-REPORT-LINE FROM WS-DETAIL-LINE
027500         AFTER ADVANCING 1 LINE.
027600     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
027700     IF LINAGE-COUNTER > 54
027800         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
027900     END-IF.
028000 5500-EXIT.
028100     EXIT.
028200
028300 5900-CHECK-PRINT-STATUS.
028400     IF NOT WS-TMPRPT-OK
028500         DISPLAY "RESTMPRP - REPORT WRITE ERROR - STATUS "
028600             WS-TMPRPT-STATUS
028700         GO TO 9900-ABEND-JOB
028800     END-IF.
028900 5900-EXIT.
029000     EXIT.
029100
029200 9000-TERMINATE.
029300     IF WS-FIRST-DETAIL
029400         WRITE TR-REPORT-LINE FROM WS-NONE-LINE
029500             AFTER ADVANCING 2 LINES
029600         PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT
029700     ELSE
029800         PERFORM 5400-HALL-BREAK THRU 5400-EXIT
029900     END-IF.
030000     MOVE WS-GRAND-COUNT        TO WS-GRAND-TOTAL-COUNT.
030100     WRITE TR-REPORT-LINE FROM WS-GRAND-TOTAL-LINE
030200         AFTER ADVANCING 2 LINES.
030300     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
030400
030500     DISPLAY "RESTMPRP - END OF JOB STATISTICS".
030600     DISPLAY "RESTMPRP -   AGE LIMIT DAYS  - " WS-AGE-DAYS.
030700     DISPLAY "RESTMPRP -   UNMATCHED IDS   - " WS-GRAND-COUNT.
030800
030900     EXEC SQL CLOSE C1 END-EXEC.
031000     MOVE WS-GRAND-COUNT        TO BL-RECORDS-READ.
031100     MOVE ZERO                  TO BL-RECORDS-INSERTED.
031200     MOVE ZERO                  TO BL-RECORDS-UPDATED.
031300     MOVE ZERO                  TO BL-RECORDS-REJECTED.
031400     MOVE SPACES                TO BL-LAST-CHECKPOINT.
031500     MOVE ZERO                  TO BL-RETURN-CODE.
031600     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
031700
031800     CLOSE TEMP-RPT.
031900     EXEC SQL CONNECT RESET END-EXEC.
032000 9000-EXIT.
032100     EXIT.
032200
032300     COPY RUNLOGP.
032400
032500 9900-ABEND-JOB.
032600     DISPLAY "RESTMPRP - JOB ABENDING AFTER "
032700         WS-GRAND-COUNT " TEMP IDS REPORTED".
032800     MOVE 16 TO RETURN-CODE.
032900     STOP RUN.
033000
033100 END PROGRAM restmprp.
