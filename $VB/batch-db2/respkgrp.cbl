000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. respkgrp.
000300 AUTHOR. RESLIFE-IT-BATCH-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - UNCOLLECTED PACKAGE AND     *
000900*              MAIL REPORT. NIGHTLY RUN AFTER THE TEMPORARY     *
001000*              RESIDENT REPORT; LISTS, BY HALL, EVERY PACKAGE   *
001100*              OR PIECE OF MAIL LOGGED ON THE HPKG SCREEN       *
001200*              (RESPKG) THAT HAS SAT AT THE DESK LONGER THAN N  *
001300*              DAYS (N FROM THE JCL PARM, DEFAULT 7) WITHOUT    *
001400*              BEING PICKED UP, RETURNED, OR FORWARDED -        *
001500*              INCLUDING ITEMS FLAGGED WHEN THEIR RESIDENT      *
001600*              MOVED OUT, WHICH THE DESK STILL HAS TO SEND ON.  *
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
002600     SELECT PACKAGE-RPT ASSIGN TO PKGRPT
002700         ORGANIZATION IS SEQUENTIAL
002800         ACCESS MODE IS SEQUENTIAL
002900         FILE STATUS IS WS-PKGRPT-STATUS.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  PACKAGE-RPT
003400     RECORDING MODE IS F
003500     LINAGE IS 60 LINES
003600         WITH FOOTING AT 55.
003700 01  PR-REPORT-LINE              PIC X(132).
003800
003900 WORKING-STORAGE SECTION.
004000     EXEC SQL INCLUDE SQLCA END-EXEC.
004100
004200     COPY PKGDCL.
004300
004400     COPY RUNLDCL.
004500
004600 01  WS-RUN-DATE-ISO             PIC X(10)      VALUE SPACES.
004700 01  WS-AGE-LIMIT                PIC S9(09) COMP VALUE ZERO.
004800 01  WS-DAYS-HELD                PIC S9(09) COMP VALUE ZERO.
004900
005000*    ITEMS STILL AT A DESK (HELD, OR FLAGGED AT MOVE-OUT) PAST
005100*    THE AGE LIMIT, IN HALL/ARRIVAL ORDER FOR THE CONTROL BREAK.
005200     EXEC SQL
005300         DECLARE C1 CURSOR FOR
005400         SELECT PACKAGE_ID, RESIDENT_ID, RESIDENT_NAME, HALL_CODE,
005500                ROOM_NUMBER, ITEM_TYPE, CARRIER, ARRIVAL_TS,
005600                PKG_STATUS,
005700                DAYS(DATE(:WS-RUN-DATE-ISO)) - DAYS(ARRIVAL_TS)
005800           FROM PACKAGE
005900          WHERE PKG_STATUS IN ('H', 'F')
006000            AND DAYS(DATE(:WS-RUN-DATE-ISO)) - DAYS(ARRIVAL_TS)
006100                > :WS-AGE-LIMIT
006200          ORDER BY HALL_CODE, ARRIVAL_TS, PACKAGE_ID
006300     END-EXEC.
006400
006500 01  WS-PKGRPT-STATUS            PIC X(02)      VALUE SPACES.
006600     88 WS-PKGRPT-OK                    VALUE '00'.
006700
006800 01  WS-SWITCHES.
006900     05 WS-DB2-EOF-SW            PIC X(01)      VALUE 'N'.
007000        88 WS-DB2-EOF                   VALUE 'Y'.
007100     05 WS-FIRST-DETAIL-SW       PIC X(01)      VALUE 'Y'.
007200        88 WS-FIRST-DETAIL               VALUE 'Y'.
007300
007400 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
007500 01  WS-PAGE-NUMBER              PIC 9(04)      VALUE ZERO.
007600 01  WS-AGE-DAYS                 PIC 9(03)      VALUE ZERO.
007700
007800 01  WS-CONTROL-FIELDS.
007900     05 WS-PREV-HALL-CODE        PIC X(04)      VALUE SPACES.
008000
008100 01  WS-REPORT-COUNTERS          COMP.
008200     05 WS-HALL-COUNT            PIC 9(05)      VALUE ZERO.
008300     05 WS-GRAND-COUNT           PIC 9(07)      VALUE ZERO.
008400     05 WS-FLAGGED-COUNT         PIC 9(07)      VALUE ZERO.
008500
008600 01  WS-REPORT-TITLE.
008700     05 FILLER                   PIC X(20)
008800         VALUE "RESIDENCE LIFE".
008900     05 FILLER                   PIC X(30)
009000         VALUE "UNCOLLECTED PACKAGES AND MAIL".
009100     05 FILLER                   PIC X(10)
009200         VALUE "RUN DATE: ".
009300     05 WS-TITLE-RUN-DATE        PIC 9(08).
009400     05 FILLER                   PIC X(08)
009500         VALUE "  PAGE: ".
009600     05 WS-TITLE-PAGE-NO         PIC ZZZ9.
009700
009800 01  WS-AGE-LINE.
009900     05 FILLER                   PIC X(32)
010000         VALUE "ITEMS AT THE DESK LONGER THAN".
010100     05 WS-AGE-LINE-DAYS         PIC ZZ9.
010200     05 FILLER                   PIC X(10)
010300         VALUE " DAYS".
010400
010500 01  WS-COLUMN-HEADINGS.
010600     05 FILLER                   PIC X(06)  VALUE "HALL".
010700     05 FILLER                   PIC X(08)  VALUE "ITEM".
010800     05 FILLER                   PIC X(10)  VALUE "RESIDENT".
010900     05 FILLER                   PIC X(31)  VALUE "NAME".
011000     05 FILLER                   PIC X(08)  VALUE "ROOM".
011100     05 FILLER                   PIC X(05)  VALUE "TYPE".
011200     05 FILLER                   PIC X(11)  VALUE "CARRIER".
011300     05 FILLER                   PIC X(12)  VALUE "ARRIVED".
011400     05 FILLER                   PIC X(06)  VALUE "DAYS".
011500     05 FILLER                   PIC X(26)  VALUE "STATUS".
011600
011700 01  WS-DETAIL-LINE.
011800     05 WS-DET-HALL              PIC X(06).
011900     05 WS-DET-PACKAGE-ID        PIC ZZZZZ9.
012000     05 FILLER                   PIC X(02)  VALUE SPACES.
012100     05 WS-DET-RESIDENT-ID       PIC X(10).
012200     05 WS-DET-NAME              PIC X(31).
012300     05 WS-DET-ROOM              PIC X(08).
012400     05 WS-DET-TYPE              PIC X(05).
012500     05 WS-DET-CARRIER           PIC X(11).
012600     05 WS-DET-ARRIVED           PIC X(12).
012700     05 WS-DET-DAYS-HELD         PIC ZZZ9.
012800     05 FILLER                   PIC X(02)  VALUE SPACES.
012900     05 WS-DET-STATUS            PIC X(26).
013000
013100 01  WS-HALL-BREAK-LINE.
013200     05 FILLER                   PIC X(06)  VALUE SPACES.
013300     05 FILLER                   PIC X(07)  VALUE "HALL ".
013400     05 WS-HBRK-HALL             PIC X(04).
013500     05 FILLER                   PIC X(20)
013600         VALUE " UNCOLLECTED ITEMS: ".
013700     05 WS-HBRK-COUNT            PIC ZZZZ9.
013800
013900 01  WS-GRAND-TOTAL-LINE.
014000     05 FILLER                   PIC X(26)
014100         VALUE "TOTAL UNCOLLECTED ITEMS: ".
014200     05 WS-GRAND-TOTAL-COUNT     PIC ZZZZZZ9.
014300     05 FILLER                   PIC X(04)  VALUE SPACES.
014400     05 FILLER                   PIC X(29)
014500         VALUE "FLAGGED FOR RETURN/FORWARD: ".
014600     05 WS-GRAND-FLAGGED-COUNT   PIC ZZZZZZ9.
014700
014800 01  WS-NONE-LINE.
014900     05 FILLER                   PIC X(44)
015000         VALUE "NO ITEMS HAVE BEEN AT A DESK THAT LONG".
015100
015200 LINKAGE SECTION.
015300 01  LS-PARM-AREA.
015400     05 LS-PARM-LENGTH           PIC S9(04) COMP.
015500     05 LS-PARM-DATA             PIC X(30).
015600
015700 PROCEDURE DIVISION USING LS-PARM-AREA.
015800
015900 0000-MAIN.
016000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016100     PERFORM 2000-REPORT-PACKAGE THRU 2000-EXIT
016200         UNTIL WS-DB2-EOF.
016300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016400     GOBACK.
016500
016600 1000-INITIALIZE.
016700     IF LS-PARM-LENGTH >= 1 AND LS-PARM-LENGTH <= 3 AND
016800        LS-PARM-DATA(1:LS-PARM-LENGTH) NUMERIC
016900         MOVE LS-PARM-DATA(1:LS-PARM-LENGTH)
017000             TO WS-AGE-DAYS(4 - LS-PARM-LENGTH:)
017100     ELSE
017200         MOVE 7 TO WS-AGE-DAYS
017300     END-IF.
017400     MOVE WS-AGE-DAYS TO WS-AGE-LIMIT.
017500
017600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017700     STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
017800         WS-RUN-DATE(7:2) DELIMITED BY SIZE
017900         INTO WS-RUN-DATE-ISO.
018000
018100     OPEN OUTPUT PACKAGE-RPT.
018200     IF NOT WS-PKGRPT-OK
018300         DISPLAY "RESPKGRP - REPORT FILE OPEN FAILED - STATUS "
018400             WS-PKGRPT-STATUS
018500         GO TO 9900-ABEND-JOB
018600     END-IF.
018700
018800     EXEC SQL CONNECT TO RESLIFE END-EXEC.
018900     MOVE 'RESLOAD'  TO BL-JOB-NAME.
019000     MOVE 'STEP044'  TO BL-STEP-NAME.
019100     MOVE 'RESPKGRP' TO BL-PGM-NAME.
019150     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
019200     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
019300     EXEC SQL OPEN C1 END-EXEC.
019400     IF SQLCODE NOT = ZERO
019500         DISPLAY "RESPKGRP - CURSOR OPEN ERROR - SQLCODE " SQLCODE
019600         GO TO 9900-ABEND-JOB
019700     END-IF.
019800
019900     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
020000     PERFORM 2100-FETCH-PACKAGE THRU 2100-EXIT.
020100 1000-EXIT.
020200     EXIT.
020300
020400 2000-REPORT-PACKAGE.
020500     IF WS-FIRST-DETAIL
020600         MOVE 'N' TO WS-FIRST-DETAIL-SW
020700         MOVE PK-HALL-CODE      TO WS-PREV-HALL-CODE
020800     ELSE
020900         IF PK-HALL-CODE NOT = WS-PREV-HALL-CODE
021000             PERFORM 5400-HALL-BREAK THRU 5400-EXIT
021100             MOVE PK-HALL-CODE TO WS-PREV-HALL-CODE
021200         END-IF
021300     END-IF.
021400
021500     PERFORM 5500-WRITE-DETAIL-LINE THRU 5500-EXIT.
021600     ADD 1 TO WS-HALL-COUNT WS-GRAND-COUNT.
021700     IF PK-STATUS-FLAGGED
021800         ADD 1 TO WS-FLAGGED-COUNT
021900     END-IF.
022000     PERFORM 2100-FETCH-PACKAGE THRU 2100-EXIT.
022100 2000-EXIT.
022200     EXIT.
022300
022400 2100-FETCH-PACKAGE.
022500     EXEC SQL
022600         FETCH C1
022700          INTO :PK-PACKAGE-ID, :PK-RESIDENT-ID, :PK-RESIDENT-NAME,
022800               :PK-HALL-CODE, :PK-ROOM-NUMBER, :PK-ITEM-TYPE,
022900               :PK-CARRIER, :PK-ARRIVAL-TS, :PK-PKG-STATUS,
023000               :WS-DAYS-HELD
023100     END-EXEC.
023200     EVALUATE SQLCODE
023300         WHEN ZERO
023400             CONTINUE
023500         WHEN 100
023600             MOVE 'Y' TO WS-DB2-EOF-SW
023700         WHEN OTHER
023800             DISPLAY "RESPKGRP - DB2 FETCH ERROR - SQLCODE "
023900                 SQLCODE
024000             GO TO 9900-ABEND-JOB
024100     END-EVALUATE.
024200 2100-EXIT.
024300     EXIT.
024400
024500 5100-WRITE-HEADINGS.
024600     ADD 1 TO WS-PAGE-NUMBER.
024700     MOVE WS-RUN-DATE           TO WS-TITLE-RUN-DATE.
024800     MOVE WS-PAGE-NUMBER        TO WS-TITLE-PAGE-NO.
024900     WRITE PR-REPORT-LINE FROM WS-REPORT-TITLE
025000         AFTER ADVANCING PAGE.
025100     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
025200     MOVE WS-AGE-DAYS           TO WS-AGE-LINE-DAYS.
025300     WRITE PR-REPORT-LINE FROM WS-AGE-LINE
025400         AFTER ADVANCING 1 LINE.
025500     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
025600     WRITE PR-REPORT-LINE FROM WS-COLUMN-HEADINGS
025700         AFTER ADVANCING 2 LINES.
025800     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
025900 5100-EXIT.
026000     EXIT.
026100
026200 5400-HALL-BREAK.
026300     MOVE WS-PREV-HALL-CODE     TO WS-HBRK-HALL.
026400     MOVE WS-HALL-COUNT         TO WS-HBRK-COUNT.
026500     WRITE PR-REPORT-LINE FROM WS-HALL-BREAK-LINE
026600         AFTER ADVANCING 1 LINE.
026700     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
026800     MOVE SPACES TO PR-REPORT-LINE.
026900     WRITE PR-REPORT-LINE
027000         AFTER ADVANCING 1 LINE.
027100     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
027200     MOVE ZERO TO WS-HALL-COUNT.
027300 5400-EXIT.
027400     EXIT.
027500
027600 5500-WRITE-DETAIL-LINE.
027700     MOVE PK-HALL-CODE          TO WS-DET-HALL.
027800     MOVE PK-PACKAGE-ID         TO WS-DET-PACKAGE-ID.
027900     MOVE PK-RESIDENT-ID        TO WS-DET-RESIDENT-ID.
028000     MOVE PK-RESIDENT-NAME      TO WS-DET-NAME.
028100     MOVE PK-ROOM-NUMBER        TO WS-DET-ROOM.
028200     IF PK-ITEM-MAIL
028300         MOVE 'MAIL'            TO WS-DET-TYPE
028400     ELSE
028500         MOVE 'PKG'             TO WS-DET-TYPE
028600     END-IF.
028700     MOVE PK-CARRIER            TO WS-DET-CARRIER.
028800     MOVE PK-ARRIVAL-TS(1:10)   TO WS-DET-ARRIVED.
028900     MOVE WS-DAYS-HELD          TO WS-DET-DAYS-HELD.
029000     IF PK-STATUS-FLAGGED
029100         MOVE 'MOVED OUT - RETURN/FORWARD' TO WS-DET-STATUS
029200     ELSE
029300         MOVE 'HELD - NOT PICKED UP'       TO WS-DET-STATUS
029400     END-IF.
029500     WRITE PR-REPORT-LINE FROM WS-DETAIL-LINE
029600         AFTER ADVANCING 1 LINE.
029700     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
029800     IF LINAGE-COUNTER > 54
029900         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
030000     END-IF.
030100 5500-EXIT.
030200     EXIT.
030300
030400 5900-CHECK-PRINT-STATUS.
030500     IF NOT WS-PKGRPT-OK
030600         DISPLAY "RESPKGRP - REPORT WRITE ERROR - STATUS "
030700             WS-PKGRPT-STATUS
030800         GO TO 9900-ABEND-JOB
030900     END-IF.
031000 5900-EXIT.
031100     EXIT.
031200
031300 9000-TERMINATE.
031400     IF WS-FIRST-DETAIL
031500         WRITE PR-REPORT-LINE FROM WS-NONE-LINE
031600             AFTER ADVANCING 2 LINES
031700         PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT
031800     ELSE
031900         PERFORM 5400-HALL-BREAK THRU 5400-EXIT
032000     END-IF.
032100     MOVE WS-GRAND-COUNT        TO WS-GRAND-TOTAL-COUNT.
032200     MOVE WS-FLAGGED-COUNT      TO WS-GRAND-FLAGGED-COUNT.
032300     WRITE PR-REPORT-LINE FROM WS-GRAND-TOTAL-LINE
032400         AFTER ADVANCING 2 LINES.
032500     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
032600
032700     DISPLAY "RESPKGRP - END OF JOB STATISTICS".
032800     DISPLAY "RESPKGRP -   AGE LIMIT DAYS  - " WS-AGE-DAYS.
032900     DISPLAY "RESPKGRP -   ITEMS REPORTED  - " WS-GRAND-COUNT.
033000     DISPLAY "RESPKGRP -   FLAGGED ITEMS   - " WS-FLAGGED-COUNT.
033100
033200     EXEC SQL CLOSE C1 END-EXEC.
033300     MOVE WS-GRAND-COUNT        TO BL-RECORDS-READ.
033400     MOVE ZERO                  TO BL-RECORDS-INSERTED.
033500     MOVE ZERO                  TO BL-RECORDS-UPDATED.
033600     MOVE ZERO                  TO BL-RECORDS-REJECTED.
033700     MOVE SPACES                TO BL-LAST-CHECKPOINT.
033800     MOVE ZERO                  TO BL-RETURN-CODE.
033900     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
034000
034100     CLOSE PACKAGE-RPT.
034200     EXEC SQL CONNECT RESET END-EXEC.
034300 9000-EXIT.
034400     EXIT.
034500
034600     COPY RUNLOGP.
034700
034800 9900-ABEND-JOB.
034900     DISPLAY "RESPKGRP - JOB ABENDING AFTER "
035000         WS-GRAND-COUNT " ITEMS REPORTED".
035100     MOVE 16 TO RETURN-CODE.
035200     STOP RUN.
035300
035400 END PROGRAM respkgrp.
