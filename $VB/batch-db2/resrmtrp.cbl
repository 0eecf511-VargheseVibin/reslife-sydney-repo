000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resrmtrp.
000300 AUTHOR. RESLIFE-IT-BATCH-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - NIGHTLY ROOMMATE PAIRING     *
000900*              REPORT. RUNS IN THE RESLOAD STREAM AFTER THE BED  *
001000*              MATCH. READS EVERY OPEN ROOMMATE_REQUEST ROW      *
001100*              (ANYTHING NOT 'C' CANCELLED) WITH THE ROOMMATE'S  *
001200*              ANSWERING ROW, IF ANY, AND BOTH RESIDENTS'        *
001300*              CURRENT ROOMS FROM RESIDENT_OCCUPANCY, AND PRINTS *
001400*              ONE LINE PER REQUEST CLASSED AS:                  *
001500*                NON-MUTUAL  - THE ROOMMATE HAS NOT NAMED THE    *
001600*                              RESIDENT BACK;                    *
001700*                PLACED      - BOTH ARE IN THE SAME HALL/ROOM;   *
001800*                UNHONORED   - FLAGGED 'U' BY THE PLACEMENT OR   *
001900*                              MATCH RUN, WITH THE REASON;       *
002000*                OFFERED     - STAMPED 'H' WITH A SHARED ROOM    *
002100*                              NOT YET MOVED INTO;               *
002200*                PENDING     - MUTUAL, NOT YET WORKED.           *
002300*              CLOSES WITH A COUNT PER CLASS. WRITES START AND   *
002400*              END ROWS TO THE BATCH_RUN_LOG TABLE LIKE EVERY    *
002500*              OTHER STEP.                                       *
002528*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
002556*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
002584*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
002612*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
002640*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
002655*  2026-10-15 FMV LOGS AS RESLOAD STEP039 - THE STREAM'S STEPS   *
002670*              WERE RENUMBERED INTO THE ORDER THEY RUN.          *
002685*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ROOMMATE-RPT ASSIGN TO RMTRPT
003400         ORGANIZATION IS SEQUENTIAL
003500         ACCESS MODE IS SEQUENTIAL
003600         FILE STATUS IS WS-RMTRPT-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  ROOMMATE-RPT
004100     RECORDING MODE IS F
004200     LINAGE IS 60 LINES
004300         WITH FOOTING AT 55.
004400 01  RR-REPORT-LINE              PIC X(132).
004500
004600 WORKING-STORAGE SECTION.
004700     EXEC SQL INCLUDE SQLCA END-EXEC.
004800
004900     COPY RMTDCL.
005000
005100     COPY RUNLDCL.
005200
005300 01  WS-RESIDENT-NAME            PIC X(30)      VALUE SPACES.
005400 01  WS-RESIDENT-HALL            PIC X(04)      VALUE SPACES.
005500 01  WS-RESIDENT-ROOM            PIC X(06)      VALUE SPACES.
005600 01  WS-PARTNER-ANSWER-ID        PIC X(08)      VALUE SPACES.
005700 01  WS-PARTNER-NAME             PIC X(30)      VALUE SPACES.
005800 01  WS-PARTNER-HALL             PIC X(04)      VALUE SPACES.
005900 01  WS-PARTNER-ROOM             PIC X(06)      VALUE SPACES.
006000
006100*    EVERY OPEN REQUEST, WITH THE ROOMMATE'S ANSWERING REQUEST
006200*    (SPACES WHEN THE ROOMMATE HAS NOT NAMED THE RESIDENT BACK)
006300*    AND BOTH RESIDENTS' CURRENT ROOMS.
006400     EXEC SQL
006500         DECLARE C1 CURSOR FOR
006600         SELECT R.RESIDENT_ID, R.ROOMMATE_ID, R.REQUEST_STATUS,
006700                R.PAIR_HALL, R.PAIR_ROOM, R.FLAG_REASON,
006800                VALUE(O.RESIDENT_NAME, '(NOT ON FILE)'),
006900                VALUE(O.HALL_CODE, ' '),
007000                VALUE(O.ROOM_NUMBER, ' '),
007100                VALUE(P.RESIDENT_ID, ' '),
007200                VALUE(Q.RESIDENT_NAME, '(NOT ON FILE)'),
007300                VALUE(Q.HALL_CODE, ' '),
007400                VALUE(Q.ROOM_NUMBER, ' ')
007500           FROM ROOMMATE_REQUEST R
007600                LEFT OUTER JOIN ROOMMATE_REQUEST P
007700                ON  P.RESIDENT_ID = R.ROOMMATE_ID
007800                AND P.ROOMMATE_ID = R.RESIDENT_ID
007900                AND P.REQUEST_STATUS <> 'C'
008000                LEFT OUTER JOIN RESIDENT_OCCUPANCY O
008100                ON  O.RESIDENT_ID = R.RESIDENT_ID
008200                LEFT OUTER JOIN RESIDENT_OCCUPANCY Q
008300                ON  Q.RESIDENT_ID = R.ROOMMATE_ID
008400          WHERE R.REQUEST_STATUS <> 'C'
008500          ORDER BY R.RESIDENT_ID
008600     END-EXEC.
008700
008800 01  WS-RMTRPT-STATUS            PIC X(02)      VALUE SPACES.
008900     88 WS-RMTRPT-OK                    VALUE '00'.
009000
009100 01  WS-SWITCHES.
009200     05 WS-DB2-EOF-SW            PIC X(01)      VALUE 'N'.
009300        88 WS-DB2-EOF                   VALUE 'Y'.
009400
009500 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
009600 01  WS-PAGE-NUMBER              PIC 9(04)      VALUE ZERO.
009700
009800 01  WS-REPORT-COUNTERS          COMP.
009900     05 WS-REQUESTS-READ         PIC 9(07)      VALUE ZERO.
010000     05 WS-NON-MUTUAL-COUNT      PIC 9(07)      VALUE ZERO.
010100     05 WS-PLACED-COUNT          PIC 9(07)      VALUE ZERO.
010200     05 WS-UNHONORED-COUNT       PIC 9(07)      VALUE ZERO.
010300     05 WS-OFFERED-COUNT         PIC 9(07)      VALUE ZERO.
010400     05 WS-PENDING-COUNT         PIC 9(07)      VALUE ZERO.
010500
010600 01  WS-REPORT-TITLE.
010700     05 FILLER                   PIC X(20)
010800         VALUE "RESIDENCE LIFE".
010900     05 FILLER                   PIC X(30)
011000         VALUE "ROOMMATE PAIRING REPORT".
011100     05 FILLER                   PIC X(10)
011200         VALUE "RUN DATE: ".
011300     05 WS-TITLE-RUN-DATE        PIC 9(08).
011400     05 FILLER                   PIC X(08)
011500         VALUE "  PAGE: ".
011600     05 WS-TITLE-PAGE-NO         PIC ZZZ9.
011700
011800 01  WS-COLUMN-HEADINGS.
011900     05 FILLER                   PIC X(10)  VALUE "RESIDENT".
012000     05 FILLER                   PIC X(24)  VALUE "RESIDENT NAME".
012100     05 FILLER                   PIC X(13)  VALUE "HALL/ROOM".
012200     05 FILLER                   PIC X(10)  VALUE "ROOMMATE".
012300     05 FILLER                   PIC X(24)  VALUE "ROOMMATE NAME".
012400     05 FILLER                   PIC X(13)  VALUE "HALL/ROOM".
012500     05 FILLER                   PIC X(12)  VALUE "STATUS".
012600     05 FILLER                   PIC X(26)  VALUE "DETAIL".
012700
012800 01  WS-DETAIL-LINE.
012900     05 WS-DET-RESIDENT-ID       PIC X(10).
013000     05 WS-DET-RESIDENT-NAME     PIC X(24).
013100     05 WS-DET-RESIDENT-ROOM     PIC X(13).
013200     05 WS-DET-ROOMMATE-ID       PIC X(10).
013300     05 WS-DET-ROOMMATE-NAME     PIC X(24).
013400     05 WS-DET-ROOMMATE-ROOM     PIC X(13).
013500     05 WS-DET-STATUS            PIC X(12).
013600     05 WS-DET-DETAIL            PIC X(26).
013700
013800 01  WS-TOTAL-LINE-1.
013900     05 FILLER                   PIC X(20)
014000         VALUE "REQUESTS LISTED: ".
014100     05 WS-TOT-READ              PIC ZZZZZZ9.
014200     05 FILLER                   PIC X(16)
014300         VALUE "  NON-MUTUAL: ".
014400     05 WS-TOT-NON-MUTUAL        PIC ZZZZZZ9.
014500     05 FILLER                   PIC X(16)
014600         VALUE "  PLACED: ".
014700     05 WS-TOT-PLACED            PIC ZZZZZZ9.
014800
014900 01  WS-TOTAL-LINE-2.
015000     05 FILLER                   PIC X(20)
015100         VALUE "UNHONORED: ".
015200     05 WS-TOT-UNHONORED         PIC ZZZZZZ9.
015300     05 FILLER                   PIC X(16)
015400         VALUE "  OFFERED: ".
015500     05 WS-TOT-OFFERED           PIC ZZZZZZ9.
015600     05 FILLER                   PIC X(16)
015700         VALUE "  PENDING: ".
015800     05 WS-TOT-PENDING           PIC ZZZZZZ9.
015900
016000 PROCEDURE DIVISION.
016100
016200 0000-MAIN.
016300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016400     PERFORM 2000-REPORT-REQUEST THRU 2000-EXIT
016500         UNTIL WS-DB2-EOF.
016600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016700     GOBACK.
016800
016900 1000-INITIALIZE.
017000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017100
017200     OPEN OUTPUT ROOMMATE-RPT.
017300     IF NOT WS-RMTRPT-OK
017400         DISPLAY "RESRMTRP - REPORT FILE OPEN FAILED - STATUS "
017500             WS-RMTRPT-STATUS
017600         GO TO 9900-ABEND-JOB
017700     END-IF.
017800
017900     EXEC SQL CONNECT TO RESLIFE END-EXEC.
018000     MOVE 'RESLOAD'  TO BL-JOB-NAME.
018100     MOVE 'STEP039'  TO BL-STEP-NAME.
018200     MOVE 'RESRMTRP' TO BL-PGM-NAME.
018250     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
018300     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
018400     EXEC SQL OPEN C1 END-EXEC.
018500     IF SQLCODE NOT = ZERO
018600         DISPLAY "RESRMTRP - CURSOR OPEN ERROR - SQLCODE " SQLCODE
018700         GO TO 9900-ABEND-JOB
018800     END-IF.
018900
019000     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
019100     PERFORM 2100-FETCH-REQUEST THRU 2100-EXIT.
019200 1000-EXIT.
019300     EXIT.
019400
019500*****************************************************************
019600* 2000-REPORT-REQUEST - CLASS THE REQUEST. A PAIR ALREADY        *
019700*           SHARING A ROOM COUNTS AS PLACED WHATEVER ITS STAMP   *
019800*           SAYS (A PAIR MAY HAVE ARRIVED TOGETHER FROM THE FEED)*
019900*****************************************************************
020000 2000-REPORT-REQUEST.
020100     ADD 1 TO WS-REQUESTS-READ.
020200     MOVE SPACES                TO WS-DET-DETAIL.
020300     EVALUATE TRUE
020400         WHEN WS-PARTNER-ANSWER-ID = SPACES
020500             MOVE "NON-MUTUAL"  TO WS-DET-STATUS
020600             MOVE "ROOMMATE HAS NOT NAMED BACK"
020700                 TO WS-DET-DETAIL
020800             ADD 1 TO WS-NON-MUTUAL-COUNT
020900         WHEN WS-RESIDENT-ROOM NOT = SPACES
021000          AND WS-RESIDENT-HALL = WS-PARTNER-HALL
021100          AND WS-RESIDENT-ROOM = WS-PARTNER-ROOM
021200             MOVE "PLACED"      TO WS-DET-STATUS
021300             ADD 1 TO WS-PLACED-COUNT
021400         WHEN RQ-STATUS-UNHONORED
021500             MOVE "UNHONORED"   TO WS-DET-STATUS
021600             MOVE RQ-FLAG-REASON TO WS-DET-DETAIL
021700             ADD 1 TO WS-UNHONORED-COUNT
021800         WHEN RQ-STATUS-HONORED
021900             MOVE "OFFERED"     TO WS-DET-STATUS
022000             STRING RQ-PAIR-HALL DELIMITED BY SIZE
022100                 "/" DELIMITED BY SIZE
022200                 RQ-PAIR-ROOM DELIMITED BY SIZE
022300                 INTO WS-DET-DETAIL
022400             ADD 1 TO WS-OFFERED-COUNT
022500         WHEN OTHER
022600             MOVE "PENDING"     TO WS-DET-STATUS
022700             ADD 1 TO WS-PENDING-COUNT
022800     END-EVALUATE.
022900     PERFORM 5500-WRITE-DETAIL-LINE THRU 5500-EXIT.
023000     PERFORM 2100-FETCH-REQUEST THRU 2100-EXIT.
023100 2000-EXIT.
023200     EXIT.
023300
023400 2100-FETCH-REQUEST.
023500     EXEC SQL
023600         FETCH C1
023700          INTO :RQ-RESIDENT-ID, :RQ-ROOMMATE-ID,
023800               :RQ-REQUEST-STATUS, :RQ-PAIR-HALL,
023900               :RQ-PAIR-ROOM, :RQ-FLAG-REASON,
024000               :WS-RESIDENT-NAME, :WS-RESIDENT-HALL,
024100               :WS-RESIDENT-ROOM, :WS-PARTNER-ANSWER-ID,
024200               :WS-PARTNER-NAME, :WS-PARTNER-HALL,
024300               :WS-PARTNER-ROOM
024400     END-EXEC.
024500     EVALUATE SQLCODE
024600         WHEN ZERO
024700             CONTINUE
024800         WHEN 100
024900             MOVE 'Y' TO WS-DB2-EOF-SW
025000         WHEN OTHER
025100             DISPLAY "RESRMTRP - DB2 FETCH ERROR - SQLCODE "
025200                 SQLCODE
025300             GO TO 9900-ABEND-JOB
025400     END-EVALUATE.
025500 2100-EXIT.
025600     EXIT.
025700
025800 5100-WRITE-HEADINGS.
025900     ADD 1 TO WS-PAGE-NUMBER.
026000     MOVE WS-RUN-DATE           TO WS-TITLE-RUN-DATE.
026100     MOVE WS-PAGE-NUMBER        TO WS-TITLE-PAGE-NO.
026200     WRITE RR-REPORT-LINE FROM WS-REPORT-TITLE
026300         AFTER ADVANCING PAGE.
026400     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
026500     WRITE RR-REPORT-LINE FROM WS-COLUMN-HEADINGS
026600         AFTER ADVANCING 2 LINES.
026700     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
026800 5100-EXIT.
026900     EXIT.
027000
027100 5500-WRITE-DETAIL-LINE.
027200     MOVE RQ-RESIDENT-ID        TO WS-DET-RESIDENT-ID.
027300     MOVE WS-RESIDENT-NAME      TO WS-DET-RESIDENT-NAME.
027400     MOVE SPACES                TO WS-DET-RESIDENT-ROOM.
027500     IF WS-RESIDENT-ROOM NOT = SPACES
027600         STRING WS-RESIDENT-HALL DELIMITED BY SIZE
027700             "/" DELIMITED BY SIZE
027800             WS-RESIDENT-ROOM DELIMITED BY SIZE
027900             INTO WS-DET-RESIDENT-ROOM
028000     END-IF.
028100     MOVE RQ-ROOMMATE-ID        TO WS-DET-ROOMMATE-ID.
028200     MOVE WS-PARTNER-NAME       TO WS-DET-ROOMMATE-NAME.
028300     MOVE SPACES                TO WS-DET-ROOMMATE-ROOM.
028400     IF WS-PARTNER-ROOM NOT = SPACES
028500         STRING WS-PARTNER-HALL DELIMITED BY SIZE
028600             "/" DELIMITED BY SIZE
028700             WS-PARTNER-ROOM DELIMITED BY SIZE
028800             INTO WS-DET-ROOMMATE-ROOM
028900     END-IF.
029000     WRITE RR-REPORT-LINE FROM WS-DETAIL-LINE
029100         AFTER ADVANCING 1 LINE.
029200     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
029300     IF LINAGE-COUNTER > 54
029400         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
029500     END-IF.
029600 5500-EXIT.
029700     EXIT.
029800
029900 5900-CHECK-PRINT-STATUS.
030000     IF NOT WS-RMTRPT-OK
030100         DISPLAY "RESRMTRP - REPORT WRITE ERROR - STATUS "
030200             WS-RMTRPT-STATUS
030300         GO TO 9900-ABEND-JOB
030400     END-IF.
030500 5900-EXIT.
030600     EXIT.
030700
030800 9000-TERMINATE.
030900     MOVE WS-REQUESTS-READ      TO WS-TOT-READ.
031000     MOVE WS-NON-MUTUAL-COUNT   TO WS-TOT-NON-MUTUAL.
031100     MOVE WS-PLACED-COUNT       TO WS-TOT-PLACED.
031200     MOVE WS-UNHONORED-COUNT    TO WS-TOT-UNHONORED.
031300     MOVE WS-OFFERED-COUNT      TO WS-TOT-OFFERED.
031400     MOVE WS-PENDING-COUNT      TO WS-TOT-PENDING.
031500     WRITE RR-REPORT-LINE FROM WS-TOTAL-LINE-1
031600         AFTER ADVANCING 2 LINES.
031700     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
031800     WRITE RR-REPORT-LINE FROM WS-TOTAL-LINE-2
031900         AFTER ADVANCING 1 LINE.
032000     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
032100
032200     DISPLAY "RESRMTRP - END OF JOB STATISTICS".
032300     DISPLAY "RESRMTRP -   REQUESTS LISTED - " WS-REQUESTS-READ.
032400     DISPLAY "RESRMTRP -   NON-MUTUAL      - "
032450         WS-NON-MUTUAL-COUNT.
032500     DISPLAY "RESRMTRP -   PLACED          - " WS-PLACED-COUNT.
032600     DISPLAY "RESRMTRP -   UNHONORED       - " WS-UNHONORED-COUNT.
032700     DISPLAY "RESRMTRP -   OFFERED         - " WS-OFFERED-COUNT.
032800     DISPLAY "RESRMTRP -   PENDING         - " WS-PENDING-COUNT.
032900
033000     EXEC SQL CLOSE C1 END-EXEC.
033100     MOVE WS-REQUESTS-READ      TO BL-RECORDS-READ.
033200     MOVE ZERO                  TO BL-RECORDS-INSERTED.
033300     MOVE ZERO                  TO BL-RECORDS-UPDATED.
033400     MOVE ZERO                  TO BL-RECORDS-REJECTED.
033500     MOVE SPACES                TO BL-LAST-CHECKPOINT.
033600     MOVE ZERO                  TO BL-RETURN-CODE.
033700     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
033800
033900     CLOSE ROOMMATE-RPT.
034000     EXEC SQL CONNECT RESET END-EXEC.
034100 9000-EXIT.
034200     EXIT.
034300
034400     COPY RUNLOGP.
034500
034600 9900-ABEND-JOB.
034700     DISPLAY "RESRMTRP - JOB ABENDING AFTER "
034800         WS-REQUESTS-READ " REQUESTS LISTED".
034900     MOVE 16 TO RETURN-CODE.
035000     STOP RUN.
035100
035200 END PROGRAM resrmtrp.
