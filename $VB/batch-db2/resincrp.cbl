000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resincrp.
000300 AUTHOR. RESLIFE-IT-BATCH-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - DAILY INCIDENT REPORT.      *
000900*              PRINTS THE PRIOR DAY'S INCIDENTS (LOGGED ON THE  *
001000*              HINC SCREEN, RESINC) WITH EACH HALL ON ITS OWN   *
001100*              PAGES FOR THAT HALL'S DIRECTOR: TIME, ROOM OR    *
001200*              COMMON AREA, CATEGORY, WHO LOGGED IT, AND THE    *
001300*              NARRATIVE, FOLLOWED BY THE RESIDENTS INVOLVED.   *
001400*              THE ROOM AND EACH RESIDENT CARRY A RUNNING COUNT *
001500*              OF INCIDENTS TO DATE, MARKED REPEAT WHEN THERE   *
001600*              HAS BEEN MORE THAN ONE. WRITES START AND END     *
001700*              ROWS TO BATCH_RUN_LOG.                           *
001728*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP     *
001756*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE   *
001784*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'   *
001812*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER   *
001840*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.  *
001868*****************************************************************
001900
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT INCIDENT-RPT ASSIGN TO INCRPT
002600         ORGANIZATION IS SEQUENTIAL
002700         ACCESS MODE IS SEQUENTIAL
002800         FILE STATUS IS WS-INCRPT-STATUS.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  INCIDENT-RPT
003300     RECORDING MODE IS F
003400     LINAGE IS 60 LINES
003500         WITH FOOTING AT 55.
003600 01  IN-REPORT-LINE              PIC X(132).
003700
003800 WORKING-STORAGE SECTION.
003900     EXEC SQL INCLUDE SQLCA END-EXEC.
004000
004100     COPY INCDCL.
004200
004300     COPY INCRDCL.
004400
004500     COPY RUNLDCL.
004600
004700 01  WS-WINDOW-START-TS          PIC X(26)      VALUE SPACES.
004800 01  WS-WINDOW-END-TS            PIC X(26)      VALUE SPACES.
004900
005000*****************************************************************
005100* THE PRIOR DAY'S INCIDENTS BY HALL, EACH WITH THE NUMBER OF    *
005200*           INCIDENTS LOGGED AGAINST ITS ROOM UP TO THE END OF  *
005300*           THE DAY (A COMMON-AREA INCIDENT HAS NO ROOM COUNT). *
005400*****************************************************************
005500     EXEC SQL
005600         DECLARE CINC CURSOR FOR
005700         SELECT I.INCIDENT_ID, I.HALL_CODE, I.ROOM_NUMBER,
005800                I.CATEGORY, I.INCIDENT_TS, I.NARRATIVE,
005900                I.LOG_OPERATOR,
006000                ( SELECT COUNT(*)
006100                    FROM INCIDENT I2
006200                   WHERE I2.HALL_CODE    = I.HALL_CODE
006300                     AND I2.ROOM_NUMBER  = I.ROOM_NUMBER
006400                     AND I2.ROOM_NUMBER <> '      '
006500                     AND I2.INCIDENT_TS  < :WS-WINDOW-END-TS )
006600           FROM INCIDENT I
006700          WHERE I.INCIDENT_TS >= :WS-WINDOW-START-TS
006800            AND I.INCIDENT_TS <  :WS-WINDOW-END-TS
006900          ORDER BY I.HALL_CODE, I.INCIDENT_TS, I.INCIDENT_ID
007000     END-EXEC.
007100
007200*****************************************************************
007300* THE RESIDENTS ON ONE INCIDENT, EACH WITH THE NUMBER OF        *
007400*           INCIDENTS THEY HAVE BEEN ON TO THE END OF THE DAY.  *
007500*****************************************************************
007600     EXEC SQL
007700         DECLARE CIRS CURSOR FOR
007800         SELECT R.RESIDENT_ID, R.RESIDENT_NAME, R.HALL_CODE,
007900                R.ROOM_NUMBER,
008000                ( SELECT COUNT(*)
008100                    FROM INCIDENT_RESIDENT R2, INCIDENT I2
008200                   WHERE R2.RESIDENT_ID = R.RESIDENT_ID
008300                     AND I2.INCIDENT_ID = R2.INCIDENT_ID
008400                     AND I2.INCIDENT_TS < :WS-WINDOW-END-TS )
008500           FROM INCIDENT_RESIDENT R
008600          WHERE R.INCIDENT_ID = :IC-INCIDENT-ID
008700          ORDER BY R.RESIDENT_NAME, R.RESIDENT_ID
008800     END-EXEC.
008900
009000 01  WS-INCRPT-STATUS            PIC X(02)      VALUE SPACES.
009100     88 WS-INCRPT-OK                    VALUE '00'.
009200
009300 01  WS-SWITCHES.
009400     05 WS-INCIDENT-EOF-SW       PIC X(01)      VALUE 'N'.
009500        88 WS-INCIDENT-EOF              VALUE 'Y'.
009600     05 WS-RESIDENT-EOF-SW       PIC X(01)      VALUE 'N'.
009700        88 WS-RESIDENT-EOF              VALUE 'Y'.
009800     05 WS-FIRST-DETAIL-SW       PIC X(01)      VALUE 'Y'.
009900        88 WS-FIRST-DETAIL               VALUE 'Y'.
010000
010100 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
010200 01  WS-PAGE-NUMBER              PIC 9(04)      VALUE ZERO.
010300 01  WS-ROOM-TO-DATE             PIC S9(9) COMP VALUE ZERO.
010400 01  WS-RESIDENT-TO-DATE         PIC S9(9) COMP VALUE ZERO.
010500 01  WS-NARRATIVE.
010600     05 WS-NARRATIVE-LINE        OCCURS 3 TIMES
010700                                 PIC X(60).
010800 01  WS-NAR-IX                   PIC 9(02) COMP VALUE ZERO.
010900
011000*****************************************************************
011100* PRIOR-DAY WINDOW ARITHMETIC - SAME DAY-NUMBER PAIR RESMOVE    *
011200*           USES, BACKED UP ONE DAY.                            *
011300*****************************************************************
011400 01  WS-DAY-WORK.
011500     05 WS-DW-YYYY               PIC 9(04)      VALUE ZERO.
011600     05 WS-DW-MM                 PIC 9(02)      VALUE ZERO.
011700     05 WS-DW-DD                 PIC 9(02)      VALUE ZERO.
011800     05 WS-DW-A                  PIC S9(09) COMP VALUE ZERO.
011900     05 WS-DW-Y                  PIC S9(09) COMP VALUE ZERO.
012000     05 WS-DW-M                  PIC S9(09) COMP VALUE ZERO.
012100     05 WS-DW-JDN                PIC S9(09) COMP VALUE ZERO.
012200     05 WS-DW-E                  PIC S9(09) COMP VALUE ZERO.
012300     05 WS-DW-H                  PIC S9(09) COMP VALUE ZERO.
012400
012500 01  WS-CONTROL-FIELDS.
012600     05 WS-PREV-HALL-CODE        PIC X(04)      VALUE SPACES.
012700
012800 01  WS-REPORT-COUNTERS          COMP.
012900     05 WS-HALL-COUNT            PIC 9(05)      VALUE ZERO.
013000     05 WS-TOTAL-COUNT           PIC 9(07)      VALUE ZERO.
013100     05 WS-RESIDENT-LINES        PIC 9(07)      VALUE ZERO.
013200
013300 01  WS-REPORT-TITLE.
013400     05 FILLER                   PIC X(20)
013500         VALUE "RESIDENCE LIFE".
013600     05 FILLER                   PIC X(30)
013700         VALUE "DAILY INCIDENT REPORT".
013800     05 FILLER                   PIC X(10)
013900         VALUE "RUN DATE: ".
014000     05 WS-TITLE-RUN-DATE        PIC 9(08).
014100     05 FILLER                   PIC X(08)
014200         VALUE "  PAGE: ".
014300     05 WS-TITLE-PAGE-NO         PIC ZZZ9.
014400
014500 01  WS-HALL-TITLE-LINE.
014600     05 FILLER                   PIC X(06)  VALUE "HALL: ".
014700     05 WS-HT-HALL               PIC X(04).
014800     05 FILLER                   PIC X(26)
014900         VALUE "   INCIDENTS LOGGED ON".
015000     05 WS-HT-DAY                PIC X(10).
015100
015200 01  WS-COLUMN-HEADINGS.
015300     05 FILLER                   PIC X(10)  VALUE "INCIDENT".
015400     05 FILLER                   PIC X(07)  VALUE "TIME".
015500     05 FILLER                   PIC X(08)  VALUE "ROOM".
015600     05 FILLER                   PIC X(20)  VALUE "CATEGORY".
015700     05 FILLER                   PIC X(10)  VALUE "LOGGED BY".
015800     05 FILLER                   PIC X(20)  VALUE "ROOM TO DATE".
015900
016000 01  WS-DETAIL-LINE.
016100     05 WS-DET-INCIDENT-ID       PIC ZZZZZ9.
016200     05 FILLER                   PIC X(04)  VALUE SPACES.
016300     05 WS-DET-TIME              PIC X(07).
016400     05 WS-DET-ROOM              PIC X(08).
016500     05 WS-DET-CATEGORY          PIC X(20).
016600     05 WS-DET-OPERATOR          PIC X(10).
016700     05 WS-DET-ROOM-COUNT        PIC ZZZZ9.
016800     05 FILLER                   PIC X(02)  VALUE SPACES.
016900     05 WS-DET-ROOM-REPEAT       PIC X(06).
017000
017100 01  WS-NARRATIVE-PRINT-LINE.
017200     05 FILLER                   PIC X(10)  VALUE SPACES.
017300     05 WS-NPL-TEXT              PIC X(60).
017400
017500 01  WS-RESIDENT-PRINT-LINE.
017600     05 FILLER                   PIC X(10)  VALUE SPACES.
017700     05 FILLER                   PIC X(10)  VALUE "RESIDENT ".
017800     05 WS-RPL-RESIDENT-ID       PIC X(09).
017900     05 WS-RPL-NAME              PIC X(32).
018000     05 WS-RPL-HALL              PIC X(05).
018100     05 WS-RPL-ROOM              PIC X(08).
018200     05 FILLER                   PIC X(19)
018300         VALUE "INCIDENTS TO DATE: ".
018400     05 WS-RPL-COUNT             PIC ZZZZ9.
018500     05 FILLER                   PIC X(02)  VALUE SPACES.
018600     05 WS-RPL-REPEAT            PIC X(06).
018700
018800 01  WS-NONE-LINE.
018900     05 FILLER                   PIC X(10)  VALUE SPACES.
019000     05 FILLER                   PIC X(40)
019100         VALUE "NO INCIDENTS LOGGED FOR THE DAY".
019200
019300 01  WS-HALL-BREAK-LINE.
019400     05 FILLER                   PIC X(06)  VALUE SPACES.
019500     05 FILLER                   PIC X(07)  VALUE "HALL ".
019600     05 WS-HBRK-HALL             PIC X(04).
019700     05 FILLER                   PIC X(14)  VALUE " INCIDENTS: ".
019800     05 WS-HBRK-COUNT            PIC ZZZZ9.
019900
020000 01  WS-GRAND-TOTAL-LINE.
020100     05 FILLER                   PIC X(26)
020200         VALUE "TOTAL INCIDENTS:".
020300     05 WS-GTOT-COUNT            PIC ZZZZZZ9.
020400
020500 PROCEDURE DIVISION.
020600
020700 0000-MAIN.
020800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020900     PERFORM 2000-INCIDENT-SECTION THRU 2000-EXIT.
021000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021100     GOBACK.
021200
021300 1000-INITIALIZE.
021400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021500     PERFORM 1100-SET-WINDOW THRU 1100-EXIT.
021600
021700     OPEN OUTPUT INCIDENT-RPT.
021800     IF NOT WS-INCRPT-OK
021900         DISPLAY "RESINCRP - REPORT FILE OPEN FAILED - STATUS "
022000             WS-INCRPT-STATUS
022100         GO TO 9900-ABEND-JOB
022200     END-IF.
022300
022400     EXEC SQL CONNECT TO RESLIFE END-EXEC.
022500     MOVE 'RESLOAD'  TO BL-JOB-NAME.
022600     MOVE 'STEP067'  TO BL-STEP-NAME.
022700     MOVE 'RESINCRP' TO BL-PGM-NAME.
022750     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
022800     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
022900 1000-EXIT.
023000     EXIT.
023100
023200 1100-SET-WINDOW.
023300     MOVE WS-RUN-DATE(1:4)  TO WS-DW-YYYY.
023400     MOVE WS-RUN-DATE(5:2)  TO WS-DW-MM.
023500     MOVE WS-RUN-DATE(7:2)  TO WS-DW-DD.
023600     STRING WS-DW-YYYY "-" WS-DW-MM "-" WS-DW-DD
023700         "-00.00.00.000000" DELIMITED BY SIZE
023800         INTO WS-WINDOW-END-TS.
023900     COMPUTE WS-DW-A = (14 - WS-DW-MM) / 12.
024000     COMPUTE WS-DW-Y = WS-DW-YYYY + 4800 - WS-DW-A.
024100     COMPUTE WS-DW-M = WS-DW-MM + (12 * WS-DW-A) - 3.
024200     COMPUTE WS-DW-JDN = WS-DW-DD
024300         + ((153 * WS-DW-M + 2) / 5)
024400         + (365 * WS-DW-Y)
024500         + (WS-DW-Y / 4) - (WS-DW-Y / 100) + (WS-DW-Y / 400)
024600         - 32045.
024700     SUBTRACT 1 FROM WS-DW-JDN.
024800     COMPUTE WS-DW-A = WS-DW-JDN + 32044.
024900     COMPUTE WS-DW-Y = (4 * WS-DW-A + 3) / 146097.
025000     COMPUTE WS-DW-E = WS-DW-A - ((146097 * WS-DW-Y) / 4).
025100     COMPUTE WS-DW-H = (4 * WS-DW-E + 3) / 1461.
025200     COMPUTE WS-DW-E = WS-DW-E - ((1461 * WS-DW-H) / 4).
025300     COMPUTE WS-DW-M = (5 * WS-DW-E + 2) / 153.
025400     COMPUTE WS-DW-DD = WS-DW-E - ((153 * WS-DW-M + 2) / 5) + 1.
025500     COMPUTE WS-DW-MM = WS-DW-M + 3 - (12 * (WS-DW-M / 10)).
025600     COMPUTE WS-DW-YYYY = (100 * WS-DW-Y) + WS-DW-H
025700         + (WS-DW-M / 10).
025800     STRING WS-DW-YYYY "-" WS-DW-MM "-" WS-DW-DD
025900         "-00.00.00.000000" DELIMITED BY SIZE
026000         INTO WS-WINDOW-START-TS.
026100     MOVE WS-WINDOW-START-TS(1:10) TO WS-HT-DAY.
026200 1100-EXIT.
026300     EXIT.
026400
026500*****************************************************************
026600* 2000-INCIDENT-SECTION - ONE SECTION PER HALL, EACH STARTING A *
026700*           NEW PAGE SO IT CAN GO STRAIGHT TO THAT HALL'S       *
026800*           DIRECTOR.                                           *
026900*****************************************************************
027000 2000-INCIDENT-SECTION.
027100     MOVE 'N' TO WS-INCIDENT-EOF-SW.
027200     MOVE 'Y' TO WS-FIRST-DETAIL-SW.
027300     MOVE SPACES TO WS-PREV-HALL-CODE.
027400     MOVE ZERO TO WS-HALL-COUNT WS-TOTAL-COUNT.
027500     EXEC SQL OPEN CINC END-EXEC.
027600     IF SQLCODE NOT = ZERO
027700         DISPLAY "RESINCRP - INCIDENT OPEN ERROR - SQLCODE "
027800             SQLCODE
027900         GO TO 9900-ABEND-JOB
028000     END-IF.
028100     PERFORM 2100-PRINT-INCIDENT THRU 2100-EXIT
028200         UNTIL WS-INCIDENT-EOF.
028300     EXEC SQL CLOSE CINC END-EXEC.
028400     IF WS-FIRST-DETAIL
028500         MOVE SPACES TO WS-HT-HALL
028600         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
028700         WRITE IN-REPORT-LINE FROM WS-NONE-LINE
028800             AFTER ADVANCING 2 LINES
028900         PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT
029000     ELSE
029100         PERFORM 5400-HALL-BREAK THRU 5400-EXIT
029200     END-IF.
029300     MOVE WS-TOTAL-COUNT        TO WS-GTOT-COUNT.
029400     WRITE IN-REPORT-LINE FROM WS-GRAND-TOTAL-LINE
029500         AFTER ADVANCING 2 LINES.
029600     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
029700 2000-EXIT.
029800     EXIT.
029900
030000 2100-PRINT-INCIDENT.
030100     EXEC SQL
030200         FETCH CINC
030300          INTO :IC-INCIDENT-ID, :IC-HALL-CODE, :IC-ROOM-NUMBER,
030400               :IC-CATEGORY, :IC-INCIDENT-TS, :IC-NARRATIVE,
030500               :IC-LOG-OPERATOR, :WS-ROOM-TO-DATE
030600     END-EXEC.
030700     EVALUATE SQLCODE
030800         WHEN ZERO
030900             PERFORM 5200-CHECK-HALL-BREAK THRU 5200-EXIT
031000             PERFORM 3000-FORMAT-INCIDENT THRU 3000-EXIT
031100             PERFORM 4000-PRINT-RESIDENTS THRU 4000-EXIT
031200         WHEN 100
031300             MOVE 'Y' TO WS-INCIDENT-EOF-SW
031400         WHEN OTHER
031500             DISPLAY "RESINCRP - INCIDENT FETCH ERROR - SQLCODE "
031600                 SQLCODE
031700             GO TO 9900-ABEND-JOB
031800     END-EVALUATE.
031900 2100-EXIT.
032000     EXIT.
032100
032200*****************************************************************
032300* 3000-FORMAT-INCIDENT - THE INCIDENT LINE, THEN ITS NARRATIVE. *
032400*           A ROOM WITH MORE THAN ONE INCIDENT TO DATE IS       *
032500*           MARKED REPEAT. AN INCIDENT IS NOT STARTED TOO NEAR  *
032600*           THE FOOT OF A PAGE.                                 *
032700*****************************************************************
032800 3000-FORMAT-INCIDENT.
032900     IF LINAGE-COUNTER > 48
033000         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
033100     END-IF.
033200     MOVE IC-INCIDENT-ID        TO WS-DET-INCIDENT-ID.
033300     MOVE IC-INCIDENT-TS(12:5)  TO WS-DET-TIME.
033400     MOVE IC-LOG-OPERATOR       TO WS-DET-OPERATOR.
033500     EVALUATE TRUE
033600         WHEN IC-CAT-NOISE
033700             MOVE "NOISE"            TO WS-DET-CATEGORY
033800         WHEN IC-CAT-LOCKOUT
033900             MOVE "LOCKOUT"          TO WS-DET-CATEGORY
034000         WHEN IC-CAT-MEDICAL
034100             MOVE "MEDICAL"          TO WS-DET-CATEGORY
034200         WHEN IC-CAT-POLICY
034300             MOVE "POLICY VIOLATION" TO WS-DET-CATEGORY
034400         WHEN OTHER
034500             MOVE "OTHER"            TO WS-DET-CATEGORY
034600     END-EVALUATE.
034700     MOVE SPACES TO WS-DET-ROOM-REPEAT.
034800     IF IC-ROOM-NUMBER = SPACES
034900         MOVE "COMMON"              TO WS-DET-ROOM
035000         MOVE ZERO                  TO WS-DET-ROOM-COUNT
035100     ELSE
035200         MOVE IC-ROOM-NUMBER        TO WS-DET-ROOM
035300         MOVE WS-ROOM-TO-DATE       TO WS-DET-ROOM-COUNT
035400         IF WS-ROOM-TO-DATE > 1
035500             MOVE "REPEAT"          TO WS-DET-ROOM-REPEAT
035600         END-IF
035700     END-IF.
035800     WRITE IN-REPORT-LINE FROM WS-DETAIL-LINE
035900         AFTER ADVANCING 2 LINES.
036000     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
036100     ADD 1 TO WS-HALL-COUNT WS-TOTAL-COUNT.
036200
036300     MOVE IC-NARRATIVE TO WS-NARRATIVE.
036400     PERFORM 3100-PRINT-NARRATIVE-LINE THRU 3100-EXIT
036500         VARYING WS-NAR-IX FROM 1 BY 1
036600         UNTIL WS-NAR-IX > 3.
036700 3000-EXIT.
036800     EXIT.
036900
037000 3100-PRINT-NARRATIVE-LINE.
037100     IF WS-NARRATIVE-LINE(WS-NAR-IX) = SPACES
037200         GO TO 3100-EXIT
037300     END-IF.
037400     MOVE WS-NARRATIVE-LINE(WS-NAR-IX) TO WS-NPL-TEXT.
037500     WRITE IN-REPORT-LINE FROM WS-NARRATIVE-PRINT-LINE
037600         AFTER ADVANCING 1 LINE.
037700     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
037800 3100-EXIT.
037900     EXIT.
038000
038100*****************************************************************
038200* 4000-PRINT-RESIDENTS - THE RESIDENTS ON THE INCIDENT, EACH    *
038300*           WITH THEIR INCIDENTS TO DATE; MORE THAN ONE IS      *
038400*           MARKED REPEAT.                                      *
038500*****************************************************************
038600 4000-PRINT-RESIDENTS.
038700     MOVE 'N' TO WS-RESIDENT-EOF-SW.
038800     EXEC SQL OPEN CIRS END-EXEC.
038900     IF SQLCODE NOT = ZERO
039000         DISPLAY "RESINCRP - RESIDENT OPEN ERROR - SQLCODE "
039100             SQLCODE
039200         GO TO 9900-ABEND-JOB
039300     END-IF.
039400     PERFORM 4100-PRINT-RESIDENT THRU 4100-EXIT
039500         UNTIL WS-RESIDENT-EOF.
039600     EXEC SQL CLOSE CIRS END-EXEC.
039700 4000-EXIT.
039800     EXIT.
039900
040000 4100-PRINT-RESIDENT.
040100     EXEC SQL
040200         FETCH CIRS
040300          INTO :IR-RESIDENT-ID, :IR-RESIDENT-NAME, :IR-HALL-CODE,
040400               :IR-ROOM-NUMBER, :WS-RESIDENT-TO-DATE
040500     END-EXEC.
040600     EVALUATE SQLCODE
040700         WHEN ZERO
040800             MOVE IR-RESIDENT-ID      TO WS-RPL-RESIDENT-ID
040900             MOVE IR-RESIDENT-NAME    TO WS-RPL-NAME
041000             MOVE IR-HALL-CODE        TO WS-RPL-HALL
041100             MOVE IR-ROOM-NUMBER      TO WS-RPL-ROOM
041200             MOVE WS-RESIDENT-TO-DATE TO WS-RPL-COUNT
041300             MOVE SPACES              TO WS-RPL-REPEAT
041400             IF WS-RESIDENT-TO-DATE > 1
041500                 MOVE "REPEAT"        TO WS-RPL-REPEAT
041600             END-IF
041700             WRITE IN-REPORT-LINE FROM WS-RESIDENT-PRINT-LINE
041800                 AFTER ADVANCING 1 LINE
041900             PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT
042000             ADD 1 TO WS-RESIDENT-LINES
042100         WHEN 100
042200             MOVE 'Y' TO WS-RESIDENT-EOF-SW
042300         WHEN OTHER
042400             DISPLAY "RESINCRP - RESIDENT FETCH ERROR - SQLCODE "
042500                 SQLCODE
042600             GO TO 9900-ABEND-JOB
042700     END-EVALUATE.
042800 4100-EXIT.
042900     EXIT.
043000
043100 5100-WRITE-HEADINGS.
043200     ADD 1 TO WS-PAGE-NUMBER.
043300     MOVE WS-RUN-DATE           TO WS-TITLE-RUN-DATE.
043400     MOVE WS-PAGE-NUMBER        TO WS-TITLE-PAGE-NO.
043500     WRITE IN-REPORT-LINE FROM WS-REPORT-TITLE
043600         AFTER ADVANCING PAGE.
043700     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
043800     WRITE IN-REPORT-LINE FROM WS-HALL-TITLE-LINE
043900         AFTER ADVANCING 1 LINE.
044000     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
044100     WRITE IN-REPORT-LINE FROM WS-COLUMN-HEADINGS
044200         AFTER ADVANCING 2 LINES.
044300     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
044400 5100-EXIT.
044500     EXIT.
044600
044700 5200-CHECK-HALL-BREAK.
044800     IF WS-FIRST-DETAIL
044900         MOVE 'N' TO WS-FIRST-DETAIL-SW
045000         MOVE IC-HALL-CODE TO WS-PREV-HALL-CODE
045100         MOVE IC-HALL-CODE TO WS-HT-HALL
045200         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
045300     ELSE
045400         IF IC-HALL-CODE NOT = WS-PREV-HALL-CODE
045500             PERFORM 5400-HALL-BREAK THRU 5400-EXIT
045600             MOVE IC-HALL-CODE TO WS-PREV-HALL-CODE
045700             MOVE IC-HALL-CODE TO WS-HT-HALL
045800             PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
045900         END-IF
046000     END-IF.
046100 5200-EXIT.
046200     EXIT.
046300
046400 5400-HALL-BREAK.
046500     MOVE WS-PREV-HALL-CODE     TO WS-HBRK-HALL.
046600     MOVE WS-HALL-COUNT         TO WS-HBRK-COUNT.
046700     WRITE IN-REPORT-LINE FROM WS-HALL-BREAK-LINE
046800         AFTER ADVANCING 2 LINES.
046900     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
047000     MOVE ZERO TO WS-HALL-COUNT.
047100 5400-EXIT.
047200     EXIT.
047300
047400 5900-CHECK-PRINT-STATUS.
047500     IF NOT WS-INCRPT-OK
047600         DISPLAY "RESINCRP - REPORT WRITE ERROR - STATUS "
047700             WS-INCRPT-STATUS
047800         GO TO 9900-ABEND-JOB
047900     END-IF.
048000 5900-EXIT.
048100     EXIT.
048200
048300 9000-TERMINATE.
048400     DISPLAY "RESINCRP - INCIDENTS REPORTED:  " WS-TOTAL-COUNT.
048500     DISPLAY "RESINCRP - RESIDENT LINES:      " WS-RESIDENT-LINES.
048600     DISPLAY "RESINCRP - END OF JOB - REPORT COMPLETE".
048700     MOVE WS-TOTAL-COUNT        TO BL-RECORDS-READ.
048800     MOVE ZERO                  TO BL-RECORDS-INSERTED
048900                                   BL-RECORDS-UPDATED
049000                                   BL-RECORDS-REJECTED.
049100     MOVE SPACES                TO BL-LAST-CHECKPOINT.
049200     MOVE ZERO                  TO BL-RETURN-CODE.
049300     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
049400
049500     CLOSE INCIDENT-RPT.
049600     EXEC SQL CONNECT RESET END-EXEC.
049700 9000-EXIT.
049800     EXIT.
049900
050000     COPY RUNLOGP.
050100
050200 9900-ABEND-JOB.
050300     DISPLAY "RESINCRP - JOB ABENDING".
050400     MOVE 16 TO RETURN-CODE.
050500     STOP RUN.
050600
050700 END PROGRAM resincrp.
