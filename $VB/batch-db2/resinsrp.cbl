000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resinsrp.
000300 AUTHOR. RESLIFE-IT-BATCH-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - ROOM INSPECTION FOLLOW-UP   *
000900*              REPORT. SECTION 1 LISTS, BY HALL, EVERY ROOM     *
001000*              WHOSE LATEST ROOM_INSPECTION IS A FAIL -         *
001100*              VIOLATIONS NOT YET RE-INSPECTED - WITH ITS       *
001200*              CODES, DAYS OUTSTANDING, AND THE RESIDENTS THE   *
001300*              VIOLATIONS WERE TIED TO. SECTION 2 LISTS EVERY   *
001400*              ACTIVE ROOM ON ROOM_INVENTORY WITH NO INSPECTION *
001500*              IN THE CYCLE (THE LAST N DAYS, N FROM THE JCL    *
001600*              PARM, DEFAULT 120) AND WHEN IT WAS LAST          *
001700*              INSPECTED, IF EVER. WRITES START AND END ROWS TO *
001800*              BATCH_RUN_LOG.                                   *
001900*****************************************************************
002000
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT INSPECT-RPT ASSIGN TO INSRPT
002700         ORGANIZATION IS SEQUENTIAL
002800         ACCESS MODE IS SEQUENTIAL
002900         FILE STATUS IS WS-INSRPT-STATUS.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  INSPECT-RPT
003400     RECORDING MODE IS F
003500     LINAGE IS 60 LINES
003600         WITH FOOTING AT 55.
003700 01  IP-REPORT-LINE              PIC X(132).
003800
003900 WORKING-STORAGE SECTION.
004000     EXEC SQL INCLUDE SQLCA END-EXEC.
004100
004200     COPY INSPDCL.
004300
004400     COPY INSVDCL.
004500
004600     COPY ROOMDCL.
004700
004800     COPY RUNLDCL.
004900
005000 01  WS-RUN-DATE-ISO             PIC X(10)      VALUE SPACES.
005100 01  WS-CYCLE-LIMIT              PIC S9(09) COMP VALUE ZERO.
005200 01  WS-DAYS-OPEN                PIC S9(09) COMP VALUE ZERO.
005300 01  WS-LAST-INSPECTED           PIC X(10)      VALUE SPACES.
005400
005500*****************************************************************
005600* SECTION 1 - EVERY FAILED INSPECTION THAT IS STILL THE ROOM'S  *
005700*           LATEST, I.E. NOT YET FOLLOWED BY A RE-INSPECTION.   *
005800*****************************************************************
005900     EXEC SQL
006000         DECLARE CVIO CURSOR FOR
006100         SELECT I.HALL_CODE, I.ROOM_NUMBER, I.INSPECTION_DATE,
006200                I.VIOLATION_CODES, I.INSPECTOR_ID,
006300                I.RESIDENT_COUNT,
006400                DAYS(DATE(:WS-RUN-DATE-ISO))
006500                    - DAYS(I.INSPECTION_DATE)
006600           FROM ROOM_INSPECTION I
006700          WHERE I.INSPECT_RESULT = 'F'
006800            AND NOT EXISTS
006900                ( SELECT 1
007000                    FROM ROOM_INSPECTION I2
007100                   WHERE I2.HALL_CODE       = I.HALL_CODE
007200                     AND I2.ROOM_NUMBER     = I.ROOM_NUMBER
007300                     AND I2.INSPECTION_DATE > I.INSPECTION_DATE )
007400          ORDER BY I.HALL_CODE, I.ROOM_NUMBER
007500     END-EXEC.
007600
007700*    THE RESIDENTS A FAILED INSPECTION WAS TIED TO.
007800     EXEC SQL
007900         DECLARE CVRS CURSOR FOR
008000         SELECT DISTINCT RESIDENT_ID, RESIDENT_NAME
008100           FROM INSPECTION_VIOLATION
008200          WHERE HALL_CODE       = :IN-HALL-CODE
008300            AND ROOM_NUMBER     = :IN-ROOM-NUMBER
008400            AND INSPECTION_DATE = :IN-INSPECTION-DATE
008500          ORDER BY RESIDENT_NAME, RESIDENT_ID
008600     END-EXEC.
008700
008800*****************************************************************
008900* SECTION 2 - ACTIVE ROOMS WITH NO INSPECTION IN THE CYCLE (THE *
009000*           LAST N DAYS), WITH WHEN THEY WERE LAST INSPECTED.    *
009100*****************************************************************
009200     EXEC SQL
009300         DECLARE CMIS CURSOR FOR
009400         SELECT R.HALL_CODE, R.ROOM_NUMBER, R.FLOOR_CODE,
009500                R.OCCUPANT_COUNT,
009600                VALUE(CHAR(( SELECT MAX(I.INSPECTION_DATE)
009700                               FROM ROOM_INSPECTION I
009800                              WHERE I.HALL_CODE = R.HALL_CODE
009900                                AND I.ROOM_NUMBER
010000                                    = R.ROOM_NUMBER ), ISO),
010100                      'NEVER')
010200           FROM ROOM_INVENTORY R
010300          WHERE R.ROOM_STATUS = 'A'
010400            AND NOT EXISTS
010500                ( SELECT 1
010600                    FROM ROOM_INSPECTION I2
010700                   WHERE I2.HALL_CODE   = R.HALL_CODE
010800                     AND I2.ROOM_NUMBER = R.ROOM_NUMBER
010900                     AND DAYS(DATE(:WS-RUN-DATE-ISO))
011000                         - DAYS(I2.INSPECTION_DATE)
011100                         <= :WS-CYCLE-LIMIT )
011200          ORDER BY R.HALL_CODE, R.ROOM_NUMBER
011300     END-EXEC.
011400
011500 01  WS-INSRPT-STATUS            PIC X(02)      VALUE SPACES.
011600     88 WS-INSRPT-OK                    VALUE '00'.
011700
011800 01  WS-SWITCHES.
011900     05 WS-SECTION-EOF-SW        PIC X(01)      VALUE 'N'.
012000        88 WS-SECTION-EOF               VALUE 'Y'.
012100     05 WS-RESIDENT-EOF-SW       PIC X(01)      VALUE 'N'.
012200        88 WS-RESIDENT-EOF              VALUE 'Y'.
012300     05 WS-FIRST-DETAIL-SW       PIC X(01)      VALUE 'Y'.
012400        88 WS-FIRST-DETAIL               VALUE 'Y'.
012500
012600 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
012700 01  WS-PAGE-NUMBER              PIC 9(04)      VALUE ZERO.
012800 01  WS-SECTION-NUMBER           PIC 9(01)      VALUE ZERO.
012900 01  WS-SECTION-HALL             PIC X(04)      VALUE SPACES.
013000 01  WS-CYCLE-DAYS               PIC 9(03)      VALUE ZERO.
013100
013200 01  WS-CONTROL-FIELDS.
013300     05 WS-PREV-HALL-CODE        PIC X(04)      VALUE SPACES.
013400
013500 01  WS-REPORT-COUNTERS          COMP.
013600     05 WS-HALL-COUNT            PIC 9(05)      VALUE ZERO.
013700     05 WS-SECTION-COUNT         PIC 9(07)      VALUE ZERO.
013800     05 WS-OPEN-COUNT            PIC 9(07)      VALUE ZERO.
013900     05 WS-MISSED-COUNT          PIC 9(07)      VALUE ZERO.
014000
014100 01  WS-REPORT-TITLE.
014200     05 FILLER                   PIC X(20)
014300         VALUE "RESIDENCE LIFE".
014400     05 FILLER                   PIC X(30)
014500         VALUE "ROOM INSPECTION FOLLOW-UP".
014600     05 FILLER                   PIC X(10)
014700         VALUE "RUN DATE: ".
014800     05 WS-TITLE-RUN-DATE        PIC 9(08).
014900     05 FILLER                   PIC X(08)
015000         VALUE "  PAGE: ".
015100     05 WS-TITLE-PAGE-NO         PIC ZZZ9.
015200
015300 01  WS-SECTION-TITLE-LINE.
015400     05 WS-SECT-TITLE            PIC X(50).
015500     05 WS-SECT-DAYS             PIC ZZ9.
015600     05 WS-SECT-DAYS-TEXT        PIC X(06).
015700
015800 01  WS-LEGEND-LINE.
015900     05 FILLER                   PIC X(48)  VALUE
016000         "CN=CANDLE/FLAME SH=SPACE HEATER BE=BLOCKED EXIT".
016100     05 FILLER                   PIC X(12)  VALUE
016200         "EC=EXT CORD".
016300     05 FILLER                   PIC X(52)  VALUE
016400         "SD=SMOKE DETECTOR PA=PROHIBITED APPLIANCE OT=OTHER".
016500
016600 01  WS-VIO-HEADINGS.
016700     05 FILLER                   PIC X(06)  VALUE "HALL".
016800     05 FILLER                   PIC X(08)  VALUE "ROOM".
016900     05 FILLER                   PIC X(12)  VALUE "INSPECTED".
017000     05 FILLER                   PIC X(06)  VALUE "DAYS".
017100     05 FILLER                   PIC X(14)  VALUE "VIOLATIONS".
017200     05 FILLER                   PIC X(10)  VALUE "INSPECTOR".
017300     05 FILLER                   PIC X(10)  VALUE "RESIDENTS".
017400
017500 01  WS-VIO-DETAIL-LINE.
017600     05 WS-VDET-HALL             PIC X(06).
017700     05 WS-VDET-ROOM             PIC X(08).
017800     05 WS-VDET-DATE             PIC X(12).
017900     05 WS-VDET-DAYS             PIC ZZZ9.
018000     05 FILLER                   PIC X(02)  VALUE SPACES.
018100     05 WS-VDET-CODES.
018200        10 WS-VDET-CODE          OCCURS 4 TIMES.
018300           15 WS-VDET-CODE-VAL   PIC X(02).
018400           15 FILLER             PIC X(01).
018500     05 FILLER                   PIC X(02)  VALUE SPACES.
018600     05 WS-VDET-INSPECTOR        PIC X(10).
018700     05 WS-VDET-RESIDENTS        PIC ZZ9.
018800
018900 01  WS-VIO-CODE-WORK.
019000     05 WS-VCW-CODE              OCCURS 4 TIMES
019100                                 PIC X(02).
019200 01  WS-CODE-IX                  PIC 9(02) COMP VALUE ZERO.
019300
019400 01  WS-VIO-RESIDENT-LINE.
019500     05 FILLER                   PIC X(14)  VALUE SPACES.
019600     05 FILLER                   PIC X(10)  VALUE "RESIDENT ".
019700     05 WS-VRL-RESIDENT-ID       PIC X(10).
019800     05 WS-VRL-NAME              PIC X(30).
019900
020000 01  WS-MIS-HEADINGS.
020100     05 FILLER                   PIC X(06)  VALUE "HALL".
020200     05 FILLER                   PIC X(08)  VALUE "ROOM".
020300     05 FILLER                   PIC X(07)  VALUE "FLOOR".
020400     05 FILLER                   PIC X(11)  VALUE "OCCUPANTS".
020500     05 FILLER                   PIC X(16)
020600         VALUE "LAST INSPECTED".
020700
020800 01  WS-MIS-DETAIL-LINE.
020900     05 WS-MDET-HALL             PIC X(06).
021000     05 WS-MDET-ROOM             PIC X(08).
021100     05 WS-MDET-FLOOR            PIC X(07).
021200     05 WS-MDET-OCCUPANTS        PIC ZZ9.
021300     05 FILLER                   PIC X(08)  VALUE SPACES.
021400     05 WS-MDET-LAST             PIC X(10).
021500
021600 01  WS-HALL-BREAK-LINE.
021700     05 FILLER                   PIC X(06)  VALUE SPACES.
021800     05 FILLER                   PIC X(07)  VALUE "HALL ".
021900     05 WS-HBRK-HALL             PIC X(04).
022000     05 FILLER                   PIC X(10)  VALUE " ROOMS: ".
022100     05 WS-HBRK-COUNT            PIC ZZZZ9.
022200
022300 01  WS-SECTION-TOTAL-LINE.
022400     05 WS-STOT-LABEL            PIC X(36).
022500     05 WS-STOT-COUNT            PIC ZZZZZZ9.
022600
022700 LINKAGE SECTION.
022800 01  LS-PARM-AREA.
022900     05 LS-PARM-LENGTH           PIC S9(04) COMP.
023000     05 LS-PARM-DATA             PIC X(30).
023100
023200 PROCEDURE DIVISION USING LS-PARM-AREA.
023300
023400 0000-MAIN.
023500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023600     PERFORM 2000-VIOLATION-SECTION THRU 2000-EXIT.
023700     PERFORM 3000-MISSED-SECTION THRU 3000-EXIT.
023800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023900     GOBACK.
024000
024100 1000-INITIALIZE.
024200     IF LS-PARM-LENGTH >= 1 AND LS-PARM-LENGTH <= 3 AND
024300        LS-PARM-DATA(1:LS-PARM-LENGTH) NUMERIC
024400         MOVE LS-PARM-DATA(1:LS-PARM-LENGTH)
024500             TO WS-CYCLE-DAYS(4 - LS-PARM-LENGTH:)
024600     ELSE
024700         MOVE 120 TO WS-CYCLE-DAYS
024800     END-IF.
024900     MOVE WS-CYCLE-DAYS TO WS-CYCLE-LIMIT.
025000
025100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025200     STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
025300         WS-RUN-DATE(7:2) DELIMITED BY SIZE
025400         INTO WS-RUN-DATE-ISO.
025500
025600     OPEN OUTPUT INSPECT-RPT.
025700     IF NOT WS-INSRPT-OK
025800         DISPLAY "RESINSRP - REPORT FILE OPEN FAILED - STATUS "
025900             WS-INSRPT-STATUS
026000         GO TO 9900-ABEND-JOB
026100     END-IF.
026200
026300     EXEC SQL CONNECT TO RESLIFE END-EXEC.
026400     MOVE 'RESINSP'  TO BL-JOB-NAME.
026500     MOVE 'STEP020'  TO BL-STEP-NAME.
026600     MOVE 'RESINSRP' TO BL-PGM-NAME.
026700     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
026800 1000-EXIT.
026900     EXIT.
027000
027100 2000-VIOLATION-SECTION.
027200     MOVE 1 TO WS-SECTION-NUMBER.
027300     MOVE "FAILED ROOMS NOT YET RE-INSPECTED" TO WS-SECT-TITLE.
027400     MOVE ZERO TO WS-SECT-DAYS.
027500     MOVE SPACES TO WS-SECT-DAYS-TEXT.
027600     PERFORM 5000-START-SECTION THRU 5000-EXIT.
027700     EXEC SQL OPEN CVIO END-EXEC.
027800     IF SQLCODE NOT = ZERO
027900         DISPLAY "RESINSRP - VIOLATION OPEN ERROR - SQLCODE "
028000             SQLCODE
028100         GO TO 9900-ABEND-JOB
028200     END-IF.
028300     PERFORM 2100-PRINT-VIOLATION THRU 2100-EXIT
028400         UNTIL WS-SECTION-EOF.
028500     EXEC SQL CLOSE CVIO END-EXEC.
028600     MOVE WS-SECTION-COUNT TO WS-OPEN-COUNT.
028700     PERFORM 5800-END-SECTION THRU 5800-EXIT.
028800 2000-EXIT.
028900     EXIT.
029000
029100 2100-PRINT-VIOLATION.
029200     EXEC SQL
029300         FETCH CVIO
029400          INTO :IN-HALL-CODE, :IN-ROOM-NUMBER,
029500               :IN-INSPECTION-DATE, :IN-VIOLATION-CODES,
029600               :IN-INSPECTOR-ID, :IN-RESIDENT-COUNT, :WS-DAYS-OPEN
029700     END-EXEC.
029800     EVALUATE SQLCODE
029900         WHEN ZERO
030000             MOVE IN-HALL-CODE TO WS-SECTION-HALL
030100             PERFORM 5200-CHECK-HALL-BREAK THRU 5200-EXIT
030200             IF LINAGE-COUNTER > 50
030300                 PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
030400             END-IF
030500             MOVE IN-HALL-CODE        TO WS-VDET-HALL
030600             MOVE IN-ROOM-NUMBER      TO WS-VDET-ROOM
030700             MOVE IN-INSPECTION-DATE  TO WS-VDET-DATE
030800             MOVE WS-DAYS-OPEN        TO WS-VDET-DAYS
030900             MOVE SPACES              TO WS-VDET-CODES
031000             MOVE IN-VIOLATION-CODES  TO WS-VIO-CODE-WORK
031100             PERFORM 2150-MOVE-CODE THRU 2150-EXIT
031200                 VARYING WS-CODE-IX FROM 1 BY 1
031300                 UNTIL WS-CODE-IX > 4
031400             MOVE IN-INSPECTOR-ID     TO WS-VDET-INSPECTOR
031500             MOVE IN-RESIDENT-COUNT   TO WS-VDET-RESIDENTS
031600             WRITE IP-REPORT-LINE FROM WS-VIO-DETAIL-LINE
031700                 AFTER ADVANCING 1 LINE
031800             PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT
031900             ADD 1 TO WS-HALL-COUNT WS-SECTION-COUNT
032000             PERFORM 2200-PRINT-RESIDENTS THRU 2200-EXIT
032100         WHEN 100
032200             MOVE 'Y' TO WS-SECTION-EOF-SW
032300         WHEN OTHER
032400             DISPLAY "RESINSRP - VIOLATION FETCH ERROR - SQLCODE "
032500                 SQLCODE
032600             GO TO 9900-ABEND-JOB
032700     END-EVALUATE.
032800 2100-EXIT.
032900     EXIT.
033000
033100 2150-MOVE-CODE.
033200     MOVE WS-VCW-CODE(WS-CODE-IX) TO WS-VDET-CODE-VAL(WS-CODE-IX).
033300 2150-EXIT.
033400     EXIT.
033500
033600 2200-PRINT-RESIDENTS.
033700     MOVE 'N' TO WS-RESIDENT-EOF-SW.
033800     EXEC SQL OPEN CVRS END-EXEC.
033900     IF SQLCODE NOT = ZERO
034000         DISPLAY "RESINSRP - RESIDENT OPEN ERROR - SQLCODE "
034100             SQLCODE
034200         GO TO 9900-ABEND-JOB
034300     END-IF.
034400     PERFORM 2300-PRINT-RESIDENT THRU 2300-EXIT
034500         UNTIL WS-RESIDENT-EOF.
034600     EXEC SQL CLOSE CVRS END-EXEC.
034700 2200-EXIT.
034800     EXIT.
034900
035000 2300-PRINT-RESIDENT.
035100     EXEC SQL
035200         FETCH CVRS
035300          INTO :IV-RESIDENT-ID, :IV-RESIDENT-NAME
035400     END-EXEC.
035500     EVALUATE SQLCODE
035600         WHEN ZERO
035700             MOVE IV-RESIDENT-ID      TO WS-VRL-RESIDENT-ID
035800             MOVE IV-RESIDENT-NAME    TO WS-VRL-NAME
035900             WRITE IP-REPORT-LINE FROM WS-VIO-RESIDENT-LINE
036000                 AFTER ADVANCING 1 LINE
036100             PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT
036200         WHEN 100
036300             MOVE 'Y' TO WS-RESIDENT-EOF-SW
036400         WHEN OTHER
036500             DISPLAY "RESINSRP - RESIDENT FETCH ERROR - SQLCODE "
036600                 SQLCODE
036700             GO TO 9900-ABEND-JOB
036800     END-EVALUATE.
036900 2300-EXIT.
037000     EXIT.
037100
037200 3000-MISSED-SECTION.
037300     MOVE 2 TO WS-SECTION-NUMBER.
037400     MOVE "ACTIVE ROOMS NOT INSPECTED IN THE LAST"
037500         TO WS-SECT-TITLE.
037600     MOVE WS-CYCLE-DAYS TO WS-SECT-DAYS.
037700     MOVE " DAYS" TO WS-SECT-DAYS-TEXT.
037800     PERFORM 5000-START-SECTION THRU 5000-EXIT.
037900     EXEC SQL OPEN CMIS END-EXEC.
038000     IF SQLCODE NOT = ZERO
038100         DISPLAY "RESINSRP - MISSED CURSOR OPEN ERROR - SQLCODE "
038200             SQLCODE
038300         GO TO 9900-ABEND-JOB
038400     END-IF.
038500     PERFORM 3100-PRINT-MISSED THRU 3100-EXIT
038600         UNTIL WS-SECTION-EOF.
038700     EXEC SQL CLOSE CMIS END-EXEC.
038800     MOVE WS-SECTION-COUNT TO WS-MISSED-COUNT.
038900     PERFORM 5800-END-SECTION THRU 5800-EXIT.
039000 3000-EXIT.
039100     EXIT.
039200
039300 3100-PRINT-MISSED.
039400     EXEC SQL
039500         FETCH CMIS
039600          INTO :RI-HALL-CODE, :RI-ROOM-NUMBER, :RI-FLOOR-CODE,
039700               :RI-OCCUPANT-COUNT, :WS-LAST-INSPECTED
039800     END-EXEC.
039900     EVALUATE SQLCODE
040000         WHEN ZERO
040100             MOVE RI-HALL-CODE TO WS-SECTION-HALL
040200             PERFORM 5200-CHECK-HALL-BREAK THRU 5200-EXIT
040300             MOVE RI-HALL-CODE        TO WS-MDET-HALL
040400             MOVE RI-ROOM-NUMBER      TO WS-MDET-ROOM
040500             MOVE RI-FLOOR-CODE       TO WS-MDET-FLOOR
040600             MOVE RI-OCCUPANT-COUNT   TO WS-MDET-OCCUPANTS
040700             MOVE WS-LAST-INSPECTED   TO WS-MDET-LAST
040800             WRITE IP-REPORT-LINE FROM WS-MIS-DETAIL-LINE
040900                 AFTER ADVANCING 1 LINE
041000             PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT
041100             ADD 1 TO WS-HALL-COUNT WS-SECTION-COUNT
041200             IF LINAGE-COUNTER > 54
041300                 PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
041400             END-IF
041500         WHEN 100
041600             MOVE 'Y' TO WS-SECTION-EOF-SW
041700         WHEN OTHER
041800             DISPLAY "RESINSRP - MISSED FETCH ERROR - SQLCODE "
041900                 SQLCODE
042000             GO TO 9900-ABEND-JOB
042100     END-EVALUATE.
042200 3100-EXIT.
042300     EXIT.
042400
042500 5000-START-SECTION.
042600     MOVE 'N' TO WS-SECTION-EOF-SW.
042700     MOVE 'Y' TO WS-FIRST-DETAIL-SW.
042800     MOVE SPACES TO WS-PREV-HALL-CODE.
042900     MOVE ZERO TO WS-HALL-COUNT WS-SECTION-COUNT.
043000     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
043100 5000-EXIT.
043200     EXIT.
043300
043400 5100-WRITE-HEADINGS.
043500     ADD 1 TO WS-PAGE-NUMBER.
043600     MOVE WS-RUN-DATE           TO WS-TITLE-RUN-DATE.
043700     MOVE WS-PAGE-NUMBER        TO WS-TITLE-PAGE-NO.
043800     WRITE IP-REPORT-LINE FROM WS-REPORT-TITLE
043900         AFTER ADVANCING PAGE.
044000     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
044100     WRITE IP-REPORT-LINE FROM WS-SECTION-TITLE-LINE
044200         AFTER ADVANCING 1 LINE.
044300     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
044400     IF WS-SECTION-NUMBER = 1
044500         WRITE IP-REPORT-LINE FROM WS-LEGEND-LINE
044600             AFTER ADVANCING 1 LINE
044700         PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT
044800         WRITE IP-REPORT-LINE FROM WS-VIO-HEADINGS
044900             AFTER ADVANCING 2 LINES
045000     ELSE
045100         WRITE IP-REPORT-LINE FROM WS-MIS-HEADINGS
045200             AFTER ADVANCING 2 LINES
045300     END-IF.
045400     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
045500 5100-EXIT.
045600     EXIT.
045700
045800 5200-CHECK-HALL-BREAK.
045900     IF WS-FIRST-DETAIL
046000         MOVE 'N' TO WS-FIRST-DETAIL-SW
046100         MOVE WS-SECTION-HALL TO WS-PREV-HALL-CODE
046200     ELSE
046300         IF WS-SECTION-HALL NOT = WS-PREV-HALL-CODE
046400             PERFORM 5400-HALL-BREAK THRU 5400-EXIT
046500             MOVE WS-SECTION-HALL TO WS-PREV-HALL-CODE
046600         END-IF
046700     END-IF.
046800 5200-EXIT.
046900     EXIT.
047000
047100 5400-HALL-BREAK.
047200     MOVE WS-PREV-HALL-CODE     TO WS-HBRK-HALL.
047300     MOVE WS-HALL-COUNT         TO WS-HBRK-COUNT.
047400     WRITE IP-REPORT-LINE FROM WS-HALL-BREAK-LINE
047500         AFTER ADVANCING 1 LINE.
047600     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
047700     MOVE SPACES TO IP-REPORT-LINE.
047800     WRITE IP-REPORT-LINE
047900         AFTER ADVANCING 1 LINE.
048000     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
048100     MOVE ZERO TO WS-HALL-COUNT.
048200 5400-EXIT.
048300     EXIT.
048400
048500 5800-END-SECTION.
048600     IF NOT WS-FIRST-DETAIL
048700         PERFORM 5400-HALL-BREAK THRU 5400-EXIT
048800     END-IF.
048900     IF WS-SECTION-NUMBER = 1
049000         MOVE "ROOMS AWAITING RE-INSPECTION:" TO WS-STOT-LABEL
049100     ELSE
049200         MOVE "ACTIVE ROOMS THAT MISSED THE CYCLE:"
049300             TO WS-STOT-LABEL
049400     END-IF.
049500     MOVE WS-SECTION-COUNT      TO WS-STOT-COUNT.
049600     WRITE IP-REPORT-LINE FROM WS-SECTION-TOTAL-LINE
049700         AFTER ADVANCING 2 LINES.
049800     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
049900 5800-EXIT.
050000     EXIT.
050100
050200 5900-CHECK-PRINT-STATUS.
050300     IF NOT WS-INSRPT-OK
050400         DISPLAY "RESINSRP - REPORT WRITE ERROR - STATUS "
050500             WS-INSRPT-STATUS
050600         GO TO 9900-ABEND-JOB
050700     END-IF.
050800 5900-EXIT.
050900     EXIT.
051000
051100 9000-TERMINATE.
051200     DISPLAY "RESINSRP - END OF JOB STATISTICS".
051300     DISPLAY "RESINSRP -   CYCLE DAYS      - " WS-CYCLE-DAYS.
051400     DISPLAY "RESINSRP -   OPEN VIOLATIONS - " WS-OPEN-COUNT.
051500     DISPLAY "RESINSRP -   MISSED ROOMS    - " WS-MISSED-COUNT.
051600     COMPUTE BL-RECORDS-READ = WS-OPEN-COUNT + WS-MISSED-COUNT.
051700     MOVE ZERO                  TO BL-RECORDS-INSERTED
051800                                   BL-RECORDS-UPDATED
051900                                   BL-RECORDS-REJECTED.
052000     MOVE SPACES                TO BL-LAST-CHECKPOINT.
052100     MOVE ZERO                  TO BL-RETURN-CODE.
052200     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
052300
052400     CLOSE INSPECT-RPT.
052500     EXEC SQL CONNECT RESET END-EXEC.
052600 9000-EXIT.
052700     EXIT.
052800
052900     COPY RUNLOGP.
053000
053100 9900-ABEND-JOB.
053200     DISPLAY "RESINSRP - JOB ABENDING".
053300     MOVE 16 TO RETURN-CODE.
053400     STOP RUN.
053500
053600 END PROGRAM resinsrp.
