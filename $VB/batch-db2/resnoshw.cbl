000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resnoshw.
000300 AUTHOR. RESLIFE-IT-BATCH-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - NIGHTLY NO-SHOW PASS. A     *
000900*              LOAD, PLACEMENT OR HLCI MOVE-IN SEATS THE        *
001000*              RESIDENT AND COUNTS THE BED BEFORE ANYONE HAS    *
001100*              SEEN THEM, SO A STUDENT WHO NEVER COMES HOLDS    *
001200*              THE BED FOR WEEKS. FIRST LOADS THE DAY'S DESK    *
001300*              ID-CARD SCANS (ARRSCAN) ONTO RESIDENT_ARRIVAL    *
001400*              (SOURCE 'S', SEE COPYBOOKS/ARRVDCL) SO A         *
001500*              RESIDENT SCANNED IN TODAY IS NOT LISTED TONIGHT. *
001600*              THEN LISTS EVERY RESIDENT STILL HOLDING A ROOM   *
001700*              MORE THAN N DAYS PAST THEIR CHECKIN_DATE WITH NO *
001800*              ARRIVAL ROW FOR THAT STAY, BY HALL. PARM IS      *
001900*              'MODE DAYS' (DAYS DEFAULTS TO 14). MODE 'REPORT' *
002000*              LISTS THEM AND CHANGES NOTHING, ENDING RC 4 WHEN *
002100*              ANYONE IS LISTED. MODE 'RELEASE' ALSO VACATES    *
002200*              EACH ONE THE WAY THE DEPARTURE SWEEP (RESSWEEP)  *
002300*              DOES - ROOM AND HALL CLEARED WITH CHECKOUT SET   *
002400*              TO THE RUN DATE, THE AUDIT TRAIL ROW WRITTEN,    *
002500*              RESMSTR REWRITTEN, THE ROOM_INVENTORY COUNT      *
002600*              STEPPED DOWN, THE KEY RECORDED RETURNED, A       *
002700*              TURNOVER WORK ORDER WRITTEN AND HELD PACKAGES    *
002800*              FLAGGED - AND WRITES A NOTICE RECORD PER         *
002900*              RELEASED RESIDENT TO THE BURSAR FILE (NSBURS) SO *
003000*              ANY DEPOSIT FORFEITURE CAN BE PROCESSED. WRITES  *
003100*              START AND END ROWS TO THE BATCH_RUN_LOG TABLE    *
003200*              LIKE EVERY OTHER STEP.                           *
003300*****************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT ARRIVAL-SCAN-FILE ASSIGN TO ARRSCAN
004100         ORGANIZATION IS SEQUENTIAL
004200         ACCESS MODE IS SEQUENTIAL
004300         FILE STATUS IS WS-ARRSCAN-STATUS.
004400
004500     SELECT NO-SHOW-RPT ASSIGN TO NSRPT
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS WS-NSRPT-STATUS.
004900
005000     SELECT BURSAR-NOTICE-FILE ASSIGN TO NSBURS
005100         ORGANIZATION IS SEQUENTIAL
005200         ACCESS MODE IS SEQUENTIAL
005300         FILE STATUS IS WS-NSBURS-STATUS.
005400
005500     SELECT WORK-ORDER-FILE ASSIGN TO WORKORD
005600         ORGANIZATION IS SEQUENTIAL
005700         ACCESS MODE IS SEQUENTIAL
005800         FILE STATUS IS WS-WORKORD-STATUS.
005900
006000     SELECT RESIDENT-MASTER-FILE ASSIGN TO RESMSTR
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS RM-RESIDENT-ID
006400         FILE STATUS IS WS-RESMSTR-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800*****************************************************************
006900* ARRIVAL-SCAN-FILE - THE DAY'S UPLOAD FROM THE HALL DESK       *
007000*           ID-CARD SCANNERS, ONE RECORD PER CARD SWIPED AT     *
007100*           CHECK-IN. THE STATION'S HALL IS WHERE THE CARD WAS  *
007200*           SCANNED; BLANK FOR A ROAMING SCANNER. THE SAME CARD *
007300*           SCANNED TWICE IS ONE ARRIVAL.                       *
007400*****************************************************************
007500 FD  ARRIVAL-SCAN-FILE
007600     RECORDING MODE IS F.
007700 01  ARRIVAL-SCAN-RECORD.
007800     05 AS-RESIDENT-ID           PIC X(08).
007900     05 AS-SCAN-TS               PIC X(26).
008000     05 AS-OPERATOR-ID           PIC X(08).
008100     05 AS-STATION-ID            PIC X(04).
008200     05 AS-STATION-HALL          PIC X(04).
008300     05 FILLER                   PIC X(30).
008400
008500 FD  NO-SHOW-RPT
008600     RECORDING MODE IS F
008700     LINAGE IS 60 LINES
008800         WITH FOOTING AT 55.
008900 01  NS-REPORT-LINE              PIC X(132).
009000
009100 FD  BURSAR-NOTICE-FILE
009200     RECORDING MODE IS F.
009300 01  NB-NOTICE-RECORD            PIC X(100).
009400
009500 FD  WORK-ORDER-FILE
009600     RECORDING MODE IS F.
009700 01  WORK-ORDER-RECORD.
009800     COPY WRKORDER.
009900
010000*****************************************************************
010100* RESIDENT-MASTER-FILE - SAME VSAM KSDS THE LOAD AND THE        *
010200*           FRONT-DESK SCREEN MAINTAIN, KEYED ON RESIDENT ID. A *
010300*           RELEASED NO-SHOW'S RECORD IS REWRITTEN WITH THE     *
010400*           ROOM CLEARED, THE SAME AS THE DEPARTURE SWEEP DOES. *
010500*****************************************************************
010600 FD  RESIDENT-MASTER-FILE
010700     RECORDING MODE IS F.
010800 01  RESIDENT-MASTER-RECORD.
010900     05 RM-RESIDENT-ID           PIC X(08).
011000     05 RM-RESIDENT-NAME         PIC X(30).
011100     05 RM-ROOM-NUMBER           PIC X(06).
011200     05 RM-HALL-CODE             PIC X(04).
011300     05 RM-MEAL-PLAN-CODE        PIC X(02).
011400     05 RM-CHECKIN-DATE          PIC X(10).
011500     05 RM-CHECKOUT-DATE         PIC X(10).
011600     05 RM-LANGUAGE-CODE         PIC X(02).
011700
011800 WORKING-STORAGE SECTION.
011900     EXEC SQL INCLUDE SQLCA END-EXEC.
012000
012100     COPY RESOCDCL.
012200
012300     COPY AUDTDCL.
012400
012500     COPY RUNLDCL.
012600
012700     COPY KEYDCL.
012800
012900     COPY PKGDCL.
013000
013100     COPY ARRVDCL.
013200
013300 01  WS-ARRSCAN-STATUS           PIC X(02)      VALUE SPACES.
013400     88 WS-ARRSCAN-OK                   VALUE '00'.
013500     88 WS-ARRSCAN-EOF                  VALUE '10'.
013600
013700 01  WS-NSRPT-STATUS             PIC X(02)      VALUE SPACES.
013800     88 WS-NSRPT-OK                     VALUE '00'.
013900
014000 01  WS-NSBURS-STATUS            PIC X(02)      VALUE SPACES.
014100     88 WS-NSBURS-OK                    VALUE '00'.
014200
014300 01  WS-RESMSTR-STATUS           PIC X(02)      VALUE SPACES.
014400     88 WS-RESMSTR-OK                   VALUE '00'.
014500     88 WS-RESMSTR-NOTFND               VALUE '23'.
014600
014700 01  WS-WORKORD-STATUS           PIC X(02)      VALUE SPACES.
014800     88 WS-WORKORD-OK                   VALUE '00'.
014900
015000 01  WS-SWITCHES.
015100     05 WS-EOF-SW                PIC X(01)      VALUE 'N'.
015200        88 WS-EOF                       VALUE 'Y'.
015300     05 WS-DB2-EOF-SW            PIC X(01)      VALUE 'N'.
015400        88 WS-DB2-EOF                   VALUE 'Y'.
015500     05 WS-FIRST-DETAIL-SW       PIC X(01)      VALUE 'Y'.
015600        88 WS-FIRST-DETAIL               VALUE 'Y'.
015700     05 WS-RELEASE-MODE-SW       PIC X(01)      VALUE 'N'.
015800        88 WS-RELEASE-MODE              VALUE 'Y'.
015900
016000 01  WS-PARM-MODE                PIC X(09)      VALUE SPACES.
016100 01  WS-PARM-DAYS                PIC X(03)      VALUE SPACES.
016200 01  WS-NOSHOW-DAYS              PIC 9(03)      VALUE ZERO.
016300 01  WS-DAYS-PAST                PIC S9(09) COMP VALUE ZERO.
016400
016500 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
016600 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
016700     05 WS-RUN-YYYY              PIC 9(04).
016800     05 WS-RUN-MM                PIC 9(02).
016900     05 WS-RUN-DD                PIC 9(02).
017000 01  WS-RUN-DATE-ISO             PIC X(10)      VALUE SPACES.
017100
017200*    RESIDENTS HOLDING A ROOM MORE THAN N DAYS PAST CHECKIN WITH
017300*    NO ARRIVAL CONFIRMED FOR THAT STAY. A NULL CHECKIN DATE IS
017400*    AN ASSIGNMENT WITH NO START YET - NEVER A NO-SHOW.
017500     EXEC SQL
017600         DECLARE C1 CURSOR FOR
017700         SELECT O.RESIDENT_ID, O.RESIDENT_NAME, O.ROOM_NUMBER,
017800                O.HALL_CODE, O.MEAL_PLAN_CODE,
017900                CHAR(O.CHECKIN_DATE),
018000                VALUE(CHAR(O.CHECKOUT_DATE), '          '),
018100                O.LANGUAGE_CODE,
018200                DAYS(DATE(:WS-RUN-DATE-ISO))
018300                    - DAYS(O.CHECKIN_DATE)
018400           FROM RESIDENT_OCCUPANCY O
018500          WHERE O.ROOM_NUMBER <> '      '
018600            AND O.CHECKIN_DATE IS NOT NULL
018700            AND DAYS(DATE(:WS-RUN-DATE-ISO))
018800                - DAYS(O.CHECKIN_DATE) > :WS-NOSHOW-DAYS
018900            AND NOT EXISTS
019000                ( SELECT 1
019100                    FROM RESIDENT_ARRIVAL A
019200                   WHERE A.RESIDENT_ID  = O.RESIDENT_ID
019300                     AND A.CHECKIN_DATE = O.CHECKIN_DATE )
019400          ORDER BY O.HALL_CODE, O.ROOM_NUMBER, O.RESIDENT_ID
019500     END-EXEC.
019600
019700 01  WS-PAGE-NUMBER              PIC 9(04)      VALUE ZERO.
019800
019900 01  WS-OLD-ROOM-NUMBER          PIC X(06)      VALUE SPACES.
020000 01  WS-OLD-HALL-CODE            PIC X(04)      VALUE SPACES.
020100 01  WS-OLD-CHECKOUT-DATE        PIC X(10)      VALUE SPACES.
020200 01  WS-REJECT-REASON            PIC X(40)      VALUE SPACES.
020300
020400 01  WS-CONTROL-FIELDS.
020500     05 WS-PREV-HALL-CODE        PIC X(04)      VALUE SPACES.
020600
020700 01  WS-REPORT-COUNTERS          COMP.
020800     05 WS-SCANS-READ            PIC 9(07)      VALUE ZERO.
020900     05 WS-SCANS-RECORDED        PIC 9(07)      VALUE ZERO.
021000     05 WS-SCANS-DUPLICATE       PIC 9(07)      VALUE ZERO.
021100     05 WS-SCANS-REJECTED        PIC 9(07)      VALUE ZERO.
021200     05 WS-HALL-COUNT            PIC 9(05)      VALUE ZERO.
021300     05 WS-GRAND-COUNT           PIC 9(07)      VALUE ZERO.
021400     05 WS-RELEASED-COUNT        PIC 9(07)      VALUE ZERO.
021500     05 WS-NO-MASTER-COUNT       PIC 9(05)      VALUE ZERO.
021600     05 WS-PKG-FLAG-COUNT        PIC 9(05)      VALUE ZERO.
021700
021800 01  NB-HEADER-RECORD.
021900     05 FILLER                   PIC X(01)      VALUE 'H'.
022000     05 NB-HDR-RUN-DATE          PIC 9(08).
022100     05 NB-HDR-SOURCE            PIC X(08)      VALUE 'RESNOSHW'.
022200     05 FILLER                   PIC X(83)      VALUE SPACES.
022300
022400 01  NB-DETAIL-RECORD.
022500     05 FILLER                   PIC X(01)      VALUE 'D'.
022600     05 NB-DET-RESIDENT-ID       PIC X(08).
022700     05 NB-DET-RESIDENT-NAME     PIC X(30).
022800     05 NB-DET-HALL-CODE         PIC X(04).
022900     05 NB-DET-ROOM-NUMBER       PIC X(06).
023000     05 NB-DET-CHECKIN-DATE      PIC X(10).
023100     05 NB-DET-RELEASE-DATE      PIC X(10).
023200     05 NB-DET-DAYS-PAST         PIC 9(03).
023300     05 NB-DET-MEAL-PLAN-CODE    PIC X(02).
023400     05 FILLER                   PIC X(26)      VALUE SPACES.
023500
023600 01  NB-TRAILER-RECORD.
023700     05 FILLER                   PIC X(01)      VALUE 'T'.
023800     05 NB-TRL-RECORD-COUNT      PIC 9(09).
023900     05 FILLER                   PIC X(90)      VALUE SPACES.
024000
024100 01  WS-REPORT-TITLE.
024200     05 FILLER                   PIC X(20)
024300         VALUE "RESIDENCE LIFE".
024400     05 FILLER                   PIC X(30)
024500         VALUE "NO-SHOW BED RELEASE REPORT".
024600     05 FILLER                   PIC X(10)
024700         VALUE "RUN DATE: ".
024800     05 WS-TITLE-RUN-DATE        PIC 9(08).
024900     05 FILLER                   PIC X(08)
025000         VALUE "  PAGE: ".
025100     05 WS-TITLE-PAGE-NO         PIC ZZZ9.
025200
025300 01  WS-MODE-LINE.
025400     05 FILLER                   PIC X(06)      VALUE "MODE: ".
025500     05 WS-MODE-TEXT             PIC X(10)      VALUE SPACES.
025600     05 FILLER                   PIC X(43)
025700         VALUE "NO ARRIVAL CONFIRMED AFTER CHECKIN (DAYS):".
025800     05 WS-MODE-DAYS             PIC ZZ9.
025900
026000 01  WS-COLUMN-HEADINGS.
026100     05 FILLER                   PIC X(06)  VALUE "HALL".
026200     05 FILLER                   PIC X(08)  VALUE "ROOM".
026300     05 FILLER                   PIC X(13)  VALUE "RESIDENT ID".
026400     05 FILLER                   PIC X(32)  VALUE "RESIDENT NAME".
026500     05 FILLER                   PIC X(12)  VALUE "CHECKIN".
026600     05 FILLER                   PIC X(06)  VALUE "DAYS".
026700     05 FILLER                   PIC X(10)  VALUE "ACTION".
026800
026900 01  WS-DETAIL-LINE.
027000     05 WS-DET-HALL              PIC X(06).
027100     05 WS-DET-ROOM              PIC X(08).
027200     05 WS-DET-RESIDENT-ID       PIC X(13).
027300     05 WS-DET-RESIDENT-NAME     PIC X(32).
027400     05 WS-DET-CHECKIN           PIC X(12).
027500     05 WS-DET-DAYS              PIC ZZ9.
027600     05 FILLER                   PIC X(03)  VALUE SPACES.
027700     05 WS-DET-ACTION            PIC X(10).
027800     05 WS-DET-NOTE              PIC X(20).
027900
028000 01  WS-HALL-BREAK-LINE.
028100     05 FILLER                   PIC X(06)  VALUE SPACES.
028200     05 FILLER                   PIC X(07)  VALUE "HALL ".
028300     05 WS-HBRK-HALL             PIC X(04).
028400     05 FILLER                   PIC X(15)
028500         VALUE " NO-SHOWS: ".
028600     05 WS-HBRK-COUNT            PIC ZZZZ9.
028700
028800 01  WS-TOTAL-LINE.
028900     05 WS-TOT-LABEL             PIC X(30).
029000     05 WS-TOT-COUNT             PIC ZZZZZZ9.
029100
029200 LINKAGE SECTION.
029300 01  LS-PARM-AREA.
029400     05 LS-PARM-LENGTH           PIC S9(04) COMP.
029500     05 LS-PARM-DATA             PIC X(30).
029600
029700 PROCEDURE DIVISION USING LS-PARM-AREA.
029800
029900 0000-MAIN.
030000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030100     PERFORM 2000-PROCESS-SCAN THRU 2000-EXIT
030200         UNTIL WS-EOF.
030300     PERFORM 2900-OPEN-NO-SHOWS THRU 2900-EXIT.
030400     PERFORM 4000-PROCESS-NO-SHOW THRU 4000-EXIT
030500         UNTIL WS-DB2-EOF.
030600     PERFORM 5800-WRITE-TOTALS THRU 5800-EXIT.
030700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030800     GOBACK.
030900
031000 1000-INITIALIZE.
031100     PERFORM 1100-EDIT-PARM THRU 1100-EXIT.
031200
031300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
031400     STRING WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
031500         DELIMITED BY SIZE INTO WS-RUN-DATE-ISO.
031600
031700     OPEN INPUT ARRIVAL-SCAN-FILE.
031800     IF NOT WS-ARRSCAN-OK
031900         DISPLAY "RESNOSHW - SCAN FILE OPEN FAILED - STATUS "
032000             WS-ARRSCAN-STATUS
032100         GO TO 9900-ABEND-JOB
032200     END-IF.
032300
032400     OPEN OUTPUT NO-SHOW-RPT.
032500     IF NOT WS-NSRPT-OK
032600         DISPLAY "RESNOSHW - REPORT FILE OPEN FAILED - STATUS "
032700             WS-NSRPT-STATUS
032800         GO TO 9900-ABEND-JOB
032900     END-IF.
033000
033100     OPEN OUTPUT BURSAR-NOTICE-FILE.
033200     IF NOT WS-NSBURS-OK
033300         DISPLAY "RESNOSHW - BURSAR FILE OPEN FAILED - STATUS "
033400             WS-NSBURS-STATUS
033500         GO TO 9900-ABEND-JOB
033600     END-IF.
033700
033800     OPEN OUTPUT WORK-ORDER-FILE.
033900     IF NOT WS-WORKORD-OK
034000         DISPLAY "RESNOSHW - WORK ORDER FILE OPEN FAILED - "
034100             "STATUS " WS-WORKORD-STATUS
034200         GO TO 9900-ABEND-JOB
034300     END-IF.
034400
034500     OPEN I-O RESIDENT-MASTER-FILE.
034600     IF NOT WS-RESMSTR-OK
034700         DISPLAY "RESNOSHW - MASTER FILE OPEN FAILED - STATUS "
034800             WS-RESMSTR-STATUS
034900         GO TO 9900-ABEND-JOB
035000     END-IF.
035100
035200     EXEC SQL CONNECT TO RESLIFE END-EXEC.
035300     MOVE 'RESLOAD'  TO BL-JOB-NAME.
035400     MOVE 'STEP034'  TO BL-STEP-NAME.
035500     MOVE 'RESNOSHW' TO BL-PGM-NAME.
035600     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
035700     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
035800
035900     MOVE WS-RUN-DATE           TO NB-HDR-RUN-DATE.
036000     WRITE NB-NOTICE-RECORD FROM NB-HEADER-RECORD.
036100     PERFORM 6900-CHECK-BURSAR-STATUS THRU 6900-EXIT.
036200
036300     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
036400     PERFORM 2100-READ-SCAN THRU 2100-EXIT.
036500 1000-EXIT.
036600     EXIT.
036700
036800*****************************************************************
036900* 1100-EDIT-PARM - PARM IS 'MODE DAYS'. MODE IS REPORT OR       *
037000*           RELEASE; DAYS IS HOW LONG PAST CHECKIN A RESIDENT   *
037100*           MAY GO UNCONFIRMED BEFORE BEING LISTED, 1 TO 999,   *
037200*           14 WHEN LEFT OFF.                                   *
037300*****************************************************************
037400 1100-EDIT-PARM.
037500     IF LS-PARM-LENGTH > ZERO
037600         UNSTRING LS-PARM-DATA(1:LS-PARM-LENGTH)
037700             DELIMITED BY ALL ' '
037800             INTO WS-PARM-MODE WS-PARM-DAYS
037900         END-UNSTRING
038000     END-IF.
038100     EVALUATE WS-PARM-MODE
038200         WHEN 'RELEASE'
038300             MOVE 'Y' TO WS-RELEASE-MODE-SW
038400             MOVE 'RELEASE' TO WS-MODE-TEXT
038500         WHEN 'REPORT'
038600             MOVE 'REPORT' TO WS-MODE-TEXT
038700         WHEN OTHER
038800             DISPLAY "RESNOSHW - PARM MODE MUST BE REPORT OR "
038900                 "RELEASE"
039000             GO TO 9900-ABEND-JOB
039100     END-EVALUATE.
039200     EVALUATE TRUE
039300         WHEN WS-PARM-DAYS = SPACES
039400             MOVE 14 TO WS-NOSHOW-DAYS
039500         WHEN WS-PARM-DAYS(2:2) = SPACES AND
039600              WS-PARM-DAYS(1:1) NUMERIC
039700             MOVE WS-PARM-DAYS(1:1) TO WS-NOSHOW-DAYS(3:1)
039800         WHEN WS-PARM-DAYS(3:1) = SPACE AND
039900              WS-PARM-DAYS(1:2) NUMERIC
040000             MOVE WS-PARM-DAYS(1:2) TO WS-NOSHOW-DAYS(2:2)
040100         WHEN WS-PARM-DAYS NUMERIC
040200             MOVE WS-PARM-DAYS TO WS-NOSHOW-DAYS
040300         WHEN OTHER
040400             DISPLAY "RESNOSHW - PARM DAYS MUST BE 1 TO 999"
040500             GO TO 9900-ABEND-JOB
040600     END-EVALUATE.
040700     IF WS-NOSHOW-DAYS = ZERO
040800         DISPLAY "RESNOSHW - NO-SHOW WINDOW OF ZERO DAYS REFUSED"
040900         GO TO 9900-ABEND-JOB
041000     END-IF.
041100     DISPLAY "RESNOSHW - " WS-MODE-TEXT " OF RESIDENTS WITH NO "
041200         "ARRIVAL MORE THAN " WS-NOSHOW-DAYS " DAYS PAST CHECKIN".
041300 1100-EXIT.
041400     EXIT.
041500
041600 2000-PROCESS-SCAN.
041700     PERFORM 2200-RECORD-ARRIVAL THRU 2200-EXIT.
041800     PERFORM 2100-READ-SCAN THRU 2100-EXIT.
041900 2000-EXIT.
042000     EXIT.
042100
042200 2100-READ-SCAN.
042300     READ ARRIVAL-SCAN-FILE
042400         AT END
042500             MOVE 'Y' TO WS-EOF-SW
042600         NOT AT END
042700             ADD 1 TO WS-SCANS-READ
042800     END-READ.
042900     IF NOT WS-ARRSCAN-OK AND NOT WS-ARRSCAN-EOF
043000         DISPLAY "RESNOSHW - SCAN FILE READ ERROR - STATUS "
043100             WS-ARRSCAN-STATUS
043200         GO TO 9900-ABEND-JOB
043300     END-IF.
043400 2100-EXIT.
043500     EXIT.
043600
043700*****************************************************************
043800* 2200-RECORD-ARRIVAL - A SCAN CONFIRMS THE STAY THE RESIDENT   *
043900*           NOW HOLDS A ROOM FOR. NO OCCUPANCY ROW, NO ROOM, OR *
044000*           A CARD SCANNED AT ANOTHER HALL'S DESK IS LOGGED AND *
044100*           SKIPPED; AN ARRIVAL ALREADY ON FILE FOR THE STAY    *
044200*           (SQLCODE -803) IS COUNTED AS A REPEAT SCAN.         *
044300*****************************************************************
044400 2200-RECORD-ARRIVAL.
044500     MOVE AS-RESIDENT-ID       TO RO-RESIDENT-ID.
044600     EXEC SQL
044700         SELECT ROOM_NUMBER, HALL_CODE,
044800                VALUE(CHECKIN_DATE, CURRENT DATE)
044900           INTO :RO-ROOM-NUMBER, :RO-HALL-CODE, :RO-CHECKIN-DATE
045000           FROM RESIDENT_OCCUPANCY
045100          WHERE RESIDENT_ID = :RO-RESIDENT-ID
045200     END-EXEC.
045300     EVALUATE SQLCODE
045400         WHEN ZERO
045500             CONTINUE
045600         WHEN 100
045700             MOVE "NO OCCUPANCY RECORD" TO WS-REJECT-REASON
045800             PERFORM 9200-REJECT-SCAN THRU 9200-EXIT
045900             GO TO 2200-EXIT
046000         WHEN OTHER
046100             DISPLAY "RESNOSHW - OCCUPANCY SELECT ERROR - "
046200                 "SQLCODE " SQLCODE
046300             GO TO 9900-ABEND-JOB
046400     END-EVALUATE.
046500     IF RO-ROOM-NUMBER = SPACES
046600         MOVE "RESIDENT HOLDS NO ROOM" TO WS-REJECT-REASON
046700         PERFORM 9200-REJECT-SCAN THRU 9200-EXIT
046800         GO TO 2200-EXIT
046900     END-IF.
047000     IF AS-STATION-HALL NOT = SPACES AND
047100        AS-STATION-HALL NOT = RO-HALL-CODE
047200         MOVE "SCANNED AT ANOTHER HALL'S DESK" TO WS-REJECT-REASON
047300         PERFORM 9200-REJECT-SCAN THRU 9200-EXIT
047400         GO TO 2200-EXIT
047500     END-IF.
047600
047700     MOVE RO-RESIDENT-ID       TO AV-RESIDENT-ID.
047800     MOVE RO-CHECKIN-DATE      TO AV-CHECKIN-DATE.
047900     MOVE RO-HALL-CODE         TO AV-HALL-CODE.
048000     MOVE RO-ROOM-NUMBER       TO AV-ROOM-NUMBER.
048100     MOVE AS-SCAN-TS           TO AV-ARRIVAL-TS.
048200     MOVE 'S'                  TO AV-ARRIVAL-SOURCE.
048300     MOVE AS-OPERATOR-ID       TO AV-OPERATOR-ID.
048400     MOVE AS-STATION-ID        TO AV-TERMINAL-ID.
048500     MOVE 'RESNOSHW'           TO AV-LAST-UPDATE-PGM.
048600     EXEC SQL
048700         INSERT INTO RESIDENT_ARRIVAL
048800             ( RESIDENT_ID, CHECKIN_DATE, HALL_CODE, ROOM_NUMBER,
048900               ARRIVAL_TS, ARRIVAL_SOURCE, OPERATOR_ID,
049000               TERMINAL_ID, LAST_UPDATE_TS, LAST_UPDATE_PGM )
049100         VALUES
049200             ( :AV-RESIDENT-ID, :AV-CHECKIN-DATE, :AV-HALL-CODE,
049300               :AV-ROOM-NUMBER, :AV-ARRIVAL-TS,
049400               :AV-ARRIVAL-SOURCE, :AV-OPERATOR-ID,
049500               :AV-TERMINAL-ID, CURRENT TIMESTAMP,
049600               :AV-LAST-UPDATE-PGM )
049700     END-EXEC.
049800     EVALUATE SQLCODE
049900         WHEN ZERO
050000             ADD 1 TO WS-SCANS-RECORDED
050100         WHEN -803
050200             ADD 1 TO WS-SCANS-DUPLICATE
050300         WHEN -180
050400         WHEN -181
050500             MOVE "SCAN TIMESTAMP NOT VALID" TO WS-REJECT-REASON
050600             PERFORM 9200-REJECT-SCAN THRU 9200-EXIT
050700         WHEN OTHER
050800             DISPLAY "RESNOSHW - ARRIVAL INSERT ERROR - SQLCODE "
050900                 SQLCODE
051000             GO TO 9900-ABEND-JOB
051100     END-EVALUATE.
051200 2200-EXIT.
051300     EXIT.
051400
051500 2900-OPEN-NO-SHOWS.
051600     EXEC SQL OPEN C1 END-EXEC.
051700     IF SQLCODE NOT = ZERO
051800         DISPLAY "RESNOSHW - CURSOR OPEN ERROR - SQLCODE " SQLCODE
051900         GO TO 9900-ABEND-JOB
052000     END-IF.
052100     PERFORM 4100-FETCH-NO-SHOW THRU 4100-EXIT.
052200 2900-EXIT.
052300     EXIT.
052400
052500 3000-CLEAR-OCCUPANCY.
052600     EXEC SQL
052700         UPDATE RESIDENT_OCCUPANCY
052800            SET ROOM_NUMBER     = '      ',
052900                HALL_CODE       = '    ',
053000                CHECKOUT_DATE   = DATE(:WS-RUN-DATE-ISO),
053100                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
053200                LAST_UPDATE_PGM = 'RESNOSHW'
053300          WHERE RESIDENT_ID     = :RO-RESIDENT-ID
053400     END-EXEC.
053500     IF SQLCODE NOT = ZERO
053600         DISPLAY "RESNOSHW - OCCUPANCY UPDATE ERROR - SQLCODE "
053700             SQLCODE
053800         GO TO 9900-ABEND-JOB
053900     END-IF.
054000 3000-EXIT.
054100     EXIT.
054200
054300 3500-REWRITE-MASTER.
054400     MOVE RO-RESIDENT-ID       TO RM-RESIDENT-ID.
054500     READ RESIDENT-MASTER-FILE
054600         INVALID KEY
054700             CONTINUE
054800     END-READ.
054900     IF WS-RESMSTR-NOTFND
055000         ADD 1 TO WS-NO-MASTER-COUNT
055100         GO TO 3500-EXIT
055200     END-IF.
055300     IF NOT WS-RESMSTR-OK
055400         DISPLAY "RESNOSHW - MASTER FILE READ ERROR - STATUS "
055500             WS-RESMSTR-STATUS
055600         GO TO 9900-ABEND-JOB
055700     END-IF.
055800
055900     MOVE SPACES               TO RM-ROOM-NUMBER.
056000     MOVE SPACES               TO RM-HALL-CODE.
056100     MOVE RO-CHECKOUT-DATE     TO RM-CHECKOUT-DATE.
056200     REWRITE RESIDENT-MASTER-RECORD
056300         INVALID KEY
056400             DISPLAY "RESNOSHW - MASTER FILE REWRITE FAILED - "
056500                 RO-RESIDENT-ID
056600     END-REWRITE.
056700     IF NOT WS-RESMSTR-OK
056800         DISPLAY "RESNOSHW - MASTER FILE REWRITE ERROR - STATUS "
056900             WS-RESMSTR-STATUS
057000         GO TO 9900-ABEND-JOB
057100     END-IF.
057200 3500-EXIT.
057300     EXIT.
057400
057500 3700-REMOVE-ROOM-OCCUPANT.
057600     EXEC SQL
057700         UPDATE ROOM_INVENTORY
057800            SET OCCUPANT_COUNT  = OCCUPANT_COUNT - 1,
057900                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
058000                LAST_UPDATE_PGM = 'RESNOSHW'
058100          WHERE HALL_CODE       = :WS-OLD-HALL-CODE
058200            AND ROOM_NUMBER     = :WS-OLD-ROOM-NUMBER
058300            AND OCCUPANT_COUNT  > 0
058400     END-EXEC.
058500     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
058600         DISPLAY "RESNOSHW - ROOM COUNT REMOVE ERROR - SQLCODE "
058700             SQLCODE
058800         GO TO 9900-ABEND-JOB
058900     END-IF.
059000 3700-EXIT.
059100     EXIT.
059200
059300*****************************************************************
059400* 3750-RETURN-ROOM-KEY - THE KEY ISSUED AT ASSIGNMENT IS        *
059500*           RECORDED BACK; NO KEY ON ISSUE (SQLCODE 100) IS NOT *
059600*           AN ERROR. A KEY THE NO-SHOW NEVER COLLECTED IS      *
059700*           STILL AT THE DESK, SO THIS IS THE ENTRY THE DESK    *
059800*           NEEDS.                                              *
059900*****************************************************************
060000 3750-RETURN-ROOM-KEY.
060100     MOVE WS-OLD-HALL-CODE     TO KY-HALL-CODE.
060200     MOVE WS-OLD-ROOM-NUMBER   TO KY-ROOM-NUMBER.
060300     MOVE RO-RESIDENT-ID       TO KY-RESIDENT-ID.
060400     EXEC SQL
060500         UPDATE KEY_INVENTORY
060600            SET KEY_STATUS      = 'R',
060700                RETURN_DATE     = CURRENT DATE,
060800                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
060900                LAST_UPDATE_PGM = 'RESNOSHW'
061000          WHERE HALL_CODE       = :KY-HALL-CODE
061100            AND ROOM_NUMBER     = :KY-ROOM-NUMBER
061200            AND RESIDENT_ID     = :KY-RESIDENT-ID
061300            AND KEY_STATUS      = 'I'
061400     END-EXEC.
061500     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
061600         DISPLAY "RESNOSHW - KEY RETURN UPDATE ERROR - SQLCODE "
061700             SQLCODE
061800         GO TO 9900-ABEND-JOB
061900     END-IF.
062000 3750-EXIT.
062100     EXIT.
062200
062300 3800-WRITE-WORK-ORDER.
062400     MOVE SPACES               TO WORK-ORDER-RECORD.
062500     MOVE RO-RESIDENT-ID       TO WO-RESIDENT-ID.
062600     MOVE WS-OLD-HALL-CODE     TO WO-HALL-CODE.
062700     MOVE WS-OLD-ROOM-NUMBER   TO WO-ROOM-NUMBER.
062800     MOVE RO-CHECKOUT-DATE     TO WO-VACATE-DATE.
062900     MOVE 'RESNOSHW'           TO WO-SOURCE-PGM.
063000     WRITE WORK-ORDER-RECORD.
063100     IF NOT WS-WORKORD-OK
063200         DISPLAY "RESNOSHW - WORK ORDER WRITE ERROR - STATUS "
063300             WS-WORKORD-STATUS
063400         GO TO 9900-ABEND-JOB
063500     END-IF.
063600 3800-EXIT.
063700     EXIT.
063800
063900*****************************************************************
064000* 3850-FLAG-PACKAGES - ANYTHING HELD AT THE DESK FOR THE        *
064100*           RELEASED RESIDENT IS FLAGGED FOR RETURN TO SENDER   *
064200*           OR FORWARDING; NOTHING HELD (SQLCODE 100) IS NOT AN *
064300*           ERROR.                                              *
064400*****************************************************************
064500 3850-FLAG-PACKAGES.
064600     MOVE RO-RESIDENT-ID       TO PK-RESIDENT-ID.
064700     EXEC SQL
064800         UPDATE PACKAGE
064900            SET PKG_STATUS      = 'F',
065000                FLAG_DATE       = CURRENT DATE,
065100                FLAG_PGM        = 'RESNOSHW',
065200                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
065300                LAST_UPDATE_PGM = 'RESNOSHW'
065400          WHERE RESIDENT_ID     = :PK-RESIDENT-ID
065500            AND PKG_STATUS      = 'H'
065600     END-EXEC.
065700     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
065800         DISPLAY "RESNOSHW - PACKAGE FLAG UPDATE ERROR - SQLCODE "
065900             SQLCODE
066000         GO TO 9900-ABEND-JOB
066100     END-IF.
066200     IF SQLCODE = ZERO
066300         ADD SQLERRD(3)        TO WS-PKG-FLAG-COUNT
066400     END-IF.
066500 3850-EXIT.
066600     EXIT.
066700
066800*****************************************************************
066900* 3900-WRITE-BURSAR-NOTICE - ONE RECORD PER RELEASED RESIDENT   *
067000*           FOR THE BURSAR'S DEPOSIT REVIEW. WHETHER THE        *
067100*           DEPOSIT IS FORFEIT IS THE BURSAR'S CALL; THIS ONLY  *
067200*           SAYS THE BED WAS TAKEN BACK AND WHEN.               *
067300*****************************************************************
067400 3900-WRITE-BURSAR-NOTICE.
067500     MOVE RO-RESIDENT-ID        TO NB-DET-RESIDENT-ID.
067600     MOVE RO-RESIDENT-NAME      TO NB-DET-RESIDENT-NAME.
067700     MOVE WS-OLD-HALL-CODE      TO NB-DET-HALL-CODE.
067800     MOVE WS-OLD-ROOM-NUMBER    TO NB-DET-ROOM-NUMBER.
067900     MOVE RO-CHECKIN-DATE       TO NB-DET-CHECKIN-DATE.
068000     MOVE RO-CHECKOUT-DATE      TO NB-DET-RELEASE-DATE.
068100     MOVE WS-DAYS-PAST          TO NB-DET-DAYS-PAST.
068200     MOVE RO-MEAL-PLAN-CODE     TO NB-DET-MEAL-PLAN-CODE.
068300     WRITE NB-NOTICE-RECORD FROM NB-DETAIL-RECORD.
068400     PERFORM 6900-CHECK-BURSAR-STATUS THRU 6900-EXIT.
068500 3900-EXIT.
068600     EXIT.
068700
068800*****************************************************************
068900* 4000-PROCESS-NO-SHOW - EVERY NO-SHOW IS LISTED. IN RELEASE    *
069000*           MODE THE BED IS THEN TAKEN BACK IN THE SAME STEPS   *
069100*           AS A SWEPT DEPARTURE, WITH TONIGHT AS THE CHECKOUT  *
069200*           DATE.                                               *
069300*****************************************************************
069400 4000-PROCESS-NO-SHOW.
069500     MOVE RO-ROOM-NUMBER       TO WS-OLD-ROOM-NUMBER.
069600     MOVE RO-HALL-CODE         TO WS-OLD-HALL-CODE.
069700     MOVE RO-CHECKOUT-DATE     TO WS-OLD-CHECKOUT-DATE.
069800
069900     IF WS-RELEASE-MODE
070000         MOVE WS-RUN-DATE-ISO  TO RO-CHECKOUT-DATE
070100         PERFORM 3000-CLEAR-OCCUPANCY THRU 3000-EXIT
070200         PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT
070300         PERFORM 3500-REWRITE-MASTER THRU 3500-EXIT
070400         PERFORM 3700-REMOVE-ROOM-OCCUPANT THRU 3700-EXIT
070500         PERFORM 3750-RETURN-ROOM-KEY THRU 3750-EXIT
070600         PERFORM 3800-WRITE-WORK-ORDER THRU 3800-EXIT
070700         PERFORM 3850-FLAG-PACKAGES THRU 3850-EXIT
070800         PERFORM 3900-WRITE-BURSAR-NOTICE THRU 3900-EXIT
070900         ADD 1 TO WS-RELEASED-COUNT
071000     END-IF.
071100     PERFORM 5000-REPORT-DETAIL THRU 5000-EXIT.
071200
071300     PERFORM 4100-FETCH-NO-SHOW THRU 4100-EXIT.
071400 4000-EXIT.
071500     EXIT.
071600
071700 4100-FETCH-NO-SHOW.
071800     EXEC SQL
071900         FETCH C1
072000          INTO :RO-RESIDENT-ID, :RO-RESIDENT-NAME,
072100               :RO-ROOM-NUMBER, :RO-HALL-CODE,
072200               :RO-MEAL-PLAN-CODE, :RO-CHECKIN-DATE,
072300               :RO-CHECKOUT-DATE, :RO-LANGUAGE-CODE,
072400               :WS-DAYS-PAST
072500     END-EXEC.
072600     EVALUATE SQLCODE
072700         WHEN ZERO
072800             CONTINUE
072900         WHEN 100
073000             MOVE 'Y' TO WS-DB2-EOF-SW
073100         WHEN OTHER
073200             DISPLAY "RESNOSHW - DB2 FETCH ERROR - SQLCODE "
073300                 SQLCODE
073400             GO TO 9900-ABEND-JOB
073500     END-EVALUATE.
073600 4100-EXIT.
073700     EXIT.
073800
073900 5000-REPORT-DETAIL.
074000     IF WS-FIRST-DETAIL
074100         MOVE 'N' TO WS-FIRST-DETAIL-SW
074200         MOVE WS-OLD-HALL-CODE  TO WS-PREV-HALL-CODE
074300     ELSE
074400         IF WS-OLD-HALL-CODE NOT = WS-PREV-HALL-CODE
074500             PERFORM 5400-HALL-BREAK THRU 5400-EXIT
074600             MOVE WS-OLD-HALL-CODE TO WS-PREV-HALL-CODE
074700         END-IF
074800     END-IF.
074900
075000     MOVE WS-OLD-HALL-CODE      TO WS-DET-HALL.
075100     MOVE WS-OLD-ROOM-NUMBER    TO WS-DET-ROOM.
075200     MOVE RO-RESIDENT-ID        TO WS-DET-RESIDENT-ID.
075300     MOVE RO-RESIDENT-NAME      TO WS-DET-RESIDENT-NAME.
075400     MOVE RO-CHECKIN-DATE       TO WS-DET-CHECKIN.
075500     MOVE WS-DAYS-PAST          TO WS-DET-DAYS.
075600     MOVE SPACES                TO WS-DET-NOTE.
075700     IF WS-RELEASE-MODE
075800         MOVE "RELEASED"        TO WS-DET-ACTION
075900         IF WS-RESMSTR-NOTFND
076000             MOVE "NO MASTER RECORD" TO WS-DET-NOTE
076100         END-IF
076200     ELSE
076300         MOVE "REPORTED"        TO WS-DET-ACTION
076400     END-IF.
076500     WRITE NS-REPORT-LINE FROM WS-DETAIL-LINE
076600         AFTER ADVANCING 1 LINE.
076700     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
076800     IF LINAGE-COUNTER OF NO-SHOW-RPT > 54
076900         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
077000     END-IF.
077100     ADD 1 TO WS-HALL-COUNT WS-GRAND-COUNT.
077200 5000-EXIT.
077300     EXIT.
077400
077500 5100-WRITE-HEADINGS.
077600     ADD 1 TO WS-PAGE-NUMBER.
077700     MOVE WS-RUN-DATE           TO WS-TITLE-RUN-DATE.
077800     MOVE WS-PAGE-NUMBER        TO WS-TITLE-PAGE-NO.
077900     WRITE NS-REPORT-LINE FROM WS-REPORT-TITLE
078000         AFTER ADVANCING PAGE.
078100     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
078200     MOVE WS-NOSHOW-DAYS        TO WS-MODE-DAYS.
078300     WRITE NS-REPORT-LINE FROM WS-MODE-LINE
078400         AFTER ADVANCING 1 LINE.
078500     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
078600     WRITE NS-REPORT-LINE FROM WS-COLUMN-HEADINGS
078700         AFTER ADVANCING 2 LINES.
078800     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
078900 5100-EXIT.
079000     EXIT.
079100
079200 5400-HALL-BREAK.
079300     MOVE WS-PREV-HALL-CODE     TO WS-HBRK-HALL.
079400     MOVE WS-HALL-COUNT         TO WS-HBRK-COUNT.
079500     WRITE NS-REPORT-LINE FROM WS-HALL-BREAK-LINE
079600         AFTER ADVANCING 1 LINE.
079700     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
079800     MOVE ZERO TO WS-HALL-COUNT.
079900     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
080000 5400-EXIT.
080100     EXIT.
080200
080300 5800-WRITE-TOTALS.
080400     IF NOT WS-FIRST-DETAIL
080500         MOVE WS-PREV-HALL-CODE  TO WS-HBRK-HALL
080600         MOVE WS-HALL-COUNT      TO WS-HBRK-COUNT
080700         WRITE NS-REPORT-LINE FROM WS-HALL-BREAK-LINE
080800             AFTER ADVANCING 1 LINE
080900         PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT
081000     END-IF.
081100     MOVE "NO-SHOWS LISTED"         TO WS-TOT-LABEL.
081200     MOVE WS-GRAND-COUNT            TO WS-TOT-COUNT.
081300     WRITE NS-REPORT-LINE FROM WS-TOTAL-LINE
081400         AFTER ADVANCING 3 LINES.
081500     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
081600     MOVE "BEDS RELEASED"           TO WS-TOT-LABEL.
081700     MOVE WS-RELEASED-COUNT         TO WS-TOT-COUNT.
081800     WRITE NS-REPORT-LINE FROM WS-TOTAL-LINE
081900         AFTER ADVANCING 1 LINE.
082000     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
082100     MOVE "ARRIVAL SCANS READ"      TO WS-TOT-LABEL.
082200     MOVE WS-SCANS-READ             TO WS-TOT-COUNT.
082300     WRITE NS-REPORT-LINE FROM WS-TOTAL-LINE
082400         AFTER ADVANCING 2 LINES.
082500     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
082600     MOVE "ARRIVALS RECORDED"       TO WS-TOT-LABEL.
082700     MOVE WS-SCANS-RECORDED         TO WS-TOT-COUNT.
082800     WRITE NS-REPORT-LINE FROM WS-TOTAL-LINE
082900         AFTER ADVANCING 1 LINE.
083000     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
083100     MOVE "REPEAT SCANS"            TO WS-TOT-LABEL.
083200     MOVE WS-SCANS-DUPLICATE        TO WS-TOT-COUNT.
083300     WRITE NS-REPORT-LINE FROM WS-TOTAL-LINE
083400         AFTER ADVANCING 1 LINE.
083500     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
083600     MOVE "SCANS REJECTED"          TO WS-TOT-LABEL.
083700     MOVE WS-SCANS-REJECTED         TO WS-TOT-COUNT.
083800     WRITE NS-REPORT-LINE FROM WS-TOTAL-LINE
083900         AFTER ADVANCING 1 LINE.
084000     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
084100 5800-EXIT.
084200     EXIT.
084300
084400 5900-CHECK-PRINT-STATUS.
084500     IF NOT WS-NSRPT-OK
084600         DISPLAY "RESNOSHW - REPORT WRITE ERROR - STATUS "
084700             WS-NSRPT-STATUS
084800         GO TO 9900-ABEND-JOB
084900     END-IF.
085000 5900-EXIT.
085100     EXIT.
085200
085300 6900-CHECK-BURSAR-STATUS.
085400     IF NOT WS-NSBURS-OK
085500         DISPLAY "RESNOSHW - BURSAR FILE WRITE ERROR - STATUS "
085600             WS-NSBURS-STATUS
085700         GO TO 9900-ABEND-JOB
085800     END-IF.
085900 6900-EXIT.
086000     EXIT.
086100
086200 8000-WRITE-AUDIT-RECORD.
086300     MOVE 'U'                  TO AT-CHANGE-TYPE.
086400     MOVE RO-RESIDENT-ID       TO AT-RESIDENT-ID.
086500     MOVE RO-RESIDENT-NAME     TO AT-OLD-RESIDENT-NAME.
086600     MOVE RO-RESIDENT-NAME     TO AT-NEW-RESIDENT-NAME.
086700     MOVE WS-OLD-ROOM-NUMBER   TO AT-OLD-ROOM-NUMBER.
086800     MOVE SPACES               TO AT-NEW-ROOM-NUMBER.
086900     MOVE WS-OLD-HALL-CODE     TO AT-OLD-HALL-CODE.
087000     MOVE SPACES               TO AT-NEW-HALL-CODE.
087100     MOVE RO-MEAL-PLAN-CODE    TO AT-OLD-MEAL-PLAN-CODE.
087200     MOVE RO-MEAL-PLAN-CODE    TO AT-NEW-MEAL-PLAN-CODE.
087300     MOVE WS-OLD-CHECKOUT-DATE TO AT-OLD-CHECKOUT-DATE.
087400     MOVE RO-CHECKOUT-DATE     TO AT-NEW-CHECKOUT-DATE.
087500     MOVE RO-LANGUAGE-CODE     TO AT-OLD-LANGUAGE-CODE.
087600     MOVE RO-LANGUAGE-CODE     TO AT-NEW-LANGUAGE-CODE.
087700     MOVE 'RESNOSHW'           TO AT-CHANGE-PGM.
087800     EXEC SQL
087900         INSERT INTO RESIDENT_AUDIT_TRAIL
088000             ( RESIDENT_ID, CHANGE_TYPE,
088100               OLD_RESIDENT_NAME, NEW_RESIDENT_NAME,
088200               OLD_ROOM_NUMBER, NEW_ROOM_NUMBER,
088300               OLD_HALL_CODE, NEW_HALL_CODE,
088400               OLD_MEAL_PLAN_CODE, NEW_MEAL_PLAN_CODE,
088500               OLD_CHECKOUT_DATE, NEW_CHECKOUT_DATE,
088600               OLD_LANGUAGE_CODE, NEW_LANGUAGE_CODE,
088700               CHANGE_TS, CHANGE_PGM )
088800         VALUES
088900             ( :AT-RESIDENT-ID, :AT-CHANGE-TYPE,
089000               :AT-OLD-RESIDENT-NAME, :AT-NEW-RESIDENT-NAME,
089100               :AT-OLD-ROOM-NUMBER, :AT-NEW-ROOM-NUMBER,
089200               :AT-OLD-HALL-CODE, :AT-NEW-HALL-CODE,
089300               :AT-OLD-MEAL-PLAN-CODE, :AT-NEW-MEAL-PLAN-CODE,
089400               :AT-OLD-CHECKOUT-DATE, :AT-NEW-CHECKOUT-DATE,
089500               :AT-OLD-LANGUAGE-CODE, :AT-NEW-LANGUAGE-CODE,
089600               CURRENT TIMESTAMP, :AT-CHANGE-PGM )
089700     END-EXEC.
089800     IF SQLCODE NOT = ZERO
089900         DISPLAY "RESNOSHW - AUDIT INSERT ERROR - SQLCODE "
090000             SQLCODE
090100         GO TO 9900-ABEND-JOB
090200     END-IF.
090300 8000-EXIT.
090400     EXIT.
090500
090600*****************************************************************
090700* 9000-TERMINATE - REPORT MODE ENDS RC 4 WHEN ANYONE WAS        *
090800*           LISTED, SO THE MORNING STATUS REPORT SHOWS THERE    *
090900*           ARE NO-SHOWS WAITING ON A DECISION.                 *
091000*****************************************************************
091100 9000-TERMINATE.
091200     MOVE WS-RELEASED-COUNT     TO NB-TRL-RECORD-COUNT.
091300     WRITE NB-NOTICE-RECORD FROM NB-TRAILER-RECORD.
091400     PERFORM 6900-CHECK-BURSAR-STATUS THRU 6900-EXIT.
091500
091600     DISPLAY "RESNOSHW - END OF JOB STATISTICS".
091700     DISPLAY "RESNOSHW -   ARRIVAL SCANS READ  - "
091800         WS-SCANS-READ.
091900     DISPLAY "RESNOSHW -   ARRIVALS RECORDED   - "
092000         WS-SCANS-RECORDED.
092100     DISPLAY "RESNOSHW -   REPEAT SCANS        - "
092200         WS-SCANS-DUPLICATE.
092300     DISPLAY "RESNOSHW -   SCANS REJECTED      - "
092400         WS-SCANS-REJECTED.
092500     DISPLAY "RESNOSHW -   NO-SHOWS LISTED     - "
092600         WS-GRAND-COUNT.
092700     DISPLAY "RESNOSHW -   BEDS RELEASED       - "
092800         WS-RELEASED-COUNT.
092900     DISPLAY "RESNOSHW -   NO MASTER RECORD    - "
093000         WS-NO-MASTER-COUNT.
093100     DISPLAY "RESNOSHW -   PACKAGES FLAGGED    - "
093200         WS-PKG-FLAG-COUNT.
093300
093400     EXEC SQL CLOSE C1 END-EXEC.
093500     COMPUTE BL-RECORDS-READ = WS-SCANS-READ + WS-GRAND-COUNT.
093600     MOVE WS-SCANS-RECORDED     TO BL-RECORDS-INSERTED.
093700     MOVE WS-RELEASED-COUNT     TO BL-RECORDS-UPDATED.
093800     MOVE WS-SCANS-REJECTED     TO BL-RECORDS-REJECTED.
093900     MOVE SPACES                TO BL-LAST-CHECKPOINT.
094000     IF WS-RELEASE-MODE OR WS-GRAND-COUNT = ZERO
094100         MOVE ZERO              TO BL-RETURN-CODE
094200     ELSE
094300         MOVE 4                 TO BL-RETURN-CODE
094400     END-IF.
094500     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
094600
094700     EXEC SQL COMMIT END-EXEC.
094800     CLOSE ARRIVAL-SCAN-FILE.
094900     CLOSE NO-SHOW-RPT.
095000     CLOSE BURSAR-NOTICE-FILE.
095100     CLOSE WORK-ORDER-FILE.
095200     CLOSE RESIDENT-MASTER-FILE.
095300     EXEC SQL CONNECT RESET END-EXEC.
095400     MOVE BL-RETURN-CODE        TO RETURN-CODE.
095500 9000-EXIT.
095600     EXIT.
095700
095800     COPY RUNLOGP.
095900
096000 9200-REJECT-SCAN.
096100     DISPLAY "RESNOSHW - " WS-REJECT-REASON
096200         " FOR RESIDENT " AS-RESIDENT-ID " - SCAN SKIPPED".
096300     ADD 1 TO WS-SCANS-REJECTED.
096400 9200-EXIT.
096500     EXIT.
096600
096700 9900-ABEND-JOB.
096800     DISPLAY "RESNOSHW - JOB ABENDING AFTER "
096900         WS-SCANS-READ " SCANS READ AND "
097000         WS-RELEASED-COUNT " BEDS RELEASED".
097100     MOVE 16 TO RETURN-CODE.
097200     STOP RUN.
097300
097400 END PROGRAM resnoshw.
