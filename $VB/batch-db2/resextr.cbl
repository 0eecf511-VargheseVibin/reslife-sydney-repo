000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resextr.
000300 AUTHOR. RESLIFE-IT-BATCH-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - NIGHTLY COMMA-DELIMITED     *
000900*              EXTRACT FOR THE INSTITUTIONAL RESEARCH           *
001000*              WAREHOUSE, RUN AS THE LAST RESLOAD STEP. WRITES  *
001100*              FOUR FILES, EACH WITH A HEADER ROW OF COLUMN     *
001200*              NAMES AND A CONTROL ROW OF ROW COUNTS FOR THE    *
001300*              WAREHOUSE TO RECONCILE AGAINST:                  *
001400*              RESIDENT_OCCUPANCY AS ADD/CHANGE/DELETE RECORDS  *
001500*              FOR THE RESIDENTS ON THE AUDIT TRAIL SINCE THE   *
001600*              LAST CLEAN EXTRACT, THE FULL ROOM_INVENTORY,     *
001700*              TODAY'S OCCUPANCY_STATS ROWS, AND THE            *
001800*              OCCUPANCY_HISTORY ROWS ARCHIVED SINCE THE LAST   *
001900*              CLEAN EXTRACT. THE LAST CLEAN EXTRACT IS FOUND   *
002000*              ON BATCH_RUN_LOG. PARM 'FULL' (OR NO CLEAN RUN   *
002100*              ON THE LOG) SENDS EVERY OCCUPANCY ROW AS AN ADD  *
002200*              AND ALL OF OCCUPANCY_HISTORY. WRITES START AND   *
002300*              END ROWS TO THE BATCH_RUN_LOG TABLE LIKE EVERY   *
002400*              OTHER STEP.                                      *
002433*  2026-10-15 FMV THE STATS FILE AND THE CONTROL ROWS NOW GO BY *
002466*              THE NIGHT'S RUN DATE FROM THE RESTART CHECK, THE *
002499*              DATE RESSTATS WRITES UNDER, INSTEAD OF THE       *
002532*              CALENDAR DATE.                                   *
002565*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OCCUPANCY-EXTRACT ASSIGN TO XOCCUP
003300         ORGANIZATION IS SEQUENTIAL
003400         ACCESS MODE IS SEQUENTIAL
003500         FILE STATUS IS WS-XOCCUP-STATUS.
003600
003700     SELECT ROOM-EXTRACT ASSIGN TO XROOM
003800         ORGANIZATION IS SEQUENTIAL
003900         ACCESS MODE IS SEQUENTIAL
004000         FILE STATUS IS WS-XROOM-STATUS.
004100
004200     SELECT STATS-EXTRACT ASSIGN TO XSTATS
004300         ORGANIZATION IS SEQUENTIAL
004400         ACCESS MODE IS SEQUENTIAL
004500         FILE STATUS IS WS-XSTATS-STATUS.
004600
004700     SELECT HISTORY-EXTRACT ASSIGN TO XHIST
004800         ORGANIZATION IS SEQUENTIAL
004900         ACCESS MODE IS SEQUENTIAL
005000         FILE STATUS IS WS-XHIST-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  OCCUPANCY-EXTRACT
005500     RECORDING MODE IS F.
005600 01  OCCUPANCY-EXTRACT-RECORD    PIC X(200).
005700
005800 FD  ROOM-EXTRACT
005900     RECORDING MODE IS F.
006000 01  ROOM-EXTRACT-RECORD         PIC X(200).
006100
006200 FD  STATS-EXTRACT
006300     RECORDING MODE IS F.
006400 01  STATS-EXTRACT-RECORD        PIC X(200).
006500
006600 FD  HISTORY-EXTRACT
006700     RECORDING MODE IS F.
006800 01  HISTORY-EXTRACT-RECORD      PIC X(200).
006900
007000 WORKING-STORAGE SECTION.
007100     EXEC SQL INCLUDE SQLCA END-EXEC.
007200
007300     COPY RESOCDCL.
007400
007500     COPY AUDTDCL.
007600
007700     COPY ROOMDCL.
007800
007900     COPY STATDCL.
008000
008100     COPY HISTDCL.
008200
008300     COPY RUNLDCL.
008400
008500*****************************************************************
008600* EXTRACT WINDOW - EVERYTHING AFTER THE START OF THE LAST       *
008700*           RESEXTR RUN THAT ENDED CLEAN, THROUGH THE START OF  *
008800*           THIS ONE. A CHANGE STAMPED WHILE THIS STEP RUNS     *
008900*           FALLS IN THE NEXT NIGHT'S WINDOW. WITH NO CLEAN RUN *
009000*           ON THE LOG, OR PARM 'FULL', THE WHOLE OCCUPANCY     *
009100*           TABLE GOES AS ADDS AND ALL OF OCCUPANCY_HISTORY IS  *
009200*           SENT - THE WAREHOUSE'S INITIAL LOAD OR A RELOAD.    *
009300*****************************************************************
009400 01  WS-PARM-TYPE                PIC X(05)      VALUE SPACES.
009500 01  WS-FROM-TS                  PIC X(26)      VALUE SPACES.
009600 01  WS-THRU-TS                  PIC X(26)      VALUE SPACES.
009700 01  WS-LOW-TS                   PIC X(26)
009800         VALUE '0001-01-01-00.00.00.000000'.
009900 01  WS-PRIOR-COUNT              PIC S9(09) COMP VALUE ZERO.
010000 01  WS-EXTRACT-TYPE             PIC X(05)      VALUE 'DELTA'.
010100
010200*    THE FIRST AUDIT ROW FOR EACH RESIDENT INSIDE THE WINDOW. AN
010300*    'I' FIRST MEANS THE RESIDENT HAD NO OCCUPANCY ROW WHEN THE
010400*    WINDOW OPENED; ANYTHING ELSE MEANS THEY DID. CONTACT ('E')
010500*    ROWS DO NOT TOUCH RESIDENT_OCCUPANCY AND ARE NOT CHANGES.
010600*    TWO ROWS AT THE SAME TIMESTAMP BOTH COME BACK - THE SECOND IS
010700*    PASSED OVER.
010800     EXEC SQL
010900         DECLARE C1 CURSOR FOR
011000         SELECT A.RESIDENT_ID, A.CHANGE_TYPE
011100           FROM RESIDENT_AUDIT_TRAIL A
011200          WHERE A.CHANGE_TYPE <> 'E'
011300            AND A.CHANGE_TS   >  :WS-FROM-TS
011400            AND A.CHANGE_TS   <= :WS-THRU-TS
011500            AND A.CHANGE_TS   =
011600                (SELECT MIN(B.CHANGE_TS)
011700                   FROM RESIDENT_AUDIT_TRAIL B
011800                  WHERE B.RESIDENT_ID = A.RESIDENT_ID
011900                    AND B.CHANGE_TYPE <> 'E'
012000                    AND B.CHANGE_TS   >  :WS-FROM-TS
012100                    AND B.CHANGE_TS   <= :WS-THRU-TS)
012200          ORDER BY A.RESIDENT_ID, A.CHANGE_TYPE
012300     END-EXEC.
012400
012500     EXEC SQL
012600         DECLARE C2 CURSOR FOR
012700         SELECT RESIDENT_ID, RESIDENT_NAME, ROOM_NUMBER,
012800                HALL_CODE, MEAL_PLAN_CODE,
012900                VALUE(CHAR(CHECKIN_DATE), '          '),
013000                VALUE(CHAR(CHECKOUT_DATE), '          '),
013100                LANGUAGE_CODE, NEEDS_CODE, LAST_UPDATE_TS
013200           FROM RESIDENT_OCCUPANCY
013300          ORDER BY RESIDENT_ID
013400     END-EXEC.
013500
013600     EXEC SQL
013700         DECLARE C3 CURSOR FOR
013800         SELECT HALL_CODE, ROOM_NUMBER, FLOOR_CODE, CAPACITY,
013900                OCCUPANT_COUNT, ROOM_STATUS, SEMESTER_RATE,
014000                ROOM_ATTRIBUTES, LAST_UPDATE_TS
014100           FROM ROOM_INVENTORY
014200          ORDER BY HALL_CODE, ROOM_NUMBER
014300     END-EXEC.
014400
014500     EXEC SQL
014600         DECLARE C4 CURSOR FOR
014700         SELECT RUN_DATE, HALL_CODE, RESIDENT_COUNT,
014800                MOVEIN_COUNT, MOVEOUT_COUNT, TRANSFER_COUNT
014900           FROM OCCUPANCY_STATS
015000          WHERE RUN_DATE = :WS-RUN-DATE-ISO
015100          ORDER BY HALL_CODE
015200     END-EXEC.
015300
015400     EXEC SQL
015500         DECLARE C5 CURSOR FOR
015600         SELECT TERM_CODE, RESIDENT_ID, RESIDENT_NAME,
015700                ROOM_NUMBER, HALL_CODE, MEAL_PLAN_CODE,
015800                VALUE(CHAR(CHECKIN_DATE), '          '),
015900                VALUE(CHAR(CHECKOUT_DATE), '          '),
016000                LANGUAGE_CODE, ARCHIVE_TS
016100           FROM OCCUPANCY_HISTORY
016200          WHERE ARCHIVE_TS >  :WS-FROM-TS
016300            AND ARCHIVE_TS <= :WS-THRU-TS
016400          ORDER BY ARCHIVE_TS, RESIDENT_ID
016500     END-EXEC.
016600
016700 01  WS-XOCCUP-STATUS            PIC X(02)      VALUE SPACES.
016800     88 WS-XOCCUP-OK                    VALUE '00'.
016900
017000 01  WS-XROOM-STATUS             PIC X(02)      VALUE SPACES.
017100     88 WS-XROOM-OK                     VALUE '00'.
017200
017300 01  WS-XSTATS-STATUS            PIC X(02)      VALUE SPACES.
017400     88 WS-XSTATS-OK                    VALUE '00'.
017500
017600 01  WS-XHIST-STATUS             PIC X(02)      VALUE SPACES.
017700     88 WS-XHIST-OK                     VALUE '00'.
017800
017900 01  WS-WRITE-STATUS             PIC X(02)      VALUE SPACES.
018000
018100 01  WS-SWITCHES.
018200     05 WS-DB2-EOF-SW            PIC X(01)      VALUE 'N'.
018300        88 WS-DB2-EOF                   VALUE 'Y'.
018400     05 WS-FULL-EXTRACT-SW       PIC X(01)      VALUE 'N'.
018500        88 WS-FULL-EXTRACT              VALUE 'Y'.
018600     05 WS-CSV-END-SW            PIC X(01)      VALUE 'N'.
018700        88 WS-CSV-END-FOUND             VALUE 'Y'.
018800     05 WS-OUT-FILE-SW           PIC X(01)      VALUE SPACE.
018900        88 WS-OUT-OCCUPANCY             VALUE 'O'.
019000        88 WS-OUT-ROOM                  VALUE 'R'.
019100        88 WS-OUT-STATS                 VALUE 'S'.
019200        88 WS-OUT-HISTORY               VALUE 'H'.
019300
019500 01  WS-RUN-DATE-ISO             PIC X(10)      VALUE SPACES.
019600
019700 01  WS-PREV-RESIDENT-ID         PIC X(08)      VALUE SPACES.
019800 01  WS-CHANGE-ACTION            PIC X(01)      VALUE SPACE.
019900 01  WS-OUT-TABLE                PIC X(20)      VALUE SPACES.
020000 01  WS-OUT-ROWS                 PIC 9(09) COMP VALUE ZERO.
020100
020200 01  WS-EXTRACT-COUNTERS         COMP.
020300     05 WS-CHANGES-READ          PIC 9(09)      VALUE ZERO.
020400     05 WS-ADD-COUNT             PIC 9(09)      VALUE ZERO.
020500     05 WS-CHANGE-COUNT          PIC 9(09)      VALUE ZERO.
020600     05 WS-DELETE-COUNT          PIC 9(09)      VALUE ZERO.
020700     05 WS-TRANSIENT-COUNT       PIC 9(09)      VALUE ZERO.
020800     05 WS-OCCUPANCY-ROWS        PIC 9(09)      VALUE ZERO.
020900     05 WS-ROOM-ROWS             PIC 9(09)      VALUE ZERO.
021000     05 WS-STATS-ROWS            PIC 9(09)      VALUE ZERO.
021100     05 WS-HISTORY-ROWS          PIC 9(09)      VALUE ZERO.
021200     05 WS-TOTAL-ROWS            PIC 9(09)      VALUE ZERO.
021300
021400*****************************************************************
021500* ROW BUILDER - ONE ROW IS BUILT LEFT TO RIGHT IN WS-CSV-LINE.  *
021600*           TEXT GOES IN DOUBLE QUOTES WITH TRAILING BLANKS     *
021700*           DROPPED AND ANY DOUBLE QUOTE INSIDE IT TURNED INTO  *
021800*           A SINGLE QUOTE; NUMBERS GO UNQUOTED WITH LEADING    *
021900*           BLANKS DROPPED. A NULL DATE GOES AS AN EMPTY QUOTED *
022000*           FIELD.                                              *
022100*****************************************************************
022200 01  WS-CSV-LINE                 PIC X(200)     VALUE SPACES.
022300 01  WS-CSV-POS                  PIC 9(03) COMP VALUE ZERO.
022400 01  WS-CSV-LEN                  PIC 9(03) COMP VALUE ZERO.
022500 01  WS-CSV-LEAD                 PIC 9(03) COMP VALUE ZERO.
022600 01  WS-CSV-ROW-TYPE             PIC X(03)      VALUE SPACES.
022700 01  WS-CSV-FIELD                PIC X(40)      VALUE SPACES.
022800 01  WS-CSV-NUMBER               PIC X(12)      VALUE SPACES.
022900 01  WS-CSV-INTEGER REDEFINES WS-CSV-NUMBER
023000                                 PIC -(11)9.
023100 01  WS-CSV-AMOUNT REDEFINES WS-CSV-NUMBER
023200                                 PIC -(8)9.99.
023300
023400*****************************************************************
023500* HEADER ROWS - THE FIRST ROW OF EACH FILE NAMES ITS COLUMNS.   *
023600*           EVERY DATA ROW STARTS "DTL". THE LAST ROW OF EACH   *
023700*           FILE IS THE CONTROL ROW: "CTL", TABLE NAME, RUN     *
023800*           DATE, "FULL" OR "DELTA", WINDOW FROM (BLANK ON A    *
023900*           FULL EXTRACT) AND THRU TIMESTAMPS, AND THE NUMBER   *
024000*           OF DTL ROWS IN THE FILE. THE OCCUPANCY CONTROL ROW  *
024100*           GOES ON WITH THE ADD, CHANGE AND DELETE COUNTS.     *
024200*****************************************************************
024300 01  WS-OCCUPANCY-HEADER.
024400     05 FILLER                   PIC X(38)      VALUE
024500        "RECORD_TYPE,CHANGE_ACTION,RESIDENT_ID,".
024600     05 FILLER                   PIC X(51)      VALUE
024700        "RESIDENT_NAME,ROOM_NUMBER,HALL_CODE,MEAL_PLAN_CODE,".
024800     05 FILLER                   PIC X(52)      VALUE
024900        "CHECKIN_DATE,CHECKOUT_DATE,LANGUAGE_CODE,NEEDS_CODE,".
025000     05 FILLER                   PIC X(14)      VALUE
025100        "LAST_UPDATE_TS".
025200
025300 01  WS-ROOM-HEADER.
025400     05 FILLER                   PIC X(45)      VALUE
025500        "RECORD_TYPE,HALL_CODE,ROOM_NUMBER,FLOOR_CODE,".
025600     05 FILLER                   PIC X(50)      VALUE
025700        "CAPACITY,OCCUPANT_COUNT,ROOM_STATUS,SEMESTER_RATE,".
025800     05 FILLER                   PIC X(30)      VALUE
025900        "ROOM_ATTRIBUTES,LAST_UPDATE_TS".
026000
026100 01  WS-STATS-HEADER.
026200     05 FILLER                   PIC X(46)      VALUE
026300        "RECORD_TYPE,RUN_DATE,HALL_CODE,RESIDENT_COUNT,".
026400     05 FILLER                   PIC X(41)      VALUE
026500        "MOVEIN_COUNT,MOVEOUT_COUNT,TRANSFER_COUNT".
026600
026700 01  WS-HISTORY-HEADER.
026800     05 FILLER                   PIC X(48)      VALUE
026900        "RECORD_TYPE,TERM_CODE,RESIDENT_ID,RESIDENT_NAME,".
027000     05 FILLER                   PIC X(50)      VALUE
027100        "ROOM_NUMBER,HALL_CODE,MEAL_PLAN_CODE,CHECKIN_DATE,".
027200     05 FILLER                   PIC X(38)      VALUE
027300        "CHECKOUT_DATE,LANGUAGE_CODE,ARCHIVE_TS".
027400
027500 LINKAGE SECTION.
027600 01  LS-PARM-AREA.
027700     05 LS-PARM-LENGTH           PIC S9(04) COMP.
027800     05 LS-PARM-DATA             PIC X(30).
027900
028000 PROCEDURE DIVISION USING LS-PARM-AREA.
028100
028200 0000-MAIN.
028300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028400     PERFORM 2000-EXTRACT-OCCUPANCY THRU 2000-EXIT.
028500     PERFORM 3000-EXTRACT-ROOMS THRU 3000-EXIT.
028600     PERFORM 4000-EXTRACT-STATS THRU 4000-EXIT.
028700     PERFORM 5000-EXTRACT-HISTORY THRU 5000-EXIT.
028800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028900     GOBACK.
029000
029100 1000-INITIALIZE.
029200     PERFORM 1100-EDIT-PARM THRU 1100-EXIT.
029300
029900     OPEN OUTPUT OCCUPANCY-EXTRACT.
030000     IF NOT WS-XOCCUP-OK
030100         DISPLAY "RESEXTR - OCCUPANCY EXTRACT OPEN FAILED - "
030200             "STATUS " WS-XOCCUP-STATUS
030300         GO TO 9900-ABEND-JOB
030400     END-IF.
030500     OPEN OUTPUT ROOM-EXTRACT.
030600     IF NOT WS-XROOM-OK
030700         DISPLAY "RESEXTR - ROOM EXTRACT OPEN FAILED - STATUS "
030800             WS-XROOM-STATUS
030900         GO TO 9900-ABEND-JOB
031000     END-IF.
031100     OPEN OUTPUT STATS-EXTRACT.
031200     IF NOT WS-XSTATS-OK
031300         DISPLAY "RESEXTR - STATS EXTRACT OPEN FAILED - STATUS "
031400             WS-XSTATS-STATUS
031500         GO TO 9900-ABEND-JOB
031600     END-IF.
031700     OPEN OUTPUT HISTORY-EXTRACT.
031800     IF NOT WS-XHIST-OK
031900         DISPLAY "RESEXTR - HISTORY EXTRACT OPEN FAILED - STATUS "
032000             WS-XHIST-STATUS
032100         GO TO 9900-ABEND-JOB
032200     END-IF.
032300
032400     EXEC SQL CONNECT TO RESLIFE END-EXEC.
032500     MOVE 'RESLOAD'  TO BL-JOB-NAME.
032600     MOVE 'STEP080'  TO BL-STEP-NAME.
032700     MOVE 'RESEXTR ' TO BL-PGM-NAME.
032800     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
032900     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
032950     MOVE BL-RUN-DATE           TO WS-RUN-DATE-ISO.
033000     PERFORM 1200-SET-WINDOW THRU 1200-EXIT.
033100 1000-EXIT.
033200     EXIT.
033300
033400 1100-EDIT-PARM.
033500     IF LS-PARM-LENGTH > ZERO
033600         MOVE LS-PARM-DATA(1:LS-PARM-LENGTH) TO WS-PARM-TYPE
033700     END-IF.
033800     EVALUATE WS-PARM-TYPE
033900         WHEN 'FULL'
034000             MOVE 'Y' TO WS-FULL-EXTRACT-SW
034100         WHEN 'DELTA'
034200         WHEN SPACES
034300             CONTINUE
034400         WHEN OTHER
034500             DISPLAY "RESEXTR - PARM MUST BE FULL OR DELTA"
034600             GO TO 9900-ABEND-JOB
034700     END-EVALUATE.
034800 1100-EXIT.
034900     EXIT.
035000
035100*****************************************************************
035200* 1200-SET-WINDOW - THE WINDOW CLOSES AT THIS RUN'S OWN START   *
035300*           TIMESTAMP ON BATCH_RUN_LOG (SET BY                  *
035400*           0700-LOG-RUN-START), SO THE NEXT RUN OPENS ITS      *
035500*           WINDOW EXACTLY WHERE THIS ONE CLOSED. A RUN THAT    *
035600*           ABENDED NEVER REACHES 'C' WITH RETURN CODE 0, SO    *
035700*           THE NEXT RUN PICKS UP ITS WINDOW TOO.               *
035800*****************************************************************
035900 1200-SET-WINDOW.
036000     MOVE BL-START-TS TO WS-THRU-TS.
036100     MOVE WS-LOW-TS   TO WS-FROM-TS.
036200     IF WS-FULL-EXTRACT
036300         GO TO 1200-SHOW-WINDOW
036400     END-IF.
036500
036600     EXEC SQL
036700         SELECT COUNT(*),
036800                VALUE(MAX(START_TS), CURRENT TIMESTAMP)
036900           INTO :WS-PRIOR-COUNT, :WS-FROM-TS
037000           FROM BATCH_RUN_LOG
037100          WHERE PGM_NAME    = :BL-PGM-NAME
037200            AND RUN_STATUS  = 'C'
037300            AND RETURN_CODE = 0
037400            AND START_TS    < :BL-START-TS
037500     END-EXEC.
037600     IF SQLCODE NOT = ZERO
037700         DISPLAY "RESEXTR - LAST EXTRACT LOOKUP ERROR - SQLCODE "
037800             SQLCODE
037900         GO TO 9900-ABEND-JOB
038000     END-IF.
038100     IF WS-PRIOR-COUNT = ZERO
038200         DISPLAY "RESEXTR - NO EARLIER EXTRACT ON THE RUN LOG - "
038300             "FULL EXTRACT"
038400         MOVE 'Y'       TO WS-FULL-EXTRACT-SW
038500         MOVE WS-LOW-TS TO WS-FROM-TS
038600     END-IF.
038700
038800 1200-SHOW-WINDOW.
038900     IF WS-FULL-EXTRACT
039000         MOVE 'FULL'    TO WS-EXTRACT-TYPE
039100         DISPLAY "RESEXTR - FULL EXTRACT THRU " WS-THRU-TS
039200     ELSE
039300         DISPLAY "RESEXTR - CHANGES AFTER " WS-FROM-TS
039400             " THRU " WS-THRU-TS
039500     END-IF.
039600 1200-EXIT.
039700     EXIT.
039800
039900*****************************************************************
040000* 2000-EXTRACT-OCCUPANCY - ONE ROW PER RESIDENT WHOSE OCCUPANCY *
040100*           CHANGED IN THE WINDOW, CARRYING THE ROW AS IT       *
040200*           STANDS NOW: 'A' ADDED (NO ROW WHEN THE WINDOW       *
040300*           OPENED), 'C' CHANGED, 'D' DELETED (NO ROW NOW -     *
040400*           RESIDENT ID ONLY). A RESIDENT ADDED AND DELETED     *
040500*           INSIDE THE SAME WINDOW WAS NEVER SENT AND IS NOT    *
040600*           SENT NOW. A FULL EXTRACT SENDS EVERY CURRENT ROW AS *
040700*           AN 'A'.                                             *
040800*****************************************************************
040900 2000-EXTRACT-OCCUPANCY.
041000     MOVE 'O'                    TO WS-OUT-FILE-SW.
041100     MOVE 'RESIDENT_OCCUPANCY'   TO WS-OUT-TABLE.
041200     MOVE ZERO                   TO WS-OUT-ROWS.
041300     MOVE WS-OCCUPANCY-HEADER    TO WS-CSV-LINE.
041400     PERFORM 6900-WRITE-ROW THRU 6900-EXIT.
041500
041600     MOVE 'N' TO WS-DB2-EOF-SW.
041700     IF WS-FULL-EXTRACT
041800         PERFORM 2500-EXTRACT-ALL-OCCUPANCY THRU 2500-EXIT
041900     ELSE
042000         PERFORM 2100-EXTRACT-CHANGES THRU 2100-EXIT
042100     END-IF.
042200
042300     MOVE WS-OUT-ROWS            TO WS-OCCUPANCY-ROWS.
042400     PERFORM 6700-WRITE-CONTROL-ROW THRU 6700-EXIT.
042500 2000-EXIT.
042600     EXIT.
042700
042800 2100-EXTRACT-CHANGES.
042900     EXEC SQL OPEN C1 END-EXEC.
043000     IF SQLCODE NOT = ZERO
043100         DISPLAY "RESEXTR - AUDIT CURSOR OPEN ERROR - SQLCODE "
043200             SQLCODE
043300         GO TO 9900-ABEND-JOB
043400     END-IF.
043500     PERFORM 2250-FETCH-CHANGE THRU 2250-EXIT.
043600     PERFORM 2200-PROCESS-CHANGE THRU 2200-EXIT
043700         UNTIL WS-DB2-EOF.
043800     EXEC SQL CLOSE C1 END-EXEC.
043900 2100-EXIT.
044000     EXIT.
044100
044200 2200-PROCESS-CHANGE.
044300     ADD 1 TO WS-CHANGES-READ.
044400     IF AT-RESIDENT-ID NOT = WS-PREV-RESIDENT-ID
044500         MOVE AT-RESIDENT-ID TO WS-PREV-RESIDENT-ID
044600         PERFORM 2300-CLASSIFY-CHANGE THRU 2300-EXIT
044700     END-IF.
044800     PERFORM 2250-FETCH-CHANGE THRU 2250-EXIT.
044900 2200-EXIT.
045000     EXIT.
045100
045200 2250-FETCH-CHANGE.
045300     EXEC SQL
045400         FETCH C1
045500          INTO :AT-RESIDENT-ID, :AT-CHANGE-TYPE
045600     END-EXEC.
045700     EVALUATE SQLCODE
045800         WHEN ZERO
045900             CONTINUE
046000         WHEN 100
046100             MOVE 'Y' TO WS-DB2-EOF-SW
046200         WHEN OTHER
046300             DISPLAY "RESEXTR - AUDIT FETCH ERROR - SQLCODE "
046400                 SQLCODE
046500             GO TO 9900-ABEND-JOB
046600     END-EVALUATE.
046700 2250-EXIT.
046800     EXIT.
046900
047000 2300-CLASSIFY-CHANGE.
047100     EXEC SQL
047200         SELECT RESIDENT_ID, RESIDENT_NAME, ROOM_NUMBER,
047300                HALL_CODE, MEAL_PLAN_CODE,
047400                VALUE(CHAR(CHECKIN_DATE), '          '),
047500                VALUE(CHAR(CHECKOUT_DATE), '          '),
047600                LANGUAGE_CODE, NEEDS_CODE, LAST_UPDATE_TS
047700           INTO :RO-RESIDENT-ID, :RO-RESIDENT-NAME,
047800                :RO-ROOM-NUMBER, :RO-HALL-CODE,
047900                :RO-MEAL-PLAN-CODE, :RO-CHECKIN-DATE,
048000                :RO-CHECKOUT-DATE, :RO-LANGUAGE-CODE,
048100                :RO-NEEDS-CODE, :RO-LAST-UPDATE-TS
048200           FROM RESIDENT_OCCUPANCY
048300          WHERE RESIDENT_ID = :AT-RESIDENT-ID
048400     END-EXEC.
048500     EVALUATE TRUE
048600         WHEN SQLCODE = ZERO AND AT-INSERT-CHANGE
048700             MOVE 'A' TO WS-CHANGE-ACTION
048800             ADD 1 TO WS-ADD-COUNT
048900         WHEN SQLCODE = ZERO
049000             MOVE 'C' TO WS-CHANGE-ACTION
049100             ADD 1 TO WS-CHANGE-COUNT
049200         WHEN SQLCODE = 100 AND AT-INSERT-CHANGE
049300             ADD 1 TO WS-TRANSIENT-COUNT
049400             GO TO 2300-EXIT
049500         WHEN SQLCODE = 100
049600             INITIALIZE DCLRESIDENT-OCCUPANCY
049700             MOVE AT-RESIDENT-ID TO RO-RESIDENT-ID
049800             MOVE 'D' TO WS-CHANGE-ACTION
049900             ADD 1 TO WS-DELETE-COUNT
050000         WHEN OTHER
050100             DISPLAY "RESEXTR - OCCUPANCY SELECT ERROR - SQLCODE "
050200                 SQLCODE " - RESIDENT " AT-RESIDENT-ID
050300             GO TO 9900-ABEND-JOB
050400     END-EVALUATE.
050500     PERFORM 2400-WRITE-OCCUPANCY-ROW THRU 2400-EXIT.
050600 2300-EXIT.
050700     EXIT.
050800
050900 2400-WRITE-OCCUPANCY-ROW.
051000     MOVE 'DTL'                  TO WS-CSV-ROW-TYPE.
051100     PERFORM 6000-START-ROW THRU 6000-EXIT.
051200     MOVE WS-CHANGE-ACTION       TO WS-CSV-FIELD.
051300     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
051400     MOVE RO-RESIDENT-ID         TO WS-CSV-FIELD.
051500     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
051600     MOVE RO-RESIDENT-NAME       TO WS-CSV-FIELD.
051700     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
051800     MOVE RO-ROOM-NUMBER         TO WS-CSV-FIELD.
051900     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
052000     MOVE RO-HALL-CODE           TO WS-CSV-FIELD.
052100     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
052200     MOVE RO-MEAL-PLAN-CODE      TO WS-CSV-FIELD.
052300     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
052400     MOVE RO-CHECKIN-DATE        TO WS-CSV-FIELD.
052500     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
052600     MOVE RO-CHECKOUT-DATE       TO WS-CSV-FIELD.
052700     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
052800     MOVE RO-LANGUAGE-CODE       TO WS-CSV-FIELD.
052900     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
053000     MOVE RO-NEEDS-CODE          TO WS-CSV-FIELD.
053100     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
053200     MOVE RO-LAST-UPDATE-TS      TO WS-CSV-FIELD.
053300     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
053400     PERFORM 6900-WRITE-ROW THRU 6900-EXIT.
053500     ADD 1 TO WS-OUT-ROWS.
053600 2400-EXIT.
053700     EXIT.
053800
053900 2500-EXTRACT-ALL-OCCUPANCY.
054000     EXEC SQL OPEN C2 END-EXEC.
054100     IF SQLCODE NOT = ZERO
054200         DISPLAY "RESEXTR - OCCUPANCY CURSOR OPEN ERROR - "
054300             "SQLCODE " SQLCODE
054400         GO TO 9900-ABEND-JOB
054500     END-IF.
054600     MOVE 'A' TO WS-CHANGE-ACTION.
054700     PERFORM 2550-FETCH-OCCUPANCY THRU 2550-EXIT.
054800     PERFORM 2600-ADD-OCCUPANCY-ROW THRU 2600-EXIT
054900         UNTIL WS-DB2-EOF.
055000     EXEC SQL CLOSE C2 END-EXEC.
055100 2500-EXIT.
055200     EXIT.
055300
055400 2550-FETCH-OCCUPANCY.
055500     EXEC SQL
055600         FETCH C2
055700          INTO :RO-RESIDENT-ID, :RO-RESIDENT-NAME,
055800               :RO-ROOM-NUMBER, :RO-HALL-CODE,
055900               :RO-MEAL-PLAN-CODE, :RO-CHECKIN-DATE,
056000               :RO-CHECKOUT-DATE, :RO-LANGUAGE-CODE,
056100               :RO-NEEDS-CODE, :RO-LAST-UPDATE-TS
056200     END-EXEC.
056300     EVALUATE SQLCODE
056400         WHEN ZERO
056500             CONTINUE
056600         WHEN 100
056700             MOVE 'Y' TO WS-DB2-EOF-SW
056800         WHEN OTHER
056900             DISPLAY "RESEXTR - OCCUPANCY FETCH ERROR - SQLCODE "
057000                 SQLCODE
057100             GO TO 9900-ABEND-JOB
057200     END-EVALUATE.
057300 2550-EXIT.
057400     EXIT.
057500
057600 2600-ADD-OCCUPANCY-ROW.
057700     ADD 1 TO WS-ADD-COUNT.
057800     PERFORM 2400-WRITE-OCCUPANCY-ROW THRU 2400-EXIT.
057900     PERFORM 2550-FETCH-OCCUPANCY THRU 2550-EXIT.
058000 2600-EXIT.
058100     EXIT.
058200
058300*****************************************************************
058400* 3000-EXTRACT-ROOMS - THE WHOLE ROOM INVENTORY EVERY NIGHT,    *
058500*           ACTIVE AND INACTIVE ROOMS ALIKE. THE WAREHOUSE      *
058600*           REPLACES ITS COPY WITH EACH FILE.                   *
058700*****************************************************************
058800 3000-EXTRACT-ROOMS.
058900     MOVE 'R'                    TO WS-OUT-FILE-SW.
059000     MOVE 'ROOM_INVENTORY'       TO WS-OUT-TABLE.
059100     MOVE ZERO                   TO WS-OUT-ROWS.
059200     MOVE WS-ROOM-HEADER         TO WS-CSV-LINE.
059300     PERFORM 6900-WRITE-ROW THRU 6900-EXIT.
059400
059500     EXEC SQL OPEN C3 END-EXEC.
059600     IF SQLCODE NOT = ZERO
059700         DISPLAY "RESEXTR - ROOM CURSOR OPEN ERROR - SQLCODE "
059800             SQLCODE
059900         GO TO 9900-ABEND-JOB
060000     END-IF.
060100     MOVE 'N' TO WS-DB2-EOF-SW.
060200     PERFORM 3200-FETCH-ROOM THRU 3200-EXIT.
060300     PERFORM 3100-WRITE-ROOM-ROW THRU 3100-EXIT
060400         UNTIL WS-DB2-EOF.
060500     EXEC SQL CLOSE C3 END-EXEC.
060600
060700     MOVE WS-OUT-ROWS            TO WS-ROOM-ROWS.
060800     PERFORM 6700-WRITE-CONTROL-ROW THRU 6700-EXIT.
060900 3000-EXIT.
061000     EXIT.
061100
061200 3100-WRITE-ROOM-ROW.
061300     MOVE 'DTL'                  TO WS-CSV-ROW-TYPE.
061400     PERFORM 6000-START-ROW THRU 6000-EXIT.
061500     MOVE RI-HALL-CODE           TO WS-CSV-FIELD.
061600     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
061700     MOVE RI-ROOM-NUMBER         TO WS-CSV-FIELD.
061800     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
061900     MOVE RI-FLOOR-CODE          TO WS-CSV-FIELD.
062000     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
062100     MOVE RI-CAPACITY            TO WS-CSV-INTEGER.
062200     PERFORM 6200-ADD-NUMBER-FIELD THRU 6200-EXIT.
062300     MOVE RI-OCCUPANT-COUNT      TO WS-CSV-INTEGER.
062400     PERFORM 6200-ADD-NUMBER-FIELD THRU 6200-EXIT.
062500     MOVE RI-ROOM-STATUS         TO WS-CSV-FIELD.
062600     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
062700     MOVE RI-SEMESTER-RATE       TO WS-CSV-AMOUNT.
062800     PERFORM 6200-ADD-NUMBER-FIELD THRU 6200-EXIT.
062900     MOVE RI-ROOM-ATTRIBUTES     TO WS-CSV-FIELD.
063000     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
063100     MOVE RI-LAST-UPDATE-TS      TO WS-CSV-FIELD.
063200     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
063300     PERFORM 6900-WRITE-ROW THRU 6900-EXIT.
063400     ADD 1 TO WS-OUT-ROWS.
063500     PERFORM 3200-FETCH-ROOM THRU 3200-EXIT.
063600 3100-EXIT.
063700     EXIT.
063800
063900 3200-FETCH-ROOM.
064000     EXEC SQL
064100         FETCH C3
064200          INTO :RI-HALL-CODE, :RI-ROOM-NUMBER, :RI-FLOOR-CODE,
064300               :RI-CAPACITY, :RI-OCCUPANT-COUNT, :RI-ROOM-STATUS,
064400               :RI-SEMESTER-RATE, :RI-ROOM-ATTRIBUTES,
064500               :RI-LAST-UPDATE-TS
064600     END-EXEC.
064700     EVALUATE SQLCODE
064800         WHEN ZERO
064900             CONTINUE
065000         WHEN 100
065100             MOVE 'Y' TO WS-DB2-EOF-SW
065200         WHEN OTHER
065300             DISPLAY "RESEXTR - ROOM FETCH ERROR - SQLCODE "
065400                 SQLCODE
065500             GO TO 9900-ABEND-JOB
065600     END-EVALUATE.
065700 3200-EXIT.
065800     EXIT.
065900
066000*****************************************************************
066100* 4000-EXTRACT-STATS - THE OCCUPANCY_STATS ROWS RESSTATS WROTE  *
066200*           FOR THE NIGHT'S RUN DATE, ONE PER HALL. A RERUN     *
066300*           SENDS THE SAME DAY AGAIN; THE WAREHOUSE KEYS THEM   *
066400*           ON RUN DATE AND HALL.                               *
066500*****************************************************************
066600 4000-EXTRACT-STATS.
066700     MOVE 'S'                    TO WS-OUT-FILE-SW.
066800     MOVE 'OCCUPANCY_STATS'      TO WS-OUT-TABLE.
066900     MOVE ZERO                   TO WS-OUT-ROWS.
067000     MOVE WS-STATS-HEADER        TO WS-CSV-LINE.
067100     PERFORM 6900-WRITE-ROW THRU 6900-EXIT.
067200
067300     EXEC SQL OPEN C4 END-EXEC.
067400     IF SQLCODE NOT = ZERO
067500         DISPLAY "RESEXTR - STATS CURSOR OPEN ERROR - SQLCODE "
067600             SQLCODE
067700         GO TO 9900-ABEND-JOB
067800     END-IF.
067900     MOVE 'N' TO WS-DB2-EOF-SW.
068000     PERFORM 4200-FETCH-STATS THRU 4200-EXIT.
068100     PERFORM 4100-WRITE-STATS-ROW THRU 4100-EXIT
068200         UNTIL WS-DB2-EOF.
068300     EXEC SQL CLOSE C4 END-EXEC.
068400
068500     MOVE WS-OUT-ROWS            TO WS-STATS-ROWS.
068600     PERFORM 6700-WRITE-CONTROL-ROW THRU 6700-EXIT.
068700 4000-EXIT.
068800     EXIT.
068900
069000 4100-WRITE-STATS-ROW.
069100     MOVE 'DTL'                  TO WS-CSV-ROW-TYPE.
069200     PERFORM 6000-START-ROW THRU 6000-EXIT.
069300     MOVE OS-RUN-DATE            TO WS-CSV-FIELD.
069400     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
069500     MOVE OS-HALL-CODE           TO WS-CSV-FIELD.
069600     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
069700     MOVE OS-RESIDENT-COUNT      TO WS-CSV-INTEGER.
069800     PERFORM 6200-ADD-NUMBER-FIELD THRU 6200-EXIT.
069900     MOVE OS-MOVEIN-COUNT        TO WS-CSV-INTEGER.
070000     PERFORM 6200-ADD-NUMBER-FIELD THRU 6200-EXIT.
070100     MOVE OS-MOVEOUT-COUNT       TO WS-CSV-INTEGER.
070200     PERFORM 6200-ADD-NUMBER-FIELD THRU 6200-EXIT.
070300     MOVE OS-TRANSFER-COUNT      TO WS-CSV-INTEGER.
070400     PERFORM 6200-ADD-NUMBER-FIELD THRU 6200-EXIT.
070500     PERFORM 6900-WRITE-ROW THRU 6900-EXIT.
070600     ADD 1 TO WS-OUT-ROWS.
070700     PERFORM 4200-FETCH-STATS THRU 4200-EXIT.
070800 4100-EXIT.
070900     EXIT.
071000
071100 4200-FETCH-STATS.
071200     EXEC SQL
071300         FETCH C4
071400          INTO :OS-RUN-DATE, :OS-HALL-CODE, :OS-RESIDENT-COUNT,
071500               :OS-MOVEIN-COUNT, :OS-MOVEOUT-COUNT,
071600               :OS-TRANSFER-COUNT
071700     END-EXEC.
071800     EVALUATE SQLCODE
071900         WHEN ZERO
072000             CONTINUE
072100         WHEN 100
072200             MOVE 'Y' TO WS-DB2-EOF-SW
072300         WHEN OTHER
072400             DISPLAY "RESEXTR - STATS FETCH ERROR - SQLCODE "
072500                 SQLCODE
072600             GO TO 9900-ABEND-JOB
072700     END-EVALUATE.
072800 4200-EXIT.
072900     EXIT.
073000
073100*****************************************************************
073200* 5000-EXTRACT-HISTORY - OCCUPANCY_HISTORY ROWS RESTURN         *
073300*           ARCHIVED INSIDE THE WINDOW. HISTORY ROWS ARE NEVER  *
073400*           UPDATED AFTER THE ARCHIVE, SO THE ARCHIVE TIMESTAMP *
073500*           IS ALL THE WAREHOUSE NEEDS TO STAY CURRENT.         *
073600*****************************************************************
073700 5000-EXTRACT-HISTORY.
073800     MOVE 'H'                    TO WS-OUT-FILE-SW.
073900     MOVE 'OCCUPANCY_HISTORY'    TO WS-OUT-TABLE.
074000     MOVE ZERO                   TO WS-OUT-ROWS.
074100     MOVE WS-HISTORY-HEADER      TO WS-CSV-LINE.
074200     PERFORM 6900-WRITE-ROW THRU 6900-EXIT.
074300
074400     EXEC SQL OPEN C5 END-EXEC.
074500     IF SQLCODE NOT = ZERO
074600         DISPLAY "RESEXTR - HISTORY CURSOR OPEN ERROR - SQLCODE "
074700             SQLCODE
074800         GO TO 9900-ABEND-JOB
074900     END-IF.
075000     MOVE 'N' TO WS-DB2-EOF-SW.
075100     PERFORM 5200-FETCH-HISTORY THRU 5200-EXIT.
075200     PERFORM 5100-WRITE-HISTORY-ROW THRU 5100-EXIT
075300         UNTIL WS-DB2-EOF.
075400     EXEC SQL CLOSE C5 END-EXEC.
075500
075600     MOVE WS-OUT-ROWS            TO WS-HISTORY-ROWS.
075700     PERFORM 6700-WRITE-CONTROL-ROW THRU 6700-EXIT.
075800 5000-EXIT.
075900     EXIT.
076000
076100 5100-WRITE-HISTORY-ROW.
076200     MOVE 'DTL'                  TO WS-CSV-ROW-TYPE.
076300     PERFORM 6000-START-ROW THRU 6000-EXIT.
076400     MOVE OH-TERM-CODE           TO WS-CSV-FIELD.
076500     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
076600     MOVE OH-RESIDENT-ID         TO WS-CSV-FIELD.
076700     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
076800     MOVE OH-RESIDENT-NAME       TO WS-CSV-FIELD.
076900     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
077000     MOVE OH-ROOM-NUMBER         TO WS-CSV-FIELD.
077100     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
077200     MOVE OH-HALL-CODE           TO WS-CSV-FIELD.
077300     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
077400     MOVE OH-MEAL-PLAN-CODE      TO WS-CSV-FIELD.
077500     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
077600     MOVE OH-CHECKIN-DATE        TO WS-CSV-FIELD.
077700     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
077800     MOVE OH-CHECKOUT-DATE       TO WS-CSV-FIELD.
077900     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
078000     MOVE OH-LANGUAGE-CODE       TO WS-CSV-FIELD.
078100     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
078200     MOVE OH-ARCHIVE-TS          TO WS-CSV-FIELD.
078300     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
078400     PERFORM 6900-WRITE-ROW THRU 6900-EXIT.
078500     ADD 1 TO WS-OUT-ROWS.
078600     PERFORM 5200-FETCH-HISTORY THRU 5200-EXIT.
078700 5100-EXIT.
078800     EXIT.
078900
079000 5200-FETCH-HISTORY.
079100     EXEC SQL
079200         FETCH C5
079300          INTO :OH-TERM-CODE, :OH-RESIDENT-ID, :OH-RESIDENT-NAME,
079400               :OH-ROOM-NUMBER, :OH-HALL-CODE, :OH-MEAL-PLAN-CODE,
079500               :OH-CHECKIN-DATE, :OH-CHECKOUT-DATE,
079600               :OH-LANGUAGE-CODE, :OH-ARCHIVE-TS
079700     END-EXEC.
079800     EVALUATE SQLCODE
079900         WHEN ZERO
080000             CONTINUE
080100         WHEN 100
080200             MOVE 'Y' TO WS-DB2-EOF-SW
080300         WHEN OTHER
080400             DISPLAY "RESEXTR - HISTORY FETCH ERROR - SQLCODE "
080500                 SQLCODE
080600             GO TO 9900-ABEND-JOB
080700     END-EVALUATE.
080800 5200-EXIT.
080900     EXIT.
081000
081100 6000-START-ROW.
081200     MOVE SPACES                 TO WS-CSV-LINE.
081300     MOVE 1                      TO WS-CSV-POS.
081400     MOVE WS-CSV-ROW-TYPE        TO WS-CSV-FIELD.
081500     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
081600 6000-EXIT.
081700     EXIT.
081800
081900 6100-ADD-TEXT-FIELD.
082000     IF WS-CSV-POS > 1
082100         MOVE ',' TO WS-CSV-LINE(WS-CSV-POS:1)
082200         ADD 1 TO WS-CSV-POS
082300     END-IF.
082400     INSPECT WS-CSV-FIELD REPLACING ALL '"' BY "'".
082500     MOVE 'N' TO WS-CSV-END-SW.
082600     PERFORM 6150-FIND-FIELD-END THRU 6150-EXIT
082700         VARYING WS-CSV-LEN FROM 40 BY -1
082800         UNTIL WS-CSV-LEN < 1 OR WS-CSV-END-FOUND.
082900     IF WS-CSV-END-FOUND
083000         ADD 1 TO WS-CSV-LEN
083100     END-IF.
083200     MOVE '"' TO WS-CSV-LINE(WS-CSV-POS:1).
083300     ADD 1 TO WS-CSV-POS.
083400     IF WS-CSV-LEN > ZERO
083500         MOVE WS-CSV-FIELD(1:WS-CSV-LEN)
083600             TO WS-CSV-LINE(WS-CSV-POS:WS-CSV-LEN)
083700         ADD WS-CSV-LEN TO WS-CSV-POS
083800     END-IF.
083900     MOVE '"' TO WS-CSV-LINE(WS-CSV-POS:1).
084000     ADD 1 TO WS-CSV-POS.
084100     MOVE SPACES TO WS-CSV-FIELD.
084200 6100-EXIT.
084300     EXIT.
084400
084500*    THE VARYING STEPS PAST THE LAST NON-BLANK BEFORE IT STOPS -
084600*    6100 ADDS THE ONE BACK.
084700 6150-FIND-FIELD-END.
084800     IF WS-CSV-FIELD(WS-CSV-LEN:1) NOT = SPACE
084900         MOVE 'Y' TO WS-CSV-END-SW
085000     END-IF.
085100 6150-EXIT.
085200     EXIT.
085300
085400 6200-ADD-NUMBER-FIELD.
085500     MOVE ',' TO WS-CSV-LINE(WS-CSV-POS:1).
085600     ADD 1 TO WS-CSV-POS.
085700     MOVE ZERO TO WS-CSV-LEAD.
085800     INSPECT WS-CSV-NUMBER TALLYING WS-CSV-LEAD
085900         FOR LEADING SPACES.
086000     COMPUTE WS-CSV-LEN = 12 - WS-CSV-LEAD.
086100     MOVE WS-CSV-NUMBER(WS-CSV-LEAD + 1:WS-CSV-LEN)
086200         TO WS-CSV-LINE(WS-CSV-POS:WS-CSV-LEN).
086300     ADD WS-CSV-LEN TO WS-CSV-POS.
086400 6200-EXIT.
086500     EXIT.
086600
086700 6700-WRITE-CONTROL-ROW.
086800     MOVE 'CTL'                  TO WS-CSV-ROW-TYPE.
086900     PERFORM 6000-START-ROW THRU 6000-EXIT.
087000     MOVE WS-OUT-TABLE           TO WS-CSV-FIELD.
087100     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
087200     MOVE WS-RUN-DATE-ISO        TO WS-CSV-FIELD.
087300     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
087400     MOVE WS-EXTRACT-TYPE        TO WS-CSV-FIELD.
087500     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
087600     IF NOT WS-FULL-EXTRACT
087700         MOVE WS-FROM-TS         TO WS-CSV-FIELD
087800     END-IF.
087900     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
088000     MOVE WS-THRU-TS             TO WS-CSV-FIELD.
088100     PERFORM 6100-ADD-TEXT-FIELD THRU 6100-EXIT.
088200     MOVE WS-OUT-ROWS            TO WS-CSV-INTEGER.
088300     PERFORM 6200-ADD-NUMBER-FIELD THRU 6200-EXIT.
088400     IF WS-OUT-OCCUPANCY
088500         MOVE WS-ADD-COUNT       TO WS-CSV-INTEGER
088600         PERFORM 6200-ADD-NUMBER-FIELD THRU 6200-EXIT
088700         MOVE WS-CHANGE-COUNT    TO WS-CSV-INTEGER
088800         PERFORM 6200-ADD-NUMBER-FIELD THRU 6200-EXIT
088900         MOVE WS-DELETE-COUNT    TO WS-CSV-INTEGER
089000         PERFORM 6200-ADD-NUMBER-FIELD THRU 6200-EXIT
089100     END-IF.
089200     PERFORM 6900-WRITE-ROW THRU 6900-EXIT.
089300     ADD WS-OUT-ROWS             TO WS-TOTAL-ROWS.
089400     DISPLAY "RESEXTR - " WS-OUT-TABLE " ROWS WRITTEN - "
089500         WS-OUT-ROWS.
089600 6700-EXIT.
089700     EXIT.
089800
089900 6900-WRITE-ROW.
090000     EVALUATE TRUE
090100         WHEN WS-OUT-OCCUPANCY
090200             WRITE OCCUPANCY-EXTRACT-RECORD FROM WS-CSV-LINE
090300             MOVE WS-XOCCUP-STATUS TO WS-WRITE-STATUS
090400         WHEN WS-OUT-ROOM
090500             WRITE ROOM-EXTRACT-RECORD FROM WS-CSV-LINE
090600             MOVE WS-XROOM-STATUS  TO WS-WRITE-STATUS
090700         WHEN WS-OUT-STATS
090800             WRITE STATS-EXTRACT-RECORD FROM WS-CSV-LINE
090900             MOVE WS-XSTATS-STATUS TO WS-WRITE-STATUS
091000         WHEN WS-OUT-HISTORY
091100             WRITE HISTORY-EXTRACT-RECORD FROM WS-CSV-LINE
091200             MOVE WS-XHIST-STATUS  TO WS-WRITE-STATUS
091300     END-EVALUATE.
091400     IF WS-WRITE-STATUS NOT = '00'
091500         DISPLAY "RESEXTR - " WS-OUT-TABLE " WRITE ERROR - "
091600             "STATUS " WS-WRITE-STATUS
091700         GO TO 9900-ABEND-JOB
091800     END-IF.
091900 6900-EXIT.
092000     EXIT.
092100
092200*****************************************************************
092300* 9000-TERMINATE - THE FILES ARE CLOSED BEFORE THE RUN LOG ROW  *
092400*           GOES TO 'C'. THAT ROW'S START TIMESTAMP OPENS THE   *
092500*           NEXT NIGHT'S WINDOW, SO IT MUST NOT BE MARKED       *
092600*           COMPLETE UNTIL THE FILES ARE SAFELY WRITTEN.        *
092700*****************************************************************
092800 9000-TERMINATE.
092900     DISPLAY "RESEXTR - END OF JOB STATISTICS".
093000     DISPLAY "RESEXTR -   EXTRACT TYPE          - "
093100         WS-EXTRACT-TYPE.
093200     DISPLAY "RESEXTR -   AUDIT ROWS READ       - "
093300         WS-CHANGES-READ.
093400     DISPLAY "RESEXTR -   OCCUPANCY ADDS        - " WS-ADD-COUNT.
093500     DISPLAY "RESEXTR -   OCCUPANCY CHANGES     - "
093600         WS-CHANGE-COUNT.
093700     DISPLAY "RESEXTR -   OCCUPANCY DELETES     - "
093800         WS-DELETE-COUNT.
093900     DISPLAY "RESEXTR -   ADDED AND GONE AGAIN  - "
094000         WS-TRANSIENT-COUNT.
094100     DISPLAY "RESEXTR -   ROOM ROWS             - " WS-ROOM-ROWS.
094200     DISPLAY "RESEXTR -   STATS ROWS            - " WS-STATS-ROWS.
094300     DISPLAY "RESEXTR -   HISTORY ROWS          - "
094400         WS-HISTORY-ROWS.
094500
094600     CLOSE OCCUPANCY-EXTRACT.
094700     IF NOT WS-XOCCUP-OK
094800         DISPLAY "RESEXTR - OCCUPANCY EXTRACT CLOSE ERROR - "
094900             "STATUS " WS-XOCCUP-STATUS
095000         GO TO 9900-ABEND-JOB
095100     END-IF.
095200     CLOSE ROOM-EXTRACT.
095300     IF NOT WS-XROOM-OK
095400         DISPLAY "RESEXTR - ROOM EXTRACT CLOSE ERROR - STATUS "
095500             WS-XROOM-STATUS
095600         GO TO 9900-ABEND-JOB
095700     END-IF.
095800     CLOSE STATS-EXTRACT.
095900     IF NOT WS-XSTATS-OK
096000         DISPLAY "RESEXTR - STATS EXTRACT CLOSE ERROR - STATUS "
096100             WS-XSTATS-STATUS
096200         GO TO 9900-ABEND-JOB
096300     END-IF.
096400     CLOSE HISTORY-EXTRACT.
096500     IF NOT WS-XHIST-OK
096600         DISPLAY "RESEXTR - HISTORY EXTRACT CLOSE ERROR - STATUS "
096700             WS-XHIST-STATUS
096800         GO TO 9900-ABEND-JOB
096900     END-IF.
097000
097100     MOVE WS-CHANGES-READ        TO BL-RECORDS-READ.
097200     MOVE WS-TOTAL-ROWS          TO BL-RECORDS-INSERTED.
097300     MOVE ZERO                   TO BL-RECORDS-UPDATED.
097400     MOVE ZERO                   TO BL-RECORDS-REJECTED.
097500     MOVE SPACES                 TO BL-LAST-CHECKPOINT.
097600     MOVE ZERO                   TO BL-RETURN-CODE.
097700     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
097800
097900     EXEC SQL CONNECT RESET END-EXEC.
098000     MOVE BL-RETURN-CODE         TO RETURN-CODE.
098100 9000-EXIT.
098200     EXIT.
098300
098400     COPY RUNLOGP.
098500
098600 9900-ABEND-JOB.
098700     DISPLAY "RESEXTR - JOB ABENDING AFTER "
098800         WS-TOTAL-ROWS " ROWS EXTRACTED".
098900     MOVE 16 TO RETURN-CODE.
099000     STOP RUN.
099100
099200 END PROGRAM resextr.
