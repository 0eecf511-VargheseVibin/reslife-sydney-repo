000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resbadj.
000300 AUTHOR. RESLIFE-IT-BATCH-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - PRIOR-PERIOD BILLING         *
000900*              ADJUSTMENT RUN FOR THE BURSAR. EVERY PERIOD THE   *
001000*              MONTHLY BILLING EXTRACT (RESBILL) HAS BILLED      *
001100*              WITHIN THE LOOKBACK WINDOW (PARM, MONTHS, DEFAULT *
001200*              6) IS REPRICED FOR EVERY RESIDENT_OCCUPANCY ROW   *
001300*              THE SAME WAY RESBILL PRICES IT - DAYS FROM        *
001400*              TODAY'S CHECKIN AND CHECKOUT DATES, ROOM AND MEAL *
001500*              PLAN AS THEY STOOD AT PERIOD END PER THE AUDIT    *
001600*              TRAIL, RATES IN EFFECT AT PERIOD END - AND        *
001700*              COMPARED, ROOM LINE AND MEAL LINE SEPARATELY,     *
001800*              WITH THE NET AMOUNT ALREADY BILLED ON             *
001900*              BILLING_HISTORY. ONLY A DIFFERENCE IS SENT: A     *
002000*              DEBIT OR CREDIT DETAIL ON THE ADJUSTMENT          *
002100*              INTERFACE FILE (HEADER/DETAIL/CONTROL-TOTAL       *
002200*              TRAILER, THE SAME SHAPE AS THE RESARCHG FILE) AND *
002300*              A NEW BILLING_HISTORY SEQ, SO THE NEXT RUN NETS   *
002400*              IT OFF AND NEVER SENDS IT AGAIN. THE REGISTER     *
002500*              LISTS EACH ADJUSTMENT WITH THE AUDITED CHANGES    *
002600*              SINCE THE PERIOD WAS LAST BILLED - FIELD, OLD AND *
002700*              NEW VALUE, WHEN AND BY WHICH PROGRAM - AND ANY    *
002800*              RATE OR DAYS-BILLED DIFFERENCE. HISTORY ROWS AND  *
002900*              THE FILE ARE ONE UNIT OF WORK - AN ABEND ROLLS    *
003000*              BACK THE ROWS AND THE JCL DELETES THE FILE.       *
003100*****************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT ADJUST-INTERFACE-FILE ASSIGN TO ADJOUT
003900         ORGANIZATION IS SEQUENTIAL
004000         ACCESS MODE IS SEQUENTIAL
004100         FILE STATUS IS WS-ADJOUT-STATUS.
004200
004300     SELECT ADJUST-REGISTER-RPT ASSIGN TO ADJRPT
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS WS-ADJRPT-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  ADJUST-INTERFACE-FILE
005100     RECORDING MODE IS F.
005200 01  AJ-INTERFACE-RECORD         PIC X(100).
005300
005400 FD  ADJUST-REGISTER-RPT
005500     RECORDING MODE IS F
005600     LINAGE IS 60 LINES
005700         WITH FOOTING AT 55.
005800 01  AR-REPORT-LINE              PIC X(132).
005900
006000 WORKING-STORAGE SECTION.
006100     EXEC SQL INCLUDE SQLCA END-EXEC.
006200
006300     COPY RESOCDCL.
006400
006500     COPY MEALDCL.
006600
006700     COPY ROOMDCL.
006800
006900     COPY RATEDCL.
007000
007100     COPY BILLHDCL.
007200
007300     COPY AUDTDCL.
007400
007500     COPY RUNLDCL.
007600
007700     EXEC SQL
007800         DECLARE C1 CURSOR FOR
007900         SELECT RESIDENT_ID, RESIDENT_NAME, ROOM_NUMBER,
008000                HALL_CODE, MEAL_PLAN_CODE, CHECKIN_DATE,
008100                CHECKOUT_DATE, LAST_UPDATE_TS, LAST_UPDATE_PGM
008200           FROM RESIDENT_OCCUPANCY
008300          ORDER BY RESIDENT_ID
008400     END-EXEC.
008500
008600 01  WS-ADJOUT-STATUS            PIC X(02)      VALUE SPACES.
008700     88 WS-ADJOUT-OK                    VALUE '00'.
008800
008900 01  WS-ADJRPT-STATUS            PIC X(02)      VALUE SPACES.
009000     88 WS-ADJRPT-OK                    VALUE '00'.
009100
009200 01  WS-SWITCHES.
009300     05 WS-DB2-EOF-SW            PIC X(01)      VALUE 'N'.
009400        88 WS-DB2-EOF                   VALUE 'Y'.
009500     05 WS-PERIOD-EOF-SW         PIC X(01)      VALUE 'N'.
009600        88 WS-PERIOD-EOF                VALUE 'Y'.
009700     05 WS-AUDIT-EOF-SW          PIC X(01)      VALUE 'N'.
009800        88 WS-AUDIT-EOF                 VALUE 'Y'.
009900     05 WS-PRICED-SW             PIC X(01)      VALUE 'N'.
010000        88 WS-PRICED                    VALUE 'Y'.
010100     05 WS-RATE-HISTORY-SW       PIC X(01)      VALUE 'N'.
010200        88 WS-RATE-FROM-HISTORY         VALUE 'Y'.
010300
010400 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
010500 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
010600     05 WS-RUN-YYYY              PIC 9(04).
010700     05 WS-RUN-MM                PIC 9(02).
010800     05 WS-RUN-DD                PIC 9(02).
010900
011000*****************************************************************
011100* LOOKBACK WINDOW - THE FIRST PERIOD REPRICED IS THE RUN MONTH   *
011200*           LESS THE PARM'S MONTHS. ONLY PERIODS WITH HISTORY    *
011300*           ROWS ARE LOADED - A PERIOD BILLED BEFORE HISTORY WAS *
011400*           KEPT HAS NOTHING TO COMPARE AGAINST.                 *
011500*****************************************************************
011600 77  WS-LOOKBACK-MONTHS          PIC 9(02)      VALUE 6.
011700 77  WS-MAX-LOOKBACK             PIC 9(02)      VALUE 24.
011800 77  WS-MONTH-NUMBER             PIC 9(06) COMP VALUE ZERO.
011900 77  WS-MONTH-REM                PIC 9(02)      VALUE ZERO.
012000 01  WS-FROM-PERIOD              PIC 9(06)      VALUE ZERO.
012100 01  WS-FROM-PERIOD-R REDEFINES WS-FROM-PERIOD.
012200     05 WS-FROM-YYYY             PIC 9(04).
012300     05 WS-FROM-MM               PIC 9(02).
012400 01  WS-FROM-PERIOD-X REDEFINES WS-FROM-PERIOD
012500                                 PIC X(06).
012600
012700 01  WS-PERIOD-TABLE.
012800     05 WS-PT-ENTRY              OCCURS 25 TIMES
012900                                 INDEXED BY PT-IX.
013000        10 WS-PT-PERIOD          PIC X(06).
013100 77  WS-PERIODS-LOADED           PIC 9(02) COMP VALUE ZERO.
013200 01  WS-FETCH-PERIOD             PIC X(06)      VALUE SPACES.
013300
013400 01  WS-BILLING-PERIOD           PIC 9(06)      VALUE ZERO.
013500 01  WS-BILLING-PERIOD-R REDEFINES WS-BILLING-PERIOD.
013600     05 WS-BILL-YYYY             PIC 9(04).
013700     05 WS-BILL-MM               PIC 9(02).
013800 01  WS-BILLING-PERIOD-X REDEFINES WS-BILLING-PERIOD
013900                                 PIC X(06).
014000
014100 01  WS-PERIOD-START             PIC X(10)      VALUE SPACES.
014200 01  WS-PERIOD-END               PIC X(10)      VALUE SPACES.
014300 01  WS-DAYS-IN-MONTH            PIC 9(02)      VALUE ZERO.
014400 01  WS-LEAP-REM                 PIC 9(04)      VALUE ZERO.
014500
014600 01  WS-BILL-FROM-DD             PIC 9(02)      VALUE ZERO.
014700 01  WS-BILL-THRU-DD             PIC 9(02)      VALUE ZERO.
014800 01  WS-DAYS-PRESENT             PIC S9(03)     VALUE ZERO.
014900
015000 01  WS-BILL-ROOM-NUMBER         PIC X(06)      VALUE SPACES.
015100 01  WS-BILL-HALL-CODE           PIC X(04)      VALUE SPACES.
015200 01  WS-BILL-PLAN-CODE           PIC X(02)      VALUE SPACES.
015300 01  WS-END-ROOM-NUMBER          PIC X(06)      VALUE SPACES.
015400 01  WS-END-HALL-CODE            PIC X(04)      VALUE SPACES.
015500 01  WS-END-PLAN-CODE            PIC X(02)      VALUE SPACES.
015600 77  WS-MONTHS-PER-SEMESTER      PIC 9(01)      VALUE 4.
015700
015800 01  WS-MEAL-MONTHLY             PIC S9(5)V99   VALUE ZERO.
015900 01  WS-ROOM-MONTHLY             PIC S9(5)V99   VALUE ZERO.
016000 01  WS-MEAL-CHARGE              PIC S9(7)V99   VALUE ZERO.
016100 01  WS-ROOM-CHARGE              PIC S9(7)V99   VALUE ZERO.
016200
016300*****************************************************************
016400* WHAT HISTORY SAYS WAS BILLED FOR EACH CHARGE LINE - ENTRY 1 IS *
016500*           THE ROOM LINE, ENTRY 2 THE MEAL LINE. THE NET AMOUNT *
016600*           OVER ALL SEQS, AND THE HALL/ROOM/PLAN, DAYS, RATE    *
016700*           AND TIMESTAMP OF THE LATEST SEQ.                     *
016800*****************************************************************
016900 01  WS-BILLED-TABLE.
017000     05 WS-BILLED-ENTRY          OCCURS 2 TIMES
017100                                 INDEXED BY BL-IX.
017200        10 WS-BL-FOUND-SW        PIC X(01).
017300           88 WS-BL-FOUND               VALUE 'Y'.
017400        10 WS-BL-AMOUNT          PIC S9(7)V99 COMP-3.
017500        10 WS-BL-LAST-SEQ        PIC S9(4) COMP.
017600        10 WS-BL-HALL-CODE       PIC X(04).
017700        10 WS-BL-ROOM-NUMBER     PIC X(06).
017800        10 WS-BL-PLAN-CODE       PIC X(02).
017900        10 WS-BL-DAYS            PIC S9(4) COMP.
018000        10 WS-BL-RATE            PIC S9(5)V99 COMP-3.
018100        10 WS-BL-BILLED-TS       PIC X(26).
018200
018300 01  WS-ADJUST-LINE.
018400     05 WS-AL-CHARGE-LINE        PIC X(01)      VALUE SPACE.
018500     05 WS-AL-BILLED             PIC S9(7)V99   VALUE ZERO.
018600     05 WS-AL-REPRICED           PIC S9(7)V99   VALUE ZERO.
018700     05 WS-AL-ADJUSTMENT         PIC S9(7)V99   VALUE ZERO.
018800     05 WS-AL-RATE               PIC S9(5)V99   VALUE ZERO.
018900     05 WS-AL-NEXT-SEQ           PIC S9(4) COMP VALUE ZERO.
019000 01  WS-ROOM-ADJUSTMENT          PIC S9(7)V99   VALUE ZERO.
019100 01  WS-MEAL-ADJUSTMENT          PIC S9(7)V99   VALUE ZERO.
019200 01  WS-DR-CR-FLAG               PIC X(01)      VALUE SPACE.
019300     88 WS-DEBIT                        VALUE 'D'.
019400     88 WS-CREDIT                       VALUE 'C'.
019500
019600 01  WS-SINCE-TS                 PIC X(26)      VALUE SPACES.
019700 01  WS-EXPLAIN-COUNT            PIC 9(03) COMP VALUE ZERO.
019800 01  WS-RATE-EDIT                PIC ZZ,ZZ9.99.
019900 01  WS-DAYS-EDIT-OLD            PIC ZZ9.
020000 01  WS-DAYS-EDIT-NEW            PIC ZZ9.
020100 01  WS-REJECT-REASON            PIC X(40)      VALUE SPACES.
020200
020300 01  WS-PAGE-NUMBER              PIC 9(04)      VALUE ZERO.
020400 01  WS-RESIDENTS-READ           PIC 9(07) COMP VALUE ZERO.
020500 01  WS-PERIODS-REPRICED         PIC 9(07) COMP VALUE ZERO.
020600 01  WS-PERIODS-ADJUSTED         PIC 9(07) COMP VALUE ZERO.
020700 01  WS-PERIODS-REJECTED         PIC 9(07) COMP VALUE ZERO.
020800 01  WS-DEBITS-SENT              PIC 9(07) COMP VALUE ZERO.
020900 01  WS-CREDITS-SENT             PIC 9(07) COMP VALUE ZERO.
021000 01  WS-DETAIL-COUNT             PIC 9(09) COMP VALUE ZERO.
021100 01  WS-DEBIT-TOTAL-AMT          PIC S9(13)V99  VALUE ZERO.
021200 01  WS-CREDIT-TOTAL-AMT         PIC S9(13)V99  VALUE ZERO.
021300
021400     EXEC SQL
021500         DECLARE C2 CURSOR FOR
021600         SELECT DISTINCT BILLING_PERIOD
021700           FROM BILLING_HISTORY
021800          WHERE BILLING_PERIOD >= :WS-FROM-PERIOD-X
021900          ORDER BY BILLING_PERIOD
022000     END-EXEC.
022100
022200     EXEC SQL
022300         DECLARE C3 CURSOR FOR
022400         SELECT CHANGE_TYPE,
022500                VALUE(OLD_ROOM_NUMBER, '      '), NEW_ROOM_NUMBER,
022600                VALUE(OLD_HALL_CODE, '    '), NEW_HALL_CODE,
022700                VALUE(OLD_MEAL_PLAN_CODE, '  '),
022800                NEW_MEAL_PLAN_CODE,
022900                VALUE(CHAR(OLD_CHECKOUT_DATE), '          '),
023000                VALUE(CHAR(NEW_CHECKOUT_DATE), '          '),
023100                CHANGE_TS, CHANGE_PGM
023200           FROM RESIDENT_AUDIT_TRAIL
023300          WHERE RESIDENT_ID = :RO-RESIDENT-ID
023400            AND CHANGE_TYPE IN ('I', 'U', 'D', 'M')
023500            AND CHANGE_TS   > :WS-SINCE-TS
023600          ORDER BY CHANGE_TS
023700     END-EXEC.
023800
023900 01  AJ-HEADER-RECORD.
024000     05 FILLER                   PIC X(01)      VALUE 'H'.
024100     05 AJ-HDR-RUN-DATE          PIC 9(08).
024200     05 AJ-HDR-SOURCE            PIC X(08)      VALUE 'RESBADJ'.
024300     05 FILLER                   PIC X(83)      VALUE SPACES.
024400
024500 01  AJ-DETAIL-RECORD.
024600     05 FILLER                   PIC X(01)      VALUE 'D'.
024700     05 AJ-DET-RESIDENT-ID       PIC X(08).
024800     05 AJ-DET-RESIDENT-NAME     PIC X(30).
024900     05 AJ-DET-PERIOD            PIC 9(06).
025000     05 AJ-DET-CHARGE-LINE       PIC X(01).
025100     05 AJ-DET-DR-CR             PIC X(01).
025200     05 AJ-DET-HALL-CODE         PIC X(04).
025300     05 AJ-DET-ROOM-NUMBER       PIC X(06).
025400     05 AJ-DET-MEAL-PLAN-CODE    PIC X(02).
025500     05 AJ-DET-AMOUNT            PIC 9(7)V99.
025600     05 FILLER                   PIC X(32)      VALUE SPACES.
025700
025800 01  AJ-TRAILER-RECORD.
025900     05 FILLER                   PIC X(01)      VALUE 'T'.
026000     05 AJ-TRL-RECORD-COUNT      PIC 9(09).
026100     05 AJ-TRL-DEBIT-TOTAL       PIC 9(13)V99.
026200     05 AJ-TRL-CREDIT-TOTAL      PIC 9(13)V99.
026300     05 FILLER                   PIC X(60)      VALUE SPACES.
026400
026500 01  WS-REPORT-TITLE.
026600     05 FILLER                   PIC X(20)
026700         VALUE "RESIDENCE LIFE".
026800     05 FILLER                   PIC X(30)
026900         VALUE "BILLING ADJUSTMENT REGISTER".
027000     05 FILLER                   PIC X(14)
027100         VALUE "FROM PERIOD: ".
027200     05 WS-TITLE-FROM-PERIOD     PIC 9(06).
027300     05 FILLER                   PIC X(12)
027400         VALUE "  RUN DATE: ".
027500     05 WS-TITLE-RUN-DATE        PIC 9(08).
027600     05 FILLER                   PIC X(08)
027700         VALUE "  PAGE: ".
027800     05 WS-TITLE-PAGE-NO         PIC ZZZ9.
027900
028000 01  WS-COLUMN-HEADINGS.
028100     05 FILLER                   PIC X(10)  VALUE "RESIDENT".
028200     05 FILLER                   PIC X(22)  VALUE "NAME".
028300     05 FILLER                   PIC X(08)  VALUE "PERIOD".
028400     05 FILLER                   PIC X(06)  VALUE "LINE".
028500     05 FILLER                   PIC X(06)  VALUE "HALL".
028600     05 FILLER                   PIC X(08)  VALUE "ROOM".
028700     05 FILLER                   PIC X(05)  VALUE "PLAN".
028800     05 FILLER                   PIC X(06)  VALUE "DAYS".
028900     05 FILLER                   PIC X(14)  VALUE "      BILLED".
029000     05 FILLER                   PIC X(14)  VALUE "    REPRICED".
029100     05 FILLER                   PIC X(14)  VALUE "  ADJUSTMENT".
029200     05 FILLER                   PIC X(07)  VALUE " DR/CR".
029300
029400 01  WS-DETAIL-LINE.
029500     05 WS-DET-RESIDENT-ID       PIC X(10).
029600     05 WS-DET-RESIDENT-NAME     PIC X(22).
029700     05 WS-DET-PERIOD            PIC 9(06).
029800     05 FILLER                   PIC X(02)  VALUE SPACES.
029900     05 WS-DET-LINE              PIC X(06).
030000     05 WS-DET-HALL              PIC X(06).
030100     05 WS-DET-ROOM              PIC X(08).
030200     05 WS-DET-PLAN              PIC X(05).
030300     05 WS-DET-DAYS              PIC ZZ9.
030400     05 FILLER                   PIC X(03)  VALUE SPACES.
030500     05 WS-DET-BILLED            PIC Z,ZZZ,ZZ9.99-.
030600     05 FILLER                   PIC X(01)  VALUE SPACES.
030700     05 WS-DET-REPRICED          PIC Z,ZZZ,ZZ9.99-.
030800     05 FILLER                   PIC X(01)  VALUE SPACES.
030900     05 WS-DET-ADJUSTMENT        PIC Z,ZZZ,ZZ9.99-.
031000     05 FILLER                   PIC X(02)  VALUE SPACES.
031100     05 WS-DET-DR-CR             PIC X(06).
031200
031300 01  WS-EXPLAIN-LINE.
031400     05 FILLER                   PIC X(12)  VALUE SPACES.
031500     05 WS-EXP-FIELD             PIC X(16).
031600     05 FILLER                   PIC X(05)  VALUE "FROM ".
031700     05 WS-EXP-OLD               PIC X(12).
031800     05 FILLER                   PIC X(04)  VALUE " TO ".
031900     05 WS-EXP-NEW               PIC X(12).
032000     05 FILLER                   PIC X(04)  VALUE " ON ".
032100     05 WS-EXP-WHEN              PIC X(19).
032200     05 FILLER                   PIC X(04)  VALUE " BY ".
032300     05 WS-EXP-BY                PIC X(08).
032400
032500 01  WS-NOTE-LINE.
032600     05 FILLER                   PIC X(12)  VALUE SPACES.
032700     05 WS-NOTE-TEXT             PIC X(100).
032800
032900 01  WS-REJECT-LINE.
033000     05 WS-REJ-RESIDENT-ID       PIC X(10).
033100     05 WS-REJ-PERIOD            PIC 9(06).
033200     05 FILLER                   PIC X(02)  VALUE SPACES.
033300     05 FILLER                   PIC X(19)
033400         VALUE "CANNOT REPRICE - ".
033500     05 WS-REJ-REASON            PIC X(40).
033600
033700 01  WS-TOTAL-LINE-1.
033800     05 FILLER                   PIC X(20)
033900         VALUE "PERIODS REPRICED: ".
034000     05 WS-TOT-REPRICED          PIC ZZZZZZ9.
034100     05 FILLER                   PIC X(14)
034200         VALUE "  ADJUSTED: ".
034300     05 WS-TOT-ADJUSTED          PIC ZZZZZZ9.
034400     05 FILLER                   PIC X(14)
034500         VALUE "  REJECTED: ".
034600     05 WS-TOT-REJECTED          PIC ZZZZZZ9.
034700
034800 01  WS-TOTAL-LINE-2.
034900     05 FILLER                   PIC X(09)
035000         VALUE "DEBITS: ".
035100     05 WS-TOT-DEBITS            PIC ZZZZZZ9.
035200     05 FILLER                   PIC X(03)  VALUE SPACES.
035300     05 WS-TOT-DEBIT-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
035400     05 FILLER                   PIC X(12)
035500         VALUE "  CREDITS: ".
035600     05 WS-TOT-CREDITS           PIC ZZZZZZ9.
035700     05 FILLER                   PIC X(03)  VALUE SPACES.
035800     05 WS-TOT-CREDIT-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
035900
036000 LINKAGE SECTION.
036100 01  LS-PARM-AREA.
036200     05 LS-PARM-LENGTH           PIC S9(04) COMP.
036300     05 LS-PARM-DATA             PIC X(30).
036400
036500 PROCEDURE DIVISION USING LS-PARM-AREA.
036600
036700 0000-MAIN.
036800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036900     PERFORM 2000-PROCESS-RESIDENT THRU 2000-EXIT
037000         UNTIL WS-DB2-EOF.
037100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
037200     GOBACK.
037300
037400 1000-INITIALIZE.
037500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
037600
037700     IF LS-PARM-LENGTH > 0 AND LS-PARM-LENGTH < 3 AND
037800        LS-PARM-DATA(1:LS-PARM-LENGTH) NUMERIC
037900         MOVE LS-PARM-DATA(1:LS-PARM-LENGTH)
038000             TO WS-LOOKBACK-MONTHS(3 - LS-PARM-LENGTH:)
038100     END-IF.
038200     IF WS-LOOKBACK-MONTHS > WS-MAX-LOOKBACK
038300         DISPLAY "RESBADJ - LOOKBACK LIMITED TO " WS-MAX-LOOKBACK
038400             " MONTHS"
038500         MOVE WS-MAX-LOOKBACK TO WS-LOOKBACK-MONTHS
038600     END-IF.
038700     COMPUTE WS-MONTH-NUMBER =
038800         WS-RUN-YYYY * 12 + WS-RUN-MM - 1 - WS-LOOKBACK-MONTHS.
038900     DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-FROM-YYYY
039000         REMAINDER WS-MONTH-REM.
039100     COMPUTE WS-FROM-MM = WS-MONTH-REM + 1.
039200
039300     OPEN OUTPUT ADJUST-INTERFACE-FILE.
039400     IF NOT WS-ADJOUT-OK
039500         DISPLAY "RESBADJ - INTERFACE FILE OPEN FAILED - STATUS "
039600             WS-ADJOUT-STATUS
039700         GO TO 9900-ABEND-JOB
039800     END-IF.
039900
040000     OPEN OUTPUT ADJUST-REGISTER-RPT.
040100     IF NOT WS-ADJRPT-OK
040200         DISPLAY "RESBADJ - REGISTER FILE OPEN FAILED - STATUS "
040300             WS-ADJRPT-STATUS
040400         GO TO 9900-ABEND-JOB
040500     END-IF.
040600
040700     EXEC SQL CONNECT TO RESLIFE END-EXEC.
040800     MOVE 'RESBADJ'  TO BL-JOB-NAME.
040900     MOVE 'STEP010'  TO BL-STEP-NAME.
041000     MOVE 'RESBADJ'  TO BL-PGM-NAME.
041100     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
041200
041300     PERFORM 1100-LOAD-BILLED-PERIODS THRU 1100-EXIT.
041400
041500     EXEC SQL OPEN C1 END-EXEC.
041600     IF SQLCODE NOT = ZERO
041700         DISPLAY "RESBADJ - CURSOR OPEN ERROR - SQLCODE " SQLCODE
041800         GO TO 9900-ABEND-JOB
041900     END-IF.
042000
042100     MOVE WS-RUN-DATE           TO AJ-HDR-RUN-DATE.
042200     WRITE AJ-INTERFACE-RECORD FROM AJ-HEADER-RECORD.
042300     PERFORM 6900-CHECK-INTERFACE-STATUS THRU 6900-EXIT.
042400
042500     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
042600     IF WS-PERIODS-LOADED = ZERO
042700         MOVE "NO BILLED PERIODS IN THE LOOKBACK WINDOW"
042800             TO WS-NOTE-TEXT
042900         PERFORM 5700-WRITE-NOTE-LINE THRU 5700-EXIT
043000         MOVE 'Y' TO WS-DB2-EOF-SW
043100     ELSE
043200         PERFORM 2100-FETCH-RESIDENT THRU 2100-EXIT
043300     END-IF.
043400 1000-EXIT.
043500     EXIT.
043600
043700 1100-LOAD-BILLED-PERIODS.
043800     EXEC SQL OPEN C2 END-EXEC.
043900     IF SQLCODE NOT = ZERO
044000         DISPLAY "RESBADJ - PERIOD CURSOR OPEN ERROR - SQLCODE "
044100             SQLCODE
044200         GO TO 9900-ABEND-JOB
044300     END-IF.
044400     PERFORM 1150-FETCH-PERIOD THRU 1150-EXIT
044500         UNTIL WS-PERIOD-EOF.
044600     EXEC SQL CLOSE C2 END-EXEC.
044700 1100-EXIT.
044800     EXIT.
044900
045000 1150-FETCH-PERIOD.
045100     EXEC SQL
045200         FETCH C2
045300          INTO :WS-FETCH-PERIOD
045400     END-EXEC.
045500     EVALUATE SQLCODE
045600         WHEN ZERO
045700             IF WS-PERIODS-LOADED < 25
045800                 ADD 1 TO WS-PERIODS-LOADED
045900                 SET PT-IX TO WS-PERIODS-LOADED
046000                 MOVE WS-FETCH-PERIOD TO WS-PT-PERIOD(PT-IX)
046100             END-IF
046200         WHEN 100
046300             MOVE 'Y' TO WS-PERIOD-EOF-SW
046400         WHEN OTHER
046500             DISPLAY "RESBADJ - PERIOD FETCH ERROR - SQLCODE "
046600                 SQLCODE
046700             GO TO 9900-ABEND-JOB
046800     END-EVALUATE.
046900 1150-EXIT.
047000     EXIT.
047100
047200 2000-PROCESS-RESIDENT.
047300     ADD 1 TO WS-RESIDENTS-READ.
047400     PERFORM 2200-REPRICE-PERIOD THRU 2200-EXIT
047500         VARYING PT-IX FROM 1 BY 1
047600         UNTIL PT-IX > WS-PERIODS-LOADED.
047700     PERFORM 2100-FETCH-RESIDENT THRU 2100-EXIT.
047800 2000-EXIT.
047900     EXIT.
048000
048100 2100-FETCH-RESIDENT.
048200     EXEC SQL
048300         FETCH C1
048400          INTO :RO-RESIDENT-ID, :RO-RESIDENT-NAME,
048500               :RO-ROOM-NUMBER, :RO-HALL-CODE,
048600               :RO-MEAL-PLAN-CODE, :RO-CHECKIN-DATE,
048700               :RO-CHECKOUT-DATE, :RO-LAST-UPDATE-TS,
048800               :RO-LAST-UPDATE-PGM
048900     END-EXEC.
049000     EVALUATE SQLCODE
049100         WHEN ZERO
049200             CONTINUE
049300         WHEN 100
049400             MOVE 'Y' TO WS-DB2-EOF-SW
049500         WHEN OTHER
049600             DISPLAY "RESBADJ - DB2 FETCH ERROR - SQLCODE "
049700                 SQLCODE
049800             GO TO 9900-ABEND-JOB
049900     END-EVALUATE.
050000 2100-EXIT.
050100     EXIT.
050200
050300*****************************************************************
050400* 2200-REPRICE-PERIOD - ONE RESIDENT, ONE BILLED PERIOD. A       *
050500*           PERIOD THE RESIDENT IS NOT BILLABLE FOR AND WAS      *
050600*           NEVER BILLED FOR IS PASSED OVER QUIETLY. ONE NO      *
050700*           LONGER BILLABLE AT ALL (CHECKOUT MOVED BACK BEFORE   *
050800*           THE PERIOD) REPRICES TO ZERO AND IS CREDITED IN      *
050900*           FULL.                                                *
051000*****************************************************************
051100 2200-REPRICE-PERIOD.
051200     MOVE WS-PT-PERIOD(PT-IX)   TO WS-BILLING-PERIOD-X.
051300     PERFORM 2210-SET-PERIOD-DATES THRU 2210-EXIT.
051400     PERFORM 2220-SET-BILLABLE-DAYS THRU 2220-EXIT.
051500
051600     MOVE 'R' TO BD-CHARGE-LINE.
051700     SET BL-IX TO 1.
051800     PERFORM 2400-READ-BILLED-LINE THRU 2400-EXIT.
051900     MOVE 'M' TO BD-CHARGE-LINE.
052000     SET BL-IX TO 2.
052100     PERFORM 2400-READ-BILLED-LINE THRU 2400-EXIT.
052200
052300     IF WS-DAYS-PRESENT = ZERO AND
052400        NOT WS-BL-FOUND(1) AND NOT WS-BL-FOUND(2)
052500         GO TO 2200-EXIT
052600     END-IF.
052700     ADD 1 TO WS-PERIODS-REPRICED.
052800
052900     MOVE ZERO TO WS-ROOM-CHARGE WS-MEAL-CHARGE
053000                  RI-SEMESTER-RATE MP-SEMESTER-RATE.
053100     IF WS-DAYS-PRESENT > ZERO
053200         PERFORM 2300-PRICE-PERIOD THRU 2300-EXIT
053300         IF NOT WS-PRICED
053400             GO TO 2200-EXIT
053500         END-IF
053600     ELSE
053700         SET BL-IX TO 1
053800         IF NOT WS-BL-FOUND(BL-IX)
053900             SET BL-IX TO 2
054000         END-IF
054100         MOVE WS-BL-HALL-CODE(BL-IX)   TO WS-BILL-HALL-CODE
054200         MOVE WS-BL-ROOM-NUMBER(BL-IX) TO WS-BILL-ROOM-NUMBER
054300         MOVE WS-BL-PLAN-CODE(BL-IX)   TO WS-BILL-PLAN-CODE
054400     END-IF.
054500
054600     COMPUTE WS-ROOM-ADJUSTMENT =
054700         WS-ROOM-CHARGE - WS-BL-AMOUNT(1).
054800     COMPUTE WS-MEAL-ADJUSTMENT =
054900         WS-MEAL-CHARGE - WS-BL-AMOUNT(2).
055000     IF WS-ROOM-ADJUSTMENT = ZERO AND WS-MEAL-ADJUSTMENT = ZERO
055100         GO TO 2200-EXIT
055200     END-IF.
055300     ADD 1 TO WS-PERIODS-ADJUSTED.
055400
055500     IF WS-ROOM-ADJUSTMENT NOT = ZERO
055600         SET BL-IX TO 1
055700         MOVE 'R'                   TO WS-AL-CHARGE-LINE
055800         MOVE WS-ROOM-CHARGE        TO WS-AL-REPRICED
055900         MOVE WS-ROOM-ADJUSTMENT    TO WS-AL-ADJUSTMENT
056000         MOVE RI-SEMESTER-RATE      TO WS-AL-RATE
056100         PERFORM 2500-SEND-ADJUSTMENT THRU 2500-EXIT
056200     END-IF.
056300     IF WS-MEAL-ADJUSTMENT NOT = ZERO
056400         SET BL-IX TO 2
056500         MOVE 'M'                   TO WS-AL-CHARGE-LINE
056600         MOVE WS-MEAL-CHARGE        TO WS-AL-REPRICED
056700         MOVE WS-MEAL-ADJUSTMENT    TO WS-AL-ADJUSTMENT
056800         MOVE MP-SEMESTER-RATE      TO WS-AL-RATE
056900         PERFORM 2500-SEND-ADJUSTMENT THRU 2500-EXIT
057000     END-IF.
057100     PERFORM 2600-EXPLAIN-ADJUSTMENT THRU 2600-EXIT.
057200 2200-EXIT.
057300     EXIT.
057400
057500*****************************************************************
057600* 2210/2220 - PERIOD DATES AND BILLABLE DAYS, EXACTLY AS THE     *
057700*           MONTHLY BILLING EXTRACT (RESBILL 1100/2200) WORKS    *
057800*           THEM OUT, SO AN UNCHANGED RESIDENT REPRICES TO THE   *
057900*           PENNY.                                               *
058000*****************************************************************
058100 2210-SET-PERIOD-DATES.
058200     EVALUATE WS-BILL-MM
058300         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
058400             MOVE 31 TO WS-DAYS-IN-MONTH
058500         WHEN 4 WHEN 6 WHEN 9 WHEN 11
058600             MOVE 30 TO WS-DAYS-IN-MONTH
058700         WHEN 2
058800             MOVE 28 TO WS-DAYS-IN-MONTH
058900             DIVIDE WS-BILL-YYYY BY 4 GIVING WS-LEAP-REM
059000                 REMAINDER WS-LEAP-REM
059100             IF WS-LEAP-REM = ZERO
059200                 MOVE 29 TO WS-DAYS-IN-MONTH
059300                 DIVIDE WS-BILL-YYYY BY 100 GIVING WS-LEAP-REM
059400                     REMAINDER WS-LEAP-REM
059500                 IF WS-LEAP-REM = ZERO
059600                     DIVIDE WS-BILL-YYYY BY 400 GIVING WS-LEAP-REM
059700                         REMAINDER WS-LEAP-REM
059800                     IF WS-LEAP-REM NOT = ZERO
059900                         MOVE 28 TO WS-DAYS-IN-MONTH
060000                     END-IF
060100                 END-IF
060200             END-IF
060300     END-EVALUATE.
060400
060500     STRING WS-BILL-YYYY "-" WS-BILL-MM "-01"
060600         DELIMITED BY SIZE INTO WS-PERIOD-START.
060700     STRING WS-BILL-YYYY "-" WS-BILL-MM "-" WS-DAYS-IN-MONTH
060800         DELIMITED BY SIZE INTO WS-PERIOD-END.
060900 2210-EXIT.
061000     EXIT.
061100
061200 2220-SET-BILLABLE-DAYS.
061300     MOVE ZERO TO WS-DAYS-PRESENT.
061400
061500     IF RO-CHECKIN-DATE NOT = SPACES AND
061600        RO-CHECKIN-DATE > WS-PERIOD-END
061700         GO TO 2220-EXIT
061800     END-IF.
061900     IF RO-CHECKOUT-DATE NOT = SPACES AND
062000        RO-CHECKOUT-DATE < WS-PERIOD-START
062100         GO TO 2220-EXIT
062200     END-IF.
062300
062400     IF RO-CHECKIN-DATE NOT = SPACES AND
062500        RO-CHECKIN-DATE > WS-PERIOD-START
062600         MOVE RO-CHECKIN-DATE(9:2) TO WS-BILL-FROM-DD
062700     ELSE
062800         MOVE 1 TO WS-BILL-FROM-DD
062900     END-IF.
063000
063100     IF RO-CHECKOUT-DATE NOT = SPACES AND
063200        RO-CHECKOUT-DATE < WS-PERIOD-END
063300         MOVE RO-CHECKOUT-DATE(9:2) TO WS-BILL-THRU-DD
063400     ELSE
063500         MOVE WS-DAYS-IN-MONTH TO WS-BILL-THRU-DD
063600     END-IF.
063700
063800     COMPUTE WS-DAYS-PRESENT =
063900         WS-BILL-THRU-DD - WS-BILL-FROM-DD + 1.
064000 2220-EXIT.
064100     EXIT.
064200
064300*****************************************************************
064400* 2300-PRICE-PERIOD - RESBILL'S PRICING FOR A PAST PERIOD. THE   *
064500*           ROOM AND MEAL PLAN ARE THE ONES HELD AT PERIOD END   *
064600*           (2340), AND BOTH RATES ARE THE ONES IN EFFECT AT     *
064700*           PERIOD END.                                          *
064800*****************************************************************
064900 2300-PRICE-PERIOD.
065000     MOVE 'N' TO WS-PRICED-SW.
065100     PERFORM 2340-SET-ROOM-AT-PERIOD-END THRU 2340-EXIT.
065200
065300     MOVE WS-BILL-PLAN-CODE     TO MP-MEAL-PLAN-CODE.
065400     EXEC SQL
065500         SELECT SEMESTER_RATE, EFFECTIVE_DATE
065600           INTO :MP-SEMESTER-RATE, :MP-EFFECTIVE-DATE
065700           FROM MEAL_PLAN_RATE
065800          WHERE MEAL_PLAN_CODE = :MP-MEAL-PLAN-CODE
065900            AND EFFECTIVE_DATE =
066000                ( SELECT MAX(EFFECTIVE_DATE)
066100                    FROM MEAL_PLAN_RATE
066200                   WHERE MEAL_PLAN_CODE = :MP-MEAL-PLAN-CODE
066300                     AND EFFECTIVE_DATE <= :WS-PERIOD-END )
066400     END-EXEC.
066500     EVALUATE SQLCODE
066600         WHEN ZERO
066700             CONTINUE
066800         WHEN 100
066900             MOVE "NO MEAL PLAN RATE IN EFFECT"
067000                 TO WS-REJECT-REASON
067100             PERFORM 5600-WRITE-REJECT-LINE THRU 5600-EXIT
067200             GO TO 2300-EXIT
067300         WHEN OTHER
067400             DISPLAY "RESBADJ - MEAL RATE SELECT ERROR - SQLCODE "
067500                 SQLCODE
067600             GO TO 9900-ABEND-JOB
067700     END-EVALUATE.
067800
067900     MOVE 'N' TO WS-RATE-HISTORY-SW.
068000     IF WS-BILL-ROOM-NUMBER = SPACES
068100         MOVE ZERO TO RI-SEMESTER-RATE
068200     ELSE
068300         EXEC SQL
068400             SELECT SEMESTER_RATE, CAPACITY
068500               INTO :RI-SEMESTER-RATE, :RI-CAPACITY
068600               FROM ROOM_INVENTORY
068700              WHERE HALL_CODE   = :WS-BILL-HALL-CODE
068800                AND ROOM_NUMBER = :WS-BILL-ROOM-NUMBER
068900         END-EXEC
069000         EVALUATE SQLCODE
069100             WHEN ZERO
069200                 CONTINUE
069300             WHEN 100
069400                 MOVE "ASSIGNED ROOM NOT ON ROOM INVENTORY"
069500                     TO WS-REJECT-REASON
069600                 PERFORM 5600-WRITE-REJECT-LINE THRU 5600-EXIT
069700                 GO TO 2300-EXIT
069800             WHEN OTHER
069900                 DISPLAY "RESBADJ - ROOM RATE SELECT ERROR - "
070000                     "SQLCODE " SQLCODE
070100                 GO TO 9900-ABEND-JOB
070200         END-EVALUATE
070300         PERFORM 2360-FIND-RATE-IN-EFFECT THRU 2360-EXIT
070400     END-IF.
070500
070600     COMPUTE WS-MEAL-MONTHLY ROUNDED =
070700         MP-SEMESTER-RATE / WS-MONTHS-PER-SEMESTER.
070800     COMPUTE WS-ROOM-MONTHLY ROUNDED =
070900         RI-SEMESTER-RATE / WS-MONTHS-PER-SEMESTER.
071000     COMPUTE WS-MEAL-CHARGE ROUNDED =
071100         WS-MEAL-MONTHLY * WS-DAYS-PRESENT / WS-DAYS-IN-MONTH.
071200     COMPUTE WS-ROOM-CHARGE ROUNDED =
071300         WS-ROOM-MONTHLY * WS-DAYS-PRESENT / WS-DAYS-IN-MONTH.
071400     MOVE 'Y' TO WS-PRICED-SW.
071500 2300-EXIT.
071600     EXIT.
071700
071800*****************************************************************
071900* 2340-SET-ROOM-AT-PERIOD-END - THE OLD VALUES ON THE FIRST      *
072000*           AUDIT ROW POSTED AFTER PERIOD END ARE WHAT THE       *
072100*           RESIDENT HELD AT PERIOD END. NO SUCH ROW MEANS       *
072200*           NOTHING HAS CHANGED SINCE, SO TODAY'S ROW STANDS. A  *
072300*           ROOM ALREADY CLEARED BY THEN IS RECOVERED FROM THE   *
072400*           LATEST ROW UP TO PERIOD END THAT CARRIES A NON-BLANK *
072500*           OLD ROOM, AS RESBILL DOES FOR A MID-MONTH CHECKOUT.  *
072600*****************************************************************
072700 2340-SET-ROOM-AT-PERIOD-END.
072800     MOVE RO-ROOM-NUMBER        TO WS-BILL-ROOM-NUMBER.
072900     MOVE RO-HALL-CODE          TO WS-BILL-HALL-CODE.
073000     MOVE RO-MEAL-PLAN-CODE     TO WS-BILL-PLAN-CODE.
073100     EXEC SQL
073200         SELECT VALUE(OLD_ROOM_NUMBER, '      '),
073300                VALUE(OLD_HALL_CODE, '    '),
073400                VALUE(OLD_MEAL_PLAN_CODE, '  ')
073500           INTO :WS-END-ROOM-NUMBER, :WS-END-HALL-CODE,
073600                :WS-END-PLAN-CODE
073700           FROM RESIDENT_AUDIT_TRAIL
073800          WHERE RESIDENT_ID = :RO-RESIDENT-ID
073900            AND CHANGE_TYPE IN ('I', 'U', 'D', 'M')
074000            AND DATE(CHANGE_TS) > :WS-PERIOD-END
074100          ORDER BY CHANGE_TS
074200          FETCH FIRST 1 ROW ONLY
074300     END-EXEC.
074400     EVALUATE SQLCODE
074500         WHEN ZERO
074600             MOVE WS-END-ROOM-NUMBER TO WS-BILL-ROOM-NUMBER
074700             MOVE WS-END-HALL-CODE   TO WS-BILL-HALL-CODE
074800             IF WS-END-PLAN-CODE NOT = SPACES
074900                 MOVE WS-END-PLAN-CODE TO WS-BILL-PLAN-CODE
075000             END-IF
075100         WHEN 100
075200             CONTINUE
075300         WHEN OTHER
075400             DISPLAY "RESBADJ - PERIOD END AUDIT SELECT ERROR - "
075500                 "SQLCODE " SQLCODE
075600             GO TO 9900-ABEND-JOB
075700     END-EVALUATE.
075800     IF WS-BILL-ROOM-NUMBER = SPACES
075900         PERFORM 2350-RECOVER-VACATED-ROOM THRU 2350-EXIT
076000     END-IF.
076100 2340-EXIT.
076200     EXIT.
076300
076400 2350-RECOVER-VACATED-ROOM.
076500     EXEC SQL
076600         SELECT OLD_ROOM_NUMBER, OLD_HALL_CODE
076700           INTO :WS-BILL-ROOM-NUMBER, :WS-BILL-HALL-CODE
076800           FROM RESIDENT_AUDIT_TRAIL
076900          WHERE RESIDENT_ID = :RO-RESIDENT-ID
077000            AND OLD_ROOM_NUMBER <> '      '
077100            AND DATE(CHANGE_TS) <= :WS-PERIOD-END
077200          ORDER BY CHANGE_TS DESC
077300          FETCH FIRST 1 ROW ONLY
077400     END-EXEC.
077500     EVALUATE SQLCODE
077600         WHEN ZERO
077700             CONTINUE
077800         WHEN 100
077900             MOVE SPACES TO WS-BILL-ROOM-NUMBER
078000                            WS-BILL-HALL-CODE
078100         WHEN OTHER
078200             DISPLAY "RESBADJ - VACATED ROOM SELECT ERROR - "
078300                 "SQLCODE " SQLCODE
078400             GO TO 9900-ABEND-JOB
078500     END-EVALUATE.
078600 2350-EXIT.
078700     EXIT.
078800
078900 2360-FIND-RATE-IN-EFFECT.
079000     EXEC SQL
079100         SELECT SEMESTER_RATE, EFFECTIVE_DATE, LAST_UPDATE_PGM
079200           INTO :RH-SEMESTER-RATE, :RH-EFFECTIVE-DATE,
079300                :RH-LAST-UPDATE-PGM
079400           FROM ROOM_RATE_HISTORY
079500          WHERE HALL_CODE = :WS-BILL-HALL-CODE
079600            AND ( ( ROOM_NUMBER   = :WS-BILL-ROOM-NUMBER
079700                AND ROOM_CAPACITY = 0 )
079800             OR   ( ROOM_NUMBER   = '      '
079900                AND ROOM_CAPACITY = :RI-CAPACITY ) )
080000            AND EFFECTIVE_DATE <= :WS-PERIOD-END
080100          ORDER BY EFFECTIVE_DATE DESC, ROOM_NUMBER DESC
080200          FETCH FIRST 1 ROW ONLY
080300     END-EXEC.
080400     EVALUATE SQLCODE
080500         WHEN ZERO
080600             MOVE RH-SEMESTER-RATE TO RI-SEMESTER-RATE
080700             MOVE 'Y' TO WS-RATE-HISTORY-SW
080800         WHEN 100
080900             CONTINUE
081000         WHEN OTHER
081100             DISPLAY "RESBADJ - RATE HISTORY SELECT ERROR - "
081200                 "SQLCODE " SQLCODE
081300             GO TO 9900-ABEND-JOB
081400     END-EVALUATE.
081500 2360-EXIT.
081600     EXIT.
081700
081800*****************************************************************
081900* 2400-READ-BILLED-LINE - NET AMOUNT BILLED FOR BD-CHARGE-LINE   *
082000*           AND THE DETAIL OF ITS LATEST SEQ INTO BILLED ENTRY   *
082100*           BL-IX. A LINE NEVER BILLED IS LEFT NOT FOUND AND     *
082200*           ZERO.                                                *
082300*****************************************************************
082400 2400-READ-BILLED-LINE.
082500     INITIALIZE WS-BILLED-ENTRY(BL-IX).
082600     MOVE RO-RESIDENT-ID        TO BD-RESIDENT-ID.
082700     MOVE WS-BILLING-PERIOD-X   TO BD-BILLING-PERIOD.
082800     EXEC SQL
082900         SELECT VALUE(MAX(BILL_SEQ), -1)
083000           INTO :BD-BILL-SEQ
083100           FROM BILLING_HISTORY
083200          WHERE RESIDENT_ID    = :BD-RESIDENT-ID
083300            AND BILLING_PERIOD = :BD-BILLING-PERIOD
083400            AND CHARGE_LINE    = :BD-CHARGE-LINE
083500     END-EXEC.
083600     IF SQLCODE NOT = ZERO
083700         DISPLAY "RESBADJ - BILLING HISTORY SELECT ERROR - "
083800             "SQLCODE " SQLCODE
083900         GO TO 9900-ABEND-JOB
084000     END-IF.
084100     IF BD-BILL-SEQ < ZERO
084200         GO TO 2400-EXIT
084300     END-IF.
084400
084500     EXEC SQL
084600         SELECT HALL_CODE, ROOM_NUMBER, MEAL_PLAN_CODE,
084700                DAYS_BILLED, SEMESTER_RATE, BILLED_TS
084800           INTO :BD-HALL-CODE, :BD-ROOM-NUMBER,
084900                :BD-MEAL-PLAN-CODE, :BD-DAYS-BILLED,
085000                :BD-SEMESTER-RATE, :BD-BILLED-TS
085100           FROM BILLING_HISTORY
085200          WHERE RESIDENT_ID    = :BD-RESIDENT-ID
085300            AND BILLING_PERIOD = :BD-BILLING-PERIOD
085400            AND CHARGE_LINE    = :BD-CHARGE-LINE
085500            AND BILL_SEQ       = :BD-BILL-SEQ
085600     END-EXEC.
085700     IF SQLCODE NOT = ZERO
085800         DISPLAY "RESBADJ - BILLING HISTORY SELECT ERROR - "
085900             "SQLCODE " SQLCODE
086000         GO TO 9900-ABEND-JOB
086100     END-IF.
086200     EXEC SQL
086300         SELECT SUM(CHARGE_AMOUNT)
086400           INTO :BD-CHARGE-AMOUNT
086500           FROM BILLING_HISTORY
086600          WHERE RESIDENT_ID    = :BD-RESIDENT-ID
086700            AND BILLING_PERIOD = :BD-BILLING-PERIOD
086800            AND CHARGE_LINE    = :BD-CHARGE-LINE
086900     END-EXEC.
087000     IF SQLCODE NOT = ZERO
087100         DISPLAY "RESBADJ - BILLING HISTORY SUM ERROR - "
087200             "SQLCODE " SQLCODE
087300         GO TO 9900-ABEND-JOB
087400     END-IF.
087500
087600     MOVE 'Y'                   TO WS-BL-FOUND-SW(BL-IX).
087700     MOVE BD-CHARGE-AMOUNT      TO WS-BL-AMOUNT(BL-IX).
087800     MOVE BD-BILL-SEQ           TO WS-BL-LAST-SEQ(BL-IX).
087900     MOVE BD-HALL-CODE          TO WS-BL-HALL-CODE(BL-IX).
088000     MOVE BD-ROOM-NUMBER        TO WS-BL-ROOM-NUMBER(BL-IX).
088100     MOVE BD-MEAL-PLAN-CODE     TO WS-BL-PLAN-CODE(BL-IX).
088200     MOVE BD-DAYS-BILLED        TO WS-BL-DAYS(BL-IX).
088300     MOVE BD-SEMESTER-RATE      TO WS-BL-RATE(BL-IX).
088400     MOVE BD-BILLED-TS          TO WS-BL-BILLED-TS(BL-IX).
088500 2400-EXIT.
088600     EXIT.
088700
088800*****************************************************************
088900* 2500-SEND-ADJUSTMENT - ONE CHARGE LINE'S DIFFERENCE, WITH THE  *
089000*           LINE'S BILLED DETAIL IN ENTRY BL-IX: INTERFACE       *
089100*           DETAIL, NEXT HISTORY SEQ, REGISTER LINE. SEQ 0 STAYS *
089200*           RESBILL'S EVEN WHEN THE LINE WAS NEVER BILLED.       *
089300*****************************************************************
089400 2500-SEND-ADJUSTMENT.
089500     IF WS-BL-FOUND(BL-IX)
089600         COMPUTE WS-AL-NEXT-SEQ = WS-BL-LAST-SEQ(BL-IX) + 1
089700     ELSE
089800         MOVE 1                     TO WS-AL-NEXT-SEQ
089900     END-IF.
090000     MOVE WS-BL-AMOUNT(BL-IX)   TO WS-AL-BILLED.
090100     IF WS-AL-ADJUSTMENT > ZERO
090200         MOVE 'D' TO WS-DR-CR-FLAG
090300     ELSE
090400         MOVE 'C' TO WS-DR-CR-FLAG
090500     END-IF.
090600
090700     MOVE RO-RESIDENT-ID        TO AJ-DET-RESIDENT-ID.
090800     MOVE RO-RESIDENT-NAME      TO AJ-DET-RESIDENT-NAME.
090900     MOVE WS-BILLING-PERIOD     TO AJ-DET-PERIOD.
091000     MOVE WS-AL-CHARGE-LINE     TO AJ-DET-CHARGE-LINE.
091100     MOVE WS-DR-CR-FLAG         TO AJ-DET-DR-CR.
091200     MOVE WS-BILL-HALL-CODE     TO AJ-DET-HALL-CODE.
091300     MOVE WS-BILL-ROOM-NUMBER   TO AJ-DET-ROOM-NUMBER.
091400     MOVE WS-BILL-PLAN-CODE     TO AJ-DET-MEAL-PLAN-CODE.
091500     MOVE WS-AL-ADJUSTMENT      TO AJ-DET-AMOUNT.
091600     WRITE AJ-INTERFACE-RECORD FROM AJ-DETAIL-RECORD.
091700     PERFORM 6900-CHECK-INTERFACE-STATUS THRU 6900-EXIT.
091800     ADD 1 TO WS-DETAIL-COUNT.
091900     IF WS-DEBIT
092000         ADD 1 TO WS-DEBITS-SENT
092100         ADD AJ-DET-AMOUNT TO WS-DEBIT-TOTAL-AMT
092200     ELSE
092300         ADD 1 TO WS-CREDITS-SENT
092400         ADD AJ-DET-AMOUNT TO WS-CREDIT-TOTAL-AMT
092500     END-IF.
092600
092700     MOVE RO-RESIDENT-ID        TO BD-RESIDENT-ID.
092800     MOVE WS-BILLING-PERIOD-X   TO BD-BILLING-PERIOD.
092900     MOVE WS-AL-CHARGE-LINE     TO BD-CHARGE-LINE.
093000     MOVE WS-AL-NEXT-SEQ        TO BD-BILL-SEQ.
093100     MOVE WS-BILL-HALL-CODE     TO BD-HALL-CODE.
093200     MOVE WS-BILL-ROOM-NUMBER   TO BD-ROOM-NUMBER.
093300     MOVE WS-BILL-PLAN-CODE     TO BD-MEAL-PLAN-CODE.
093400     MOVE WS-DAYS-PRESENT       TO BD-DAYS-BILLED.
093500     MOVE WS-AL-RATE            TO BD-SEMESTER-RATE.
093600     MOVE WS-AL-ADJUSTMENT      TO BD-CHARGE-AMOUNT.
093700     MOVE 'RESBADJ'             TO BD-BILLED-PGM.
093800     EXEC SQL
093900         INSERT INTO BILLING_HISTORY
094000             ( RESIDENT_ID, BILLING_PERIOD, CHARGE_LINE,
094100               BILL_SEQ, HALL_CODE, ROOM_NUMBER,
094200               MEAL_PLAN_CODE, DAYS_BILLED, SEMESTER_RATE,
094300               CHARGE_AMOUNT, BILLED_TS, BILLED_PGM )
094400         VALUES
094500             ( :BD-RESIDENT-ID, :BD-BILLING-PERIOD,
094600               :BD-CHARGE-LINE, :BD-BILL-SEQ, :BD-HALL-CODE,
094700               :BD-ROOM-NUMBER, :BD-MEAL-PLAN-CODE,
094800               :BD-DAYS-BILLED, :BD-SEMESTER-RATE,
094900               :BD-CHARGE-AMOUNT, CURRENT TIMESTAMP,
095000               :BD-BILLED-PGM )
095100     END-EXEC.
095200     IF SQLCODE NOT = ZERO
095300         DISPLAY "RESBADJ - BILLING HISTORY INSERT ERROR - "
095400             "SQLCODE " SQLCODE " RESIDENT " BD-RESIDENT-ID
095500         GO TO 9900-ABEND-JOB
095600     END-IF.
095700
095800     PERFORM 5500-WRITE-DETAIL-LINE THRU 5500-EXIT.
095900 2500-EXIT.
096000     EXIT.
096100
096200*****************************************************************
096300* 2600-EXPLAIN-ADJUSTMENT - EVERY AUDITED CHANGE TO THE RESIDENT *
096400*           SINCE THE PERIOD WAS LAST BILLED, THEN ANY RATE OR   *
096500*           DAYS DIFFERENCE AGAINST THE LATEST ROOM AND MEAL     *
096600*           SEQS. A CHECKIN DATE IS NOT AUDITED, SO WHEN NOTHING *
096700*           ELSE ACCOUNTS FOR THE ADJUSTMENT THE REGISTER SHOWS  *
096800*           WHEN AND BY WHICH PROGRAM THE OCCUPANCY ROW LAST     *
096900*           CHANGED.                                             *
097000*****************************************************************
097100 2600-EXPLAIN-ADJUSTMENT.
097200     MOVE ZERO TO WS-EXPLAIN-COUNT.
097300     MOVE '0001-01-01-00.00.00.000000' TO WS-SINCE-TS.
097400     IF WS-BL-FOUND(1) AND WS-BL-BILLED-TS(1) > WS-SINCE-TS
097500         MOVE WS-BL-BILLED-TS(1) TO WS-SINCE-TS
097600     END-IF.
097700     IF WS-BL-FOUND(2) AND WS-BL-BILLED-TS(2) > WS-SINCE-TS
097800         MOVE WS-BL-BILLED-TS(2) TO WS-SINCE-TS
097900     END-IF.
098000
098100     EXEC SQL OPEN C3 END-EXEC.
098200     IF SQLCODE NOT = ZERO
098300         DISPLAY "RESBADJ - AUDIT CURSOR OPEN ERROR - SQLCODE "
098400             SQLCODE
098500         GO TO 9900-ABEND-JOB
098600     END-IF.
098700     MOVE 'N' TO WS-AUDIT-EOF-SW.
098800     PERFORM 2650-EXPLAIN-AUDIT-ROW THRU 2650-EXIT
098900         UNTIL WS-AUDIT-EOF.
099000     EXEC SQL CLOSE C3 END-EXEC.
099100
099200     IF WS-BL-FOUND(1) AND WS-DAYS-PRESENT > ZERO AND
099300        WS-BL-RATE(1) NOT = RI-SEMESTER-RATE
099400         MOVE "ROOM RATE"           TO WS-EXP-FIELD
099500         MOVE WS-BL-RATE(1)         TO WS-RATE-EDIT
099600         MOVE WS-RATE-EDIT          TO WS-EXP-OLD
099700         MOVE RI-SEMESTER-RATE      TO WS-RATE-EDIT
099800         MOVE WS-RATE-EDIT          TO WS-EXP-NEW
099900         IF WS-RATE-FROM-HISTORY
100000             MOVE RH-EFFECTIVE-DATE  TO WS-EXP-WHEN
100100             MOVE RH-LAST-UPDATE-PGM TO WS-EXP-BY
100200         ELSE
100300             MOVE SPACES             TO WS-EXP-WHEN
100400             MOVE 'ROOMLOAD'         TO WS-EXP-BY
100500         END-IF
100600         PERFORM 5650-WRITE-EXPLAIN-LINE THRU 5650-EXIT
100700     END-IF.
100800     IF WS-BL-FOUND(1) AND WS-BL-DAYS(1) NOT = WS-DAYS-PRESENT
100900         MOVE WS-BL-DAYS(1)         TO WS-DAYS-EDIT-OLD
101000         MOVE WS-DAYS-PRESENT       TO WS-DAYS-EDIT-NEW
101100         MOVE SPACES                TO WS-NOTE-TEXT
101200         STRING "DAYS BILLED " WS-DAYS-EDIT-OLD " NOW "
101300                WS-DAYS-EDIT-NEW " - CHECKIN " RO-CHECKIN-DATE
101400                " CHECKOUT " RO-CHECKOUT-DATE
101500             DELIMITED BY SIZE INTO WS-NOTE-TEXT
101600         PERFORM 5700-WRITE-NOTE-LINE THRU 5700-EXIT
101700         ADD 1 TO WS-EXPLAIN-COUNT
101800     END-IF.
101900
102000     IF WS-BL-FOUND(2) AND WS-DAYS-PRESENT > ZERO AND
102100        WS-BL-RATE(2) NOT = MP-SEMESTER-RATE
102200         MOVE "MEAL PLAN RATE"      TO WS-EXP-FIELD
102300         MOVE WS-BL-RATE(2)         TO WS-RATE-EDIT
102400         MOVE WS-RATE-EDIT          TO WS-EXP-OLD
102500         MOVE MP-SEMESTER-RATE      TO WS-RATE-EDIT
102600         MOVE WS-RATE-EDIT          TO WS-EXP-NEW
102700         MOVE MP-EFFECTIVE-DATE     TO WS-EXP-WHEN
102800         MOVE SPACES                TO WS-EXP-BY
102900         PERFORM 5650-WRITE-EXPLAIN-LINE THRU 5650-EXIT
103000     END-IF.
103100
103200     IF WS-EXPLAIN-COUNT = ZERO
103300         MOVE SPACES                TO WS-NOTE-TEXT
103400         STRING "NO AUDITED CHANGE - OCCUPANCY ROW LAST UPDATED "
103500                RO-LAST-UPDATE-TS(1:19) " BY " RO-LAST-UPDATE-PGM
103600             DELIMITED BY SIZE INTO WS-NOTE-TEXT
103700         PERFORM 5700-WRITE-NOTE-LINE THRU 5700-EXIT
103800     END-IF.
103900 2600-EXIT.
104000     EXIT.
104100
104200 2650-EXPLAIN-AUDIT-ROW.
104300     EXEC SQL
104400         FETCH C3
104500          INTO :AT-CHANGE-TYPE,
104600               :AT-OLD-ROOM-NUMBER, :AT-NEW-ROOM-NUMBER,
104700               :AT-OLD-HALL-CODE, :AT-NEW-HALL-CODE,
104800               :AT-OLD-MEAL-PLAN-CODE, :AT-NEW-MEAL-PLAN-CODE,
104900               :AT-OLD-CHECKOUT-DATE, :AT-NEW-CHECKOUT-DATE,
105000               :AT-CHANGE-TS, :AT-CHANGE-PGM
105100     END-EXEC.
105200     EVALUATE SQLCODE
105300         WHEN ZERO
105400             CONTINUE
105500         WHEN 100
105600             MOVE 'Y' TO WS-AUDIT-EOF-SW
105700             GO TO 2650-EXIT
105800         WHEN OTHER
105900             DISPLAY "RESBADJ - AUDIT FETCH ERROR - SQLCODE "
106000                 SQLCODE
106100             GO TO 9900-ABEND-JOB
106200     END-EVALUATE.
106300
106400     MOVE AT-CHANGE-TS(1:19)    TO WS-EXP-WHEN.
106500     MOVE AT-CHANGE-PGM         TO WS-EXP-BY.
106600     IF AT-OLD-ROOM-NUMBER NOT = AT-NEW-ROOM-NUMBER OR
106700        AT-OLD-HALL-CODE NOT = AT-NEW-HALL-CODE
106800         IF AT-DEPART-CHANGE
106900             MOVE "DEPARTED ROOM"   TO WS-EXP-FIELD
107000         ELSE
107100             MOVE "HALL/ROOM"       TO WS-EXP-FIELD
107200         END-IF
107300         MOVE SPACES                TO WS-EXP-OLD WS-EXP-NEW
107400         STRING AT-OLD-HALL-CODE " " AT-OLD-ROOM-NUMBER
107500             DELIMITED BY SIZE INTO WS-EXP-OLD
107600         STRING AT-NEW-HALL-CODE " " AT-NEW-ROOM-NUMBER
107700             DELIMITED BY SIZE INTO WS-EXP-NEW
107800         PERFORM 5650-WRITE-EXPLAIN-LINE THRU 5650-EXIT
107900     END-IF.
108000     IF AT-OLD-MEAL-PLAN-CODE NOT = AT-NEW-MEAL-PLAN-CODE
108100         MOVE "MEAL PLAN"           TO WS-EXP-FIELD
108200         MOVE AT-OLD-MEAL-PLAN-CODE TO WS-EXP-OLD
108300         MOVE AT-NEW-MEAL-PLAN-CODE TO WS-EXP-NEW
108400         PERFORM 5650-WRITE-EXPLAIN-LINE THRU 5650-EXIT
108500     END-IF.
108600     IF AT-OLD-CHECKOUT-DATE NOT = AT-NEW-CHECKOUT-DATE
108700         MOVE "CHECKOUT DATE"       TO WS-EXP-FIELD
108800         MOVE AT-OLD-CHECKOUT-DATE  TO WS-EXP-OLD
108900         MOVE AT-NEW-CHECKOUT-DATE  TO WS-EXP-NEW
109000         PERFORM 5650-WRITE-EXPLAIN-LINE THRU 5650-EXIT
109100     END-IF.
109200 2650-EXIT.
109300     EXIT.
109400
109500 5100-WRITE-HEADINGS.
109600     ADD 1 TO WS-PAGE-NUMBER.
109700     MOVE WS-FROM-PERIOD        TO WS-TITLE-FROM-PERIOD.
109800     MOVE WS-RUN-DATE           TO WS-TITLE-RUN-DATE.
109900     MOVE WS-PAGE-NUMBER        TO WS-TITLE-PAGE-NO.
110000     WRITE AR-REPORT-LINE FROM WS-REPORT-TITLE
110100         AFTER ADVANCING PAGE.
110200     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
110300     WRITE AR-REPORT-LINE FROM WS-COLUMN-HEADINGS
110400         AFTER ADVANCING 2 LINES.
110500     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
110600 5100-EXIT.
110700     EXIT.
110800
110900 5500-WRITE-DETAIL-LINE.
111000     MOVE RO-RESIDENT-ID        TO WS-DET-RESIDENT-ID.
111100     MOVE RO-RESIDENT-NAME      TO WS-DET-RESIDENT-NAME.
111200     MOVE WS-BILLING-PERIOD     TO WS-DET-PERIOD.
111300     IF WS-AL-CHARGE-LINE = 'R'
111400         MOVE 'ROOM'            TO WS-DET-LINE
111500     ELSE
111600         MOVE 'MEAL'            TO WS-DET-LINE
111700     END-IF.
111800     MOVE WS-BILL-HALL-CODE     TO WS-DET-HALL.
111900     MOVE WS-BILL-ROOM-NUMBER   TO WS-DET-ROOM.
112000     MOVE WS-BILL-PLAN-CODE     TO WS-DET-PLAN.
112100     MOVE WS-DAYS-PRESENT       TO WS-DET-DAYS.
112200     MOVE WS-AL-BILLED          TO WS-DET-BILLED.
112300     MOVE WS-AL-REPRICED        TO WS-DET-REPRICED.
112400     MOVE WS-AL-ADJUSTMENT      TO WS-DET-ADJUSTMENT.
112500     IF WS-DEBIT
112600         MOVE 'DEBIT'           TO WS-DET-DR-CR
112700     ELSE
112800         MOVE 'CREDIT'          TO WS-DET-DR-CR
112900     END-IF.
113000     WRITE AR-REPORT-LINE FROM WS-DETAIL-LINE
113100         AFTER ADVANCING 1 LINE.
113200     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
113300     IF LINAGE-COUNTER > 54
113400         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
113500     END-IF.
113600 5500-EXIT.
113700     EXIT.
113800
113900 5600-WRITE-REJECT-LINE.
114000     MOVE RO-RESIDENT-ID        TO WS-REJ-RESIDENT-ID.
114100     MOVE WS-BILLING-PERIOD     TO WS-REJ-PERIOD.
114200     MOVE WS-REJECT-REASON      TO WS-REJ-REASON.
114300     WRITE AR-REPORT-LINE FROM WS-REJECT-LINE
114400         AFTER ADVANCING 1 LINE.
114500     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
114600     ADD 1 TO WS-PERIODS-REJECTED.
114700     IF LINAGE-COUNTER > 54
114800         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
114900     END-IF.
115000 5600-EXIT.
115100     EXIT.
115200
115300 5650-WRITE-EXPLAIN-LINE.
115400     WRITE AR-REPORT-LINE FROM WS-EXPLAIN-LINE
115500         AFTER ADVANCING 1 LINE.
115600     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
115700     ADD 1 TO WS-EXPLAIN-COUNT.
115800     IF LINAGE-COUNTER > 54
115900         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
116000     END-IF.
116100 5650-EXIT.
116200     EXIT.
116300
116400 5700-WRITE-NOTE-LINE.
116500     WRITE AR-REPORT-LINE FROM WS-NOTE-LINE
116600         AFTER ADVANCING 1 LINE.
116700     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
116800     IF LINAGE-COUNTER > 54
116900         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
117000     END-IF.
117100 5700-EXIT.
117200     EXIT.
117300
117400 5900-CHECK-PRINT-STATUS.
117500     IF NOT WS-ADJRPT-OK
117600         DISPLAY "RESBADJ - REGISTER WRITE ERROR - STATUS "
117700             WS-ADJRPT-STATUS
117800         GO TO 9900-ABEND-JOB
117900     END-IF.
118000 5900-EXIT.
118100     EXIT.
118200
118300 6900-CHECK-INTERFACE-STATUS.
118400     IF NOT WS-ADJOUT-OK
118500         DISPLAY "RESBADJ - INTERFACE WRITE ERROR - STATUS "
118600             WS-ADJOUT-STATUS
118700         GO TO 9900-ABEND-JOB
118800     END-IF.
118900 6900-EXIT.
119000     EXIT.
119100
119200 9000-TERMINATE.
119300     MOVE WS-DETAIL-COUNT       TO AJ-TRL-RECORD-COUNT.
119400     MOVE WS-DEBIT-TOTAL-AMT    TO AJ-TRL-DEBIT-TOTAL.
119500     MOVE WS-CREDIT-TOTAL-AMT   TO AJ-TRL-CREDIT-TOTAL.
119600     WRITE AJ-INTERFACE-RECORD FROM AJ-TRAILER-RECORD.
119700     PERFORM 6900-CHECK-INTERFACE-STATUS THRU 6900-EXIT.
119800
119900     MOVE WS-PERIODS-REPRICED   TO WS-TOT-REPRICED.
120000     MOVE WS-PERIODS-ADJUSTED   TO WS-TOT-ADJUSTED.
120100     MOVE WS-PERIODS-REJECTED   TO WS-TOT-REJECTED.
120200     WRITE AR-REPORT-LINE FROM WS-TOTAL-LINE-1
120300         AFTER ADVANCING 2 LINES.
120400     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
120500     MOVE WS-DEBITS-SENT        TO WS-TOT-DEBITS.
120600     MOVE WS-DEBIT-TOTAL-AMT    TO WS-TOT-DEBIT-AMT.
120700     MOVE WS-CREDITS-SENT       TO WS-TOT-CREDITS.
120800     MOVE WS-CREDIT-TOTAL-AMT   TO WS-TOT-CREDIT-AMT.
120900     WRITE AR-REPORT-LINE FROM WS-TOTAL-LINE-2
121000         AFTER ADVANCING 1 LINE.
121100     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
121200
121300     DISPLAY "RESBADJ - END OF JOB STATISTICS".
121400     DISPLAY "RESBADJ -   FROM PERIOD        - " WS-FROM-PERIOD.
121500     DISPLAY "RESBADJ -   PERIODS LOADED     - "
121600         WS-PERIODS-LOADED.
121700     DISPLAY "RESBADJ -   RESIDENTS READ     - "
121800         WS-RESIDENTS-READ.
121900     DISPLAY "RESBADJ -   PERIODS REPRICED   - "
122000         WS-PERIODS-REPRICED.
122100     DISPLAY "RESBADJ -   PERIODS ADJUSTED   - "
122200         WS-PERIODS-ADJUSTED.
122300     DISPLAY "RESBADJ -   PERIODS REJECTED   - "
122400         WS-PERIODS-REJECTED.
122500     DISPLAY "RESBADJ -   DEBITS SENT        - " WS-DEBITS-SENT.
122600     DISPLAY "RESBADJ -   CREDITS SENT       - " WS-CREDITS-SENT.
122700
122800     MOVE WS-RESIDENTS-READ     TO BL-RECORDS-READ.
122900     MOVE WS-DETAIL-COUNT       TO BL-RECORDS-INSERTED.
123000     MOVE ZERO                  TO BL-RECORDS-UPDATED.
123100     MOVE WS-PERIODS-REJECTED   TO BL-RECORDS-REJECTED.
123200     MOVE SPACES                TO BL-LAST-CHECKPOINT.
123300     MOVE ZERO                  TO BL-RETURN-CODE.
123400
123500     IF WS-PERIODS-LOADED > ZERO
123600         EXEC SQL CLOSE C1 END-EXEC
123700     END-IF.
123800     EXEC SQL COMMIT END-EXEC.
123900     IF SQLCODE NOT = ZERO
124000         DISPLAY "RESBADJ - BILLING HISTORY COMMIT FAILED - "
124100             "SQLCODE " SQLCODE
124200         GO TO 9900-ABEND-JOB
124300     END-IF.
124400     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
124500     CLOSE ADJUST-INTERFACE-FILE.
124600     CLOSE ADJUST-REGISTER-RPT.
124700     EXEC SQL CONNECT RESET END-EXEC.
124800 9000-EXIT.
124900     EXIT.
125000
125100     COPY RUNLOGP.
125200
125300 9900-ABEND-JOB.
125400     DISPLAY "RESBADJ - JOB ABENDING AFTER "
125500         WS-RESIDENTS-READ " RESIDENTS READ".
125600     MOVE 16 TO RETURN-CODE.
125700     STOP RUN.
125800
125900 END PROGRAM resbadj.
