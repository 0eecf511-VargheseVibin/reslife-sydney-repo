001880*              ROOM_INVENTORY.ROOM_ATTRIBUTES FOR THE ASSIGNMENT *
001890*              CHECKS. AN UNKNOWN ATTRIBUTE LETTER IS REJECTED   *
001892*              LIKE A NON-NUMERIC CAPACITY.                      *
001893*  2026-10-06 FMV SEMESTER RATES ARE NOW EFFECTIVE-DATED: EACH   *
001894*              INSERT/UPDATE ADDS A ROOM_RATE_HISTORY ROW (SEE   *
001895*              COPYBOOKS/RATEDCL) AS OF THE FEED'S RATE EFFECTIVE*
001896*              DATE (BLANK = RUN DATE); A NEW 'T' TRANS PRICES A *
001897*              ROOM TYPE (HALL + CAPACITY). EXISTING RATES ARE   *
001898*              SEEDED AS OPENING ROWS; ROOM_INVENTORY KEEPS THE  *
001899*              RATE IN EFFECT TODAY.                             *
001900*****************************************************************
002000
002100 ENVIRONMENT DIVISION.
004300        88 FT-INSERT-TRANS              VALUE 'I'.
004400        88 FT-UPDATE-TRANS              VALUE 'U'.
004500        88 FT-DEACTIVATE-TRANS          VALUE 'D'.
004505        88 FT-TYPE-RATE-TRANS           VALUE 'T'.
004510     05 FT-SEMESTER-RATE         PIC X(07).
004520     05 FT-SEMESTER-RATE-NUM REDEFINES FT-SEMESTER-RATE
004530                                 PIC 9(5)V99.
004540     05 FT-ROOM-ATTRS.
004550        10 FT-ROOM-ATTR          OCCURS 8 TIMES
004560                                 PIC X(01).
004588     05 FT-RATE-EFF-DATE         PIC X(08).
004616     05 FT-RATE-EFF-DATE-NUM REDEFINES FT-RATE-EFF-DATE
004644                                 PIC 9(08).
004672     05 FILLER                   PIC X(42).
004700
004800 WORKING-STORAGE SECTION.
004900     EXEC SQL INCLUDE SQLCA END-EXEC.
005000
005100     COPY ROOMDCL.
005133
005166     COPY RATEDCL.
005200
005300 01  WS-FACTRAN-STATUS           PIC X(02)      VALUE SPACES.
005400     88 WS-FACTRAN-OK                   VALUE '00'.
006710 01  WS-ATTR-IX                  PIC 9(02) COMP VALUE ZERO.
006720 01  WS-ATTRS-VALID-SW           PIC X(01)      VALUE 'N'.
006730     88 WS-ATTRS-VALID                  VALUE 'Y'.
006734 01  WS-EFF-DATE-VALID-SW        PIC X(01)      VALUE 'N'.
006738     88 WS-EFF-DATE-VALID               VALUE 'Y'.
006742 01  WS-EFF-DATE                 PIC 9(08)      VALUE ZERO.
006746 01  WS-EFF-DATE-R REDEFINES WS-EFF-DATE.
006750     05 WS-EFF-YYYY              PIC 9(04).
006754     05 WS-EFF-MM                PIC 9(02).
006758     05 WS-EFF-DD                PIC 9(02).
006762 01  WS-EFF-DATE-ISO             PIC X(10)      VALUE SPACES.
006766 01  WS-PRIOR-RATE               PIC S9(5)V99 COMP-3 VALUE ZERO.
006770 01  WS-RATE-ROWS-ADDED          PIC 9(07) COMP VALUE ZERO.
006774 01  WS-RATE-ROWS-REPLACED       PIC 9(07) COMP VALUE ZERO.
006778 01  WS-RATE-ROWS-UNCHANGED      PIC 9(07) COMP VALUE ZERO.
006782 01  WS-RATE-ROWS-SEEDED         PIC 9(07) COMP VALUE ZERO.
006786 01  WS-ROOM-RATES-REFRESHED     PIC 9(07) COMP VALUE ZERO.
006800
006900 PROCEDURE DIVISION.
007000
007200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007300     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
007400         UNTIL WS-EOF.
007450     PERFORM 8000-REFRESH-CURRENT-RATES THRU 8000-EXIT.
007500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
007600     GOBACK.
007700
008700
008800     EXEC SQL CONNECT TO RESLIFE END-EXEC.
008900
008933     PERFORM 1100-SEED-RATE-HISTORY THRU 1100-EXIT.
008966
009000     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
009100 1000-EXIT.
009200     EXIT.
009300
009302*****************************************************************
009304* 1100-SEED-RATE-HISTORY - A ROOM WITH NO ROOM ROW ON            *
009306*           ROOM_RATE_HISTORY GETS ONE CARRYING ITS CURRENT      *
009308*           ROOM_INVENTORY RATE, EFFECTIVE FROM THE EARLIEST     *
009310*           DATE, SO A LATER RATE CHANGE NEVER REPRICES A PERIOD *
009312*           ALREADY BILLED AT THE OLD RATE. A NO-OP ONCE EVERY   *
009314*           ROOM HAS HISTORY.                                    *
009316*****************************************************************
009318 1100-SEED-RATE-HISTORY.
009320     EXEC SQL
009322         INSERT INTO ROOM_RATE_HISTORY
009324             ( HALL_CODE, ROOM_NUMBER, ROOM_CAPACITY,
009326               EFFECTIVE_DATE, SEMESTER_RATE,
009328               LAST_UPDATE_TS, LAST_UPDATE_PGM )
009330         SELECT R.HALL_CODE, R.ROOM_NUMBER, 0,
009332                DATE('0001-01-01'), R.SEMESTER_RATE,
009334                CURRENT TIMESTAMP, 'ROOMLOAD'
009336           FROM ROOM_INVENTORY R
009338          WHERE NOT EXISTS
009340                ( SELECT 1
009342                    FROM ROOM_RATE_HISTORY H
009344                   WHERE H.HALL_CODE     = R.HALL_CODE
009346                     AND H.ROOM_NUMBER   = R.ROOM_NUMBER
009348                     AND H.ROOM_CAPACITY = 0 )
009350     END-EXEC.
009352     EVALUATE SQLCODE
009354         WHEN ZERO
009356             MOVE SQLERRD(3) TO WS-RATE-ROWS-SEEDED
009358         WHEN 100
009360             CONTINUE
009362         WHEN OTHER
009364             DISPLAY "ROOMLOAD - RATE HISTORY SEED ERROR - "
009366                 "SQLCODE " SQLCODE
009368             GO TO 9900-ABEND-JOB
009370     END-EVALUATE.
009372 1100-EXIT.
009374     EXIT.
009376
009400 2000-PROCESS-TRANS.
009410     PERFORM 2050-VALIDATE-ATTRIBUTES THRU 2050-EXIT.
009455     PERFORM 2070-SET-EFFECTIVE-DATE THRU 2070-EXIT.
009500     EVALUATE TRUE
009600         WHEN FT-CAPACITY NOT NUMERIC AND NOT FT-DEACTIVATE-TRANS
009700             MOVE "NON-NUMERIC CAPACITY ON FEED"
009956             MOVE "UNKNOWN ROOM ATTRIBUTE LETTER ON FEED"
009958                 TO WS-REJECT-REASON
009960             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
009966         WHEN NOT FT-DEACTIVATE-TRANS AND
009972              NOT WS-EFF-DATE-VALID
009978             MOVE "INVALID RATE EFFECTIVE DATE ON FEED"
009984                 TO WS-REJECT-REASON
009990             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
010000         WHEN FT-INSERT-TRANS
010100             PERFORM 2200-INSERT-ROOM THRU 2200-EXIT
010200         WHEN FT-UPDATE-TRANS
010300             PERFORM 2300-UPDATE-ROOM THRU 2300-EXIT
010400         WHEN FT-DEACTIVATE-TRANS
010500             PERFORM 2400-DEACTIVATE-ROOM THRU 2400-EXIT
010533         WHEN FT-TYPE-RATE-TRANS
010566             PERFORM 2500-SET-TYPE-RATE THRU 2500-EXIT
010600         WHEN OTHER
010700             STRING "INVALID TRANS CODE '" DELIMITED BY SIZE
010800                 FT-TRANS-CODE DELIMITED BY SIZE
012900 2100-EXIT.
013000     EXIT.
013100
013103*****************************************************************
013106* 2070-SET-EFFECTIVE-DATE - THE RATE ON THE FEED TAKES EFFECT ON *
013109*           FT-RATE-EFF-DATE (YYYYMMDD), OR ON THE RUN DATE WHEN *
013112*           THAT IS BLANK. ANYTHING ELSE THAT IS NOT A PLAUSIBLE *
013115*           CALENDAR DATE FAILS THE RECORD.                      *
013118*****************************************************************
013121 2070-SET-EFFECTIVE-DATE.
013124     MOVE 'N' TO WS-EFF-DATE-VALID-SW.
013127     IF FT-RATE-EFF-DATE = SPACES
013130         MOVE WS-RUN-DATE TO WS-EFF-DATE
013133     ELSE
013136         IF FT-RATE-EFF-DATE NOT NUMERIC
013139             GO TO 2070-EXIT
013142         END-IF
013145         MOVE FT-RATE-EFF-DATE-NUM TO WS-EFF-DATE
013148     END-IF.
013151     IF WS-EFF-YYYY < 1900
013154        OR WS-EFF-MM < 1 OR WS-EFF-MM > 12
013157        OR WS-EFF-DD < 1 OR WS-EFF-DD > 31
013160         GO TO 2070-EXIT
013163     END-IF.
013166     STRING WS-EFF-YYYY "-" WS-EFF-MM "-" WS-EFF-DD
013169         DELIMITED BY SIZE INTO WS-EFF-DATE-ISO.
013172     MOVE 'Y' TO WS-EFF-DATE-VALID-SW.
013175 2070-EXIT.
013178     EXIT.
013181
013200 2200-INSERT-ROOM.
013300     MOVE FT-HALL-CODE         TO RI-HALL-CODE.
013400     MOVE FT-ROOM-NUMBER       TO RI-ROOM-NUMBER.
015100     EVALUATE SQLCODE
015200         WHEN ZERO
015300             ADD 1 TO WS-INSERTED-COUNT
015333             PERFORM 2550-SET-ROOM-RATE-KEY THRU 2550-EXIT
015366             PERFORM 2600-ADD-RATE-ROW THRU 2600-EXIT
015400         WHEN -803
015500             MOVE "ROOM ALREADY ON INVENTORY" TO WS-REJECT-REASON
015600             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
017500         UPDATE ROOM_INVENTORY
017600            SET CAPACITY        = :RI-CAPACITY,
017700                ROOM_STATUS     = :RI-ROOM-STATUS,
017708                SEMESTER_RATE   =
017716                    CASE WHEN DATE(:WS-EFF-DATE-ISO)
017724                            > CURRENT DATE
017732                         THEN SEMESTER_RATE
017740                         ELSE :RI-SEMESTER-RATE
017748                    END,
017760                ROOM_ATTRIBUTES = :RI-ROOM-ATTRIBUTES,
017800                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
017900                LAST_UPDATE_PGM = 'ROOMLOAD'
018300     EVALUATE SQLCODE
018400         WHEN ZERO
018500             ADD 1 TO WS-UPDATED-COUNT
018533             PERFORM 2550-SET-ROOM-RATE-KEY THRU 2550-EXIT
018566             PERFORM 2600-ADD-RATE-ROW THRU 2600-EXIT
018600         WHEN 100
018700             MOVE "ROOM NOT ON INVENTORY FOR UPDATE"
018800                 TO WS-REJECT-REASON
022200 2400-EXIT.
022300     EXIT.
022400
022401*****************************************************************
022402* 2500-SET-TYPE-RATE - A 'T' TRANS PRICES EVERY ROOM OF ONE      *
022403*           CAPACITY IN THE HALL (THE ROOM NUMBER ON THE FEED IS *
022404*           IGNORED). THE ROW IS KEPT WITH A BLANK ROOM NUMBER   *
022405*           AND THE CAPACITY AS THE ROOM TYPE.                   *
022406*****************************************************************
022407 2500-SET-TYPE-RATE.
022408     IF FT-CAPACITY-NUM = ZERO
022409         MOVE "ZERO CAPACITY ON ROOM-TYPE RATE"
022410             TO WS-REJECT-REASON
022411         PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
022412         GO TO 2500-EXIT
022413     END-IF.
022414     MOVE FT-HALL-CODE         TO RH-HALL-CODE.
022415     MOVE SPACES               TO RH-ROOM-NUMBER.
022416     MOVE FT-CAPACITY-NUM      TO RH-ROOM-CAPACITY.
022417     MOVE WS-EFF-DATE-ISO      TO RH-EFFECTIVE-DATE.
022418     MOVE FT-SEMESTER-RATE-NUM TO RH-SEMESTER-RATE.
022419     PERFORM 2600-ADD-RATE-ROW THRU 2600-EXIT.
022420 2500-EXIT.
022421     EXIT.
022422
022423 2550-SET-ROOM-RATE-KEY.
022424     MOVE FT-HALL-CODE         TO RH-HALL-CODE.
022425     MOVE FT-ROOM-NUMBER       TO RH-ROOM-NUMBER.
022426     MOVE ZERO                 TO RH-ROOM-CAPACITY.
022427     MOVE WS-EFF-DATE-ISO      TO RH-EFFECTIVE-DATE.
022428     MOVE FT-SEMESTER-RATE-NUM TO RH-SEMESTER-RATE.
022429 2550-EXIT.
022430     EXIT.
022431
022432*****************************************************************
022433* 2600-ADD-RATE-ROW - ADD THE RATE IN RH- AS A NEW HISTORY ROW.  *
022434*           NOTHING IS ADDED WHEN THE SAME RATE IS ALREADY IN    *
022435*           EFFECT ON THAT DATE (THE FACILITIES FEED RESENDS     *
022436*           EVERY ROOM). A SECOND RATE FOR A DATE ALREADY ON     *
022437*           FILE REPLACES IT ONLY WHILE THAT DATE IS STILL IN    *
022438*           THE FUTURE - A RATE ALREADY IN EFFECT MAY HAVE BEEN  *
022439*           BILLED, SO A CORRECTION NEEDS A NEW EFFECTIVE DATE.  *
022440*****************************************************************
022441 2600-ADD-RATE-ROW.
022442     MOVE 'ROOMLOAD' TO RH-LAST-UPDATE-PGM.
022443     EXEC SQL
022444         SELECT SEMESTER_RATE
022445           INTO :WS-PRIOR-RATE
022446           FROM ROOM_RATE_HISTORY
022447          WHERE HALL_CODE      = :RH-HALL-CODE
022448            AND ROOM_NUMBER    = :RH-ROOM-NUMBER
022449            AND ROOM_CAPACITY  = :RH-ROOM-CAPACITY
022450            AND EFFECTIVE_DATE =
022451                ( SELECT MAX(EFFECTIVE_DATE)
022452                    FROM ROOM_RATE_HISTORY
022453                   WHERE HALL_CODE      = :RH-HALL-CODE
022454                     AND ROOM_NUMBER    = :RH-ROOM-NUMBER
022455                     AND ROOM_CAPACITY  = :RH-ROOM-CAPACITY
022456                     AND EFFECTIVE_DATE <= :RH-EFFECTIVE-DATE )
022457     END-EXEC.
022458     EVALUATE SQLCODE
022459         WHEN ZERO
022460             IF WS-PRIOR-RATE = RH-SEMESTER-RATE
022461                 ADD 1 TO WS-RATE-ROWS-UNCHANGED
022462                 GO TO 2600-EXIT
022463             END-IF
022464         WHEN 100
022465             CONTINUE
022466         WHEN OTHER
022467             DISPLAY "ROOMLOAD - RATE HISTORY SELECT ERROR - "
022468                 "SQLCODE " SQLCODE
022469             GO TO 9900-ABEND-JOB
022470     END-EVALUATE.
022471
022472     EXEC SQL
022473         INSERT INTO ROOM_RATE_HISTORY
022474             ( HALL_CODE, ROOM_NUMBER, ROOM_CAPACITY,
022475               EFFECTIVE_DATE, SEMESTER_RATE,
022476               LAST_UPDATE_TS, LAST_UPDATE_PGM )
022477         VALUES
022478             ( :RH-HALL-CODE, :RH-ROOM-NUMBER, :RH-ROOM-CAPACITY,
022479               :RH-EFFECTIVE-DATE, :RH-SEMESTER-RATE,
022480               CURRENT TIMESTAMP, :RH-LAST-UPDATE-PGM )
022481     END-EXEC.
022482     EVALUATE SQLCODE
022483         WHEN ZERO
022484             ADD 1 TO WS-RATE-ROWS-ADDED
022485             GO TO 2600-EXIT
022486         WHEN -803
022487             CONTINUE
022488         WHEN OTHER
022489             DISPLAY "ROOMLOAD - RATE HISTORY INSERT ERROR - "
022490                 "SQLCODE " SQLCODE
022491             GO TO 9900-ABEND-JOB
022492     END-EVALUATE.
022493
022494     IF WS-EFF-DATE NOT > WS-RUN-DATE
022495         MOVE "RATE ALREADY IN EFFECT FOR THAT DATE"
022496             TO WS-REJECT-REASON
022497         PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
022498         GO TO 2600-EXIT
022499     END-IF.
022500     EXEC SQL
022501         UPDATE ROOM_RATE_HISTORY
022502            SET SEMESTER_RATE   = :RH-SEMESTER-RATE,
022503                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
022504                LAST_UPDATE_PGM = :RH-LAST-UPDATE-PGM
022505          WHERE HALL_CODE      = :RH-HALL-CODE
022506            AND ROOM_NUMBER    = :RH-ROOM-NUMBER
022507            AND ROOM_CAPACITY  = :RH-ROOM-CAPACITY
022508            AND EFFECTIVE_DATE = :RH-EFFECTIVE-DATE
022509     END-EXEC.
022510     IF SQLCODE NOT = ZERO
022511         DISPLAY "ROOMLOAD - RATE HISTORY UPDATE ERROR - SQLCODE "
022512             SQLCODE
022513         GO TO 9900-ABEND-JOB
022514     END-IF.
022515     ADD 1 TO WS-RATE-ROWS-REPLACED.
022516 2600-EXIT.
022517     EXIT.
022518
022519*****************************************************************
022520* 8000-REFRESH-CURRENT-RATES - BRING ROOM_INVENTORY.SEMESTER_RATE*
022521*           (THE RATE THE FRONT-DESK SCREEN SHOWS) UP TO THE     *
022522*           HISTORY ROW IN EFFECT TODAY - THE LATEST ROOM OR     *
022523*           ROOM-TYPE ROW NOT AFTER TODAY, ROOM ROW WINNING A    *
022524*           TIE, THE SAME RULE THE BILLING EXTRACT USES. PICKS   *
022525*           UP FUTURE-DATED RATES AS THEIR DATE ARRIVES.         *
022526*****************************************************************
022527 8000-REFRESH-CURRENT-RATES.
022528     EXEC SQL
022529         UPDATE ROOM_INVENTORY R
022530            SET SEMESTER_RATE =
022531                ( SELECT H.SEMESTER_RATE
022532                    FROM ROOM_RATE_HISTORY H
022533                   WHERE H.HALL_CODE = R.HALL_CODE
022534                     AND ( ( H.ROOM_NUMBER   = R.ROOM_NUMBER
022535                         AND H.ROOM_CAPACITY = 0 )
022536                      OR   ( H.ROOM_NUMBER   = '      '
022537                         AND H.ROOM_CAPACITY = R.CAPACITY ) )
022538                     AND H.EFFECTIVE_DATE <= CURRENT DATE
022539                   ORDER BY H.EFFECTIVE_DATE DESC,
022540                            H.ROOM_NUMBER DESC
022541                   FETCH FIRST 1 ROW ONLY ),
022542                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
022543                LAST_UPDATE_PGM = 'ROOMLOAD'
022544          WHERE R.SEMESTER_RATE <>
022545                ( SELECT H.SEMESTER_RATE
022546                    FROM ROOM_RATE_HISTORY H
022547                   WHERE H.HALL_CODE = R.HALL_CODE
022548                     AND ( ( H.ROOM_NUMBER   = R.ROOM_NUMBER
022549                         AND H.ROOM_CAPACITY = 0 )
022550                      OR   ( H.ROOM_NUMBER   = '      '
022551                         AND H.ROOM_CAPACITY = R.CAPACITY ) )
022552                     AND H.EFFECTIVE_DATE <= CURRENT DATE
022553                   ORDER BY H.EFFECTIVE_DATE DESC,
022554                            H.ROOM_NUMBER DESC
022555                   FETCH FIRST 1 ROW ONLY )
022556     END-EXEC.
022557     EVALUATE SQLCODE
022558         WHEN ZERO
022559             MOVE SQLERRD(3) TO WS-ROOM-RATES-REFRESHED
022560         WHEN 100
022561             CONTINUE
022562         WHEN OTHER
022563             DISPLAY "ROOMLOAD - CURRENT RATE REFRESH ERROR - "
022564                 "SQLCODE " SQLCODE
022565             GO TO 9900-ABEND-JOB
022566     END-EVALUATE.
022567 8000-EXIT.
022568     EXIT.
022569
022584 9000-TERMINATE.
022600     DISPLAY "ROOMLOAD - END OF JOB STATISTICS".
022700     DISPLAY "ROOMLOAD -   RECORDS READ        - "
022800         WS-TOTAL-RECORDS-PROCESSED.
023400         WS-DEACTIVATED-COUNT.
023500     DISPLAY "ROOMLOAD -   RECORDS REJECTED    - "
023600         WS-REJECTED-COUNT.
023609     DISPLAY "ROOMLOAD -   RATE ROWS SEEDED    - "
023618         WS-RATE-ROWS-SEEDED.
023627     DISPLAY "ROOMLOAD -   RATE ROWS ADDED     - "
023636         WS-RATE-ROWS-ADDED.
023645     DISPLAY "ROOMLOAD -   RATE ROWS REPLACED  - "
023654         WS-RATE-ROWS-REPLACED.
023663     DISPLAY "ROOMLOAD -   RATES UNCHANGED     - "
023672         WS-RATE-ROWS-UNCHANGED.
023681     DISPLAY "ROOMLOAD -   CURRENT RATES SET   - "
023690         WS-ROOM-RATES-REFRESHED.
023700
023800     EXEC SQL COMMIT END-EXEC.
023900     CLOSE FACILITY-TRANS-FILE.
