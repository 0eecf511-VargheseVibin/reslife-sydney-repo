003400*              REQUIRED RESIDENT, AND A RESTRICTED FLOOR ONLY    *
003500*              TAKES ITS OWN - THE SAME RULES THE ASSIGNMENT     *
003600*              PATHS ENFORCE.                                    *
003602*  2026-10-06 FMV A MUTUAL ROOMMATE PAIR (COPYBOOKS/RMTDCL) IS   *
003604*              OFFERED ONE DOUBLE ROOM TOGETHER - BOTH BEDS WHEN *
003606*              BOTH HAVE ELIGIBLE 'W' REQUESTS, OR THE OTHER BED *
003608*              OF THE ROOMMATE'S OFFERED OR OCCUPIED DOUBLE -    *
003610*              AND BOTH REQUEST ROWS ARE STAMPED 'H'. WHEN THAT  *
003612*              IS NOT POSSIBLE NEITHER IS OFFERED A BED AND BOTH *
003614*              ROWS ARE FLAGGED 'U' WITH THE REASON. A REQUEST   *
003616*              ALREADY OFFERED EARLIER IN THE RUN WITH ITS       *
003618*              ROOMMATE IS SKIPPED WHEN ITS OWN ROW COMES UP.    *
003620*  2026-10-06 FMV A ROOM UNDER AN ACTIVE ROOM_BLOCK (SEE         *
003622*              COPYBOOKS/BLOKDCL) THAT HAS NOT YET ENDED IS NOT  *
003624*              OFFERED - AN OFFERED BED IS HELD FROM TONIGHT     *
003626*              WITH NO END DATE KNOWN, SO A BLOCK STARTING LATER *
003628*              IN THE TERM REFUSES IT TOO.                       *
003630*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
003632*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
003634*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
003636*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
003638*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
003640*  2026-10-06 FMV AN OFFER THE RESIDENT HAS ACCEPTED ('A', SET   *
003642*              BY THE OFFER RESPONSE RUN RESOFFER) HOLDS ITS     *
003644*              BED THE SAME AS AN OUTSTANDING 'O' OFFER, AND A   *
003646*              ROOMMATE'S ACCEPTED OFFER PAIRS THE SAME WAY.     *
003648*  2026-10-15 FMV LOGS AS RESLOAD STEP038 - THE STREAM'S STEPS   *
003650*              WERE RENUMBERED INTO THE ORDER THEY RUN.          *
003652*  2026-10-15 FMV THE BED SELECTS NOW PASS OVER A HALL WHOSE     *
003654*              MEAL PLAN RULE (SEE COPYBOOKS/MRULDCL, CHECKED BY *
003656*              0800-CHECK-MEAL-RULE IN MRULCHKP) THE RESIDENT'S  *
003658*              PLAN FAILS - OR, FOR A PAIR TAKING BOTH BEDS OF A *
003660*              DOUBLE, EITHER PLAN FAILS - AND TRY THE NEXT      *
003662*              HALL, THE SAME AS PLACEMENT. A REQUEST LEFT       *
003664*              WITHOUT A BED BECAUSE OF IT PRINTS AS SUCH ON THE *
003666*              MATCH REPORT, WHOSE OFFER COLUMN IS WIDENED TO    *
003668*              CARRY THE FULL PAIR REASON.                       *
003700*****************************************************************
003800
003900 ENVIRONMENT DIVISION.
007000
007100     COPY ROOMDCL.
007200
007233     COPY RMTDCL.
007244
007255     COPY BLOKDCL.
007266
007277     COPY MRULDCL.
007288
007300     COPY RUNLDCL.
007400
007500 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
007600 01  WS-RUN-DATE-ISO             PIC X(10)      VALUE SPACES.
007700 01  WS-RESIDENT-NAME-HOLD       PIC X(30)      VALUE SPACES.
007800 01  WS-NEEDS-CODE               PIC X(02)      VALUE SPACES.
007801 01  WS-MEAL-PLAN-CODE           PIC X(02)      VALUE SPACES.
007803 01  WS-PAIR-HALL-TRY            PIC X(04)      VALUE SPACES.
007806 01  WS-PAIR-ROOM-TRY            PIC X(06)      VALUE SPACES.
007809 01  WS-BEDS-NEEDED              PIC S9(04) COMP VALUE ZERO.
007812
007815*****************************************************************
007818* ROOMMATE PAIR WORK AREAS - THE PARTNER'S OCCUPANCY AND        *
007821*           WAITLIST DETAILS, AND THE SAVE AREA THE              *
007824*           REQUESTER'S WAITLIST ROW AND NAME WAIT IN WHILE THE  *
007827*           PARTNER'S OWN OFFER IS STAMPED AND WRITTEN.          *
007830*****************************************************************
007833 01  WS-PARTNER-FIELDS.
007836     05 WS-PTR-RESIDENT-ID       PIC X(08).
007839     05 WS-PTR-RESIDENT-NAME     PIC X(30).
007842     05 WS-PTR-HALL-CODE         PIC X(04).
007845     05 WS-PTR-ROOM-NUMBER       PIC X(06).
007848     05 WS-PTR-NEEDS-CODE        PIC X(02).
007849     05 WS-PTR-MEAL-PLAN-CODE    PIC X(02).
007851     05 WS-PTR-WL-STATUS         PIC X(01).
007854        88 WS-PTR-NO-REQUEST            VALUE SPACE.
007857        88 WS-PTR-WAITING               VALUE 'W'.
007860        88 WS-PTR-OFFERED               VALUE 'O' 'A'.
007863     05 WS-PTR-REQUEST-HALL      PIC X(04).
007866     05 WS-PTR-EARLIEST-DATE     PIC X(10).
007869     05 WS-PTR-OFFER-HALL        PIC X(04).
007872     05 WS-PTR-OFFER-ROOM        PIC X(06).
007875 01  WS-WL-SAVE                  PIC X(103)     VALUE SPACES.
007878 01  WS-NAME-SAVE                PIC X(30)      VALUE SPACES.
007881*    THE BED SELECTS ONLY LOOK PAST THIS HALL - SET TO A HALL
007884*    WHOSE MEAL PLAN RULE THE RESIDENT'S PLAN FAILS.
007887 01  WS-HALL-AFTER               PIC X(04)      VALUE SPACES.
007900
008000*    OLDEST ELIGIBLE REQUEST FIRST. THE NAME RIDES ALONG FROM
008100*    THE OCCUPANCY ROW FOR THE REPORT.
008200     EXEC SQL
008300         DECLARE C1 CURSOR FOR
008400         SELECT W.RESIDENT_ID, W.REQUEST_HALL, W.EARLIEST_DATE,
008500                O.RESIDENT_NAME, O.NEEDS_CODE, O.MEAL_PLAN_CODE
008600           FROM WAITLIST W,
008700                RESIDENT_OCCUPANCY O
008800          WHERE O.RESIDENT_ID = W.RESIDENT_ID
010200        88 WS-DB2-EOF                   VALUE 'Y'.
010300     05 WS-BED-FOUND-SW          PIC X(01)      VALUE 'N'.
010400        88 WS-BED-FOUND                 VALUE 'Y'.
010411     05 WS-STILL-WAITING-SW      PIC X(01)      VALUE 'N'.
010422        88 WS-STILL-WAITING             VALUE 'Y'.
010433     05 WS-PAIR-FOUND-SW         PIC X(01)      VALUE 'N'.
010444        88 WS-PAIR-FOUND                VALUE 'Y'.
010455     05 WS-PAIR-OFFERED-SW       PIC X(01)      VALUE 'N'.
010466        88 WS-PAIR-OFFERED              VALUE 'Y'.
010477     05 WS-PAIR-FLAGGED-SW       PIC X(01)      VALUE 'N'.
010488        88 WS-PAIR-FLAGGED              VALUE 'Y'.
010491     05 WS-MEAL-SKIP-SW          PIC X(01)      VALUE 'N'.
010494        88 WS-MEAL-SKIP                 VALUE 'Y'.
010500
010600 01  WS-PAGE-NUMBER              PIC 9(04)      VALUE ZERO.
010700
010900     05 WS-REQUESTS-WORKED       PIC 9(07)      VALUE ZERO.
011000     05 WS-OFFERS-MADE           PIC 9(07)      VALUE ZERO.
011100     05 WS-NO-BED-COUNT          PIC 9(07)      VALUE ZERO.
011133     05 WS-PAIRS-OFFERED         PIC 9(07)      VALUE ZERO.
011166     05 WS-PAIRS-FLAGGED         PIC 9(07)      VALUE ZERO.
011200
011300*****************************************************************
011400* OFFERS-BY-HALL SUMMARY TABLE - THE DETAIL PRINTS IN REQUEST    *
016000     05 WS-DET-RESIDENT-NAME     PIC X(27).
016100     05 WS-DET-REQ-HALL          PIC X(10).
016200     05 WS-DET-EARLIEST          PIC X(12).
016300     05 WS-DET-OFFER             PIC X(54).
016400
016500 01  WS-HALL-SUMMARY-HEADING.
016600     05 FILLER                   PIC X(22)
021300
021400     EXEC SQL CONNECT TO RESLIFE END-EXEC.
021500     MOVE 'RESLOAD'  TO BL-JOB-NAME.
021600     MOVE 'STEP038'  TO BL-STEP-NAME.
021700     MOVE 'RESMATCH' TO BL-PGM-NAME.
021750     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
021800     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
021900     EXEC SQL OPEN C1 END-EXEC.
022000     IF SQLCODE NOT = ZERO
022800     EXIT.
022900
023000 2000-MATCH-REQUEST.
023012*    A REQUEST OFFERED EARLIER IN THIS RUN ALONGSIDE ITS
023024*    ROOMMATE'S IS NO LONGER 'W' - ALREADY REPORTED, SKIPPED.
023036     PERFORM 2300-CHECK-STILL-WAITING THRU 2300-EXIT.
023048     IF NOT WS-STILL-WAITING
023060         PERFORM 2100-FETCH-REQUEST THRU 2100-EXIT
023072         GO TO 2000-EXIT
023084     END-IF.
023100     ADD 1 TO WS-REQUESTS-WORKED.
023111     MOVE 'N' TO WS-PAIR-OFFERED-SW.
023122     MOVE 'N' TO WS-PAIR-FLAGGED-SW.
023127     MOVE 'N' TO WS-MEAL-SKIP-SW.
023133     PERFORM 2600-FIND-ROOMMATE-PAIR THRU 2600-EXIT.
023144     IF WS-PAIR-FOUND
023155         PERFORM 4000-MATCH-ROOMMATE-PAIR THRU 4000-EXIT
023166         PERFORM 2100-FETCH-REQUEST THRU 2100-EXIT
023177         GO TO 2000-EXIT
023188     END-IF.
023200     PERFORM 3000-FIND-OPEN-BED THRU 3000-EXIT.
023300     IF WS-BED-FOUND
023400         PERFORM 3500-STAMP-OFFER THRU 3500-EXIT
024800         FETCH C1
024900          INTO :WL-RESIDENT-ID, :WL-REQUEST-HALL,
025000               :WL-EARLIEST-DATE, :WS-RESIDENT-NAME-HOLD,
025100               :WS-NEEDS-CODE, :WS-MEAL-PLAN-CODE
025200     END-EXEC.
025300     EVALUATE SQLCODE
025400         WHEN ZERO
029400             MOVE 'Y' TO WS-HSUM-FOUND-SW
029500     END-SEARCH.
029600 2250-EXIT.
029601     EXIT.
029602
029603 2300-CHECK-STILL-WAITING.
029604     MOVE 'N' TO WS-STILL-WAITING-SW.
029605     EXEC SQL
029606         SELECT REQUEST_STATUS
029607           INTO :WL-REQUEST-STATUS
029608           FROM WAITLIST
029609          WHERE RESIDENT_ID = :WL-RESIDENT-ID
029610     END-EXEC.
029611     EVALUATE SQLCODE
029612         WHEN ZERO
029613             IF WL-STATUS-WAITING
029614                 MOVE 'Y' TO WS-STILL-WAITING-SW
029615             END-IF
029616         WHEN OTHER
029617             DISPLAY "RESMATCH - WAITLIST RECHECK ERROR - "
029618                 "SQLCODE " SQLCODE
029619             GO TO 9900-ABEND-JOB
029620     END-EVALUATE.
029621 2300-EXIT.
029622     EXIT.
029623
029624*****************************************************************
029625* 2600-FIND-ROOMMATE-PAIR - THE REQUEST IS PART OF A MUTUAL PAIR *
029626*           WHEN THE RESIDENT'S OPEN ROOMMATE REQUEST NAMES A    *
029627*           ROOMMATE WHOSE OWN OPEN REQUEST NAMES THE RESIDENT   *
029628*           BACK. THE PARTNER'S OWN WAITLIST ROW, IF ANY, IS     *
029629*           PICKED UP SEPARATELY - A ROOMMATE ALREADY HOUSED MAY *
029630*           HAVE NONE.                                           *
029631*****************************************************************
029632 2600-FIND-ROOMMATE-PAIR.
029633     MOVE 'N' TO WS-PAIR-FOUND-SW.
029634     MOVE SPACES TO WS-PARTNER-FIELDS.
029635     EXEC SQL
029636         SELECT O.RESIDENT_ID, O.RESIDENT_NAME, O.HALL_CODE,
029637                O.ROOM_NUMBER, O.NEEDS_CODE, O.MEAL_PLAN_CODE
029638           INTO :WS-PTR-RESIDENT-ID, :WS-PTR-RESIDENT-NAME,
029639                :WS-PTR-HALL-CODE, :WS-PTR-ROOM-NUMBER,
029640                :WS-PTR-NEEDS-CODE, :WS-PTR-MEAL-PLAN-CODE
029641           FROM ROOMMATE_REQUEST R,
029642                ROOMMATE_REQUEST P,
029643                RESIDENT_OCCUPANCY O
029644          WHERE R.RESIDENT_ID = :WL-RESIDENT-ID
029645            AND R.REQUEST_STATUS IN ('P', 'U')
029646            AND P.RESIDENT_ID = R.ROOMMATE_ID
029647            AND P.ROOMMATE_ID = R.RESIDENT_ID
029648            AND P.REQUEST_STATUS IN ('P', 'U')
029649            AND O.RESIDENT_ID = P.RESIDENT_ID
029650     END-EXEC.
029651     EVALUATE SQLCODE
029652         WHEN ZERO
029653             MOVE 'Y' TO WS-PAIR-FOUND-SW
029654         WHEN 100
029655             GO TO 2600-EXIT
029656         WHEN OTHER
029657             DISPLAY "RESMATCH - ROOMMATE PAIR SELECT ERROR - "
029658                 "SQLCODE " SQLCODE
029659             GO TO 9900-ABEND-JOB
029660     END-EVALUATE.
029661
029662     EXEC SQL
029663         SELECT REQUEST_STATUS, REQUEST_HALL, EARLIEST_DATE,
029664                OFFER_HALL, OFFER_ROOM
029665           INTO :WS-PTR-WL-STATUS, :WS-PTR-REQUEST-HALL,
029666                :WS-PTR-EARLIEST-DATE, :WS-PTR-OFFER-HALL,
029667                :WS-PTR-OFFER-ROOM
029668           FROM WAITLIST
029669          WHERE RESIDENT_ID = :WS-PTR-RESIDENT-ID
029670            AND REQUEST_STATUS IN ('W', 'O', 'A')
029671     END-EXEC.
029672     EVALUATE SQLCODE
029673         WHEN ZERO
029674             CONTINUE
029675         WHEN 100
029676             MOVE SPACE TO WS-PTR-WL-STATUS
029677         WHEN OTHER
029678             DISPLAY "RESMATCH - ROOMMATE WAITLIST SELECT ERROR "
029679                 "SQLCODE " SQLCODE
029680             GO TO 9900-ABEND-JOB
029681     END-EVALUATE.
029682 2600-EXIT.
029700     EXIT.
029800
029900*****************************************************************
030000* 3000-FIND-OPEN-BED - THE LOWEST HALL/ROOM WITH A BED TO SPARE  *
030100*           ONCE OUTSTANDING 'O' AND ACCEPTED 'A' OFFERS AGAINST *
030150*           THE ROOM ARE COUNTED AS TAKEN, RESTRICTED TO THE     *
030200*           REQUESTED HALL WHEN THE REQUEST NAMED ONE. NO OPEN   *
030266*           WORK ORDER AND NO ACTIVE ROOM BLOCK ENDING TONIGHT   *
030332*           OR LATER. A HALL WHOSE MEAL PLAN RULE THE RESIDENT'S *
030366*           PLAN FAILS IS PASSED OVER FOR THE NEXT HALL.         *
030400*****************************************************************
030500 3000-FIND-OPEN-BED.
030600     MOVE 'N' TO WS-BED-FOUND-SW.
030633     MOVE SPACES TO WS-HALL-AFTER.
030666 3000-SELECT-NEXT-HALL.
030700     EXEC SQL
030800         SELECT R.HALL_CODE, R.ROOM_NUMBER
030900           INTO :RI-HALL-CODE, :RI-ROOM-NUMBER
031100          WHERE R.ROOM_STATUS = 'A'
031200            AND ( :WL-REQUEST-HALL = '    '
031300               OR R.HALL_CODE = :WL-REQUEST-HALL )
031350            AND R.HALL_CODE > :WS-HALL-AFTER
031400            AND R.CAPACITY - R.OCCUPANT_COUNT -
031500                ( SELECT COUNT(*)
031600                    FROM WAITLIST W
031700                   WHERE W.REQUEST_STATUS IN ('O', 'A')
031800                     AND W.OFFER_HALL = R.HALL_CODE
031900                     AND W.OFFER_ROOM = R.ROOM_NUMBER ) > 0
032000            AND NOT EXISTS
032300                   WHERE K.WO_STATUS = 'O'
032400                     AND K.HALL_CODE = R.HALL_CODE
032500                     AND K.ROOM_NUMBER = R.ROOM_NUMBER )
032511            AND NOT EXISTS
032522                ( SELECT 1
032533                    FROM ROOM_BLOCK B
032544                   WHERE B.BLOCK_STATUS = 'A'
032555                     AND B.HALL_CODE = R.HALL_CODE
032566                     AND R.ROOM_NUMBER BETWEEN B.ROOM_FROM
032577                                           AND B.ROOM_THRU
032588                     AND B.END_DATE >= :WS-RUN-DATE-ISO )
032600            AND ( SUBSTR(:WS-NEEDS-CODE, 1, 1) = ' '
032700               OR LOCATE(SUBSTR(:WS-NEEDS-CODE, 1, 1),
032800                         R.ROOM_ATTRIBUTES) > 0 )
034600                 SQLCODE
034700             GO TO 9900-ABEND-JOB
034800     END-EVALUATE.
034810     IF NOT WS-BED-FOUND
034820         GO TO 3000-EXIT
034830     END-IF.
034840     MOVE WS-MEAL-PLAN-CODE    TO MR-CHECK-PLAN.
034850     PERFORM 3150-CHECK-MEAL-RULE THRU 3150-EXIT.
034860     IF NOT WS-BED-FOUND
034870         MOVE RI-HALL-CODE     TO WS-HALL-AFTER
034880         GO TO 3000-SELECT-NEXT-HALL
034890     END-IF.
034900 3000-EXIT.
035000     EXIT.
035100
035103*****************************************************************
035106* 3150-CHECK-MEAL-RULE - THE MEAL PLAN IN MR-CHECK-PLAN MUST     *
035109*           MEET THE MEAL PLAN RULE (SEE COPYBOOKS/MRULDCL) OF   *
035112*           THE HALL JUST SELECTED, AS OF TONIGHT - AN OFFERED   *
035115*           BED IS HELD FROM THE OFFER DATE. A PLAN THAT FAILS   *
035118*           TURNS WS-BED-FOUND-SW BACK OFF SO THE CALLER MOVES   *
035121*           ON TO THE NEXT HALL.                                 *
035124*****************************************************************
035127 3150-CHECK-MEAL-RULE.
035130     MOVE RI-HALL-CODE         TO MR-CHECK-HALL.
035133     MOVE WS-RUN-DATE-ISO      TO MR-CHECK-DATE.
035136     PERFORM 0800-CHECK-MEAL-RULE THRU 0800-EXIT.
035139     IF MR-CHECK-FAILED
035142         DISPLAY "RESMATCH - MEAL RULE SELECT ERROR - SQLCODE "
035145             MR-CHECK-SQLCODE
035148         GO TO 9900-ABEND-JOB
035151     END-IF.
035154     IF MR-PLAN-FAILS-RULE
035157         MOVE 'N' TO WS-BED-FOUND-SW
035160         MOVE 'Y' TO WS-MEAL-SKIP-SW
035163     END-IF.
035166 3150-EXIT.
035169     EXIT.
035172
035200 3500-STAMP-OFFER.
035300     EXEC SQL
035400         UPDATE WAITLIST
036800 3500-EXIT.
036900     EXIT.
037000
037001*****************************************************************
037002* 4000-MATCH-ROOMMATE-PAIR - A MUTUAL PAIR IS OFFERED ONE DOUBLE *
037003*           ROOM OR NOTHING:                                     *
037004*             ROOMMATE ALSO WAITING AND ELIGIBLE TONIGHT - A     *
037005*               DOUBLE WITH BOTH BEDS FREE, IN THE REQUESTED     *
037006*               HALL WHEN ONE WAS NAMED, AND BOTH ARE OFFERED;   *
037007*             ROOMMATE ALREADY OFFERED OR HOUSED - THE OTHER BED *
037008*               OF THAT ROOM, IF IT IS A DOUBLE WITH ONE FREE;   *
037009*             OTHERWISE - NEITHER IS OFFERED AND BOTH ROWS ARE   *
037010*               FLAGGED 'U' WITH THE REASON.                     *
037011*           BOTH RESIDENTS' NEEDS CODES MUST FIT THE ROOM.       *
037012*****************************************************************
037013 4000-MATCH-ROOMMATE-PAIR.
037014     MOVE 'N' TO WS-BED-FOUND-SW.
037015     MOVE SPACES TO RQ-FLAG-REASON.
037016     EVALUATE TRUE
037017         WHEN WS-PTR-OFFERED
037018             MOVE 1                  TO WS-BEDS-NEEDED
037019             MOVE WS-PTR-OFFER-HALL  TO WS-PAIR-HALL-TRY
037020             MOVE WS-PTR-OFFER-ROOM  TO WS-PAIR-ROOM-TRY
037021             MOVE "ROOMMATE'S OFFERED ROOM IS FULL"
037022                 TO RQ-FLAG-REASON
037023         WHEN WS-PTR-ROOM-NUMBER NOT = SPACES
037024             MOVE 1                  TO WS-BEDS-NEEDED
037025             MOVE WS-PTR-HALL-CODE   TO WS-PAIR-HALL-TRY
037026             MOVE WS-PTR-ROOM-NUMBER TO WS-PAIR-ROOM-TRY
037027             MOVE "ROOMMATE'S ROOM HAS NO OPEN BED"
037028                 TO RQ-FLAG-REASON
037029         WHEN WS-PTR-WAITING
037030          AND WS-PTR-EARLIEST-DATE <= WS-RUN-DATE-ISO
037031             MOVE 2                  TO WS-BEDS-NEEDED
037032             MOVE WL-REQUEST-HALL    TO WS-PAIR-HALL-TRY
037033             MOVE SPACES             TO WS-PAIR-ROOM-TRY
037034             MOVE "NO OPEN DOUBLE ROOM FOR PAIR"
037035                 TO RQ-FLAG-REASON
037036         WHEN WS-PTR-WAITING
037037             MOVE "ROOMMATE NOT YET ELIGIBLE" TO RQ-FLAG-REASON
037038             GO TO 4000-NOT-OFFERED
037039         WHEN OTHER
037040             MOVE "ROOMMATE HAS NO HOUSING REQUEST"
037041                 TO RQ-FLAG-REASON
037042             GO TO 4000-NOT-OFFERED
037043     END-EVALUATE.
037044     PERFORM 4200-SELECT-DOUBLE-ROOM THRU 4200-EXIT.
037045     IF NOT WS-BED-FOUND
037046         IF WS-MEAL-SKIP
037047             MOVE "NO ROOM MEETS HALL MEAL PLAN RULES"
037048                 TO RQ-FLAG-REASON
037049         END-IF
037050         GO TO 4000-NOT-OFFERED
037051     END-IF.
037052
037053     MOVE SPACES TO RQ-FLAG-REASON.
037054     MOVE 'Y' TO WS-PAIR-OFFERED-SW.
037055     PERFORM 3500-STAMP-OFFER THRU 3500-EXIT.
037056     PERFORM 6000-WRITE-OFFER-RECORD THRU 6000-EXIT.
037057     PERFORM 2200-COUNT-HALL-OFFER THRU 2200-EXIT.
037058     ADD 1 TO WS-OFFERS-MADE.
037059     PERFORM 5500-WRITE-DETAIL-LINE THRU 5500-EXIT.
037060
037061*    A WAITING ROOMMATE IS OFFERED THE OTHER BED NOW. THEIR OWN
037062*    CURSOR ROW IS SKIPPED WHEN IT COMES UP.
037063     IF WS-BEDS-NEEDED = 2
037064         MOVE DCLWAITLIST           TO WS-WL-SAVE
037065         MOVE WS-RESIDENT-NAME-HOLD TO WS-NAME-SAVE
037066         MOVE WS-PTR-RESIDENT-ID    TO WL-RESIDENT-ID
037067         MOVE WS-PTR-REQUEST-HALL   TO WL-REQUEST-HALL
037068         MOVE WS-PTR-EARLIEST-DATE  TO WL-EARLIEST-DATE
037069         MOVE WS-PTR-RESIDENT-NAME  TO WS-RESIDENT-NAME-HOLD
037070         PERFORM 3500-STAMP-OFFER THRU 3500-EXIT
037071         PERFORM 6000-WRITE-OFFER-RECORD THRU 6000-EXIT
037072         PERFORM 2200-COUNT-HALL-OFFER THRU 2200-EXIT
037073         ADD 1 TO WS-REQUESTS-WORKED
037074         ADD 1 TO WS-OFFERS-MADE
037075         PERFORM 5500-WRITE-DETAIL-LINE THRU 5500-EXIT
037076         MOVE WS-WL-SAVE            TO DCLWAITLIST
037077         MOVE WS-NAME-SAVE          TO WS-RESIDENT-NAME-HOLD
037078     END-IF.
037079
037080     PERFORM 4900-STAMP-PAIR THRU 4900-EXIT.
037081     ADD 1 TO WS-PAIRS-OFFERED.
037082     GO TO 4000-EXIT.
037083
037084 4000-NOT-OFFERED.
037085     MOVE 'Y' TO WS-PAIR-FLAGGED-SW.
037086     MOVE 'N' TO WS-BED-FOUND-SW.
037087     PERFORM 4900-STAMP-PAIR THRU 4900-EXIT.
037088     ADD 1 TO WS-PAIRS-FLAGGED.
037089     ADD 1 TO WS-NO-BED-COUNT.
037090     PERFORM 5500-WRITE-DETAIL-LINE THRU 5500-EXIT.
037091 4000-EXIT.
037092     EXIT.
037093
037094*****************************************************************
037095* 4200-SELECT-DOUBLE-ROOM - THE SAME ROOM RULES AS 3000-FIND-    *
037096*           OPEN-BED, LIMITED TO CAPACITY-2 ROOMS WITH           *
037097*           WS-BEDS-NEEDED BEDS TO SPARE AND FITTING BOTH        *
037098*           RESIDENTS' NEEDS. WS-PAIR-ROOM-TRY PINS THE SELECT   *
037099*           TO ONE ROOM WHEN SET; A ROOMMATE'S OWN OFFER ON THAT *
037100*           ROOM IS ALREADY COUNTED AMONG THE OUTSTANDING OFFERS.*
037101*****************************************************************
037102 4200-SELECT-DOUBLE-ROOM.
037103     MOVE SPACES TO WS-HALL-AFTER.
037104 4200-SELECT-NEXT-HALL.
037105     EXEC SQL
037106         SELECT R.HALL_CODE, R.ROOM_NUMBER
037107           INTO :RI-HALL-CODE, :RI-ROOM-NUMBER
037108           FROM ROOM_INVENTORY R
037109          WHERE R.ROOM_STATUS = 'A'
037110            AND R.CAPACITY = 2
037111            AND ( :WS-PAIR-HALL-TRY = '    '
037112               OR R.HALL_CODE = :WS-PAIR-HALL-TRY )
037113            AND R.HALL_CODE > :WS-HALL-AFTER
037114            AND ( :WS-PAIR-ROOM-TRY = '      '
037115               OR R.ROOM_NUMBER = :WS-PAIR-ROOM-TRY )
037116            AND R.CAPACITY - R.OCCUPANT_COUNT -
037117                ( SELECT COUNT(*)
037118                    FROM WAITLIST W
037119                   WHERE W.REQUEST_STATUS IN ('O', 'A')
037120                     AND W.OFFER_HALL = R.HALL_CODE
037121                     AND W.OFFER_ROOM = R.ROOM_NUMBER )
037122                >= :WS-BEDS-NEEDED
037123            AND NOT EXISTS
037124                ( SELECT 1
037125                    FROM WORK_ORDER K
037126                   WHERE K.WO_STATUS = 'O'
037127                     AND K.HALL_CODE = R.HALL_CODE
037128                     AND K.ROOM_NUMBER = R.ROOM_NUMBER )
037129            AND NOT EXISTS
037130                ( SELECT 1
037131                    FROM ROOM_BLOCK B
037132                   WHERE B.BLOCK_STATUS = 'A'
037133                     AND B.HALL_CODE = R.HALL_CODE
037134                     AND R.ROOM_NUMBER BETWEEN B.ROOM_FROM
037135                                           AND B.ROOM_THRU
037136                     AND B.END_DATE >= :WS-RUN-DATE-ISO )
037137            AND ( SUBSTR(:WS-NEEDS-CODE, 1, 1) = ' '
037138               OR LOCATE(SUBSTR(:WS-NEEDS-CODE, 1, 1),
037139                         R.ROOM_ATTRIBUTES) > 0 )
037140            AND ( SUBSTR(:WS-NEEDS-CODE, 2, 1) = ' '
037141               OR LOCATE(SUBSTR(:WS-NEEDS-CODE, 2, 1),
037142                         R.ROOM_ATTRIBUTES) > 0 )
037143            AND ( LOCATE('M', R.ROOM_ATTRIBUTES) = 0
037144               OR LOCATE('M', :WS-NEEDS-CODE) > 0 )
037145            AND ( LOCATE('F', R.ROOM_ATTRIBUTES) = 0
037146               OR LOCATE('F', :WS-NEEDS-CODE) > 0 )
037147            AND ( SUBSTR(:WS-PTR-NEEDS-CODE, 1, 1) = ' '
037148               OR LOCATE(SUBSTR(:WS-PTR-NEEDS-CODE, 1, 1),
037149                         R.ROOM_ATTRIBUTES) > 0 )
037150            AND ( SUBSTR(:WS-PTR-NEEDS-CODE, 2, 1) = ' '
037151               OR LOCATE(SUBSTR(:WS-PTR-NEEDS-CODE, 2, 1),
037152                         R.ROOM_ATTRIBUTES) > 0 )
037153            AND ( LOCATE('M', R.ROOM_ATTRIBUTES) = 0
037154               OR LOCATE('M', :WS-PTR-NEEDS-CODE) > 0 )
037155            AND ( LOCATE('F', R.ROOM_ATTRIBUTES) = 0
037156               OR LOCATE('F', :WS-PTR-NEEDS-CODE) > 0 )
037157          ORDER BY R.HALL_CODE, R.ROOM_NUMBER
037158          FETCH FIRST 1 ROW ONLY
037159     END-EXEC.
037160     EVALUATE SQLCODE
037161         WHEN ZERO
037162             MOVE 'Y' TO WS-BED-FOUND-SW
037163         WHEN 100
037164             CONTINUE
037165         WHEN OTHER
037166             DISPLAY "RESMATCH - DOUBLE ROOM SELECT ERROR - "
037167                 "SQLCODE " SQLCODE
037168             GO TO 9900-ABEND-JOB
037169     END-EVALUATE.
037170     IF NOT WS-BED-FOUND
037171         GO TO 4200-EXIT
037172     END-IF.
037173*    BOTH PLANS MUST MEET THE HALL'S RULE WHEN BOTH ARE TAKING A
037174*    BED TONIGHT - A ROOMMATE ALREADY OFFERED OR HOUSED IN THE
037175*    ROOM HAD THEIR OWN PLAN CHECKED WHEN THEY GOT IT.
037176     MOVE WS-MEAL-PLAN-CODE    TO MR-CHECK-PLAN.
037177     PERFORM 3150-CHECK-MEAL-RULE THRU 3150-EXIT.
037178     IF WS-BED-FOUND AND WS-BEDS-NEEDED = 2
037179         MOVE WS-PTR-MEAL-PLAN-CODE TO MR-CHECK-PLAN
037180         PERFORM 3150-CHECK-MEAL-RULE THRU 3150-EXIT
037181     END-IF.
037182     IF NOT WS-BED-FOUND
037183         MOVE RI-HALL-CODE     TO WS-HALL-AFTER
037184         GO TO 4200-SELECT-NEXT-HALL
037185     END-IF.
037186 4200-EXIT.
037187     EXIT.
037188
037189*****************************************************************
037190* 4900-STAMP-PAIR - BOTH RESIDENTS' REQUEST ROWS GET THE PAIR'S  *
037191*           OUTCOME: 'H' WITH THE OFFERED ROOM, OR 'U' WITH THE  *
037192*           REASON IN RQ-FLAG-REASON.                            *
037193*****************************************************************
037194 4900-STAMP-PAIR.
037195     IF WS-PAIR-OFFERED
037196         MOVE 'H'            TO RQ-REQUEST-STATUS
037197         MOVE RI-HALL-CODE   TO RQ-PAIR-HALL
037198         MOVE RI-ROOM-NUMBER TO RQ-PAIR-ROOM
037199     ELSE
037200         MOVE 'U'            TO RQ-REQUEST-STATUS
037201         MOVE SPACES         TO RQ-PAIR-HALL
037202         MOVE SPACES         TO RQ-PAIR-ROOM
037203     END-IF.
037204     MOVE WL-RESIDENT-ID     TO RQ-RESIDENT-ID.
037205     MOVE WS-PTR-RESIDENT-ID TO RQ-ROOMMATE-ID.
037206     EXEC SQL
037207         UPDATE ROOMMATE_REQUEST
037208            SET REQUEST_STATUS  = :RQ-REQUEST-STATUS,
037209                PAIR_HALL       = :RQ-PAIR-HALL,
037210                PAIR_ROOM       = :RQ-PAIR-ROOM,
037211                FLAG_REASON     = :RQ-FLAG-REASON,
037212                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
037213                LAST_UPDATE_PGM = 'RESMATCH'
037214          WHERE RESIDENT_ID IN ( :RQ-RESIDENT-ID,
037215                                 :RQ-ROOMMATE-ID )
037216            AND REQUEST_STATUS <> 'C'
037217     END-EXEC.
037218     IF SQLCODE NOT = ZERO
037219         DISPLAY "RESMATCH - ROOMMATE STAMP ERROR - SQLCODE "
037220             SQLCODE
037221         GO TO 9900-ABEND-JOB
037222     END-IF.
037223 4900-EXIT.
037224     EXIT.
037225
037249 5100-WRITE-HEADINGS.
037273     ADD 1 TO WS-PAGE-NUMBER.
037300     MOVE WS-RUN-DATE           TO WS-TITLE-RUN-DATE.
037400     MOVE WS-PAGE-NUMBER        TO WS-TITLE-PAGE-NO.
037500     WRITE MR-REPORT-LINE FROM WS-REPORT-TITLE
039000         MOVE WL-REQUEST-HALL   TO WS-DET-REQ-HALL
039100     END-IF.
039200     MOVE WL-EARLIEST-DATE      TO WS-DET-EARLIEST.
039244     EVALUATE TRUE
039288         WHEN WS-PAIR-FLAGGED
039332             MOVE SPACES            TO WS-DET-OFFER
039376             STRING "NOT OFFERED - " DELIMITED BY SIZE
039420                 RQ-FLAG-REASON DELIMITED BY SIZE
039464                 INTO WS-DET-OFFER
039508         WHEN WS-PAIR-OFFERED
039552             MOVE SPACES            TO WS-DET-OFFER
039596             STRING "OFFERED " DELIMITED BY SIZE
039640                 RI-HALL-CODE DELIMITED BY SIZE
039684                 "/" DELIMITED BY SIZE
039728                 RI-ROOM-NUMBER DELIMITED BY SIZE
039772                 " PAIR" DELIMITED BY SIZE
039816                 INTO WS-DET-OFFER
039860         WHEN WS-BED-FOUND
039904             MOVE SPACES            TO WS-DET-OFFER
039948             STRING "OFFERED " DELIMITED BY SIZE
039992                 RI-HALL-CODE DELIMITED BY SIZE
040036                 "/" DELIMITED BY SIZE
040080                 RI-ROOM-NUMBER DELIMITED BY SIZE
040124                 INTO WS-DET-OFFER
040168         WHEN WS-MEAL-SKIP
040190             MOVE "NO BED FITS HALL MEAL RULES" TO WS-DET-OFFER
040212         WHEN OTHER
040234             MOVE "NO BED AVAILABLE" TO WS-DET-OFFER
040256     END-EVALUATE.
040300     WRITE MR-REPORT-LINE FROM WS-DETAIL-LINE
040400         AFTER ADVANCING 1 LINE.
040500     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
046800         WS-REQUESTS-WORKED.
046900     DISPLAY "RESMATCH -   OFFERS MADE       - " WS-OFFERS-MADE.
047000     DISPLAY "RESMATCH -   NO BED AVAILABLE  - " WS-NO-BED-COUNT.
047033     DISPLAY "RESMATCH -   PAIRS OFFERED     - " WS-PAIRS-OFFERED.
047066     DISPLAY "RESMATCH -   PAIRS FLAGGED     - " WS-PAIRS-FLAGGED.
047100
047200     EXEC SQL CLOSE C1 END-EXEC.
047300     MOVE WS-REQUESTS-WORKED    TO BL-RECORDS-READ.
048600     EXIT.
048700
048800     COPY RUNLOGP.
048810
048820     COPY MRULCHKP.
048900
049000 9900-ABEND-JOB.
049100     DISPLAY "RESMATCH - JOB ABENDING AFTER "
