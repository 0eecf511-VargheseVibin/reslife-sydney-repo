002890*              THE 'H' FINANCIAL HOLD IS NOT PLACED - THE SAME   *
002892*              RULE EVERY OTHER ASSIGNMENT PATH ENFORCES - AND   *
002894*              PRINTS ON THE REPORT WITH THE HOLD NOTED.         *
002895*  2026-10-06 FMV A RESIDENT WHOSE ROOMMATE_REQUEST IS MUTUAL    *
002896*              (SEE COPYBOOKS/RMTDCL) IS PLACED WITH THE NAMED   *
002897*              ROOMMATE IN ONE DOUBLE ROOM - BOTH BEDS IN ONE    *
002898*              COMMIT, OR INTO THE ROOMMATE'S OWN DOUBLE WHEN    *
002899*              THEY ALREADY HAVE ONE - AND BOTH REQUEST ROWS ARE *
002900*              STAMPED 'H' HONORED. WHEN NO SUCH ROOM IS OPEN    *
002901*              (OR THE ROOMMATE IS ON A FINANCIAL HOLD) NEITHER  *
002902*              RESIDENT IS PLACED AND BOTH ROWS ARE FLAGGED 'U'  *
002903*              WITH THE REASON FOR THE PAIRING REPORT.           *
002907*  2026-10-06 FMV A ROOM UNDER AN ACTIVE ROOM_BLOCK (SEE         *
002911*              COPYBOOKS/BLOKDCL) WHOSE DATES OVERLAP THE STAY - *
002915*              TODAY OR THE CHECK-IN DATE THROUGH THE CHECK-OUT  *
002919*              DATE, BOTH STAYS FOR A ROOMMATE PAIR - IS NEVER   *
002923*              CHOSEN, THE SAME AS A ROOM WITH AN OPEN WORK      *
002927*              ORDER.                                            *
002929*  2026-10-06 FMV A WAITLIST OFFER THE RESIDENT HAS ACCEPTED     *
002931*              ('A') HOLDS ITS BED AGAINST PLACEMENT THE SAME    *
002933*              AS AN OUTSTANDING 'O' OFFER.                      *
002934*  2026-10-06 FMV A HALL WHOSE MEAL PLAN RULE (SEE               *
002935*              COPYBOOKS/MRULDCL, CHECKED BY                     *
002936*              0800-CHECK-MEAL-RULE IN MRULCHKP) THE RESIDENT'S  *
002937*              PLAN FAILS - OR, FOR A ROOMMATE PAIR, EITHER PLAN *
002938*              FAILS - IS PASSED OVER BY THE BED SEARCH AND THE  *
002939*              NEXT HALL TRIED. A RESIDENT LEFT WITHOUT A BED    *
002940*              BECAUSE OF IT PRINTS AS SUCH ON THE REPORT.       *
002943*  2026-10-15 FMV THE REQUESTED HALL NOW COMES ONLY FROM AN OPEN *
002946*              WAITLIST REQUEST ('W', 'O' OR 'A') AND ONLY AN    *
002949*              OPEN REQUEST IS CLOSED 'C' ON PLACEMENT - A       *
002952*              REQUEST RESOFFER HAS ALREADY CLOSED 'D' DECLINED  *
002955*              OR 'L' LAPSED NO LONGER STEERS THE RESIDENT TO    *
002958*              ITS HALL OR LOSES ITS STATUS.                     *
002961*****************************************************************
002967
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200
007530
007540     COPY BURSDCL.
007600
007633     COPY RMTDCL.
007644
007655     COPY BLOKDCL.
007666
007677     COPY MRULDCL.
007688
007700     COPY RUNLDCL.
007800
007900 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
009100                VALUE( ( SELECT W.REQUEST_HALL
009200                           FROM WAITLIST W
009300                          WHERE W.RESIDENT_ID = O.RESIDENT_ID
009400                            AND W.REQUEST_STATUS IN
009450                                ('W', 'O', 'A') ),
009500                       '    ' )
009600           FROM RESIDENT_OCCUPANCY O
009700          WHERE O.ROOM_NUMBER = '      '
011600        88 WS-HALL-HONORED               VALUE 'Y'.
011610     05 WS-HOLD-FOUND-SW         PIC X(01)      VALUE 'N'.
011620        88 WS-HOLD-FOUND                 VALUE 'Y'.
011627     05 WS-ALREADY-PLACED-SW     PIC X(01)      VALUE 'N'.
011634        88 WS-ALREADY-PLACED             VALUE 'Y'.
011641     05 WS-PAIR-FOUND-SW         PIC X(01)      VALUE 'N'.
011648        88 WS-PAIR-FOUND                 VALUE 'Y'.
011655     05 WS-PAIR-PLACED-SW        PIC X(01)      VALUE 'N'.
011662        88 WS-PAIR-PLACED                VALUE 'Y'.
011669     05 WS-PAIR-FLAGGED-SW       PIC X(01)      VALUE 'N'.
011676        88 WS-PAIR-FLAGGED               VALUE 'Y'.
011683     05 WS-PARTNER-LINE-SW       PIC X(01)      VALUE 'N'.
011690        88 WS-PARTNER-LINE               VALUE 'Y'.
011692     05 WS-MEAL-SKIP-SW          PIC X(01)      VALUE 'N'.
011694        88 WS-MEAL-SKIP                  VALUE 'Y'.
011700
011800 01  WS-REQUEST-HALL             PIC X(04)      VALUE SPACES.
011810*    THE BED SELECTS ONLY LOOK PAST THIS HALL - SET TO A HALL
011820*    WHOSE MEAL PLAN RULE THE RESIDENT'S PLAN FAILS.
011830 01  WS-HALL-AFTER               PIC X(04)      VALUE SPACES.
011850 01  WS-REQUEST-HALL-TRY         PIC X(04)      VALUE SPACES.
011852 01  WS-PAIR-ROOM-TRY            PIC X(06)      VALUE SPACES.
011854 01  WS-BEDS-NEEDED              PIC S9(04) COMP VALUE ZERO.
011856 01  WS-CURRENT-ROOM             PIC X(06)      VALUE SPACES.
011857*    THE DATES THE BED WILL BE HELD - TODAY OR THE CHECK-IN DATE,
011858*    WHICHEVER IS LATER, THROUGH THE CHECK-OUT DATE (OPEN-ENDED
011859*    WHEN THERE IS NONE). A ROOM BLOCK OVERLAPPING THEM REFUSES
011860*    THE ROOM.
011861 01  WS-STAY-FROM                PIC X(10)      VALUE SPACES.
011862 01  WS-STAY-THRU                PIC X(10)      VALUE SPACES.
011863
011864*****************************************************************
011865* ROOMMATE PAIR WORK AREAS - THE PARTNER'S OCCUPANCY ROW, LAID  *
011866*           OUT EXACTLY AS DCLRESIDENT-OCCUPANCY SO IT CAN BE    *
011867*           SWAPPED IN WHOLE FOR THE PARTNER'S OWN PLACEMENT     *
011868*           THROUGH 3500-COMMIT-PLACEMENT, AND THE SAVE AREA     *
011870*           THE REQUESTER'S ROW WAITS IN MEANWHILE.              *
011872*****************************************************************
011874 01  WS-PARTNER-OCC.
011876     05 WS-PTR-RESIDENT-ID       PIC X(08).
011878     05 WS-PTR-RESIDENT-NAME     PIC X(30).
011880     05 WS-PTR-ROOM-NUMBER       PIC X(06).
011882     05 WS-PTR-HALL-CODE         PIC X(04).
011884     05 WS-PTR-MEAL-PLAN-CODE    PIC X(02).
011886     05 WS-PTR-CHECKIN-DATE      PIC X(10).
011888     05 WS-PTR-CHECKOUT-DATE     PIC X(10).
011890     05 WS-PTR-LAST-UPDATE-TS    PIC X(26).
011892     05 WS-PTR-LAST-UPDATE-PGM   PIC X(08).
011894     05 WS-PTR-LANGUAGE-CODE     PIC X(02).
011896     05 WS-PTR-NEEDS-CODE        PIC X(02).
011898 01  WS-OCC-SAVE                 PIC X(108)     VALUE SPACES.
011900 01  WS-PAGE-NUMBER              PIC 9(04)      VALUE ZERO.
012000
012100 01  WS-REPORT-COUNTERS          COMP.
012200     05 WS-RESIDENTS-READ        PIC 9(07)      VALUE ZERO.
012300     05 WS-PLACED-COUNT          PIC 9(07)      VALUE ZERO.
012400     05 WS-UNPLACED-COUNT        PIC 9(07)      VALUE ZERO.
012433     05 WS-PAIRS-PLACED          PIC 9(07)      VALUE ZERO.
012466     05 WS-PAIRS-FLAGGED         PIC 9(07)      VALUE ZERO.
012500
012600 01  WS-REPORT-TITLE.
012700     05 FILLER                   PIC X(20)
020400     EXIT.
020500
020600 2000-PLACE-RESIDENT.
020612*    A RESIDENT PLACED EARLIER IN THIS RUN ALONGSIDE THEIR
020624*    ROOMMATE IS NO LONGER ROOMLESS - ALREADY REPORTED, SKIPPED.
020636     PERFORM 2200-CHECK-STILL-ROOMLESS THRU 2200-EXIT.
020648     IF WS-ALREADY-PLACED
020660         PERFORM 2100-FETCH-RESIDENT THRU 2100-EXIT
020672         GO TO 2000-EXIT
020684     END-IF.
020700     ADD 1 TO WS-RESIDENTS-READ.
020702     MOVE 'N' TO WS-PAIR-PLACED-SW.
020704     MOVE 'N' TO WS-PAIR-FLAGGED-SW.
020706     MOVE 'N' TO WS-PARTNER-LINE-SW.
020708     MOVE 'N' TO WS-MEAL-SKIP-SW.
020710     PERFORM 2500-CHECK-FINANCIAL-HOLD THRU 2500-EXIT.
020720     IF WS-HOLD-FOUND
020730         MOVE 'N' TO WS-BED-FOUND-SW
020760         PERFORM 2100-FETCH-RESIDENT THRU 2100-EXIT
020770         GO TO 2000-EXIT
020780     END-IF.
020781     PERFORM 2700-SET-STAY-WINDOW THRU 2700-EXIT.
020782     PERFORM 2600-FIND-ROOMMATE-PAIR THRU 2600-EXIT.
020784     IF WS-PAIR-FOUND
020786         PERFORM 4000-PLACE-ROOMMATE-PAIR THRU 4000-EXIT
020788         PERFORM 2100-FETCH-RESIDENT THRU 2100-EXIT
020790         GO TO 2000-EXIT
020792     END-IF.
020800     PERFORM 3000-FIND-OPEN-BED THRU 3000-EXIT.
020900     IF WS-BED-FOUND
021000         PERFORM 3500-COMMIT-PLACEMENT THRU 3500-EXIT
021050         EXEC SQL COMMIT END-EXEC
021100         ADD 1 TO WS-PLACED-COUNT
021200     ELSE
021300         ADD 1 TO WS-UNPLACED-COUNT
023800 2100-EXIT.
023900     EXIT.
024000
024001 2200-CHECK-STILL-ROOMLESS.
024002     MOVE 'N' TO WS-ALREADY-PLACED-SW.
024003     EXEC SQL
024004         SELECT ROOM_NUMBER
024005           INTO :WS-CURRENT-ROOM
024006           FROM RESIDENT_OCCUPANCY
024007          WHERE RESIDENT_ID = :RO-RESIDENT-ID
024008     END-EXEC.
024009     EVALUATE SQLCODE
024010         WHEN ZERO
024011             IF WS-CURRENT-ROOM NOT = SPACES
024012                 MOVE 'Y' TO WS-ALREADY-PLACED-SW
024013             END-IF
024014         WHEN OTHER
024015             DISPLAY "RESPLACE - OCCUPANCY RECHECK ERROR - "
024016                 "SQLCODE " SQLCODE
024017             GO TO 9900-ABEND-JOB
024018     END-EVALUATE.
024019 2200-EXIT.
024020     EXIT.
024021
024022*****************************************************************
024023* 2500-CHECK-FINANCIAL-HOLD - A BURSAR FINANCIAL HOLD REFUSES    *
024024*           THE PLACEMENT BEFORE A BED IS EVEN LOOKED FOR - THE  *
024025*           SAME RULE HELLOWLD'S 2500-CHECK-ROOM-AVAILABLE AND   *
024026*           THE HLCI SCREEN ENFORCE. A RESIDENT WITH NO BALANCE  *
024027*           ROW (SQLCODE 100) HAS NO HOLD.                       *
024028*****************************************************************
024029 2500-CHECK-FINANCIAL-HOLD.
024030     MOVE 'N' TO WS-HOLD-FOUND-SW.
024031     MOVE RO-RESIDENT-ID TO BB-RESIDENT-ID.
024033     EXEC SQL
024036         SELECT HOLD_STATUS
024039           INTO :BB-HOLD-STATUS
024081             CONTINUE
024084     END-EVALUATE.
024087 2500-EXIT.
024088     EXIT.
024089
024090*****************************************************************
024091* 2600-FIND-ROOMMATE-PAIR - THE RESIDENT'S OPEN ROOMMATE REQUEST *
024092*           IS MUTUAL WHEN THE NAMED ROOMMATE'S OWN OPEN REQUEST *
024093*           NAMES THE RESIDENT BACK AND THE ROOMMATE IS ON       *
024094*           RESIDENT_OCCUPANCY UNDER A CONTRACT THAT HAS NOT     *
024095*           ENDED. THE PARTNER'S ROW LANDS IN WS-PARTNER-OCC. A  *
024096*           ONE-SIDED REQUEST IS PLACED LIKE ANY OTHER RESIDENT  *
024097*           AND SHOWS ON THE PAIRING REPORT AS NON-MUTUAL.       *
024098*****************************************************************
024099 2600-FIND-ROOMMATE-PAIR.
024100     MOVE 'N' TO WS-PAIR-FOUND-SW.
024101     MOVE DCLRESIDENT-OCCUPANCY TO WS-OCC-SAVE.
024102     EXEC SQL
024103         SELECT O.RESIDENT_ID, O.RESIDENT_NAME, O.ROOM_NUMBER,
024104                O.HALL_CODE, O.MEAL_PLAN_CODE, O.CHECKIN_DATE,
024105                O.CHECKOUT_DATE, O.LANGUAGE_CODE, O.NEEDS_CODE
024106           INTO :RO-RESIDENT-ID, :RO-RESIDENT-NAME,
024107                :RO-ROOM-NUMBER, :RO-HALL-CODE,
024108                :RO-MEAL-PLAN-CODE, :RO-CHECKIN-DATE,
024109                :RO-CHECKOUT-DATE, :RO-LANGUAGE-CODE,
024110                :RO-NEEDS-CODE
024111           FROM ROOMMATE_REQUEST R,
024112                ROOMMATE_REQUEST P,
024113                RESIDENT_OCCUPANCY O
024114          WHERE R.RESIDENT_ID = :RO-RESIDENT-ID
024115            AND R.REQUEST_STATUS IN ('P', 'U')
024116            AND P.RESIDENT_ID = R.ROOMMATE_ID
024117            AND P.ROOMMATE_ID = R.RESIDENT_ID
024118            AND P.REQUEST_STATUS IN ('P', 'U')
024119            AND O.RESIDENT_ID = P.RESIDENT_ID
024120            AND ( O.CHECKOUT_DATE IS NULL
024121               OR O.CHECKOUT_DATE >= :WS-RUN-DATE-ISO )
024122     END-EXEC.
024123     EVALUATE SQLCODE
024124         WHEN ZERO
024125             MOVE 'Y' TO WS-PAIR-FOUND-SW
024126             MOVE DCLRESIDENT-OCCUPANCY TO WS-PARTNER-OCC
024127         WHEN 100
024128             CONTINUE
024129         WHEN OTHER
024130             DISPLAY "RESPLACE - ROOMMATE PAIR SELECT ERROR - "
024131                 "SQLCODE " SQLCODE
024132             GO TO 9900-ABEND-JOB
024133     END-EVALUATE.
024134     MOVE WS-OCC-SAVE TO DCLRESIDENT-OCCUPANCY.
024135 2600-EXIT.
024151     EXIT.
024167
024183*****************************************************************
024184* 2700-SET-STAY-WINDOW - THE DATES THE RESIDENT WOULD HOLD THE   *
024185*           BED, CHECKED AGAINST ROOM_BLOCK BY THE BED SELECTS.  *
024186*****************************************************************
024187 2700-SET-STAY-WINDOW.
024188     MOVE WS-RUN-DATE-ISO TO WS-STAY-FROM.
024189     IF RO-CHECKIN-DATE NOT = SPACES AND
024190        RO-CHECKIN-DATE > WS-STAY-FROM
024191         MOVE RO-CHECKIN-DATE TO WS-STAY-FROM
024192     END-IF.
024193     IF RO-CHECKOUT-DATE NOT = SPACES
024194         MOVE RO-CHECKOUT-DATE TO WS-STAY-THRU
024195     ELSE
024196         MOVE '9999-12-31' TO WS-STAY-THRU
024197     END-IF.
024198 2700-EXIT.
024199     EXIT.
024200
024201*****************************************************************
024250* 3000-FIND-OPEN-BED - THE REQUESTED HALL FIRST WHERE THE        *
024300*           RESIDENT HAS AN OPEN WAITLIST REQUEST, ANY HALL      *
024400*           OTHERWISE OR WHEN THE REQUESTED HALL IS FULL. SAME   *
024500*           ROOM RULES AS THE NIGHTLY BED MATCH - ACTIVE ROOM,   *
024600*           SPACE LEFT AFTER OUTSTANDING OFFERS, NO OPEN WORK    *
024700*           ORDER, NO ACTIVE ROOM BLOCK OVER THE STAY DATES, IN  *
024750*           A HALL WHOSE MEAL PLAN RULE THE RESIDENT'S PLAN      *
024760*           MEETS.                                               *
024800*****************************************************************
024900 3000-FIND-OPEN-BED.
025000     MOVE 'N' TO WS-BED-FOUND-SW.
026200     EXIT.
026300
026400 3100-SELECT-BED.
026500     MOVE SPACES TO WS-HALL-AFTER.
026600 3100-SELECT-NEXT-HALL.
026800     EXEC SQL
026900         SELECT R.HALL_CODE, R.ROOM_NUMBER
027000           INTO :RI-HALL-CODE, :RI-ROOM-NUMBER
027200          WHERE R.ROOM_STATUS = 'A'
027300            AND ( :WS-REQUEST-HALL-TRY = '    '
027400               OR R.HALL_CODE = :WS-REQUEST-HALL-TRY )
027450            AND R.HALL_CODE > :WS-HALL-AFTER
027500            AND R.CAPACITY - R.OCCUPANT_COUNT -
027600                ( SELECT COUNT(*)
027700                    FROM WAITLIST W
027800                   WHERE W.REQUEST_STATUS IN ('O', 'A')
027900                     AND W.OFFER_HALL = R.HALL_CODE
028000                     AND W.OFFER_ROOM = R.ROOM_NUMBER ) > 0
028100            AND NOT EXISTS
028400                   WHERE K.WO_STATUS = 'O'
028500                     AND K.HALL_CODE = R.HALL_CODE
028600                     AND K.ROOM_NUMBER = R.ROOM_NUMBER )
028601            AND NOT EXISTS
028602                ( SELECT 1
028603                    FROM ROOM_BLOCK B
028604                   WHERE B.BLOCK_STATUS = 'A'
028605                     AND B.HALL_CODE = R.HALL_CODE
028606                     AND R.ROOM_NUMBER BETWEEN B.ROOM_FROM
028607                                           AND B.ROOM_THRU
028608                     AND B.START_DATE <= :WS-STAY-THRU
028609                     AND B.END_DATE >= :WS-STAY-FROM )
028610            AND ( SUBSTR(:RO-NEEDS-CODE, 1, 1) = ' '
028620               OR LOCATE(SUBSTR(:RO-NEEDS-CODE, 1, 1),
028630                         R.ROOM_ATTRIBUTES) > 0 )
029700                 SQLCODE
029800             GO TO 9900-ABEND-JOB
029900     END-EVALUATE.
029910     IF NOT WS-BED-FOUND
029920         GO TO 3100-EXIT
029930     END-IF.
029940     MOVE RO-MEAL-PLAN-CODE    TO MR-CHECK-PLAN.
029950     PERFORM 3150-CHECK-MEAL-RULE THRU 3150-EXIT.
029960     IF NOT WS-BED-FOUND
029970         MOVE RI-HALL-CODE     TO WS-HALL-AFTER
029980         GO TO 3100-SELECT-NEXT-HALL
029990     END-IF.
030000 3100-EXIT.
030100     EXIT.
030200
030204*****************************************************************
030208* 3150-CHECK-MEAL-RULE - THE MEAL PLAN IN MR-CHECK-PLAN MUST     *
030212*           MEET THE MEAL PLAN RULE (SEE COPYBOOKS/MRULDCL) OF   *
030216*           THE HALL JUST SELECTED, AS OF THE FIRST DAY OF THE   *
030220*           STAY. A PLAN THAT FAILS TURNS WS-BED-FOUND-SW BACK   *
030224*           OFF SO THE CALLER MOVES ON TO THE NEXT HALL.         *
030228*****************************************************************
030232 3150-CHECK-MEAL-RULE.
030236     MOVE RI-HALL-CODE         TO MR-CHECK-HALL.
030240     MOVE WS-STAY-FROM         TO MR-CHECK-DATE.
030244     PERFORM 0800-CHECK-MEAL-RULE THRU 0800-EXIT.
030248     IF MR-CHECK-FAILED
030252         DISPLAY "RESPLACE - MEAL RULE SELECT ERROR - SQLCODE "
030256             MR-CHECK-SQLCODE
030260         GO TO 9900-ABEND-JOB
030264     END-IF.
030268     IF MR-PLAN-FAILS-RULE
030272         MOVE 'N' TO WS-BED-FOUND-SW
030276         MOVE 'Y' TO WS-MEAL-SKIP-SW
030280     END-IF.
030284 3150-EXIT.
030288     EXIT.
030292
030300*****************************************************************
030400* 3500-COMMIT-PLACEMENT - THE SAME UPDATES THE LOAD MAKES FOR A  *
030500*           ROOM ASSIGNMENT: OCCUPANCY ROW, ROOM COUNT, AUDIT    *
030600*           ROW, AND THE RESMSTR RECORD. A FULFILLED WAITLIST    *
030700*           REQUEST IS CLOSED OUT SO IT STOPS HOLDING A PLACE IN *
030766*           LINE. THE CALLER COMMITS - ONCE PER PLACEMENT, OR    *
030832*           ONCE FOR BOTH BEDS OF A ROOMMATE PAIR.               *
030900*****************************************************************
031000 3500-COMMIT-PLACEMENT.
031100     EXEC SQL
034500                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
034600                LAST_UPDATE_PGM = 'RESPLACE'
034700          WHERE RESIDENT_ID     = :RO-RESIDENT-ID
034800            AND REQUEST_STATUS IN ('W', 'O', 'A')
034900     END-EXEC.
035000     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
035100         DISPLAY "RESPLACE - WAITLIST CLOSE ERROR - SQLCODE "
035200             SQLCODE
035300         GO TO 9900-ABEND-JOB
035400     END-IF.
035700 3500-EXIT.
035800     EXIT.
035900
035957         GO TO 9900-ABEND-JOB
035958     END-IF.
035959 3700-EXIT.
035960     EXIT.
035961
035962*****************************************************************
035963* 4000-PLACE-ROOMMATE-PAIR - A MUTUAL PAIR GOES INTO ONE DOUBLE  *
035964*           ROOM OR NOT AT ALL. A ROOMLESS PARTNER NEEDS A       *
035965*           DOUBLE WITH BOTH BEDS OPEN (THE REQUESTED HALL       *
035966*           FIRST, LIKE A SINGLE PLACEMENT); A PARTNER ALREADY   *
035967*           HOUSED NEEDS THEIR OWN ROOM TO BE A DOUBLE WITH THE  *
035968*           OTHER BED OPEN. BOTH RESIDENTS' NEEDS CODES MUST     *
035969*           FIT THE ROOM. BOTH PLACEMENTS AND BOTH 'H' STAMPS    *
035970*           COMMIT TOGETHER; OTHERWISE BOTH ROWS ARE FLAGGED 'U' *
035971*           AND NEITHER RESIDENT IS PLACED.                      *
035972*****************************************************************
035973 4000-PLACE-ROOMMATE-PAIR.
035974     MOVE 'N' TO WS-BED-FOUND-SW.
035975     MOVE 'N' TO WS-HALL-HONORED-SW.
035976     MOVE SPACES TO RQ-FLAG-REASON.
035977     PERFORM 4100-CHECK-PARTNER-HOLD THRU 4100-EXIT.
035978     IF WS-HOLD-FOUND
035979         MOVE 'N' TO WS-HOLD-FOUND-SW
035980         MOVE "ROOMMATE ON FINANCIAL HOLD" TO RQ-FLAG-REASON
035981         GO TO 4000-NOT-PLACED
035982     END-IF.
035983     IF WS-PTR-ROOM-NUMBER NOT = SPACES
035984         MOVE 1                  TO WS-BEDS-NEEDED
035985         MOVE WS-PTR-HALL-CODE   TO WS-REQUEST-HALL-TRY
035986         MOVE WS-PTR-ROOM-NUMBER TO WS-PAIR-ROOM-TRY
035987         PERFORM 4200-SELECT-DOUBLE-ROOM THRU 4200-EXIT
035988         IF NOT WS-BED-FOUND
035989             MOVE "ROOMMATE'S ROOM HAS NO OPEN BED"
035990                 TO RQ-FLAG-REASON
035991             GO TO 4000-NOT-PLACED
035992         END-IF
035993     ELSE
035994         MOVE 2                  TO WS-BEDS-NEEDED
035995         PERFORM 4150-WIDEN-STAY-WINDOW THRU 4150-EXIT
035996         MOVE SPACES             TO WS-PAIR-ROOM-TRY
035997         IF WS-REQUEST-HALL NOT = SPACES
035998             MOVE WS-REQUEST-HALL TO WS-REQUEST-HALL-TRY
035999             PERFORM 4200-SELECT-DOUBLE-ROOM THRU 4200-EXIT
036000         END-IF
036001         IF WS-BED-FOUND
036002             MOVE 'Y' TO WS-HALL-HONORED-SW
036003         ELSE
036004             MOVE SPACES TO WS-REQUEST-HALL-TRY
036005             PERFORM 4200-SELECT-DOUBLE-ROOM THRU 4200-EXIT
036006         END-IF
036007         IF NOT WS-BED-FOUND
036008             MOVE "NO OPEN DOUBLE ROOM FOR PAIR"
036009                 TO RQ-FLAG-REASON
036010             GO TO 4000-NOT-PLACED
036011         END-IF
036012     END-IF.
036013
036014     MOVE 'Y' TO WS-PAIR-PLACED-SW.
036015     PERFORM 3500-COMMIT-PLACEMENT THRU 3500-EXIT.
036016     ADD 1 TO WS-PLACED-COUNT.
036017     PERFORM 5500-WRITE-DETAIL-LINE THRU 5500-EXIT.
036018
036019*    A ROOMLESS PARTNER TAKES THE OTHER BED NOW, UNDER THE SAME
036020*    COMMIT. THEIR OWN CURSOR ROW IS SKIPPED WHEN IT COMES UP.
036021     IF WS-PTR-ROOM-NUMBER = SPACES
036022         MOVE DCLRESIDENT-OCCUPANCY TO WS-OCC-SAVE
036023         MOVE WS-PARTNER-OCC        TO DCLRESIDENT-OCCUPANCY
036024         MOVE 'Y' TO WS-PARTNER-LINE-SW
036025         PERFORM 3500-COMMIT-PLACEMENT THRU 3500-EXIT
036026         ADD 1 TO WS-RESIDENTS-READ
036027         ADD 1 TO WS-PLACED-COUNT
036028         PERFORM 5500-WRITE-DETAIL-LINE THRU 5500-EXIT
036029         MOVE 'N' TO WS-PARTNER-LINE-SW
036030         MOVE WS-OCC-SAVE           TO DCLRESIDENT-OCCUPANCY
036031     END-IF.
036032
036033     PERFORM 4900-STAMP-PAIR THRU 4900-EXIT.
036034     EXEC SQL COMMIT END-EXEC.
036035     ADD 1 TO WS-PAIRS-PLACED.
036036     GO TO 4000-EXIT.
036037
036038 4000-NOT-PLACED.
036039     MOVE 'Y' TO WS-PAIR-FLAGGED-SW.
036040     MOVE 'N' TO WS-BED-FOUND-SW.
036041     PERFORM 4900-STAMP-PAIR THRU 4900-EXIT.
036042     EXEC SQL COMMIT END-EXEC.
036043     ADD 1 TO WS-PAIRS-FLAGGED.
036044     ADD 1 TO WS-UNPLACED-COUNT.
036045     PERFORM 5500-WRITE-DETAIL-LINE THRU 5500-EXIT.
036046 4000-EXIT.
036047     EXIT.
036048
036049 4100-CHECK-PARTNER-HOLD.
036050     MOVE 'N' TO WS-HOLD-FOUND-SW.
036051     MOVE WS-PTR-RESIDENT-ID TO BB-RESIDENT-ID.
036052     EXEC SQL
036053         SELECT HOLD_STATUS
036054           INTO :BB-HOLD-STATUS
036055           FROM BURSAR_BALANCE
036056          WHERE RESIDENT_ID = :BB-RESIDENT-ID
036057     END-EXEC.
036058     EVALUATE TRUE
036059         WHEN SQLCODE = 100
036060             CONTINUE
036061         WHEN SQLCODE NOT = ZERO
036062             DISPLAY "RESPLACE - BURSAR BALANCE SELECT ERROR - "
036063                 "SQLCODE " SQLCODE
036064             GO TO 9900-ABEND-JOB
036065         WHEN BB-HOLD
036066             MOVE 'Y' TO WS-HOLD-FOUND-SW
036067         WHEN OTHER
036068             CONTINUE
036069     END-EVALUATE.
036070 4100-EXIT.
036071     EXIT.
036072
036073*****************************************************************
036074* 4150-WIDEN-STAY-WINDOW - A ROOMLESS PARTNER TAKES THE OTHER    *
036075*           BED IN THE SAME COMMIT, SO THE ROOM MUST BE CLEAR OF *
036076*           BLOCKS FOR BOTH STAYS - THE EARLIER FROM DATE AND    *
036077*           THE LATER THRU DATE OF THE TWO.                      *
036078*****************************************************************
036079 4150-WIDEN-STAY-WINDOW.
036080     IF WS-PTR-CHECKIN-DATE > WS-RUN-DATE-ISO AND
036081        WS-PTR-CHECKIN-DATE < WS-STAY-FROM
036082         MOVE WS-PTR-CHECKIN-DATE TO WS-STAY-FROM
036083     END-IF.
036084     IF WS-PTR-CHECKIN-DATE NOT > WS-RUN-DATE-ISO
036085         MOVE WS-RUN-DATE-ISO TO WS-STAY-FROM
036086     END-IF.
036087     IF WS-PTR-CHECKOUT-DATE = SPACES
036088         MOVE '9999-12-31' TO WS-STAY-THRU
036089     ELSE
036090         IF WS-PTR-CHECKOUT-DATE > WS-STAY-THRU
036091             MOVE WS-PTR-CHECKOUT-DATE TO WS-STAY-THRU
036092         END-IF
036093     END-IF.
036094 4150-EXIT.
036095     EXIT.
036096
036097*****************************************************************
036098* 4200-SELECT-DOUBLE-ROOM - THE SAME ROOM RULES AS 3100-SELECT-  *
036099*           BED (ROOM BLOCKS INCLUDED), LIMITED TO CAPACITY-2    *
036100*           ROOMS WITH WS-BEDS-NEEDED BEDS TO SPARE AND FITTING  *
036101*           BOTH RESIDENTS' NEEDS.                               *
036102*           WS-PAIR-ROOM-TRY PINS THE SELECT TO ONE ROOM (THE    *
036103*           HOUSED PARTNER'S) WHEN SET.                          *
036104*           BOTH RESIDENTS' MEAL PLANS (THE REQUESTER'S ALONE    *
036105*           WHEN THE PARTNER IS HOUSED) MUST MEET THE HALL'S     *
036106*           MEAL PLAN RULE - A HALL THAT FAILS IS PASSED OVER.   *
036107*****************************************************************
036108 4200-SELECT-DOUBLE-ROOM.
036109     MOVE SPACES TO WS-HALL-AFTER.
036110 4200-SELECT-NEXT-HALL.
036111     EXEC SQL
036112         SELECT R.HALL_CODE, R.ROOM_NUMBER
036113           INTO :RI-HALL-CODE, :RI-ROOM-NUMBER
036114           FROM ROOM_INVENTORY R
036115          WHERE R.ROOM_STATUS = 'A'
036116            AND R.CAPACITY = 2
036117            AND ( :WS-REQUEST-HALL-TRY = '    '
036118               OR R.HALL_CODE = :WS-REQUEST-HALL-TRY )
036119            AND R.HALL_CODE > :WS-HALL-AFTER
036120            AND ( :WS-PAIR-ROOM-TRY = '      '
036121               OR R.ROOM_NUMBER = :WS-PAIR-ROOM-TRY )
036122            AND R.CAPACITY - R.OCCUPANT_COUNT -
036123                ( SELECT COUNT(*)
036124                    FROM WAITLIST W
036125                   WHERE W.REQUEST_STATUS IN ('O', 'A')
036126                     AND W.OFFER_HALL = R.HALL_CODE
036127                     AND W.OFFER_ROOM = R.ROOM_NUMBER )
036128                >= :WS-BEDS-NEEDED
036129            AND NOT EXISTS
036130                ( SELECT 1
036131                    FROM WORK_ORDER K
036132                   WHERE K.WO_STATUS = 'O'
036133                     AND K.HALL_CODE = R.HALL_CODE
036134                     AND K.ROOM_NUMBER = R.ROOM_NUMBER )
036135            AND NOT EXISTS
036136                ( SELECT 1
036137                    FROM ROOM_BLOCK B
036138                   WHERE B.BLOCK_STATUS = 'A'
036139                     AND B.HALL_CODE = R.HALL_CODE
036140                     AND R.ROOM_NUMBER BETWEEN B.ROOM_FROM
036141                                           AND B.ROOM_THRU
036142                     AND B.START_DATE <= :WS-STAY-THRU
036143                     AND B.END_DATE >= :WS-STAY-FROM )
036144            AND ( SUBSTR(:RO-NEEDS-CODE, 1, 1) = ' '
036145               OR LOCATE(SUBSTR(:RO-NEEDS-CODE, 1, 1),
036146                         R.ROOM_ATTRIBUTES) > 0 )
036147            AND ( SUBSTR(:RO-NEEDS-CODE, 2, 1) = ' '
036148               OR LOCATE(SUBSTR(:RO-NEEDS-CODE, 2, 1),
036149                         R.ROOM_ATTRIBUTES) > 0 )
036150            AND ( LOCATE('M', R.ROOM_ATTRIBUTES) = 0
036151               OR LOCATE('M', :RO-NEEDS-CODE) > 0 )
036152            AND ( LOCATE('F', R.ROOM_ATTRIBUTES) = 0
036153               OR LOCATE('F', :RO-NEEDS-CODE) > 0 )
036154            AND ( SUBSTR(:WS-PTR-NEEDS-CODE, 1, 1) = ' '
036155               OR LOCATE(SUBSTR(:WS-PTR-NEEDS-CODE, 1, 1),
036156                         R.ROOM_ATTRIBUTES) > 0 )
036157            AND ( SUBSTR(:WS-PTR-NEEDS-CODE, 2, 1) = ' '
036158               OR LOCATE(SUBSTR(:WS-PTR-NEEDS-CODE, 2, 1),
036159                         R.ROOM_ATTRIBUTES) > 0 )
036160            AND ( LOCATE('M', R.ROOM_ATTRIBUTES) = 0
036161               OR LOCATE('M', :WS-PTR-NEEDS-CODE) > 0 )
036162            AND ( LOCATE('F', R.ROOM_ATTRIBUTES) = 0
036163               OR LOCATE('F', :WS-PTR-NEEDS-CODE) > 0 )
036164          ORDER BY R.HALL_CODE, R.ROOM_NUMBER
036165          FETCH FIRST 1 ROW ONLY
036166     END-EXEC.
036167     EVALUATE SQLCODE
036168         WHEN ZERO
036169             MOVE 'Y' TO WS-BED-FOUND-SW
036170         WHEN 100
036171             CONTINUE
036172         WHEN OTHER
036173             DISPLAY "RESPLACE - DOUBLE ROOM SELECT ERROR - "
036174                 "SQLCODE " SQLCODE
036175             GO TO 9900-ABEND-JOB
036176     END-EVALUATE.
036177     IF NOT WS-BED-FOUND
036178         GO TO 4200-EXIT
036179     END-IF.
036180     MOVE RO-MEAL-PLAN-CODE    TO MR-CHECK-PLAN.
036181     PERFORM 3150-CHECK-MEAL-RULE THRU 3150-EXIT.
036182     IF WS-BED-FOUND AND WS-PTR-ROOM-NUMBER = SPACES
036183         MOVE WS-PTR-MEAL-PLAN-CODE TO MR-CHECK-PLAN
036184         PERFORM 3150-CHECK-MEAL-RULE THRU 3150-EXIT
036185     END-IF.
036186     IF NOT WS-BED-FOUND
036187         MOVE RI-HALL-CODE     TO WS-HALL-AFTER
036188         GO TO 4200-SELECT-NEXT-HALL
036189     END-IF.
036190 4200-EXIT.
036191     EXIT.
036192
036193*****************************************************************
036194* 4900-STAMP-PAIR - BOTH RESIDENTS' REQUEST ROWS GET THE PAIR'S  *
036195*           OUTCOME: 'H' WITH THE SHARED ROOM, OR 'U' WITH THE   *
036196*           REASON IN RQ-FLAG-REASON.                            *
036197*****************************************************************
036198 4900-STAMP-PAIR.
036199     IF WS-PAIR-PLACED
036200         MOVE 'H'            TO RQ-REQUEST-STATUS
036201         MOVE RI-HALL-CODE   TO RQ-PAIR-HALL
036202         MOVE RI-ROOM-NUMBER TO RQ-PAIR-ROOM
036203     ELSE
036204         MOVE 'U'            TO RQ-REQUEST-STATUS
036205         MOVE SPACES         TO RQ-PAIR-HALL
036206         MOVE SPACES         TO RQ-PAIR-ROOM
036207     END-IF.
036208     MOVE RO-RESIDENT-ID     TO RQ-RESIDENT-ID.
036209     MOVE WS-PTR-RESIDENT-ID TO RQ-ROOMMATE-ID.
036210     EXEC SQL
036211         UPDATE ROOMMATE_REQUEST
036212            SET REQUEST_STATUS  = :RQ-REQUEST-STATUS,
036213                PAIR_HALL       = :RQ-PAIR-HALL,
036214                PAIR_ROOM       = :RQ-PAIR-ROOM,
036215                FLAG_REASON     = :RQ-FLAG-REASON,
036216                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
036217                LAST_UPDATE_PGM = 'RESPLACE'
036218          WHERE RESIDENT_ID IN ( :RQ-RESIDENT-ID,
036219                                 :RQ-ROOMMATE-ID )
036220            AND REQUEST_STATUS <> 'C'
036221     END-EXEC.
036222     IF SQLCODE NOT = ZERO
036223         DISPLAY "RESPLACE - ROOMMATE STAMP ERROR - SQLCODE "
036224             SQLCODE
036225         GO TO 9900-ABEND-JOB
036226     END-IF.
036227 4900-EXIT.
036228     EXIT.
036229
036230 7500-UPDATE-MASTER-RECORD.
036231     MOVE RO-RESIDENT-ID       TO RM-RESIDENT-ID.
036256     READ RESIDENT-MASTER-FILE
036300         INVALID KEY
036400             CONTINUE
036500     END-READ.
045900 5500-WRITE-DETAIL-LINE.
046000     MOVE RO-RESIDENT-ID        TO WS-DET-RESIDENT-ID.
046100     MOVE RO-RESIDENT-NAME      TO WS-DET-RESIDENT-NAME.
046166     EVALUATE TRUE
046232         WHEN WS-PARTNER-LINE
046298             MOVE "(PAIR)"          TO WS-DET-REQ-HALL
046364         WHEN WS-REQUEST-HALL = SPACES
046430             MOVE "(ANY)"           TO WS-DET-REQ-HALL
046496         WHEN OTHER
046562             MOVE WS-REQUEST-HALL   TO WS-DET-REQ-HALL
046628     END-EVALUATE.
046700     EVALUATE TRUE
046710         WHEN WS-HOLD-FOUND
046720             MOVE "NOT PLACED - BURSAR FINANCIAL HOLD"
046730                 TO WS-DET-PLACEMENT
046735         WHEN WS-PAIR-FLAGGED
046740             MOVE SPACES TO WS-DET-PLACEMENT
046745             STRING "NOT PLACED - " DELIMITED BY SIZE
046750                 RQ-FLAG-REASON DELIMITED BY SIZE
046755                 INTO WS-DET-PLACEMENT
046760         WHEN WS-PAIR-PLACED
046765             MOVE SPACES TO WS-DET-PLACEMENT
046770             STRING "PLACED " DELIMITED BY SIZE
046775                 RI-HALL-CODE DELIMITED BY SIZE
046780                 "/" DELIMITED BY SIZE
046785                 RI-ROOM-NUMBER DELIMITED BY SIZE
046790                 " - ROOMMATE PAIR" DELIMITED BY SIZE
046795                 INTO WS-DET-PLACEMENT
046800         WHEN WS-BED-FOUND AND WS-HALL-HONORED
046900             MOVE SPACES TO WS-DET-PLACEMENT
047000             STRING "PLACED " DELIMITED BY SIZE
048000                 RI-ROOM-NUMBER DELIMITED BY SIZE
048100                 " - REQ HALL FULL" DELIMITED BY SIZE
048200                 INTO WS-DET-PLACEMENT
048210         WHEN WS-MEAL-SKIP
048220             MOVE "NOT PLACED - NO BED FITS HALL MEAL RULES"
048230                 TO WS-DET-PLACEMENT
048300         WHEN OTHER
048400             MOVE "NOT PLACED - NO BED AVAILABLE"
048500                 TO WS-DET-PLACEMENT
051400     DISPLAY "RESPLACE -   RESIDENTS READ  - " WS-RESIDENTS-READ.
051500     DISPLAY "RESPLACE -   PLACED          - " WS-PLACED-COUNT.
051600     DISPLAY "RESPLACE -   NOT PLACED      - " WS-UNPLACED-COUNT.
051633     DISPLAY "RESPLACE -   PAIRS PLACED    - " WS-PAIRS-PLACED.
051666     DISPLAY "RESPLACE -   PAIRS FLAGGED   - " WS-PAIRS-FLAGGED.
051700
051800     EXEC SQL CLOSE C1 END-EXEC.
051900     MOVE WS-RESIDENTS-READ     TO BL-RECORDS-READ.
053200     EXIT.
053300
053400     COPY RUNLOGP.
053410
053420     COPY MRULCHKP.
053500
053600 9900-ABEND-JOB.
053700     DISPLAY "RESPLACE - JOB ABENDING AFTER "
