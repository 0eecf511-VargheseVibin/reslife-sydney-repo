001088*              RETURN RIDE THE SAME CALL SITES AS THE ROOM       *
001098*              OCCUPANT COUNT. THE OUTSTANDING-KEYS REPORT       *
001108*              (RESKEYRP) WORKS THE TABLE.                       *
001109*  2026-10-06 FMV 2500-CHECK-ROOM-AVAILABLE NOW ALSO REJECTS A   *
001110*              ROOM UNDER AN ACTIVE ROOM_BLOCK (SEE              *
001111*              COPYBOOKS/BLOKDCL, MAINTAINED ON THE HBLK         *
001112*              SCREEN) WHOSE DATES OVERLAP THE STAY, THE SAME    *
001113*              AS A ROOM WITH AN OPEN WORK ORDER.                *
001114*  2026-10-06 FMV EVERY MOVE-OUT - A 'D' DEPARTURE OR AN UPDATE  *
001115*              THAT VACATES THE ROOM - NOW ALSO FLAGS THE        *
001116*              RESIDENT'S UNCOLLECTED DESK PACKAGES AND MAIL     *
001117*              'F' ON THE PACKAGE TABLE (SEE COPYBOOKS/PKGDCL,   *
001118*              LOGGED ON THE HPKG SCREEN) FOR RETURN TO SENDER   *
001119*              OR FORWARDING.                                    *
001173*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
001227*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
001281*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
001335*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
001389*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
001395*  2026-10-06 FMV EVERY INSERT, AND ANY UPDATE THAT CHANGES THE  *
001401*              HALL OR THE MEAL PLAN, NOW CHECKS THE MEAL PLAN   *
001407*              AGAINST THE HALL'S MEAL PLAN RULE (SEE            *
001413*              COPYBOOKS/MRULDCL, CHECKED BY                     *
001419*              0800-CHECK-MEAL-RULE IN MRULCHKP) AS OF THE RUN   *
001425*              DATE OR THE CHECK-IN DATE, WHICHEVER IS LATER. A  *
001431*              PLAN THAT FAILS IT IS REJECTED WITH THE REASON.   *
001442*  2026-10-15 FMV FEED_ACK ROWS ARE NOW STAMPED WITH THE NIGHT'S *
001453*              RUN DATE FROM THE RESTART CHECK INSTEAD OF THE    *
001464*              CALENDAR DATE, SO A NIGHT RESUMED PAST MIDNIGHT   *
001475*              KEEPS ONE DATE FOR RESACK TO EXTRACT BY.          *
001486*****************************************************************
001500
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
005972
005973     COPY WRKODCL.
005974
005975     COPY BLOKDCL.
005976
005977     COPY FEEDDCL.
005978
005979     COPY KEYDCL.
005980
005981     COPY PKGDCL.
005982
005983     COPY MSGCDCL.
005984
005985     COPY RUNLDCL.
005986
005987     COPY MRULDCL.
005988
005989 01  WS-OLD-RESIDENT-VALUES.
005990     05 WS-OLD-RESIDENT-NAME     PIC X(30).
005991     05 WS-OLD-ROOM-NUMBER       PIC X(06).
005992     05 WS-OLD-HALL-CODE         PIC X(04).
007602 01  WS-DUP-FOUND-COUNT          PIC S9(09) COMP VALUE ZERO.
007616 01  WS-REJECT-REASON            PIC X(40)       VALUE SPACES.
007630 01  WS-OPEN-ORDER-COUNT         PIC S9(09) COMP VALUE ZERO.
007633 01  WS-ROOM-BLOCK-COUNT         PIC S9(09) COMP VALUE ZERO.
007636 01  WS-STAY-FROM                PIC X(10)       VALUE SPACES.
007639 01  WS-STAY-THRU                PIC X(10)       VALUE SPACES.
007644 01  WS-NEEDS-IX                 PIC 9(02) COMP  VALUE ZERO.
007658 01  WS-NEEDS-BYTE               PIC X(01)       VALUE SPACE.
007672 01  WS-ATTR-HIT                 PIC 9(04) COMP  VALUE ZERO.
016100     END-IF.
016200
016300     EXEC SQL CONNECT TO RESLIFE END-EXEC.
016304
016305     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
016306     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
016307     PERFORM 0400-LOAD-MSG-CATALOG THRU 0400-EXIT.
016310
016715     COPY MSGLOADP.
016716
016717     COPY RUNLOGP.
016718
016719     COPY MRULCHKP.
016720
016721 1700-CHECK-FOR-RESTART.
016730     OPEN INPUT CHECKPOINT-IN-FILE.
019030         PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
019040         GO TO 2200-EXIT
019050     END-IF.
019060     PERFORM 2550-CHECK-MEAL-RULE THRU 2550-EXIT.
019065     IF NOT WS-ROOM-OK
019070         PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
019075         GO TO 2200-EXIT
019080     END-IF.
019100     MOVE RD-RESIDENT-ID       TO RO-RESIDENT-ID.
019200     MOVE RD-RESIDENT-NAME     TO RO-RESIDENT-NAME.
019300     MOVE RD-ROOM-NUMBER       TO RO-ROOM-NUMBER.
021590             GO TO 2300-EXIT
021591         END-IF
021592     END-IF.
021593     IF (RD-MEAL-PLAN-CODE NOT = WS-OLD-MEAL-PLAN-CODE OR
021594         RD-HALL-CODE NOT = WS-OLD-HALL-CODE) AND
021595        RD-HALL-CODE NOT = SPACES
021596         PERFORM 2550-CHECK-MEAL-RULE THRU 2550-EXIT
021597         IF NOT WS-ROOM-OK
021598             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
021599             GO TO 2300-EXIT
021600         END-IF
021601     END-IF.
021650     MOVE RD-RESIDENT-NAME     TO RO-RESIDENT-NAME.
021700     MOVE RD-ROOM-NUMBER       TO RO-ROOM-NUMBER.
021800     MOVE RD-HALL-CODE         TO RO-HALL-CODE.
021900     MOVE RD-MEAL-PLAN-CODE    TO RO-MEAL-PLAN-CODE.
023421                 MOVE WS-RUN-DATE-ISO TO RO-CHECKOUT-DATE
023422             END-IF
023423             PERFORM 7700-WRITE-WORK-ORDER THRU 7700-EXIT
023424             PERFORM 2760-FLAG-PACKAGES THRU 2760-EXIT
023425         END-IF
023426         IF RD-ROOM-NUMBER NOT = SPACES
023427             PERFORM 2600-ADD-ROOM-OCCUPANT THRU 2600-EXIT
023428             PERFORM 2650-ISSUE-ROOM-KEY THRU 2650-EXIT
023430         END-IF
023432     END-IF.
024535         PERFORM 2750-RETURN-ROOM-KEY THRU 2750-EXIT
024540         PERFORM 7700-WRITE-WORK-ORDER THRU 7700-EXIT
024550     END-IF.
024555     PERFORM 2760-FLAG-PACKAGES THRU 2760-EXIT.
024560     ADD 1 TO WS-DEPARTED-COUNT.
024562     MOVE 'L'    TO FA-DISPOSITION.
024564     MOVE SPACES TO FA-REASON-TEXT.
025852         PERFORM 2520-CHECK-OPEN-WORK-ORDER THRU 2520-EXIT
025853     END-IF.
025854     IF WS-ROOM-OK
025855         PERFORM 2525-CHECK-ROOM-BLOCK THRU 2525-EXIT
025856     END-IF.
025857     IF WS-ROOM-OK
025858         PERFORM 2530-CHECK-ROOM-ATTRIBUTES THRU 2530-EXIT
025859     END-IF.
025860 2500-EXIT.
025870     EXIT.
025871
025897             TO WS-REJECT-REASON
025898     END-IF.
025899 2520-EXIT.
025900     EXIT.
025901
025902*****************************************************************
025903* 2525-CHECK-ROOM-BLOCK - A ROOM SET ASIDE ON ROOM_BLOCK (A      *
025904*           CONFERENCE GROUP, AN RA APARTMENT, AN OVERFLOW HOLD) *
025905*           IS REFUSED THE SAME AS A ROOM WITH AN OPEN WORK      *
025906*           ORDER WHEN AN ACTIVE BLOCK'S DATES OVERLAP THE STAY  *
025907*           - TODAY OR THE CHECK-IN DATE, WHICHEVER IS LATER,    *
025908*           THROUGH THE CHECK-OUT DATE (OPEN-ENDED WHEN THE FEED *
025909*           GAVE NONE).                                          *
025910*****************************************************************
025911 2525-CHECK-ROOM-BLOCK.
025912     MOVE WS-RUN-DATE-ISO TO WS-STAY-FROM.
025913     IF RD-CHECKIN-DATE > WS-STAY-FROM
025914         MOVE RD-CHECKIN-DATE TO WS-STAY-FROM
025915     END-IF.
025916     IF RD-CHECKOUT-DATE NOT = SPACES
025917         MOVE RD-CHECKOUT-DATE TO WS-STAY-THRU
025918     ELSE
025919         MOVE '9999-12-31' TO WS-STAY-THRU
025920     END-IF.
025921     EXEC SQL
025922         SELECT COUNT(*)
025923           INTO :WS-ROOM-BLOCK-COUNT
025924           FROM ROOM_BLOCK
025925          WHERE BLOCK_STATUS = 'A'
025926            AND HALL_CODE    = :RD-HALL-CODE
025927            AND :RD-ROOM-NUMBER BETWEEN ROOM_FROM AND ROOM_THRU
025928            AND START_DATE  <= :WS-STAY-THRU
025929            AND END_DATE    >= :WS-STAY-FROM
025930     END-EXEC.
025931     IF SQLCODE NOT = ZERO
025932         DISPLAY "HELLOWORLD - ROOM BLOCK SELECT ERROR - "
025933             "SQLCODE " SQLCODE
025934         GO TO 9900-ABEND-JOB
025935     END-IF.
025936     IF WS-ROOM-BLOCK-COUNT > ZERO
025937         MOVE 'N' TO WS-ROOM-OK-SW
025938         MOVE "ROOM IS BLOCKED FOR THOSE DATES"
025939             TO WS-REJECT-REASON
025940     END-IF.
025941 2525-EXIT.
025942     EXIT.
025943
025944*****************************************************************
025945* 2530-CHECK-ROOM-ATTRIBUTES - EVERY LETTER ON THE RESIDENT'S    *
025946*           NEEDS CODE MUST APPEAR IN THE ROOM'S ATTRIBUTES      *
025947*           (E.G. 'A' ACCESSIBILITY REQUIRED INTO AN 'A' ROOM,   *
025948*           NEVER A WALK-UP), AND A SINGLE-GENDER FLOOR ('M' OR  *
025949*           'F' ON THE ROOM) ONLY TAKES A RESIDENT CARRYING THE  *
025950*           SAME LETTER.                                         *
025951*****************************************************************
025952 2530-CHECK-ROOM-ATTRIBUTES.
025953     PERFORM 2540-CHECK-NEEDS-BYTE THRU 2540-EXIT
025954         VARYING WS-NEEDS-IX FROM 1 BY 1
025955         UNTIL WS-NEEDS-IX > 2 OR NOT WS-ROOM-OK.
025956     IF NOT WS-ROOM-OK
025957         GO TO 2530-EXIT
025958     END-IF.
025959     MOVE ZERO TO WS-ATTR-HIT.
025960     INSPECT RI-ROOM-ATTRIBUTES
025961         TALLYING WS-ATTR-HIT FOR ALL 'M'.
025962     IF WS-ATTR-HIT > ZERO
025963         MOVE ZERO TO WS-ATTR-HIT
025964         INSPECT RT-NEEDS-CODE
025965             TALLYING WS-ATTR-HIT FOR ALL 'M'
025966         IF WS-ATTR-HIT = ZERO
025967             MOVE 'N' TO WS-ROOM-OK-SW
025968             MOVE "ROOM IS ON A RESTRICTED FLOOR"
025969                 TO WS-REJECT-REASON
025970             GO TO 2530-EXIT
025971         END-IF
025972     END-IF.
025973     MOVE ZERO TO WS-ATTR-HIT.
025974     INSPECT RI-ROOM-ATTRIBUTES
025975         TALLYING WS-ATTR-HIT FOR ALL 'F'.
025976     IF WS-ATTR-HIT > ZERO
025977         MOVE ZERO TO WS-ATTR-HIT
025978         INSPECT RT-NEEDS-CODE
025979             TALLYING WS-ATTR-HIT FOR ALL 'F'
025980         IF WS-ATTR-HIT = ZERO
025981             MOVE 'N' TO WS-ROOM-OK-SW
025982             MOVE "ROOM IS ON A RESTRICTED FLOOR"
025983                 TO WS-REJECT-REASON
025984         END-IF
025985     END-IF.
025986 2530-EXIT.
025987     EXIT.
025988
025989 2540-CHECK-NEEDS-BYTE.
025990     MOVE RT-NEEDS-CODE(WS-NEEDS-IX:1) TO WS-NEEDS-BYTE.
025991     IF WS-NEEDS-BYTE = SPACE
025992         GO TO 2540-EXIT
025993     END-IF.
025994     MOVE ZERO TO WS-ATTR-HIT.
025995     INSPECT RI-ROOM-ATTRIBUTES
025996         TALLYING WS-ATTR-HIT FOR ALL WS-NEEDS-BYTE.
025997     IF WS-ATTR-HIT = ZERO
025998         MOVE 'N' TO WS-ROOM-OK-SW
025999         MOVE "ROOM LACKS REQUIRED ATTRIBUTE"
026000             TO WS-REJECT-REASON
026001     END-IF.
026002 2540-EXIT.
026003     EXIT.
026004
026006*****************************************************************
026007* 2550-CHECK-MEAL-RULE - THE RESIDENT'S MEAL PLAN MUST MEET THE  *
026008*           HALL'S MEAL PLAN RULE (SEE COPYBOOKS/MRULDCL) AS OF  *
026009*           THE RUN DATE OR THE CHECK-IN DATE, WHICHEVER IS      *
026010*           LATER. SETS WS-ROOM-OK-SW AND, WHEN NOT OK,          *
026011*           WS-REJECT-REASON FOR 9200-REJECT-RECORD.             *
026012*****************************************************************
026013 2550-CHECK-MEAL-RULE.
026014     MOVE 'Y' TO WS-ROOM-OK-SW.
026015     MOVE RD-HALL-CODE         TO MR-CHECK-HALL.
026016     MOVE RD-MEAL-PLAN-CODE    TO MR-CHECK-PLAN.
026017     MOVE WS-RUN-DATE-ISO      TO MR-CHECK-DATE.
026018     IF RD-CHECKIN-DATE > MR-CHECK-DATE
026019         MOVE RD-CHECKIN-DATE  TO MR-CHECK-DATE
026020     END-IF.
026021     PERFORM 0800-CHECK-MEAL-RULE THRU 0800-EXIT.
026022     IF MR-CHECK-FAILED
026023         DISPLAY "HELLOWORLD - MEAL RULE SELECT ERROR - SQLCODE "
026024             MR-CHECK-SQLCODE
026025         GO TO 9900-ABEND-JOB
026026     END-IF.
026027     IF MR-PLAN-FAILS-RULE
026028         MOVE 'N' TO WS-ROOM-OK-SW
026029         MOVE MR-FAIL-TEXT TO WS-REJECT-REASON
026030     END-IF.
026031 2550-EXIT.
026032     EXIT.
026033
026034 2600-ADD-ROOM-OCCUPANT.
026035     EXEC SQL
026036         UPDATE ROOM_INVENTORY
026037            SET OCCUPANT_COUNT  = OCCUPANT_COUNT + 1,
026038                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
026039                LAST_UPDATE_PGM = 'HELLOWLD'
026040          WHERE HALL_CODE       = :RD-HALL-CODE
026041            AND ROOM_NUMBER     = :RD-ROOM-NUMBER
026042     END-EXEC.
026043     IF SQLCODE NOT = ZERO
026044         DISPLAY "HELLOWORLD - ROOM COUNT ADD ERROR - SQLCODE "
026045             SQLCODE
026046         GO TO 9900-ABEND-JOB
026047     END-IF.
026048 2600-EXIT.
026049     EXIT.
026050
026060*****************************************************************
026070* 2700-REMOVE-ROOM-OCCUPANT - STEP THE VACATED ROOM'S COUNT BACK *
026365 2750-EXIT.
026366     EXIT.
026367
026368*****************************************************************
026369* 2760-FLAG-PACKAGES - A RESIDENT WHO MOVES OUT LEAVES ANY ITEM *
026370*           STILL HELD AT THE DESK FLAGGED FOR RETURN TO SENDER *
026371*           OR FORWARDING; NOTHING HELD (SQLCODE 100) IS NOT AN *
026372*           ERROR.                                              *
026373*****************************************************************
026374 2760-FLAG-PACKAGES.
026375     MOVE RD-RESIDENT-ID       TO PK-RESIDENT-ID.
026376     EXEC SQL
026377         UPDATE PACKAGE
026378            SET PKG_STATUS      = 'F',
026379                FLAG_DATE       = CURRENT DATE,
026380                FLAG_PGM        = 'HELLOWLD',
026381                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
026382                LAST_UPDATE_PGM = 'HELLOWLD'
026383          WHERE RESIDENT_ID     = :PK-RESIDENT-ID
026384            AND PKG_STATUS      = 'H'
026385     END-EXEC.
026386     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
026387         DISPLAY "HELLOWORLD - PACKAGE FLAG UPDATE ERROR - "
026388             "SQLCODE " SQLCODE
026389         GO TO 9900-ABEND-JOB
026390     END-IF.
026391 2760-EXIT.
026392     EXIT.
026393
026394 5000-ROSTER-DETAIL.
026395     MOVE RD-ROOM-NUMBER(1:2) TO WS-CURR-FLOOR-CODE.
026396
026397     IF WS-FIRST-DETAIL
026398         MOVE 'N' TO WS-FIRST-DETAIL-SW
026399         MOVE RD-HALL-CODE      TO WS-PREV-HALL-CODE
026400         MOVE WS-CURR-FLOOR-CODE TO WS-PREV-FLOOR-CODE
026401         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
026402     ELSE
026403         IF RD-HALL-CODE NOT = WS-PREV-HALL-CODE
026406             PERFORM 5300-FLOOR-BREAK THRU 5300-EXIT
026410             PERFORM 5400-HALL-BREAK THRU 5400-EXIT
026420             MOVE RD-HALL-CODE       TO WS-PREV-HALL-CODE
026430             MOVE WS-CURR-FLOOR-CODE TO WS-PREV-FLOOR-CODE
027302*****************************************************************
027303* 8100-WRITE-FEED-ACK - ONE FEED_ACK ROW PER DISPOSED DETAIL     *
027304*           RECORD. THE CALLER SETS FA-DISPOSITION AND           *
027305*           FA-REASON-TEXT; THE REST COMES FROM THE CURRENT      *
027306*           RECORD AND BL-RUN-DATE, THE NIGHT'S RUN DATE.        *
027307*****************************************************************
027308 8100-WRITE-FEED-ACK.
027309     MOVE BL-RUN-DATE           TO FA-FEED-DATE.
027311     MOVE RD-RESIDENT-ID        TO FA-RESIDENT-ID.
027312     MOVE RT-TRANS-CODE         TO FA-TRANS-CODE.
027313     MOVE RESIDENT-TRANS-RECORD TO FA-RECORD-IMAGE.
