001607*              KEYDCL) AND EVERY VACATE RECORDS IT RETURNED -    *
001608*              ISSUE AND RETURN RIDE THE SAME CALL SITES AS THE  *
001609*              ROOM OCCUPANT COUNT, THE SAME AS THE BATCH LOAD.  *
001610*  2026-10-06 FMV ADDED THE 'W' TWO-WAY ROOM SWAP - THE SCREEN'S *
001611*              RESIDENT AND THE SWAP-WITH RESIDENT TRADE ROOMS.  *
001612*              EACH IS CHECKED AGAINST THE OTHER'S ROOM (BURSAR  *
001613*              HOLD, OPEN WORK ORDER, NEEDS ATTRIBUTES) BEFORE   *
001614*              EITHER ROW IS TOUCHED, THEN EACH GETS ITS OWN     *
001615*              OCCUPANCY UPDATE, KEY RETURN/ISSUE, AUDIT ROW,    *
001616*              RESMSTR REWRITE AND 'W' CICL ENTRY. ANY FAILURE   *
001617*              PART WAY THROUGH ROLLS THE WHOLE SWAP BACK - BOTH *
001618*              RESIDENTS MOVE OR NEITHER DOES. OCCUPANT COUNTS   *
001619*              ARE LEFT ALONE - EACH ROOM LOSES ONE AND GAINS    *
001620*              ONE.                                              *
001622*  2026-10-06 FMV A MOVE-IN, TRANSFER OR SWAP INTO A ROOM UNDER  *
001624*              AN ACTIVE ROOM_BLOCK (SEE COPYBOOKS/BLOKDCL,      *
001626*              MAINTAINED ON THE HBLK SCREEN) WHOSE DATES        *
001628*              OVERLAP THE RESIDENT'S STAY IS NOW REFUSED, THE   *
001630*              SAME AS A ROOM WITH AN OPEN WORK ORDER.           *
001631*  2026-10-06 FMV ADDED THE 'E' EMERGENCY PLACEMENT FOR SOMEONE  *
001632*              NOT YET ON THE REGISTRAR FEED - THE DESK KEYS A   *
001633*              NAME AND THE NEW ROOM/HALL (MEAL PLAN OPTIONAL),  *
001634*              THE RESIDENT GETS A HOUSE-ASSIGNED TEMPORARY ID   *
001635*              (SEE COPYBOOKS/TMPRDCL) AND GOES THROUGH THE      *
001636*              SAME HOLD, CAPACITY, WORK ORDER, BLOCK AND        *
001637*              ATTRIBUTE CHECKS AS A MOVE-IN, THEN IS INSERTED   *
001638*              ON RESIDENT_OCCUPANCY AND RESMSTR WITH THE ROOM   *
001639*              COUNT, KEY ISSUE, 'I' AUDIT ROW AND AN 'M' CICL   *
001640*              ENTRY. AUTHORIZED BY THE 'M' FUNCTION LETTER.     *
001641*              THE REGISTRAR'S REAL ID IS FOLDED IN LATER BY     *
001642*              THE ID MERGE (RESIDMRG).                          *
001643*  2026-10-06 FMV AN 'O' MOVE-OUT NOW ALSO FLAGS THE RESIDENT'S  *
001644*              UNCOLLECTED DESK PACKAGES AND MAIL 'F' ON THE     *
001645*              PACKAGE TABLE (SEE COPYBOOKS/PKGDCL, LOGGED ON    *
001646*              THE HPKG SCREEN) FOR RETURN TO SENDER OR          *
001647*              FORWARDING, AND TELLS THE OPERATOR WHEN ANY WERE  *
001648*              FOUND.                                            *
001649*  2026-10-06 FMV ADDED THE 'A' ARRIVAL FUNCTION - THE DESK      *
001650*              CONFIRMS THE RESIDENT HAS PHYSICALLY SHOWN UP FOR *
001651*              THE STAY (KEYED OR SCANNED INTO THE RESIDENT ID   *
001652*              FIELD). A ROW GOES ON RESIDENT_ARRIVAL (SEE       *
001653*              COPYBOOKS/ARRVDCL) WITH THE OPERATOR, TERMINAL    *
001654*              AND TIME; THE NIGHTLY NO-SHOW PASS (RESNOSHW)     *
001655*              LISTS, AND IN RELEASE MODE VACATES, ROOMS STILL   *
001656*              HELD N DAYS PAST CHECKIN WITH NO ARRIVAL.         *
001657*              AUTHORIZED BY THE 'A' FUNCTION LETTER; A          *
001658*              HALL-RESTRICTED OPERATOR MAY ONLY CONFIRM         *
001659*              RESIDENTS OF THEIR OWN HALL. AN 'E' EMERGENCY     *
001660*              PLACEMENT IS MADE WITH THE PERSON AT THE DESK, SO *
001661*              IT NOW RECORDS THE ARRIVAL TOO.                   *
001662*  2026-10-06 FMV THE HALL'S MEAL PLAN RULE (SEE                 *
001663*              COPYBOOKS/MRULDCL, CHECKED BY                     *
001664*              0800-CHECK-MEAL-RULE IN MRULCHKP THROUGH          *
001665*              3690-CHECK-MEAL-RULE) IS NOW ENFORCED ON EVERY    *
001666*              ENTRY INTO A HALL - A MOVE-IN, TRANSFER OR 'E'    *
001667*              PLACEMENT (3650), EACH LEG OF A 'W' SWAP - AND ON *
001668*              THE 'P' MEAL PLAN CHANGE AGAINST THE RESIDENT'S   *
001669*              CURRENT HALL. A PLAN THAT FAILS IT IS REFUSED     *
001670*              WITH THE REASON ON MSGOUT.                        *
001671*  2026-10-15 FMV THE OPERATOR_AUTH FUNCTION LIST (SEE           *
001672*              COPYBOOKS/OPAUTDCL) IS NOW 16 LETTERS LONG AND    *
001673*              2600-CHECK-OPERATOR-AUTH LOOKS FOR THE FUNCTION   *
001674*              LETTER IN ALL 16 POSITIONS.                       *
001675*****************************************************************
001676
001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
001900
003431
003432     COPY OPAUTDCL.
003433
003434     COPY ARRVDCL.
003435
003437     COPY MEALDCL.
003438
003439     COPY BURSDCL.
003440
003442     COPY WRKODCL.
003444
003446     COPY PKGDCL.
003448
003449     COPY BLOKDCL.
003450
003451     COPY KEYDCL.
003452
003453     COPY TMPRDCL.
003454
003455     COPY MSGCDCL.
003456
003457 01  WS-OPEN-ORDER-COUNT         PIC S9(08)     COMP VALUE ZERO.
003458 01  WS-ROOM-BLOCK-COUNT         PIC S9(08)     COMP VALUE ZERO.
003459 01  WS-STAY-FROM                PIC X(10)      VALUE SPACES.
003460 01  WS-STAY-THRU                PIC X(10)      VALUE SPACES.
003461 01  WS-OCC-ROW-FETCHED-SW       PIC X(01)      VALUE 'N'.
003462     88 WS-OCC-ROW-FETCHED              VALUE 'Y'.
003463 01  WS-NEEDS-IX                 PIC 9(02)      COMP VALUE ZERO.
003464 01  WS-NEEDS-BYTE               PIC X(01)      VALUE SPACE.
003465 01  WS-ATTR-HIT                 PIC 9(04)      COMP VALUE ZERO.
003466
003467 01  WS-PLAN-OK-SW               PIC X(01)      VALUE 'N'.
003468     88 WS-PLAN-OK                      VALUE 'Y'.
003469 01  WS-AUTH-OK-SW               PIC X(01)      VALUE 'N'.
003470     88 WS-AUTH-OK                      VALUE 'Y'.
003471 01  WS-AUTH-HALL-RESTRICT       PIC X(04)      VALUE SPACES.
003472*    THE FUNCTION LETTER OPERATOR_AUTH MUST CARRY - THE KEYED
003473*    FUNCTION, EXCEPT THAT AN 'E' EMERGENCY PLACEMENT IS A
003474*    MOVE-IN AND RIDES THE 'M' LETTER.
003475 01  WS-AUTH-FUNCTION            PIC X(01)      VALUE SPACE.
003476
003477 01  WS-TEMP-ID                  PIC X(08)      VALUE SPACES.
003478 01  WS-TEMP-ID-NUM REDEFINES WS-TEMP-ID
003479                                 PIC 9(08).
003480
003481 01  WS-OLD-RESIDENT-VALUES.
003482     05 WS-OLD-RESIDENT-NAME     PIC X(30).
003483     05 WS-OLD-ROOM-NUMBER       PIC X(06).
003484     05 WS-OLD-HALL-CODE         PIC X(04).
003485     05 WS-OLD-MEAL-PLAN-CODE    PIC X(02).
003490     05 WS-OLD-CHECKOUT-DATE     PIC X(10).
003491
003492     COPY MRULDCL.
003500
003501*****************************************************************
003502* WS-SWAP-ROW-1/2 - THE TWO RESIDENT_OCCUPANCY ROWS OF A 'W'     *
003503*           SWAP (SAME SHAPE AS DCLRESIDENT-OCCUPANCY), HELD     *
003504*           WHILE EACH LEG IS CHECKED AND APPLIED THROUGH THE    *
003505*           RO- HOST VARIABLES. ROW 1 IS THE SCREEN'S RESIDENT,  *
003506*           ROW 2 THE SWAP-WITH RESIDENT.                        *
003507*****************************************************************
003508 01  WS-SWAP-ROW-1.
003509     05 WS-SW1-RESIDENT-ID       PIC X(08).
003510     05 FILLER                   PIC X(30).
003511     05 WS-SW1-ROOM-NUMBER       PIC X(06).
003512     05 WS-SW1-HALL-CODE         PIC X(04).
003513     05 FILLER                   PIC X(60).
003514 01  WS-SWAP-ROW-2.
003515     05 WS-SW2-RESIDENT-ID       PIC X(08).
003516     05 FILLER                   PIC X(30).
003517     05 WS-SW2-ROOM-NUMBER       PIC X(06).
003518     05 WS-SW2-HALL-CODE         PIC X(04).
003519     05 FILLER                   PIC X(60).
003520 01  WS-SWAP-NEW-ROOM            PIC X(06)      VALUE SPACES.
003521 01  WS-SWAP-NEW-HALL            PIC X(04)      VALUE SPACES.
003522 01  WS-SWAP-MSG                 PIC X(70)      VALUE SPACES.
003523 01  WS-SWAP-OK-SW               PIC X(01)      VALUE 'N'.
003524     88 WS-SWAP-OK                      VALUE 'Y'.
003525
003526 01  CICS-LOG-RECORD.
003527     COPY CICSLOG.
003528
003529*****************************************************************
003530* WS-CICS-LOG-CODE - WHEN SET, 8600-WRITE-CICS-LOG LOGS THIS    *
003531*           CODE INSTEAD OF THE KEYED FUNCTION - THE DENIAL      *
003532*           PATHS USE IT TO LOG 'X', WHICH RESRECON SKIPS SINCE  *
003533*           A DENIED ATTEMPT MADE NO DB2 CHANGE.                 *
003534*           WS-CICS-LOG-RESIDENT-ID LIKEWISE OVERRIDES THE       *
003535*           SCREEN'S RESIDENT - A SWAP LOGS ITS SECOND RESIDENT  *
003536*           WITH IT.                                             *
003537*****************************************************************
003538 01  WS-CICS-LOG-CODE            PIC X(01)      VALUE SPACE.
003539 01  WS-CICS-LOG-RESIDENT-ID     PIC X(08)      VALUE SPACES.
003540
003541 01  WORK-ORDER-RECORD.
003542     COPY WRKORDER.
003543
003546 01  WS-ABS-TIME                 PIC S9(15)     COMP-3.
003550 01  WS-CICS-DATE                PIC X(10).
003560 01  WS-CICS-TIME                PIC X(08).
003570
007910     COPY GREETLKP.
007920
007930     COPY MSGLOADP.
007940
007950     COPY MRULCHKP.
007999
008000 2000-RECEIVE-AND-LOOKUP.
008100     EXEC CICS RECEIVE MAP(WS-MAP-NAME)
008504*    AND A KEYED 'S' WOULD LEAVE A STALE SELECT FUNCTION THAT
008505*    SWALLOWS THE NEXT INPUT.
008506     EVALUATE FUNCINI
008507         WHEN 'I' WHEN 'M' WHEN 'O' WHEN 'T' WHEN 'P' WHEN 'W'
008508         WHEN 'E' WHEN 'A'
008509             MOVE FUNCINI TO HC-FUNCTION-CODE
008510         WHEN SPACE WHEN LOW-VALUE
008511             MOVE 'I' TO HC-FUNCTION-CODE
008512         WHEN OTHER
008513             MOVE 'I' TO HC-FUNCTION-CODE
008514             MOVE LOW-VALUES TO HLCIMAPO
008515             MOVE 'FUNCTION MUST BE M, O, T, P, W, E OR A'
008516                 TO MSGOUTO
008517             MOVE HC-LAST-RESIDENT-ID TO RESIDINO
008518             EXEC CICS SEND MAP(WS-MAP-NAME)
008532
008536     EVALUATE TRUE
008540         WHEN HC-FUNC-MOVE-IN OR HC-FUNC-MOVE-OUT OR
008544              HC-FUNC-TRANSFER OR HC-FUNC-MEAL-PLAN OR
008548              HC-FUNC-SWAP OR HC-FUNC-EMERGENCY OR
008550              HC-FUNC-ARRIVAL
008552             PERFORM 2600-CHECK-OPERATOR-AUTH THRU 2600-EXIT
008554             IF WS-AUTH-OK
008560                 PERFORM 3500-UPDATE-OCCUPANCY THRU 3500-EXIT
008810 2600-CHECK-OPERATOR-AUTH.
008811     MOVE 'N' TO WS-AUTH-OK-SW.
008812     MOVE SPACES TO WS-AUTH-HALL-RESTRICT.
008813     MOVE HC-FUNCTION-CODE TO WS-AUTH-FUNCTION.
008814     IF HC-FUNC-EMERGENCY
008815         MOVE 'M' TO WS-AUTH-FUNCTION
008816     END-IF.
008817     MOVE HC-OPERATOR-ID TO OA-OPERATOR-ID.
008818     EXEC SQL
008819         SELECT ALLOW_FUNCTIONS, HALL_RESTRICT, AUTH_STATUS
008820           INTO :OA-ALLOW-FUNCTIONS, :OA-HALL-RESTRICT,
008821                :OA-AUTH-STATUS
008822           FROM OPERATOR_AUTH
008823          WHERE OPERATOR_ID = :OA-OPERATOR-ID
008824     END-EXEC.
008825     EVALUATE TRUE
008826         WHEN SQLCODE = 100
008827             CONTINUE
008828         WHEN SQLCODE NOT = ZERO
008829             DISPLAY "HELLOCIC - OPERATOR AUTH SELECT ERROR - "
008830                 "SQLCODE " SQLCODE
008831         WHEN NOT OA-AUTH-ACTIVE
008832             CONTINUE
008833         WHEN OA-ALLOW-FUNCTIONS(1:1) = WS-AUTH-FUNCTION
008834          OR OA-ALLOW-FUNCTIONS(2:1) = WS-AUTH-FUNCTION
008835          OR OA-ALLOW-FUNCTIONS(3:1) = WS-AUTH-FUNCTION
008836          OR OA-ALLOW-FUNCTIONS(4:1) = WS-AUTH-FUNCTION
008837          OR OA-ALLOW-FUNCTIONS(5:1) = WS-AUTH-FUNCTION
008838          OR OA-ALLOW-FUNCTIONS(6:1) = WS-AUTH-FUNCTION
008839          OR OA-ALLOW-FUNCTIONS(7:1) = WS-AUTH-FUNCTION
008840          OR OA-ALLOW-FUNCTIONS(8:1) = WS-AUTH-FUNCTION
008841          OR OA-ALLOW-FUNCTIONS(9:1) = WS-AUTH-FUNCTION
008842          OR OA-ALLOW-FUNCTIONS(10:1) = WS-AUTH-FUNCTION
008843          OR OA-ALLOW-FUNCTIONS(11:1) = WS-AUTH-FUNCTION
008844          OR OA-ALLOW-FUNCTIONS(12:1) = WS-AUTH-FUNCTION
008845          OR OA-ALLOW-FUNCTIONS(13:1) = WS-AUTH-FUNCTION
008846          OR OA-ALLOW-FUNCTIONS(14:1) = WS-AUTH-FUNCTION
008847          OR OA-ALLOW-FUNCTIONS(15:1) = WS-AUTH-FUNCTION
008848          OR OA-ALLOW-FUNCTIONS(16:1) = WS-AUTH-FUNCTION
008849             MOVE 'Y' TO WS-AUTH-OK-SW
008850             MOVE OA-HALL-RESTRICT TO WS-AUTH-HALL-RESTRICT
008851         WHEN OTHER
008852             CONTINUE
008853     END-EVALUATE.
008854     IF WS-AUTH-OK AND
008855        WS-AUTH-HALL-RESTRICT NOT = SPACES AND
008856        (HC-FUNC-MOVE-IN OR HC-FUNC-TRANSFER OR
008857         HC-FUNC-EMERGENCY) AND
008858        NEWHLINI NOT = WS-AUTH-HALL-RESTRICT
008859         MOVE 'N' TO WS-AUTH-OK-SW
008860     END-IF.
008861 2600-EXIT.
008862     EXIT.
008863
008864*****************************************************************
008865* 2700-DENY-UPDATE - CLEAR REFUSAL ON THE SCREEN, AND THE        *
008866*           ATTEMPT GOES TO THE CICL TD QUEUE WITH THE FUNCTION  *
008867*           CODE THE OPERATOR TRIED, SO SECURITY SEES WHO KEPT   *
008868*           TRYING.                                              *
008869*****************************************************************
008870 2700-DENY-UPDATE.
008871     MOVE LOW-VALUES TO HLCIMAPO.
008872     MOVE 'OPERATOR NOT AUTHORIZED FOR THAT FUNCTION/HALL'
008873         TO MSGOUTO.
008874     MOVE HC-LAST-RESIDENT-ID   TO RESIDINO.
008875     MOVE 'X' TO WS-CICS-LOG-CODE.
008876     PERFORM 8600-WRITE-CICS-LOG THRU 8600-EXIT.
008889     EXEC CICS SEND MAP(WS-MAP-NAME)
008902         MAPSET(WS-MAPSET-NAME)
009580 3050-EXIT.
009590     EXIT.
009600
009608*****************************************************************
009616* 3200-SWAP-ROOMS - 'W' TWO-WAY SWAP OF THE SCREEN'S RESIDENT    *
009624*           AND THE SWAP-WITH RESIDENT. BOTH ROWS ARE READ AND   *
009632*           EVERY CHECK IS MADE BEFORE EITHER IS TOUCHED; ONCE   *
009640*           THE FIRST LEG IS APPLIED, A FAILURE IN EITHER LEG    *
009648*           ROLLS THE WHOLE UNIT OF WORK BACK. THE 'W' CICL      *
009656*           ENTRIES GO OUT ONLY AFTER BOTH LEGS ARE IN.          *
009664*****************************************************************
009672 3200-SWAP-ROOMS.
009680     MOVE SPACES TO ROOMOUTO HALLOUTO NAMEOUTO MSGOUTO.
009688     MOVE HC-LAST-RESIDENT-ID   TO RM-RESIDENT-ID.
009696     PERFORM 3210-READ-SWAP-RESIDENT THRU 3210-EXIT.
009704     IF NOT WS-SWAP-OK
009712         GO TO 3200-EXIT
009720     END-IF.
009728     MOVE DCLRESIDENT-OCCUPANCY TO WS-SWAP-ROW-1.
009736     MOVE SWAPIDI               TO RM-RESIDENT-ID.
009744     PERFORM 3210-READ-SWAP-RESIDENT THRU 3210-EXIT.
009752     IF NOT WS-SWAP-OK
009760         GO TO 3200-EXIT
009768     END-IF.
009776     MOVE DCLRESIDENT-OCCUPANCY TO WS-SWAP-ROW-2.
009784     IF WS-SW1-HALL-CODE   = WS-SW2-HALL-CODE AND
009792        WS-SW1-ROOM-NUMBER = WS-SW2-ROOM-NUMBER
009800         MOVE 'BOTH RESIDENTS ARE ALREADY IN THE SAME ROOM'
009808             TO MSGOUTO
009816         GO TO 3200-EXIT
009824     END-IF.
009832
009840     MOVE WS-SWAP-ROW-1         TO DCLRESIDENT-OCCUPANCY.
009848     MOVE WS-SW2-HALL-CODE      TO WS-SWAP-NEW-HALL.
009856     MOVE WS-SW2-ROOM-NUMBER    TO WS-SWAP-NEW-ROOM.
009864     PERFORM 3250-CHECK-SWAP-LEG THRU 3250-EXIT.
009872     IF NOT WS-ROOM-OK
009880         GO TO 3200-EXIT
009888     END-IF.
009896     MOVE WS-SWAP-ROW-2         TO DCLRESIDENT-OCCUPANCY.
009904     MOVE WS-SW1-HALL-CODE      TO WS-SWAP-NEW-HALL.
009912     MOVE WS-SW1-ROOM-NUMBER    TO WS-SWAP-NEW-ROOM.
009920     PERFORM 3250-CHECK-SWAP-LEG THRU 3250-EXIT.
009928     IF NOT WS-ROOM-OK
009936         GO TO 3200-EXIT
009944     END-IF.
009952
009960     MOVE WS-SWAP-ROW-1         TO DCLRESIDENT-OCCUPANCY.
009968     MOVE WS-SW2-HALL-CODE      TO WS-SWAP-NEW-HALL.
009976     MOVE WS-SW2-ROOM-NUMBER    TO WS-SWAP-NEW-ROOM.
009984     PERFORM 3300-APPLY-SWAP-LEG THRU 3300-EXIT.
009992     IF NOT WS-SWAP-OK
010000         PERFORM 3290-BACK-OUT-SWAP THRU 3290-EXIT
010008         GO TO 3200-EXIT
010016     END-IF.
010024*    LEG 2 TAKES RESIDENT 1'S OLD ROOM, SO IT IS SET UP BEFORE
010032*    ROW 1 IS OVERLAID WITH ITS NEW VALUES.
010040     MOVE WS-SW1-HALL-CODE      TO WS-SWAP-NEW-HALL.
010048     MOVE WS-SW1-ROOM-NUMBER    TO WS-SWAP-NEW-ROOM.
010056     MOVE DCLRESIDENT-OCCUPANCY TO WS-SWAP-ROW-1.
010064     MOVE WS-SWAP-ROW-2         TO DCLRESIDENT-OCCUPANCY.
010072     PERFORM 3300-APPLY-SWAP-LEG THRU 3300-EXIT.
010080     IF NOT WS-SWAP-OK
010088         PERFORM 3290-BACK-OUT-SWAP THRU 3290-EXIT
010096         GO TO 3200-EXIT
010104     END-IF.
010112     MOVE DCLRESIDENT-OCCUPANCY TO WS-SWAP-ROW-2.
010120
010128     MOVE WS-SW2-RESIDENT-ID    TO WS-CICS-LOG-RESIDENT-ID.
010136     PERFORM 8600-WRITE-CICS-LOG THRU 8600-EXIT.
010144     MOVE WS-SWAP-ROW-1         TO DCLRESIDENT-OCCUPANCY.
010152     PERFORM 8600-WRITE-CICS-LOG THRU 8600-EXIT.
010160
010168     MOVE RO-ROOM-NUMBER        TO ROOMOUTO.
010176     MOVE RO-HALL-CODE          TO HALLOUTO.
010184     MOVE RO-RESIDENT-NAME      TO NAMEOUTO.
010192     STRING 'ROOMS SWAPPED WITH RESIDENT ' DELIMITED BY SIZE
010200            WS-SW2-RESIDENT-ID  DELIMITED BY SIZE
010208         INTO MSGOUTO
010216     END-STRING.
010224 3200-EXIT.
010232     EXIT.
010240
010248*****************************************************************
010256* 3210-READ-SWAP-RESIDENT - ONE SIDE OF A SWAP (RM-RESIDENT-ID): *
010264*           MUST BE ON RESMSTR AND RESIDENT_OCCUPANCY, MUST HOLD *
010272*           A ROOM, AND A HALL-RESTRICTED OPERATOR MAY ONLY SWAP *
010280*           RESIDENTS OF THEIR OWN HALL. LEAVES THE ROW IN THE   *
010288*           RO- HOST VARIABLES AND SETS WS-SWAP-OK-SW.           *
010296*****************************************************************
010304 3210-READ-SWAP-RESIDENT.
010312     MOVE 'N' TO WS-SWAP-OK-SW.
010320     EXEC CICS READ FILE('RESMSTR')
010328         INTO(RESIDENT-MASTER-RECORD)
010336         RIDFLD(RM-RESIDENT-ID)
010344         KEYLENGTH(8)
010352         RESP(WS-FILE-RESP)
010360     END-EXEC.
010368     IF WS-FILE-RESP NOT = ZERO
010376         STRING 'NO OCCUPANCY RECORD FOUND FOR RESIDENT '
010384                DELIMITED BY SIZE
010392                RM-RESIDENT-ID DELIMITED BY SIZE
010400             INTO MSGOUTO
010408         END-STRING
010416         GO TO 3210-EXIT
010424     END-IF.
010432     EXEC SQL
010440         SELECT RESIDENT_ID, RESIDENT_NAME, ROOM_NUMBER,
010448                HALL_CODE, MEAL_PLAN_CODE, CHECKIN_DATE,
010456                CHECKOUT_DATE, LAST_UPDATE_TS,
010464                LAST_UPDATE_PGM, LANGUAGE_CODE, NEEDS_CODE
010472           INTO :RO-RESIDENT-ID, :RO-RESIDENT-NAME,
010480                :RO-ROOM-NUMBER, :RO-HALL-CODE,
010488                :RO-MEAL-PLAN-CODE, :RO-CHECKIN-DATE,
010496                :RO-CHECKOUT-DATE, :RO-LAST-UPDATE-TS,
010504                :RO-LAST-UPDATE-PGM, :RO-LANGUAGE-CODE,
010512                :RO-NEEDS-CODE
010520           FROM RESIDENT_OCCUPANCY
010528          WHERE RESIDENT_ID = :RM-RESIDENT-ID
010536     END-EXEC.
010544     IF SQLCODE NOT = ZERO
010552         STRING 'NO OCCUPANCY RECORD FOUND FOR RESIDENT '
010560                DELIMITED BY SIZE
010568                RM-RESIDENT-ID DELIMITED BY SIZE
010576             INTO MSGOUTO
010584         END-STRING
010592         GO TO 3210-EXIT
010600     END-IF.
010608     MOVE 'Y' TO WS-OCC-ROW-FETCHED-SW.
010616     IF RO-ROOM-NUMBER = SPACES OR RO-HALL-CODE = SPACES
010624         STRING 'RESIDENT ' DELIMITED BY SIZE
010632                RO-RESIDENT-ID DELIMITED BY SIZE
010640                ' HAS NO ROOM TO SWAP' DELIMITED BY SIZE
010648             INTO MSGOUTO
010656         END-STRING
010664         GO TO 3210-EXIT
010672     END-IF.
010680     IF WS-AUTH-HALL-RESTRICT NOT = SPACES AND
010688        RO-HALL-CODE NOT = WS-AUTH-HALL-RESTRICT
010696         MOVE 'OPERATOR NOT AUTHORIZED FOR THAT FUNCTION/HALL'
010704             TO MSGOUTO
010712         MOVE 'X' TO WS-CICS-LOG-CODE
010720         PERFORM 8600-WRITE-CICS-LOG THRU 8600-EXIT
010728         GO TO 3210-EXIT
010736     END-IF.
010744     MOVE 'Y' TO WS-SWAP-OK-SW.
010752 3210-EXIT.
010760     EXIT.
010768
010776*****************************************************************
010784* 3250-CHECK-SWAP-LEG - THE RESIDENT IN THE RO- HOST VARIABLES   *
010792*           AGAINST THE ROOM THEY WOULD TAKE (WS-SWAP-NEW-HALL/  *
010800*           ROOM): NO BURSAR HOLD, ROOM ACTIVE ON THE INVENTORY, *
010808*           NO OPEN WORK ORDER OR ROOM BLOCK, NEEDS ATTRIBUTES   *
010816*           MET. CAPACITY IS NOT CHECKED - A SWAP LEAVES EVERY   *
010824*           ROOM'S COUNT AS IT WAS. A REFUSAL NAMES THE RESIDENT *
010832*           ON THE SCREEN SO THE DESK KNOWS WHICH SIDE FAILED.   *
010840*****************************************************************
010848 3250-CHECK-SWAP-LEG.
010856     MOVE 'N' TO WS-ROOM-OK-SW.
010864     MOVE RO-RESIDENT-ID        TO BB-RESIDENT-ID.
010872     EXEC SQL
010880         SELECT HOLD_STATUS
010888           INTO :BB-HOLD-STATUS
010896           FROM BURSAR_BALANCE
010904          WHERE RESIDENT_ID = :BB-RESIDENT-ID
010912     END-EXEC.
010920     EVALUATE TRUE
010928         WHEN SQLCODE = 100
010936             CONTINUE
010944         WHEN SQLCODE NOT = ZERO
010952             MOVE 'BURSAR HOLD LOOKUP FAILED - SEE OPERATOR'
010960                 TO MSGOUTO
010968             GO TO 3250-NOT-OK
010976         WHEN BB-HOLD
010984             MOVE 'RESIDENT HAS A BURSAR FINANCIAL HOLD'
010992                 TO MSGOUTO
011000             GO TO 3250-NOT-OK
011008         WHEN OTHER
011016             CONTINUE
011024     END-EVALUATE.
011032     MOVE WS-SWAP-NEW-HALL      TO RI-HALL-CODE.
011040     MOVE WS-SWAP-NEW-ROOM      TO RI-ROOM-NUMBER.
011048     EXEC SQL
011056         SELECT CAPACITY, OCCUPANT_COUNT, ROOM_STATUS,
011064                ROOM_ATTRIBUTES
011072           INTO :RI-CAPACITY, :RI-OCCUPANT-COUNT,
011080                :RI-ROOM-STATUS, :RI-ROOM-ATTRIBUTES
011088           FROM ROOM_INVENTORY
011096          WHERE HALL_CODE   = :RI-HALL-CODE
011104            AND ROOM_NUMBER = :RI-ROOM-NUMBER
011112     END-EXEC.
011120     EVALUATE TRUE
011128         WHEN SQLCODE = 100
011136             MOVE 'NEW ROOM IS NOT ON THE ROOM INVENTORY'
011144                 TO MSGOUTO
011152         WHEN SQLCODE NOT = ZERO
011160             MOVE 'ROOM INVENTORY LOOKUP FAILED - SEE OPERATOR'
011168                 TO MSGOUTO
011176         WHEN RI-ROOM-INACTIVE
011184             MOVE 'NEW ROOM IS INACTIVE ON THE ROOM INVENTORY'
011192                 TO MSGOUTO
011200         WHEN OTHER
011208             MOVE 'Y' TO WS-ROOM-OK-SW
011216     END-EVALUATE.
011224     IF WS-ROOM-OK
011232         PERFORM 3660-CHECK-OPEN-ORDER THRU 3660-EXIT
011234     END-IF.
011236     IF WS-ROOM-OK
011238         PERFORM 3665-CHECK-ROOM-BLOCK THRU 3665-EXIT
011240     END-IF.
011248     IF WS-ROOM-OK
011256         PERFORM 3670-CHECK-ROOM-ATTRS THRU 3670-EXIT
011264     END-IF.
011265     IF WS-ROOM-OK
011266         MOVE WS-SWAP-NEW-HALL  TO MR-CHECK-HALL
011267         MOVE RO-MEAL-PLAN-CODE TO MR-CHECK-PLAN
011268         PERFORM 3690-CHECK-MEAL-RULE THRU 3690-EXIT
011269     END-IF.
011272     IF WS-ROOM-OK
011280         GO TO 3250-EXIT
011288     END-IF.
011296 3250-NOT-OK.
011304     MOVE 'N' TO WS-ROOM-OK-SW.
011312     MOVE MSGOUTO               TO WS-SWAP-MSG.
011320     MOVE SPACES                TO MSGOUTO.
011328     STRING RO-RESIDENT-ID      DELIMITED BY SIZE
011336            ': '                DELIMITED BY SIZE
011344            WS-SWAP-MSG         DELIMITED BY SIZE
011352         INTO MSGOUTO
011360     END-STRING.
011368 3250-EXIT.
011376     EXIT.
011384
011392*****************************************************************
011400* 3290-BACK-OUT-SWAP - A LEG FAILED AFTER DB2 OR RESMSTR WAS     *
011408*           CHANGED: ROLL BACK EVERYTHING THIS TASK HAS DONE SO  *
011416*           NEITHER RESIDENT IS LEFT HALF MOVED.                 *
011424*****************************************************************
011432 3290-BACK-OUT-SWAP.
011440     EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
011448     MOVE SPACES TO ROOMOUTO HALLOUTO NAMEOUTO.
011456     MOVE 'SWAP FAILED - NEITHER RESIDENT MOVED - SEE OPERATOR'
011464         TO MSGOUTO.
011472 3290-EXIT.
011480     EXIT.
011488
011496*****************************************************************
011504* 3300-APPLY-SWAP-LEG - MOVE THE RESIDENT IN THE RO- HOST        *
011512*           VARIABLES INTO WS-SWAP-NEW-HALL/ROOM: OCCUPANCY      *
011520*           UPDATE, OLD KEY RETURNED AND NEW KEY ISSUED, AUDIT   *
011528*           ROW, RESMSTR REWRITE. SETS WS-SWAP-OK-SW ONLY WHEN   *
011536*           EVERY STEP WENT IN.                                  *
011544*****************************************************************
011552 3300-APPLY-SWAP-LEG.
011560     MOVE 'N' TO WS-SWAP-OK-SW.
011568     MOVE RO-RESIDENT-NAME      TO WS-OLD-RESIDENT-NAME.
011576     MOVE RO-ROOM-NUMBER        TO WS-OLD-ROOM-NUMBER.
011584     MOVE RO-HALL-CODE          TO WS-OLD-HALL-CODE.
011592     MOVE RO-MEAL-PLAN-CODE     TO WS-OLD-MEAL-PLAN-CODE.
011600     MOVE RO-CHECKOUT-DATE      TO WS-OLD-CHECKOUT-DATE.
011608     MOVE WS-SWAP-NEW-ROOM      TO RO-ROOM-NUMBER.
011616     MOVE WS-SWAP-NEW-HALL      TO RO-HALL-CODE.
011624     EXEC SQL
011632         UPDATE RESIDENT_OCCUPANCY
011640            SET ROOM_NUMBER     = :RO-ROOM-NUMBER,
011648                HALL_CODE       = :RO-HALL-CODE,
011656                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
011664                LAST_UPDATE_PGM = 'HELLOCIC'
011672          WHERE RESIDENT_ID     = :RO-RESIDENT-ID
011680     END-EXEC.
011688     IF SQLCODE NOT = ZERO
011696         DISPLAY "HELLOCIC - SWAP OCCUPANCY UPDATE ERROR - "
011704             "SQLCODE " SQLCODE
011712         GO TO 3300-EXIT
011720     END-IF.
011728
011736     PERFORM 3955-RETURN-ROOM-KEY THRU 3955-EXIT.
011744     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
011752         GO TO 3300-EXIT
011760     END-IF.
011768     PERFORM 3905-ISSUE-ROOM-KEY THRU 3905-EXIT.
011776     IF SQLCODE NOT = ZERO AND SQLCODE NOT = -803
011784         GO TO 3300-EXIT
011792     END-IF.
011800
011808     MOVE 'U'                    TO AT-CHANGE-TYPE.
011816     MOVE RO-RESIDENT-ID         TO AT-RESIDENT-ID.
011824     MOVE WS-OLD-RESIDENT-NAME   TO AT-OLD-RESIDENT-NAME.
011832     MOVE RO-RESIDENT-NAME       TO AT-NEW-RESIDENT-NAME.
011840     MOVE WS-OLD-ROOM-NUMBER     TO AT-OLD-ROOM-NUMBER.
011848     MOVE RO-ROOM-NUMBER         TO AT-NEW-ROOM-NUMBER.
011856     MOVE WS-OLD-HALL-CODE       TO AT-OLD-HALL-CODE.
011864     MOVE RO-HALL-CODE           TO AT-NEW-HALL-CODE.
011872     MOVE WS-OLD-MEAL-PLAN-CODE  TO AT-OLD-MEAL-PLAN-CODE.
011880     MOVE RO-MEAL-PLAN-CODE      TO AT-NEW-MEAL-PLAN-CODE.
011888     MOVE WS-OLD-CHECKOUT-DATE   TO AT-OLD-CHECKOUT-DATE.
011896     MOVE RO-CHECKOUT-DATE       TO AT-NEW-CHECKOUT-DATE.
011904     MOVE RO-LANGUAGE-CODE       TO AT-OLD-LANGUAGE-CODE.
011912     MOVE RO-LANGUAGE-CODE       TO AT-NEW-LANGUAGE-CODE.
011920     MOVE 'HELLOCIC'             TO AT-CHANGE-PGM.
011928     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT.
011936     IF SQLCODE NOT = ZERO
011944         DISPLAY "HELLOCIC - SWAP AUDIT INSERT ERROR - "
011952             "SQLCODE " SQLCODE
011960         GO TO 3300-EXIT
011968     END-IF.
011976
011984     MOVE RO-RESIDENT-ID         TO RM-RESIDENT-ID.
011992     EXEC CICS READ FILE('RESMSTR')
012000         INTO(RESIDENT-MASTER-RECORD)
012008         RIDFLD(RM-RESIDENT-ID)
012016         KEYLENGTH(8)
012024         UPDATE
012032         RESP(WS-FILE-RESP)
012040     END-EXEC.
012048     IF WS-FILE-RESP = ZERO
012056         MOVE RO-ROOM-NUMBER     TO RM-ROOM-NUMBER
012064         MOVE RO-HALL-CODE       TO RM-HALL-CODE
012072         EXEC CICS REWRITE FILE('RESMSTR')
012080             FROM(RESIDENT-MASTER-RECORD)
012088             RESP(WS-FILE-RESP)
012096         END-EXEC
012104     END-IF.
012112     IF WS-FILE-RESP NOT = ZERO
012120         DISPLAY "HELLOCIC - MASTER FILE REWRITE FAILED - "
012128             "RESP " WS-FILE-RESP " FOR RESIDENT "
012136             RO-RESIDENT-ID
012144         GO TO 3300-EXIT
012152     END-IF.
012160     MOVE 'Y' TO WS-SWAP-OK-SW.
012168 3300-EXIT.
012176     EXIT.
012184
012185*****************************************************************
012186* 3400-PLACE-TEMP-RESIDENT - 'E' EMERGENCY PLACEMENT OF SOMEONE *
012187*           THE REGISTRAR FEED HAS NOT SENT YET. THE NEXT       *
012188*           TEMPORARY ID (ONE PAST THE HIGHEST ON               *
012189*           TEMP_RESIDENT, IN THE 99 RANGE) IS TAKEN, THE NEW   *
012190*           ROOM GOES THROUGH THE SAME 3650 CHECKS AS A         *
012191*           MOVE-IN, AND THE RESIDENT IS INSERTED ON            *
012192*           TEMP_RESIDENT, RESIDENT_OCCUPANCY AND RESMSTR WITH  *
012193*           THE ROOM COUNT, KEY ISSUE AND 'I' AUDIT ROW THE     *
012194*           BATCH LOAD WRITES FOR A NEW RESIDENT. ANY FAILURE   *
012195*           AFTER THE FIRST INSERT ROLLS THE WHOLE PLACEMENT    *
012196*           BACK. THE REGISTRAR'S REAL ID IS FOLDED IN LATER BY *
012197*           THE ID MERGE (RESIDMRG).                            *
012198*****************************************************************
012199 3400-PLACE-TEMP-RESIDENT.
012200     MOVE SPACES TO ROOMOUTO HALLOUTO NAMEOUTO.
012201     EXEC SQL
012202         SELECT VALUE(MAX(TEMP_RESIDENT_ID), '99000000')
012203           INTO :WS-TEMP-ID
012204           FROM TEMP_RESIDENT
012205     END-EXEC.
012206     IF SQLCODE NOT = ZERO
012207         DISPLAY "HELLOCIC - TEMP ID SELECT ERROR - SQLCODE "
012208             SQLCODE
012209         MOVE 'TEMPORARY ID LOOKUP FAILED - SEE OPERATOR'
012210             TO MSGOUTO
012211         GO TO 3400-NOT-PLACED
012212     END-IF.
012213     ADD 1 TO WS-TEMP-ID-NUM.
012214
012215     MOVE WS-TEMP-ID           TO HC-LAST-RESIDENT-ID.
012216     MOVE WS-TEMP-ID           TO RO-RESIDENT-ID.
012217     MOVE TMPNMINI             TO RO-RESIDENT-NAME.
012218     MOVE NEWRMINI             TO RO-ROOM-NUMBER.
012219     MOVE NEWHLINI             TO RO-HALL-CODE.
012220     MOVE SPACES               TO RO-MEAL-PLAN-CODE.
012221     MOVE SPACES               TO RO-CHECKOUT-DATE.
012222     MOVE SPACES               TO RO-NEEDS-CODE.
012223     MOVE 'EN'                 TO RO-LANGUAGE-CODE.
012224     MOVE 'HELLOCIC'           TO RO-LAST-UPDATE-PGM.
012225     EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
012226     EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
012227         YYYYMMDD(RO-CHECKIN-DATE)
012228         DATESEP('-')
012229     END-EXEC.
012230     IF NEWMPINI NOT = SPACES AND NEWMPINI NOT = LOW-VALUES
012231         PERFORM 3675-CHECK-MEAL-PLAN THRU 3675-EXIT
012232         IF NOT WS-PLAN-OK
012233             GO TO 3400-NOT-PLACED
012234         END-IF
012235         MOVE NEWMPINI         TO RO-MEAL-PLAN-CODE
012236     END-IF.
012237     PERFORM 3650-CHECK-ROOM-AVAILABLE THRU 3650-EXIT.
012238     IF NOT WS-ROOM-OK
012239         GO TO 3400-NOT-PLACED
012240     END-IF.
012241
012242     MOVE WS-TEMP-ID           TO TR-TEMP-RESIDENT-ID.
012243     MOVE RO-RESIDENT-NAME     TO TR-RESIDENT-NAME.
012244     MOVE RO-HALL-CODE         TO TR-HALL-CODE.
012245     MOVE RO-ROOM-NUMBER       TO TR-ROOM-NUMBER.
012246     MOVE HC-OPERATOR-ID       TO TR-CREATE-OPERATOR.
012247     MOVE EIBTRMID             TO TR-CREATE-TERMINAL.
012248     EXEC SQL
012249         INSERT INTO TEMP_RESIDENT
012250             ( TEMP_RESIDENT_ID, RESIDENT_NAME, HALL_CODE,
012251               ROOM_NUMBER, TEMP_STATUS, CREATE_OPERATOR,
012252               CREATE_TERMINAL, CREATE_TS,
012253               LAST_UPDATE_TS, LAST_UPDATE_PGM )
012254         VALUES
012255             ( :TR-TEMP-RESIDENT-ID, :TR-RESIDENT-NAME,
012256               :TR-HALL-CODE, :TR-ROOM-NUMBER, 'U',
012257               :TR-CREATE-OPERATOR, :TR-CREATE-TERMINAL,
012258               CURRENT TIMESTAMP,
012259               CURRENT TIMESTAMP, 'HELLOCIC' )
012260     END-EXEC.
012261     EVALUATE SQLCODE
012262         WHEN ZERO
012263             CONTINUE
012264*        ANOTHER DESK TOOK THE SAME NUMBER BETWEEN THE SELECT AND
012265*        THE INSERT - NOTHING WAS WRITTEN, SO ENTER JUST RETRIES.
012266         WHEN -803
012267             MOVE 'TEMP ID TAKEN AT ANOTHER DESK - PRESS ENTER'
012268                 TO MSGOUTO
012269             GO TO 3400-NOT-PLACED
012270         WHEN OTHER
012271             DISPLAY "HELLOCIC - TEMP RESIDENT INSERT ERROR - "
012272                 "SQLCODE " SQLCODE
012273             MOVE 'TEMP RESIDENT INSERT FAILED - SEE OPERATOR'
012274                 TO MSGOUTO
012275             GO TO 3400-NOT-PLACED
012276     END-EVALUATE.
012277
012278     EXEC SQL
012279         INSERT INTO RESIDENT_OCCUPANCY
012280             ( RESIDENT_ID, RESIDENT_NAME, ROOM_NUMBER,
012281               HALL_CODE, MEAL_PLAN_CODE, CHECKIN_DATE,
012282               CHECKOUT_DATE, LAST_UPDATE_TS, LAST_UPDATE_PGM,
012283               LANGUAGE_CODE, NEEDS_CODE )
012284         VALUES
012285             ( :RO-RESIDENT-ID, :RO-RESIDENT-NAME,
012286               :RO-ROOM-NUMBER, :RO-HALL-CODE,
012287               :RO-MEAL-PLAN-CODE, :RO-CHECKIN-DATE,
012288               :RO-CHECKOUT-DATE, CURRENT TIMESTAMP,
012289               :RO-LAST-UPDATE-PGM, :RO-LANGUAGE-CODE,
012290               :RO-NEEDS-CODE )
012291     END-EXEC.
012292     IF SQLCODE NOT = ZERO
012293         DISPLAY "HELLOCIC - TEMP OCCUPANCY INSERT ERROR - "
012294             "SQLCODE " SQLCODE
012295         GO TO 3400-BACK-OUT
012296     END-IF.
012297     MOVE 'Y' TO WS-OCC-ROW-FETCHED-SW.
012298
012299     PERFORM 3900-ADD-ROOM-OCCUPANT THRU 3900-EXIT.
012300     IF SQLCODE NOT = ZERO
012301         GO TO 3400-BACK-OUT
012302     END-IF.
012303     PERFORM 3905-ISSUE-ROOM-KEY THRU 3905-EXIT.
012304     IF SQLCODE NOT = ZERO AND SQLCODE NOT = -803
012305         GO TO 3400-BACK-OUT
012306     END-IF.
012307
012308     MOVE 'I'                    TO AT-CHANGE-TYPE.
012309     MOVE RO-RESIDENT-ID         TO AT-RESIDENT-ID.
012310     MOVE SPACES                 TO AT-OLD-RESIDENT-NAME
012311                                    AT-OLD-ROOM-NUMBER
012312                                    AT-OLD-HALL-CODE
012313                                    AT-OLD-MEAL-PLAN-CODE
012314                                    AT-OLD-CHECKOUT-DATE
012315                                    AT-OLD-LANGUAGE-CODE.
012316     MOVE RO-RESIDENT-NAME       TO AT-NEW-RESIDENT-NAME.
012317     MOVE RO-ROOM-NUMBER         TO AT-NEW-ROOM-NUMBER.
012318     MOVE RO-HALL-CODE           TO AT-NEW-HALL-CODE.
012319     MOVE RO-MEAL-PLAN-CODE      TO AT-NEW-MEAL-PLAN-CODE.
012320     MOVE RO-CHECKOUT-DATE       TO AT-NEW-CHECKOUT-DATE.
012321     MOVE RO-LANGUAGE-CODE       TO AT-NEW-LANGUAGE-CODE.
012322     MOVE 'HELLOCIC'             TO AT-CHANGE-PGM.
012323     PERFORM 8500-WRITE-AUDIT-RECORD THRU 8500-EXIT.
012324     IF SQLCODE NOT = ZERO
012325         DISPLAY "HELLOCIC - TEMP AUDIT INSERT ERROR - "
012326             "SQLCODE " SQLCODE
012327         GO TO 3400-BACK-OUT
012328     END-IF.
012329
012330     MOVE 'E'                    TO AV-ARRIVAL-SOURCE.
012331     PERFORM 3460-WRITE-ARRIVAL THRU 3460-EXIT.
012332     IF SQLCODE NOT = ZERO
012333         DISPLAY "HELLOCIC - TEMP ARRIVAL INSERT ERROR - "
012334             "SQLCODE " SQLCODE
012335         GO TO 3400-BACK-OUT
012336     END-IF.
012337
012338     MOVE RO-RESIDENT-ID         TO RM-RESIDENT-ID.
012339     MOVE RO-RESIDENT-NAME       TO RM-RESIDENT-NAME.
012340     MOVE RO-ROOM-NUMBER         TO RM-ROOM-NUMBER.
012341     MOVE RO-HALL-CODE           TO RM-HALL-CODE.
012342     MOVE RO-MEAL-PLAN-CODE      TO RM-MEAL-PLAN-CODE.
012343     MOVE RO-CHECKIN-DATE        TO RM-CHECKIN-DATE.
012344     MOVE RO-CHECKOUT-DATE       TO RM-CHECKOUT-DATE.
012345     MOVE RO-LANGUAGE-CODE       TO RM-LANGUAGE-CODE.
012346     EXEC CICS WRITE FILE('RESMSTR')
012347         FROM(RESIDENT-MASTER-RECORD)
012348         RIDFLD(RM-RESIDENT-ID)
012349         KEYLENGTH(8)
012350         RESP(WS-FILE-RESP)
012351     END-EXEC.
012352     IF WS-FILE-RESP NOT = ZERO
012353         DISPLAY "HELLOCIC - MASTER FILE WRITE FAILED - "
012354             "RESP " WS-FILE-RESP " FOR RESIDENT "
012355             RO-RESIDENT-ID
012356         GO TO 3400-BACK-OUT
012357     END-IF.
012358
012359     MOVE 'M' TO WS-CICS-LOG-CODE.
012360     PERFORM 8600-WRITE-CICS-LOG THRU 8600-EXIT.
012361     MOVE RO-ROOM-NUMBER         TO ROOMOUTO.
012362     MOVE RO-HALL-CODE           TO HALLOUTO.
012363     MOVE RO-RESIDENT-NAME       TO NAMEOUTO.
012364     STRING 'EMERGENCY PLACEMENT MADE - TEMPORARY ID '
012365                DELIMITED BY SIZE
012366            WS-TEMP-ID          DELIMITED BY SIZE
012367         INTO MSGOUTO
012368     END-STRING.
012369     GO TO 3400-EXIT.
012370 3400-BACK-OUT.
012371     EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
012372     MOVE 'N' TO WS-OCC-ROW-FETCHED-SW.
012373     MOVE SPACES TO ROOMOUTO HALLOUTO NAMEOUTO.
012374     MOVE 'EMERGENCY PLACEMENT FAILED - SEE OPERATOR'
012375         TO MSGOUTO.
012376 3400-NOT-PLACED.
012377     MOVE SPACES TO HC-LAST-RESIDENT-ID.
012378 3400-EXIT.
012379     EXIT.
012380
012381*****************************************************************
012382* 3450-CONFIRM-ARRIVAL - 'A' THE RESIDENT IS AT THE DESK. ONLY A *
012383*           RESIDENT HOLDING A ROOM CAN ARRIVE, AND THE ARRIVAL  *
012384*           ROW IS KEYED ON THE STAY'S CHECKIN DATE, SO A SECOND *
012385*           'A' FOR THE SAME STAY IS TOLD IT IS ALREADY ON FILE. *
012386*           NO OCCUPANCY COLUMN CHANGES, SO NO AUDIT ROW OR CICL *
012387*           ENTRY IS WRITTEN - THE ARRIVAL ROW CARRIES THE       *
012388*           OPERATOR, TERMINAL AND TIME.                         *
012389*****************************************************************
012390 3450-CONFIRM-ARRIVAL.
012391     MOVE SPACES TO ROOMOUTO HALLOUTO NAMEOUTO.
012392     EXEC SQL
012393         SELECT RESIDENT_ID, RESIDENT_NAME, ROOM_NUMBER,
012394                HALL_CODE, VALUE(CHECKIN_DATE, CURRENT DATE)
012395           INTO :RO-RESIDENT-ID, :RO-RESIDENT-NAME,
012396                :RO-ROOM-NUMBER, :RO-HALL-CODE,
012397                :RO-CHECKIN-DATE
012398           FROM RESIDENT_OCCUPANCY
012399          WHERE RESIDENT_ID = :HC-LAST-RESIDENT-ID
012400     END-EXEC.
012401     IF SQLCODE NOT = ZERO
012402         MOVE 'NO OCCUPANCY RECORD FOUND FOR THAT RESIDENT'
012403             TO MSGOUTO
012404         GO TO 3450-EXIT
012405     END-IF.
012406     MOVE 'Y' TO WS-OCC-ROW-FETCHED-SW.
012407     IF WS-AUTH-HALL-RESTRICT NOT = SPACES AND
012408        RO-HALL-CODE NOT = SPACES AND
012409        RO-HALL-CODE NOT = WS-AUTH-HALL-RESTRICT
012410         MOVE 'OPERATOR NOT AUTHORIZED FOR THAT FUNCTION/HALL'
012411             TO MSGOUTO
012412         MOVE 'X' TO WS-CICS-LOG-CODE
012413         PERFORM 8600-WRITE-CICS-LOG THRU 8600-EXIT
012414         GO TO 3450-EXIT
012415     END-IF.
012416     MOVE RO-ROOM-NUMBER         TO ROOMOUTO.
012417     MOVE RO-HALL-CODE           TO HALLOUTO.
012418     MOVE RO-RESIDENT-NAME       TO NAMEOUTO.
012419     IF RO-ROOM-NUMBER = SPACES
012420         MOVE 'RESIDENT HOLDS NO ROOM - NO ARRIVAL TO CONFIRM'
012421             TO MSGOUTO
012422         GO TO 3450-EXIT
012423     END-IF.
012424     MOVE 'H'                    TO AV-ARRIVAL-SOURCE.
012425     PERFORM 3460-WRITE-ARRIVAL THRU 3460-EXIT.
012426     EVALUATE SQLCODE
012427         WHEN ZERO
012428             MOVE 'ARRIVAL CONFIRMED'  TO MSGOUTO
012429         WHEN -803
012430             MOVE 'ARRIVAL ALREADY CONFIRMED FOR THIS STAY'
012431                 TO MSGOUTO
012432         WHEN OTHER
012433             DISPLAY "HELLOCIC - ARRIVAL INSERT ERROR - SQLCODE "
012434                 SQLCODE
012435             MOVE 'ARRIVAL UPDATE FAILED - SEE OPERATOR'
012436                 TO MSGOUTO
012437     END-EVALUATE.
012438 3450-EXIT.
012439     EXIT.
012440
012441 3460-WRITE-ARRIVAL.
012442     MOVE RO-RESIDENT-ID         TO AV-RESIDENT-ID.
012443     MOVE RO-CHECKIN-DATE        TO AV-CHECKIN-DATE.
012444     MOVE RO-HALL-CODE           TO AV-HALL-CODE.
012445     MOVE RO-ROOM-NUMBER         TO AV-ROOM-NUMBER.
012446     MOVE HC-OPERATOR-ID         TO AV-OPERATOR-ID.
012447     MOVE EIBTRMID               TO AV-TERMINAL-ID.
012448     EXEC SQL
012449         INSERT INTO RESIDENT_ARRIVAL
012450             ( RESIDENT_ID, CHECKIN_DATE, HALL_CODE,
012451               ROOM_NUMBER, ARRIVAL_TS, ARRIVAL_SOURCE,
012452               OPERATOR_ID, TERMINAL_ID,
012453               LAST_UPDATE_TS, LAST_UPDATE_PGM )
012454         VALUES
012455             ( :AV-RESIDENT-ID, :AV-CHECKIN-DATE, :AV-HALL-CODE,
012456               :AV-ROOM-NUMBER, CURRENT TIMESTAMP,
012457               :AV-ARRIVAL-SOURCE, :AV-OPERATOR-ID,
012458               :AV-TERMINAL-ID,
012459               CURRENT TIMESTAMP, 'HELLOCIC' )
012460     END-EXEC.
012461 3460-EXIT.
012462     EXIT.
012463
012510 3500-UPDATE-OCCUPANCY.
012520     MOVE LOW-VALUES TO HLCIMAPO.
012530
012540     EVALUATE TRUE
012543         WHEN (HC-FUNC-MOVE-IN OR HC-FUNC-TRANSFER OR
012546               HC-FUNC-EMERGENCY) AND
012550              (NEWRMINI = SPACES OR NEWHLINI = SPACES)
012560             MOVE 'NEW ROOM AND NEW HALL ARE BOTH REQUIRED'
012565                 TO MSGOUTO
012566             MOVE HC-LAST-RESIDENT-ID   TO RESIDINO
012570         WHEN HC-FUNC-ARRIVAL
012574             PERFORM 3450-CONFIRM-ARRIVAL THRU 3450-EXIT
012578             MOVE HC-LAST-RESIDENT-ID   TO RESIDINO
012582         WHEN HC-FUNC-MEAL-PLAN AND NEWMPINI = SPACES
012584             MOVE 'NEW MEAL PLAN CODE IS REQUIRED FOR THAT'
012586                 TO MSGOUTO
012587             MOVE HC-LAST-RESIDENT-ID   TO RESIDINO
012588         WHEN HC-FUNC-EMERGENCY AND
012589              (TMPNMINI = SPACES OR TMPNMINI = LOW-VALUES)
012590             MOVE 'NAME IS REQUIRED FOR AN EMERGENCY PLACEMENT'
012591                 TO MSGOUTO
012592         WHEN HC-FUNC-EMERGENCY
012593             PERFORM 3400-PLACE-TEMP-RESIDENT THRU 3400-EXIT
012594             MOVE HC-LAST-RESIDENT-ID   TO RESIDINO
012595         WHEN HC-FUNC-SWAP AND
012596              (SWAPIDI = SPACES OR SWAPIDI = LOW-VALUES)
012597             MOVE 'SWAP-WITH RESIDENT ID IS REQUIRED FOR A SWAP'
012598                 TO MSGOUTO
012599             MOVE HC-LAST-RESIDENT-ID   TO RESIDINO
012600         WHEN HC-FUNC-SWAP AND SWAPIDI = HC-LAST-RESIDENT-ID
012601             MOVE 'A RESIDENT CANNOT BE SWAPPED WITH THEMSELVES'
012602                 TO MSGOUTO
012603             MOVE HC-LAST-RESIDENT-ID   TO RESIDINO
012604         WHEN HC-FUNC-SWAP
012605             PERFORM 3200-SWAP-ROOMS THRU 3200-EXIT
012606             MOVE HC-LAST-RESIDENT-ID   TO RESIDINO
012607         WHEN OTHER
012608             PERFORM 3600-SELECT-FOR-UPDATE THRU 3600-EXIT
012610     END-EVALUATE.
012620
012630     EXEC CICS SEND MAP(WS-MAP-NAME)
013114             IF NOT WS-PLAN-OK
013115                 GO TO 3700-EXIT
013116             END-IF
013117             MOVE RO-HALL-CODE     TO MR-CHECK-HALL
013118             MOVE NEWMPINI         TO MR-CHECK-PLAN
013119             PERFORM 3690-CHECK-MEAL-RULE THRU 3690-EXIT
013120             IF NOT MR-PLAN-MEETS-RULE
013121                 GO TO 3700-EXIT
013122             END-IF
013123             MOVE NEWMPINI         TO RO-MEAL-PLAN-CODE
013124     END-EVALUATE.
013130
013140     EXEC SQL
013150         UPDATE RESIDENT_OCCUPANCY
013532        WS-OLD-ROOM-NUMBER NOT = SPACES
013533         PERFORM 8700-WRITE-WORK-ORDER THRU 8700-EXIT
013534     END-IF.
013535     IF HC-FUNC-MOVE-OUT
013536         PERFORM 3960-FLAG-PACKAGES THRU 3960-EXIT
013537     END-IF.
013538 3700-EXIT.
013539     EXIT.
013540
013541*****************************************************************
013542* 3960-FLAG-PACKAGES - A RESIDENT WHO MOVES OUT LEAVES ANY ITEM *
013543*           STILL HELD AT THE DESK FLAGGED FOR RETURN TO SENDER *
013544*           OR FORWARDING, AND THE OPERATOR IS TOLD SO THE      *
013545*           ITEMS CAN BE PULLED; NOTHING HELD (SQLCODE 100) IS  *
013546*           NOT AN ERROR.                                       *
013547*****************************************************************
013548 3960-FLAG-PACKAGES.
013549     MOVE RO-RESIDENT-ID       TO PK-RESIDENT-ID.
013550     EXEC SQL
013551         UPDATE PACKAGE
013552            SET PKG_STATUS      = 'F',
013553                FLAG_DATE       = CURRENT DATE,
013554                FLAG_PGM        = 'HELLOCIC',
013555                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
013556                LAST_UPDATE_PGM = 'HELLOCIC'
013557          WHERE RESIDENT_ID     = :PK-RESIDENT-ID
013558            AND PKG_STATUS      = 'H'
013559     END-EXEC.
013560     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
013561         DISPLAY "HELLOCIC - PACKAGE FLAG UPDATE ERROR - SQLCODE "
013562             SQLCODE
013563         GO TO 3960-EXIT
013564     END-IF.
013565     IF SQLCODE = ZERO
013566         MOVE 'MOVED OUT - HELD PACKAGES/MAIL FLAGGED FOR RETURN'
013567             TO MSGOUTO
013568     END-IF.
013569 3960-EXIT.
013570     EXIT.
013571
013572*****************************************************************
013573* 3675-CHECK-MEAL-PLAN - THE NEW MEAL PLAN CODE MUST BE ON THE   *
013574*           MEAL_PLAN_RATE TABLE (ANY EFFECTIVE DATE) BEFORE THE *
013575*           DINING OFFICE'S CHANGE IS COMMITTED.                 *
013576*****************************************************************
013577 3675-CHECK-MEAL-PLAN.
013578     MOVE 'N' TO WS-PLAN-OK-SW.
013579     MOVE NEWMPINI TO MP-MEAL-PLAN-CODE.
013580     EXEC SQL
013581         SELECT MEAL_PLAN_CODE
013582           INTO :MP-MEAL-PLAN-CODE
013583           FROM MEAL_PLAN_RATE
013584          WHERE MEAL_PLAN_CODE = :MP-MEAL-PLAN-CODE
013585          FETCH FIRST 1 ROW ONLY
013586     END-EXEC.
013587     EVALUATE SQLCODE
013588         WHEN ZERO
013589             MOVE 'Y' TO WS-PLAN-OK-SW
013590         WHEN 100
013591             MOVE 'NEW MEAL PLAN CODE NOT ON RATE TABLE'
013592                 TO MSGOUTO
013593         WHEN OTHER
013594             MOVE 'MEAL PLAN LOOKUP FAILED - SEE OPERATOR'
013595                 TO MSGOUTO
013596     END-EVALUATE.
013597 3675-EXIT.
013598     EXIT.
013599
013600*****************************************************************
013601* 3690-CHECK-MEAL-RULE - THE MEAL PLAN IN MR-CHECK-PLAN MUST     *
013602*           MEET THE RULE OF THE HALL IN MR-CHECK-HALL (SEE      *
013603*           COPYBOOKS/MRULDCL) AS OF TODAY. WHEN IT DOES NOT,    *
013604*           WS-ROOM-OK-SW IS TURNED OFF AND MSGOUT SAYS WHY.     *
013605*****************************************************************
013606 3690-CHECK-MEAL-RULE.
013607     EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
013608     EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
013609         YYYYMMDD(MR-CHECK-DATE)
013610         DATESEP('-')
013611     END-EXEC.
013612     PERFORM 0800-CHECK-MEAL-RULE THRU 0800-EXIT.
013613     EVALUATE TRUE
013614         WHEN MR-CHECK-FAILED
013615             MOVE 'N' TO WS-ROOM-OK-SW
013616             MOVE 'MEAL PLAN RULE LOOKUP FAILED - SEE OPERATOR'
013617                 TO MSGOUTO
013618         WHEN MR-PLAN-FAILS-RULE
013619             MOVE 'N' TO WS-ROOM-OK-SW
013620             MOVE MR-FAIL-TEXT TO MSGOUTO
013621     END-EVALUATE.
013622 3690-EXIT.
013623     EXIT.
013624
013625*****************************************************************
013626* 3650-CHECK-ROOM-AVAILABLE - VERIFY THE NEW ROOM KEYED ON THE   *
013627*           SCREEN EXISTS ON ROOM_INVENTORY, IS ACTIVE, AND HAS  *
013628*           SPACE LEFT. SETS WS-ROOM-OK-SW AND, WHEN NOT OK, THE *
013629*           SCREEN MESSAGE EXPLAINING THE REFUSAL.               *
013630*****************************************************************
013631 3650-CHECK-ROOM-AVAILABLE.
013632*    THE RESIDENT'S MEAL PLAN MUST MEET THE NEW HALL'S MEAL PLAN
013633*    RULE (A HALL WITH NO KITCHENS) - CHECKED FIRST.
013634     MOVE NEWHLINI             TO MR-CHECK-HALL.
013635     MOVE RO-MEAL-PLAN-CODE    TO MR-CHECK-PLAN.
013636     PERFORM 3690-CHECK-MEAL-RULE THRU 3690-EXIT.
013637     IF NOT MR-PLAN-MEETS-RULE
013638         GO TO 3650-EXIT
013639     END-IF.
013665     MOVE 'N' TO WS-ROOM-OK-SW.
013666*    A BURSAR FINANCIAL HOLD REFUSES THE MOVE-IN OR TRANSFER
013667*    BEFORE THE ROOM IS EVEN LOOKED AT - A RESIDENT WITH NO
013718         PERFORM 3660-CHECK-OPEN-ORDER THRU 3660-EXIT
013719     END-IF.
013720     IF WS-ROOM-OK
013721         PERFORM 3665-CHECK-ROOM-BLOCK THRU 3665-EXIT
013722     END-IF.
013723     IF WS-ROOM-OK
013724         PERFORM 3670-CHECK-ROOM-ATTRS THRU 3670-EXIT
013725     END-IF.
013726 3650-EXIT.
013727     EXIT.
013728
013729*****************************************************************
013730* 3660-CHECK-OPEN-ORDER - A ROOM WITH AN OPEN TURNOVER WORK      *
013731*           ORDER HAS NOT BEEN CLEANED AND RE-KEYED YET - IT IS  *
013732*           REFUSED UNTIL THE FACILITIES COMPLETION FEED SIGNS   *
013733*           IT OFF.                                              *
013734*****************************************************************
013735 3660-CHECK-OPEN-ORDER.
013736     EXEC SQL
013737         SELECT COUNT(*)
013738           INTO :WS-OPEN-ORDER-COUNT
013739           FROM WORK_ORDER
013740          WHERE HALL_CODE   = :RI-HALL-CODE
013741            AND ROOM_NUMBER = :RI-ROOM-NUMBER
013742            AND WO_STATUS   = 'O'
013743     END-EXEC.
013744     EVALUATE TRUE
013745         WHEN SQLCODE NOT = ZERO
013746             MOVE 'N' TO WS-ROOM-OK-SW
013747             MOVE 'WORK ORDER LOOKUP FAILED - SEE OPERATOR'
013748                 TO MSGOUTO
013749         WHEN WS-OPEN-ORDER-COUNT > ZERO
013750             MOVE 'N' TO WS-ROOM-OK-SW
013751             MOVE 'NEW ROOM HAS AN OPEN TURNOVER WORK ORDER'
013752                 TO MSGOUTO
013753         WHEN OTHER
013754             CONTINUE
013755     END-EVALUATE.
013756 3660-EXIT.
013757     EXIT.
013758
013759*****************************************************************
013760* 3665-CHECK-ROOM-BLOCK - A ROOM SET ASIDE ON ROOM_BLOCK IS      *
013761*           REFUSED THE SAME AS ONE WITH AN OPEN WORK ORDER WHEN *
013762*           AN ACTIVE BLOCK'S DATES OVERLAP THE RESIDENT'S STAY  *
013763*           - TODAY OR THE CHECK-IN DATE, WHICHEVER IS LATER,    *
013764*           THROUGH THE CHECK-OUT DATE (OPEN-ENDED WHEN NONE).   *
013765*****************************************************************
013766 3665-CHECK-ROOM-BLOCK.
013767     MOVE RO-CHECKIN-DATE TO WS-STAY-FROM.
013768     IF WS-STAY-FROM = SPACES
013769         MOVE '0001-01-01' TO WS-STAY-FROM
013770     END-IF.
013771     MOVE RO-CHECKOUT-DATE TO WS-STAY-THRU.
013772     IF WS-STAY-THRU = SPACES
013773         MOVE '9999-12-31' TO WS-STAY-THRU
013774     END-IF.
013775     EXEC SQL
013776         SELECT COUNT(*)
013777           INTO :WS-ROOM-BLOCK-COUNT
013778           FROM ROOM_BLOCK
013779          WHERE BLOCK_STATUS = 'A'
013780            AND HALL_CODE    = :RI-HALL-CODE
013781            AND :RI-ROOM-NUMBER BETWEEN ROOM_FROM AND ROOM_THRU
013782            AND START_DATE  <= :WS-STAY-THRU
013783            AND END_DATE    >= :WS-STAY-FROM
013784            AND END_DATE    >= CURRENT DATE
013785     END-EXEC.
013786     EVALUATE TRUE
013787         WHEN SQLCODE NOT = ZERO
013788             MOVE 'N' TO WS-ROOM-OK-SW
013789             MOVE 'ROOM BLOCK LOOKUP FAILED - SEE OPERATOR'
013790                 TO MSGOUTO
013791         WHEN WS-ROOM-BLOCK-COUNT > ZERO
013792             MOVE 'N' TO WS-ROOM-OK-SW
013793             MOVE 'NEW ROOM IS BLOCKED FOR THE RESIDENT''S DATES'
013794                 TO MSGOUTO
013795         WHEN OTHER
013796             CONTINUE
013797     END-EVALUATE.
013798 3665-EXIT.
013799     EXIT.
013800
013801*****************************************************************
013802* 3670-CHECK-ROOM-ATTRS - EVERY LETTER ON THE RESIDENT'S NEEDS   *
013803*           CODE MUST APPEAR IN THE NEW ROOM'S ATTRIBUTES, AND A *
013804*           SINGLE-GENDER FLOOR ('M'/'F' ON THE ROOM) ONLY TAKES *
013805*           A RESIDENT CARRYING THE SAME LETTER.                 *
013806*****************************************************************
013807 3670-CHECK-ROOM-ATTRS.
013808     PERFORM 3680-CHECK-NEEDS-BYTE THRU 3680-EXIT
013809         VARYING WS-NEEDS-IX FROM 1 BY 1
013810         UNTIL WS-NEEDS-IX > 2 OR NOT WS-ROOM-OK.
013811     IF NOT WS-ROOM-OK
013812         GO TO 3670-EXIT
013813     END-IF.
013814     MOVE ZERO TO WS-ATTR-HIT.
013815     INSPECT RI-ROOM-ATTRIBUTES
013816         TALLYING WS-ATTR-HIT FOR ALL 'M'.
013817     IF WS-ATTR-HIT > ZERO
013818         MOVE ZERO TO WS-ATTR-HIT
013819         INSPECT RO-NEEDS-CODE
013820             TALLYING WS-ATTR-HIT FOR ALL 'M'
013821         IF WS-ATTR-HIT = ZERO
013822             MOVE 'N' TO WS-ROOM-OK-SW
013823             MOVE 'NEW ROOM IS ON A RESTRICTED FLOOR'
013824                 TO MSGOUTO
013825             GO TO 3670-EXIT
013826         END-IF
013827     END-IF.
013828     MOVE ZERO TO WS-ATTR-HIT.
013829     INSPECT RI-ROOM-ATTRIBUTES
013830         TALLYING WS-ATTR-HIT FOR ALL 'F'.
013831     IF WS-ATTR-HIT > ZERO
013832         MOVE ZERO TO WS-ATTR-HIT
013833         INSPECT RO-NEEDS-CODE
013834             TALLYING WS-ATTR-HIT FOR ALL 'F'
013835         IF WS-ATTR-HIT = ZERO
013836             MOVE 'N' TO WS-ROOM-OK-SW
013837             MOVE 'NEW ROOM IS ON A RESTRICTED FLOOR'
013838                 TO MSGOUTO
013839         END-IF
013840     END-IF.
013841 3670-EXIT.
013842     EXIT.
013843
013844 3680-CHECK-NEEDS-BYTE.
013845     MOVE RO-NEEDS-CODE(WS-NEEDS-IX:1) TO WS-NEEDS-BYTE.
013846     IF WS-NEEDS-BYTE = SPACE
013847         GO TO 3680-EXIT
013848     END-IF.
013849     MOVE ZERO TO WS-ATTR-HIT.
013850     INSPECT RI-ROOM-ATTRIBUTES
013851         TALLYING WS-ATTR-HIT FOR ALL WS-NEEDS-BYTE.
013852     IF WS-ATTR-HIT = ZERO
013853         MOVE 'N' TO WS-ROOM-OK-SW
013854         MOVE 'NEW ROOM LACKS A REQUIRED ATTRIBUTE'
013855             TO MSGOUTO
013856     END-IF.
013857 3680-EXIT.
013858     EXIT.
013859
013860
013861 3900-ADD-ROOM-OCCUPANT.
013862     EXEC SQL
013863         UPDATE ROOM_INVENTORY
013864            SET OCCUPANT_COUNT  = OCCUPANT_COUNT + 1,
013865                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
013866                LAST_UPDATE_PGM = 'HELLOCIC'
013867          WHERE HALL_CODE       = :RO-HALL-CODE
013868            AND ROOM_NUMBER     = :RO-ROOM-NUMBER
013869     END-EXEC.
013870     IF SQLCODE NOT = ZERO
013871         DISPLAY "HELLOCIC - ROOM COUNT ADD ERROR - SQLCODE "
013872             SQLCODE
013873     END-IF.
013874 3900-EXIT.
013875     EXIT.
013876
013877 3950-REMOVE-ROOM-OCCUPANT.
013878     EXEC SQL
013879         UPDATE ROOM_INVENTORY
013880            SET OCCUPANT_COUNT  = OCCUPANT_COUNT - 1,
013881                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
013882                LAST_UPDATE_PGM = 'HELLOCIC'
013883          WHERE HALL_CODE       = :WS-OLD-HALL-CODE
013884            AND ROOM_NUMBER     = :WS-OLD-ROOM-NUMBER
013885            AND OCCUPANT_COUNT  > 0
013886     END-EXEC.
013887     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
013888         DISPLAY "HELLOCIC - ROOM COUNT REMOVE ERROR - SQLCODE "
013889             SQLCODE
013890     END-IF.
013891 3950-EXIT.
013892     EXIT.
013893
013894*****************************************************************
013895* 3905-ISSUE-ROOM-KEY - RECORD THE NEW ROOM'S KEY HANDED OVER:   *
013896*           THE ROOM'S CURRENT SERIAL ('K' ROW KEPT CURRENT BY   *
013897*           THE RE-KEY FEED), OR THE FACTORY SERIAL (HALL +      *
013898*           ROOM) WHEN NO RE-KEY IS ON RECORD.                   *
013899*****************************************************************
013900 3905-ISSUE-ROOM-KEY.
013901     MOVE RO-HALL-CODE         TO KY-HALL-CODE.
013902     MOVE RO-ROOM-NUMBER       TO KY-ROOM-NUMBER.
013903     EXEC SQL
013904         SELECT KEY_SERIAL
013905           INTO :KY-KEY-SERIAL
013906           FROM KEY_INVENTORY
013907          WHERE HALL_CODE   = :KY-HALL-CODE
013908            AND ROOM_NUMBER = :KY-ROOM-NUMBER
013909            AND KEY_STATUS  = 'K'
013910     END-EXEC.
013911     EVALUATE SQLCODE
013912         WHEN ZERO
013913             CONTINUE
013914         WHEN 100
013915             MOVE SPACES TO KY-KEY-SERIAL
013916             STRING RO-HALL-CODE RO-ROOM-NUMBER
013917                 DELIMITED BY SIZE INTO KY-KEY-SERIAL
013918         WHEN OTHER
013919             DISPLAY "HELLOCIC - KEY SERIAL SELECT ERROR - "
013920                 "SQLCODE " SQLCODE
013921             GO TO 3905-EXIT
013922     END-EVALUATE.
013923     MOVE RO-RESIDENT-ID       TO KY-RESIDENT-ID.
013924     EXEC SQL
013925         INSERT INTO KEY_INVENTORY
013926             ( HALL_CODE, ROOM_NUMBER, KEY_SERIAL, RESIDENT_ID,
013927               KEY_STATUS, ISSUE_DATE,
013928               LAST_UPDATE_TS, LAST_UPDATE_PGM )
013929         VALUES
013930             ( :KY-HALL-CODE, :KY-ROOM-NUMBER, :KY-KEY-SERIAL,
013931               :KY-RESIDENT-ID, 'I', CURRENT DATE,
013932               CURRENT TIMESTAMP, 'HELLOCIC' )
013933     END-EXEC.
013934     IF SQLCODE NOT = ZERO AND SQLCODE NOT = -803
013935         DISPLAY "HELLOCIC - KEY ISSUE INSERT ERROR - SQLCODE "
013936             SQLCODE
013937     END-IF.
013938 3905-EXIT.
013939     EXIT.
013940
013941*****************************************************************
013942* 3955-RETURN-ROOM-KEY - THE VACATED ROOM'S KEY COMES BACK WITH  *
013943*           THE RESIDENT; NO KEY ON ISSUE (SQLCODE 100) IS NOT   *
013944*           AN ERROR.                                            *
013945*****************************************************************
013946 3955-RETURN-ROOM-KEY.
013947     MOVE WS-OLD-HALL-CODE     TO KY-HALL-CODE.
013948     MOVE WS-OLD-ROOM-NUMBER   TO KY-ROOM-NUMBER.
013949     MOVE RO-RESIDENT-ID       TO KY-RESIDENT-ID.
013950     EXEC SQL
013951         UPDATE KEY_INVENTORY
013952            SET KEY_STATUS      = 'R',
013953                RETURN_DATE     = CURRENT DATE,
013954                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
013955                LAST_UPDATE_PGM = 'HELLOCIC'
013956          WHERE HALL_CODE       = :KY-HALL-CODE
013957            AND ROOM_NUMBER     = :KY-ROOM-NUMBER
013958            AND RESIDENT_ID     = :KY-RESIDENT-ID
013959            AND KEY_STATUS      = 'I'
013960     END-EXEC.
013961     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
013962         DISPLAY "HELLOCIC - KEY RETURN UPDATE ERROR - SQLCODE "
013963             SQLCODE
013964     END-IF.
013965 3955-EXIT.
013966     EXIT.
013967
013968 3800-STAMP-CHECKOUT-DATE.
013969     EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
013970     EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
013971         YYYYMMDD(RO-CHECKOUT-DATE)
013972         DATESEP('-')
013973     END-EXEC.
013974 3800-EXIT.
013975     EXIT.
013976
013977 4000-NEXT-RESIDENT.
013978     EXEC SQL
013979         SELECT MIN(RESIDENT_ID)
013980           INTO :HC-LAST-RESIDENT-ID
013981           FROM RESIDENT_OCCUPANCY
013982          WHERE RESIDENT_ID > :HC-LAST-RESIDENT-ID
013983     END-EXEC.
013984
013985     IF SQLCODE = ZERO
013986         PERFORM 3000-LOOKUP-AND-SEND THRU 3000-EXIT
013987     ELSE
013988         MOVE LOW-VALUES TO HLCIMAPO
013989         MOVE 'NO MORE RESIDENTS ON FILE' TO MSGOUTO
013990         EXEC CICS SEND MAP(WS-MAP-NAME)
014000             MAPSET(WS-MAPSET-NAME)
014100             DATAONLY
014200         END-EXEC
015910     EXIT.
015920
015930 8600-WRITE-CICS-LOG.
015931     IF WS-CICS-LOG-RESIDENT-ID NOT = SPACES
015932         MOVE WS-CICS-LOG-RESIDENT-ID TO CL-RESIDENT-ID
015933         MOVE SPACES            TO WS-CICS-LOG-RESIDENT-ID
015934     ELSE
015935         MOVE HC-LAST-RESIDENT-ID TO CL-RESIDENT-ID
015936     END-IF.
015942     IF WS-CICS-LOG-CODE NOT = SPACE
015944         MOVE WS-CICS-LOG-CODE  TO CL-TRANS-CODE
015946         MOVE SPACE             TO WS-CICS-LOG-CODE
