000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resfutac.
000300 AUTHOR. RESLIFE-IT-BATCH-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - FUTURE-TERM ASSIGNMENT      *
000900*              ACTIVATION. RUNS IN THE SEMESTER TURNOVER JOB    *
001000*              (RESTURN) RIGHT AFTER THE OLD TERM IS ARCHIVED,  *
001100*              WITH THE NEW TERM CODE AS ITS PARM. EVERY        *
001200*              PENDING FUTURE_ASSIGNMENT ROW FOR THAT TERM      *
001300*              (LOADED AHEAD OF TIME BY RESFUTLD) IS RE-CHECKED *
001400*              AGAINST THE ROOM AS IT STANDS TONIGHT AND, WHEN  *
001500*              IT STILL FITS, TURNED INTO A LIVE                *
001600*              RESIDENT_OCCUPANCY ROW, A RESMSTR RECORD, A ROOM *
001700*              COUNT, AN 'I' AUDIT ROW AND A KEY ISSUE IN ONE   *
001800*              PASS, THEN MARKED ACTIVATED. A ROW THAT CAN NO   *
001900*              LONGER BE SEATED IS MARKED 'E' WITH ITS REASON   *
002000*              AND PRINTED ON THE EXCEPTION REPORT (FUTRPT).    *
002100*              COMMITS EVERY WS-COMMIT-INTERVAL ROWS; A RERUN   *
002200*              RESUMES ON ITS OWN. WRITES START AND END ROWS TO *
002300*              THE BATCH_RUN_LOG TABLE LIKE EVERY OTHER STEP.   *
002320*  2026-10-15 FMV THE RESIDENT'S MEAL PLAN MUST NOW MEET THE    *
002330*              HALL'S MEAL PLAN RULE (0800-CHECK-MEAL-RULE IN   *
002340*              MRULCHKP) AS OF THE FIRST DAY OF THE STAY - A    *
002350*              PLAN THAT FAILS IT LEAVES THE ROW 'E' WITH THE   *
002360*              RULE'S REASON, THE SAME AS PLACEMENT.            *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT ACTIVATION-RPT ASSIGN TO FUTRPT
003200         ORGANIZATION IS SEQUENTIAL
003300         ACCESS MODE IS SEQUENTIAL
003400         FILE STATUS IS WS-FUTRPT-STATUS.
003500
003600     SELECT RESIDENT-MASTER-FILE ASSIGN TO RESMSTR
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS RM-RESIDENT-ID
004000         FILE STATUS IS WS-RESMSTR-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  ACTIVATION-RPT
004500     RECORDING MODE IS F
004600     LINAGE IS 60 LINES
004700         WITH FOOTING AT 55.
004800 01  FR-REPORT-LINE              PIC X(132).
004900
005000 FD  RESIDENT-MASTER-FILE
005100     RECORDING MODE IS F.
005200 01  RESIDENT-MASTER-RECORD.
005300     05 RM-RESIDENT-ID           PIC X(08).
005400     05 RM-RESIDENT-NAME         PIC X(30).
005500     05 RM-ROOM-NUMBER           PIC X(06).
005600     05 RM-HALL-CODE             PIC X(04).
005700     05 RM-MEAL-PLAN-CODE        PIC X(02).
005800     05 RM-CHECKIN-DATE          PIC X(10).
005900     05 RM-CHECKOUT-DATE         PIC X(10).
006000     05 RM-LANGUAGE-CODE         PIC X(02).
006100
006200 WORKING-STORAGE SECTION.
006300     EXEC SQL INCLUDE SQLCA END-EXEC.
006400
006500     COPY FUTRDCL.
006600
006700     COPY RESOCDCL.
006800
006900     COPY AUDTDCL.
007000
007100     COPY KEYDCL.
007200
007300     COPY ROOMDCL.
007400
007500     COPY BURSDCL.
007600
007700     COPY RUNLDCL.
007710
007720     COPY MRULDCL.
007800
007900*    WITH HOLD - THE COMMIT EVERY WS-COMMIT-INTERVAL ROWS MUST NOT
008000*    CLOSE THE CURSOR MID-PASS. HALL/ROOM ORDER SO THE EXCEPTION
008100*    REPORT READS BY BUILDING.
008200     EXEC SQL
008300         DECLARE C1 CURSOR WITH HOLD FOR
008400         SELECT RESIDENT_ID, RESIDENT_NAME, ROOM_NUMBER,
008500                HALL_CODE, MEAL_PLAN_CODE, CHECKIN_DATE,
008600                CHECKOUT_DATE, LANGUAGE_CODE, NEEDS_CODE
008700           FROM FUTURE_ASSIGNMENT
008800          WHERE TERM_CODE     = :FU-TERM-CODE
008900            AND ASSIGN_STATUS = 'P'
009000          ORDER BY HALL_CODE, ROOM_NUMBER, RESIDENT_ID
009100     END-EXEC.
009200
009300 01  WS-FUTRPT-STATUS            PIC X(02)      VALUE SPACES.
009400     88 WS-FUTRPT-OK                    VALUE '00'.
009500
009600 01  WS-RESMSTR-STATUS           PIC X(02)      VALUE SPACES.
009700     88 WS-RESMSTR-OK                   VALUE '00'.
009800     88 WS-RESMSTR-DUPKEY               VALUE '22'.
009900
010000 01  WS-SWITCHES.
010100     05 WS-DB2-EOF-SW            PIC X(01)      VALUE 'N'.
010200        88 WS-DB2-EOF                   VALUE 'Y'.
010300     05 WS-ROOM-OK-SW            PIC X(01)      VALUE 'N'.
010400        88 WS-ROOM-OK                   VALUE 'Y'.
010500
010600 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
010700 01  WS-RUN-DATE-ISO             PIC X(10)      VALUE SPACES.
010800 01  WS-PAGE-NUMBER              PIC 9(04)      VALUE ZERO.
010900 01  WS-REJECT-REASON            PIC X(40)      VALUE SPACES.
011000 01  WS-STAY-FROM                PIC X(10)      VALUE SPACES.
011100 01  WS-STAY-THRU                PIC X(10)      VALUE SPACES.
011200 01  WS-ROOM-BLOCK-COUNT         PIC S9(09) COMP VALUE ZERO.
011300 01  WS-NEEDS-IX                 PIC 9(02) COMP VALUE ZERO.
011400 01  WS-NEEDS-BYTE               PIC X(01)      VALUE SPACE.
011500 01  WS-ATTR-HIT                 PIC 9(02) COMP VALUE ZERO.
011600
011700 01  WS-COMMIT-INTERVAL          PIC 9(05) COMP VALUE 100.
011800 01  WS-RECORDS-SINCE-COMMIT     PIC 9(05) COMP VALUE ZERO.
011900 01  WS-TOTAL-RECORDS-PROCESSED  PIC 9(09) COMP VALUE ZERO.
012000 01  WS-SEATED-COUNT             PIC 9(07) COMP VALUE ZERO.
012100 01  WS-EXCEPTION-COUNT          PIC 9(07) COMP VALUE ZERO.
012200
012300 01  WS-REPORT-TITLE.
012400     05 FILLER                   PIC X(20)
012500         VALUE "RESIDENCE LIFE".
012600     05 FILLER                   PIC X(36)
012700         VALUE "FUTURE-TERM ACTIVATION EXCEPTIONS".
012800     05 FILLER                   PIC X(06)
012900         VALUE "TERM: ".
013000     05 WS-TITLE-TERM            PIC X(06).
013100     05 FILLER                   PIC X(12)
013200         VALUE "  RUN DATE: ".
013300     05 WS-TITLE-RUN-DATE        PIC 9(08).
013400     05 FILLER                   PIC X(08)
013500         VALUE "  PAGE: ".
013600     05 WS-TITLE-PAGE-NO         PIC ZZZ9.
013700
013800 01  WS-COLUMN-HEADINGS.
013900     05 FILLER                   PIC X(06)  VALUE "HALL".
014000     05 FILLER                   PIC X(08)  VALUE "ROOM".
014100     05 FILLER                   PIC X(10)  VALUE "RESIDENT".
014200     05 FILLER                   PIC X(32)  VALUE "NAME".
014300     05 FILLER                   PIC X(12)  VALUE "CHECK-IN".
014400     05 FILLER                   PIC X(40)
014500         VALUE "REASON NOT SEATED".
014600
014700 01  WS-DETAIL-LINE.
014800     05 WS-DET-HALL              PIC X(06).
014900     05 WS-DET-ROOM              PIC X(08).
015000     05 WS-DET-RESIDENT-ID       PIC X(10).
015100     05 WS-DET-RESIDENT-NAME     PIC X(32).
015200     05 WS-DET-CHECKIN           PIC X(12).
015300     05 WS-DET-REASON            PIC X(40).
015400
015500 01  WS-NONE-LINE.
015600     05 FILLER                   PIC X(44)
015700         VALUE "EVERY PENDING ASSIGNMENT WAS SEATED".
015800
015900 01  WS-SEATED-TOTAL-LINE.
016000     05 FILLER                   PIC X(26)
016100         VALUE "ASSIGNMENTS SEATED:".
016200     05 WS-SEATED-TOTAL          PIC ZZZZZZ9.
016300
016400 01  WS-EXCEPTION-TOTAL-LINE.
016500     05 FILLER                   PIC X(26)
016600         VALUE "ASSIGNMENTS NOT SEATED:".
016700     05 WS-EXCEPTION-TOTAL       PIC ZZZZZZ9.
016800
016900 LINKAGE SECTION.
017000 01  LS-PARM-AREA.
017100     05 LS-PARM-LENGTH           PIC S9(04) COMP.
017200     05 LS-PARM-DATA             PIC X(30).
017300
017400 PROCEDURE DIVISION USING LS-PARM-AREA.
017500
017600 0000-MAIN.
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017800     PERFORM 2000-PROCESS-ASSIGNMENT THRU 2000-EXIT
017900         UNTIL WS-DB2-EOF.
018000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018100     GOBACK.
018200
018300 1000-INITIALIZE.
018400     IF LS-PARM-LENGTH >= 6
018500         MOVE LS-PARM-DATA(1:6) TO FU-TERM-CODE
018600     ELSE
018700         DISPLAY "RESFUTAC - TERM CODE PARM IS REQUIRED"
018800         GO TO 9900-ABEND-JOB
018900     END-IF.
019000
019100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019200     STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
019300         WS-RUN-DATE(7:2) DELIMITED BY SIZE
019400         INTO WS-RUN-DATE-ISO.
019500
019600     OPEN OUTPUT ACTIVATION-RPT.
019700     IF NOT WS-FUTRPT-OK
019800         DISPLAY "RESFUTAC - REPORT FILE OPEN FAILED - STATUS "
019900             WS-FUTRPT-STATUS
020000         GO TO 9900-ABEND-JOB
020100     END-IF.
020200
020300     OPEN I-O RESIDENT-MASTER-FILE.
020400     IF NOT WS-RESMSTR-OK
020500         DISPLAY "RESFUTAC - MASTER FILE OPEN FAILED - STATUS "
020600             WS-RESMSTR-STATUS
020700         GO TO 9900-ABEND-JOB
020800     END-IF.
020900
021000     EXEC SQL CONNECT TO RESLIFE END-EXEC.
021100     MOVE 'RESTURN'  TO BL-JOB-NAME.
021200     MOVE 'STEP020'  TO BL-STEP-NAME.
021300     MOVE 'RESFUTAC' TO BL-PGM-NAME.
021400     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
021500
021600     EXEC SQL OPEN C1 END-EXEC.
021700     IF SQLCODE NOT = ZERO
021800         DISPLAY "RESFUTAC - CURSOR OPEN ERROR - SQLCODE " SQLCODE
021900         GO TO 9900-ABEND-JOB
022000     END-IF.
022100
022200     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
022300     PERFORM 2100-FETCH-ASSIGNMENT THRU 2100-EXIT.
022400 1000-EXIT.
022500     EXIT.
022600
022700*****************************************************************
022800* 2000-PROCESS-ASSIGNMENT - SEAT ONE PENDING ROW, OR MARK IT    *
022900*           'E' AND LIST IT WHEN THE ROOM CAN NO LONGER TAKE    *
023000*           IT. A RERUN AFTER A FAILURE PICKS UP WHERE THE LAST *
023100*           COMMIT LEFT OFF ON ITS OWN - SEATED AND EXCEPTION   *
023200*           ROWS ARE NO LONGER 'P', SO THE CURSOR NEVER SEES    *
023300*           THEM AGAIN.                                         *
023400*****************************************************************
023500 2000-PROCESS-ASSIGNMENT.
023600     PERFORM 2500-CHECK-ROOM-AVAILABLE THRU 2500-EXIT.
023700     IF WS-ROOM-OK
023800         PERFORM 3000-SEAT-RESIDENT THRU 3000-EXIT
023900     END-IF.
024000     IF NOT WS-ROOM-OK
024100         PERFORM 4000-RECORD-EXCEPTION THRU 4000-EXIT
024200     END-IF.
024300
024400     ADD 1 TO WS-TOTAL-RECORDS-PROCESSED WS-RECORDS-SINCE-COMMIT.
024500     IF WS-RECORDS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
024600         EXEC SQL COMMIT END-EXEC
024700         MOVE ZERO TO WS-RECORDS-SINCE-COMMIT
024800     END-IF.
024900     PERFORM 2100-FETCH-ASSIGNMENT THRU 2100-EXIT.
025000 2000-EXIT.
025100     EXIT.
025200
025300 2100-FETCH-ASSIGNMENT.
025400     EXEC SQL
025500         FETCH C1
025600          INTO :FU-RESIDENT-ID, :FU-RESIDENT-NAME,
025700               :FU-ROOM-NUMBER, :FU-HALL-CODE,
025800               :FU-MEAL-PLAN-CODE, :FU-CHECKIN-DATE,
025900               :FU-CHECKOUT-DATE, :FU-LANGUAGE-CODE,
026000               :FU-NEEDS-CODE
026100     END-EXEC.
026200     EVALUATE SQLCODE
026300         WHEN ZERO
026400             CONTINUE
026500         WHEN 100
026600             MOVE 'Y' TO WS-DB2-EOF-SW
026700         WHEN OTHER
026800             DISPLAY "RESFUTAC - DB2 FETCH ERROR - SQLCODE "
026900                 SQLCODE
027000             GO TO 9900-ABEND-JOB
027100     END-EVALUATE.
027200 2100-EXIT.
027300     EXIT.
027400
027500*****************************************************************
027600* 2500-CHECK-ROOM-AVAILABLE - THE SAME CHECKS THE RESIDENT LOAD *
027700*           MAKES AT MOVE-IN, AS OF TURNOVER NIGHT: NO BURSAR   *
027800*           HOLD, ROOM STILL ON FILE AND ACTIVE, A BED LEFT     *
027900*           (THE COUNTS WERE JUST ZEROED, SO THIS IS THE        *
028000*           CAPACITY LESS THOSE ALREADY SEATED TONIGHT), NO     *
028100*           ACTIVE ROOM BLOCK OVER THE STAY, THE RESIDENT'S     *
028200*           NEEDS LETTERS ON THE ROOM, AND A MEAL PLAN THAT     *
028300*           MEETS THE HALL'S MEAL PLAN RULE. THE OPEN WORK      *
028400*           ORDER CHECK IS LEFT OUT ON PURPOSE - THE TURNOVER   *
028500*           HAS JUST OPENED ONE FOR EVERY ROOM IT EMPTIED, AND  *
028550*           FACILITIES CLEARS THEM BEFORE MOVE-IN DAY.          *
028600*****************************************************************
028700 2500-CHECK-ROOM-AVAILABLE.
028800     MOVE 'N' TO WS-ROOM-OK-SW.
028900     MOVE FU-RESIDENT-ID TO BB-RESIDENT-ID.
029000     EXEC SQL
029100         SELECT HOLD_STATUS
029200           INTO :BB-HOLD-STATUS
029300           FROM BURSAR_BALANCE
029400          WHERE RESIDENT_ID = :BB-RESIDENT-ID
029500     END-EXEC.
029600     EVALUATE TRUE
029700         WHEN SQLCODE = 100
029800             CONTINUE
029900         WHEN SQLCODE NOT = ZERO
030000             DISPLAY "RESFUTAC - BURSAR BALANCE SELECT ERROR - "
030100                 "SQLCODE " SQLCODE
030200             GO TO 9900-ABEND-JOB
030300         WHEN BB-HOLD
030400             MOVE "RESIDENT HAS BURSAR FINANCIAL HOLD"
030500                 TO WS-REJECT-REASON
030600             GO TO 2500-EXIT
030700         WHEN OTHER
030800             CONTINUE
030900     END-EVALUATE.
031000     EXEC SQL
031100         SELECT CAPACITY, OCCUPANT_COUNT, ROOM_STATUS,
031200                ROOM_ATTRIBUTES
031300           INTO :RI-CAPACITY, :RI-OCCUPANT-COUNT,
031400                :RI-ROOM-STATUS, :RI-ROOM-ATTRIBUTES
031500           FROM ROOM_INVENTORY
031600          WHERE HALL_CODE   = :FU-HALL-CODE
031700            AND ROOM_NUMBER = :FU-ROOM-NUMBER
031800     END-EXEC.
031900     EVALUATE TRUE
032000         WHEN SQLCODE = 100
032100             MOVE "ROOM NOT ON ROOM INVENTORY"
032200                 TO WS-REJECT-REASON
032300         WHEN SQLCODE NOT = ZERO
032400             DISPLAY "RESFUTAC - ROOM INVENTORY SELECT ERROR - "
032500                 "SQLCODE " SQLCODE
032600             GO TO 9900-ABEND-JOB
032700         WHEN RI-ROOM-INACTIVE
032800             MOVE "ROOM IS INACTIVE ON ROOM INVENTORY"
032900                 TO WS-REJECT-REASON
033000         WHEN RI-OCCUPANT-COUNT >= RI-CAPACITY
033100             MOVE "ROOM IS AT CAPACITY"
033200                 TO WS-REJECT-REASON
033300         WHEN OTHER
033400             MOVE 'Y' TO WS-ROOM-OK-SW
033500     END-EVALUATE.
033600     IF WS-ROOM-OK
033700         PERFORM 2525-CHECK-ROOM-BLOCK THRU 2525-EXIT
033800     END-IF.
033900     IF WS-ROOM-OK
034000         PERFORM 2530-CHECK-ROOM-ATTRIBUTES THRU 2530-EXIT
034100     END-IF.
034110     IF WS-ROOM-OK
034120         PERFORM 2550-CHECK-MEAL-RULE THRU 2550-EXIT
034130     END-IF.
034200 2500-EXIT.
034300     EXIT.
034400
034500 2525-CHECK-ROOM-BLOCK.
034600     MOVE WS-RUN-DATE-ISO TO WS-STAY-FROM.
034700     IF FU-CHECKIN-DATE > WS-STAY-FROM
034800         MOVE FU-CHECKIN-DATE TO WS-STAY-FROM
034900     END-IF.
035000     IF FU-CHECKOUT-DATE NOT = SPACES
035100         MOVE FU-CHECKOUT-DATE TO WS-STAY-THRU
035200     ELSE
035300         MOVE '9999-12-31' TO WS-STAY-THRU
035400     END-IF.
035500     EXEC SQL
035600         SELECT COUNT(*)
035700           INTO :WS-ROOM-BLOCK-COUNT
035800           FROM ROOM_BLOCK
035900          WHERE BLOCK_STATUS = 'A'
036000            AND HALL_CODE    = :FU-HALL-CODE
036100            AND :FU-ROOM-NUMBER BETWEEN ROOM_FROM AND ROOM_THRU
036200            AND START_DATE  <= :WS-STAY-THRU
036300            AND END_DATE    >= :WS-STAY-FROM
036400     END-EXEC.
036500     IF SQLCODE NOT = ZERO
036600         DISPLAY "RESFUTAC - ROOM BLOCK SELECT ERROR - "
036700             "SQLCODE " SQLCODE
036800         GO TO 9900-ABEND-JOB
036900     END-IF.
037000     IF WS-ROOM-BLOCK-COUNT > ZERO
037100         MOVE 'N' TO WS-ROOM-OK-SW
037200         MOVE "ROOM IS BLOCKED FOR THOSE DATES"
037300             TO WS-REJECT-REASON
037400     END-IF.
037500 2525-EXIT.
037600     EXIT.
037700
037800 2530-CHECK-ROOM-ATTRIBUTES.
037900     PERFORM 2540-CHECK-NEEDS-BYTE THRU 2540-EXIT
038000         VARYING WS-NEEDS-IX FROM 1 BY 1
038100         UNTIL WS-NEEDS-IX > 2 OR NOT WS-ROOM-OK.
038200     IF NOT WS-ROOM-OK
038300         GO TO 2530-EXIT
038400     END-IF.
038500     MOVE ZERO TO WS-ATTR-HIT.
038600     INSPECT RI-ROOM-ATTRIBUTES
038700         TALLYING WS-ATTR-HIT FOR ALL 'M'.
038800     IF WS-ATTR-HIT > ZERO
038900         MOVE ZERO TO WS-ATTR-HIT
039000         INSPECT FU-NEEDS-CODE
039100             TALLYING WS-ATTR-HIT FOR ALL 'M'
039200         IF WS-ATTR-HIT = ZERO
039300             MOVE 'N' TO WS-ROOM-OK-SW
039400             MOVE "ROOM IS ON A RESTRICTED FLOOR"
039500                 TO WS-REJECT-REASON
039600             GO TO 2530-EXIT
039700         END-IF
039800     END-IF.
039900     MOVE ZERO TO WS-ATTR-HIT.
040000     INSPECT RI-ROOM-ATTRIBUTES
040100         TALLYING WS-ATTR-HIT FOR ALL 'F'.
040200     IF WS-ATTR-HIT > ZERO
040300         MOVE ZERO TO WS-ATTR-HIT
040400         INSPECT FU-NEEDS-CODE
040500             TALLYING WS-ATTR-HIT FOR ALL 'F'
040600         IF WS-ATTR-HIT = ZERO
040700             MOVE 'N' TO WS-ROOM-OK-SW
040800             MOVE "ROOM IS ON A RESTRICTED FLOOR"
040900                 TO WS-REJECT-REASON
041000         END-IF
041100     END-IF.
041200 2530-EXIT.
041300     EXIT.
041400
041500 2540-CHECK-NEEDS-BYTE.
041600     MOVE FU-NEEDS-CODE(WS-NEEDS-IX:1) TO WS-NEEDS-BYTE.
041700     IF WS-NEEDS-BYTE = SPACE
041800         GO TO 2540-EXIT
041900     END-IF.
042000     MOVE ZERO TO WS-ATTR-HIT.
042100     INSPECT RI-ROOM-ATTRIBUTES
042200         TALLYING WS-ATTR-HIT FOR ALL WS-NEEDS-BYTE.
042300     IF WS-ATTR-HIT = ZERO
042400         MOVE 'N' TO WS-ROOM-OK-SW
042500         MOVE "ROOM LACKS REQUIRED ATTRIBUTE"
042600             TO WS-REJECT-REASON
042700     END-IF.
042800 2540-EXIT.
042900     EXIT.
043000
043002*****************************************************************
043004* 2550-CHECK-MEAL-RULE - THE RESIDENT'S MEAL PLAN MUST MEET THE *
043006*           HALL'S MEAL PLAN RULE (SEE COPYBOOKS/MRULDCL) AS OF *
043008*           THE FIRST DAY OF THE STAY - TONIGHT OR THE CHECK-IN *
043010*           DATE, WHICHEVER IS LATER (WS-STAY-FROM, SET BY      *
043012*           2525-CHECK-ROOM-BLOCK).                             *
043014*****************************************************************
043016 2550-CHECK-MEAL-RULE.
043018     MOVE FU-HALL-CODE         TO MR-CHECK-HALL.
043020     MOVE FU-MEAL-PLAN-CODE    TO MR-CHECK-PLAN.
043022     MOVE WS-STAY-FROM         TO MR-CHECK-DATE.
043024     PERFORM 0800-CHECK-MEAL-RULE THRU 0800-EXIT.
043026     IF MR-CHECK-FAILED
043028         DISPLAY "RESFUTAC - MEAL RULE SELECT ERROR - SQLCODE "
043030             MR-CHECK-SQLCODE
043032         GO TO 9900-ABEND-JOB
043034     END-IF.
043036     IF MR-PLAN-FAILS-RULE
043038         MOVE 'N' TO WS-ROOM-OK-SW
043040         MOVE MR-FAIL-TEXT         TO WS-REJECT-REASON
043042     END-IF.
043044 2550-EXIT.
043046     EXIT.
043048
043100*****************************************************************
043200* 3000-SEAT-RESIDENT - THE LIVE OCCUPANCY ROW, THE 'I' AUDIT    *
043300*           ROW, THE RESMSTR RECORD, THE ROOM COUNT AND THE KEY *
043400*           ISSUE, EXACTLY AS THE RESIDENT LOAD DOES A MOVE-IN, *
043500*           THEN THE FUTURE ROW GOES TO 'A'. A RESIDENT STILL   *
043600*           HOLDING A LIVE ROOM (SQLCODE -803 - NOT ARCHIVED BY *
043700*           THE TURNOVER) CANNOT BE SEATED TWICE AND FALLS BACK *
043800*           TO THE EXCEPTION LIST.                              *
043900*****************************************************************
044000 3000-SEAT-RESIDENT.
044100     MOVE FU-RESIDENT-ID       TO RO-RESIDENT-ID.
044200     MOVE FU-RESIDENT-NAME     TO RO-RESIDENT-NAME.
044300     MOVE FU-ROOM-NUMBER       TO RO-ROOM-NUMBER.
044400     MOVE FU-HALL-CODE         TO RO-HALL-CODE.
044500     MOVE FU-MEAL-PLAN-CODE    TO RO-MEAL-PLAN-CODE.
044600     MOVE FU-CHECKIN-DATE      TO RO-CHECKIN-DATE.
044700     MOVE FU-CHECKOUT-DATE     TO RO-CHECKOUT-DATE.
044800     MOVE 'RESFUTAC'           TO RO-LAST-UPDATE-PGM.
044900     MOVE FU-LANGUAGE-CODE     TO RO-LANGUAGE-CODE.
045000     MOVE FU-NEEDS-CODE        TO RO-NEEDS-CODE.
045100
045200     EXEC SQL
045300         INSERT INTO RESIDENT_OCCUPANCY
045400             ( RESIDENT_ID, RESIDENT_NAME, ROOM_NUMBER,
045500               HALL_CODE, MEAL_PLAN_CODE, CHECKIN_DATE,
045600               CHECKOUT_DATE, LAST_UPDATE_TS, LAST_UPDATE_PGM,
045700               LANGUAGE_CODE, NEEDS_CODE )
045800         VALUES
045900             ( :RO-RESIDENT-ID, :RO-RESIDENT-NAME,
046000               :RO-ROOM-NUMBER, :RO-HALL-CODE,
046100               :RO-MEAL-PLAN-CODE, :RO-CHECKIN-DATE,
046200               :RO-CHECKOUT-DATE, CURRENT TIMESTAMP,
046300               :RO-LAST-UPDATE-PGM, :RO-LANGUAGE-CODE,
046400               :RO-NEEDS-CODE )
046500     END-EXEC.
046600     EVALUATE SQLCODE
046700         WHEN ZERO
046800             CONTINUE
046900         WHEN -803
047000             MOVE 'N' TO WS-ROOM-OK-SW
047100             MOVE "RESIDENT ALREADY HOLDS A LIVE ROOM"
047200                 TO WS-REJECT-REASON
047300             GO TO 3000-EXIT
047400         WHEN OTHER
047500             DISPLAY "RESFUTAC - RESIDENT INSERT ERROR - SQLCODE "
047600                 SQLCODE
047700             GO TO 9900-ABEND-JOB
047800     END-EVALUATE.
047900
048000     MOVE 'I'                  TO AT-CHANGE-TYPE.
048100     MOVE FU-RESIDENT-ID       TO AT-RESIDENT-ID.
048200     MOVE SPACES               TO AT-OLD-RESIDENT-NAME
048300                                   AT-OLD-ROOM-NUMBER
048400                                   AT-OLD-HALL-CODE
048500                                   AT-OLD-MEAL-PLAN-CODE
048600                                   AT-OLD-LANGUAGE-CODE
048700                                   AT-OLD-CHECKOUT-DATE.
048800     MOVE FU-RESIDENT-NAME     TO AT-NEW-RESIDENT-NAME.
048900     MOVE FU-ROOM-NUMBER       TO AT-NEW-ROOM-NUMBER.
049000     MOVE FU-HALL-CODE         TO AT-NEW-HALL-CODE.
049100     MOVE FU-MEAL-PLAN-CODE    TO AT-NEW-MEAL-PLAN-CODE.
049200     MOVE FU-CHECKOUT-DATE     TO AT-NEW-CHECKOUT-DATE.
049300     MOVE FU-LANGUAGE-CODE     TO AT-NEW-LANGUAGE-CODE.
049400     MOVE 'RESFUTAC'           TO AT-CHANGE-PGM.
049500     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
049600     PERFORM 7500-WRITE-MASTER-RECORD THRU 7500-EXIT.
049700     PERFORM 3600-ADD-ROOM-OCCUPANT THRU 3600-EXIT.
049800     PERFORM 3650-ISSUE-ROOM-KEY THRU 3650-EXIT.
049900
050000     EXEC SQL
050100         UPDATE FUTURE_ASSIGNMENT
050200            SET ASSIGN_STATUS    = 'A',
050300                EXCEPTION_REASON = ' ',
050400                LAST_UPDATE_TS   = CURRENT TIMESTAMP,
050500                LAST_UPDATE_PGM  = 'RESFUTAC'
050600          WHERE TERM_CODE        = :FU-TERM-CODE
050700            AND RESIDENT_ID      = :FU-RESIDENT-ID
050800     END-EXEC.
050900     IF SQLCODE NOT = ZERO
051000         DISPLAY "RESFUTAC - ASSIGNMENT UPDATE ERROR - SQLCODE "
051100             SQLCODE
051200         GO TO 9900-ABEND-JOB
051300     END-IF.
051400     ADD 1 TO WS-SEATED-COUNT.
051500 3000-EXIT.
051600     EXIT.
051700
051800 3600-ADD-ROOM-OCCUPANT.
051900     EXEC SQL
052000         UPDATE ROOM_INVENTORY
052100            SET OCCUPANT_COUNT  = OCCUPANT_COUNT + 1,
052200                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
052300                LAST_UPDATE_PGM = 'RESFUTAC'
052400          WHERE HALL_CODE       = :FU-HALL-CODE
052500            AND ROOM_NUMBER     = :FU-ROOM-NUMBER
052600     END-EXEC.
052700     IF SQLCODE NOT = ZERO
052800         DISPLAY "RESFUTAC - ROOM COUNT ADD ERROR - SQLCODE "
052900             SQLCODE
053000         GO TO 9900-ABEND-JOB
053100     END-IF.
053200 3600-EXIT.
053300     EXIT.
053400
053500*****************************************************************
053600* 3650-ISSUE-ROOM-KEY - THE ROOM'S CURRENT SERIAL ('K' ROW), OR *
053700*           THE FACTORY SERIAL (HALL + ROOM) WHEN NO RE-KEY IS  *
053800*           ON RECORD, THE SAME AS EVERY OTHER MOVE-IN PATH.    *
053900*****************************************************************
054000 3650-ISSUE-ROOM-KEY.
054100     MOVE FU-HALL-CODE         TO KY-HALL-CODE.
054200     MOVE FU-ROOM-NUMBER       TO KY-ROOM-NUMBER.
054300     EXEC SQL
054400         SELECT KEY_SERIAL
054500           INTO :KY-KEY-SERIAL
054600           FROM KEY_INVENTORY
054700          WHERE HALL_CODE   = :KY-HALL-CODE
054800            AND ROOM_NUMBER = :KY-ROOM-NUMBER
054900            AND KEY_STATUS  = 'K'
055000     END-EXEC.
055100     EVALUATE SQLCODE
055200         WHEN ZERO
055300             CONTINUE
055400         WHEN 100
055500             MOVE SPACES TO KY-KEY-SERIAL
055600             STRING FU-HALL-CODE FU-ROOM-NUMBER
055700                 DELIMITED BY SIZE INTO KY-KEY-SERIAL
055800         WHEN OTHER
055900             DISPLAY "RESFUTAC - KEY SERIAL SELECT ERROR - "
056000                 "SQLCODE " SQLCODE
056100             GO TO 9900-ABEND-JOB
056200     END-EVALUATE.
056300     MOVE FU-RESIDENT-ID       TO KY-RESIDENT-ID.
056400     EXEC SQL
056500         INSERT INTO KEY_INVENTORY
056600             ( HALL_CODE, ROOM_NUMBER, KEY_SERIAL, RESIDENT_ID,
056700               KEY_STATUS, ISSUE_DATE,
056800               LAST_UPDATE_TS, LAST_UPDATE_PGM )
056900         VALUES
057000             ( :KY-HALL-CODE, :KY-ROOM-NUMBER, :KY-KEY-SERIAL,
057100               :KY-RESIDENT-ID, 'I', CURRENT DATE,
057200               CURRENT TIMESTAMP, 'RESFUTAC' )
057300     END-EXEC.
057400     IF SQLCODE NOT = ZERO AND SQLCODE NOT = -803
057500         DISPLAY "RESFUTAC - KEY ISSUE INSERT ERROR - SQLCODE "
057600             SQLCODE
057700         GO TO 9900-ABEND-JOB
057800     END-IF.
057900 3650-EXIT.
058000     EXIT.
058100
058200*****************************************************************
058300* 4000-RECORD-EXCEPTION - THE ROW GOES TO 'E' WITH ITS REASON   *
058400*           SO ASSIGNMENT STAFF CAN RE-PLACE THE RESIDENT (A    *
058500*           FEED 'U' PUTS IT BACK TO PENDING), AND IS LISTED.   *
058600*****************************************************************
058700 4000-RECORD-EXCEPTION.
058800     MOVE WS-REJECT-REASON     TO FU-EXCEPTION-REASON.
058900     EXEC SQL
059000         UPDATE FUTURE_ASSIGNMENT
059100            SET ASSIGN_STATUS    = 'E',
059200                EXCEPTION_REASON = :FU-EXCEPTION-REASON,
059300                LAST_UPDATE_TS   = CURRENT TIMESTAMP,
059400                LAST_UPDATE_PGM  = 'RESFUTAC'
059500          WHERE TERM_CODE        = :FU-TERM-CODE
059600            AND RESIDENT_ID      = :FU-RESIDENT-ID
059700     END-EXEC.
059800     IF SQLCODE NOT = ZERO
059900         DISPLAY "RESFUTAC - ASSIGNMENT EXCEPTION UPDATE ERROR - "
060000             "SQLCODE " SQLCODE
060100         GO TO 9900-ABEND-JOB
060200     END-IF.
060300     ADD 1 TO WS-EXCEPTION-COUNT.
060400     PERFORM 5500-WRITE-DETAIL-LINE THRU 5500-EXIT.
060500 4000-EXIT.
060600     EXIT.
060700
060800 5100-WRITE-HEADINGS.
060900     ADD 1 TO WS-PAGE-NUMBER.
061000     MOVE FU-TERM-CODE          TO WS-TITLE-TERM.
061100     MOVE WS-RUN-DATE           TO WS-TITLE-RUN-DATE.
061200     MOVE WS-PAGE-NUMBER        TO WS-TITLE-PAGE-NO.
061300     WRITE FR-REPORT-LINE FROM WS-REPORT-TITLE
061400         AFTER ADVANCING PAGE.
061500     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
061600     WRITE FR-REPORT-LINE FROM WS-COLUMN-HEADINGS
061700         AFTER ADVANCING 2 LINES.
061800     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
061900 5100-EXIT.
062000     EXIT.
062100
062200 5500-WRITE-DETAIL-LINE.
062300     MOVE FU-HALL-CODE          TO WS-DET-HALL.
062400     MOVE FU-ROOM-NUMBER        TO WS-DET-ROOM.
062500     MOVE FU-RESIDENT-ID        TO WS-DET-RESIDENT-ID.
062600     MOVE FU-RESIDENT-NAME      TO WS-DET-RESIDENT-NAME.
062700     MOVE FU-CHECKIN-DATE       TO WS-DET-CHECKIN.
062800     MOVE WS-REJECT-REASON      TO WS-DET-REASON.
062900     WRITE FR-REPORT-LINE FROM WS-DETAIL-LINE
063000         AFTER ADVANCING 1 LINE.
063100     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
063200     IF LINAGE-COUNTER > 54
063300         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
063400     END-IF.
063500 5500-EXIT.
063600     EXIT.
063700
063800 5900-CHECK-PRINT-STATUS.
063900     IF NOT WS-FUTRPT-OK
064000         DISPLAY "RESFUTAC - REPORT WRITE ERROR - STATUS "
064100             WS-FUTRPT-STATUS
064200         GO TO 9900-ABEND-JOB
064300     END-IF.
064400 5900-EXIT.
064500     EXIT.
064600
064700*****************************************************************
064800* 7500-WRITE-MASTER-RECORD - A RESMSTR RECORD LEFT BEHIND FOR   *
064900*           THE RESIDENT (STATUS 22) IS REPLACED RATHER THAN    *
065000*           FAILED - THE OCCUPANCY ROW JUST INSERTED IS THE     *
065100*           TRUTH.                                              *
065200*****************************************************************
065300 7500-WRITE-MASTER-RECORD.
065400     MOVE FU-RESIDENT-ID       TO RM-RESIDENT-ID.
065500     MOVE FU-RESIDENT-NAME     TO RM-RESIDENT-NAME.
065600     MOVE FU-ROOM-NUMBER       TO RM-ROOM-NUMBER.
065700     MOVE FU-HALL-CODE         TO RM-HALL-CODE.
065800     MOVE FU-MEAL-PLAN-CODE    TO RM-MEAL-PLAN-CODE.
065900     MOVE FU-CHECKIN-DATE      TO RM-CHECKIN-DATE.
066000     MOVE FU-CHECKOUT-DATE     TO RM-CHECKOUT-DATE.
066100     MOVE FU-LANGUAGE-CODE     TO RM-LANGUAGE-CODE.
066200     WRITE RESIDENT-MASTER-RECORD
066300         INVALID KEY
066400             CONTINUE
066500     END-WRITE.
066600     IF WS-RESMSTR-DUPKEY
066700         REWRITE RESIDENT-MASTER-RECORD
066800             INVALID KEY
066900                 CONTINUE
067000         END-REWRITE
067100     END-IF.
067200     IF NOT WS-RESMSTR-OK
067300         DISPLAY "RESFUTAC - MASTER FILE WRITE ERROR - STATUS "
067400             WS-RESMSTR-STATUS " RESIDENT " FU-RESIDENT-ID
067500         GO TO 9900-ABEND-JOB
067600     END-IF.
067700 7500-EXIT.
067800     EXIT.
067900
068000 8000-WRITE-AUDIT-RECORD.
068100     EXEC SQL
068200         INSERT INTO RESIDENT_AUDIT_TRAIL
068300             ( RESIDENT_ID, CHANGE_TYPE,
068400               OLD_RESIDENT_NAME, NEW_RESIDENT_NAME,
068500               OLD_ROOM_NUMBER, NEW_ROOM_NUMBER,
068600               OLD_HALL_CODE, NEW_HALL_CODE,
068700               OLD_MEAL_PLAN_CODE, NEW_MEAL_PLAN_CODE,
068800               OLD_CHECKOUT_DATE, NEW_CHECKOUT_DATE,
068900               OLD_LANGUAGE_CODE, NEW_LANGUAGE_CODE,
069000               CHANGE_TS, CHANGE_PGM )
069100         VALUES
069200             ( :AT-RESIDENT-ID, :AT-CHANGE-TYPE,
069300               :AT-OLD-RESIDENT-NAME, :AT-NEW-RESIDENT-NAME,
069400               :AT-OLD-ROOM-NUMBER, :AT-NEW-ROOM-NUMBER,
069500               :AT-OLD-HALL-CODE, :AT-NEW-HALL-CODE,
069600               :AT-OLD-MEAL-PLAN-CODE, :AT-NEW-MEAL-PLAN-CODE,
069700               :AT-OLD-CHECKOUT-DATE, :AT-NEW-CHECKOUT-DATE,
069800               :AT-OLD-LANGUAGE-CODE, :AT-NEW-LANGUAGE-CODE,
069900               CURRENT TIMESTAMP, :AT-CHANGE-PGM )
070000     END-EXEC.
070100     IF SQLCODE NOT = ZERO
070200         DISPLAY "RESFUTAC - AUDIT INSERT ERROR - SQLCODE "
070300             SQLCODE
070400         GO TO 9900-ABEND-JOB
070500     END-IF.
070600 8000-EXIT.
070700     EXIT.
070800
070900 9000-TERMINATE.
071000     IF WS-EXCEPTION-COUNT = ZERO
071100         WRITE FR-REPORT-LINE FROM WS-NONE-LINE
071200             AFTER ADVANCING 2 LINES
071300         PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT
071400     END-IF.
071500     MOVE WS-SEATED-COUNT       TO WS-SEATED-TOTAL.
071600     WRITE FR-REPORT-LINE FROM WS-SEATED-TOTAL-LINE
071700         AFTER ADVANCING 2 LINES.
071800     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
071900     MOVE WS-EXCEPTION-COUNT    TO WS-EXCEPTION-TOTAL.
072000     WRITE FR-REPORT-LINE FROM WS-EXCEPTION-TOTAL-LINE
072100         AFTER ADVANCING 1 LINE.
072200     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
072300
072400     DISPLAY "RESFUTAC - END OF JOB STATISTICS".
072500     DISPLAY "RESFUTAC -   TERM ACTIVATED    - " FU-TERM-CODE.
072600     DISPLAY "RESFUTAC -   ROWS READ         - "
072700         WS-TOTAL-RECORDS-PROCESSED.
072800     DISPLAY "RESFUTAC -   RESIDENTS SEATED  - " WS-SEATED-COUNT.
072900     DISPLAY "RESFUTAC -   NOT SEATED        - "
073000         WS-EXCEPTION-COUNT.
073100
073200     EXEC SQL CLOSE C1 END-EXEC.
073300     EXEC SQL COMMIT END-EXEC.
073400     MOVE WS-TOTAL-RECORDS-PROCESSED TO BL-RECORDS-READ.
073500     MOVE WS-SEATED-COUNT       TO BL-RECORDS-INSERTED.
073600     MOVE ZERO                  TO BL-RECORDS-UPDATED.
073700     MOVE WS-EXCEPTION-COUNT    TO BL-RECORDS-REJECTED.
073800     MOVE SPACES                TO BL-LAST-CHECKPOINT.
073900     MOVE ZERO                  TO BL-RETURN-CODE.
074000     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
074100
074200     CLOSE ACTIVATION-RPT.
074300     CLOSE RESIDENT-MASTER-FILE.
074400     EXEC SQL CONNECT RESET END-EXEC.
074500 9000-EXIT.
074600     EXIT.
074700
074800     COPY RUNLOGP.
074810
074820     COPY MRULCHKP.
074900
075000 9900-ABEND-JOB.
075100     DISPLAY "RESFUTAC - JOB ABENDING AFTER "
075200         WS-TOTAL-RECORDS-PROCESSED " ASSIGNMENTS PROCESSED".
075300     MOVE 16 TO RETURN-CODE.
075400     STOP RUN.
075500
075600 END PROGRAM resfutac.
