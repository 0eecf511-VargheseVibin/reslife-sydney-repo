000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resfutld.
000300 AUTHOR. RESLIFE-IT-BATCH-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - FUTURE-TERM ASSIGNMENT      *
000900*              LOAD. READS THE ASSIGNMENT OFFICE'S FUTURE-TERM  *
001000*              FEED AND INSERTS/UPDATES/CANCELS ROWS ON THE DB2 *
001100*              FUTURE_ASSIGNMENT TABLE (SEE COPYBOOKS/FUTRDCL), *
001200*              EACH STAMPED WITH ITS TARGET TERM CODE. AN       *
001300*              INSERT OR UPDATE IS CHECKED AGAINST              *
001400*              ROOM_INVENTORY THE SAME WAY THE RESIDENT LOAD    *
001500*              CHECKS A MOVE-IN - THE ROOM MUST BE ON FILE AND  *
001600*              ACTIVE AND CARRY EVERY LETTER OF THE RESIDENT'S  *
001700*              NEEDS CODE - BUT CAPACITY IS MEASURED AGAINST    *
001800*              THE OTHER PENDING ROWS FOR THE SAME TERM AND     *
001900*              ROOM, NOT TODAY'S OCCUPANT COUNT (THE ROOM IS    *
002000*              EMPTIED AT TURNOVER). A RECORD THAT FAILS IS     *
002100*              LOGGED AND SKIPPED THROUGH 9200-REJECT-RECORD    *
002200*              THE WAY THE ROOM LOAD SKIPS ONE. THE ROWS ARE    *
002300*              SEATED BY RESFUTAC IN THE TURNOVER JOB (RESTURN) *
002400*              ONCE THE OLD TERM IS ARCHIVED.                   *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT FUTURE-TRANS-FILE ASSIGN TO FUTRAN
003300         ORGANIZATION IS SEQUENTIAL
003400         ACCESS MODE IS SEQUENTIAL
003500         FILE STATUS IS WS-FUTRAN-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  FUTURE-TRANS-FILE
004000     RECORDING MODE IS F.
004100 01  FUTURE-TRANS-RECORD.
004200     05 FF-TERM-CODE             PIC X(06).
004300     05 FF-RESIDENT-ID           PIC X(08).
004400     05 FF-RESIDENT-NAME         PIC X(30).
004500     05 FF-ROOM-NUMBER           PIC X(06).
004600     05 FF-HALL-CODE             PIC X(04).
004700     05 FF-MEAL-PLAN-CODE        PIC X(02).
004800     05 FF-CHECKIN-DATE          PIC X(10).
004900     05 FF-CHECKOUT-DATE         PIC X(10).
005000     05 FF-TRANS-CODE            PIC X(01).
005100        88 FF-INSERT-TRANS              VALUE 'I'.
005200        88 FF-UPDATE-TRANS              VALUE 'U'.
005300        88 FF-CANCEL-TRANS              VALUE 'D'.
005400     05 FF-LANGUAGE-CODE         PIC X(02).
005500     05 FF-NEEDS-CODE            PIC X(02).
005600     05 FILLER                   PIC X(19).
005700
005800 WORKING-STORAGE SECTION.
005900     EXEC SQL INCLUDE SQLCA END-EXEC.
006000
006100     COPY FUTRDCL.
006200
006300     COPY ROOMDCL.
006400
006500     COPY RUNLDCL.
006600
006700 01  WS-FUTRAN-STATUS            PIC X(02)      VALUE SPACES.
006800     88 WS-FUTRAN-OK                    VALUE '00'.
006900     88 WS-FUTRAN-EOF                   VALUE '10'.
007000
007100 01  WS-SWITCHES.
007200     05 WS-EOF-SW                PIC X(01)      VALUE 'N'.
007300        88 WS-EOF                       VALUE 'Y'.
007400     05 WS-ROOM-OK-SW            PIC X(01)      VALUE 'N'.
007500        88 WS-ROOM-OK                   VALUE 'Y'.
007600
007700 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
007800 01  WS-TOTAL-RECORDS-PROCESSED  PIC 9(09) COMP VALUE ZERO.
007900 01  WS-INSERTED-COUNT           PIC 9(07) COMP VALUE ZERO.
008000 01  WS-UPDATED-COUNT            PIC 9(07) COMP VALUE ZERO.
008100 01  WS-CANCELLED-COUNT          PIC 9(07) COMP VALUE ZERO.
008200 01  WS-REJECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
008300 01  WS-REJECT-REASON            PIC X(40)      VALUE SPACES.
008400 01  WS-TERM-SEATS-TAKEN         PIC S9(09) COMP VALUE ZERO.
008500 01  WS-NEEDS-IX                 PIC 9(02) COMP VALUE ZERO.
008600 01  WS-NEEDS-BYTE               PIC X(01)      VALUE SPACE.
008700 01  WS-ATTR-HIT                 PIC 9(02) COMP VALUE ZERO.
008800
008900 PROCEDURE DIVISION.
009000
009100 0000-MAIN.
009200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009300     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
009400         UNTIL WS-EOF.
009500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009600     GOBACK.
009700
009800 1000-INITIALIZE.
009900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
010000
010100     OPEN INPUT FUTURE-TRANS-FILE.
010200     IF NOT WS-FUTRAN-OK
010300         DISPLAY "RESFUTLD - FUTURE FEED OPEN FAILED - "
010400             "STATUS " WS-FUTRAN-STATUS
010500         GO TO 9900-ABEND-JOB
010600     END-IF.
010700
010800     EXEC SQL CONNECT TO RESLIFE END-EXEC.
010900     MOVE 'RESFUTLD' TO BL-JOB-NAME.
011000     MOVE 'STEP010'  TO BL-STEP-NAME.
011100     MOVE 'RESFUTLD' TO BL-PGM-NAME.
011200     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
011300
011400     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
011500 1000-EXIT.
011600     EXIT.
011700
011800 2000-PROCESS-TRANS.
011900     EVALUATE TRUE
012000         WHEN FF-TERM-CODE = SPACES
012100             MOVE "TARGET TERM CODE MISSING ON FEED"
012200                 TO WS-REJECT-REASON
012300             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
012400         WHEN FF-RESIDENT-ID = SPACES
012500             MOVE "RESIDENT ID MISSING ON FEED"
012600                 TO WS-REJECT-REASON
012700             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
012800         WHEN FF-CHECKIN-DATE = SPACES AND NOT FF-CANCEL-TRANS
012900             MOVE "CHECK-IN DATE MISSING ON FEED"
013000                 TO WS-REJECT-REASON
013100             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
013200         WHEN FF-INSERT-TRANS
013300             PERFORM 2200-INSERT-ASSIGNMENT THRU 2200-EXIT
013400         WHEN FF-UPDATE-TRANS
013500             PERFORM 2300-UPDATE-ASSIGNMENT THRU 2300-EXIT
013600         WHEN FF-CANCEL-TRANS
013700             PERFORM 2400-CANCEL-ASSIGNMENT THRU 2400-EXIT
013800         WHEN OTHER
013900             STRING "INVALID TRANS CODE '" DELIMITED BY SIZE
014000                 FF-TRANS-CODE DELIMITED BY SIZE
014100                 "'" DELIMITED BY SIZE
014200                 INTO WS-REJECT-REASON
014300             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
014400     END-EVALUATE.
014500
014600     ADD 1 TO WS-TOTAL-RECORDS-PROCESSED.
014700     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
014800 2000-EXIT.
014900     EXIT.
015000
015100 2100-READ-TRANS.
015200     READ FUTURE-TRANS-FILE
015300         AT END
015400             MOVE 'Y' TO WS-EOF-SW
015500     END-READ.
015600     IF NOT WS-FUTRAN-OK AND NOT WS-FUTRAN-EOF
015700         DISPLAY "RESFUTLD - FUTURE FEED READ ERROR - "
015800             "STATUS " WS-FUTRAN-STATUS
015900         GO TO 9900-ABEND-JOB
016000     END-IF.
016100 2100-EXIT.
016200     EXIT.
016300
016400 2050-BUILD-ASSIGNMENT.
016500     MOVE FF-TERM-CODE         TO FU-TERM-CODE.
016600     MOVE FF-RESIDENT-ID       TO FU-RESIDENT-ID.
016700     MOVE FF-RESIDENT-NAME     TO FU-RESIDENT-NAME.
016800     MOVE FF-ROOM-NUMBER       TO FU-ROOM-NUMBER.
016900     MOVE FF-HALL-CODE         TO FU-HALL-CODE.
017000     MOVE FF-MEAL-PLAN-CODE    TO FU-MEAL-PLAN-CODE.
017100     MOVE FF-CHECKIN-DATE      TO FU-CHECKIN-DATE.
017200     MOVE FF-CHECKOUT-DATE     TO FU-CHECKOUT-DATE.
017300     MOVE FF-LANGUAGE-CODE     TO FU-LANGUAGE-CODE.
017400     MOVE FF-NEEDS-CODE        TO FU-NEEDS-CODE.
017500     MOVE 'P'                  TO FU-ASSIGN-STATUS.
017600     MOVE SPACES               TO FU-EXCEPTION-REASON.
017700     MOVE 'RESFUTLD'           TO FU-LAST-UPDATE-PGM.
017800 2050-EXIT.
017900     EXIT.
018000
018100 2200-INSERT-ASSIGNMENT.
018200     PERFORM 2050-BUILD-ASSIGNMENT THRU 2050-EXIT.
018300     PERFORM 2500-CHECK-TERM-ROOM THRU 2500-EXIT.
018400     IF NOT WS-ROOM-OK
018500         PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
018600         GO TO 2200-EXIT
018700     END-IF.
018800
018900     EXEC SQL
019000         INSERT INTO FUTURE_ASSIGNMENT
019100             ( TERM_CODE, RESIDENT_ID, RESIDENT_NAME,
019200               ROOM_NUMBER, HALL_CODE, MEAL_PLAN_CODE,
019300               CHECKIN_DATE, CHECKOUT_DATE, LANGUAGE_CODE,
019400               NEEDS_CODE, ASSIGN_STATUS, EXCEPTION_REASON,
019500               LOAD_TS, LAST_UPDATE_TS, LAST_UPDATE_PGM )
019600         VALUES
019700             ( :FU-TERM-CODE, :FU-RESIDENT-ID, :FU-RESIDENT-NAME,
019800               :FU-ROOM-NUMBER, :FU-HALL-CODE, :FU-MEAL-PLAN-CODE,
019900               :FU-CHECKIN-DATE, :FU-CHECKOUT-DATE,
020000               :FU-LANGUAGE-CODE, :FU-NEEDS-CODE,
020100               :FU-ASSIGN-STATUS, :FU-EXCEPTION-REASON,
020200               CURRENT TIMESTAMP, CURRENT TIMESTAMP,
020300               :FU-LAST-UPDATE-PGM )
020400     END-EXEC.
020500     EVALUATE SQLCODE
020600         WHEN ZERO
020700             ADD 1 TO WS-INSERTED-COUNT
020800         WHEN -803
020900             MOVE "RESIDENT ALREADY ASSIGNED FOR THAT TERM"
021000                 TO WS-REJECT-REASON
021100             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
021200         WHEN OTHER
021300             DISPLAY "RESFUTLD - ASSIGNMENT INSERT ERROR - "
021400                 "SQLCODE " SQLCODE
021500             GO TO 9900-ABEND-JOB
021600     END-EVALUATE.
021700 2200-EXIT.
021800     EXIT.
021900
022000*****************************************************************
022100* 2300-UPDATE-ASSIGNMENT - REPLACES A PENDING, EXCEPTION OR     *
022200*           CANCELLED ROW FOR THE TERM WITH THE FEED'S VALUES   *
022300*           AND PUTS IT BACK TO PENDING. A ROW ALREADY          *
022400*           ACTIVATED IS LIVE OCCUPANCY NOW AND IS CHANGED      *
022500*           THROUGH THE NIGHTLY LOAD, NOT HERE.                 *
022600*****************************************************************
022700 2300-UPDATE-ASSIGNMENT.
022800     PERFORM 2050-BUILD-ASSIGNMENT THRU 2050-EXIT.
022900     PERFORM 2500-CHECK-TERM-ROOM THRU 2500-EXIT.
023000     IF NOT WS-ROOM-OK
023100         PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
023200         GO TO 2300-EXIT
023300     END-IF.
023400
023500     EXEC SQL
023600         UPDATE FUTURE_ASSIGNMENT
023700            SET RESIDENT_NAME    = :FU-RESIDENT-NAME,
023800                ROOM_NUMBER      = :FU-ROOM-NUMBER,
023900                HALL_CODE        = :FU-HALL-CODE,
024000                MEAL_PLAN_CODE   = :FU-MEAL-PLAN-CODE,
024100                CHECKIN_DATE     = :FU-CHECKIN-DATE,
024200                CHECKOUT_DATE    = :FU-CHECKOUT-DATE,
024300                LANGUAGE_CODE    = :FU-LANGUAGE-CODE,
024400                NEEDS_CODE       = :FU-NEEDS-CODE,
024500                ASSIGN_STATUS    = 'P',
024600                EXCEPTION_REASON = ' ',
024700                LAST_UPDATE_TS   = CURRENT TIMESTAMP,
024800                LAST_UPDATE_PGM  = :FU-LAST-UPDATE-PGM
024900          WHERE TERM_CODE        = :FU-TERM-CODE
025000            AND RESIDENT_ID      = :FU-RESIDENT-ID
025100            AND ASSIGN_STATUS   <> 'A'
025200     END-EXEC.
025300     EVALUATE SQLCODE
025400         WHEN ZERO
025500             ADD 1 TO WS-UPDATED-COUNT
025600         WHEN 100
025700             MOVE "NO OPEN ASSIGNMENT FOR TERM TO UPDATE"
025800                 TO WS-REJECT-REASON
025900             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
026000         WHEN OTHER
026100             DISPLAY "RESFUTLD - ASSIGNMENT UPDATE ERROR - "
026200                 "SQLCODE " SQLCODE
026300             GO TO 9900-ABEND-JOB
026400     END-EVALUATE.
026500 2300-EXIT.
026600     EXIT.
026700
026800 2400-CANCEL-ASSIGNMENT.
026900     MOVE FF-TERM-CODE         TO FU-TERM-CODE.
027000     MOVE FF-RESIDENT-ID       TO FU-RESIDENT-ID.
027100
027200     EXEC SQL
027300         UPDATE FUTURE_ASSIGNMENT
027400            SET ASSIGN_STATUS    = 'X',
027500                LAST_UPDATE_TS   = CURRENT TIMESTAMP,
027600                LAST_UPDATE_PGM  = 'RESFUTLD'
027700          WHERE TERM_CODE        = :FU-TERM-CODE
027800            AND RESIDENT_ID      = :FU-RESIDENT-ID
027900            AND ASSIGN_STATUS   IN ('P', 'E')
028000     END-EXEC.
028100     EVALUATE SQLCODE
028200         WHEN ZERO
028300             ADD 1 TO WS-CANCELLED-COUNT
028400         WHEN 100
028500             MOVE "NO OPEN ASSIGNMENT FOR TERM TO CANCEL"
028600                 TO WS-REJECT-REASON
028700             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
028800         WHEN OTHER
028900             DISPLAY "RESFUTLD - ASSIGNMENT CANCEL ERROR - "
029000                 "SQLCODE " SQLCODE
029100             GO TO 9900-ABEND-JOB
029200     END-EVALUATE.
029300 2400-EXIT.
029400     EXIT.
029500
029600*****************************************************************
029700* 2500-CHECK-TERM-ROOM - THE ROOM MUST BE ON ROOM_INVENTORY AND *
029800*           ACTIVE, HAVE A BED LEFT FOR THE TERM (ITS CAPACITY  *
029900*           LESS THE OTHER RESIDENTS ALREADY PENDING INTO IT    *
030000*           FOR THE SAME TERM), AND CARRY THE RESIDENT'S NEEDS  *
030100*           LETTERS. SETS WS-ROOM-OK-SW AND, WHEN NOT OK,       *
030200*           WS-REJECT-REASON FOR 9200-REJECT-RECORD.            *
030300*****************************************************************
030400 2500-CHECK-TERM-ROOM.
030500     MOVE 'N' TO WS-ROOM-OK-SW.
030600     EXEC SQL
030700         SELECT CAPACITY, ROOM_STATUS, ROOM_ATTRIBUTES
030800           INTO :RI-CAPACITY, :RI-ROOM-STATUS, :RI-ROOM-ATTRIBUTES
030900           FROM ROOM_INVENTORY
031000          WHERE HALL_CODE   = :FU-HALL-CODE
031100            AND ROOM_NUMBER = :FU-ROOM-NUMBER
031200     END-EXEC.
031300     EVALUATE TRUE
031400         WHEN SQLCODE = 100
031500             MOVE "ROOM NOT ON ROOM INVENTORY"
031600                 TO WS-REJECT-REASON
031700             GO TO 2500-EXIT
031800         WHEN SQLCODE NOT = ZERO
031900             DISPLAY "RESFUTLD - ROOM INVENTORY SELECT ERROR - "
032000                 "SQLCODE " SQLCODE
032100             GO TO 9900-ABEND-JOB
032200         WHEN RI-ROOM-INACTIVE
032300             MOVE "ROOM IS INACTIVE ON ROOM INVENTORY"
032400                 TO WS-REJECT-REASON
032500             GO TO 2500-EXIT
032600         WHEN OTHER
032700             CONTINUE
032800     END-EVALUATE.
032900
033000     EXEC SQL
033100         SELECT COUNT(*)
033200           INTO :WS-TERM-SEATS-TAKEN
033300           FROM FUTURE_ASSIGNMENT
033400          WHERE TERM_CODE     = :FU-TERM-CODE
033500            AND HALL_CODE     = :FU-HALL-CODE
033600            AND ROOM_NUMBER   = :FU-ROOM-NUMBER
033700            AND ASSIGN_STATUS = 'P'
033800            AND RESIDENT_ID  <> :FU-RESIDENT-ID
033900     END-EXEC.
034000     IF SQLCODE NOT = ZERO
034100         DISPLAY "RESFUTLD - TERM SEAT COUNT ERROR - SQLCODE "
034200             SQLCODE
034300         GO TO 9900-ABEND-JOB
034400     END-IF.
034500     IF WS-TERM-SEATS-TAKEN >= RI-CAPACITY
034600         MOVE "ROOM IS AT CAPACITY FOR THAT TERM"
034700             TO WS-REJECT-REASON
034800         GO TO 2500-EXIT
034900     END-IF.
035000
035100     MOVE 'Y' TO WS-ROOM-OK-SW.
035200     PERFORM 2530-CHECK-ROOM-ATTRIBUTES THRU 2530-EXIT.
035300 2500-EXIT.
035400     EXIT.
035500
035600*****************************************************************
035700* 2530-CHECK-ROOM-ATTRIBUTES - THE SAME RULE THE RESIDENT LOAD  *
035800*           APPLIES: EVERY LETTER ON THE NEEDS CODE MUST APPEAR *
035900*           IN THE ROOM'S ATTRIBUTES, AND A SINGLE-GENDER FLOOR *
036000*           ('M' OR 'F' ON THE ROOM) ONLY TAKES A RESIDENT      *
036100*           CARRYING THE SAME LETTER.                           *
036200*****************************************************************
036300 2530-CHECK-ROOM-ATTRIBUTES.
036400     PERFORM 2540-CHECK-NEEDS-BYTE THRU 2540-EXIT
036500         VARYING WS-NEEDS-IX FROM 1 BY 1
036600         UNTIL WS-NEEDS-IX > 2 OR NOT WS-ROOM-OK.
036700     IF NOT WS-ROOM-OK
036800         GO TO 2530-EXIT
036900     END-IF.
037000     MOVE ZERO TO WS-ATTR-HIT.
037100     INSPECT RI-ROOM-ATTRIBUTES
037200         TALLYING WS-ATTR-HIT FOR ALL 'M'.
037300     IF WS-ATTR-HIT > ZERO
037400         MOVE ZERO TO WS-ATTR-HIT
037500         INSPECT FU-NEEDS-CODE
037600             TALLYING WS-ATTR-HIT FOR ALL 'M'
037700         IF WS-ATTR-HIT = ZERO
037800             MOVE 'N' TO WS-ROOM-OK-SW
037900             MOVE "ROOM IS ON A RESTRICTED FLOOR"
038000                 TO WS-REJECT-REASON
038100             GO TO 2530-EXIT
038200         END-IF
038300     END-IF.
038400     MOVE ZERO TO WS-ATTR-HIT.
038500     INSPECT RI-ROOM-ATTRIBUTES
038600         TALLYING WS-ATTR-HIT FOR ALL 'F'.
038700     IF WS-ATTR-HIT > ZERO
038800         MOVE ZERO TO WS-ATTR-HIT
038900         INSPECT FU-NEEDS-CODE
039000             TALLYING WS-ATTR-HIT FOR ALL 'F'
039100         IF WS-ATTR-HIT = ZERO
039200             MOVE 'N' TO WS-ROOM-OK-SW
039300             MOVE "ROOM IS ON A RESTRICTED FLOOR"
039400                 TO WS-REJECT-REASON
039500         END-IF
039600     END-IF.
039700 2530-EXIT.
039800     EXIT.
039900
040000 2540-CHECK-NEEDS-BYTE.
040100     MOVE FU-NEEDS-CODE(WS-NEEDS-IX:1) TO WS-NEEDS-BYTE.
040200     IF WS-NEEDS-BYTE = SPACE
040300         GO TO 2540-EXIT
040400     END-IF.
040500     MOVE ZERO TO WS-ATTR-HIT.
040600     INSPECT RI-ROOM-ATTRIBUTES
040700         TALLYING WS-ATTR-HIT FOR ALL WS-NEEDS-BYTE.
040800     IF WS-ATTR-HIT = ZERO
040900         MOVE 'N' TO WS-ROOM-OK-SW
041000         MOVE "ROOM LACKS REQUIRED ATTRIBUTE"
041100             TO WS-REJECT-REASON
041200     END-IF.
041300 2540-EXIT.
041400     EXIT.
041500
041600 9000-TERMINATE.
041700     DISPLAY "RESFUTLD - END OF JOB STATISTICS".
041800     DISPLAY "RESFUTLD -   RECORDS READ      - "
041900         WS-TOTAL-RECORDS-PROCESSED.
042000     DISPLAY "RESFUTLD -   ROWS ADDED        - "
042100         WS-INSERTED-COUNT.
042200     DISPLAY "RESFUTLD -   ROWS CHANGED      - "
042300         WS-UPDATED-COUNT.
042400     DISPLAY "RESFUTLD -   ROWS CANCELLED    - "
042500         WS-CANCELLED-COUNT.
042600     DISPLAY "RESFUTLD -   RECORDS REJECTED  - "
042700         WS-REJECTED-COUNT.
042800
042900     EXEC SQL COMMIT END-EXEC.
043000     MOVE WS-TOTAL-RECORDS-PROCESSED TO BL-RECORDS-READ.
043100     MOVE WS-INSERTED-COUNT     TO BL-RECORDS-INSERTED.
043200     COMPUTE BL-RECORDS-UPDATED =
043300         WS-UPDATED-COUNT + WS-CANCELLED-COUNT.
043400     MOVE WS-REJECTED-COUNT     TO BL-RECORDS-REJECTED.
043500     MOVE SPACES                TO BL-LAST-CHECKPOINT.
043600     MOVE ZERO                  TO BL-RETURN-CODE.
043700     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
043800
043900     CLOSE FUTURE-TRANS-FILE.
044000     EXEC SQL CONNECT RESET END-EXEC.
044100 9000-EXIT.
044200     EXIT.
044300
044400 9200-REJECT-RECORD.
044500     DISPLAY "RESFUTLD - " WS-REJECT-REASON
044600         " FOR RESIDENT " FF-RESIDENT-ID " TERM " FF-TERM-CODE
044700         " - RECORD SKIPPED".
044800     ADD 1 TO WS-REJECTED-COUNT.
044900 9200-EXIT.
045000     EXIT.
045100
045200     COPY RUNLOGP.
045300
045400 9900-ABEND-JOB.
045500     DISPLAY "RESFUTLD - JOB ABENDING AFTER "
045600         WS-TOTAL-RECORDS-PROCESSED " RECORDS PROCESSED".
045700     MOVE 16 TO RETURN-CODE.
045800     STOP RUN.
045900
046000 END PROGRAM resfutld.
