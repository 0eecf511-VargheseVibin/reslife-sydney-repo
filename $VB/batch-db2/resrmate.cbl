000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resrmate.
000300 AUTHOR. RESLIFE-IT-BATCH-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - ROOMMATE REQUEST APPLY.      *
000900*              READS THE 'R' RECORDS RESEDIT SPLIT OFF THE FEED  *
001000*              (FILE RESTRMT) AND MAINTAINS THE ROOMMATE_REQUEST *
001100*              TABLE - RUNS AFTER THE LOAD MERGE, AHEAD OF THE   *
001200*              NIGHTLY BED MATCH (RESMATCH). AN 'A' ADDS THE     *
001300*              RESIDENT'S REQUEST (OR REPLACES THEIR EXISTING    *
001400*              ONE - ONE REQUEST PER RESIDENT, NEW ROOMMATE,     *
001500*              STATUS BACK TO 'P' PENDING); A 'C' CANCELS. THE   *
001600*              REQUESTING RESIDENT MUST BE ON RESIDENT_OCCUPANCY *
001700*              - THE NAMED ROOMMATE NEED NOT BE YET, SINCE THEIR *
001800*              OWN MOVE-IN MAY ARRIVE ON A LATER FEED. EVERY     *
001900*              RECORD'S DISPOSITION GOES TO FEED_ACK THE SAME AS *
002000*              THE WAITLIST APPLY'S, AND AN 'A' WHOSE EXACT      *
002100*              RECORD IMAGE ALREADY APPLIED IS SKIPPED AS A      *
002200*              DUPLICATE SO A RESUBMISSION DOES NOT RESET A PAIR *
002300*              ALREADY HONORED. WRITES START AND END ROWS TO THE *
002400*              BATCH_RUN_LOG TABLE LIKE EVERY OTHER STEP.        *
002428*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
002456*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
002484*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
002512*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
002540*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
002550*  2026-10-15 FMV FEED_ACK ROWS ARE NOW STAMPED WITH THE NIGHT'S *
002560*              RUN DATE FROM THE RESTART CHECK INSTEAD OF THE    *
002570*              CALENDAR DATE, SO A NIGHT RESUMED PAST MIDNIGHT   *
002580*              KEEPS ONE DATE FOR RESACK TO EXTRACT BY.          *
002590*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ROOMMATE-TRANS-FILE ASSIGN TO RESTRMT
003300         ORGANIZATION IS SEQUENTIAL
003400         ACCESS MODE IS SEQUENTIAL
003500         FILE STATUS IS WS-RESTRMT-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  ROOMMATE-TRANS-FILE
004000     RECORDING MODE IS F.
004100 01  ROOMMATE-TRANS-RECORD.
004200     05 RP-RESIDENT-ID           PIC X(08).
004300     05 RP-ROOMMATE-ID           PIC X(08).
004400     05 RP-ACTION                PIC X(01).
004500        88 RP-ADD-ACTION               VALUE 'A'.
004600        88 RP-CANCEL-ACTION            VALUE 'C'.
004700     05 FILLER                   PIC X(53).
004800     05 RP-TRANS-CODE            PIC X(01).
004900     05 FILLER                   PIC X(19).
005000
005100 WORKING-STORAGE SECTION.
005200     EXEC SQL INCLUDE SQLCA END-EXEC.
005300
005400     COPY RMTDCL.
005500
005600     COPY RUNLDCL.
005700
005800     COPY FEEDDCL.
005900
006000 01  WS-RESTRMT-STATUS           PIC X(02)      VALUE SPACES.
006100     88 WS-RESTRMT-OK                   VALUE '00'.
006200     88 WS-RESTRMT-EOF                  VALUE '10'.
006300
006400 01  WS-SWITCHES.
006500     05 WS-EOF-SW                PIC X(01)      VALUE 'N'.
006600        88 WS-EOF                       VALUE 'Y'.
006700     05 WS-DUPLICATE-SW          PIC X(01)      VALUE 'N'.
006800        88 WS-DUPLICATE-TRANS            VALUE 'Y'.
006900
007000 01  WS-RESIDENT-NAME-HOLD       PIC X(30)      VALUE SPACES.
007200 01  WS-RUN-DATE-ISO             PIC X(10)      VALUE SPACES.
007300 01  WS-DUP-FOUND-COUNT          PIC S9(09) COMP VALUE ZERO.
007400
007500 01  WS-RECORDS-READ             PIC 9(09) COMP VALUE ZERO.
007600 01  WS-ADDED-COUNT              PIC 9(07) COMP VALUE ZERO.
007700 01  WS-DUPLICATE-COUNT          PIC 9(07) COMP VALUE ZERO.
007800 01  WS-CANCELLED-COUNT          PIC 9(07) COMP VALUE ZERO.
007900 01  WS-REJECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
008000 01  WS-REJECT-REASON            PIC X(40)      VALUE SPACES.
008100
008200 PROCEDURE DIVISION.
008300
008400 0000-MAIN.
008500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008600     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
008700         UNTIL WS-EOF.
008800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008900     GOBACK.
009000
009100 1000-INITIALIZE.
009600     OPEN INPUT ROOMMATE-TRANS-FILE.
009700     IF NOT WS-RESTRMT-OK
009800         DISPLAY "RESRMATE - ROOMMATE FILE OPEN FAILED - STATUS "
009900             WS-RESTRMT-STATUS
010000         GO TO 9900-ABEND-JOB
010100     END-IF.
010200
010300     EXEC SQL CONNECT TO RESLIFE END-EXEC.
010400     MOVE 'RESLOAD'  TO BL-JOB-NAME.
010500     MOVE 'STEP019'  TO BL-STEP-NAME.
010600     MOVE 'RESRMATE' TO BL-PGM-NAME.
010650     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
010700     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
010750     MOVE BL-RUN-DATE           TO WS-RUN-DATE-ISO.
010800
010900     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
011000 1000-EXIT.
011100     EXIT.
011200
011300 2000-PROCESS-REQUEST.
011400*    AN 'A' WHOSE EXACT IMAGE ALREADY APPLIED IS A RESUBMITTED
011500*    REQUEST - SKIPPED, OR A PAIR ALREADY HONORED WOULD BE PUT
011600*    BACK TO PENDING FOR A RECORD ALREADY APPLIED.
011700     PERFORM 2150-CHECK-RESUBMISSION THRU 2150-EXIT.
011800     IF WS-DUPLICATE-TRANS
011900         MOVE 'D' TO FA-DISPOSITION
012000         MOVE "EXACT RECORD IMAGE ALREADY APPLIED"
012100             TO FA-REASON-TEXT
012200         PERFORM 8100-WRITE-FEED-ACK THRU 8100-EXIT
012300         ADD 1 TO WS-DUPLICATE-COUNT
012400         GO TO 2000-NEXT
012500     END-IF.
012600     EVALUATE TRUE
012700         WHEN RP-ADD-ACTION
012800             PERFORM 3000-ADD-REQUEST THRU 3000-EXIT
012900         WHEN RP-CANCEL-ACTION
013000             PERFORM 4000-CANCEL-REQUEST THRU 4000-EXIT
013100         WHEN OTHER
013200             MOVE "ROOMMATE ACTION NOT 'A' OR 'C'"
013300                 TO WS-REJECT-REASON
013400             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
013500     END-EVALUATE.
013600 2000-NEXT.
013700     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
013800 2000-EXIT.
013900     EXIT.
014000
014100 2100-READ-REQUEST.
014200     READ ROOMMATE-TRANS-FILE
014300         AT END
014400             MOVE 'Y' TO WS-EOF-SW
014500         NOT AT END
014600             ADD 1 TO WS-RECORDS-READ
014700     END-READ.
014800     IF NOT WS-RESTRMT-OK AND NOT WS-RESTRMT-EOF
014900         DISPLAY "RESRMATE - ROOMMATE FILE READ ERROR - STATUS "
015000             WS-RESTRMT-STATUS
015100         GO TO 9900-ABEND-JOB
015200     END-IF.
015300 2100-EXIT.
015400     EXIT.
015500
015600 2150-CHECK-RESUBMISSION.
015700     MOVE 'N' TO WS-DUPLICATE-SW.
015800     MOVE RP-RESIDENT-ID         TO FA-RESIDENT-ID.
015900     MOVE RP-TRANS-CODE          TO FA-TRANS-CODE.
016000     MOVE ROOMMATE-TRANS-RECORD  TO FA-RECORD-IMAGE.
016100     EXEC SQL
016200         SELECT COUNT(*)
016300           INTO :WS-DUP-FOUND-COUNT
016400           FROM FEED_ACK
016500          WHERE RESIDENT_ID  = :FA-RESIDENT-ID
016600            AND TRANS_CODE   = :FA-TRANS-CODE
016700            AND DISPOSITION  = 'L'
016800            AND RECORD_IMAGE = :FA-RECORD-IMAGE
016900     END-EXEC.
017000     IF SQLCODE NOT = ZERO
017100         DISPLAY "RESRMATE - FEED ACK SELECT ERROR - SQLCODE "
017200             SQLCODE
017300         GO TO 9900-ABEND-JOB
017400     END-IF.
017500     IF WS-DUP-FOUND-COUNT > ZERO
017600         MOVE 'Y' TO WS-DUPLICATE-SW
017700     END-IF.
017800 2150-EXIT.
017900     EXIT.
018000
018100*****************************************************************
018200* 3000-ADD-REQUEST - THE REQUESTING RESIDENT MUST ALREADY BE ON  *
018300*           RESIDENT_OCCUPANCY (THE LOAD MERGE RAN FIRST). ONE   *
018400*           REQUEST PER RESIDENT - A SECOND 'A' REPLACES THE     *
018500*           EXISTING ROW WITH THE NEW ROOMMATE, STATUS BACK TO   *
018600*           'P' AND ANY EARLIER PAIRING OUTCOME CLEARED.         *
018700*****************************************************************
018800 3000-ADD-REQUEST.
018900     MOVE RP-RESIDENT-ID       TO RQ-RESIDENT-ID.
019000     EXEC SQL
019100         SELECT RESIDENT_NAME
019200           INTO :WS-RESIDENT-NAME-HOLD
019300           FROM RESIDENT_OCCUPANCY
019400          WHERE RESIDENT_ID = :RQ-RESIDENT-ID
019500     END-EXEC.
019600     EVALUATE SQLCODE
019700         WHEN ZERO
019800             CONTINUE
019900         WHEN 100
020000             MOVE "NO OCCUPANCY ROW FOR ROOMMATE REQUEST"
020100                 TO WS-REJECT-REASON
020200             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
020300             GO TO 3000-EXIT
020400         WHEN OTHER
020500             DISPLAY "RESRMATE - OCCUPANCY SELECT ERROR - "
020600                 "SQLCODE " SQLCODE
020700             GO TO 9900-ABEND-JOB
020800     END-EVALUATE.
020900
021000     MOVE RP-ROOMMATE-ID       TO RQ-ROOMMATE-ID.
021100     EXEC SQL
021200         INSERT INTO ROOMMATE_REQUEST
021300             ( RESIDENT_ID, ROOMMATE_ID, REQUEST_STATUS,
021400               REQUEST_TS, LAST_UPDATE_TS, LAST_UPDATE_PGM )
021500         VALUES
021600             ( :RQ-RESIDENT-ID, :RQ-ROOMMATE-ID, 'P',
021700               CURRENT TIMESTAMP, CURRENT TIMESTAMP,
021800               'RESRMATE' )
021900     END-EXEC.
022000     EVALUATE SQLCODE
022100         WHEN ZERO
022200             CONTINUE
022300         WHEN -803
022400             PERFORM 3500-REPLACE-REQUEST THRU 3500-EXIT
022500         WHEN OTHER
022600             DISPLAY "RESRMATE - ROOMMATE INSERT ERROR - SQLCODE "
022700                 SQLCODE
022800             GO TO 9900-ABEND-JOB
022900     END-EVALUATE.
023000     ADD 1 TO WS-ADDED-COUNT.
023100     MOVE 'L'    TO FA-DISPOSITION.
023200     MOVE SPACES TO FA-REASON-TEXT.
023300     PERFORM 8100-WRITE-FEED-ACK THRU 8100-EXIT.
023400 3000-EXIT.
023500     EXIT.
023600
023700 3500-REPLACE-REQUEST.
023800     EXEC SQL
023900         UPDATE ROOMMATE_REQUEST
024000            SET ROOMMATE_ID     = :RQ-ROOMMATE-ID,
024100                REQUEST_STATUS  = 'P',
024200                REQUEST_TS      = CURRENT TIMESTAMP,
024300                PAIR_HALL       = '    ',
024400                PAIR_ROOM       = '      ',
024500                FLAG_REASON     = ' ',
024600                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
024700                LAST_UPDATE_PGM = 'RESRMATE'
024800          WHERE RESIDENT_ID     = :RQ-RESIDENT-ID
024900     END-EXEC.
025000     IF SQLCODE NOT = ZERO
025100         DISPLAY "RESRMATE - ROOMMATE UPDATE ERROR - SQLCODE "
025200             SQLCODE
025300         GO TO 9900-ABEND-JOB
025400     END-IF.
025500 3500-EXIT.
025600     EXIT.
025700
025800 4000-CANCEL-REQUEST.
025900     MOVE RP-RESIDENT-ID       TO RQ-RESIDENT-ID.
026000     EXEC SQL
026100         UPDATE ROOMMATE_REQUEST
026200            SET REQUEST_STATUS  = 'C',
026300                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
026400                LAST_UPDATE_PGM = 'RESRMATE'
026500          WHERE RESIDENT_ID     = :RQ-RESIDENT-ID
026600            AND REQUEST_STATUS <> 'C'
026700     END-EXEC.
026800     EVALUATE SQLCODE
026900         WHEN ZERO
027000             ADD 1 TO WS-CANCELLED-COUNT
027100             MOVE 'L'    TO FA-DISPOSITION
027200             MOVE SPACES TO FA-REASON-TEXT
027300             PERFORM 8100-WRITE-FEED-ACK THRU 8100-EXIT
027400         WHEN 100
027500             MOVE "NO OPEN ROOMMATE REQUEST TO CANCEL"
027600                 TO WS-REJECT-REASON
027700             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
027800         WHEN OTHER
027900             DISPLAY "RESRMATE - ROOMMATE CANCEL ERROR - SQLCODE "
028000                 SQLCODE
028100             GO TO 9900-ABEND-JOB
028200     END-EVALUATE.
028300 4000-EXIT.
028400     EXIT.
028500
028600 9000-TERMINATE.
028700     DISPLAY "RESRMATE - END OF JOB STATISTICS".
028800     DISPLAY "RESRMATE -   REQUESTS READ      - " WS-RECORDS-READ.
028900     DISPLAY "RESRMATE -   REQUESTS ADDED     - " WS-ADDED-COUNT.
029000     DISPLAY "RESRMATE -   DUPLICATES SKIPPED - "
029100         WS-DUPLICATE-COUNT.
029200     DISPLAY "RESRMATE -   REQUESTS CANCELLED - "
029300         WS-CANCELLED-COUNT.
029400     DISPLAY "RESRMATE -   REQUESTS REJECTED  - "
029500         WS-REJECTED-COUNT.
029600
029700     MOVE WS-RECORDS-READ       TO BL-RECORDS-READ.
029800     MOVE WS-ADDED-COUNT        TO BL-RECORDS-INSERTED.
029900     MOVE WS-CANCELLED-COUNT    TO BL-RECORDS-UPDATED.
030000     MOVE WS-REJECTED-COUNT     TO BL-RECORDS-REJECTED.
030100     MOVE SPACES                TO BL-LAST-CHECKPOINT.
030200     MOVE ZERO                  TO BL-RETURN-CODE.
030300     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
030400
030500     EXEC SQL COMMIT END-EXEC.
030600     CLOSE ROOMMATE-TRANS-FILE.
030700     EXEC SQL CONNECT RESET END-EXEC.
030800 9000-EXIT.
030900     EXIT.
031000
031100     COPY RUNLOGP.
031200
031300 9200-REJECT-RECORD.
031400     DISPLAY "RESRMATE - " WS-REJECT-REASON
031500         " FOR RESIDENT " RP-RESIDENT-ID " - RECORD SKIPPED".
031600     ADD 1 TO WS-REJECTED-COUNT.
031700     MOVE 'R'              TO FA-DISPOSITION.
031800     MOVE WS-REJECT-REASON TO FA-REASON-TEXT.
031900     PERFORM 8100-WRITE-FEED-ACK THRU 8100-EXIT.
032000 9200-EXIT.
032100     EXIT.
032200
032300*****************************************************************
032400* 8100-WRITE-FEED-ACK - ONE FEED_ACK ROW PER DISPOSED ROOMMATE   *
032500*           RECORD. THE CALLER SETS FA-DISPOSITION AND           *
032600*           FA-REASON-TEXT.                                      *
032700*****************************************************************
032800 8100-WRITE-FEED-ACK.
032900     MOVE WS-RUN-DATE-ISO        TO FA-FEED-DATE.
033000     MOVE RP-RESIDENT-ID         TO FA-RESIDENT-ID.
033100     MOVE RP-TRANS-CODE          TO FA-TRANS-CODE.
033200     MOVE ROOMMATE-TRANS-RECORD  TO FA-RECORD-IMAGE.
033300     EXEC SQL
033400         INSERT INTO FEED_ACK
033500             ( FEED_DATE, RESIDENT_ID, TRANS_CODE, DISPOSITION,
033600               REASON_TEXT, RECORD_IMAGE, APPLY_TS, APPLY_PGM )
033700         VALUES
033800             ( :FA-FEED-DATE, :FA-RESIDENT-ID, :FA-TRANS-CODE,
033900               :FA-DISPOSITION, :FA-REASON-TEXT,
034000               :FA-RECORD-IMAGE, CURRENT TIMESTAMP, 'RESRMATE' )
034100     END-EXEC.
034200     IF SQLCODE NOT = ZERO
034300         DISPLAY "RESRMATE - FEED ACK INSERT ERROR - SQLCODE "
034400             SQLCODE
034500         GO TO 9900-ABEND-JOB
034600     END-IF.
034700 8100-EXIT.
034800     EXIT.
034900
035000 9900-ABEND-JOB.
035100     DISPLAY "RESRMATE - JOB ABENDING AFTER "
035200         WS-RECORDS-READ " REQUESTS READ".
035300     MOVE 16 TO RETURN-CODE.
035400     STOP RUN.
035500
035600 END PROGRAM resrmate.
