000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resinsld.
000300 AUTHOR. RESLIFE-IT-BATCH-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - ROOM INSPECTION LOAD. READS *
000900*              THE INSPECTION TEAM'S RESULTS FILE FROM THE      *
001000*              SEMESTER HEALTH AND SAFETY WALK-THROUGH AND      *
001100*              INSERTS ONE ROOM_INSPECTION ROW PER ROOM AND     *
001200*              DATE (SEE COPYBOOKS/INSPDCL) WITH ITS PASS/FAIL  *
001300*              RESULT AND UP TO FOUR VIOLATION CODES. EACH      *
001400*              VIOLATION ON A FAILED ROOM IS TIED TO THE        *
001500*              RESIDENTS IN THE ROOM FROM RESIDENT_OCCUPANCY ON *
001600*              INSPECTION_VIOLATION (INSVDCL). A RECORD THAT    *
001700*              FAILS ITS CHECKS IS LOGGED AND SKIPPED THROUGH   *
001800*              9200-REJECT-RECORD THE WAY THE OTHER LOADS SKIP  *
001900*              ONE.                                             *
001910*  2026-10-15 FMV THE INVALID RESULT CODE AND INVALID VIOLATION *
001920*              CODE REASONS NOW CLEAR WS-REJECT-REASON BEFORE   *
001930*              THEY ARE BUILT - A SHORTER REASON WAS PRINTING   *
001940*              WITH THE TAIL OF THE LONGER ONE BEFORE IT.       *
002000*****************************************************************
002100
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT INSPECT-TRANS-FILE ASSIGN TO INSTRAN
002800         ORGANIZATION IS SEQUENTIAL
002900         ACCESS MODE IS SEQUENTIAL
003000         FILE STATUS IS WS-INSTRAN-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  INSPECT-TRANS-FILE
003500     RECORDING MODE IS F.
003600 01  INSPECT-TRANS-RECORD.
003700     05 IT-HALL-CODE             PIC X(04).
003800     05 IT-ROOM-NUMBER           PIC X(06).
003900     05 IT-INSPECTION-DATE       PIC X(10).
004000     05 IT-INSPECT-RESULT        PIC X(01).
004100        88 IT-RESULT-PASS               VALUE 'P'.
004200        88 IT-RESULT-FAIL               VALUE 'F'.
004300     05 IT-VIOLATION-CODES.
004400        10 IT-VIOLATION-CODE     OCCURS 4 TIMES
004500                                 PIC X(02).
004600     05 IT-INSPECTOR-ID          PIC X(08).
004700     05 FILLER                   PIC X(43).
004800
004900 WORKING-STORAGE SECTION.
005000     EXEC SQL INCLUDE SQLCA END-EXEC.
005100
005200     COPY INSPDCL.
005300
005400     COPY INSVDCL.
005500
005600     COPY ROOMDCL.
005700
005800     COPY RUNLDCL.
005900
006000 01  WS-INSTRAN-STATUS           PIC X(02)      VALUE SPACES.
006100     88 WS-INSTRAN-OK                   VALUE '00'.
006200     88 WS-INSTRAN-EOF                  VALUE '10'.
006300
006400 01  WS-SWITCHES.
006500     05 WS-EOF-SW                PIC X(01)      VALUE 'N'.
006600        88 WS-EOF                       VALUE 'Y'.
006700     05 WS-CODES-OK-SW           PIC X(01)      VALUE 'N'.
006800        88 WS-CODES-OK                  VALUE 'Y'.
006900
007000 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
007100 01  WS-TOTAL-RECORDS-PROCESSED  PIC 9(09) COMP VALUE ZERO.
007200 01  WS-PASSED-COUNT             PIC 9(07) COMP VALUE ZERO.
007300 01  WS-FAILED-COUNT             PIC 9(07) COMP VALUE ZERO.
007400 01  WS-VIOLATION-ROWS           PIC 9(07) COMP VALUE ZERO.
007500 01  WS-REJECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
007600 01  WS-REJECT-REASON            PIC X(40)      VALUE SPACES.
007700 01  WS-CODE-IX                  PIC 9(02) COMP VALUE ZERO.
007800 01  WS-DUP-IX                   PIC 9(02) COMP VALUE ZERO.
007900 01  WS-CODE-COUNT               PIC 9(02) COMP VALUE ZERO.
008000 01  WS-ROOM-RESIDENTS           PIC S9(09) COMP VALUE ZERO.
008100
008200 PROCEDURE DIVISION.
008300
008400 0000-MAIN.
008500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008600     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
008700         UNTIL WS-EOF.
008800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
008900     GOBACK.
009000
009100 1000-INITIALIZE.
009200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
009300
009400     OPEN INPUT INSPECT-TRANS-FILE.
009500     IF NOT WS-INSTRAN-OK
009600         DISPLAY "RESINSLD - INSPECTION FILE OPEN FAILED - "
009700             "STATUS " WS-INSTRAN-STATUS
009800         GO TO 9900-ABEND-JOB
009900     END-IF.
010000
010100     EXEC SQL CONNECT TO RESLIFE END-EXEC.
010200     MOVE 'RESINSP'  TO BL-JOB-NAME.
010300     MOVE 'STEP010'  TO BL-STEP-NAME.
010400     MOVE 'RESINSLD' TO BL-PGM-NAME.
010500     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
010600
010700     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
010800 1000-EXIT.
010900     EXIT.
011000
011100 2000-PROCESS-TRANS.
011200     EVALUATE TRUE
011300         WHEN IT-HALL-CODE = SPACES OR IT-ROOM-NUMBER = SPACES
011400             MOVE "HALL OR ROOM MISSING ON FILE"
011500                 TO WS-REJECT-REASON
011600             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
011700         WHEN IT-INSPECTION-DATE = SPACES
011800             MOVE "INSPECTION DATE MISSING ON FILE"
011900                 TO WS-REJECT-REASON
012000             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
012100         WHEN IT-INSPECTOR-ID = SPACES
012200             MOVE "INSPECTOR ID MISSING ON FILE"
012300                 TO WS-REJECT-REASON
012400             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
012500         WHEN IT-RESULT-PASS OR IT-RESULT-FAIL
012600             PERFORM 2200-RECORD-INSPECTION THRU 2200-EXIT
012700         WHEN OTHER
012750             MOVE SPACES TO WS-REJECT-REASON
012800             STRING "INVALID RESULT CODE '" DELIMITED BY SIZE
012900                 IT-INSPECT-RESULT DELIMITED BY SIZE
013000                 "'" DELIMITED BY SIZE
013100                 INTO WS-REJECT-REASON
013200             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
013300     END-EVALUATE.
013400
013500     ADD 1 TO WS-TOTAL-RECORDS-PROCESSED.
013600     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
013700 2000-EXIT.
013800     EXIT.
013900
014000 2100-READ-TRANS.
014100     READ INSPECT-TRANS-FILE
014200         AT END
014300             MOVE 'Y' TO WS-EOF-SW
014400     END-READ.
014500     IF NOT WS-INSTRAN-OK AND NOT WS-INSTRAN-EOF
014600         DISPLAY "RESINSLD - INSPECTION FILE READ ERROR - "
014700             "STATUS " WS-INSTRAN-STATUS
014800         GO TO 9900-ABEND-JOB
014900     END-IF.
015000 2100-EXIT.
015100     EXIT.
015200
015300*****************************************************************
015400* 2200-RECORD-INSPECTION - THE ROOM MUST BE ON ROOM_INVENTORY   *
015500*           AND THE VIOLATION CODES MUST FIT THE RESULT. THE    *
015600*           ROOM_INSPECTION ROW CARRIES HOW MANY RESIDENTS WERE *
015700*           IN THE ROOM; A FAIL THEN TIES EACH VIOLATION TO     *
015800*           EACH OF THEM ON INSPECTION_VIOLATION. A ROOM        *
015900*           ALREADY INSPECTED ON THE SAME DATE IS REJECTED - A  *
016000*           RE-INSPECTION CARRIES ITS OWN, LATER DATE.          *
016100*****************************************************************
016200 2200-RECORD-INSPECTION.
016300     PERFORM 2300-CHECK-CODES THRU 2300-EXIT.
016400     IF NOT WS-CODES-OK
016500         PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
016600         GO TO 2200-EXIT
016700     END-IF.
016800
016900     MOVE IT-HALL-CODE         TO IN-HALL-CODE.
017000     MOVE IT-ROOM-NUMBER       TO IN-ROOM-NUMBER.
017100     EXEC SQL
017200         SELECT ROOM_STATUS
017300           INTO :RI-ROOM-STATUS
017400           FROM ROOM_INVENTORY
017500          WHERE HALL_CODE   = :IN-HALL-CODE
017600            AND ROOM_NUMBER = :IN-ROOM-NUMBER
017700     END-EXEC.
017800     EVALUATE SQLCODE
017900         WHEN ZERO
018000             CONTINUE
018100         WHEN 100
018200             MOVE "ROOM NOT ON ROOM INVENTORY"
018300                 TO WS-REJECT-REASON
018400             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
018500             GO TO 2200-EXIT
018600         WHEN OTHER
018700             DISPLAY "RESINSLD - ROOM INVENTORY SELECT ERROR - "
018800                 "SQLCODE " SQLCODE
018900             GO TO 9900-ABEND-JOB
019000     END-EVALUATE.
019100
019200     EXEC SQL
019300         SELECT COUNT(*)
019400           INTO :WS-ROOM-RESIDENTS
019500           FROM RESIDENT_OCCUPANCY
019600          WHERE HALL_CODE   = :IN-HALL-CODE
019700            AND ROOM_NUMBER = :IN-ROOM-NUMBER
019800     END-EXEC.
019900     IF SQLCODE NOT = ZERO
020000         DISPLAY "RESINSLD - ROOM RESIDENT COUNT ERROR - SQLCODE "
020100             SQLCODE
020200         GO TO 9900-ABEND-JOB
020300     END-IF.
020400
020500     MOVE IT-INSPECTION-DATE   TO IN-INSPECTION-DATE.
020600     MOVE IT-INSPECT-RESULT    TO IN-INSPECT-RESULT.
020700     MOVE IT-VIOLATION-CODES   TO IN-VIOLATION-CODES.
020800     MOVE IT-INSPECTOR-ID      TO IN-INSPECTOR-ID.
020900     MOVE WS-ROOM-RESIDENTS    TO IN-RESIDENT-COUNT.
021000     MOVE 'RESINSLD'           TO IN-ENTERED-BY.
021100     MOVE 'RESINSLD'           TO IN-LAST-UPDATE-PGM.
021200     EXEC SQL
021300         INSERT INTO ROOM_INSPECTION
021400             ( HALL_CODE, ROOM_NUMBER, INSPECTION_DATE,
021500               INSPECT_RESULT, VIOLATION_CODES, INSPECTOR_ID,
021600               RESIDENT_COUNT, ENTERED_BY, LOAD_TS,
021700               LAST_UPDATE_TS, LAST_UPDATE_PGM )
021800         VALUES
021900             ( :IN-HALL-CODE, :IN-ROOM-NUMBER,
022000               :IN-INSPECTION-DATE, :IN-INSPECT-RESULT,
022100               :IN-VIOLATION-CODES,
022200               :IN-INSPECTOR-ID, :IN-RESIDENT-COUNT,
022300               :IN-ENTERED-BY, CURRENT TIMESTAMP,
022400               CURRENT TIMESTAMP, :IN-LAST-UPDATE-PGM )
022500     END-EXEC.
022600     EVALUATE SQLCODE
022700         WHEN ZERO
022800             CONTINUE
022900         WHEN -803
023000             MOVE "ROOM ALREADY INSPECTED ON THAT DATE"
023100                 TO WS-REJECT-REASON
023200             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
023300             GO TO 2200-EXIT
023400         WHEN -180
023500         WHEN -181
023600             MOVE "INSPECTION DATE IS NOT A VALID DATE"
023700                 TO WS-REJECT-REASON
023800             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
023900             GO TO 2200-EXIT
024000         WHEN OTHER
024100             DISPLAY "RESINSLD - INSPECTION INSERT ERROR - "
024200                 "SQLCODE " SQLCODE
024300             GO TO 9900-ABEND-JOB
024400     END-EVALUATE.
024500
024600     IF IT-RESULT-PASS
024700         ADD 1 TO WS-PASSED-COUNT
024800     ELSE
024900         ADD 1 TO WS-FAILED-COUNT
025000         PERFORM 2500-TIE-VIOLATION THRU 2500-EXIT
025100             VARYING WS-CODE-IX FROM 1 BY 1
025200             UNTIL WS-CODE-IX > 4
025300     END-IF.
025400 2200-EXIT.
025500     EXIT.
025600
025700*****************************************************************
025800* 2300-CHECK-CODES - A PASS CARRIES NO VIOLATION CODES; A FAIL  *
025900*           CARRIES AT LEAST ONE, EACH A KNOWN CODE             *
026000*           (IV-VIOL-VALID) AND NONE REPEATED. SETS             *
026100*           WS-CODES-OK-SW AND, WHEN NOT OK, WS-REJECT-REASON   *
026200*           FOR 9200-REJECT-RECORD.                             *
026300*****************************************************************
026400 2300-CHECK-CODES.
026500     MOVE 'Y' TO WS-CODES-OK-SW.
026600     IF IT-RESULT-PASS
026700         IF IT-VIOLATION-CODES NOT = SPACES
026800             MOVE 'N' TO WS-CODES-OK-SW
026900             MOVE "PASS RESULT CARRIES VIOLATION CODES"
027000                 TO WS-REJECT-REASON
027100         END-IF
027200         GO TO 2300-EXIT
027300     END-IF.
027400     MOVE ZERO TO WS-CODE-COUNT.
027500     PERFORM 2310-CHECK-ONE-CODE THRU 2310-EXIT
027600         VARYING WS-CODE-IX FROM 1 BY 1
027700         UNTIL WS-CODE-IX > 4 OR NOT WS-CODES-OK.
027800     IF WS-CODES-OK AND WS-CODE-COUNT = ZERO
027900         MOVE 'N' TO WS-CODES-OK-SW
028000         MOVE "FAIL RESULT HAS NO VIOLATION CODE"
028100             TO WS-REJECT-REASON
028200     END-IF.
028300 2300-EXIT.
028400     EXIT.
028500
028600 2310-CHECK-ONE-CODE.
028700     IF IT-VIOLATION-CODE(WS-CODE-IX) = SPACES
028800         GO TO 2310-EXIT
028900     END-IF.
029000     ADD 1 TO WS-CODE-COUNT.
029100     MOVE IT-VIOLATION-CODE(WS-CODE-IX) TO IV-VIOLATION-CODE.
029200     IF NOT IV-VIOL-VALID
029300         MOVE 'N' TO WS-CODES-OK-SW
029350         MOVE SPACES TO WS-REJECT-REASON
029400         STRING "INVALID VIOLATION CODE '" DELIMITED BY SIZE
029500             IV-VIOLATION-CODE DELIMITED BY SIZE
029600             "'" DELIMITED BY SIZE
029700             INTO WS-REJECT-REASON
029800         GO TO 2310-EXIT
029900     END-IF.
030000     PERFORM 2320-CHECK-REPEAT THRU 2320-EXIT
030100         VARYING WS-DUP-IX FROM 1 BY 1
030200         UNTIL WS-DUP-IX >= WS-CODE-IX OR NOT WS-CODES-OK.
030300 2310-EXIT.
030400     EXIT.
030500
030600 2320-CHECK-REPEAT.
030700     IF IT-VIOLATION-CODE(WS-DUP-IX) = IV-VIOLATION-CODE
030800         MOVE 'N' TO WS-CODES-OK-SW
030900         MOVE "VIOLATION CODE REPEATED ON RECORD"
031000             TO WS-REJECT-REASON
031100     END-IF.
031200 2320-EXIT.
031300     EXIT.
031400
031500*****************************************************************
031600* 2500-TIE-VIOLATION - ONE INSPECTION_VIOLATION ROW FOR THE     *
031700*           CODE PER RESIDENT ON RESIDENT_OCCUPANCY IN THE ROOM *
031800*           NOW. AN EMPTY ROOM (SQLCODE 100) IS NOT AN ERROR -  *
031900*           THE VIOLATION STILL STANDS ON ROOM_INSPECTION.      *
032000*****************************************************************
032100 2500-TIE-VIOLATION.
032200     IF IT-VIOLATION-CODE(WS-CODE-IX) = SPACES
032300         GO TO 2500-EXIT
032400     END-IF.
032500     MOVE IT-VIOLATION-CODE(WS-CODE-IX) TO IV-VIOLATION-CODE.
032600     MOVE IN-HALL-CODE         TO IV-HALL-CODE.
032700     MOVE IN-ROOM-NUMBER       TO IV-ROOM-NUMBER.
032800     MOVE IN-INSPECTION-DATE   TO IV-INSPECTION-DATE.
032900     EXEC SQL
033000         INSERT INTO INSPECTION_VIOLATION
033100             ( HALL_CODE, ROOM_NUMBER, INSPECTION_DATE,
033200               VIOLATION_CODE, RESIDENT_ID, RESIDENT_NAME,
033300               LAST_UPDATE_TS, LAST_UPDATE_PGM )
033400         SELECT :IV-HALL-CODE, :IV-ROOM-NUMBER,
033500                DATE(:IV-INSPECTION-DATE), :IV-VIOLATION-CODE,
033600                RESIDENT_ID, RESIDENT_NAME,
033700                CURRENT TIMESTAMP, 'RESINSLD'
033800           FROM RESIDENT_OCCUPANCY
033900          WHERE HALL_CODE   = :IV-HALL-CODE
034000            AND ROOM_NUMBER = :IV-ROOM-NUMBER
034100     END-EXEC.
034200     EVALUATE SQLCODE
034300         WHEN ZERO
034400             ADD SQLERRD(3) TO WS-VIOLATION-ROWS
034500         WHEN 100
034600             CONTINUE
034700         WHEN OTHER
034800             DISPLAY "RESINSLD - VIOLATION INSERT ERROR - "
034900                 "SQLCODE " SQLCODE
035000             GO TO 9900-ABEND-JOB
035100     END-EVALUATE.
035200 2500-EXIT.
035300     EXIT.
035400
035500 9000-TERMINATE.
035600     DISPLAY "RESINSLD - END OF JOB STATISTICS".
035700     DISPLAY "RESINSLD -   RECORDS READ      - "
035800         WS-TOTAL-RECORDS-PROCESSED.
035900     DISPLAY "RESINSLD -   ROOMS PASSED      - "
036000         WS-PASSED-COUNT.
036100     DISPLAY "RESINSLD -   ROOMS FAILED      - "
036200         WS-FAILED-COUNT.
036300     DISPLAY "RESINSLD -   RESIDENT TIES     - "
036400         WS-VIOLATION-ROWS.
036500     DISPLAY "RESINSLD -   RECORDS REJECTED  - "
036600         WS-REJECTED-COUNT.
036700
036800     EXEC SQL COMMIT END-EXEC.
036900     MOVE WS-TOTAL-RECORDS-PROCESSED TO BL-RECORDS-READ.
037000     COMPUTE BL-RECORDS-INSERTED =
037100         WS-PASSED-COUNT + WS-FAILED-COUNT.
037200     MOVE ZERO                  TO BL-RECORDS-UPDATED.
037300     MOVE WS-REJECTED-COUNT     TO BL-RECORDS-REJECTED.
037400     MOVE SPACES                TO BL-LAST-CHECKPOINT.
037500     MOVE ZERO                  TO BL-RETURN-CODE.
037600     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
037700
037800     CLOSE INSPECT-TRANS-FILE.
037900     EXEC SQL CONNECT RESET END-EXEC.
038000 9000-EXIT.
038100     EXIT.
038200
038300 9200-REJECT-RECORD.
038400     DISPLAY "RESINSLD - " WS-REJECT-REASON
038500         " FOR HALL " IT-HALL-CODE " ROOM " IT-ROOM-NUMBER
038600         " DATE " IT-INSPECTION-DATE " - RECORD SKIPPED".
038700     ADD 1 TO WS-REJECTED-COUNT.
038800 9200-EXIT.
038900     EXIT.
039000
039100     COPY RUNLOGP.
039200
039300 9900-ABEND-JOB.
039400     DISPLAY "RESINSLD - JOB ABENDING AFTER "
039500         WS-TOTAL-RECORDS-PROCESSED " RECORDS PROCESSED".
039600     MOVE 16 TO RETURN-CODE.
039700     STOP RUN.
039800
039900 END PROGRAM resinsld.
