000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resinsp.
000300 AUTHOR. RESLIFE-IT-ONLINE-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - ROOM INSPECTION ENTRY       *
000900*              (TRANSACTION HINS, MAPSET RINSMAP) FOR A         *
001000*              WALK-THROUGH RESULT THAT MISSED THE INSPECTION   *
001100*              TEAM'S FILE OR WAS TAKEN ON THE FLOOR. 'A'       *
001200*              RECORDS ONE ROOM_INSPECTION ROW FOR A ROOM AND   *
001300*              DATE UNDER THE SAME RULES AS THE RESINSLD LOAD - *
001400*              THE ROOM ON ROOM_INVENTORY, RESULT P OR F, NO    *
001500*              CODES ON A PASS AND ONE TO FOUR KNOWN,           *
001600*              UNREPEATED CODES ON A FAIL - AND TIES EACH       *
001700*              VIOLATION TO THE ROOM'S RESIDENTS ON             *
001800*              INSPECTION_VIOLATION IN THE SAME UNIT OF WORK.   *
001900*              'I' OR ENTER LISTS THE ROOM'S INSPECTIONS NEWEST *
002000*              FIRST. ENTERED_BY IS EIBUSERID. 'A' NEEDS THE    *
002100*              NEW 'H' LETTER ON THE OPERATOR'S ACTIVE          *
002200*              OPERATOR_AUTH ROW, HALL-RESTRICTED OPERATORS     *
002300*              ONLY IN THEIR OWN HALL; A DENIED ATTEMPT IS      *
002400*              LOGGED TO CICL AS AN 'X' ENTRY.                  *
002433*  2026-10-15 FMV THE OPERATOR_AUTH FUNCTION LIST (SEE          *
002466*              COPYBOOKS/OPAUTDCL) IS NOW 16 LETTERS LONG AND   *
002499*              THE AUTHORIZATION CHECK LOOKS FOR THE 'H' LETTER *
002532*              IN ALL 16 POSITIONS.                             *
002565*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900
003000 DATA DIVISION.
003100 WORKING-STORAGE SECTION.
003200     EXEC SQL INCLUDE SQLCA END-EXEC.
003300
003400     COPY INSPDCL.
003500
003600     COPY INSVDCL.
003700
003800     COPY ROOMDCL.
003900
004000     COPY OPAUTDCL.
004100
004200     COPY RINSMAPS.
004300
004400     COPY DFHAID.
004500
004600 01  WS-COMMAREA.
004700     COPY RINSCOMM.
004800
004900 01  WS-MAP-NAME                 PIC X(07)      VALUE 'RINSMAP'.
005000 01  WS-MAPSET-NAME              PIC X(07)      VALUE 'RINSMAP'.
005100
005200 01  CICS-LOG-RECORD.
005300     COPY CICSLOG.
005400
005500*****************************************************************
005600* INPUT FIELDS ARE COPIED OUT OF THE MAP BEFORE THE OUTPUT AREA  *
005700*           (WHICH REDEFINES IT) IS CLEARED FOR THE REPLY.       *
005800*****************************************************************
005900 01  WS-ACTION-IN                PIC X(01)      VALUE SPACE.
006000 01  WS-HALL-IN                  PIC X(04)      VALUE SPACES.
006100 01  WS-ROOM-IN                  PIC X(06)      VALUE SPACES.
006200 01  WS-DATE-IN                  PIC X(10)      VALUE SPACES.
006300 01  WS-RESULT-IN                PIC X(01)      VALUE SPACE.
006400 01  WS-INSPECTOR-IN             PIC X(08)      VALUE SPACES.
006500 01  WS-VIOLATION-CODES          PIC X(08)      VALUE SPACES.
006600 01  WS-VIOLATION-TABLE REDEFINES WS-VIOLATION-CODES.
006700     05 WS-VIOLATION-CODE        OCCURS 4 TIMES
006800                                 PIC X(02).
006900
007000 01  WS-ADMIN-OK-SW              PIC X(01)      VALUE 'N'.
007100     88 WS-ADMIN-OK                     VALUE 'Y'.
007200 01  WS-ADMIN-FUNCTIONS          PIC X(16)      VALUE SPACES.
007300 01  WS-ADMIN-HALL-RESTRICT      PIC X(04)      VALUE SPACES.
007400 01  WS-ADMIN-STATUS             PIC X(01)      VALUE SPACE.
007500*    THE HALL OF THE ROOM BEING INSPECTED.
007600 01  WS-CHECK-HALL-CODE          PIC X(04)      VALUE SPACES.
007700
007800 01  WS-CODES-OK-SW              PIC X(01)      VALUE 'N'.
007900     88 WS-CODES-OK                     VALUE 'Y'.
008000 01  WS-TIE-OK-SW                PIC X(01)      VALUE 'N'.
008100     88 WS-TIE-OK                       VALUE 'Y'.
008200 01  WS-CODE-IX                  PIC 9(02) COMP VALUE ZERO.
008300 01  WS-DUP-IX                   PIC 9(02) COMP VALUE ZERO.
008400 01  WS-CODE-COUNT               PIC 9(02) COMP VALUE ZERO.
008500 01  WS-ROOM-RESIDENTS           PIC S9(09) COMP VALUE ZERO.
008600 01  WS-RESIDENTS-DISPLAY        PIC ZZ9.
008700
008800 01  WS-ABS-TIME                 PIC S9(15)     COMP-3.
008900 01  WS-CICS-DATE                PIC X(10).
009000 01  WS-CICS-TIME                PIC X(08).
009100
009200*    THE ROOM'S INSPECTIONS, NEWEST FIRST, SO A FAIL AND ITS
009300*    RE-INSPECTION SHOW TOGETHER.
009400     EXEC SQL
009500         DECLARE IHC CURSOR FOR
009600         SELECT INSPECTION_DATE, INSPECT_RESULT, VIOLATION_CODES,
009700                INSPECTOR_ID, RESIDENT_COUNT, ENTERED_BY
009800           FROM ROOM_INSPECTION
009900          WHERE HALL_CODE   = :IN-HALL-CODE
010000            AND ROOM_NUMBER = :IN-ROOM-NUMBER
010100          ORDER BY INSPECTION_DATE DESC
010200     END-EXEC.
010300
010400 01  WS-HISTORY-LINE.
010500     05 WS-HL-DATE               PIC X(10).
010600     05 FILLER                   PIC X(01)      VALUE SPACES.
010700     05 WS-HL-RESULT             PIC X(04).
010800     05 FILLER                   PIC X(01)      VALUE SPACES.
010900     05 WS-HL-CODES.
011000        10 WS-HL-CODE-ENTRY      OCCURS 4 TIMES.
011100           15 WS-HL-CODE         PIC X(02).
011200           15 FILLER             PIC X(01).
011300     05 FILLER                   PIC X(01)      VALUE SPACES.
011400     05 WS-HL-INSPECTOR          PIC X(08).
011500     05 FILLER                   PIC X(01)      VALUE SPACES.
011600     05 WS-HL-RESIDENTS          PIC ZZ9.
011700     05 FILLER                   PIC X(01)      VALUE SPACES.
011800     05 WS-HL-ENTERED-BY         PIC X(08).
011900
012000 01  WS-ROW-IX                   PIC 9(02) COMP VALUE ZERO.
012100 01  WS-FETCH-DONE-SW            PIC X(01)      VALUE 'N'.
012200     88 WS-FETCH-DONE                   VALUE 'Y'.
012300
012400 01  WS-PAGE-LINES.
012500     05 WS-PAGE-LINE             OCCURS 5 TIMES
012600                                 PIC X(70).
012700
012800 LINKAGE SECTION.
012900 01  DFHCOMMAREA.
013000     05 LK-COMMAREA-DATA         PIC X(23).
013100
013200 PROCEDURE DIVISION.
013300
013400 0000-MAIN.
013500     IF EIBCALEN = ZERO
013600         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
013700     ELSE
013800         MOVE DFHCOMMAREA TO WS-COMMAREA
013900         EVALUATE TRUE
014000             WHEN EIBAID = DFHPF3
014100                 PERFORM 8000-END-SESSION THRU 8000-EXIT
014200                 GO TO 0000-EXIT
014300             WHEN OTHER
014400                 PERFORM 2000-RECEIVE-AND-APPLY THRU 2000-EXIT
014500         END-EVALUATE
014600     END-IF.
014700
014800     PERFORM 6000-LOG-TRANSACTION-ACCESS THRU 6000-EXIT.
014900
015000     EXEC CICS RETURN
015100         TRANSID('HINS')
015200         COMMAREA(WS-COMMAREA)
015300     END-EXEC.
015400 0000-EXIT.
015500     EXIT.
015600
015700 1000-SEND-INITIAL-MAP.
015800     MOVE LOW-VALUES TO RINSMAPO.
015900     MOVE SPACES TO MSGOUTO.
016000     MOVE 'I' TO HT-FUNCTION-CODE.
016100     MOVE SPACES TO HT-HALL-CODE.
016200     MOVE SPACES TO HT-ROOM-NUMBER.
016300
016400     EXEC CICS SEND MAP(WS-MAP-NAME)
016500         MAPSET(WS-MAPSET-NAME)
016600         ERASE
016700     END-EXEC.
016800 1000-EXIT.
016900     EXIT.
017000
017100 2000-RECEIVE-AND-APPLY.
017200     EXEC CICS RECEIVE MAP(WS-MAP-NAME)
017300         MAPSET(WS-MAPSET-NAME)
017400     END-EXEC.
017500
017600     MOVE ACTINI   TO WS-ACTION-IN.
017700     MOVE HALLINI  TO WS-HALL-IN.
017800     MOVE ROOMINI  TO WS-ROOM-IN.
017900     MOVE DATEINI  TO WS-DATE-IN.
018000     MOVE RESINI   TO WS-RESULT-IN.
018100     MOVE VIO1INI  TO WS-VIOLATION-CODE(1).
018200     MOVE VIO2INI  TO WS-VIOLATION-CODE(2).
018300     MOVE VIO3INI  TO WS-VIOLATION-CODE(3).
018400     MOVE VIO4INI  TO WS-VIOLATION-CODE(4).
018500     MOVE INSPINI  TO WS-INSPECTOR-IN.
018600     INSPECT WS-HALL-IN REPLACING ALL LOW-VALUES BY SPACES.
018700     INSPECT WS-ROOM-IN REPLACING ALL LOW-VALUES BY SPACES.
018800     INSPECT WS-DATE-IN REPLACING ALL LOW-VALUES BY SPACES.
018900     INSPECT WS-RESULT-IN REPLACING ALL LOW-VALUES BY SPACES.
019000     INSPECT WS-VIOLATION-CODES
019100         REPLACING ALL LOW-VALUES BY SPACES.
019200     INSPECT WS-INSPECTOR-IN REPLACING ALL LOW-VALUES BY SPACES.
019300     MOVE LOW-VALUES TO RINSMAPO.
019400
019500     EVALUATE WS-ACTION-IN
019600         WHEN 'A'
019700             MOVE 'A' TO HT-FUNCTION-CODE
019800             PERFORM 3000-RECORD-INSPECTION THRU 3000-EXIT
019900         WHEN OTHER
020000             MOVE 'I' TO HT-FUNCTION-CODE
020100             PERFORM 3400-SHOW-ROOM THRU 3400-EXIT
020200     END-EVALUATE.
020300
020400     PERFORM 3900-SEND-SCREEN THRU 3900-EXIT.
020500 2000-EXIT.
020600     EXIT.
020700
020800*****************************************************************
020900* 2500-CHECK-INSP-AUTH - RECORDING AN INSPECTION IS HONORED     *
021000*           ONLY FOR A SIGNED-ON OPERATOR WHOSE ACTIVE          *
021100*           OPERATOR_AUTH ROW CARRIES THE 'H' INSPECTION        *
021200*           LETTER, AND A HALL-RESTRICTED OPERATOR ONLY FOR     *
021300*           THEIR OWN HALL (WS-CHECK-HALL-CODE). FAIL CLOSED ON *
021400*           NO ROW, A REVOKED ROW, OR ANY LOOKUP ERROR; A       *
021500*           DENIED ATTEMPT GOES TO CICL WITH THE 'X' CODE THE   *
021600*           SAME AS EVERY OTHER SCREEN.                         *
021700*****************************************************************
021800 2500-CHECK-INSP-AUTH.
021900     MOVE 'N' TO WS-ADMIN-OK-SW.
022000     MOVE EIBUSERID TO HT-OPERATOR-ID.
022100     MOVE EIBTRMID  TO HT-TERMINAL-ID.
022200     MOVE HT-OPERATOR-ID TO OA-OPERATOR-ID.
022300     MOVE 'NOT AUTHORIZED TO RECORD INSPECTIONS' TO MSGOUTO.
022400     EXEC SQL
022500         SELECT ALLOW_FUNCTIONS, HALL_RESTRICT, AUTH_STATUS
022600           INTO :WS-ADMIN-FUNCTIONS, :WS-ADMIN-HALL-RESTRICT,
022700                :WS-ADMIN-STATUS
022800           FROM OPERATOR_AUTH
022900          WHERE OPERATOR_ID = :OA-OPERATOR-ID
023000     END-EXEC.
023100     EVALUATE TRUE
023200         WHEN SQLCODE NOT = ZERO
023300             CONTINUE
023400         WHEN WS-ADMIN-STATUS NOT = 'A'
023500             CONTINUE
023600         WHEN WS-ADMIN-FUNCTIONS(1:1) = 'H'
023700          OR WS-ADMIN-FUNCTIONS(2:1) = 'H'
023800          OR WS-ADMIN-FUNCTIONS(3:1) = 'H'
023900          OR WS-ADMIN-FUNCTIONS(4:1) = 'H'
024000          OR WS-ADMIN-FUNCTIONS(5:1) = 'H'
024100          OR WS-ADMIN-FUNCTIONS(6:1) = 'H'
024200          OR WS-ADMIN-FUNCTIONS(7:1) = 'H'
024300          OR WS-ADMIN-FUNCTIONS(8:1) = 'H'
024310          OR WS-ADMIN-FUNCTIONS(9:1) = 'H'
024320          OR WS-ADMIN-FUNCTIONS(10:1) = 'H'
024330          OR WS-ADMIN-FUNCTIONS(11:1) = 'H'
024340          OR WS-ADMIN-FUNCTIONS(12:1) = 'H'
024350          OR WS-ADMIN-FUNCTIONS(13:1) = 'H'
024360          OR WS-ADMIN-FUNCTIONS(14:1) = 'H'
024370          OR WS-ADMIN-FUNCTIONS(15:1) = 'H'
024380          OR WS-ADMIN-FUNCTIONS(16:1) = 'H'
024400             IF WS-ADMIN-HALL-RESTRICT NOT = SPACES AND
024500                WS-ADMIN-HALL-RESTRICT NOT = WS-CHECK-HALL-CODE
024600                 MOVE 'NOT AUTHORIZED FOR THIS HALL'
024700                     TO MSGOUTO
024800             ELSE
024900                 MOVE 'Y' TO WS-ADMIN-OK-SW
025000                 MOVE SPACES TO MSGOUTO
025100             END-IF
025200         WHEN OTHER
025300             CONTINUE
025400     END-EVALUATE.
025500     IF NOT WS-ADMIN-OK
025600         MOVE 'X' TO CL-TRANS-CODE
025700         PERFORM 8600-WRITE-CICS-LOG THRU 8600-EXIT
025800     END-IF.
025900 2500-EXIT.
026000     EXIT.
026100
026200*****************************************************************
026300* 3000-RECORD-INSPECTION - THE SAME CHECKS AS THE RESINSLD      *
026400*           LOAD: THE ROOM MUST BE ON ROOM_INVENTORY, THE DATE  *
026500*           A VALID DATE, THE RESULT P OR F WITH CODES TO FIT   *
026600*           IT, AND AN INSPECTOR GIVEN. THE ROW CARRIES HOW     *
026700*           MANY RESIDENTS WERE IN THE ROOM AND A FAIL TIES     *
026800*           EACH VIOLATION TO EACH OF THEM, ALL IN ONE UNIT OF  *
026900*           WORK - IF A TIE FAILS THE INSPECTION IS BACKED OUT  *
027000*           WITH IT.                                            *
027100*****************************************************************
027200 3000-RECORD-INSPECTION.
027300     IF WS-HALL-IN = SPACES OR WS-ROOM-IN = SPACES
027400         MOVE 'HALL AND ROOM ARE REQUIRED' TO MSGOUTO
027500         GO TO 3000-EXIT
027600     END-IF.
027700     MOVE WS-HALL-IN TO WS-CHECK-HALL-CODE.
027800     PERFORM 2500-CHECK-INSP-AUTH THRU 2500-EXIT.
027900     IF NOT WS-ADMIN-OK
028000         GO TO 3000-EXIT
028100     END-IF.
028200
028300     MOVE WS-HALL-IN TO IN-HALL-CODE.
028400     MOVE WS-ROOM-IN TO IN-ROOM-NUMBER.
028500     EXEC SQL
028600         SELECT ROOM_STATUS
028700           INTO :RI-ROOM-STATUS
028800           FROM ROOM_INVENTORY
028900          WHERE HALL_CODE   = :IN-HALL-CODE
029000            AND ROOM_NUMBER = :IN-ROOM-NUMBER
029100     END-EXEC.
029200     EVALUATE SQLCODE
029300         WHEN ZERO
029400             CONTINUE
029500         WHEN 100
029600             MOVE 'ROOM NOT ON ROOM INVENTORY' TO MSGOUTO
029700             GO TO 3000-EXIT
029800         WHEN OTHER
029900             MOVE 'ROOM LOOKUP FAILED - SEE OPERATOR' TO MSGOUTO
030000             GO TO 3000-EXIT
030100     END-EVALUATE.
030200     IF WS-DATE-IN = SPACES
030300         MOVE 'INSPECTION DATE IS REQUIRED (YYYY-MM-DD)'
030400             TO MSGOUTO
030500         GO TO 3000-EXIT
030600     END-IF.
030700     MOVE WS-RESULT-IN TO IN-INSPECT-RESULT.
030800     IF NOT IN-RESULT-VALID
030900         MOVE 'RESULT MUST BE P (PASS) OR F (FAIL)' TO MSGOUTO
031000         GO TO 3000-EXIT
031100     END-IF.
031200     PERFORM 3100-CHECK-CODES THRU 3100-EXIT.
031300     IF NOT WS-CODES-OK
031400         GO TO 3000-EXIT
031500     END-IF.
031600     IF WS-INSPECTOR-IN = SPACES
031700         MOVE 'INSPECTOR ID IS REQUIRED' TO MSGOUTO
031800         GO TO 3000-EXIT
031900     END-IF.
032000
032100     EXEC SQL
032200         SELECT COUNT(*)
032300           INTO :WS-ROOM-RESIDENTS
032400           FROM RESIDENT_OCCUPANCY
032500          WHERE HALL_CODE   = :IN-HALL-CODE
032600            AND ROOM_NUMBER = :IN-ROOM-NUMBER
032700     END-EXEC.
032800     IF SQLCODE NOT = ZERO
032900         MOVE 'ROOM RESIDENT COUNT FAILED - SEE OPERATOR'
033000             TO MSGOUTO
033100         GO TO 3000-EXIT
033200     END-IF.
033300
033400     MOVE WS-DATE-IN           TO IN-INSPECTION-DATE.
033500     MOVE WS-VIOLATION-CODES   TO IN-VIOLATION-CODES.
033600     MOVE WS-INSPECTOR-IN      TO IN-INSPECTOR-ID.
033700     MOVE WS-ROOM-RESIDENTS    TO IN-RESIDENT-COUNT.
033800     MOVE HT-OPERATOR-ID       TO IN-ENTERED-BY.
033900     MOVE 'RESINSP'            TO IN-LAST-UPDATE-PGM.
034000     EXEC SQL
034100         INSERT INTO ROOM_INSPECTION
034200             ( HALL_CODE, ROOM_NUMBER, INSPECTION_DATE,
034300               INSPECT_RESULT, VIOLATION_CODES, INSPECTOR_ID,
034400               RESIDENT_COUNT, ENTERED_BY, LOAD_TS,
034500               LAST_UPDATE_TS, LAST_UPDATE_PGM )
034600         VALUES
034700             ( :IN-HALL-CODE, :IN-ROOM-NUMBER,
034800               :IN-INSPECTION-DATE, :IN-INSPECT-RESULT,
034900               :IN-VIOLATION-CODES,
035000               :IN-INSPECTOR-ID, :IN-RESIDENT-COUNT,
035100               :IN-ENTERED-BY, CURRENT TIMESTAMP,
035200               CURRENT TIMESTAMP, :IN-LAST-UPDATE-PGM )
035300     END-EXEC.
035400     EVALUATE SQLCODE
035500         WHEN ZERO
035600             CONTINUE
035700         WHEN -803
035800             MOVE 'ROOM ALREADY INSPECTED ON THAT DATE' TO MSGOUTO
035900             GO TO 3000-EXIT
036000         WHEN -180
036100         WHEN -181
036200             MOVE 'INSPECTION DATE MUST BE A VALID YYYY-MM-DD'
036300                 TO MSGOUTO
036400             GO TO 3000-EXIT
036500         WHEN OTHER
036600             MOVE 'INSPECTION INSERT FAILED - SEE OPERATOR'
036700                 TO MSGOUTO
036800             GO TO 3000-EXIT
036900     END-EVALUATE.
037000
037100     MOVE 'Y' TO WS-TIE-OK-SW.
037200     IF IN-RESULT-FAIL
037300         PERFORM 3500-TIE-VIOLATION THRU 3500-EXIT
037400             VARYING WS-CODE-IX FROM 1 BY 1
037500             UNTIL WS-CODE-IX > 4 OR NOT WS-TIE-OK
037600     END-IF.
037700     IF NOT WS-TIE-OK
037800         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
037900         MOVE 'INSPECTION NOT RECORDED - VIOLATION TIE FAILED'
038000             TO MSGOUTO
038100         GO TO 3000-EXIT
038200     END-IF.
038300
038400     MOVE IN-HALL-CODE   TO HT-HALL-CODE.
038500     MOVE IN-ROOM-NUMBER TO HT-ROOM-NUMBER.
038600     PERFORM 5000-LIST-INSPECTIONS THRU 5000-EXIT.
038700     MOVE WS-ROOM-RESIDENTS TO WS-RESIDENTS-DISPLAY.
038800     MOVE SPACES TO MSGOUTO.
038900     STRING 'INSPECTION RECORDED - ' WS-RESIDENTS-DISPLAY
039000            ' RESIDENT(S) IN ROOM'
039100         DELIMITED BY SIZE INTO MSGOUTO.
039200 3000-EXIT.
039300     EXIT.
039400
039500*****************************************************************
039600* 3100-CHECK-CODES - A PASS CARRIES NO VIOLATION CODES; A FAIL  *
039700*           CARRIES AT LEAST ONE, EACH A KNOWN CODE             *
039800*           (IV-VIOL-VALID) AND NONE REPEATED. SETS             *
039900*           WS-CODES-OK-SW AND, WHEN NOT OK, THE MESSAGE.       *
040000*****************************************************************
040100 3100-CHECK-CODES.
040200     MOVE 'Y' TO WS-CODES-OK-SW.
040300     IF IN-RESULT-PASS
040400         IF WS-VIOLATION-CODES NOT = SPACES
040500             MOVE 'N' TO WS-CODES-OK-SW
040600             MOVE 'A PASS CARRIES NO VIOLATION CODES' TO MSGOUTO
040700         END-IF
040800         GO TO 3100-EXIT
040900     END-IF.
041000     MOVE ZERO TO WS-CODE-COUNT.
041100     PERFORM 3110-CHECK-ONE-CODE THRU 3110-EXIT
041200         VARYING WS-CODE-IX FROM 1 BY 1
041300         UNTIL WS-CODE-IX > 4 OR NOT WS-CODES-OK.
041400     IF WS-CODES-OK AND WS-CODE-COUNT = ZERO
041500         MOVE 'N' TO WS-CODES-OK-SW
041600         MOVE 'A FAIL NEEDS AT LEAST ONE VIOLATION CODE'
041700             TO MSGOUTO
041800     END-IF.
041900 3100-EXIT.
042000     EXIT.
042100
042200 3110-CHECK-ONE-CODE.
042300     IF WS-VIOLATION-CODE(WS-CODE-IX) = SPACES
042400         GO TO 3110-EXIT
042500     END-IF.
042600     ADD 1 TO WS-CODE-COUNT.
042700     MOVE WS-VIOLATION-CODE(WS-CODE-IX) TO IV-VIOLATION-CODE.
042800     IF NOT IV-VIOL-VALID
042900         MOVE 'N' TO WS-CODES-OK-SW
043000         MOVE SPACES TO MSGOUTO
043100         STRING 'INVALID VIOLATION CODE ' IV-VIOLATION-CODE
043200                ' - SEE THE CODES LISTED ABOVE'
043300             DELIMITED BY SIZE INTO MSGOUTO
043400         GO TO 3110-EXIT
043500     END-IF.
043600     PERFORM 3120-CHECK-REPEAT THRU 3120-EXIT
043700         VARYING WS-DUP-IX FROM 1 BY 1
043800         UNTIL WS-DUP-IX >= WS-CODE-IX OR NOT WS-CODES-OK.
043900 3110-EXIT.
044000     EXIT.
044100
044200 3120-CHECK-REPEAT.
044300     IF WS-VIOLATION-CODE(WS-DUP-IX) = IV-VIOLATION-CODE
044400         MOVE 'N' TO WS-CODES-OK-SW
044500         MOVE 'VIOLATION CODE ENTERED TWICE' TO MSGOUTO
044600     END-IF.
044700 3120-EXIT.
044800     EXIT.
044900
045000*****************************************************************
045100* 3400-SHOW-ROOM - ENTER WITH A HALL AND ROOM LISTS THAT ROOM'S *
045200*           INSPECTIONS; WITH NONE, THE ROOM ALREADY ON THE     *
045300*           SCREEN IS LISTED AGAIN.                             *
045400*****************************************************************
045500 3400-SHOW-ROOM.
045600     IF WS-HALL-IN NOT = SPACES AND WS-ROOM-IN NOT = SPACES
045700         MOVE WS-HALL-IN TO IN-HALL-CODE
045800         MOVE WS-ROOM-IN TO IN-ROOM-NUMBER
045900     ELSE
046000         IF HT-HALL-CODE = SPACES
046100             MOVE 'ENTER A HALL AND ROOM, OR A TO RECORD ONE'
046200                 TO MSGOUTO
046300             GO TO 3400-EXIT
046400         END-IF
046500         MOVE HT-HALL-CODE   TO IN-HALL-CODE
046600         MOVE HT-ROOM-NUMBER TO IN-ROOM-NUMBER
046700     END-IF.
046800     MOVE IN-HALL-CODE   TO HT-HALL-CODE.
046900     MOVE IN-ROOM-NUMBER TO HT-ROOM-NUMBER.
047000     MOVE IN-HALL-CODE   TO HALLINO.
047100     MOVE IN-ROOM-NUMBER TO ROOMINO.
047200     MOVE SPACES TO MSGOUTO.
047300     PERFORM 5000-LIST-INSPECTIONS THRU 5000-EXIT.
047400     IF WS-ROW-IX = ZERO AND MSGOUTO = SPACES
047500         MOVE 'NO INSPECTIONS ON FILE FOR THIS ROOM' TO MSGOUTO
047600     END-IF.
047700 3400-EXIT.
047800     EXIT.
047900
048000*****************************************************************
048100* 3500-TIE-VIOLATION - ONE INSPECTION_VIOLATION ROW FOR THE     *
048200*           CODE PER RESIDENT ON RESIDENT_OCCUPANCY IN THE ROOM *
048300*           NOW. AN EMPTY ROOM (SQLCODE 100) IS NOT AN ERROR -  *
048400*           THE VIOLATION STILL STANDS ON ROOM_INSPECTION.      *
048500*****************************************************************
048600 3500-TIE-VIOLATION.
048700     IF WS-VIOLATION-CODE(WS-CODE-IX) = SPACES
048800         GO TO 3500-EXIT
048900     END-IF.
049000     MOVE WS-VIOLATION-CODE(WS-CODE-IX) TO IV-VIOLATION-CODE.
049100     MOVE IN-HALL-CODE         TO IV-HALL-CODE.
049200     MOVE IN-ROOM-NUMBER       TO IV-ROOM-NUMBER.
049300     MOVE IN-INSPECTION-DATE   TO IV-INSPECTION-DATE.
049400     EXEC SQL
049500         INSERT INTO INSPECTION_VIOLATION
049600             ( HALL_CODE, ROOM_NUMBER, INSPECTION_DATE,
049700               VIOLATION_CODE, RESIDENT_ID, RESIDENT_NAME,
049800               LAST_UPDATE_TS, LAST_UPDATE_PGM )
049900         SELECT :IV-HALL-CODE, :IV-ROOM-NUMBER,
050000                DATE(:IV-INSPECTION-DATE), :IV-VIOLATION-CODE,
050100                RESIDENT_ID, RESIDENT_NAME,
050200                CURRENT TIMESTAMP, 'RESINSP'
050300           FROM RESIDENT_OCCUPANCY
050400          WHERE HALL_CODE   = :IV-HALL-CODE
050500            AND ROOM_NUMBER = :IV-ROOM-NUMBER
050600     END-EXEC.
050700     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
050800         MOVE 'N' TO WS-TIE-OK-SW
050900     END-IF.
051000 3500-EXIT.
051100     EXIT.
051200
051300 5000-LIST-INSPECTIONS.
051400     MOVE SPACES TO WS-PAGE-LINES.
051500     MOVE ZERO TO WS-ROW-IX.
051600     MOVE 'N' TO WS-FETCH-DONE-SW.
051700
051800     EXEC SQL OPEN IHC END-EXEC.
051900     IF SQLCODE NOT = ZERO
052000         MOVE 'INSPECTION LIST FAILED - SEE OPERATOR' TO MSGOUTO
052100         GO TO 5000-EXIT
052200     END-IF.
052300
052400     PERFORM 5100-FETCH-INSPECTION THRU 5100-EXIT
052500         UNTIL WS-FETCH-DONE OR WS-ROW-IX >= 5.
052600
052700     EXEC SQL CLOSE IHC END-EXEC.
052800
052900     MOVE WS-PAGE-LINE(1) TO HLN1O.
053000     MOVE WS-PAGE-LINE(2) TO HLN2O.
053100     MOVE WS-PAGE-LINE(3) TO HLN3O.
053200     MOVE WS-PAGE-LINE(4) TO HLN4O.
053300     MOVE WS-PAGE-LINE(5) TO HLN5O.
053400 5000-EXIT.
053500     EXIT.
053600
053700 5100-FETCH-INSPECTION.
053800     EXEC SQL
053900         FETCH IHC
054000          INTO :IN-INSPECTION-DATE, :IN-INSPECT-RESULT,
054100               :IN-VIOLATION-CODES, :IN-INSPECTOR-ID,
054200               :IN-RESIDENT-COUNT, :IN-ENTERED-BY
054300     END-EXEC.
054400     EVALUATE SQLCODE
054500         WHEN ZERO
054600             ADD 1 TO WS-ROW-IX
054700             MOVE SPACES              TO WS-HL-CODES
054800             MOVE IN-INSPECTION-DATE  TO WS-HL-DATE
054900             IF IN-RESULT-PASS
055000                 MOVE 'PASS'          TO WS-HL-RESULT
055100             ELSE
055200                 MOVE 'FAIL'          TO WS-HL-RESULT
055300             END-IF
055400             MOVE IN-VIOLATION-CODES(1:2) TO WS-HL-CODE(1)
055500             MOVE IN-VIOLATION-CODES(3:2) TO WS-HL-CODE(2)
055600             MOVE IN-VIOLATION-CODES(5:2) TO WS-HL-CODE(3)
055700             MOVE IN-VIOLATION-CODES(7:2) TO WS-HL-CODE(4)
055800             MOVE IN-INSPECTOR-ID     TO WS-HL-INSPECTOR
055900             MOVE IN-RESIDENT-COUNT   TO WS-HL-RESIDENTS
056000             MOVE IN-ENTERED-BY       TO WS-HL-ENTERED-BY
056100             MOVE WS-HISTORY-LINE     TO
056200                 WS-PAGE-LINE(WS-ROW-IX)
056300         WHEN 100
056400             MOVE 'Y' TO WS-FETCH-DONE-SW
056500         WHEN OTHER
056600             MOVE 'Y' TO WS-FETCH-DONE-SW
056700             MOVE 'INSPECTION LIST FETCH FAILED - SEE OPERATOR'
056800                 TO MSGOUTO
056900     END-EVALUATE.
057000 5100-EXIT.
057100     EXIT.
057200
057300 3900-SEND-SCREEN.
057400     EXEC CICS SEND MAP(WS-MAP-NAME)
057500         MAPSET(WS-MAPSET-NAME)
057600         DATAONLY
057700         CURSOR
057800     END-EXEC.
057900 3900-EXIT.
058000     EXIT.
058100
058200 8600-WRITE-CICS-LOG.
058300     MOVE SPACES                 TO CL-RESIDENT-ID.
058400     EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
058500     EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
058600         YYYYMMDD(WS-CICS-DATE)
058700         DATESEP('-')
058800         TIME(WS-CICS-TIME)
058900         TIMESEP('.')
059000     END-EXEC.
059100     STRING WS-CICS-DATE   DELIMITED BY SIZE
059200            '-'            DELIMITED BY SIZE
059300            WS-CICS-TIME   DELIMITED BY SIZE
059400            '.000000'      DELIMITED BY SIZE
059500         INTO CL-UPDATE-TS
059600     END-STRING.
059700     MOVE HT-OPERATOR-ID         TO CL-OPERATOR-ID.
059800     MOVE HT-TERMINAL-ID         TO CL-TERMINAL-ID.
059900     MOVE WS-CHECK-HALL-CODE     TO CL-HALL-CODE.
060000     MOVE WS-ROOM-IN             TO CL-ROOM-NUMBER.
060100     EXEC CICS WRITEQ TD QUEUE('CICL')
060200         FROM(CICS-LOG-RECORD)
060300         LENGTH(LENGTH OF CICS-LOG-RECORD)
060400     END-EXEC.
060500 8600-EXIT.
060600     EXIT.
060700
060800 6000-LOG-TRANSACTION-ACCESS.
060900     MOVE EIBUSERID              TO HT-OPERATOR-ID.
061000     MOVE EIBTRMID               TO HT-TERMINAL-ID.
061100     DISPLAY "RESINSP - USER " HT-OPERATOR-ID
061200         " TERM " HT-TERMINAL-ID
061300         " HALL " HT-HALL-CODE " ROOM " HT-ROOM-NUMBER.
061400 6000-EXIT.
061500     EXIT.
061600
061700 8000-END-SESSION.
061800     PERFORM 6000-LOG-TRANSACTION-ACCESS THRU 6000-EXIT.
061900     EXEC CICS SEND TEXT
062000         FROM('SESSION ENDED - THANK YOU')
062100         LENGTH(25)
062200         ERASE
062300         FREEKB
062400     END-EXEC.
062500     EXEC CICS RETURN END-EXEC.
062600 8000-EXIT.
062700     EXIT.
062800
062900 END PROGRAM resinsp.
