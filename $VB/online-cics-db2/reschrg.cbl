000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. reschrg.
000300 AUTHOR. RESLIFE-IT-ONLINE-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - DAMAGE AND LOST-KEY CHARGES  *
000900*              (TRANSACTION HCHG, MAPSET RCHGMAP). THE HALL      *
001000*              OFFICE USED TO PHONE DAMAGE AND KEY-REPLACEMENT   *
001100*              CHARGES TO THE BURSAR. KEY A RESIDENT ID TO LIST  *
001200*              THE RESIDENT'S CHARGES; ACTION 'A' ASSESSES A     *
001300*              'D' DAMAGE CHARGE AGAINST THE TURNOVER WORK ORDER *
001400*              FOR THE HALL/ROOM THAT CAME BACK DAMAGE-NOTED, OR *
001500*              A 'K' KEY CHARGE AGAINST A KEY SERIAL ISSUED TO   *
001600*              THE RESIDENT. 'P' APPROVES A PENDING CHARGE - A   *
001700*              SECOND OPERATOR, NOT THE ONE WHO ASSESSED IT - SO *
001800*              THE AR INTERFACE RUN (RESARCHG) SENDS IT; 'R'     *
001900*              REVERSES ONE (CANCELLED IF NOT YET SENT, OTHERWISE*
002000*              A CREDIT GOES TO THE BURSAR ON THE NEXT RUN).     *
002100*              ASSESS/APPROVE/REVERSE NEED THE NEW 'C' LETTER ON *
002200*              THE OPERATOR'S ACTIVE OPERATOR_AUTH ROW; A DENIED *
002300*              ATTEMPT IS LOGGED TO CICL AS AN 'X' ENTRY. THE    *
002400*              CHARGE ROW ITSELF CARRIES THE OPERATOR, TERMINAL, *
002500*              AND TIMESTAMP OF THE ASSESSMENT.                  *
002533*  2026-10-15 FMV THE OPERATOR_AUTH FUNCTION LIST (SEE           *
002566*              COPYBOOKS/OPAUTDCL) IS NOW 16 LETTERS LONG AND    *
002599*              THE AUTHORIZATION CHECK LOOKS FOR THE 'C' LETTER  *
002632*              IN ALL 16 POSITIONS.                              *
002665*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000
003100 DATA DIVISION.
003200 WORKING-STORAGE SECTION.
003300     EXEC SQL INCLUDE SQLCA END-EXEC.
003400
003500     COPY CHRGDCL.
003600
003700     COPY WRKODCL.
003800
003900     COPY KEYDCL.
004000
004100     COPY OPAUTDCL.
004200
004300     COPY RCHGMAPS.
004400
004500     COPY DFHAID.
004600
004700 01  WS-COMMAREA.
004800     COPY RCHGCOMM.
004900
005000 01  WS-MAP-NAME                 PIC X(07)      VALUE 'RCHGMAP'.
005100 01  WS-MAPSET-NAME              PIC X(07)      VALUE 'RCHGMAP'.
005200
005300 01  CICS-LOG-RECORD.
005400     COPY CICSLOG.
005500
005600*****************************************************************
005700* INPUT FIELDS ARE COPIED OUT OF THE MAP BEFORE THE OUTPUT AREA  *
005800*           (WHICH REDEFINES IT) IS CLEARED FOR THE REPLY.       *
005900*****************************************************************
006000 01  WS-ACTION-IN                PIC X(01)      VALUE SPACE.
006100 01  WS-TYPE-IN                  PIC X(01)      VALUE SPACE.
006200 01  WS-HALL-IN                  PIC X(04)      VALUE SPACES.
006300 01  WS-ROOM-IN                  PIC X(06)      VALUE SPACES.
006400 01  WS-KEY-IN                   PIC X(10)      VALUE SPACES.
006500 01  WS-DESC-IN                  PIC X(30)      VALUE SPACES.
006600 01  WS-AMOUNT-IN.
006700     05 WS-DOLLARS-IN            PIC X(05)      VALUE SPACES.
006800     05 WS-CENTS-IN              PIC X(02)      VALUE SPACES.
006900 01  WS-AMOUNT-NUM REDEFINES WS-AMOUNT-IN
007000                                 PIC 9(05)V99.
007100 01  WS-SEQ-IN                   PIC X(03)      VALUE SPACES.
007200 01  WS-SEQ-NUM REDEFINES WS-SEQ-IN
007300                                 PIC 9(03).
007400
007500 01  WS-ADMIN-OK-SW              PIC X(01)      VALUE 'N'.
007600     88 WS-ADMIN-OK                     VALUE 'Y'.
007700 01  WS-ADMIN-FUNCTIONS          PIC X(16)      VALUE SPACES.
007800 01  WS-ADMIN-STATUS             PIC X(01)      VALUE SPACE.
007900
008000 01  WS-CHARGE-FOUND-SW          PIC X(01)      VALUE 'N'.
008100     88 WS-CHARGE-FOUND                 VALUE 'Y'.
008200 01  WS-OPEN-CHARGE-COUNT        PIC S9(9) COMP VALUE ZERO.
008300 01  WS-NEW-STATUS               PIC X(01)      VALUE SPACE.
008400 01  WS-SEQ-DISPLAY              PIC ZZ9.
008500 77  WS-MAX-CHARGE-SEQ           PIC S9(4) COMP VALUE 999.
008600
008700 01  WS-ABS-TIME                 PIC S9(15)     COMP-3.
008800 01  WS-CICS-DATE                PIC X(10).
008900 01  WS-CICS-TIME                PIC X(08).
009000
009100     EXEC SQL
009200         DECLARE CC CURSOR FOR
009300         SELECT CHARGE_SEQ, CHARGE_TYPE, HALL_CODE, ROOM_NUMBER,
009400                KEY_SERIAL, CHARGE_AMOUNT, CHARGE_STATUS,
009500                CHARGE_DESC
009600           FROM RESIDENT_CHARGE
009700          WHERE RESIDENT_ID = :HD-RESIDENT-ID
009800          ORDER BY CHARGE_SEQ DESC
009900     END-EXEC.
010000
010100 01  WS-CHARGE-LINE.
010200     05 WS-CL-SEQ                PIC ZZ9.
010300     05 FILLER                   PIC X(02)      VALUE SPACES.
010400     05 WS-CL-TYPE               PIC X(01).
010500     05 FILLER                   PIC X(02)      VALUE SPACES.
010600     05 WS-CL-HALL               PIC X(04).
010700     05 FILLER                   PIC X(01)      VALUE '/'.
010800     05 WS-CL-ROOM               PIC X(06).
010900     05 FILLER                   PIC X(02)      VALUE SPACES.
011000     05 WS-CL-KEY-SERIAL         PIC X(10).
011100     05 FILLER                   PIC X(02)      VALUE SPACES.
011200     05 WS-CL-AMOUNT             PIC ZZ,ZZ9.99.
011300     05 FILLER                   PIC X(02)      VALUE SPACES.
011400     05 WS-CL-STATUS             PIC X(01).
011500     05 FILLER                   PIC X(03)      VALUE SPACES.
011600     05 WS-CL-DESC               PIC X(22).
011700
011800 01  WS-ROW-IX                   PIC 9(02) COMP VALUE ZERO.
011900 01  WS-FETCH-DONE-SW            PIC X(01)      VALUE 'N'.
012000     88 WS-FETCH-DONE                   VALUE 'Y'.
012100
012200 01  WS-PAGE-LINES.
012300     05 WS-PAGE-LINE             OCCURS 5 TIMES
012400                                 PIC X(70).
012500
012600 LINKAGE SECTION.
012700 01  DFHCOMMAREA.
012800     05 LK-COMMAREA-DATA         PIC X(21).
012900
013000 PROCEDURE DIVISION.
013100
013200 0000-MAIN.
013300     IF EIBCALEN = ZERO
013400         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
013500     ELSE
013600         MOVE DFHCOMMAREA TO WS-COMMAREA
013700         EVALUATE EIBAID
013800             WHEN DFHPF3
013900                 PERFORM 8000-END-SESSION THRU 8000-EXIT
014000                 GO TO 0000-EXIT
014100             WHEN OTHER
014200                 PERFORM 2000-RECEIVE-AND-APPLY THRU 2000-EXIT
014300         END-EVALUATE
014400     END-IF.
014500
014600     PERFORM 6000-LOG-TRANSACTION-ACCESS THRU 6000-EXIT.
014700
014800     EXEC CICS RETURN
014900         TRANSID('HCHG')
015000         COMMAREA(WS-COMMAREA)
015100     END-EXEC.
015200 0000-EXIT.
015300     EXIT.
015400
015500 1000-SEND-INITIAL-MAP.
015600     MOVE LOW-VALUES TO RCHGMAPO.
015700     MOVE SPACES TO MSGOUTO.
015800     MOVE 'I' TO HD-FUNCTION-CODE.
015900     MOVE SPACES TO HD-RESIDENT-ID.
016000
016100     EXEC CICS SEND MAP(WS-MAP-NAME)
016200         MAPSET(WS-MAPSET-NAME)
016300         ERASE
016400     END-EXEC.
016500 1000-EXIT.
016600     EXIT.
016700
016800 2000-RECEIVE-AND-APPLY.
016900     EXEC CICS RECEIVE MAP(WS-MAP-NAME)
017000         MAPSET(WS-MAPSET-NAME)
017100     END-EXEC.
017200
017300     IF RESIDINI NOT = SPACES AND RESIDINI NOT = LOW-VALUES
017400         MOVE RESIDINI TO HD-RESIDENT-ID
017500     END-IF.
017600     MOVE ACTINI  TO WS-ACTION-IN.
017700     MOVE TYPEINI TO WS-TYPE-IN.
017800     MOVE HALLINI TO WS-HALL-IN.
017900     MOVE ROOMINI TO WS-ROOM-IN.
018000     MOVE KEYINI  TO WS-KEY-IN.
018100     MOVE DOLLINI TO WS-DOLLARS-IN.
018200     MOVE CENTINI TO WS-CENTS-IN.
018300     MOVE DESCINI TO WS-DESC-IN.
018400     MOVE SEQINI  TO WS-SEQ-IN.
018500     INSPECT WS-TYPE-IN REPLACING ALL LOW-VALUES BY SPACES.
018600     INSPECT WS-HALL-IN REPLACING ALL LOW-VALUES BY SPACES.
018700     INSPECT WS-ROOM-IN REPLACING ALL LOW-VALUES BY SPACES.
018800     INSPECT WS-KEY-IN REPLACING ALL LOW-VALUES BY SPACES.
018900     INSPECT WS-DESC-IN REPLACING ALL LOW-VALUES BY SPACES.
019000     MOVE LOW-VALUES TO RCHGMAPO.
019100
019200     IF HD-RESIDENT-ID = SPACES OR HD-RESIDENT-ID = LOW-VALUES
019300        OR HD-RESIDENT-ID NOT NUMERIC
019400         MOVE 'ENTER AN 8-DIGIT RESIDENT ID' TO MSGOUTO
019500         MOVE SPACES TO HD-RESIDENT-ID
019600         PERFORM 3900-SEND-SCREEN THRU 3900-EXIT
019700         GO TO 2000-EXIT
019800     END-IF.
019900
020000     EVALUATE WS-ACTION-IN
020100         WHEN 'A'
020200             MOVE 'A' TO HD-FUNCTION-CODE
020300             PERFORM 2500-CHECK-CHARGE-AUTH THRU 2500-EXIT
020400             IF WS-ADMIN-OK
020500                 PERFORM 3000-ASSESS-CHARGE THRU 3000-EXIT
020600             END-IF
020700         WHEN 'P'
020800             MOVE 'P' TO HD-FUNCTION-CODE
020900             PERFORM 2500-CHECK-CHARGE-AUTH THRU 2500-EXIT
021000             IF WS-ADMIN-OK
021100                 PERFORM 3400-APPROVE-CHARGE THRU 3400-EXIT
021200             END-IF
021300         WHEN 'R'
021400             MOVE 'R' TO HD-FUNCTION-CODE
021500             PERFORM 2500-CHECK-CHARGE-AUTH THRU 2500-EXIT
021600             IF WS-ADMIN-OK
021700                 PERFORM 3600-REVERSE-CHARGE THRU 3600-EXIT
021800             END-IF
021900         WHEN OTHER
022000             MOVE 'I' TO HD-FUNCTION-CODE
022100             MOVE SPACES TO MSGOUTO
022200     END-EVALUATE.
022300
022400     PERFORM 5000-LIST-CHARGES THRU 5000-EXIT.
022500     PERFORM 3900-SEND-SCREEN THRU 3900-EXIT.
022600 2000-EXIT.
022700     EXIT.
022800
022900*****************************************************************
023000* 2500-CHECK-CHARGE-AUTH - ASSESSING, APPROVING, OR REVERSING A  *
023100*           CHARGE IS HONORED ONLY FOR A SIGNED-ON OPERATOR WHOSE*
023200*           ACTIVE OPERATOR_AUTH ROW CARRIES THE 'C' CHARGES     *
023300*           LETTER. FAIL CLOSED ON NO ROW, A REVOKED ROW, OR ANY *
023400*           LOOKUP ERROR; A DENIED ATTEMPT GOES TO CICL WITH THE *
023500*           'X' CODE THE SAME AS EVERY OTHER SCREEN.             *
023600*****************************************************************
023700 2500-CHECK-CHARGE-AUTH.
023800     MOVE 'N' TO WS-ADMIN-OK-SW.
023900     MOVE EIBUSERID TO HD-OPERATOR-ID.
024000     MOVE EIBTRMID  TO HD-TERMINAL-ID.
024100     MOVE HD-OPERATOR-ID TO OA-OPERATOR-ID.
024200     EXEC SQL
024300         SELECT ALLOW_FUNCTIONS, AUTH_STATUS
024400           INTO :WS-ADMIN-FUNCTIONS, :WS-ADMIN-STATUS
024500           FROM OPERATOR_AUTH
024600          WHERE OPERATOR_ID = :OA-OPERATOR-ID
024700     END-EXEC.
024800     EVALUATE TRUE
024900         WHEN SQLCODE NOT = ZERO
025000             CONTINUE
025100         WHEN WS-ADMIN-STATUS NOT = 'A'
025200             CONTINUE
025300         WHEN WS-ADMIN-FUNCTIONS(1:1) = 'C'
025400          OR WS-ADMIN-FUNCTIONS(2:1) = 'C'
025500          OR WS-ADMIN-FUNCTIONS(3:1) = 'C'
025600          OR WS-ADMIN-FUNCTIONS(4:1) = 'C'
025700          OR WS-ADMIN-FUNCTIONS(5:1) = 'C'
025800          OR WS-ADMIN-FUNCTIONS(6:1) = 'C'
025900          OR WS-ADMIN-FUNCTIONS(7:1) = 'C'
026000          OR WS-ADMIN-FUNCTIONS(8:1) = 'C'
026010          OR WS-ADMIN-FUNCTIONS(9:1) = 'C'
026020          OR WS-ADMIN-FUNCTIONS(10:1) = 'C'
026030          OR WS-ADMIN-FUNCTIONS(11:1) = 'C'
026040          OR WS-ADMIN-FUNCTIONS(12:1) = 'C'
026050          OR WS-ADMIN-FUNCTIONS(13:1) = 'C'
026060          OR WS-ADMIN-FUNCTIONS(14:1) = 'C'
026070          OR WS-ADMIN-FUNCTIONS(15:1) = 'C'
026080          OR WS-ADMIN-FUNCTIONS(16:1) = 'C'
026100             MOVE 'Y' TO WS-ADMIN-OK-SW
026200         WHEN OTHER
026300             CONTINUE
026400     END-EVALUATE.
026500     IF NOT WS-ADMIN-OK
026600         MOVE 'NOT AUTHORIZED FOR RESIDENT CHARGES' TO MSGOUTO
026700         MOVE 'X' TO CL-TRANS-CODE
026800         PERFORM 8600-WRITE-CICS-LOG THRU 8600-EXIT
026900     END-IF.
027000 2500-EXIT.
027100     EXIT.
027200
027300*****************************************************************
027400* 3000-ASSESS-CHARGE - VALIDATE THE CHARGE AGAINST ITS WORK      *
027500*           ORDER OR KEY SERIAL, REFUSE A SECOND OPEN CHARGE FOR *
027600*           THE SAME REFERENCE, AND INSERT IT 'P' PENDING UNDER  *
027700*           THE RESIDENT'S NEXT CHARGE SEQUENCE NUMBER.          *
027800*****************************************************************
027900 3000-ASSESS-CHARGE.
028000     IF WS-TYPE-IN NOT = 'D' AND WS-TYPE-IN NOT = 'K'
028100         MOVE 'CHARGE TYPE MUST BE D (DAMAGE) OR K (KEY)'
028200             TO MSGOUTO
028300         GO TO 3000-EXIT
028400     END-IF.
028500     IF WS-DOLLARS-IN = SPACES OR WS-DOLLARS-IN = LOW-VALUES
028600         MOVE ZERO TO WS-DOLLARS-IN
028700     END-IF.
028800     IF WS-CENTS-IN = SPACES OR WS-CENTS-IN = LOW-VALUES
028900         MOVE ZERO TO WS-CENTS-IN
029000     END-IF.
029100     IF WS-AMOUNT-IN NOT NUMERIC
029200         MOVE 'AMOUNT MUST BE NUMERIC' TO MSGOUTO
029300         GO TO 3000-EXIT
029400     END-IF.
029500     IF WS-AMOUNT-NUM = ZERO
029600         MOVE 'AMOUNT MUST BE GREATER THAN ZERO' TO MSGOUTO
029700         GO TO 3000-EXIT
029800     END-IF.
029900
030000     MOVE HD-RESIDENT-ID TO CH-RESIDENT-ID.
030100     MOVE WS-TYPE-IN     TO CH-CHARGE-TYPE.
030200     IF CH-TYPE-DAMAGE
030300         PERFORM 3100-FIND-WORK-ORDER THRU 3100-EXIT
030400     ELSE
030500         PERFORM 3200-FIND-KEY-ISSUE THRU 3200-EXIT
030600     END-IF.
030700     IF NOT WS-CHARGE-FOUND
030800         GO TO 3000-EXIT
030900     END-IF.
031000
031100*    ONE OPEN CHARGE PER WORK ORDER OR KEY - A CANCELLED OR
031200*    CREDITED CHARGE NO LONGER COUNTS, SO IT MAY BE RE-ASSESSED.
031300     EXEC SQL
031400         SELECT COUNT(*)
031500           INTO :WS-OPEN-CHARGE-COUNT
031600           FROM RESIDENT_CHARGE
031700          WHERE RESIDENT_ID   = :CH-RESIDENT-ID
031800            AND CHARGE_TYPE   = :CH-CHARGE-TYPE
031900            AND HALL_CODE     = :CH-HALL-CODE
032000            AND ROOM_NUMBER   = :CH-ROOM-NUMBER
032100            AND KEY_SERIAL    = :CH-KEY-SERIAL
032200            AND REF_DATE      = :CH-REF-DATE
032300            AND CHARGE_STATUS NOT IN ('X', 'C')
032400     END-EXEC.
032500     IF SQLCODE NOT = ZERO
032600         MOVE 'CHARGE LOOKUP FAILED - SEE OPERATOR' TO MSGOUTO
032700         GO TO 3000-EXIT
032800     END-IF.
032900     IF WS-OPEN-CHARGE-COUNT > ZERO
033000         MOVE 'CHARGE ALREADY OPEN FOR THAT WORK ORDER OR KEY'
033100             TO MSGOUTO
033200         GO TO 3000-EXIT
033300     END-IF.
033400
033500     EXEC SQL
033600         SELECT VALUE(MAX(CHARGE_SEQ), 0)
033700           INTO :CH-CHARGE-SEQ
033800           FROM RESIDENT_CHARGE
033900          WHERE RESIDENT_ID = :CH-RESIDENT-ID
034000     END-EXEC.
034100     IF SQLCODE NOT = ZERO
034200         MOVE 'CHARGE LOOKUP FAILED - SEE OPERATOR' TO MSGOUTO
034300         GO TO 3000-EXIT
034400     END-IF.
034500     IF CH-CHARGE-SEQ >= WS-MAX-CHARGE-SEQ
034600         MOVE 'RESIDENT HAS TOO MANY CHARGES - SEE THE BURSAR'
034700             TO MSGOUTO
034800         GO TO 3000-EXIT
034900     END-IF.
035000     ADD 1 TO CH-CHARGE-SEQ.
035100
035200     MOVE WS-AMOUNT-NUM  TO CH-CHARGE-AMOUNT.
035300     MOVE WS-DESC-IN     TO CH-CHARGE-DESC.
035400     IF CH-CHARGE-DESC = SPACES
035500         IF CH-TYPE-DAMAGE
035600             MOVE 'ROOM DAMAGE AT CHECKOUT' TO CH-CHARGE-DESC
035700         ELSE
035800             MOVE 'KEY REPLACEMENT' TO CH-CHARGE-DESC
035900         END-IF
036000     END-IF.
036100     MOVE 'P'            TO CH-CHARGE-STATUS.
036200     MOVE HD-OPERATOR-ID TO CH-ASSESS-OPERATOR.
036300     MOVE HD-TERMINAL-ID TO CH-ASSESS-TERMINAL.
036400     EXEC SQL
036500         INSERT INTO RESIDENT_CHARGE
036600             ( RESIDENT_ID, CHARGE_SEQ, CHARGE_TYPE, HALL_CODE,
036700               ROOM_NUMBER, KEY_SERIAL, REF_DATE, CHARGE_AMOUNT,
036800               CHARGE_DESC, CHARGE_STATUS, ASSESS_OPERATOR,
036900               ASSESS_TERMINAL, ASSESS_TS,
037000               LAST_UPDATE_TS, LAST_UPDATE_PGM )
037100         VALUES
037200             ( :CH-RESIDENT-ID, :CH-CHARGE-SEQ, :CH-CHARGE-TYPE,
037300               :CH-HALL-CODE, :CH-ROOM-NUMBER, :CH-KEY-SERIAL,
037400               :CH-REF-DATE, :CH-CHARGE-AMOUNT, :CH-CHARGE-DESC,
037500               :CH-CHARGE-STATUS, :CH-ASSESS-OPERATOR,
037600               :CH-ASSESS-TERMINAL, CURRENT TIMESTAMP,
037700               CURRENT TIMESTAMP, 'RESCHRG' )
037800     END-EXEC.
037900     IF SQLCODE NOT = ZERO
038000         MOVE 'CHARGE INSERT FAILED - SEE OPERATOR' TO MSGOUTO
038100         GO TO 3000-EXIT
038200     END-IF.
038300     MOVE CH-CHARGE-SEQ TO WS-SEQ-DISPLAY.
038400     STRING 'CHARGE ' WS-SEQ-DISPLAY
038500            ' ASSESSED - PENDING APPROVAL'
038600         DELIMITED BY SIZE INTO MSGOUTO.
038700 3000-EXIT.
038800     EXIT.
038900
039000*****************************************************************
039100* 3100-FIND-WORK-ORDER - A DAMAGE CHARGE NEEDS THE TURNOVER WORK *
039200*           ORDER FOR THE RESIDENT'S VACATED HALL/ROOM THAT      *
039300*           FACILITIES SIGNED OFF WITH THE DAMAGE FLAG SET. THE  *
039400*           LATEST SUCH ORDER'S VACATE DATE IS THE REFERENCE.    *
039500*****************************************************************
039600 3100-FIND-WORK-ORDER.
039700     MOVE 'N' TO WS-CHARGE-FOUND-SW.
039800     IF WS-HALL-IN = SPACES OR WS-ROOM-IN = SPACES
039900         MOVE 'HALL AND ROOM ARE REQUIRED FOR A DAMAGE CHARGE'
040000             TO MSGOUTO
040100         GO TO 3100-EXIT
040200     END-IF.
040300     MOVE WS-HALL-IN     TO WK-HALL-CODE.
040400     MOVE WS-ROOM-IN     TO WK-ROOM-NUMBER.
040500     MOVE HD-RESIDENT-ID TO WK-RESIDENT-ID.
040600     EXEC SQL
040700         SELECT VACATE_DATE
040800           INTO :WK-VACATE-DATE
040900           FROM WORK_ORDER
041000          WHERE HALL_CODE    = :WK-HALL-CODE
041100            AND ROOM_NUMBER  = :WK-ROOM-NUMBER
041200            AND RESIDENT_ID  = :WK-RESIDENT-ID
041300            AND DAMAGE_NOTED = 'Y'
041400            AND VACATE_DATE IS NOT NULL
041500          ORDER BY VACATE_DATE DESC
041600          FETCH FIRST 1 ROW ONLY
041700     END-EXEC.
041800     EVALUATE SQLCODE
041900         WHEN ZERO
042000             MOVE 'Y'            TO WS-CHARGE-FOUND-SW
042100             MOVE WK-HALL-CODE   TO CH-HALL-CODE
042200             MOVE WK-ROOM-NUMBER TO CH-ROOM-NUMBER
042300             MOVE SPACES         TO CH-KEY-SERIAL
042400             MOVE WK-VACATE-DATE TO CH-REF-DATE
042500         WHEN 100
042600             MOVE 'NO DAMAGE-NOTED WORK ORDER FOR THAT ROOM'
042700                 TO MSGOUTO
042800         WHEN OTHER
042900             MOVE 'WORK ORDER LOOKUP FAILED - SEE OPERATOR'
043000                 TO MSGOUTO
043100     END-EVALUATE.
043200 3100-EXIT.
043300     EXIT.
043400
043500*****************************************************************
043600* 3200-FIND-KEY-ISSUE - A KEY CHARGE NEEDS AN ISSUE ROW FOR THAT *
043700*           SERIAL TO THIS RESIDENT, STILL OUT OR RECORDED BACK  *
043800*           AT MOVE-OUT. THE HALL/ROOM COME FROM THE KEY ROW AND *
043900*           THE ISSUE DATE IS THE REFERENCE.                     *
044000*****************************************************************
044100 3200-FIND-KEY-ISSUE.
044200     MOVE 'N' TO WS-CHARGE-FOUND-SW.
044300     IF WS-KEY-IN = SPACES
044400         MOVE 'KEY SERIAL IS REQUIRED FOR A KEY CHARGE' TO MSGOUTO
044500         GO TO 3200-EXIT
044600     END-IF.
044700     MOVE WS-KEY-IN      TO KY-KEY-SERIAL.
044800     MOVE HD-RESIDENT-ID TO KY-RESIDENT-ID.
044900     EXEC SQL
045000         SELECT HALL_CODE, ROOM_NUMBER,
045100                VALUE(ISSUE_DATE, CURRENT DATE)
045200           INTO :KY-HALL-CODE, :KY-ROOM-NUMBER, :KY-ISSUE-DATE
045300           FROM KEY_INVENTORY
045400          WHERE KEY_SERIAL  = :KY-KEY-SERIAL
045500            AND RESIDENT_ID = :KY-RESIDENT-ID
045600            AND KEY_STATUS IN ('I', 'R')
045700          ORDER BY ISSUE_DATE DESC
045800          FETCH FIRST 1 ROW ONLY
045900     END-EXEC.
046000     EVALUATE SQLCODE
046100         WHEN ZERO
046200             MOVE 'Y'            TO WS-CHARGE-FOUND-SW
046300             MOVE KY-HALL-CODE   TO CH-HALL-CODE
046400             MOVE KY-ROOM-NUMBER TO CH-ROOM-NUMBER
046500             MOVE KY-KEY-SERIAL  TO CH-KEY-SERIAL
046600             MOVE KY-ISSUE-DATE  TO CH-REF-DATE
046700         WHEN 100
046800             MOVE 'KEY SERIAL WAS NEVER ISSUED TO THIS RESIDENT'
046900                 TO MSGOUTO
047000         WHEN OTHER
047100             MOVE 'KEY LOOKUP FAILED - SEE OPERATOR' TO MSGOUTO
047200     END-EVALUATE.
047300 3200-EXIT.
047400     EXIT.
047500
047600*****************************************************************
047700* 3300-READ-CHARGE - LOOK UP THE RESIDENT'S CHARGE BY THE        *
047800*           SEQUENCE NUMBER KEYED ON THE SCREEN.                 *
047900*****************************************************************
048000 3300-READ-CHARGE.
048100     MOVE 'N' TO WS-CHARGE-FOUND-SW.
048200     IF WS-SEQ-IN NOT NUMERIC OR WS-SEQ-NUM = ZERO
048300         MOVE 'ENTER THE CHARGE SEQ FROM THE LIST' TO MSGOUTO
048400         GO TO 3300-EXIT
048500     END-IF.
048600     MOVE HD-RESIDENT-ID TO CH-RESIDENT-ID.
048700     MOVE WS-SEQ-NUM     TO CH-CHARGE-SEQ.
048800     EXEC SQL
048900         SELECT CHARGE_STATUS, ASSESS_OPERATOR
049000           INTO :CH-CHARGE-STATUS, :CH-ASSESS-OPERATOR
049100           FROM RESIDENT_CHARGE
049200          WHERE RESIDENT_ID = :CH-RESIDENT-ID
049300            AND CHARGE_SEQ  = :CH-CHARGE-SEQ
049400     END-EXEC.
049500     EVALUATE SQLCODE
049600         WHEN ZERO
049700             MOVE 'Y' TO WS-CHARGE-FOUND-SW
049800         WHEN 100
049900             MOVE 'NO SUCH CHARGE FOR THIS RESIDENT' TO MSGOUTO
050000         WHEN OTHER
050100             MOVE 'CHARGE LOOKUP FAILED - SEE OPERATOR' TO MSGOUTO
050200     END-EVALUATE.
050300 3300-EXIT.
050400     EXIT.
050500
050600*****************************************************************
050700* 3400-APPROVE-CHARGE - A PENDING CHARGE GOES 'A' APPROVED FOR   *
050800*           THE NEXT AR INTERFACE RUN. THE APPROVER MUST NOT BE  *
050900*           THE OPERATOR WHO ASSESSED IT.                        *
051000*****************************************************************
051100 3400-APPROVE-CHARGE.
051200     PERFORM 3300-READ-CHARGE THRU 3300-EXIT.
051300     IF NOT WS-CHARGE-FOUND
051400         GO TO 3400-EXIT
051500     END-IF.
051600     IF NOT CH-STATUS-PENDING
051700         MOVE 'ONLY A PENDING CHARGE CAN BE APPROVED' TO MSGOUTO
051800         GO TO 3400-EXIT
051900     END-IF.
052000     IF CH-ASSESS-OPERATOR = HD-OPERATOR-ID
052100         MOVE 'CHARGE MUST BE APPROVED BY A SECOND OPERATOR'
052200             TO MSGOUTO
052300         GO TO 3400-EXIT
052400     END-IF.
052500     MOVE HD-OPERATOR-ID TO CH-APPROVE-OPERATOR.
052600     EXEC SQL
052700         UPDATE RESIDENT_CHARGE
052800            SET CHARGE_STATUS    = 'A',
052900                APPROVE_OPERATOR = :CH-APPROVE-OPERATOR,
053000                LAST_UPDATE_TS   = CURRENT TIMESTAMP,
053100                LAST_UPDATE_PGM  = 'RESCHRG'
053200          WHERE RESIDENT_ID      = :CH-RESIDENT-ID
053300            AND CHARGE_SEQ       = :CH-CHARGE-SEQ
053400            AND CHARGE_STATUS    = 'P'
053500     END-EXEC.
053600     EVALUATE SQLCODE
053700         WHEN ZERO
053800             MOVE CH-CHARGE-SEQ TO WS-SEQ-DISPLAY
053900             STRING 'CHARGE ' WS-SEQ-DISPLAY
054000                    ' APPROVED FOR THE BURSAR'
054100                 DELIMITED BY SIZE INTO MSGOUTO
054200         WHEN 100
054300             MOVE 'CHARGE CHANGED BY ANOTHER USER - RETRY'
054400                 TO MSGOUTO
054500         WHEN OTHER
054600             MOVE 'CHARGE UPDATE FAILED - SEE OPERATOR' TO MSGOUTO
054700     END-EVALUATE.
054800 3400-EXIT.
054900     EXIT.
055000
055100*****************************************************************
055200* 3600-REVERSE-CHARGE - A CHARGE NOT YET SENT IS SIMPLY 'X'      *
055300*           CANCELLED; A SENT ONE GOES 'R' SO THE NEXT AR        *
055400*           INTERFACE RUN SENDS THE BURSAR A MATCHING CREDIT.    *
055500*           THE UPDATE IS GUARDED BY THE STATUS JUST READ, SO A  *
055600*           CHARGE THE INTERFACE RUN SENT IN BETWEEN IS RETRIED. *
055700*****************************************************************
055800 3600-REVERSE-CHARGE.
055900     PERFORM 3300-READ-CHARGE THRU 3300-EXIT.
056000     IF NOT WS-CHARGE-FOUND
056100         GO TO 3600-EXIT
056200     END-IF.
056300     EVALUATE TRUE
056400         WHEN CH-STATUS-PENDING OR CH-STATUS-APPROVED
056500             MOVE 'X' TO WS-NEW-STATUS
056600         WHEN CH-STATUS-SENT
056700             MOVE 'R' TO WS-NEW-STATUS
056800         WHEN OTHER
056900             MOVE 'CHARGE IS ALREADY REVERSED OR CANCELLED'
057000                 TO MSGOUTO
057100             GO TO 3600-EXIT
057200     END-EVALUATE.
057300     MOVE HD-OPERATOR-ID TO CH-REVERSE-OPERATOR.
057400     EXEC SQL
057500         UPDATE RESIDENT_CHARGE
057600            SET CHARGE_STATUS    = :WS-NEW-STATUS,
057700                REVERSE_OPERATOR = :CH-REVERSE-OPERATOR,
057800                LAST_UPDATE_TS   = CURRENT TIMESTAMP,
057900                LAST_UPDATE_PGM  = 'RESCHRG'
058000          WHERE RESIDENT_ID      = :CH-RESIDENT-ID
058100            AND CHARGE_SEQ       = :CH-CHARGE-SEQ
058200            AND CHARGE_STATUS    = :CH-CHARGE-STATUS
058300     END-EXEC.
058400     EVALUATE SQLCODE
058500         WHEN ZERO
058600             MOVE CH-CHARGE-SEQ TO WS-SEQ-DISPLAY
058700             IF WS-NEW-STATUS = 'X'
058800                 STRING 'CHARGE ' WS-SEQ-DISPLAY
058900                        ' CANCELLED - NOTHING WAS SENT'
059000                     DELIMITED BY SIZE INTO MSGOUTO
059100             ELSE
059200                 STRING 'CHARGE ' WS-SEQ-DISPLAY
059300                        ' REVERSED - CREDIT GOES TO THE BURSAR'
059400                     DELIMITED BY SIZE INTO MSGOUTO
059500             END-IF
059600         WHEN 100
059700             MOVE 'CHARGE CHANGED BY ANOTHER USER - RETRY'
059800                 TO MSGOUTO
059900         WHEN OTHER
060000             MOVE 'CHARGE UPDATE FAILED - SEE OPERATOR' TO MSGOUTO
060100     END-EVALUATE.
060200 3600-EXIT.
060300     EXIT.
060400
060500 5000-LIST-CHARGES.
060600     MOVE SPACES TO WS-PAGE-LINES.
060700     MOVE ZERO TO WS-ROW-IX.
060800     MOVE 'N' TO WS-FETCH-DONE-SW.
060900
061000     EXEC SQL OPEN CC END-EXEC.
061100     IF SQLCODE NOT = ZERO
061200         MOVE 'CHARGE LOOKUP FAILED - SEE OPERATOR' TO MSGOUTO
061300         GO TO 5000-EXIT
061400     END-IF.
061500
061600     PERFORM 5100-FETCH-CHARGE THRU 5100-EXIT
061700         UNTIL WS-FETCH-DONE OR WS-ROW-IX >= 5.
061800
061900     EXEC SQL CLOSE CC END-EXEC.
062000
062100     IF WS-ROW-IX = ZERO AND HD-FUNC-INQUIRE
062200         MOVE 'NO CHARGES ON FILE FOR THIS RESIDENT' TO MSGOUTO
062300     END-IF.
062400     MOVE WS-PAGE-LINE(1) TO CLN1O.
062500     MOVE WS-PAGE-LINE(2) TO CLN2O.
062600     MOVE WS-PAGE-LINE(3) TO CLN3O.
062700     MOVE WS-PAGE-LINE(4) TO CLN4O.
062800     MOVE WS-PAGE-LINE(5) TO CLN5O.
062900 5000-EXIT.
063000     EXIT.
063100
063200 5100-FETCH-CHARGE.
063300     EXEC SQL
063400         FETCH CC
063500          INTO :CH-CHARGE-SEQ, :CH-CHARGE-TYPE, :CH-HALL-CODE,
063600               :CH-ROOM-NUMBER, :CH-KEY-SERIAL, :CH-CHARGE-AMOUNT,
063700               :CH-CHARGE-STATUS, :CH-CHARGE-DESC
063800     END-EXEC.
063900     EVALUATE SQLCODE
064000         WHEN ZERO
064100             ADD 1 TO WS-ROW-IX
064200             MOVE CH-CHARGE-SEQ    TO WS-CL-SEQ
064300             MOVE CH-CHARGE-TYPE   TO WS-CL-TYPE
064400             MOVE CH-HALL-CODE     TO WS-CL-HALL
064500             MOVE CH-ROOM-NUMBER   TO WS-CL-ROOM
064600             MOVE CH-KEY-SERIAL    TO WS-CL-KEY-SERIAL
064700             MOVE CH-CHARGE-AMOUNT TO WS-CL-AMOUNT
064800             MOVE CH-CHARGE-STATUS TO WS-CL-STATUS
064900             MOVE CH-CHARGE-DESC   TO WS-CL-DESC
065000             MOVE WS-CHARGE-LINE   TO
065100                 WS-PAGE-LINE(WS-ROW-IX)
065200         WHEN 100
065300             MOVE 'Y' TO WS-FETCH-DONE-SW
065400         WHEN OTHER
065500             MOVE 'Y' TO WS-FETCH-DONE-SW
065600             MOVE 'CHARGE FETCH FAILED - SEE OPERATOR'
065700                 TO MSGOUTO
065800     END-EVALUATE.
065900 5100-EXIT.
066000     EXIT.
066100
066200 3900-SEND-SCREEN.
066300     MOVE HD-RESIDENT-ID TO RESIDINO.
066400     EXEC CICS SEND MAP(WS-MAP-NAME)
066500         MAPSET(WS-MAPSET-NAME)
066600         DATAONLY
066700         CURSOR
066800     END-EXEC.
066900 3900-EXIT.
067000     EXIT.
067100
067200 8600-WRITE-CICS-LOG.
067300     MOVE HD-RESIDENT-ID         TO CL-RESIDENT-ID.
067400     EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
067500     EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
067600         YYYYMMDD(WS-CICS-DATE)
067700         DATESEP('-')
067800         TIME(WS-CICS-TIME)
067900         TIMESEP('.')
068000     END-EXEC.
068100     STRING WS-CICS-DATE   DELIMITED BY SIZE
068200            '-'            DELIMITED BY SIZE
068300            WS-CICS-TIME   DELIMITED BY SIZE
068400            '.000000'      DELIMITED BY SIZE
068500         INTO CL-UPDATE-TS
068600     END-STRING.
068700     MOVE HD-OPERATOR-ID         TO CL-OPERATOR-ID.
068800     MOVE HD-TERMINAL-ID         TO CL-TERMINAL-ID.
068900     MOVE WS-HALL-IN             TO CL-HALL-CODE.
069000     MOVE WS-ROOM-IN             TO CL-ROOM-NUMBER.
069100     EXEC CICS WRITEQ TD QUEUE('CICL')
069200         FROM(CICS-LOG-RECORD)
069300         LENGTH(LENGTH OF CICS-LOG-RECORD)
069400     END-EXEC.
069500 8600-EXIT.
069600     EXIT.
069700
069800 6000-LOG-TRANSACTION-ACCESS.
069900     MOVE EIBUSERID              TO HD-OPERATOR-ID.
070000     MOVE EIBTRMID               TO HD-TERMINAL-ID.
070100     DISPLAY "RESCHRG - USER " HD-OPERATOR-ID
070200         " TERM " HD-TERMINAL-ID
070300         " RESIDENT " HD-RESIDENT-ID.
070400 6000-EXIT.
070500     EXIT.
070600
070700 8000-END-SESSION.
070800     PERFORM 6000-LOG-TRANSACTION-ACCESS THRU 6000-EXIT.
070900     EXEC CICS SEND TEXT
071000         FROM('SESSION ENDED - THANK YOU')
071100         LENGTH(25)
071200         ERASE
071300         FREEKB
071400     END-EXEC.
071500     EXEC CICS RETURN END-EXEC.
071600 8000-EXIT.
071700     EXIT.
071800
071900 END PROGRAM reschrg.
