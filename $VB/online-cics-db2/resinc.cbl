000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resinc.
000300 AUTHOR. RESLIFE-IT-ONLINE-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - HALL DESK INCIDENT LOG      *
000900*              (TRANSACTION HINC, MAPSET RINCMAP). NOISE        *
001000*              COMPLAINTS, LOCKOUTS, MEDICAL CALLS, AND POLICY  *
001100*              VIOLATIONS WENT INTO A PAPER INCIDENT BOOK THAT  *
001200*              NEVER CONNECTED TO THE RESIDENT OR ROOM          *
001300*              INVOLVED. ACTION 'A' LOGS AN INCIDENT WITH ITS   *
001400*              HALL, ROOM (BLANK FOR A COMMON AREA), CATEGORY,  *
001500*              AND NARRATIVE ON THE INCIDENT TABLE; 'I' OR      *
001600*              ENTER SHOWS ONE BY ID WITH ITS RESIDENTS AND HOW *
001700*              MANY INCIDENTS EACH HAS BEEN ON; 'R' ADDS A      *
001800*              RESIDENT BY ID FROM RESIDENT_OCCUPANCY, AND PF4  *
001900*              PICKS ONE BY NAME THROUGH THE HNAM SEARCH, WHICH *
002000*              XCTLS BACK HERE. EVERY ROW IS STAMPED WITH       *
002100*              EIBUSERID/EIBTRMID. A AND R NEED THE NEW 'N'     *
002200*              LETTER ON THE OPERATOR'S ACTIVE OPERATOR_AUTH    *
002300*              ROW, HALL-RESTRICTED OPERATORS ONLY IN THEIR OWN *
002400*              HALL; A DENIED ATTEMPT IS LOGGED TO CICL AS AN   *
002500*              'X' ENTRY.                                       *
002533*  2026-10-15 FMV THE OPERATOR_AUTH FUNCTION LIST (SEE          *
002566*              COPYBOOKS/OPAUTDCL) IS NOW 16 LETTERS LONG AND   *
002599*              THE AUTHORIZATION CHECK LOOKS FOR THE 'N' LETTER *
002632*              IN ALL 16 POSITIONS.                             *
002665*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000
003100 DATA DIVISION.
003200 WORKING-STORAGE SECTION.
003300     EXEC SQL INCLUDE SQLCA END-EXEC.
003400
003500     COPY INCDCL.
003600
003700     COPY INCRDCL.
003800
003900     COPY RESOCDCL.
004000
004100     COPY OPAUTDCL.
004200
004300     COPY RINCMAPS.
004400
004500     COPY DFHAID.
004600
004700 01  WS-COMMAREA.
004800     COPY RINCCOMM.
004900
005000 01  WS-NAME-COMMAREA.
005100     COPY RNAMCOMM.
005200
005300 01  WS-MAP-NAME                 PIC X(07)      VALUE 'RINCMAP'.
005400 01  WS-MAPSET-NAME              PIC X(07)      VALUE 'RINCMAP'.
005500
005600 01  CICS-LOG-RECORD.
005700     COPY CICSLOG.
005800
005900*****************************************************************
006000* INPUT FIELDS ARE COPIED OUT OF THE MAP BEFORE THE OUTPUT AREA  *
006100*           (WHICH REDEFINES IT) IS CLEARED FOR THE REPLY.       *
006200*****************************************************************
006300 01  WS-ACTION-IN                PIC X(01)      VALUE SPACE.
006400 01  WS-INCIDENT-ID-IN           PIC X(06)      VALUE SPACES.
006500 01  WS-INCIDENT-ID-NUM REDEFINES WS-INCIDENT-ID-IN
006600                                 PIC 9(06).
006700 01  WS-HALL-IN                  PIC X(04)      VALUE SPACES.
006800 01  WS-ROOM-IN                  PIC X(06)      VALUE SPACES.
006900 01  WS-CATEGORY-IN              PIC X(01)      VALUE SPACE.
007000 01  WS-RESIDENT-IN              PIC X(08)      VALUE SPACES.
007100 01  WS-NARRATIVE.
007200     05 WS-NARRATIVE-LINE        OCCURS 3 TIMES
007300                                 PIC X(60).
007400
007500 01  WS-ADMIN-OK-SW              PIC X(01)      VALUE 'N'.
007600     88 WS-ADMIN-OK                     VALUE 'Y'.
007700 01  WS-ADMIN-FUNCTIONS          PIC X(16)      VALUE SPACES.
007800 01  WS-ADMIN-HALL-RESTRICT      PIC X(04)      VALUE SPACES.
007900 01  WS-ADMIN-STATUS             PIC X(01)      VALUE SPACE.
008000*    THE HALL OF THE INCIDENT BEING LOGGED OR ADDED TO.
008100 01  WS-CHECK-HALL-CODE          PIC X(04)      VALUE SPACES.
008200
008300 01  WS-INCIDENT-FOUND-SW        PIC X(01)      VALUE 'N'.
008400     88 WS-INCIDENT-FOUND               VALUE 'Y'.
008500 01  WS-RESIDENT-OK-SW           PIC X(01)      VALUE 'N'.
008600     88 WS-RESIDENT-OK                  VALUE 'Y'.
008700 01  WS-INVOLVED-OK-SW           PIC X(01)      VALUE 'N'.
008800     88 WS-INVOLVED-OK                  VALUE 'Y'.
008900 01  WS-ROOM-COUNT               PIC S9(9) COMP VALUE ZERO.
009000 01  WS-RESIDENT-TOTAL           PIC S9(9) COMP VALUE ZERO.
009100 01  WS-INCIDENT-ID-DISPLAY      PIC ZZZZZ9.
009200 01  WS-INCIDENT-ID-OUT          PIC 9(06).
009300 77  WS-MAX-INCIDENT-ID          PIC S9(9) COMP VALUE 999999.
009400
009500 01  WS-ABS-TIME                 PIC S9(15)     COMP-3.
009600 01  WS-CICS-DATE                PIC X(10).
009700 01  WS-CICS-TIME                PIC X(08).
009800
009900*    THE RESIDENTS ON THE INCIDENT, EACH WITH THE NUMBER OF
010000*    INCIDENTS THEY HAVE BEEN ON IN ALL SO A REPEAT SHOWS AT ONCE.
010100     EXEC SQL
010200         DECLARE IRC CURSOR FOR
010300         SELECT R.RESIDENT_ID, R.RESIDENT_NAME, R.HALL_CODE,
010400                R.ROOM_NUMBER,
010500                ( SELECT COUNT(*)
010600                    FROM INCIDENT_RESIDENT R2
010700                   WHERE R2.RESIDENT_ID = R.RESIDENT_ID )
010800           FROM INCIDENT_RESIDENT R
010900          WHERE R.INCIDENT_ID = :IC-INCIDENT-ID
011000          ORDER BY R.RESIDENT_NAME, R.RESIDENT_ID
011100     END-EXEC.
011200
011300 01  WS-RESIDENT-LINE.
011400     05 WS-RL-RESIDENT-ID        PIC X(08).
011500     05 FILLER                   PIC X(01)      VALUE SPACES.
011600     05 WS-RL-NAME               PIC X(30).
011700     05 FILLER                   PIC X(02)      VALUE SPACES.
011800     05 WS-RL-HALL               PIC X(04).
011900     05 FILLER                   PIC X(01)      VALUE SPACES.
012000     05 WS-RL-ROOM               PIC X(06).
012100     05 FILLER                   PIC X(01)      VALUE SPACES.
012200     05 WS-RL-TOTAL              PIC ZZZZ9.
012300
012400 01  WS-ROW-IX                   PIC 9(02) COMP VALUE ZERO.
012500 01  WS-FETCH-DONE-SW            PIC X(01)      VALUE 'N'.
012600     88 WS-FETCH-DONE                   VALUE 'Y'.
012700
012800 01  WS-PAGE-LINES.
012900     05 WS-PAGE-LINE             OCCURS 5 TIMES
013000                                 PIC X(70).
013100
013200 LINKAGE SECTION.
013300 01  DFHCOMMAREA.
013400     05 LK-COMMAREA-DATA         PIC X(31).
013500
013600 PROCEDURE DIVISION.
013700
013800 0000-MAIN.
013900     IF EIBCALEN = ZERO
014000         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
014100     ELSE
014200         MOVE DFHCOMMAREA TO WS-COMMAREA
014300         EVALUATE TRUE
014400             WHEN HI-FUNC-SELECTED
014500                 PERFORM 4000-RETURN-FROM-SEARCH THRU 4000-EXIT
014600             WHEN EIBAID = DFHPF3
014700                 PERFORM 8000-END-SESSION THRU 8000-EXIT
014800                 GO TO 0000-EXIT
014900             WHEN EIBAID = DFHPF4
015000                 PERFORM 4500-START-NAME-SEARCH THRU 4500-EXIT
015100             WHEN OTHER
015200                 PERFORM 2000-RECEIVE-AND-APPLY THRU 2000-EXIT
015300         END-EVALUATE
015400     END-IF.
015500
015600     PERFORM 6000-LOG-TRANSACTION-ACCESS THRU 6000-EXIT.
015700
015800     EXEC CICS RETURN
015900         TRANSID('HINC')
016000         COMMAREA(WS-COMMAREA)
016100     END-EXEC.
016200 0000-EXIT.
016300     EXIT.
016400
016500 1000-SEND-INITIAL-MAP.
016600     MOVE LOW-VALUES TO RINCMAPO.
016700     MOVE SPACES TO MSGOUTO.
016800     MOVE 'I' TO HI-FUNCTION-CODE.
016900     MOVE ZERO TO HI-INCIDENT-ID.
017000     MOVE SPACES TO HI-HALL-CODE.
017100     MOVE SPACES TO HI-SELECTED-ID.
017200
017300     EXEC CICS SEND MAP(WS-MAP-NAME)
017400         MAPSET(WS-MAPSET-NAME)
017500         ERASE
017600     END-EXEC.
017700 1000-EXIT.
017800     EXIT.
017900
018000 2000-RECEIVE-AND-APPLY.
018100     EXEC CICS RECEIVE MAP(WS-MAP-NAME)
018200         MAPSET(WS-MAPSET-NAME)
018300     END-EXEC.
018400
018500     MOVE ACTINI   TO WS-ACTION-IN.
018600     MOVE INCIDINI TO WS-INCIDENT-ID-IN.
018700     MOVE HALLINI  TO WS-HALL-IN.
018800     MOVE ROOMINI  TO WS-ROOM-IN.
018900     MOVE CATINI   TO WS-CATEGORY-IN.
019000     MOVE RESIDINI TO WS-RESIDENT-IN.
019100     MOVE NAR1I    TO WS-NARRATIVE-LINE(1).
019200     MOVE NAR2I    TO WS-NARRATIVE-LINE(2).
019300     MOVE NAR3I    TO WS-NARRATIVE-LINE(3).
019400     INSPECT WS-INCIDENT-ID-IN REPLACING ALL LOW-VALUES BY SPACES.
019500     INSPECT WS-HALL-IN REPLACING ALL LOW-VALUES BY SPACES.
019600     INSPECT WS-ROOM-IN REPLACING ALL LOW-VALUES BY SPACES.
019700     INSPECT WS-CATEGORY-IN REPLACING ALL LOW-VALUES BY SPACES.
019800     INSPECT WS-RESIDENT-IN REPLACING ALL LOW-VALUES BY SPACES.
019900     INSPECT WS-NARRATIVE REPLACING ALL LOW-VALUES BY SPACES.
020000     MOVE LOW-VALUES TO RINCMAPO.
020100
020200     EVALUATE WS-ACTION-IN
020300         WHEN 'A'
020400             MOVE 'A' TO HI-FUNCTION-CODE
020500             PERFORM 3000-LOG-INCIDENT THRU 3000-EXIT
020600         WHEN 'R'
020700             MOVE 'R' TO HI-FUNCTION-CODE
020800             PERFORM 3500-ADD-RESIDENT THRU 3500-EXIT
020900         WHEN OTHER
021000             MOVE 'I' TO HI-FUNCTION-CODE
021100             PERFORM 3400-SHOW-INCIDENT THRU 3400-EXIT
021200     END-EVALUATE.
021300
021400     PERFORM 3900-SEND-SCREEN THRU 3900-EXIT.
021500 2000-EXIT.
021600     EXIT.
021700
021800*****************************************************************
021900* 2200-READ-RESIDENT - AN INVOLVED RESIDENT MUST BE ON          *
022000*           RESIDENT_OCCUPANCY; THE NAME, HALL AND ROOM THERE   *
022100*           ARE WHAT THE INCIDENT_RESIDENT ROW KEEPS.           *
022200*****************************************************************
022300 2200-READ-RESIDENT.
022400     MOVE 'N' TO WS-RESIDENT-OK-SW.
022500     EXEC SQL
022600         SELECT RESIDENT_NAME, HALL_CODE, ROOM_NUMBER
022700           INTO :RO-RESIDENT-NAME, :RO-HALL-CODE, :RO-ROOM-NUMBER
022800           FROM RESIDENT_OCCUPANCY
022900          WHERE RESIDENT_ID = :RO-RESIDENT-ID
023000     END-EXEC.
023100     EVALUATE SQLCODE
023200         WHEN ZERO
023300             MOVE 'Y' TO WS-RESIDENT-OK-SW
023400         WHEN 100
023500             MOVE 'RESIDENT NOT ON FILE - CHECK ID OR USE PF4'
023600                 TO MSGOUTO
023700         WHEN OTHER
023800             MOVE 'RESIDENT LOOKUP FAILED - SEE OPERATOR'
023900                 TO MSGOUTO
024000     END-EVALUATE.
024100 2200-EXIT.
024200     EXIT.
024300
024400*****************************************************************
024500* 2500-CHECK-INC-AUTH - LOGGING AN INCIDENT OR ADDING A         *
024600*           RESIDENT TO ONE IS HONORED ONLY FOR A SIGNED-ON     *
024700*           OPERATOR WHOSE ACTIVE OPERATOR_AUTH ROW CARRIES THE *
024800*           'N' INCIDENT LETTER, AND A HALL-RESTRICTED OPERATOR *
024900*           ONLY FOR THEIR OWN HALL (WS-CHECK-HALL-CODE). FAIL  *
025000*           CLOSED ON NO ROW, A REVOKED ROW, OR ANY LOOKUP      *
025100*           ERROR; A DENIED ATTEMPT GOES TO CICL WITH THE 'X'   *
025200*           CODE THE SAME AS EVERY OTHER SCREEN.                *
025300*****************************************************************
025400 2500-CHECK-INC-AUTH.
025500     MOVE 'N' TO WS-ADMIN-OK-SW.
025600     MOVE EIBUSERID TO HI-OPERATOR-ID.
025700     MOVE EIBTRMID  TO HI-TERMINAL-ID.
025800     MOVE HI-OPERATOR-ID TO OA-OPERATOR-ID.
025900     MOVE 'NOT AUTHORIZED TO LOG INCIDENTS' TO MSGOUTO.
026000     EXEC SQL
026100         SELECT ALLOW_FUNCTIONS, HALL_RESTRICT, AUTH_STATUS
026200           INTO :WS-ADMIN-FUNCTIONS, :WS-ADMIN-HALL-RESTRICT,
026300                :WS-ADMIN-STATUS
026400           FROM OPERATOR_AUTH
026500          WHERE OPERATOR_ID = :OA-OPERATOR-ID
026600     END-EXEC.
026700     EVALUATE TRUE
026800         WHEN SQLCODE NOT = ZERO
026900             CONTINUE
027000         WHEN WS-ADMIN-STATUS NOT = 'A'
027100             CONTINUE
027200         WHEN WS-ADMIN-FUNCTIONS(1:1) = 'N'
027300          OR WS-ADMIN-FUNCTIONS(2:1) = 'N'
027400          OR WS-ADMIN-FUNCTIONS(3:1) = 'N'
027500          OR WS-ADMIN-FUNCTIONS(4:1) = 'N'
027600          OR WS-ADMIN-FUNCTIONS(5:1) = 'N'
027700          OR WS-ADMIN-FUNCTIONS(6:1) = 'N'
027800          OR WS-ADMIN-FUNCTIONS(7:1) = 'N'
027900          OR WS-ADMIN-FUNCTIONS(8:1) = 'N'
027910          OR WS-ADMIN-FUNCTIONS(9:1) = 'N'
027920          OR WS-ADMIN-FUNCTIONS(10:1) = 'N'
027930          OR WS-ADMIN-FUNCTIONS(11:1) = 'N'
027940          OR WS-ADMIN-FUNCTIONS(12:1) = 'N'
027950          OR WS-ADMIN-FUNCTIONS(13:1) = 'N'
027960          OR WS-ADMIN-FUNCTIONS(14:1) = 'N'
027970          OR WS-ADMIN-FUNCTIONS(15:1) = 'N'
027980          OR WS-ADMIN-FUNCTIONS(16:1) = 'N'
028000             IF WS-ADMIN-HALL-RESTRICT NOT = SPACES AND
028100                WS-ADMIN-HALL-RESTRICT NOT = WS-CHECK-HALL-CODE
028200                 MOVE 'NOT AUTHORIZED FOR INCIDENTS IN THIS HALL'
028300                     TO MSGOUTO
028400             ELSE
028500                 MOVE 'Y' TO WS-ADMIN-OK-SW
028600                 MOVE SPACES TO MSGOUTO
028700             END-IF
028800         WHEN OTHER
028900             CONTINUE
029000     END-EVALUATE.
029100     IF NOT WS-ADMIN-OK
029200         MOVE 'X' TO CL-TRANS-CODE
029300         PERFORM 8600-WRITE-CICS-LOG THRU 8600-EXIT
029400     END-IF.
029500 2500-EXIT.
029600     EXIT.
029700
029800*****************************************************************
029900* 3000-LOG-INCIDENT - A NEW INCIDENT NEEDS A HALL ON            *
030000*           ROOM_INVENTORY, A ROOM OF THAT HALL OR SPACES FOR A *
030100*           COMMON AREA, A CATEGORY, AND AT LEAST THE FIRST     *
030200*           NARRATIVE LINE. IT IS INSERTED UNDER THE NEXT       *
030300*           INCIDENT ID, TIMED NOW AND STAMPED WITH THE         *
030400*           OPERATOR AND TERMINAL. A RESIDENT ID KEYED WITH IT  *
030500*           IS ADDED IN THE SAME UNIT OF WORK, AND IS CHECKED   *
030600*           BEFORE ANYTHING IS WRITTEN.                         *
030700*****************************************************************
030800 3000-LOG-INCIDENT.
030900     IF WS-HALL-IN = SPACES
031000         MOVE 'HALL IS REQUIRED' TO MSGOUTO
031100         GO TO 3000-EXIT
031200     END-IF.
031300     MOVE WS-HALL-IN TO WS-CHECK-HALL-CODE.
031400     PERFORM 2500-CHECK-INC-AUTH THRU 2500-EXIT.
031500     IF NOT WS-ADMIN-OK
031600         GO TO 3000-EXIT
031700     END-IF.
031800
031900     MOVE WS-HALL-IN TO IC-HALL-CODE.
032000     MOVE WS-ROOM-IN TO IC-ROOM-NUMBER.
032100     EXEC SQL
032200         SELECT COUNT(*)
032300           INTO :WS-ROOM-COUNT
032400           FROM ROOM_INVENTORY
032500          WHERE HALL_CODE = :IC-HALL-CODE
032600     END-EXEC.
032700     IF SQLCODE NOT = ZERO
032800         MOVE 'ROOM LOOKUP FAILED - SEE OPERATOR' TO MSGOUTO
032900         GO TO 3000-EXIT
033000     END-IF.
033100     IF WS-ROOM-COUNT = ZERO
033200         MOVE 'NO SUCH HALL ON ROOM_INVENTORY' TO MSGOUTO
033300         GO TO 3000-EXIT
033400     END-IF.
033500     IF IC-ROOM-NUMBER NOT = SPACES
033600         EXEC SQL
033700             SELECT COUNT(*)
033800               INTO :WS-ROOM-COUNT
033900               FROM ROOM_INVENTORY
034000              WHERE HALL_CODE   = :IC-HALL-CODE
034100                AND ROOM_NUMBER = :IC-ROOM-NUMBER
034200         END-EXEC
034300         IF SQLCODE NOT = ZERO
034400             MOVE 'ROOM LOOKUP FAILED - SEE OPERATOR' TO MSGOUTO
034500             GO TO 3000-EXIT
034600         END-IF
034700         IF WS-ROOM-COUNT = ZERO
034800             MOVE 'NO SUCH ROOM IN HALL - BLANK FOR COMMON AREA'
034900                 TO MSGOUTO
035000             GO TO 3000-EXIT
035100         END-IF
035200     END-IF.
035300     MOVE WS-CATEGORY-IN TO IC-CATEGORY.
035400     IF NOT IC-CAT-VALID
035500         MOVE 'CATEGORY MUST BE N, L, M, P, OR O' TO MSGOUTO
035600         GO TO 3000-EXIT
035700     END-IF.
035800     IF WS-NARRATIVE-LINE(1) = SPACES
035900         MOVE 'DESCRIBE THE INCIDENT ON THE FIRST NARRATIVE LINE'
036000             TO MSGOUTO
036100         GO TO 3000-EXIT
036200     END-IF.
036300     IF WS-RESIDENT-IN NOT = SPACES
036400         MOVE WS-RESIDENT-IN TO RO-RESIDENT-ID
036500         PERFORM 2200-READ-RESIDENT THRU 2200-EXIT
036600         IF NOT WS-RESIDENT-OK
036700             GO TO 3000-EXIT
036800         END-IF
036900     END-IF.
037000
037100     EXEC SQL
037200         SELECT VALUE(MAX(INCIDENT_ID), 0)
037300           INTO :IC-INCIDENT-ID
037400           FROM INCIDENT
037500     END-EXEC.
037600     IF SQLCODE NOT = ZERO
037700         MOVE 'INCIDENT LOOKUP FAILED - SEE OPERATOR' TO MSGOUTO
037800         GO TO 3000-EXIT
037900     END-IF.
038000     IF IC-INCIDENT-ID >= WS-MAX-INCIDENT-ID
038100         MOVE 'INCIDENT IDS EXHAUSTED - SEE OPERATOR' TO MSGOUTO
038200         GO TO 3000-EXIT
038300     END-IF.
038400     ADD 1 TO IC-INCIDENT-ID.
038500
038600     MOVE WS-NARRATIVE   TO IC-NARRATIVE.
038700     MOVE HI-OPERATOR-ID TO IC-LOG-OPERATOR.
038800     MOVE HI-TERMINAL-ID TO IC-LOG-TERMINAL.
038900     EXEC SQL
039000         INSERT INTO INCIDENT
039100             ( INCIDENT_ID, HALL_CODE, ROOM_NUMBER, CATEGORY,
039200               INCIDENT_TS, NARRATIVE, LOG_OPERATOR, LOG_TERMINAL,
039300               LAST_UPDATE_TS, LAST_UPDATE_PGM )
039400         VALUES
039500             ( :IC-INCIDENT-ID, :IC-HALL-CODE, :IC-ROOM-NUMBER,
039600               :IC-CATEGORY, CURRENT TIMESTAMP, :IC-NARRATIVE,
039700               :IC-LOG-OPERATOR, :IC-LOG-TERMINAL,
039800               CURRENT TIMESTAMP, 'RESINC' )
039900     END-EXEC.
040000     IF SQLCODE NOT = ZERO
040100         MOVE 'INCIDENT INSERT FAILED - SEE OPERATOR' TO MSGOUTO
040200         GO TO 3000-EXIT
040300     END-IF.
040400     IF WS-RESIDENT-IN NOT = SPACES
040500         PERFORM 3600-INSERT-INVOLVED THRU 3600-EXIT
040600         IF NOT WS-INVOLVED-OK
040700             EXEC CICS SYNCPOINT ROLLBACK END-EXEC
040800             MOVE 'INCIDENT NOT LOGGED - RESIDENT NOT ADDED'
040900                 TO MSGOUTO
041000             GO TO 3000-EXIT
041100         END-IF
041200     END-IF.
041300
041400     MOVE IC-INCIDENT-ID TO HI-INCIDENT-ID.
041500     MOVE IC-HALL-CODE   TO HI-HALL-CODE.
041600     PERFORM 3200-READ-INCIDENT THRU 3200-EXIT.
041700     IF WS-INCIDENT-FOUND
041800         PERFORM 3300-PAINT-INCIDENT THRU 3300-EXIT
041900     END-IF.
042000     MOVE IC-INCIDENT-ID TO WS-INCIDENT-ID-DISPLAY.
042100     MOVE SPACES TO MSGOUTO.
042200     STRING 'INCIDENT ' WS-INCIDENT-ID-DISPLAY
042300            ' LOGGED - R OR PF4 TO ADD RESIDENTS INVOLVED'
042400         DELIMITED BY SIZE INTO MSGOUTO.
042500 3000-EXIT.
042600     EXIT.
042700
042800*****************************************************************
042900* 3200-READ-INCIDENT - READ THE INCIDENT IN IC-INCIDENT-ID.     *
043000*****************************************************************
043100 3200-READ-INCIDENT.
043200     MOVE 'N' TO WS-INCIDENT-FOUND-SW.
043300     EXEC SQL
043400         SELECT HALL_CODE, ROOM_NUMBER, CATEGORY, INCIDENT_TS,
043500                NARRATIVE, LOG_OPERATOR, LOG_TERMINAL
043600           INTO :IC-HALL-CODE, :IC-ROOM-NUMBER, :IC-CATEGORY,
043700                :IC-INCIDENT-TS, :IC-NARRATIVE, :IC-LOG-OPERATOR,
043800                :IC-LOG-TERMINAL
043900           FROM INCIDENT
044000          WHERE INCIDENT_ID = :IC-INCIDENT-ID
044100     END-EXEC.
044200     EVALUATE SQLCODE
044300         WHEN ZERO
044400             MOVE 'Y' TO WS-INCIDENT-FOUND-SW
044500         WHEN 100
044600             MOVE 'NO SUCH INCIDENT' TO MSGOUTO
044700         WHEN OTHER
044800             MOVE 'INCIDENT LOOKUP FAILED - SEE OPERATOR'
044900                 TO MSGOUTO
045000     END-EVALUATE.
045100 3200-EXIT.
045200     EXIT.
045300
045400*****************************************************************
045500* 3300-PAINT-INCIDENT - THE INCIDENT JUST READ, WITH WHO LOGGED *
045600*           IT AND WHEN, AND ITS RESIDENTS.                     *
045700*****************************************************************
045800 3300-PAINT-INCIDENT.
045900     MOVE IC-INCIDENT-ID  TO WS-INCIDENT-ID-OUT.
046000     MOVE WS-INCIDENT-ID-OUT TO INCIDINO.
046100     STRING IC-INCIDENT-TS(1:10) ' ' IC-INCIDENT-TS(12:5)
046200            '  BY ' IC-LOG-OPERATOR ' AT ' IC-LOG-TERMINAL
046300         DELIMITED BY SIZE INTO LOGOUTO.
046400     MOVE IC-HALL-CODE    TO HALLINO.
046500     MOVE IC-ROOM-NUMBER  TO ROOMINO.
046600     MOVE IC-CATEGORY     TO CATINO.
046700     MOVE IC-NARRATIVE    TO WS-NARRATIVE.
046800     MOVE WS-NARRATIVE-LINE(1) TO NAR1O.
046900     MOVE WS-NARRATIVE-LINE(2) TO NAR2O.
047000     MOVE WS-NARRATIVE-LINE(3) TO NAR3O.
047100     MOVE SPACES          TO RESIDINO.
047200     PERFORM 5000-LIST-RESIDENTS THRU 5000-EXIT.
047300 3300-EXIT.
047400     EXIT.
047500
047600*****************************************************************
047700* 3400-SHOW-INCIDENT - ENTER WITH AN INCIDENT ID SHOWS THAT     *
047800*           INCIDENT; WITH NONE, THE ONE ALREADY ON THE SCREEN  *
047900*           IS SHOWN AGAIN.                                     *
048000*****************************************************************
048100 3400-SHOW-INCIDENT.
048200     IF WS-INCIDENT-ID-IN NUMERIC AND WS-INCIDENT-ID-NUM > ZERO
048300         MOVE WS-INCIDENT-ID-NUM TO IC-INCIDENT-ID
048400     ELSE
048500         IF HI-INCIDENT-ID = ZERO
048600             MOVE 'ENTER AN INCIDENT ID, OR A TO LOG A NEW ONE'
048700                 TO MSGOUTO
048800             GO TO 3400-EXIT
048900         END-IF
049000         MOVE HI-INCIDENT-ID TO IC-INCIDENT-ID
049100     END-IF.
049200     PERFORM 3200-READ-INCIDENT THRU 3200-EXIT.
049300     IF NOT WS-INCIDENT-FOUND
049400         GO TO 3400-EXIT
049500     END-IF.
049600     MOVE IC-INCIDENT-ID TO HI-INCIDENT-ID.
049700     MOVE IC-HALL-CODE   TO HI-HALL-CODE.
049800     MOVE SPACES TO MSGOUTO.
049900     PERFORM 3300-PAINT-INCIDENT THRU 3300-EXIT.
050000 3400-EXIT.
050100     EXIT.
050200
050300*****************************************************************
050400* 3500-ADD-RESIDENT - ADD THE KEYED RESIDENT ID TO THE KEYED    *
050500*           INCIDENT (OR THE ONE ON THE SCREEN).                *
050600*****************************************************************
050700 3500-ADD-RESIDENT.
050800     IF WS-INCIDENT-ID-IN NUMERIC AND WS-INCIDENT-ID-NUM > ZERO
050900         MOVE WS-INCIDENT-ID-NUM TO IC-INCIDENT-ID
051000     ELSE
051100         IF HI-INCIDENT-ID = ZERO
051200             MOVE 'ENTER THE INCIDENT ID TO ADD THE RESIDENT TO'
051300                 TO MSGOUTO
051400             GO TO 3500-EXIT
051500         END-IF
051600         MOVE HI-INCIDENT-ID TO IC-INCIDENT-ID
051700     END-IF.
051800     IF WS-RESIDENT-IN = SPACES
051900         MOVE 'ENTER A RESIDENT ID, OR PF4 TO SEARCH BY NAME'
052000             TO MSGOUTO
052100         GO TO 3500-EXIT
052200     END-IF.
052300     MOVE WS-RESIDENT-IN TO RO-RESIDENT-ID.
052400     PERFORM 3700-ATTACH-RESIDENT THRU 3700-EXIT.
052500 3500-EXIT.
052600     EXIT.
052700
052800*****************************************************************
052900* 3600-INSERT-INVOLVED - WRITE THE INCIDENT_RESIDENT ROW FOR    *
053000*           THE RESIDENT READ BY 2200 ON INCIDENT               *
053100*           IC-INCIDENT-ID. A RESIDENT ALREADY ON THE INCIDENT  *
053200*           IS NOT AN ERROR.                                    *
053300*****************************************************************
053400 3600-INSERT-INVOLVED.
053500     MOVE 'N' TO WS-INVOLVED-OK-SW.
053600     MOVE IC-INCIDENT-ID   TO IR-INCIDENT-ID.
053700     MOVE RO-RESIDENT-ID   TO IR-RESIDENT-ID.
053800     MOVE RO-RESIDENT-NAME TO IR-RESIDENT-NAME.
053900     MOVE RO-HALL-CODE     TO IR-HALL-CODE.
054000     MOVE RO-ROOM-NUMBER   TO IR-ROOM-NUMBER.
054100     MOVE HI-OPERATOR-ID   TO IR-LOG-OPERATOR.
054200     MOVE HI-TERMINAL-ID   TO IR-LOG-TERMINAL.
054300     EXEC SQL
054400         INSERT INTO INCIDENT_RESIDENT
054500             ( INCIDENT_ID, RESIDENT_ID, RESIDENT_NAME, HALL_CODE,
054600               ROOM_NUMBER, LOG_OPERATOR, LOG_TERMINAL,
054700               LAST_UPDATE_TS, LAST_UPDATE_PGM )
054800         VALUES
054900             ( :IR-INCIDENT-ID, :IR-RESIDENT-ID,
055000               :IR-RESIDENT-NAME, :IR-HALL-CODE, :IR-ROOM-NUMBER,
055100               :IR-LOG-OPERATOR, :IR-LOG-TERMINAL,
055200               CURRENT TIMESTAMP, 'RESINC' )
055300     END-EXEC.
055400     EVALUATE SQLCODE
055500         WHEN ZERO
055600             MOVE 'Y' TO WS-INVOLVED-OK-SW
055700         WHEN -803
055800             MOVE 'Y' TO WS-INVOLVED-OK-SW
055900             MOVE 'RESIDENT IS ALREADY ON THIS INCIDENT'
056000                 TO MSGOUTO
056100         WHEN OTHER
056200             MOVE 'INCIDENT RESIDENT INSERT FAILED - SEE OPERATOR'
056300                 TO MSGOUTO
056400     END-EVALUATE.
056500 3600-EXIT.
056600     EXIT.
056700
056800*****************************************************************
056900* 3700-ATTACH-RESIDENT - COMMON TO 'R' AND A NAME-SEARCH PICK:  *
057000*           THE INCIDENT IN IC-INCIDENT-ID MUST EXIST AND BE IN *
057100*           A HALL THE OPERATOR MAY WORK, AND THE RESIDENT IN   *
057200*           RO-RESIDENT-ID MUST BE ON FILE. THE INCIDENT IS     *
057300*           REPAINTED EITHER WAY ONCE IT HAS BEEN READ.         *
057400*****************************************************************
057500 3700-ATTACH-RESIDENT.
057600     PERFORM 3200-READ-INCIDENT THRU 3200-EXIT.
057700     IF NOT WS-INCIDENT-FOUND
057800         GO TO 3700-EXIT
057900     END-IF.
058000     MOVE IC-INCIDENT-ID TO HI-INCIDENT-ID.
058100     MOVE IC-HALL-CODE   TO HI-HALL-CODE.
058200     MOVE IC-HALL-CODE   TO WS-CHECK-HALL-CODE.
058300     PERFORM 2500-CHECK-INC-AUTH THRU 2500-EXIT.
058400     IF NOT WS-ADMIN-OK
058500         GO TO 3700-PAINT
058600     END-IF.
058700     PERFORM 2200-READ-RESIDENT THRU 2200-EXIT.
058800     IF NOT WS-RESIDENT-OK
058900         GO TO 3700-PAINT
059000     END-IF.
059100     PERFORM 3600-INSERT-INVOLVED THRU 3600-EXIT.
059200     IF WS-INVOLVED-OK AND SQLCODE = ZERO
059300         MOVE IC-INCIDENT-ID TO WS-INCIDENT-ID-DISPLAY
059400         MOVE SPACES TO MSGOUTO
059500         STRING 'RESIDENT ' RO-RESIDENT-ID ' ADDED TO INCIDENT '
059600                WS-INCIDENT-ID-DISPLAY
059700             DELIMITED BY SIZE INTO MSGOUTO
059800     END-IF.
059900 3700-PAINT.
060000     PERFORM 3300-PAINT-INCIDENT THRU 3300-EXIT.
060100 3700-EXIT.
060200     EXIT.
060300
060400*****************************************************************
060500* 4000-RETURN-FROM-SEARCH - BACK FROM THE HNAM NAME SEARCH BY   *
060600*           XCTL. A PICKED RESIDENT IS ADDED TO THE INCIDENT    *
060700*           THE SEARCH WAS STARTED FOR; PF3 OUT OF THE SEARCH   *
060800*           COMES BACK WITH NO PICK. EITHER WAY THE FULL        *
060900*           INCIDENT SCREEN IS PAINTED AGAIN, SINCE THE         *
061000*           TERMINAL IS SHOWING THE SEARCH MAP.                 *
061100*****************************************************************
061200 4000-RETURN-FROM-SEARCH.
061300     MOVE LOW-VALUES TO RINCMAPO.
061400     MOVE 'I' TO HI-FUNCTION-CODE.
061500     MOVE HI-INCIDENT-ID TO IC-INCIDENT-ID.
061600     IF HI-SELECTED-ID NOT = SPACES
061700         MOVE HI-SELECTED-ID TO RO-RESIDENT-ID
061800         PERFORM 3700-ATTACH-RESIDENT THRU 3700-EXIT
061900     ELSE
062000         PERFORM 3200-READ-INCIDENT THRU 3200-EXIT
062100         IF WS-INCIDENT-FOUND
062200             MOVE IC-HALL-CODE TO HI-HALL-CODE
062300             MOVE SPACES TO MSGOUTO
062400             PERFORM 3300-PAINT-INCIDENT THRU 3300-EXIT
062500         END-IF
062600     END-IF.
062700     MOVE SPACES TO HI-SELECTED-ID.
062800
062900     EXEC CICS SEND MAP(WS-MAP-NAME)
063000         MAPSET(WS-MAPSET-NAME)
063100         ERASE
063200     END-EXEC.
063300 4000-EXIT.
063400     EXIT.
063500
063600*****************************************************************
063700* 4500-START-NAME-SEARCH - PF4 HANDS THE INCIDENT ON THE SCREEN *
063800*           TO THE HNAM NAME SEARCH (RESNAME, FUNCTION 'N'),    *
063900*           WHICH XCTLS BACK HERE WITH THE RESIDENT PICKED. THE *
064000*           INCIDENT MUST BE SHOWN OR LOGGED FIRST.             *
064100*****************************************************************
064200 4500-START-NAME-SEARCH.
064300     IF HI-INCIDENT-ID = ZERO
064400         MOVE LOW-VALUES TO RINCMAPO
064500         MOVE 'SHOW OR LOG AN INCIDENT, THEN PF4 FOR A RESIDENT'
064600             TO MSGOUTO
064700         PERFORM 3900-SEND-SCREEN THRU 3900-EXIT
064800         GO TO 4500-EXIT
064900     END-IF.
065000     MOVE EIBUSERID TO HI-OPERATOR-ID.
065100     MOVE EIBTRMID  TO HI-TERMINAL-ID.
065200     MOVE LOW-VALUES TO WS-NAME-COMMAREA.
065300     MOVE 'N'            TO HN-FUNCTION-CODE.
065400     MOVE SPACES         TO HN-SEARCH-NAME.
065500     MOVE 1              TO HN-PAGE-NUMBER.
065600     MOVE HI-OPERATOR-ID TO HN-OPERATOR-ID.
065700     MOVE HI-TERMINAL-ID TO HN-TERMINAL-ID.
065800     MOVE SPACES         TO HN-LINE-IDS.
065900     MOVE 'RESINC'       TO HN-RETURN-PROGRAM.
066000     MOVE HI-INCIDENT-ID TO HN-RETURN-INCIDENT-ID.
066100     EXEC CICS XCTL
066200         PROGRAM('RESNAME')
066300         COMMAREA(WS-NAME-COMMAREA)
066400     END-EXEC.
066500 4500-EXIT.
066600     EXIT.
066700
066800 5000-LIST-RESIDENTS.
066900     MOVE SPACES TO WS-PAGE-LINES.
067000     MOVE ZERO TO WS-ROW-IX.
067100     MOVE 'N' TO WS-FETCH-DONE-SW.
067200
067300     EXEC SQL OPEN IRC END-EXEC.
067400     IF SQLCODE NOT = ZERO
067500         MOVE 'RESIDENT LIST FAILED - SEE OPERATOR' TO MSGOUTO
067600         GO TO 5000-EXIT
067700     END-IF.
067800
067900     PERFORM 5100-FETCH-RESIDENT THRU 5100-EXIT
068000         UNTIL WS-FETCH-DONE OR WS-ROW-IX >= 5.
068100
068200     EXEC SQL CLOSE IRC END-EXEC.
068300
068400     MOVE WS-PAGE-LINE(1) TO RLN1O.
068500     MOVE WS-PAGE-LINE(2) TO RLN2O.
068600     MOVE WS-PAGE-LINE(3) TO RLN3O.
068700     MOVE WS-PAGE-LINE(4) TO RLN4O.
068800     MOVE WS-PAGE-LINE(5) TO RLN5O.
068900 5000-EXIT.
069000     EXIT.
069100
069200 5100-FETCH-RESIDENT.
069300     EXEC SQL
069400         FETCH IRC
069500          INTO :IR-RESIDENT-ID, :IR-RESIDENT-NAME, :IR-HALL-CODE,
069600               :IR-ROOM-NUMBER, :WS-RESIDENT-TOTAL
069700     END-EXEC.
069800     EVALUATE SQLCODE
069900         WHEN ZERO
070000             ADD 1 TO WS-ROW-IX
070100             MOVE IR-RESIDENT-ID      TO WS-RL-RESIDENT-ID
070200             MOVE IR-RESIDENT-NAME    TO WS-RL-NAME
070300             MOVE IR-HALL-CODE        TO WS-RL-HALL
070400             MOVE IR-ROOM-NUMBER      TO WS-RL-ROOM
070500             MOVE WS-RESIDENT-TOTAL   TO WS-RL-TOTAL
070600             MOVE WS-RESIDENT-LINE    TO
070700                 WS-PAGE-LINE(WS-ROW-IX)
070800         WHEN 100
070900             MOVE 'Y' TO WS-FETCH-DONE-SW
071000         WHEN OTHER
071100             MOVE 'Y' TO WS-FETCH-DONE-SW
071200             MOVE 'RESIDENT LIST FETCH FAILED - SEE OPERATOR'
071300                 TO MSGOUTO
071400     END-EVALUATE.
071500 5100-EXIT.
071600     EXIT.
071700
071800 3900-SEND-SCREEN.
071900     EXEC CICS SEND MAP(WS-MAP-NAME)
072000         MAPSET(WS-MAPSET-NAME)
072100         DATAONLY
072200         CURSOR
072300     END-EXEC.
072400 3900-EXIT.
072500     EXIT.
072600
072700 8600-WRITE-CICS-LOG.
072800     MOVE SPACES                 TO CL-RESIDENT-ID.
072900     EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
073000     EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
073100         YYYYMMDD(WS-CICS-DATE)
073200         DATESEP('-')
073300         TIME(WS-CICS-TIME)
073400         TIMESEP('.')
073500     END-EXEC.
073600     STRING WS-CICS-DATE   DELIMITED BY SIZE
073700            '-'            DELIMITED BY SIZE
073800            WS-CICS-TIME   DELIMITED BY SIZE
073900            '.000000'      DELIMITED BY SIZE
074000         INTO CL-UPDATE-TS
074100     END-STRING.
074200     MOVE HI-OPERATOR-ID         TO CL-OPERATOR-ID.
074300     MOVE HI-TERMINAL-ID         TO CL-TERMINAL-ID.
074400     MOVE WS-CHECK-HALL-CODE     TO CL-HALL-CODE.
074500     MOVE SPACES                 TO CL-ROOM-NUMBER.
074600     EXEC CICS WRITEQ TD QUEUE('CICL')
074700         FROM(CICS-LOG-RECORD)
074800         LENGTH(LENGTH OF CICS-LOG-RECORD)
074900     END-EXEC.
075000 8600-EXIT.
075100     EXIT.
075200
075300 6000-LOG-TRANSACTION-ACCESS.
075400     MOVE EIBUSERID              TO HI-OPERATOR-ID.
075500     MOVE EIBTRMID               TO HI-TERMINAL-ID.
075600     DISPLAY "RESINC - USER " HI-OPERATOR-ID
075700         " TERM " HI-TERMINAL-ID
075800         " INCIDENT " HI-INCIDENT-ID.
075900 6000-EXIT.
076000     EXIT.
076100
076200 8000-END-SESSION.
076300     PERFORM 6000-LOG-TRANSACTION-ACCESS THRU 6000-EXIT.
076400     EXEC CICS SEND TEXT
076500         FROM('SESSION ENDED - THANK YOU')
076600         LENGTH(25)
076700         ERASE
076800         FREEKB
076900     END-EXEC.
077000     EXEC CICS RETURN END-EXEC.
077100 8000-EXIT.
077200     EXIT.
077300
077400 END PROGRAM resinc.
