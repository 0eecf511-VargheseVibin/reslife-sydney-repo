000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. respkg.
000300 AUTHOR. RESLIFE-IT-ONLINE-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - DESK PACKAGE AND MAIL LOG   *
000900*              (TRANSACTION HPKG, MAPSET RPKGMAP). HALL DESKS   *
001000*              KEPT PACKAGES AND MAIL ON A PAPER SIGN-OUT SHEET *
001100*              THAT NOBODY CHASED ONCE A RESIDENT MOVED. KEY A  *
001200*              RESIDENT ID TO SEE WHO THEY ARE AND THE ITEMS    *
001300*              HELD FOR THEM; ACTION 'A' LOGS AN ARRIVING       *
001400*              PACKAGE OR PIECE OF MAIL (CARRIER AND TRACKING   *
001500*              NUMBER OPTIONAL) AGAINST A RESIDENT WHO IS ON    *
001600*              RESIDENT_OCCUPANCY AND HOLDS A ROOM, 'P' RECORDS *
001700*              THE PICKUP, AND 'R' CLOSES AN ITEM OUT AS        *
001800*              RETURNED TO SENDER OR FORWARDED. EVERY ROW       *
001900*              CARRIES THE OPERATOR AND TERMINAL THAT LOGGED    *
002000*              AND CLOSED IT. A/P/R NEED THE NEW 'D' LETTER ON  *
002100*              THE OPERATOR'S ACTIVE OPERATOR_AUTH ROW, AND A   *
002200*              HALL-RESTRICTED OPERATOR MAY ONLY WORK THEIR OWN *
002300*              HALL'S DESK; A DENIED ATTEMPT IS LOGGED TO CICL  *
002400*              AS AN 'X' ENTRY.                                 *
002433*  2026-10-15 FMV THE OPERATOR_AUTH FUNCTION LIST (SEE          *
002466*              COPYBOOKS/OPAUTDCL) IS NOW 16 LETTERS LONG AND   *
002499*              THE AUTHORIZATION CHECK LOOKS FOR THE 'D' LETTER *
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
003400     COPY PKGDCL.
003500
003600     COPY RESOCDCL.
003700
003800     COPY OPAUTDCL.
003900
004000     COPY RPKGMAPS.
004100
004200     COPY DFHAID.
004300
004400 01  WS-COMMAREA.
004500     COPY RPKGCOMM.
004600
004700 01  WS-MAP-NAME                 PIC X(07)      VALUE 'RPKGMAP'.
004800 01  WS-MAPSET-NAME              PIC X(07)      VALUE 'RPKGMAP'.
004900
005000 01  CICS-LOG-RECORD.
005100     COPY CICSLOG.
005200
005300*****************************************************************
005400* INPUT FIELDS ARE COPIED OUT OF THE MAP BEFORE THE OUTPUT AREA  *
005500*           (WHICH REDEFINES IT) IS CLEARED FOR THE REPLY.       *
005600*****************************************************************
005700 01  WS-ACTION-IN                PIC X(01)      VALUE SPACE.
005800 01  WS-PACKAGE-ID-IN            PIC X(06)      VALUE SPACES.
005900 01  WS-PACKAGE-ID-NUM REDEFINES WS-PACKAGE-ID-IN
006000                                 PIC 9(06).
006100 01  WS-TYPE-IN                  PIC X(01)      VALUE SPACE.
006200 01  WS-CARRIER-IN               PIC X(10)      VALUE SPACES.
006300 01  WS-TRACKING-IN              PIC X(20)      VALUE SPACES.
006400 01  WS-DISP-IN                  PIC X(01)      VALUE SPACE.
006500
006600 01  WS-ADMIN-OK-SW              PIC X(01)      VALUE 'N'.
006700     88 WS-ADMIN-OK                     VALUE 'Y'.
006800 01  WS-ADMIN-FUNCTIONS          PIC X(16)      VALUE SPACES.
006900 01  WS-ADMIN-HALL-RESTRICT      PIC X(04)      VALUE SPACES.
007000 01  WS-ADMIN-STATUS             PIC X(01)      VALUE SPACE.
007100*    THE HALL THE CHANGE IS FOR - THE RESIDENT'S HALL FOR AN
007200*    ARRIVAL, THE HOLDING DESK'S HALL FOR A PICKUP OR RETURN.
007300 01  WS-CHECK-HALL-CODE          PIC X(04)      VALUE SPACES.
007400
007500 01  WS-RESIDENT-SW              PIC X(01)      VALUE 'N'.
007600     88 WS-RESIDENT-ON-FILE             VALUE 'Y'.
007700     88 WS-RESIDENT-NOT-ON-FILE         VALUE 'N'.
007800     88 WS-RESIDENT-LOOKUP-ERROR        VALUE 'E'.
007900 01  WS-PACKAGE-FOUND-SW         PIC X(01)      VALUE 'N'.
008000     88 WS-PACKAGE-FOUND                VALUE 'Y'.
008100 01  WS-PACKAGE-ID-DISPLAY       PIC ZZZZZ9.
008200 01  WS-DAYS-HELD                PIC S9(9) COMP VALUE ZERO.
008300 77  WS-MAX-PACKAGE-ID           PIC S9(9) COMP VALUE 999999.
008400
008500 01  WS-ABS-TIME                 PIC S9(15)     COMP-3.
008600 01  WS-CICS-DATE                PIC X(10).
008700 01  WS-CICS-TIME                PIC X(08).
008800
008900*    EVERY ITEM STILL AT THE DESK FOR THE RESIDENT, OLDEST FIRST -
009000*    FLAGGED ITEMS (RESIDENT MOVED OUT) LIST WITH THE HELD ONES.
009100     EXEC SQL
009200         DECLARE PC CURSOR FOR
009300         SELECT PACKAGE_ID, ITEM_TYPE, CARRIER, TRACKING_NO,
009400                ARRIVAL_TS,
009500                DAYS(CURRENT DATE) - DAYS(ARRIVAL_TS),
009600                PKG_STATUS
009700           FROM PACKAGE
009800          WHERE RESIDENT_ID = :HP-RESIDENT-ID
009900            AND PKG_STATUS IN ('H', 'F')
010000          ORDER BY ARRIVAL_TS, PACKAGE_ID
010100     END-EXEC.
010200
010300 01  WS-PACKAGE-LINE.
010400     05 WS-PL-PACKAGE-ID         PIC ZZZZZ9.
010500     05 FILLER                   PIC X(01)      VALUE SPACES.
010600     05 WS-PL-ITEM-TYPE          PIC X(01).
010700     05 FILLER                   PIC X(01)      VALUE SPACES.
010800     05 WS-PL-CARRIER            PIC X(10).
010900     05 FILLER                   PIC X(01)      VALUE SPACES.
011000     05 WS-PL-TRACKING-NO        PIC X(20).
011100     05 FILLER                   PIC X(01)      VALUE SPACES.
011200     05 WS-PL-ARRIVAL-DATE       PIC X(10).
011300     05 FILLER                   PIC X(01)      VALUE SPACES.
011400     05 WS-PL-DAYS-HELD          PIC ZZZ9.
011500     05 FILLER                   PIC X(01)      VALUE SPACES.
011600     05 WS-PL-STATUS             PIC X(01).
011700
011800 01  WS-RESIDENT-LINE.
011900     05 WS-RL-NAME               PIC X(30).
012000     05 FILLER                   PIC X(07)      VALUE '  HALL '.
012100     05 WS-RL-HALL               PIC X(04).
012200     05 FILLER                   PIC X(07)      VALUE '  ROOM '.
012300     05 WS-RL-ROOM               PIC X(06).
012400
012500 01  WS-ROW-IX                   PIC 9(02) COMP VALUE ZERO.
012600 01  WS-FETCH-DONE-SW            PIC X(01)      VALUE 'N'.
012700     88 WS-FETCH-DONE                   VALUE 'Y'.
012800
012900 01  WS-PAGE-LINES.
013000     05 WS-PAGE-LINE             OCCURS 8 TIMES
013100                                 PIC X(70).
013200
013300 LINKAGE SECTION.
013400 01  DFHCOMMAREA.
013500     05 LK-COMMAREA-DATA         PIC X(31).
013600
013700 PROCEDURE DIVISION.
013800
013900 0000-MAIN.
014000     IF EIBCALEN = ZERO
014100         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
014200     ELSE
014300         MOVE DFHCOMMAREA TO WS-COMMAREA
014400         EVALUATE EIBAID
014500             WHEN DFHPF3
014600                 PERFORM 8000-END-SESSION THRU 8000-EXIT
014700                 GO TO 0000-EXIT
014800             WHEN OTHER
014900                 PERFORM 2000-RECEIVE-AND-APPLY THRU 2000-EXIT
015000         END-EVALUATE
015100     END-IF.
015200
015300     PERFORM 6000-LOG-TRANSACTION-ACCESS THRU 6000-EXIT.
015400
015500     EXEC CICS RETURN
015600         TRANSID('HPKG')
015700         COMMAREA(WS-COMMAREA)
015800     END-EXEC.
015900 0000-EXIT.
016000     EXIT.
016100
016200 1000-SEND-INITIAL-MAP.
016300     MOVE LOW-VALUES TO RPKGMAPO.
016400     MOVE SPACES TO MSGOUTO.
016500     MOVE 'I' TO HP-FUNCTION-CODE.
016600     MOVE SPACES TO HP-RESIDENT-ID.
016700     MOVE SPACES TO HP-HALL-CODE.
016800     MOVE SPACES TO HP-ROOM-NUMBER.
016900
017000     EXEC CICS SEND MAP(WS-MAP-NAME)
017100         MAPSET(WS-MAPSET-NAME)
017200         ERASE
017300     END-EXEC.
017400 1000-EXIT.
017500     EXIT.
017600
017700 2000-RECEIVE-AND-APPLY.
017800     EXEC CICS RECEIVE MAP(WS-MAP-NAME)
017900         MAPSET(WS-MAPSET-NAME)
018000     END-EXEC.
018100
018200     IF RESIDINI NOT = SPACES AND RESIDINI NOT = LOW-VALUES
018300         MOVE RESIDINI TO HP-RESIDENT-ID
018400     END-IF.
018500     MOVE ACTINI   TO WS-ACTION-IN.
018600     MOVE PKGIDINI TO WS-PACKAGE-ID-IN.
018700     MOVE TYPEINI  TO WS-TYPE-IN.
018800     MOVE CARRINI  TO WS-CARRIER-IN.
018900     MOVE TRKINI   TO WS-TRACKING-IN.
019000     MOVE DISPINI  TO WS-DISP-IN.
019100     INSPECT WS-PACKAGE-ID-IN REPLACING ALL LOW-VALUES BY SPACES.
019200     INSPECT WS-TYPE-IN REPLACING ALL LOW-VALUES BY SPACES.
019300     INSPECT WS-CARRIER-IN REPLACING ALL LOW-VALUES BY SPACES.
019400     INSPECT WS-TRACKING-IN REPLACING ALL LOW-VALUES BY SPACES.
019500     INSPECT WS-DISP-IN REPLACING ALL LOW-VALUES BY SPACES.
019600     MOVE LOW-VALUES TO RPKGMAPO.
019700
019800     IF HP-RESIDENT-ID = SPACES OR HP-RESIDENT-ID = LOW-VALUES
019900         MOVE 'ENTER A RESIDENT ID' TO MSGOUTO
020000         MOVE SPACES TO HP-RESIDENT-ID
020100         PERFORM 3900-SEND-SCREEN THRU 3900-EXIT
020200         GO TO 2000-EXIT
020300     END-IF.
020400
020500     PERFORM 2200-READ-RESIDENT THRU 2200-EXIT.
020600
020700     EVALUATE WS-ACTION-IN
020800         WHEN 'A'
020900             MOVE 'A' TO HP-FUNCTION-CODE
021000             PERFORM 3000-LOG-ARRIVAL THRU 3000-EXIT
021100         WHEN 'P'
021200             MOVE 'P' TO HP-FUNCTION-CODE
021300             PERFORM 3400-RECORD-PICKUP THRU 3400-EXIT
021400         WHEN 'R'
021500             MOVE 'R' TO HP-FUNCTION-CODE
021600             PERFORM 3600-RETURN-PACKAGE THRU 3600-EXIT
021700         WHEN OTHER
021800             MOVE 'I' TO HP-FUNCTION-CODE
021900             IF NOT WS-RESIDENT-LOOKUP-ERROR
022000                 MOVE SPACES TO MSGOUTO
022100             END-IF
022200     END-EVALUATE.
022300
022400     PERFORM 5000-LIST-PACKAGES THRU 5000-EXIT.
022500     PERFORM 3900-SEND-SCREEN THRU 3900-EXIT.
022600 2000-EXIT.
022700     EXIT.
022800
022900*****************************************************************
023000* 2200-READ-RESIDENT - THE KEYED ID IS LOOKED UP ON             *
023100*           RESIDENT_OCCUPANCY FOR THE NAME, HALL, AND ROOM     *
023200*           SHOWN ON THE SCREEN. A RESIDENT WHO HAS MOVED OUT   *
023300*           MAY STILL HAVE FLAGGED ITEMS AT THE DESK, SO NOT ON *
023400*           FILE IS NOT AN ERROR HERE - ONLY AN ARRIVAL         *
023500*           REQUIRES A CURRENT ROOM.                            *
023600*****************************************************************
023700 2200-READ-RESIDENT.
023800     MOVE 'N' TO WS-RESIDENT-SW.
023900     MOVE SPACES TO HP-HALL-CODE.
024000     MOVE SPACES TO HP-ROOM-NUMBER.
024100     MOVE HP-RESIDENT-ID TO RO-RESIDENT-ID.
024200     EXEC SQL
024300         SELECT RESIDENT_NAME, HALL_CODE, ROOM_NUMBER
024400           INTO :RO-RESIDENT-NAME, :RO-HALL-CODE, :RO-ROOM-NUMBER
024500           FROM RESIDENT_OCCUPANCY
024600          WHERE RESIDENT_ID = :RO-RESIDENT-ID
024700     END-EXEC.
024800     EVALUATE SQLCODE
024900         WHEN ZERO
025000             MOVE 'Y' TO WS-RESIDENT-SW
025100             MOVE RO-HALL-CODE     TO HP-HALL-CODE
025200             MOVE RO-ROOM-NUMBER   TO HP-ROOM-NUMBER
025300             MOVE RO-RESIDENT-NAME TO WS-RL-NAME
025400             MOVE RO-HALL-CODE     TO WS-RL-HALL
025500             MOVE RO-ROOM-NUMBER   TO WS-RL-ROOM
025600             IF RO-ROOM-NUMBER = SPACES
025700                 MOVE SPACES TO WS-RL-HALL
025800                 MOVE 'NONE'  TO WS-RL-ROOM
025900             END-IF
026000             MOVE WS-RESIDENT-LINE TO RESOUTO
026100         WHEN 100
026200             MOVE 'NOT ON FILE - MOVED OUT OR UNKNOWN'
026300                 TO RESOUTO
026400         WHEN OTHER
026500             MOVE 'E' TO WS-RESIDENT-SW
026600             MOVE 'RESIDENT LOOKUP FAILED - SEE OPERATOR'
026700                 TO MSGOUTO
026800     END-EVALUATE.
026900 2200-EXIT.
027000     EXIT.
027100
027200*****************************************************************
027300* 2500-CHECK-PKG-AUTH - LOGGING, HANDING OVER, OR RETURNING A   *
027400*           DESK ITEM IS HONORED ONLY FOR A SIGNED-ON OPERATOR  *
027500*           WHOSE ACTIVE OPERATOR_AUTH ROW CARRIES THE 'D' DESK *
027600*           LETTER, AND A HALL-RESTRICTED OPERATOR ONLY FOR     *
027700*           THEIR OWN HALL (WS-CHECK-HALL-CODE). FAIL CLOSED ON *
027800*           NO ROW, A REVOKED ROW, OR ANY LOOKUP ERROR; A       *
027900*           DENIED ATTEMPT GOES TO CICL WITH THE 'X' CODE THE   *
028000*           SAME AS EVERY OTHER SCREEN.                         *
028100*****************************************************************
028200 2500-CHECK-PKG-AUTH.
028300     MOVE 'N' TO WS-ADMIN-OK-SW.
028400     MOVE EIBUSERID TO HP-OPERATOR-ID.
028500     MOVE EIBTRMID  TO HP-TERMINAL-ID.
028600     MOVE HP-OPERATOR-ID TO OA-OPERATOR-ID.
028700     MOVE 'NOT AUTHORIZED FOR DESK PACKAGES' TO MSGOUTO.
028800     EXEC SQL
028900         SELECT ALLOW_FUNCTIONS, HALL_RESTRICT, AUTH_STATUS
029000           INTO :WS-ADMIN-FUNCTIONS, :WS-ADMIN-HALL-RESTRICT,
029100                :WS-ADMIN-STATUS
029200           FROM OPERATOR_AUTH
029300          WHERE OPERATOR_ID = :OA-OPERATOR-ID
029400     END-EXEC.
029500     EVALUATE TRUE
029600         WHEN SQLCODE NOT = ZERO
029700             CONTINUE
029800         WHEN WS-ADMIN-STATUS NOT = 'A'
029900             CONTINUE
030000         WHEN WS-ADMIN-FUNCTIONS(1:1) = 'D'
030100          OR WS-ADMIN-FUNCTIONS(2:1) = 'D'
030200          OR WS-ADMIN-FUNCTIONS(3:1) = 'D'
030300          OR WS-ADMIN-FUNCTIONS(4:1) = 'D'
030400          OR WS-ADMIN-FUNCTIONS(5:1) = 'D'
030500          OR WS-ADMIN-FUNCTIONS(6:1) = 'D'
030600          OR WS-ADMIN-FUNCTIONS(7:1) = 'D'
030700          OR WS-ADMIN-FUNCTIONS(8:1) = 'D'
030710          OR WS-ADMIN-FUNCTIONS(9:1) = 'D'
030720          OR WS-ADMIN-FUNCTIONS(10:1) = 'D'
030730          OR WS-ADMIN-FUNCTIONS(11:1) = 'D'
030740          OR WS-ADMIN-FUNCTIONS(12:1) = 'D'
030750          OR WS-ADMIN-FUNCTIONS(13:1) = 'D'
030760          OR WS-ADMIN-FUNCTIONS(14:1) = 'D'
030770          OR WS-ADMIN-FUNCTIONS(15:1) = 'D'
030780          OR WS-ADMIN-FUNCTIONS(16:1) = 'D'
030800             IF WS-ADMIN-HALL-RESTRICT NOT = SPACES AND
030900                WS-ADMIN-HALL-RESTRICT NOT = WS-CHECK-HALL-CODE
031000                 MOVE 'NOT AUTHORIZED FOR PACKAGES IN THIS HALL'
031100                     TO MSGOUTO
031200             ELSE
031300                 MOVE 'Y' TO WS-ADMIN-OK-SW
031400                 MOVE SPACES TO MSGOUTO
031500             END-IF
031600         WHEN OTHER
031700             CONTINUE
031800     END-EVALUATE.
031900     IF NOT WS-ADMIN-OK
032000         MOVE 'X' TO CL-TRANS-CODE
032100         PERFORM 8600-WRITE-CICS-LOG THRU 8600-EXIT
032200     END-IF.
032300 2500-EXIT.
032400     EXIT.
032500
032600*****************************************************************
032700* 3000-LOG-ARRIVAL - AN ARRIVING ITEM IS LOGGED 'H' HELD        *
032800*           AGAINST A RESIDENT WHO IS ON RESIDENT_OCCUPANCY AND *
032900*           HOLDS A ROOM, UNDER THE NEXT PACKAGE ID, WITH THE   *
033000*           RESIDENT'S NAME, HALL, AND ROOM AND THE OPERATOR    *
033100*           AND TERMINAL THAT TOOK IT IN. MAIL FOR ANYONE ELSE  *
033200*           GOES BACK TO THE CARRIER.                           *
033300*****************************************************************
033400 3000-LOG-ARRIVAL.
033500     IF WS-RESIDENT-LOOKUP-ERROR
033600         GO TO 3000-EXIT
033700     END-IF.
033800     IF NOT WS-RESIDENT-ON-FILE
033900         MOVE 'RESIDENT NOT ON FILE - RETURN ITEM TO SENDER'
034000             TO MSGOUTO
034100         GO TO 3000-EXIT
034200     END-IF.
034300     IF HP-ROOM-NUMBER = SPACES
034400         MOVE 'RESIDENT HOLDS NO ROOM - RETURN ITEM TO SENDER'
034500             TO MSGOUTO
034600         GO TO 3000-EXIT
034700     END-IF.
034800     MOVE HP-HALL-CODE TO WS-CHECK-HALL-CODE.
034900     PERFORM 2500-CHECK-PKG-AUTH THRU 2500-EXIT.
035000     IF NOT WS-ADMIN-OK
035100         GO TO 3000-EXIT
035200     END-IF.
035300     IF WS-TYPE-IN NOT = 'P' AND WS-TYPE-IN NOT = 'M'
035400         MOVE 'TYPE MUST BE P (PACKAGE) OR M (MAIL)' TO MSGOUTO
035500         GO TO 3000-EXIT
035600     END-IF.
035700
035800     EXEC SQL
035900         SELECT VALUE(MAX(PACKAGE_ID), 0)
036000           INTO :PK-PACKAGE-ID
036100           FROM PACKAGE
036200     END-EXEC.
036300     IF SQLCODE NOT = ZERO
036400         MOVE 'PACKAGE LOOKUP FAILED - SEE OPERATOR' TO MSGOUTO
036500         GO TO 3000-EXIT
036600     END-IF.
036700     IF PK-PACKAGE-ID >= WS-MAX-PACKAGE-ID
036800         MOVE 'PACKAGE IDS EXHAUSTED - SEE OPERATOR' TO MSGOUTO
036900         GO TO 3000-EXIT
037000     END-IF.
037100     ADD 1 TO PK-PACKAGE-ID.
037200
037300     MOVE HP-RESIDENT-ID   TO PK-RESIDENT-ID.
037400     MOVE RO-RESIDENT-NAME TO PK-RESIDENT-NAME.
037500     MOVE HP-HALL-CODE     TO PK-HALL-CODE.
037600     MOVE HP-ROOM-NUMBER   TO PK-ROOM-NUMBER.
037700     MOVE WS-TYPE-IN       TO PK-ITEM-TYPE.
037800     MOVE WS-CARRIER-IN    TO PK-CARRIER.
037900     MOVE WS-TRACKING-IN   TO PK-TRACKING-NO.
038000     MOVE 'H'              TO PK-PKG-STATUS.
038100     MOVE HP-OPERATOR-ID   TO PK-LOG-OPERATOR.
038200     MOVE HP-TERMINAL-ID   TO PK-LOG-TERMINAL.
038300     EXEC SQL
038400         INSERT INTO PACKAGE
038500             ( PACKAGE_ID, RESIDENT_ID, RESIDENT_NAME, HALL_CODE,
038600               ROOM_NUMBER, ITEM_TYPE, CARRIER, TRACKING_NO,
038700               PKG_STATUS, ARRIVAL_TS, LOG_OPERATOR, LOG_TERMINAL,
038800               LAST_UPDATE_TS, LAST_UPDATE_PGM )
038900         VALUES
039000             ( :PK-PACKAGE-ID, :PK-RESIDENT-ID, :PK-RESIDENT-NAME,
039100               :PK-HALL-CODE, :PK-ROOM-NUMBER, :PK-ITEM-TYPE,
039200               :PK-CARRIER, :PK-TRACKING-NO, :PK-PKG-STATUS,
039300               CURRENT TIMESTAMP, :PK-LOG-OPERATOR,
039400               :PK-LOG-TERMINAL, CURRENT TIMESTAMP, 'RESPKG' )
039500     END-EXEC.
039600     IF SQLCODE NOT = ZERO
039700         MOVE 'PACKAGE INSERT FAILED - SEE OPERATOR' TO MSGOUTO
039800         GO TO 3000-EXIT
039900     END-IF.
040000     MOVE PK-PACKAGE-ID TO WS-PACKAGE-ID-DISPLAY.
040100     STRING 'ITEM ' WS-PACKAGE-ID-DISPLAY
040200            ' LOGGED - LABEL IT AND HOLD AT THE DESK'
040300         DELIMITED BY SIZE INTO MSGOUTO.
040400 3000-EXIT.
040500     EXIT.
040600
040700*****************************************************************
040800* 3300-READ-PACKAGE - THE KEYED PACKAGE ID MUST BE AN ITEM OF   *
040900*           THE RESIDENT ON THE SCREEN THAT IS STILL AT THE     *
041000*           DESK ('H' HELD OR 'F' FLAGGED).                     *
041100*****************************************************************
041200 3300-READ-PACKAGE.
041300     MOVE 'N' TO WS-PACKAGE-FOUND-SW.
041400     IF WS-PACKAGE-ID-IN NOT NUMERIC OR WS-PACKAGE-ID-NUM = ZERO
041500         MOVE 'ENTER THE PACKAGE ID FROM THE LIST' TO MSGOUTO
041600         GO TO 3300-EXIT
041700     END-IF.
041800     MOVE WS-PACKAGE-ID-NUM TO PK-PACKAGE-ID.
041900     EXEC SQL
042000         SELECT RESIDENT_ID, HALL_CODE, ROOM_NUMBER, PKG_STATUS
042100           INTO :PK-RESIDENT-ID, :PK-HALL-CODE, :PK-ROOM-NUMBER,
042200                :PK-PKG-STATUS
042300           FROM PACKAGE
042400          WHERE PACKAGE_ID = :PK-PACKAGE-ID
042500     END-EXEC.
042600     EVALUATE SQLCODE
042700         WHEN ZERO
042800             IF PK-RESIDENT-ID NOT = HP-RESIDENT-ID
042900                 MOVE 'NO SUCH ITEM FOR THIS RESIDENT' TO MSGOUTO
043000             ELSE
043100                 IF NOT PK-STATUS-HELD AND NOT PK-STATUS-FLAGGED
043200                     MOVE 'ITEM IS ALREADY CLOSED OUT' TO MSGOUTO
043300                 ELSE
043400                     MOVE 'Y' TO WS-PACKAGE-FOUND-SW
043500                 END-IF
043600             END-IF
043700         WHEN 100
043800             MOVE 'NO SUCH ITEM FOR THIS RESIDENT' TO MSGOUTO
043900         WHEN OTHER
044000             MOVE 'PACKAGE LOOKUP FAILED - SEE OPERATOR'
044100                 TO MSGOUTO
044200     END-EVALUATE.
044300 3300-EXIT.
044400     EXIT.
044500
044600*****************************************************************
044700* 3400-RECORD-PICKUP - THE RESIDENT HAS COLLECTED THE ITEM: IT  *
044800*           GOES 'C' WITH THE PICKUP TIMESTAMP, OPERATOR, AND   *
044900*           TERMINAL. A FLAGGED ITEM MAY STILL BE HANDED TO A   *
045000*           RESIDENT WHO COMES BACK FOR IT. THE UPDATE IS       *
045100*           GUARDED BY THE STATUS JUST READ, SO AN ITEM CLOSED  *
045200*           OUT IN BETWEEN IS RETRIED.                          *
045300*****************************************************************
045400 3400-RECORD-PICKUP.
045500     PERFORM 3300-READ-PACKAGE THRU 3300-EXIT.
045600     IF NOT WS-PACKAGE-FOUND
045700         GO TO 3400-EXIT
045800     END-IF.
045900     MOVE PK-HALL-CODE TO WS-CHECK-HALL-CODE.
046000     PERFORM 2500-CHECK-PKG-AUTH THRU 2500-EXIT.
046100     IF NOT WS-ADMIN-OK
046200         GO TO 3400-EXIT
046300     END-IF.
046400     MOVE HP-OPERATOR-ID TO PK-PICKUP-OPERATOR.
046500     MOVE HP-TERMINAL-ID TO PK-PICKUP-TERMINAL.
046600     EXEC SQL
046700         UPDATE PACKAGE
046800            SET PKG_STATUS      = 'C',
046900                PICKUP_TS       = CURRENT TIMESTAMP,
047000                PICKUP_OPERATOR = :PK-PICKUP-OPERATOR,
047100                PICKUP_TERMINAL = :PK-PICKUP-TERMINAL,
047200                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
047300                LAST_UPDATE_PGM = 'RESPKG'
047400          WHERE PACKAGE_ID      = :PK-PACKAGE-ID
047500            AND PKG_STATUS      = :PK-PKG-STATUS
047600     END-EXEC.
047700     EVALUATE SQLCODE
047800         WHEN ZERO
047900             MOVE PK-PACKAGE-ID TO WS-PACKAGE-ID-DISPLAY
048000             STRING 'ITEM ' WS-PACKAGE-ID-DISPLAY ' PICKED UP'
048100                 DELIMITED BY SIZE INTO MSGOUTO
048200         WHEN 100
048300             MOVE 'ITEM CHANGED BY ANOTHER USER - RETRY'
048400                 TO MSGOUTO
048500         WHEN OTHER
048600             MOVE 'PACKAGE UPDATE FAILED - SEE OPERATOR'
048700                 TO MSGOUTO
048800     END-EVALUATE.
048900 3400-EXIT.
049000     EXIT.
049100
049200*****************************************************************
049300* 3600-RETURN-PACKAGE - AN ITEM THAT WILL NOT BE COLLECTED -    *
049400*           USUALLY ONE FLAGGED WHEN THE RESIDENT MOVED OUT -   *
049500*           GOES 'R' AS RETURNED TO SENDER ('S') OR FORWARDED   *
049600*           ('F'), WITH THE OPERATOR AND TERMINAL THAT SENT IT  *
049700*           ON.                                                 *
049800*****************************************************************
049900 3600-RETURN-PACKAGE.
050000     PERFORM 3300-READ-PACKAGE THRU 3300-EXIT.
050100     IF NOT WS-PACKAGE-FOUND
050200         GO TO 3600-EXIT
050300     END-IF.
050400     MOVE PK-HALL-CODE TO WS-CHECK-HALL-CODE.
050500     PERFORM 2500-CHECK-PKG-AUTH THRU 2500-EXIT.
050600     IF NOT WS-ADMIN-OK
050700         GO TO 3600-EXIT
050800     END-IF.
050900     IF WS-DISP-IN NOT = 'S' AND WS-DISP-IN NOT = 'F'
051000         MOVE 'RETURN MUST BE S (TO SENDER) OR F (FORWARDED)'
051100             TO MSGOUTO
051200         GO TO 3600-EXIT
051300     END-IF.
051400     MOVE WS-DISP-IN     TO PK-DISPOSITION.
051500     MOVE HP-OPERATOR-ID TO PK-PICKUP-OPERATOR.
051600     MOVE HP-TERMINAL-ID TO PK-PICKUP-TERMINAL.
051700     EXEC SQL
051800         UPDATE PACKAGE
051900            SET PKG_STATUS      = 'R',
052000                DISPOSITION     = :PK-DISPOSITION,
052100                PICKUP_TS       = CURRENT TIMESTAMP,
052200                PICKUP_OPERATOR = :PK-PICKUP-OPERATOR,
052300                PICKUP_TERMINAL = :PK-PICKUP-TERMINAL,
052400                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
052500                LAST_UPDATE_PGM = 'RESPKG'
052600          WHERE PACKAGE_ID      = :PK-PACKAGE-ID
052700            AND PKG_STATUS      = :PK-PKG-STATUS
052800     END-EXEC.
052900     EVALUATE SQLCODE
053000         WHEN ZERO
053100             MOVE PK-PACKAGE-ID TO WS-PACKAGE-ID-DISPLAY
053200             IF PK-DISP-FORWARDED
053300                 STRING 'ITEM ' WS-PACKAGE-ID-DISPLAY ' FORWARDED'
053400                     DELIMITED BY SIZE INTO MSGOUTO
053500             ELSE
053600                 STRING 'ITEM ' WS-PACKAGE-ID-DISPLAY
053700                        ' RETURNED TO SENDER'
053800                     DELIMITED BY SIZE INTO MSGOUTO
053900             END-IF
054000         WHEN 100
054100             MOVE 'ITEM CHANGED BY ANOTHER USER - RETRY'
054200                 TO MSGOUTO
054300         WHEN OTHER
054400             MOVE 'PACKAGE UPDATE FAILED - SEE OPERATOR'
054500                 TO MSGOUTO
054600     END-EVALUATE.
054700 3600-EXIT.
054800     EXIT.
054900
055000 5000-LIST-PACKAGES.
055100     MOVE SPACES TO WS-PAGE-LINES.
055200     MOVE ZERO TO WS-ROW-IX.
055300     MOVE 'N' TO WS-FETCH-DONE-SW.
055400
055500     EXEC SQL OPEN PC END-EXEC.
055600     IF SQLCODE NOT = ZERO
055700         MOVE 'PACKAGE LOOKUP FAILED - SEE OPERATOR' TO MSGOUTO
055800         GO TO 5000-EXIT
055900     END-IF.
056000
056100     PERFORM 5100-FETCH-PACKAGE THRU 5100-EXIT
056200         UNTIL WS-FETCH-DONE OR WS-ROW-IX >= 8.
056300
056400     EXEC SQL CLOSE PC END-EXEC.
056500
056600     IF WS-ROW-IX = ZERO AND HP-FUNC-INQUIRE
056700        AND NOT WS-RESIDENT-LOOKUP-ERROR
056800         MOVE 'NO ITEMS HELD AT THE DESK FOR THIS RESIDENT'
056900             TO MSGOUTO
057000     END-IF.
057100     MOVE WS-PAGE-LINE(1) TO PLN1O.
057200     MOVE WS-PAGE-LINE(2) TO PLN2O.
057300     MOVE WS-PAGE-LINE(3) TO PLN3O.
057400     MOVE WS-PAGE-LINE(4) TO PLN4O.
057500     MOVE WS-PAGE-LINE(5) TO PLN5O.
057600     MOVE WS-PAGE-LINE(6) TO PLN6O.
057700     MOVE WS-PAGE-LINE(7) TO PLN7O.
057800     MOVE WS-PAGE-LINE(8) TO PLN8O.
057900 5000-EXIT.
058000     EXIT.
058100
058200 5100-FETCH-PACKAGE.
058300     EXEC SQL
058400         FETCH PC
058500          INTO :PK-PACKAGE-ID, :PK-ITEM-TYPE, :PK-CARRIER,
058600               :PK-TRACKING-NO, :PK-ARRIVAL-TS, :WS-DAYS-HELD,
058700               :PK-PKG-STATUS
058800     END-EXEC.
058900     EVALUATE SQLCODE
059000         WHEN ZERO
059100             ADD 1 TO WS-ROW-IX
059200             MOVE PK-PACKAGE-ID       TO WS-PL-PACKAGE-ID
059300             MOVE PK-ITEM-TYPE        TO WS-PL-ITEM-TYPE
059400             MOVE PK-CARRIER          TO WS-PL-CARRIER
059500             MOVE PK-TRACKING-NO      TO WS-PL-TRACKING-NO
059600             MOVE PK-ARRIVAL-TS(1:10) TO WS-PL-ARRIVAL-DATE
059700             MOVE WS-DAYS-HELD        TO WS-PL-DAYS-HELD
059800             MOVE PK-PKG-STATUS       TO WS-PL-STATUS
059900             MOVE WS-PACKAGE-LINE     TO
060000                 WS-PAGE-LINE(WS-ROW-IX)
060100         WHEN 100
060200             MOVE 'Y' TO WS-FETCH-DONE-SW
060300         WHEN OTHER
060400             MOVE 'Y' TO WS-FETCH-DONE-SW
060500             MOVE 'PACKAGE FETCH FAILED - SEE OPERATOR'
060600                 TO MSGOUTO
060700     END-EVALUATE.
060800 5100-EXIT.
060900     EXIT.
061000
061100 3900-SEND-SCREEN.
061200     MOVE HP-RESIDENT-ID TO RESIDINO.
061300     EXEC CICS SEND MAP(WS-MAP-NAME)
061400         MAPSET(WS-MAPSET-NAME)
061500         DATAONLY
061600         CURSOR
061700     END-EXEC.
061800 3900-EXIT.
061900     EXIT.
062000
062100 8600-WRITE-CICS-LOG.
062200     MOVE HP-RESIDENT-ID         TO CL-RESIDENT-ID.
062300     EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
062400     EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
062500         YYYYMMDD(WS-CICS-DATE)
062600         DATESEP('-')
062700         TIME(WS-CICS-TIME)
062800         TIMESEP('.')
062900     END-EXEC.
063000     STRING WS-CICS-DATE   DELIMITED BY SIZE
063100            '-'            DELIMITED BY SIZE
063200            WS-CICS-TIME   DELIMITED BY SIZE
063300            '.000000'      DELIMITED BY SIZE
063400         INTO CL-UPDATE-TS
063500     END-STRING.
063600     MOVE HP-OPERATOR-ID         TO CL-OPERATOR-ID.
063700     MOVE HP-TERMINAL-ID         TO CL-TERMINAL-ID.
063800     MOVE WS-CHECK-HALL-CODE     TO CL-HALL-CODE.
063900     MOVE HP-ROOM-NUMBER         TO CL-ROOM-NUMBER.
064000     EXEC CICS WRITEQ TD QUEUE('CICL')
064100         FROM(CICS-LOG-RECORD)
064200         LENGTH(LENGTH OF CICS-LOG-RECORD)
064300     END-EXEC.
064400 8600-EXIT.
064500     EXIT.
064600
064700 6000-LOG-TRANSACTION-ACCESS.
064800     MOVE EIBUSERID              TO HP-OPERATOR-ID.
064900     MOVE EIBTRMID               TO HP-TERMINAL-ID.
065000     DISPLAY "RESPKG - USER " HP-OPERATOR-ID
065100         " TERM " HP-TERMINAL-ID
065200         " RESIDENT " HP-RESIDENT-ID.
065300 6000-EXIT.
065400     EXIT.
065500
065600 8000-END-SESSION.
065700     PERFORM 6000-LOG-TRANSACTION-ACCESS THRU 6000-EXIT.
065800     EXEC CICS SEND TEXT
065900         FROM('SESSION ENDED - THANK YOU')
066000         LENGTH(25)
066100         ERASE
066200         FREEKB
066300     END-EXEC.
066400     EXEC CICS RETURN END-EXEC.
066500 8000-EXIT.
066600     EXIT.
066700
066800 END PROGRAM respkg.
