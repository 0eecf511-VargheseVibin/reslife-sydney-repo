000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resblok.
000300 AUTHOR. RESLIFE-IT-ONLINE-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - ROOM BLOCK MAINTENANCE      *
000900*              (TRANSACTION HBLK, MAPSET RBLKMAP). ASSIGNMENT   *
001000*              STAFF USED TO HOLD ROOMS FOR CONFERENCE GROUPS,  *
001100*              RA APARTMENTS, AND OVERFLOW ON A SPREADSHEET THE *
001200*              ASSIGNMENT PATHS NEVER SAW. KEY A HALL TO LIST   *
001300*              ITS CURRENT BLOCKS; ACTION 'A' ADDS A BLOCK OVER *
001400*              A ROOM OR A RANGE OF ROOMS FOR A DATE RANGE WITH *
001500*              AN OWNER AND REASON, 'U' CHANGES ONE BY BLOCK ID *
001600*              (BLANK FIELDS KEEP THEIR VALUES), AND 'X' CANCELS*
001700*              ONE. ADD/UPDATE/CANCEL NEED THE NEW 'B' LETTER ON*
001800*              THE OPERATOR'S ACTIVE OPERATOR_AUTH ROW, AND A   *
001900*              HALL-RESTRICTED OPERATOR MAY ONLY BLOCK ROOMS IN *
002000*              THEIR OWN HALL; A DENIED ATTEMPT IS LOGGED TO    *
002100*              CICL AS AN 'X' ENTRY. THE BLOCK ROW CARRIES THE  *
002200*              OPERATOR, TERMINAL, AND TIMESTAMP THAT CREATED   *
002300*              IT.                                              *
002333*  2026-10-15 FMV THE OPERATOR_AUTH FUNCTION LIST (SEE          *
002366*              COPYBOOKS/OPAUTDCL) IS NOW 16 LETTERS LONG AND   *
002399*              THE AUTHORIZATION CHECK LOOKS FOR THE 'B' LETTER *
002432*              IN ALL 16 POSITIONS.                             *
002465*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800
002900 DATA DIVISION.
003000 WORKING-STORAGE SECTION.
003100     EXEC SQL INCLUDE SQLCA END-EXEC.
003200
003300     COPY BLOKDCL.
003400
003500     COPY OPAUTDCL.
003600
003700     COPY RBLKMAPS.
003800
003900     COPY DFHAID.
004000
004100 01  WS-COMMAREA.
004200     COPY RBLKCOMM.
004300
004400 01  WS-MAP-NAME                 PIC X(07)      VALUE 'RBLKMAP'.
004500 01  WS-MAPSET-NAME              PIC X(07)      VALUE 'RBLKMAP'.
004600
004700 01  CICS-LOG-RECORD.
004800     COPY CICSLOG.
004900
005000*****************************************************************
005100* INPUT FIELDS ARE COPIED OUT OF THE MAP BEFORE THE OUTPUT AREA  *
005200*           (WHICH REDEFINES IT) IS CLEARED FOR THE REPLY.       *
005300*****************************************************************
005400 01  WS-ACTION-IN                PIC X(01)      VALUE SPACE.
005500 01  WS-BLOCK-ID-IN              PIC X(06)      VALUE SPACES.
005600 01  WS-BLOCK-ID-NUM REDEFINES WS-BLOCK-ID-IN
005700                                 PIC 9(06).
005800 01  WS-ROOM-FROM-IN             PIC X(06)      VALUE SPACES.
005900 01  WS-ROOM-THRU-IN             PIC X(06)      VALUE SPACES.
006000 01  WS-START-IN                 PIC X(10)      VALUE SPACES.
006100 01  WS-END-IN                   PIC X(10)      VALUE SPACES.
006200 01  WS-OWNER-IN                 PIC X(20)      VALUE SPACES.
006300 01  WS-REASON-IN                PIC X(30)      VALUE SPACES.
006400
006500 01  WS-ADMIN-OK-SW              PIC X(01)      VALUE 'N'.
006600     88 WS-ADMIN-OK                     VALUE 'Y'.
006700 01  WS-ADMIN-FUNCTIONS          PIC X(16)      VALUE SPACES.
006800 01  WS-ADMIN-HALL-RESTRICT      PIC X(04)      VALUE SPACES.
006900 01  WS-ADMIN-STATUS             PIC X(01)      VALUE SPACE.
007000
007100 01  WS-BLOCK-FOUND-SW           PIC X(01)      VALUE 'N'.
007200     88 WS-BLOCK-FOUND                  VALUE 'Y'.
007300 01  WS-BLOCK-OK-SW              PIC X(01)      VALUE 'N'.
007400     88 WS-BLOCK-OK                     VALUE 'Y'.
007500 01  WS-RANGE-ROOM-COUNT         PIC S9(9) COMP VALUE ZERO.
007600 01  WS-BLOCK-ID-DISPLAY         PIC ZZZZZ9.
007700 77  WS-MAX-BLOCK-ID             PIC S9(9) COMP VALUE 999999.
007800
007900 01  WS-EDIT-DATE                PIC X(10)      VALUE SPACES.
008000 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
008100     05 WS-ED-YYYY               PIC X(04).
008200     05 WS-ED-SEP1               PIC X(01).
008300     05 WS-ED-MM                 PIC X(02).
008400     05 WS-ED-MM-NUM REDEFINES WS-ED-MM
008500                                 PIC 9(02).
008600     05 WS-ED-SEP2               PIC X(01).
008700     05 WS-ED-DD                 PIC X(02).
008800     05 WS-ED-DD-NUM REDEFINES WS-ED-DD
008900                                 PIC 9(02).
009000 01  WS-ED-MAX-DD                PIC 9(02)      VALUE ZERO.
009100 01  WS-ED-YYYY-NUM              PIC 9(04)      VALUE ZERO.
009200 01  WS-LEAP-REM                 PIC 9(04)      VALUE ZERO.
009300 01  WS-DATE-VALID-SW            PIC X(01)      VALUE 'N'.
009400     88 WS-DATE-VALID                   VALUE 'Y'.
009500
009600 01  WS-ABS-TIME                 PIC S9(15)     COMP-3.
009700 01  WS-CICS-DATE                PIC X(10).
009800 01  WS-CICS-TIME                PIC X(08).
009900
010000*    ACTIVE BLOCKS FIRST, THEN ANY CANCELLED ONES THAT WOULD STILL
010100*    HAVE BEEN IN FORCE, EACH IN START-DATE ORDER.
010200     EXEC SQL
010300         DECLARE BC CURSOR FOR
010400         SELECT BLOCK_ID, ROOM_FROM, ROOM_THRU, START_DATE,
010500                END_DATE, BLOCK_OWNER, BLOCK_STATUS
010600           FROM ROOM_BLOCK
010700          WHERE HALL_CODE = :HB-HALL-CODE
010800            AND END_DATE >= CURRENT DATE
010900          ORDER BY BLOCK_STATUS, START_DATE, ROOM_FROM
011000     END-EXEC.
011100
011200 01  WS-BLOCK-LINE.
011300     05 WS-BL-BLOCK-ID           PIC ZZZZZ9.
011400     05 FILLER                   PIC X(02)      VALUE SPACES.
011500     05 WS-BL-ROOM-FROM          PIC X(06).
011600     05 FILLER                   PIC X(01)      VALUE '-'.
011700     05 WS-BL-ROOM-THRU          PIC X(06).
011800     05 FILLER                   PIC X(02)      VALUE SPACES.
011900     05 WS-BL-START-DATE         PIC X(10).
012000     05 FILLER                   PIC X(01)      VALUE SPACES.
012100     05 WS-BL-END-DATE           PIC X(10).
012200     05 FILLER                   PIC X(02)      VALUE SPACES.
012300     05 WS-BL-OWNER              PIC X(20).
012400     05 FILLER                   PIC X(02)      VALUE SPACES.
012500     05 WS-BL-STATUS             PIC X(01).
012600
012700 01  WS-ROW-IX                   PIC 9(02) COMP VALUE ZERO.
012800 01  WS-FETCH-DONE-SW            PIC X(01)      VALUE 'N'.
012900     88 WS-FETCH-DONE                   VALUE 'Y'.
013000
013100 01  WS-PAGE-LINES.
013200     05 WS-PAGE-LINE             OCCURS 5 TIMES
013300                                 PIC X(70).
013400
013500 LINKAGE SECTION.
013600 01  DFHCOMMAREA.
013700     05 LK-COMMAREA-DATA         PIC X(17).
013800
013900 PROCEDURE DIVISION.
014000
014100 0000-MAIN.
014200     IF EIBCALEN = ZERO
014300         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
014400     ELSE
014500         MOVE DFHCOMMAREA TO WS-COMMAREA
014600         EVALUATE EIBAID
014700             WHEN DFHPF3
014800                 PERFORM 8000-END-SESSION THRU 8000-EXIT
014900                 GO TO 0000-EXIT
015000             WHEN OTHER
015100                 PERFORM 2000-RECEIVE-AND-APPLY THRU 2000-EXIT
015200         END-EVALUATE
015300     END-IF.
015400
015500     PERFORM 6000-LOG-TRANSACTION-ACCESS THRU 6000-EXIT.
015600
015700     EXEC CICS RETURN
015800         TRANSID('HBLK')
015900         COMMAREA(WS-COMMAREA)
016000     END-EXEC.
016100 0000-EXIT.
016200     EXIT.
016300
016400 1000-SEND-INITIAL-MAP.
016500     MOVE LOW-VALUES TO RBLKMAPO.
016600     MOVE SPACES TO MSGOUTO.
016700     MOVE 'I' TO HB-FUNCTION-CODE.
016800     MOVE SPACES TO HB-HALL-CODE.
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
018200     IF HALLINI NOT = SPACES AND HALLINI NOT = LOW-VALUES
018300         MOVE HALLINI TO HB-HALL-CODE
018400     END-IF.
018500     MOVE ACTINI   TO WS-ACTION-IN.
018600     MOVE BLKIDINI TO WS-BLOCK-ID-IN.
018700     MOVE RMFRINI  TO WS-ROOM-FROM-IN.
018800     MOVE RMTHINI  TO WS-ROOM-THRU-IN.
018900     MOVE STRTINI  TO WS-START-IN.
019000     MOVE ENDINI   TO WS-END-IN.
019100     MOVE OWNRINI  TO WS-OWNER-IN.
019200     MOVE RSNINI   TO WS-REASON-IN.
019300     INSPECT WS-BLOCK-ID-IN REPLACING ALL LOW-VALUES BY SPACES.
019400     INSPECT WS-ROOM-FROM-IN REPLACING ALL LOW-VALUES BY SPACES.
019500     INSPECT WS-ROOM-THRU-IN REPLACING ALL LOW-VALUES BY SPACES.
019600     INSPECT WS-START-IN REPLACING ALL LOW-VALUES BY SPACES.
019700     INSPECT WS-END-IN REPLACING ALL LOW-VALUES BY SPACES.
019800     INSPECT WS-OWNER-IN REPLACING ALL LOW-VALUES BY SPACES.
019900     INSPECT WS-REASON-IN REPLACING ALL LOW-VALUES BY SPACES.
020000     MOVE LOW-VALUES TO RBLKMAPO.
020100
020200     IF HB-HALL-CODE = SPACES OR HB-HALL-CODE = LOW-VALUES
020300         MOVE 'ENTER A HALL CODE' TO MSGOUTO
020400         MOVE SPACES TO HB-HALL-CODE
020500         PERFORM 3900-SEND-SCREEN THRU 3900-EXIT
020600         GO TO 2000-EXIT
020700     END-IF.
020800
020900     EVALUATE WS-ACTION-IN
021000         WHEN 'A'
021100             MOVE 'A' TO HB-FUNCTION-CODE
021200             PERFORM 2500-CHECK-BLOCK-AUTH THRU 2500-EXIT
021300             IF WS-ADMIN-OK
021400                 PERFORM 3000-ADD-BLOCK THRU 3000-EXIT
021500             END-IF
021600         WHEN 'U'
021700             MOVE 'U' TO HB-FUNCTION-CODE
021800             PERFORM 2500-CHECK-BLOCK-AUTH THRU 2500-EXIT
021900             IF WS-ADMIN-OK
022000                 PERFORM 3400-UPDATE-BLOCK THRU 3400-EXIT
022100             END-IF
022200         WHEN 'X'
022300             MOVE 'X' TO HB-FUNCTION-CODE
022400             PERFORM 2500-CHECK-BLOCK-AUTH THRU 2500-EXIT
022500             IF WS-ADMIN-OK
022600                 PERFORM 3600-CANCEL-BLOCK THRU 3600-EXIT
022700             END-IF
022800         WHEN OTHER
022900             MOVE 'I' TO HB-FUNCTION-CODE
023000             MOVE SPACES TO MSGOUTO
023100     END-EVALUATE.
023200
023300     PERFORM 5000-LIST-BLOCKS THRU 5000-EXIT.
023400     PERFORM 3900-SEND-SCREEN THRU 3900-EXIT.
023500 2000-EXIT.
023600     EXIT.
023700
023800*****************************************************************
023900* 2500-CHECK-BLOCK-AUTH - ADDING, CHANGING, OR CANCELLING A ROOM *
024000*           BLOCK IS HONORED ONLY FOR A SIGNED-ON OPERATOR WHOSE *
024100*           ACTIVE OPERATOR_AUTH ROW CARRIES THE 'B' BLOCKS      *
024200*           LETTER, AND A HALL-RESTRICTED OPERATOR ONLY FOR      *
024300*           THEIR OWN HALL. FAIL CLOSED ON NO ROW, A REVOKED ROW,*
024400*           OR ANY LOOKUP ERROR; A DENIED ATTEMPT GOES TO CICL   *
024500*           WITH THE 'X' CODE THE SAME AS EVERY OTHER SCREEN.    *
024600*****************************************************************
024700 2500-CHECK-BLOCK-AUTH.
024800     MOVE 'N' TO WS-ADMIN-OK-SW.
024900     MOVE EIBUSERID TO HB-OPERATOR-ID.
025000     MOVE EIBTRMID  TO HB-TERMINAL-ID.
025100     MOVE HB-OPERATOR-ID TO OA-OPERATOR-ID.
025200     MOVE 'NOT AUTHORIZED FOR ROOM BLOCKS' TO MSGOUTO.
025300     EXEC SQL
025400         SELECT ALLOW_FUNCTIONS, HALL_RESTRICT, AUTH_STATUS
025500           INTO :WS-ADMIN-FUNCTIONS, :WS-ADMIN-HALL-RESTRICT,
025600                :WS-ADMIN-STATUS
025700           FROM OPERATOR_AUTH
025800          WHERE OPERATOR_ID = :OA-OPERATOR-ID
025900     END-EXEC.
026000     EVALUATE TRUE
026100         WHEN SQLCODE NOT = ZERO
026200             CONTINUE
026300         WHEN WS-ADMIN-STATUS NOT = 'A'
026400             CONTINUE
026500         WHEN WS-ADMIN-FUNCTIONS(1:1) = 'B'
026600          OR WS-ADMIN-FUNCTIONS(2:1) = 'B'
026700          OR WS-ADMIN-FUNCTIONS(3:1) = 'B'
026800          OR WS-ADMIN-FUNCTIONS(4:1) = 'B'
026900          OR WS-ADMIN-FUNCTIONS(5:1) = 'B'
027000          OR WS-ADMIN-FUNCTIONS(6:1) = 'B'
027100          OR WS-ADMIN-FUNCTIONS(7:1) = 'B'
027200          OR WS-ADMIN-FUNCTIONS(8:1) = 'B'
027210          OR WS-ADMIN-FUNCTIONS(9:1) = 'B'
027220          OR WS-ADMIN-FUNCTIONS(10:1) = 'B'
027230          OR WS-ADMIN-FUNCTIONS(11:1) = 'B'
027240          OR WS-ADMIN-FUNCTIONS(12:1) = 'B'
027250          OR WS-ADMIN-FUNCTIONS(13:1) = 'B'
027260          OR WS-ADMIN-FUNCTIONS(14:1) = 'B'
027270          OR WS-ADMIN-FUNCTIONS(15:1) = 'B'
027280          OR WS-ADMIN-FUNCTIONS(16:1) = 'B'
027300             IF WS-ADMIN-HALL-RESTRICT NOT = SPACES AND
027400                WS-ADMIN-HALL-RESTRICT NOT = HB-HALL-CODE
027500                 MOVE 'NOT AUTHORIZED FOR BLOCKS IN THIS HALL'
027600                     TO MSGOUTO
027700             ELSE
027800                 MOVE 'Y' TO WS-ADMIN-OK-SW
027900                 MOVE SPACES TO MSGOUTO
028000             END-IF
028100         WHEN OTHER
028200             CONTINUE
028300     END-EVALUATE.
028400     IF NOT WS-ADMIN-OK
028500         MOVE 'X' TO CL-TRANS-CODE
028600         PERFORM 8600-WRITE-CICS-LOG THRU 8600-EXIT
028700     END-IF.
028800 2500-EXIT.
028900     EXIT.
029000
029100*****************************************************************
029200* 2600-VALIDATE-DATE - WS-EDIT-DATE MUST BE YYYY-MM-DD WITH A    *
029300*           REAL MONTH AND A DAY THE MONTH ACTUALLY HAS,         *
029400*           FEBRUARY BY THE LEAP-YEAR RULE.                      *
029500*****************************************************************
029600 2600-VALIDATE-DATE.
029700     MOVE 'N' TO WS-DATE-VALID-SW.
029800     IF WS-ED-YYYY NOT NUMERIC OR
029900        WS-ED-SEP1 NOT = '-' OR
030000        WS-ED-MM NOT NUMERIC OR
030100        WS-ED-SEP2 NOT = '-' OR
030200        WS-ED-DD NOT NUMERIC
030300         GO TO 2600-EXIT
030400     END-IF.
030500     IF WS-ED-MM-NUM < 1 OR WS-ED-MM-NUM > 12
030600         GO TO 2600-EXIT
030700     END-IF.
030800     EVALUATE WS-ED-MM-NUM
030900         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
031000             MOVE 31 TO WS-ED-MAX-DD
031100         WHEN 4 WHEN 6 WHEN 9 WHEN 11
031200             MOVE 30 TO WS-ED-MAX-DD
031300         WHEN 2
031400             MOVE 28 TO WS-ED-MAX-DD
031500             MOVE WS-ED-YYYY TO WS-ED-YYYY-NUM
031600             DIVIDE WS-ED-YYYY-NUM BY 4 GIVING WS-LEAP-REM
031700                 REMAINDER WS-LEAP-REM
031800             IF WS-LEAP-REM = ZERO
031900                 MOVE 29 TO WS-ED-MAX-DD
032000                 DIVIDE WS-ED-YYYY-NUM BY 100 GIVING WS-LEAP-REM
032100                     REMAINDER WS-LEAP-REM
032200                 IF WS-LEAP-REM = ZERO
032300                     DIVIDE WS-ED-YYYY-NUM BY 400
032400                         GIVING WS-LEAP-REM
032500                         REMAINDER WS-LEAP-REM
032600                     IF WS-LEAP-REM NOT = ZERO
032700                         MOVE 28 TO WS-ED-MAX-DD
032800                     END-IF
032900                 END-IF
033000             END-IF
033100     END-EVALUATE.
033200     IF WS-ED-DD-NUM < 1 OR WS-ED-DD-NUM > WS-ED-MAX-DD
033300         GO TO 2600-EXIT
033400     END-IF.
033500     MOVE 'Y' TO WS-DATE-VALID-SW.
033600 2600-EXIT.
033700     EXIT.
033800
033900*****************************************************************
034000* 3000-ADD-BLOCK - A NEW BLOCK TAKES THE KEYED ROOM RANGE (THRU  *
034100*           DEFAULTS TO FROM FOR A SINGLE ROOM), DATES, OWNER,   *
034200*           AND REASON, IS EDITED BY 3100, AND IS INSERTED 'A'   *
034300*           ACTIVE UNDER THE NEXT BLOCK ID.                      *
034400*****************************************************************
034500 3000-ADD-BLOCK.
034600     MOVE HB-HALL-CODE    TO RB-HALL-CODE.
034700     MOVE WS-ROOM-FROM-IN TO RB-ROOM-FROM.
034800     MOVE WS-ROOM-THRU-IN TO RB-ROOM-THRU.
034900     IF RB-ROOM-THRU = SPACES
035000         MOVE RB-ROOM-FROM TO RB-ROOM-THRU
035100     END-IF.
035200     MOVE WS-START-IN     TO RB-START-DATE.
035300     MOVE WS-END-IN       TO RB-END-DATE.
035400     MOVE WS-OWNER-IN     TO RB-BLOCK-OWNER.
035500     MOVE WS-REASON-IN    TO RB-BLOCK-REASON.
035600     PERFORM 3100-EDIT-BLOCK THRU 3100-EXIT.
035700     IF NOT WS-BLOCK-OK
035800         GO TO 3000-EXIT
035900     END-IF.
036000
036100     EXEC SQL
036200         SELECT VALUE(MAX(BLOCK_ID), 0)
036300           INTO :RB-BLOCK-ID
036400           FROM ROOM_BLOCK
036500     END-EXEC.
036600     IF SQLCODE NOT = ZERO
036700         MOVE 'BLOCK LOOKUP FAILED - SEE OPERATOR' TO MSGOUTO
036800         GO TO 3000-EXIT
036900     END-IF.
037000     IF RB-BLOCK-ID >= WS-MAX-BLOCK-ID
037100         MOVE 'BLOCK IDS EXHAUSTED - SEE OPERATOR' TO MSGOUTO
037200         GO TO 3000-EXIT
037300     END-IF.
037400     ADD 1 TO RB-BLOCK-ID.
037500
037600     MOVE 'A'            TO RB-BLOCK-STATUS.
037700     MOVE HB-OPERATOR-ID TO RB-CREATE-OPERATOR.
037800     MOVE HB-TERMINAL-ID TO RB-CREATE-TERMINAL.
037900     EXEC SQL
038000         INSERT INTO ROOM_BLOCK
038100             ( BLOCK_ID, HALL_CODE, ROOM_FROM, ROOM_THRU,
038200               START_DATE, END_DATE, BLOCK_OWNER, BLOCK_REASON,
038300               BLOCK_STATUS, CREATE_OPERATOR, CREATE_TERMINAL,
038400               CREATE_TS, LAST_UPDATE_TS, LAST_UPDATE_PGM )
038500         VALUES
038600             ( :RB-BLOCK-ID, :RB-HALL-CODE, :RB-ROOM-FROM,
038700               :RB-ROOM-THRU, :RB-START-DATE, :RB-END-DATE,
038800               :RB-BLOCK-OWNER, :RB-BLOCK-REASON,
038900               :RB-BLOCK-STATUS,
039000               :RB-CREATE-OPERATOR, :RB-CREATE-TERMINAL,
039100               CURRENT TIMESTAMP, CURRENT TIMESTAMP, 'RESBLOK' )
039200     END-EXEC.
039300     IF SQLCODE NOT = ZERO
039400         MOVE 'BLOCK INSERT FAILED - SEE OPERATOR' TO MSGOUTO
039500         GO TO 3000-EXIT
039600     END-IF.
039700     MOVE RB-BLOCK-ID TO WS-BLOCK-ID-DISPLAY.
039800     STRING 'BLOCK ' WS-BLOCK-ID-DISPLAY ' ADDED'
039900         DELIMITED BY SIZE INTO MSGOUTO.
040000 3000-EXIT.
040100     EXIT.
040200
040300*****************************************************************
040400* 3100-EDIT-BLOCK - THE BLOCK IN DCLROOM-BLOCK MUST COVER AT     *
040500*           LEAST ONE ROOM OF THE HALL ON ROOM_INVENTORY, RUN    *
040600*           FROM A VALID START DATE TO A VALID END DATE NO       *
040700*           EARLIER THAN THE START OR TODAY, AND NAME AN OWNER.  *
040800*****************************************************************
040900 3100-EDIT-BLOCK.
041000     MOVE 'N' TO WS-BLOCK-OK-SW.
041100     IF RB-ROOM-FROM = SPACES
041200         MOVE 'ROOM FROM IS REQUIRED' TO MSGOUTO
041300         GO TO 3100-EXIT
041400     END-IF.
041500     IF RB-ROOM-THRU < RB-ROOM-FROM
041600         MOVE 'ROOM THRU MUST NOT BE BEFORE ROOM FROM' TO MSGOUTO
041700         GO TO 3100-EXIT
041800     END-IF.
041900     EXEC SQL
042000         SELECT COUNT(*)
042100           INTO :WS-RANGE-ROOM-COUNT
042200           FROM ROOM_INVENTORY
042300          WHERE HALL_CODE   = :RB-HALL-CODE
042400            AND ROOM_NUMBER BETWEEN :RB-ROOM-FROM
042500                                AND :RB-ROOM-THRU
042600     END-EXEC.
042700     IF SQLCODE NOT = ZERO
042800         MOVE 'ROOM LOOKUP FAILED - SEE OPERATOR' TO MSGOUTO
042900         GO TO 3100-EXIT
043000     END-IF.
043100     IF WS-RANGE-ROOM-COUNT = ZERO
043200         MOVE 'NO ROOMS IN THAT HALL FOR THAT ROOM RANGE'
043300             TO MSGOUTO
043400         GO TO 3100-EXIT
043500     END-IF.
043600
043700     MOVE RB-START-DATE TO WS-EDIT-DATE.
043800     PERFORM 2600-VALIDATE-DATE THRU 2600-EXIT.
043900     IF NOT WS-DATE-VALID
044000         MOVE 'START DATE MUST BE A VALID YYYY-MM-DD DATE'
044100             TO MSGOUTO
044200         GO TO 3100-EXIT
044300     END-IF.
044400     MOVE RB-END-DATE TO WS-EDIT-DATE.
044500     PERFORM 2600-VALIDATE-DATE THRU 2600-EXIT.
044600     IF NOT WS-DATE-VALID
044700         MOVE 'END DATE MUST BE A VALID YYYY-MM-DD DATE'
044800             TO MSGOUTO
044900         GO TO 3100-EXIT
045000     END-IF.
045100     IF RB-END-DATE < RB-START-DATE
045200         MOVE 'END DATE MUST NOT BE BEFORE START DATE' TO MSGOUTO
045300         GO TO 3100-EXIT
045400     END-IF.
045500     EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
045600     EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
045700         YYYYMMDD(WS-CICS-DATE)
045800         DATESEP('-')
045900     END-EXEC.
046000     IF RB-END-DATE < WS-CICS-DATE
046100         MOVE 'END DATE IS ALREADY PAST' TO MSGOUTO
046200         GO TO 3100-EXIT
046300     END-IF.
046400
046500     IF RB-BLOCK-OWNER = SPACES
046600         MOVE 'OWNER IS REQUIRED' TO MSGOUTO
046700         GO TO 3100-EXIT
046800     END-IF.
046900     MOVE 'Y' TO WS-BLOCK-OK-SW.
047000 3100-EXIT.
047100     EXIT.
047200
047300 3300-READ-BLOCK.
047400     MOVE 'N' TO WS-BLOCK-FOUND-SW.
047500     IF WS-BLOCK-ID-IN NOT NUMERIC OR WS-BLOCK-ID-NUM = ZERO
047600         MOVE 'ENTER THE BLOCK ID FROM THE LIST' TO MSGOUTO
047700         GO TO 3300-EXIT
047800     END-IF.
047900     MOVE WS-BLOCK-ID-NUM TO RB-BLOCK-ID.
048000     EXEC SQL
048100         SELECT HALL_CODE, ROOM_FROM, ROOM_THRU, START_DATE,
048200                END_DATE, BLOCK_OWNER, BLOCK_REASON, BLOCK_STATUS
048300           INTO :RB-HALL-CODE, :RB-ROOM-FROM, :RB-ROOM-THRU,
048400                :RB-START-DATE, :RB-END-DATE, :RB-BLOCK-OWNER,
048500                :RB-BLOCK-REASON, :RB-BLOCK-STATUS
048600           FROM ROOM_BLOCK
048700          WHERE BLOCK_ID = :RB-BLOCK-ID
048800     END-EXEC.
048900     EVALUATE SQLCODE
049000         WHEN ZERO
049100             IF RB-HALL-CODE NOT = HB-HALL-CODE
049200                 MOVE 'NO SUCH BLOCK FOR THIS HALL' TO MSGOUTO
049300             ELSE
049400                 IF NOT RB-BLOCK-ACTIVE
049500                     MOVE 'BLOCK IS ALREADY CANCELLED' TO MSGOUTO
049600                 ELSE
049700                     MOVE 'Y' TO WS-BLOCK-FOUND-SW
049800                 END-IF
049900             END-IF
050000         WHEN 100
050100             MOVE 'NO SUCH BLOCK FOR THIS HALL' TO MSGOUTO
050200         WHEN OTHER
050300             MOVE 'BLOCK LOOKUP FAILED - SEE OPERATOR' TO MSGOUTO
050400     END-EVALUATE.
050500 3300-EXIT.
050600     EXIT.
050700
050800*****************************************************************
050900* 3400-UPDATE-BLOCK - ONLY THE FIELDS KEYED REPLACE THE BLOCK'S  *
051000*           CURRENT VALUES; THE RESULT IS EDITED BY 3100 AGAIN.  *
051100*           THE UPDATE IS GUARDED BY THE ACTIVE STATUS JUST READ,*
051200*           SO A BLOCK CANCELLED IN BETWEEN IS RETRIED.          *
051300*****************************************************************
051400 3400-UPDATE-BLOCK.
051500     PERFORM 3300-READ-BLOCK THRU 3300-EXIT.
051600     IF NOT WS-BLOCK-FOUND
051700         GO TO 3400-EXIT
051800     END-IF.
051900     IF WS-ROOM-FROM-IN NOT = SPACES
052000         MOVE WS-ROOM-FROM-IN TO RB-ROOM-FROM
052100         IF WS-ROOM-THRU-IN = SPACES
052200             MOVE WS-ROOM-FROM-IN TO RB-ROOM-THRU
052300         END-IF
052400     END-IF.
052500     IF WS-ROOM-THRU-IN NOT = SPACES
052600         MOVE WS-ROOM-THRU-IN TO RB-ROOM-THRU
052700     END-IF.
052800     IF WS-START-IN NOT = SPACES
052900         MOVE WS-START-IN TO RB-START-DATE
053000     END-IF.
053100     IF WS-END-IN NOT = SPACES
053200         MOVE WS-END-IN TO RB-END-DATE
053300     END-IF.
053400     IF WS-OWNER-IN NOT = SPACES
053500         MOVE WS-OWNER-IN TO RB-BLOCK-OWNER
053600     END-IF.
053700     IF WS-REASON-IN NOT = SPACES
053800         MOVE WS-REASON-IN TO RB-BLOCK-REASON
053900     END-IF.
054000     PERFORM 3100-EDIT-BLOCK THRU 3100-EXIT.
054100     IF NOT WS-BLOCK-OK
054200         GO TO 3400-EXIT
054300     END-IF.
054400     EXEC SQL
054500         UPDATE ROOM_BLOCK
054600            SET ROOM_FROM       = :RB-ROOM-FROM,
054700                ROOM_THRU       = :RB-ROOM-THRU,
054800                START_DATE      = :RB-START-DATE,
054900                END_DATE        = :RB-END-DATE,
055000                BLOCK_OWNER     = :RB-BLOCK-OWNER,
055100                BLOCK_REASON    = :RB-BLOCK-REASON,
055200                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
055300                LAST_UPDATE_PGM = 'RESBLOK'
055400          WHERE BLOCK_ID        = :RB-BLOCK-ID
055500            AND BLOCK_STATUS    = 'A'
055600     END-EXEC.
055700     EVALUATE SQLCODE
055800         WHEN ZERO
055900             MOVE RB-BLOCK-ID TO WS-BLOCK-ID-DISPLAY
056000             STRING 'BLOCK ' WS-BLOCK-ID-DISPLAY ' UPDATED'
056100                 DELIMITED BY SIZE INTO MSGOUTO
056200         WHEN 100
056300             MOVE 'BLOCK CHANGED BY ANOTHER USER - RETRY'
056400                 TO MSGOUTO
056500         WHEN OTHER
056600             MOVE 'BLOCK UPDATE FAILED - SEE OPERATOR' TO MSGOUTO
056700     END-EVALUATE.
056800 3400-EXIT.
056900     EXIT.
057000
057100*****************************************************************
057200* 3600-CANCEL-BLOCK - AN ACTIVE BLOCK GOES 'X' CANCELLED AND ITS *
057300*           ROOMS ARE OPEN TO EVERY ASSIGNMENT PATH AGAIN.       *
057400*****************************************************************
057500 3600-CANCEL-BLOCK.
057600     PERFORM 3300-READ-BLOCK THRU 3300-EXIT.
057700     IF NOT WS-BLOCK-FOUND
057800         GO TO 3600-EXIT
057900     END-IF.
058000     EXEC SQL
058100         UPDATE ROOM_BLOCK
058200            SET BLOCK_STATUS    = 'X',
058300                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
058400                LAST_UPDATE_PGM = 'RESBLOK'
058500          WHERE BLOCK_ID        = :RB-BLOCK-ID
058600            AND BLOCK_STATUS    = 'A'
058700     END-EXEC.
058800     EVALUATE SQLCODE
058900         WHEN ZERO
059000             MOVE RB-BLOCK-ID TO WS-BLOCK-ID-DISPLAY
059100             STRING 'BLOCK ' WS-BLOCK-ID-DISPLAY
059200                    ' CANCELLED - ROOMS RELEASED'
059300                 DELIMITED BY SIZE INTO MSGOUTO
059400         WHEN 100
059500             MOVE 'BLOCK CHANGED BY ANOTHER USER - RETRY'
059600                 TO MSGOUTO
059700         WHEN OTHER
059800             MOVE 'BLOCK UPDATE FAILED - SEE OPERATOR' TO MSGOUTO
059900     END-EVALUATE.
060000 3600-EXIT.
060100     EXIT.
060200
060300 5000-LIST-BLOCKS.
060400     MOVE SPACES TO WS-PAGE-LINES.
060500     MOVE ZERO TO WS-ROW-IX.
060600     MOVE 'N' TO WS-FETCH-DONE-SW.
060700
060800     EXEC SQL OPEN BC END-EXEC.
060900     IF SQLCODE NOT = ZERO
061000         MOVE 'BLOCK LOOKUP FAILED - SEE OPERATOR' TO MSGOUTO
061100         GO TO 5000-EXIT
061200     END-IF.
061300
061400     PERFORM 5100-FETCH-BLOCK THRU 5100-EXIT
061500         UNTIL WS-FETCH-DONE OR WS-ROW-IX >= 5.
061600
061700     EXEC SQL CLOSE BC END-EXEC.
061800
061900     IF WS-ROW-IX = ZERO AND HB-FUNC-INQUIRE
062000         MOVE 'NO CURRENT ROOM BLOCKS FOR THIS HALL' TO MSGOUTO
062100     END-IF.
062200     MOVE WS-PAGE-LINE(1) TO BLN1O.
062300     MOVE WS-PAGE-LINE(2) TO BLN2O.
062400     MOVE WS-PAGE-LINE(3) TO BLN3O.
062500     MOVE WS-PAGE-LINE(4) TO BLN4O.
062600     MOVE WS-PAGE-LINE(5) TO BLN5O.
062700 5000-EXIT.
062800     EXIT.
062900
063000 5100-FETCH-BLOCK.
063100     EXEC SQL
063200         FETCH BC
063300          INTO :RB-BLOCK-ID, :RB-ROOM-FROM, :RB-ROOM-THRU,
063400               :RB-START-DATE, :RB-END-DATE, :RB-BLOCK-OWNER,
063500               :RB-BLOCK-STATUS
063600     END-EXEC.
063700     EVALUATE SQLCODE
063800         WHEN ZERO
063900             ADD 1 TO WS-ROW-IX
064000             MOVE RB-BLOCK-ID      TO WS-BL-BLOCK-ID
064100             MOVE RB-ROOM-FROM     TO WS-BL-ROOM-FROM
064200             MOVE RB-ROOM-THRU     TO WS-BL-ROOM-THRU
064300             MOVE RB-START-DATE    TO WS-BL-START-DATE
064400             MOVE RB-END-DATE      TO WS-BL-END-DATE
064500             MOVE RB-BLOCK-OWNER   TO WS-BL-OWNER
064600             MOVE RB-BLOCK-STATUS  TO WS-BL-STATUS
064700             MOVE WS-BLOCK-LINE    TO
064800                 WS-PAGE-LINE(WS-ROW-IX)
064900         WHEN 100
065000             MOVE 'Y' TO WS-FETCH-DONE-SW
065100         WHEN OTHER
065200             MOVE 'Y' TO WS-FETCH-DONE-SW
065300             MOVE 'BLOCK FETCH FAILED - SEE OPERATOR'
065400                 TO MSGOUTO
065500     END-EVALUATE.
065600 5100-EXIT.
065700     EXIT.
065800
065900 3900-SEND-SCREEN.
066000     MOVE HB-HALL-CODE TO HALLINO.
066100     EXEC CICS SEND MAP(WS-MAP-NAME)
066200         MAPSET(WS-MAPSET-NAME)
066300         DATAONLY
066400         CURSOR
066500     END-EXEC.
066600 3900-EXIT.
066700     EXIT.
066800
066900 8600-WRITE-CICS-LOG.
067000     MOVE SPACES                 TO CL-RESIDENT-ID.
067100     EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
067200     EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
067300         YYYYMMDD(WS-CICS-DATE)
067400         DATESEP('-')
067500         TIME(WS-CICS-TIME)
067600         TIMESEP('.')
067700     END-EXEC.
067800     STRING WS-CICS-DATE   DELIMITED BY SIZE
067900            '-'            DELIMITED BY SIZE
068000            WS-CICS-TIME   DELIMITED BY SIZE
068100            '.000000'      DELIMITED BY SIZE
068200         INTO CL-UPDATE-TS
068300     END-STRING.
068400     MOVE HB-OPERATOR-ID         TO CL-OPERATOR-ID.
068500     MOVE HB-TERMINAL-ID         TO CL-TERMINAL-ID.
068600     MOVE HB-HALL-CODE           TO CL-HALL-CODE.
068700     MOVE WS-ROOM-FROM-IN        TO CL-ROOM-NUMBER.
068800     EXEC CICS WRITEQ TD QUEUE('CICL')
068900         FROM(CICS-LOG-RECORD)
069000         LENGTH(LENGTH OF CICS-LOG-RECORD)
069100     END-EXEC.
069200 8600-EXIT.
069300     EXIT.
069400
069500 6000-LOG-TRANSACTION-ACCESS.
069600     MOVE EIBUSERID              TO HB-OPERATOR-ID.
069700     MOVE EIBTRMID               TO HB-TERMINAL-ID.
069800     DISPLAY "RESBLOK - USER " HB-OPERATOR-ID
069900         " TERM " HB-TERMINAL-ID
070000         " HALL " HB-HALL-CODE.
070100 6000-EXIT.
070200     EXIT.
070300
070400 8000-END-SESSION.
070500     PERFORM 6000-LOG-TRANSACTION-ACCESS THRU 6000-EXIT.
070600     EXEC CICS SEND TEXT
070700         FROM('SESSION ENDED - THANK YOU')
070800         LENGTH(25)
070900         ERASE
071000         FREEKB
071100     END-EXEC.
071200     EXEC CICS RETURN END-EXEC.
071300 8000-EXIT.
071400     EXIT.
071500
071600 END PROGRAM resblok.
