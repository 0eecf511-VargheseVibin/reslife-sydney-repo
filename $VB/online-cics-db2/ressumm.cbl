000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ressumm.
000300 AUTHOR. RESLIFE-IT-ONLINE-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - RESIDENT SUMMARY INQUIRY    *
000900*              (TRANSACTION HSUM, MAPSET RSUMMAP). ANSWERS      *
001000*              'WHAT IS GOING ON WITH THIS STUDENT' ON ONE      *
001100*              SCREEN INSTEAD OF FOUR TRANSACTIONS AND A CALL TO*
001200*              THE BURSAR. KEY A RESIDENT ID FOR THE CURRENT    *
001300*              OCCUPANCY ROW, THE BURSAR HOLD AND BALANCE, AND  *
001400*              THE EMERGENCY CONTACT, WITH A LIST BELOW OF KEYS *
001500*              ISSUED, GUESTS IN HOUSE, OPEN WORK ORDERS ON THE *
001600*              ROOM, OPEN WAITLIST REQUESTS OR OFFERS, AND      *
001700*              ACTIVE BREAK HOUSING REGISTRATIONS. TEN LIST     *
001800*              LINES TO A PAGE, PF7/PF8 PAGING BY RE-OPENING THE*
001900*              CURSOR AND SKIPPING TO THE PAGE THE SAME AS HHST.*
002000*              INQUIRY ONLY. EACH LOOKUP IS LOGGED TO THE CICL  *
002100*              TD QUEUE AS AN 'I' ENTRY LIKE AN HLCI INQUIRY, SO*
002200*              THE OPERATOR ACTIVITY REPORT (RESOPACT) COUNTS IT*
002300*              AND RESRECON SKIPS IT.                           *
002325*  2026-10-06 FMV A WAITLIST OFFER THE RESIDENT HAS             *
002350*              ACCEPTED IS LISTED TOO, AS ACCEPTED, WITH THE    *
002375*              OFFERED HALL AND ROOM.                           *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800
002900 DATA DIVISION.
003000 WORKING-STORAGE SECTION.
003100     EXEC SQL INCLUDE SQLCA END-EXEC.
003200
003300     COPY RESOCDCL.
003400
003500     COPY BURSDCL.
003600
003700     COPY CONTDCL.
003800
003900     COPY RSUMMAPS.
004000
004100     COPY DFHAID.
004200
004300 01  WS-COMMAREA.
004400     COPY RSUMCOMM.
004500
004600 01  WS-MAP-NAME                 PIC X(07)      VALUE 'RSUMMAP'.
004700 01  WS-MAPSET-NAME              PIC X(07)      VALUE 'RSUMMAP'.
004800
004900 01  CICS-LOG-RECORD.
005000     COPY CICSLOG.
005100
005200 01  WS-ABS-TIME                 PIC S9(15)     COMP-3.
005300 01  WS-CICS-DATE                PIC X(10).
005400 01  WS-CICS-TIME                PIC X(08).
005500
005600*    ONE LIST ROW, WHATEVER TABLE IT CAME FROM - THE CURSOR BELOW
005700*    FOLDS THE FIVE LISTS INTO THESE COLUMNS.
005800 01  WS-LIST-ROW.
005900     05 WS-LR-SEQ                PIC S9(04)     COMP.
006000     05 WS-LR-TYPE               PIC X(10).
006100     05 WS-LR-DETAIL             PIC X(30).
006200     05 WS-LR-HALL               PIC X(04).
006300     05 WS-LR-ROOM               PIC X(06).
006400     05 WS-LR-DATE1              PIC X(10).
006500     05 WS-LR-DATE2              PIC X(10).
006600
006700*    KEYS ISSUED, GUESTS IN HOUSE, OPEN WORK ORDERS ON THE ROOM
006800*    HELD, OPEN WAITLIST REQUESTS AND OFFERS, AND ACTIVE BREAK
006900*    REGISTRATIONS, IN THAT ORDER.
007000     EXEC SQL
007100         DECLARE C1 CURSOR FOR
007200         SELECT 1, 'KEY', KEY_SERIAL, HALL_CODE, ROOM_NUMBER,
007300                VALUE(CHAR(ISSUE_DATE, ISO), ' '), ' '
007400           FROM KEY_INVENTORY
007500          WHERE RESIDENT_ID = :HS-RESIDENT-ID
007600            AND KEY_STATUS  = 'I'
007700         UNION ALL
007800         SELECT 2, 'GUEST', GUEST_NAME, HALL_CODE, ROOM_NUMBER,
007900                CHAR(ARRIVAL_DATE, ISO),
008000                CHAR(EXPECT_DEPART_DATE, ISO)
008100           FROM GUEST_STAY
008200          WHERE HOST_RESIDENT_ID = :HS-RESIDENT-ID
008300            AND GUEST_STATUS     = 'I'
008400         UNION ALL
008500         SELECT 3, 'WORK ORDER', 'OPEN - VACATED BY ' CONCAT
008600                RESIDENT_ID, HALL_CODE, ROOM_NUMBER,
008700                VALUE(CHAR(VACATE_DATE, ISO), ' '), ' '
008800           FROM WORK_ORDER
008900          WHERE HALL_CODE   = :HS-HALL-CODE
009000            AND ROOM_NUMBER = :HS-ROOM-NUMBER
009100            AND WO_STATUS   = 'O'
009200         UNION ALL
009300         SELECT 4, 'WAITLIST',
009400                CASE REQUEST_STATUS
009500                     WHEN 'O' THEN 'OFFERED'
009550                     WHEN 'A' THEN 'ACCEPTED'
009600                     ELSE 'WAITING'
009700                END,
009800                CASE REQUEST_STATUS
009900                     WHEN 'W' THEN REQUEST_HALL
010000                     ELSE OFFER_HALL
010100                END,
010200                OFFER_ROOM, CHAR(EARLIEST_DATE, ISO),
010300                VALUE(CHAR(OFFER_DATE, ISO), ' ')
010400           FROM WAITLIST
010500          WHERE RESIDENT_ID = :HS-RESIDENT-ID
010600            AND REQUEST_STATUS IN ('W', 'O', 'A')
010700         UNION ALL
010800         SELECT 5, 'BREAK', BREAK_CODE, BREAK_HALL, BREAK_ROOM,
010900                ' ', ' '
011000           FROM BREAK_HOUSING
011100          WHERE RESIDENT_ID = :HS-RESIDENT-ID
011200            AND REG_STATUS  = 'A'
011300          ORDER BY 1, 6, 3
011400     END-EXEC.
011500
011600 01  WS-ROW-IX                   PIC 9(02) COMP VALUE ZERO.
011700 01  WS-SKIP-COUNT               PIC 9(05) COMP VALUE ZERO.
011800 01  WS-SKIPPED-SO-FAR           PIC 9(05) COMP VALUE ZERO.
011900 01  WS-FETCH-DONE-SW            PIC X(01)      VALUE 'N'.
012000     88 WS-FETCH-DONE                   VALUE 'Y'.
012100 01  WS-PAGE-ERROR-SW            PIC X(01)      VALUE 'N'.
012200     88 WS-PAGE-ERROR                   VALUE 'Y'.
012300 01  WS-OCC-FOUND-SW             PIC X(01)      VALUE 'N'.
012400     88 WS-OCC-FOUND                    VALUE 'Y'.
012500
012600 01  WS-OCC-LINE.
012700     05 WS-OL-NAME               PIC X(24).
012800     05 FILLER                   PIC X(01)      VALUE SPACE.
012900     05 WS-OL-HALL               PIC X(04).
013000     05 FILLER                   PIC X(01)      VALUE SPACE.
013100     05 WS-OL-ROOM               PIC X(06).
013200     05 FILLER                   PIC X(01)      VALUE SPACE.
013300     05 WS-OL-PLAN               PIC X(02).
013400     05 FILLER                   PIC X(01)      VALUE SPACE.
013500     05 WS-OL-CHECKIN            PIC X(10).
013600     05 FILLER                   PIC X(01)      VALUE SPACE.
013700     05 WS-OL-CHECKOUT           PIC X(10).
013800
013900 01  WS-BUR-LINE.
014000     05 WS-BL-HOLD               PIC X(08).
014100     05 FILLER                   PIC X(08)      VALUE 'BALANCE '.
014200     05 WS-BL-BALANCE            PIC -(6)9.99.
014300     05 FILLER                   PIC X(13)
014400         VALUE ' MONTHS LATE '.
014500     05 WS-BL-MONTHS             PIC ZZZ9.
014600     05 FILLER                   PIC X(07)      VALUE ' AS OF '.
014700     05 WS-BL-AS-OF              PIC X(10).
014800
014900 01  WS-CON-LINE.
015000     05 WS-CL-NAME               PIC X(24).
015100     05 FILLER                   PIC X(01)      VALUE SPACE.
015200     05 WS-CL-RELATION           PIC X(10).
015300     05 FILLER                   PIC X(01)      VALUE SPACE.
015400     05 WS-CL-PHONE1             PIC X(12).
015500     05 FILLER                   PIC X(01)      VALUE SPACE.
015600     05 WS-CL-PHONE2             PIC X(12).
015700
015800 01  WS-LIST-LINE.
015900     05 WS-LL-TYPE               PIC X(10).
016000     05 FILLER                   PIC X(01)      VALUE SPACE.
016100     05 WS-LL-DETAIL             PIC X(24).
016200     05 FILLER                   PIC X(01)      VALUE SPACE.
016300     05 WS-LL-HALL               PIC X(04).
016400     05 FILLER                   PIC X(01)      VALUE SPACE.
016500     05 WS-LL-ROOM               PIC X(06).
016600     05 FILLER                   PIC X(01)      VALUE SPACE.
016700     05 WS-LL-DATE1              PIC X(10).
016800     05 FILLER                   PIC X(01)      VALUE SPACE.
016900     05 WS-LL-DATE2              PIC X(10).
017000
017100 LINKAGE SECTION.
017200 01  DFHCOMMAREA.
017300     05 LK-COMMAREA-DATA         PIC X(34).
017400
017500 PROCEDURE DIVISION.
017600
017700 0000-MAIN.
017800     IF EIBCALEN = ZERO
017900         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
018000     ELSE
018100         MOVE DFHCOMMAREA TO WS-COMMAREA
018200         EVALUATE EIBAID
018300             WHEN DFHPF3
018400                 PERFORM 8000-END-SESSION THRU 8000-EXIT
018500                 GO TO 0000-EXIT
018600             WHEN DFHPF7
018700                 IF HS-PAGE-NUMBER > 1
018800                     SUBTRACT 1 FROM HS-PAGE-NUMBER
018900                 END-IF
019000                 PERFORM 3000-BUILD-SUMMARY THRU 3000-EXIT
019100             WHEN DFHPF8
019200                 ADD 1 TO HS-PAGE-NUMBER
019300                 PERFORM 3000-BUILD-SUMMARY THRU 3000-EXIT
019400             WHEN OTHER
019500                 PERFORM 2000-RECEIVE-AND-SEARCH THRU 2000-EXIT
019600         END-EVALUATE
019700     END-IF.
019800
019900     PERFORM 6000-LOG-TRANSACTION-ACCESS THRU 6000-EXIT.
020000
020100     EXEC CICS RETURN
020200         TRANSID('HSUM')
020300         COMMAREA(WS-COMMAREA)
020400     END-EXEC.
020500 0000-EXIT.
020600     EXIT.
020700
020800 1000-SEND-INITIAL-MAP.
020900     MOVE LOW-VALUES TO RSUMMAPO.
021000     MOVE SPACES TO MSGOUTO.
021100     MOVE 'I' TO HS-FUNCTION-CODE.
021200     MOVE SPACES TO HS-RESIDENT-ID HS-HALL-CODE HS-ROOM-NUMBER.
021300     MOVE 1 TO HS-PAGE-NUMBER.
021400
021500     EXEC CICS SEND MAP(WS-MAP-NAME)
021600         MAPSET(WS-MAPSET-NAME)
021700         ERASE
021800     END-EXEC.
021900 1000-EXIT.
022000     EXIT.
022100
022200*****************************************************************
022300* 2000-RECEIVE-AND-SEARCH - A KEYED RESIDENT ID STARTS A FRESH  *
022400*           SUMMARY AT PAGE ONE AND IS LOGGED TO CICL AS AN 'I' *
022500*           INQUIRY. PAGING THE SAME RESIDENT IS NOT A NEW      *
022600*           INQUIRY AND IS NOT LOGGED AGAIN.                    *
022700*****************************************************************
022800 2000-RECEIVE-AND-SEARCH.
022900     EXEC CICS RECEIVE MAP(WS-MAP-NAME)
023000         MAPSET(WS-MAPSET-NAME)
023100     END-EXEC.
023200
023300     IF RESIDINI = SPACES OR RESIDINI = LOW-VALUES
023400         MOVE LOW-VALUES TO RSUMMAPO
023500         MOVE SPACES     TO HS-RESIDENT-ID
023600         MOVE 'KEY A RESIDENT ID' TO MSGOUTO
023700         PERFORM 3900-SEND-PAGE THRU 3900-EXIT
023800         GO TO 2000-EXIT
023900     END-IF.
024000
024100     MOVE RESIDINI TO HS-RESIDENT-ID.
024200     MOVE 1        TO HS-PAGE-NUMBER.
024300     PERFORM 3000-BUILD-SUMMARY THRU 3000-EXIT.
024400     PERFORM 8600-WRITE-CICS-LOG THRU 8600-EXIT.
024500 2000-EXIT.
024600     EXIT.
024700
024800*****************************************************************
024900* 3000-BUILD-SUMMARY - THE THREE SINGLE-ROW LOOKUPS FOR THE TOP *
025000*           OF THE SCREEN, THEN THE LIST PAGE. THE OCCUPANCY ROW*
025100*           SUPPLIES THE ROOM THE WORK ORDER LIST IS KEYED ON - A*
025200*           RESIDENT WITH NO ROOM HAS NO WORK ORDERS LISTED.    *
025300*****************************************************************
025400 3000-BUILD-SUMMARY.
025500     MOVE LOW-VALUES TO RSUMMAPO.
025600     MOVE SPACES TO MSGOUTO.
025700     MOVE 'N' TO WS-PAGE-ERROR-SW.
025800
025900     PERFORM 3100-GET-OCCUPANCY THRU 3100-EXIT.
026000     PERFORM 3200-GET-BURSAR THRU 3200-EXIT.
026100     PERFORM 3300-GET-CONTACT THRU 3300-EXIT.
026200     PERFORM 3400-BUILD-LIST THRU 3400-EXIT.
026300
026400     EVALUATE TRUE
026500         WHEN WS-PAGE-ERROR
026600             CONTINUE
026700         WHEN WS-ROW-IX = ZERO AND HS-PAGE-NUMBER > 1
026800             SUBTRACT 1 FROM HS-PAGE-NUMBER
026900             MOVE 'NO MORE LINES - END OF LIST' TO MSGOUTO
027000         WHEN NOT WS-OCC-FOUND
027100             MOVE 'NO CURRENT OCCUPANCY ROW FOR THAT RESIDENT ID'
027200                 TO MSGOUTO
027300         WHEN WS-ROW-IX = ZERO
027400             MOVE 'NOTHING ON FILE TO LIST FOR THAT RESIDENT'
027500                 TO MSGOUTO
027600         WHEN OTHER
027700             CONTINUE
027800     END-EVALUATE.
027900
028000     PERFORM 3900-SEND-PAGE THRU 3900-EXIT.
028100 3000-EXIT.
028200     EXIT.
028300
028400 3100-GET-OCCUPANCY.
028500     MOVE 'N' TO WS-OCC-FOUND-SW.
028600     MOVE SPACES TO HS-HALL-CODE HS-ROOM-NUMBER.
028700     EXEC SQL
028800         SELECT RESIDENT_NAME, ROOM_NUMBER, HALL_CODE,
028900                MEAL_PLAN_CODE, CHECKIN_DATE, CHECKOUT_DATE
029000           INTO :RO-RESIDENT-NAME, :RO-ROOM-NUMBER, :RO-HALL-CODE,
029100                :RO-MEAL-PLAN-CODE, :RO-CHECKIN-DATE,
029200                :RO-CHECKOUT-DATE
029300           FROM RESIDENT_OCCUPANCY
029400          WHERE RESIDENT_ID = :HS-RESIDENT-ID
029500     END-EXEC.
029600     EVALUATE SQLCODE
029700         WHEN ZERO
029800             MOVE 'Y' TO WS-OCC-FOUND-SW
029900             MOVE RO-HALL-CODE          TO HS-HALL-CODE
030000             MOVE RO-ROOM-NUMBER        TO HS-ROOM-NUMBER
030100             MOVE RO-RESIDENT-NAME(1:24) TO WS-OL-NAME
030200             MOVE RO-HALL-CODE          TO WS-OL-HALL
030300             MOVE RO-ROOM-NUMBER        TO WS-OL-ROOM
030400             MOVE RO-MEAL-PLAN-CODE     TO WS-OL-PLAN
030500             MOVE RO-CHECKIN-DATE       TO WS-OL-CHECKIN
030600             MOVE RO-CHECKOUT-DATE      TO WS-OL-CHECKOUT
030700             MOVE WS-OCC-LINE           TO OCCOUTO
030800         WHEN 100
030900             MOVE 'NOT IN RESIDENCE' TO OCCOUTO
031000         WHEN OTHER
031100             MOVE 'OCCUPANCY LOOKUP FAILED' TO OCCOUTO
031200     END-EVALUATE.
031300 3100-EXIT.
031400     EXIT.
031500
031600*    A RESIDENT WITH NO BALANCE ROW HAS NO HOLD - THE SAME RULE
031700*    HLCI AND THE BATCH LOAD APPLY.
031800 3200-GET-BURSAR.
031900     MOVE HS-RESIDENT-ID        TO BB-RESIDENT-ID.
032000     EXEC SQL
032100         SELECT BALANCE_AMOUNT, MONTHS_DELINQUENT, HOLD_STATUS,
032200                AS_OF_DATE
032300           INTO :BB-BALANCE-AMOUNT, :BB-MONTHS-DELINQUENT,
032400                :BB-HOLD-STATUS, :BB-AS-OF-DATE
032500           FROM BURSAR_BALANCE
032600          WHERE RESIDENT_ID = :BB-RESIDENT-ID
032700     END-EXEC.
032800     EVALUATE SQLCODE
032900         WHEN ZERO
033000             IF BB-HOLD
033100                 MOVE 'HOLD'    TO WS-BL-HOLD
033200             ELSE
033300                 MOVE 'NO HOLD' TO WS-BL-HOLD
033400             END-IF
033500             MOVE BB-BALANCE-AMOUNT     TO WS-BL-BALANCE
033600             MOVE BB-MONTHS-DELINQUENT  TO WS-BL-MONTHS
033700             MOVE BB-AS-OF-DATE         TO WS-BL-AS-OF
033800             MOVE WS-BUR-LINE           TO BUROUTO
033900         WHEN 100
034000             MOVE 'NO HOLD - NO BALANCE ON FILE' TO BUROUTO
034100         WHEN OTHER
034200             MOVE 'BURSAR LOOKUP FAILED' TO BUROUTO
034300     END-EVALUATE.
034400 3200-EXIT.
034500     EXIT.
034600
034700 3300-GET-CONTACT.
034800     MOVE HS-RESIDENT-ID        TO CT-RESIDENT-ID.
034900     EXEC SQL
035000         SELECT CONTACT_NAME, RELATIONSHIP, PHONE1, PHONE2
035100           INTO :CT-CONTACT-NAME, :CT-RELATIONSHIP,
035200                :CT-PHONE1, :CT-PHONE2
035300           FROM RESIDENT_CONTACT
035400          WHERE RESIDENT_ID = :CT-RESIDENT-ID
035500     END-EXEC.
035600     EVALUATE SQLCODE
035700         WHEN ZERO
035800             MOVE CT-CONTACT-NAME(1:24) TO WS-CL-NAME
035900             MOVE CT-RELATIONSHIP       TO WS-CL-RELATION
036000             MOVE CT-PHONE1             TO WS-CL-PHONE1
036100             MOVE CT-PHONE2             TO WS-CL-PHONE2
036200             MOVE WS-CON-LINE           TO CONOUTO
036300         WHEN 100
036400             MOVE '** NO CONTACT ON FILE **' TO CONOUTO
036500         WHEN OTHER
036600             MOVE 'CONTACT LOOKUP FAILED' TO CONOUTO
036700     END-EVALUATE.
036800 3300-EXIT.
036900     EXIT.
037000
037100*****************************************************************
037200* 3400-BUILD-LIST - RE-OPEN THE LIST CURSOR, SKIP TO THE        *
037300*           REQUESTED PAGE, AND FORMAT UP TO TEN LINES. AN EMPTY*
037400*           PAGE PAST THE END BACKS THE PAGE NUMBER OFF (3000) SO*
037500*           PF8 CANNOT RUN AWAY.                                *
037600*****************************************************************
037700 3400-BUILD-LIST.
037800     MOVE ZERO TO WS-ROW-IX.
037900     MOVE 'N' TO WS-FETCH-DONE-SW.
038000
038100     EXEC SQL OPEN C1 END-EXEC.
038200     IF SQLCODE NOT = ZERO
038300         MOVE 'Y' TO WS-PAGE-ERROR-SW
038400         MOVE 'SUMMARY LIST LOOKUP FAILED - SEE OPERATOR'
038500             TO MSGOUTO
038600         GO TO 3400-EXIT
038700     END-IF.
038800
038900     COMPUTE WS-SKIP-COUNT = (HS-PAGE-NUMBER - 1) * 10.
039000     MOVE ZERO TO WS-SKIPPED-SO-FAR.
039100     PERFORM 3500-SKIP-ROW THRU 3500-EXIT
039200         UNTIL WS-SKIPPED-SO-FAR >= WS-SKIP-COUNT
039300            OR WS-FETCH-DONE.
039400
039500     PERFORM 3600-FETCH-AND-FORMAT THRU 3600-EXIT
039600         UNTIL WS-FETCH-DONE OR WS-ROW-IX >= 10.
039700
039800     EXEC SQL CLOSE C1 END-EXEC.
039900 3400-EXIT.
040000     EXIT.
040100
040200 3500-SKIP-ROW.
040300     PERFORM 3700-FETCH-LIST-ROW THRU 3700-EXIT.
040400     IF NOT WS-FETCH-DONE
040500         ADD 1 TO WS-SKIPPED-SO-FAR
040600     END-IF.
040700 3500-EXIT.
040800     EXIT.
040900
041000 3600-FETCH-AND-FORMAT.
041100     PERFORM 3700-FETCH-LIST-ROW THRU 3700-EXIT.
041200     IF WS-FETCH-DONE
041300         GO TO 3600-EXIT
041400     END-IF.
041500     ADD 1 TO WS-ROW-IX.
041600     MOVE WS-LR-TYPE            TO WS-LL-TYPE.
041700     MOVE WS-LR-DETAIL(1:24)    TO WS-LL-DETAIL.
041800     MOVE WS-LR-HALL            TO WS-LL-HALL.
041900     MOVE WS-LR-ROOM            TO WS-LL-ROOM.
042000     MOVE WS-LR-DATE1           TO WS-LL-DATE1.
042100     MOVE WS-LR-DATE2           TO WS-LL-DATE2.
042200     MOVE WS-LIST-LINE          TO SLNO(WS-ROW-IX).
042300 3600-EXIT.
042400     EXIT.
042500
042600 3700-FETCH-LIST-ROW.
042700     EXEC SQL
042800         FETCH C1
042900          INTO :WS-LR-SEQ, :WS-LR-TYPE, :WS-LR-DETAIL,
043000               :WS-LR-HALL, :WS-LR-ROOM, :WS-LR-DATE1,
043100               :WS-LR-DATE2
043200     END-EXEC.
043300     EVALUATE SQLCODE
043400         WHEN ZERO
043500             CONTINUE
043600         WHEN 100
043700             MOVE 'Y' TO WS-FETCH-DONE-SW
043800         WHEN OTHER
043900             MOVE 'Y' TO WS-FETCH-DONE-SW
044000             MOVE 'Y' TO WS-PAGE-ERROR-SW
044100             MOVE 'SUMMARY LIST FETCH FAILED - SEE OPERATOR'
044200                 TO MSGOUTO
044300     END-EVALUATE.
044400 3700-EXIT.
044500     EXIT.
044600
044700 3900-SEND-PAGE.
044800     MOVE HS-RESIDENT-ID TO RESIDINO.
044900     EXEC CICS SEND MAP(WS-MAP-NAME)
045000         MAPSET(WS-MAPSET-NAME)
045100         DATAONLY
045200         CURSOR
045300     END-EXEC.
045400 3900-EXIT.
045500     EXIT.
045600
045700 6000-LOG-TRANSACTION-ACCESS.
045800     MOVE EIBUSERID              TO HS-OPERATOR-ID.
045900     MOVE EIBTRMID               TO HS-TERMINAL-ID.
046000     DISPLAY "RESSUMM - USER " HS-OPERATOR-ID
046100         " TERM " HS-TERMINAL-ID
046200         " RESIDENT " HS-RESIDENT-ID.
046300 6000-EXIT.
046400     EXIT.
046500
046600*****************************************************************
046700* 8600-WRITE-CICS-LOG - ONE 'I' ENTRY PER LOOKUP, CARRYING THE  *
046800*           RESIDENT'S ROOM WHEN THEY HAVE ONE, THE SAME AS AN  *
046900*           HLCI INQUIRY.                                       *
047000*****************************************************************
047100 8600-WRITE-CICS-LOG.
047200     MOVE HS-RESIDENT-ID        TO CL-RESIDENT-ID.
047300     MOVE 'I'                   TO CL-TRANS-CODE.
047400     EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
047500     EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
047600         YYYYMMDD(WS-CICS-DATE)
047700         DATESEP('-')
047800         TIME(WS-CICS-TIME)
047900         TIMESEP('.')
048000     END-EXEC.
048100     STRING WS-CICS-DATE   DELIMITED BY SIZE
048200            '-'            DELIMITED BY SIZE
048300            WS-CICS-TIME   DELIMITED BY SIZE
048400            '.000000'      DELIMITED BY SIZE
048500         INTO CL-UPDATE-TS
048600     END-STRING.
048700     MOVE EIBUSERID             TO CL-OPERATOR-ID.
048800     MOVE EIBTRMID              TO CL-TERMINAL-ID.
048900     MOVE HS-HALL-CODE          TO CL-HALL-CODE.
049000     MOVE HS-ROOM-NUMBER        TO CL-ROOM-NUMBER.
049100     EXEC CICS WRITEQ TD QUEUE('CICL')
049200         FROM(CICS-LOG-RECORD)
049300         LENGTH(LENGTH OF CICS-LOG-RECORD)
049400     END-EXEC.
049500 8600-EXIT.
049600     EXIT.
049700
049800 8000-END-SESSION.
049900     PERFORM 6000-LOG-TRANSACTION-ACCESS THRU 6000-EXIT.
050000     EXEC CICS SEND TEXT
050100         FROM('SESSION ENDED - THANK YOU')
050200         LENGTH(25)
050300         ERASE
050400         FREEKB
050500     END-EXEC.
050600     EXEC CICS RETURN END-EXEC.
050700 8000-EXIT.
050800     EXIT.
050900
051000 END PROGRAM ressumm.
