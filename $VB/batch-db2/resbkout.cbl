000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resbkout.
000300 AUTHOR. RESLIFE-IT-BATCH-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - AUDIT TRAIL BACKOUT         *
000900*              UTILITY. A CORRUPT REGISTRAR FEED APPLIED BY THE *
001000*              NIGHTLY LOAD COULD ONLY BE UNDONE BY RESTORING   *
001100*              IMAGE COPIES, LOSING EVERY ONLINE CHANGE MADE    *
001200*              SINCE. THIS RUN TAKES A PROGRAM NAME AND A       *
001300*              CHANGE_TS WINDOW (PARM 'MODE PROGRAM             *
001400*              YYYY-MM-DD-HH.MM YYYY-MM-DD-HH.MM', THE WINDOW   *
001500*              INCLUSIVE TO THE MINUTE) AND REVERSES THAT       *
001600*              PROGRAM'S RESIDENT_AUDIT_TRAIL ROWS IN THE       *
001700*              WINDOW NEWEST FIRST: AN 'I' INSERT IS REMOVED, A *
001800*              'U' UPDATE OR 'D' DEPARTURE PUT BACK TO ITS OLD  *
001900*              VALUES - THE OCCUPANCY ROW, THE RESMSTR RECORD,  *
002000*              BOTH ROOMS' ROOM_INVENTORY OCCUPANT COUNTS, AND  *
002100*              THE KEY_INVENTORY ISSUE ROWS THE PROGRAM WROTE   *
002200*              OR CLOSED - AND EACH REVERSAL IS AUDITED AS A    *
002300*              'B' ROW. A RESIDENT CHANGED AGAIN AFTER THE ROW  *
002400*              BEING REVERSED BY ANY OTHER PROGRAM, WHOSE ROW   *
002500*              NO LONGER MATCHES WHAT THE PROGRAM LEFT, WHOSE   *
002600*              OLD ROOM IS NOW FULL, OR WHOSE NEWER ROW WAS     *
002700*              ITSELF SKIPPED, IS LEFT ALONE AND LISTED FOR     *
002800*              MANUAL REVIEW, AS ARE 'E', 'M' AND 'B' ROWS.     *
002900*              MODE 'REPORT' (THE DEFAULT) LISTS WHAT WOULD BE  *
003000*              REVERSED AND CHANGES NOTHING, THE WAY RESSYNC    *
003100*              AND RESOCCRC DO; MODE 'BACKOUT' APPLIES IT.      *
003200*              NEEDS_CODE, FEED_ACK ROWS, TURNOVER WORK ORDERS, *
003300*              AND PACKAGE FLAGS ARE NOT ON THE AUDIT TRAIL AND *
003400*              ARE NOT PUT BACK. WRITES START AND END ROWS TO   *
003500*              THE BATCH_RUN_LOG TABLE LIKE EVERY OTHER STEP.   *
003600*****************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT BACKOUT-RPT ASSIGN TO BKORPT
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS WS-BKORPT-STATUS.
004700
004800     SELECT RESIDENT-MASTER-FILE ASSIGN TO RESMSTR
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS RM-RESIDENT-ID
005200         FILE STATUS IS WS-RESMSTR-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  BACKOUT-RPT
005700     RECORDING MODE IS F
005800     LINAGE IS 60 LINES
005900         WITH FOOTING AT 55.
006000 01  BK-REPORT-LINE              PIC X(132).
006100
006200 FD  RESIDENT-MASTER-FILE
006300     RECORDING MODE IS F.
006400 01  RESIDENT-MASTER-RECORD.
006500     05 RM-RESIDENT-ID           PIC X(08).
006600     05 RM-RESIDENT-NAME         PIC X(30).
006700     05 RM-ROOM-NUMBER           PIC X(06).
006800     05 RM-HALL-CODE             PIC X(04).
006900     05 RM-MEAL-PLAN-CODE        PIC X(02).
007000     05 RM-CHECKIN-DATE          PIC X(10).
007100     05 RM-CHECKOUT-DATE         PIC X(10).
007200     05 RM-LANGUAGE-CODE         PIC X(02).
007300
007400 WORKING-STORAGE SECTION.
007500     EXEC SQL INCLUDE SQLCA END-EXEC.
007600
007700     COPY AUDTDCL.
007800
007900     COPY RESOCDCL.
008000
008100     COPY ROOMDCL.
008200
008300     COPY KEYDCL.
008400
008500     COPY RUNLDCL.
008600
008700*****************************************************************
008800* PARM - 'MODE PROGRAM FROM THRU', THE WINDOW ENDS GIVEN TO THE  *
008900*           MINUTE (YYYY-MM-DD-HH.MM) AND WIDENED HERE TO FULL   *
009000*           TIMESTAMPS SO BOTH END MINUTES ARE INCLUDED.         *
009100*****************************************************************
009200 01  WS-PARM-MODE                PIC X(08)      VALUE SPACES.
009300 01  WS-BACKOUT-PGM              PIC X(08)      VALUE SPACES.
009400 01  WS-PARM-FROM                PIC X(16)      VALUE SPACES.
009500 01  WS-PARM-THRU                PIC X(16)      VALUE SPACES.
009600 01  WS-FROM-TS                  PIC X(26)      VALUE SPACES.
009700 01  WS-THRU-TS                  PIC X(26)      VALUE SPACES.
009800 01  WS-RUN-START-TS             PIC X(26)      VALUE SPACES.
009900 01  WS-CHECK-STAMP              PIC X(16)      VALUE SPACES.
010000 01  WS-CHECK-STAMP-R REDEFINES WS-CHECK-STAMP.
010100     05 WS-CS-YYYY               PIC X(04).
010200     05 WS-CS-DASH1              PIC X(01).
010300     05 WS-CS-MM                 PIC X(02).
010400     05 WS-CS-DASH2              PIC X(01).
010500     05 WS-CS-DD                 PIC X(02).
010600     05 WS-CS-DASH3              PIC X(01).
010700     05 WS-CS-HH                 PIC X(02).
010800     05 WS-CS-DOT                PIC X(01).
010900     05 WS-CS-MI                 PIC X(02).
011000
011100*    THE PROGRAM'S AUDIT ROWS IN THE WINDOW, NEWEST FIRST, SO EACH
011200*    RESIDENT'S CHANGES COME OFF IN THE REVERSE OF THE ORDER THEY
011300*    WENT ON.
011400     EXEC SQL
011500         DECLARE C1 CURSOR FOR
011600         SELECT RESIDENT_ID, CHANGE_TYPE,
011700                OLD_RESIDENT_NAME, NEW_RESIDENT_NAME,
011800                OLD_ROOM_NUMBER, NEW_ROOM_NUMBER,
011900                OLD_HALL_CODE, NEW_HALL_CODE,
012000                OLD_MEAL_PLAN_CODE, NEW_MEAL_PLAN_CODE,
012100                OLD_CHECKOUT_DATE, NEW_CHECKOUT_DATE,
012200                OLD_LANGUAGE_CODE, NEW_LANGUAGE_CODE,
012300                CHANGE_TS, CHANGE_PGM
012400           FROM RESIDENT_AUDIT_TRAIL
012500          WHERE CHANGE_PGM = :WS-BACKOUT-PGM
012600            AND CHANGE_TS BETWEEN :WS-FROM-TS AND :WS-THRU-TS
012700          ORDER BY CHANGE_TS DESC, RESIDENT_ID DESC
012800     END-EXEC.
012900
013000*****************************************************************
013100* WS-REVERSAL - THE AUDIT ROW BEING BACKED OUT, HELD OUT OF THE  *
013200*           AT- HOST VARIABLES (SAME LAYOUT) SO THE 'B' AUDIT    *
013300*           ROW CAN BE BUILT IN THEM.                            *
013400*****************************************************************
013500 01  WS-REVERSAL.
013600     05 WS-RV-RESIDENT-ID        PIC X(08).
013700     05 WS-RV-CHANGE-TYPE        PIC X(01).
013800        88 WS-RV-INSERT                 VALUE 'I'.
013900        88 WS-RV-UPDATE                 VALUE 'U'.
014000        88 WS-RV-DEPART                 VALUE 'D'.
014100        88 WS-RV-REVERSIBLE             VALUE 'I' 'U' 'D'.
014200     05 WS-RV-OLD-NAME           PIC X(30).
014300     05 WS-RV-NEW-NAME           PIC X(30).
014400     05 WS-RV-OLD-ROOM           PIC X(06).
014500     05 WS-RV-NEW-ROOM           PIC X(06).
014600     05 WS-RV-OLD-HALL           PIC X(04).
014700     05 WS-RV-NEW-HALL           PIC X(04).
014800     05 WS-RV-OLD-MEAL           PIC X(02).
014900     05 WS-RV-NEW-MEAL           PIC X(02).
015000     05 WS-RV-OLD-CHECKOUT       PIC X(10).
015100     05 WS-RV-NEW-CHECKOUT       PIC X(10).
015200     05 WS-RV-OLD-LANGUAGE       PIC X(02).
015300     05 WS-RV-NEW-LANGUAGE       PIC X(02).
015400     05 WS-RV-CHANGE-TS          PIC X(26).
015500     05 WS-RV-CHANGE-PGM         PIC X(08).
015600
015700*****************************************************************
015800* RESIDENT TABLE - EVERY RESIDENT ALREADY MET IN THIS RUN, WITH  *
015900*           WHAT BECAME OF THEIR NEWER ROW AND THE STATE THE     *
016000*           REVERSAL LEFT (OR, IN REPORT MODE, WOULD LEAVE) THEM *
016100*           IN - AN OLDER ROW IS CHECKED AGAINST THAT STATE, SO  *
016200*           REPORT AND BACKOUT MODE REACH THE SAME DECISIONS.    *
016300*****************************************************************
016400 01  WS-RESIDENT-TABLE.
016500     05 WS-RT-ENTRY              OCCURS 5000 TIMES
016600                                 INDEXED BY RT-IX.
016700        10 WS-RT-RESIDENT-ID     PIC X(08).
016800        10 WS-RT-STATUS          PIC X(01).
016900           88 WS-RT-REVERSED            VALUE 'R'.
017000           88 WS-RT-SKIPPED             VALUE 'S'.
017100        10 WS-RT-ON-FILE-SW      PIC X(01).
017200           88 WS-RT-ON-FILE             VALUE 'Y'.
017300        10 WS-RT-NAME            PIC X(30).
017400        10 WS-RT-ROOM            PIC X(06).
017500        10 WS-RT-HALL            PIC X(04).
017600        10 WS-RT-MEAL            PIC X(02).
017700        10 WS-RT-LANGUAGE        PIC X(02).
017800 77  WS-RT-ENTRIES-USED          PIC 9(05) COMP VALUE ZERO.
017900 77  WS-RT-MAX-ENTRIES           PIC 9(05) COMP VALUE 5000.
018000
018100 01  WS-CURRENT-STATE.
018200     05 WS-CUR-NAME              PIC X(30).
018300     05 WS-CUR-ROOM              PIC X(06).
018400     05 WS-CUR-HALL              PIC X(04).
018500     05 WS-CUR-MEAL              PIC X(02).
018600     05 WS-CUR-LANGUAGE          PIC X(02).
018700
018800 01  WS-LATER-PGM                PIC X(08)      VALUE SPACES.
018900 01  WS-LATER-TS                 PIC X(26)      VALUE SPACES.
019000 01  WS-SKIP-REASON              PIC X(50)      VALUE SPACES.
019100
019200 01  WS-BKORPT-STATUS            PIC X(02)      VALUE SPACES.
019300     88 WS-BKORPT-OK                    VALUE '00'.
019400
019500 01  WS-RESMSTR-STATUS           PIC X(02)      VALUE SPACES.
019600     88 WS-RESMSTR-OK                   VALUE '00'.
019700     88 WS-RESMSTR-NOTFND                VALUE '23'.
019800
019900 01  WS-SWITCHES.
020000     05 WS-DB2-EOF-SW            PIC X(01)      VALUE 'N'.
020100        88 WS-DB2-EOF                   VALUE 'Y'.
020200     05 WS-BACKOUT-MODE-SW       PIC X(01)      VALUE 'N'.
020300        88 WS-BACKOUT-MODE               VALUE 'Y'.
020400     05 WS-SKIP-SW               PIC X(01)      VALUE 'N'.
020500        88 WS-SKIP-CHANGE                VALUE 'Y'.
020600     05 WS-RT-FOUND-SW           PIC X(01)      VALUE 'N'.
020700        88 WS-RT-FOUND                   VALUE 'Y'.
020800     05 WS-ROOM-CHANGED-SW       PIC X(01)      VALUE 'N'.
020900        88 WS-ROOM-CHANGED               VALUE 'Y'.
021000
021100 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
021200 01  WS-PAGE-NUMBER              PIC 9(04)      VALUE ZERO.
021300
021400 01  WS-REPORT-COUNTERS          COMP.
021500     05 WS-CHANGES-READ          PIC 9(07)      VALUE ZERO.
021600     05 WS-REVERSED-COUNT        PIC 9(07)      VALUE ZERO.
021700     05 WS-SKIPPED-COUNT         PIC 9(07)      VALUE ZERO.
021800
021900 01  WS-REPORT-TITLE.
022000     05 FILLER                   PIC X(20)
022100         VALUE "RESIDENCE LIFE".
022200     05 FILLER                   PIC X(34)
022300         VALUE "AUDIT TRAIL BACKOUT".
022400     05 FILLER                   PIC X(06)
022500         VALUE "MODE: ".
022600     05 WS-TITLE-MODE            PIC X(07).
022700     05 FILLER                   PIC X(12)
022800         VALUE "  RUN DATE: ".
022900     05 WS-TITLE-RUN-DATE        PIC 9(08).
023000     05 FILLER                   PIC X(08)
023100         VALUE "  PAGE: ".
023200     05 WS-TITLE-PAGE-NO         PIC ZZZ9.
023300
023400 01  WS-WINDOW-LINE.
023500     05 FILLER                   PIC X(09)  VALUE "PROGRAM: ".
023600     05 WS-WIN-PGM               PIC X(08).
023700     05 FILLER                   PIC X(11)  VALUE "   WINDOW: ".
023800     05 WS-WIN-FROM              PIC X(16).
023900     05 FILLER                   PIC X(06)  VALUE " THRU ".
024000     05 WS-WIN-THRU              PIC X(16).
024100
024200 01  WS-COLUMN-HEADINGS.
024300     05 FILLER                   PIC X(28)
024400         VALUE "CHANGE TIMESTAMP".
024500     05 FILLER                   PIC X(10)  VALUE "RESIDENT".
024600     05 FILLER                   PIC X(05)  VALUE "TYPE".
024700     05 FILLER                   PIC X(12)  VALUE "ROOM NOW".
024800     05 FILLER                   PIC X(12)  VALUE "RESTORE TO".
024900     05 FILLER                   PIC X(15)  VALUE "ACTION".
025000     05 FILLER                   PIC X(50)  VALUE "NOTE".
025100
025200 01  WS-DETAIL-LINE.
025300     05 WS-DET-CHANGE-TS         PIC X(26).
025400     05 FILLER                   PIC X(02)  VALUE SPACES.
025500     05 WS-DET-RESIDENT-ID       PIC X(10).
025600     05 WS-DET-TYPE              PIC X(05).
025700     05 WS-DET-ROOM-NOW          PIC X(12).
025800     05 WS-DET-ROOM-RESTORED     PIC X(12).
025900     05 WS-DET-ACTION            PIC X(15).
026000     05 WS-DET-REASON            PIC X(50).
026100
026200 01  WS-TOTAL-LINE.
026300     05 FILLER                   PIC X(15)
026400         VALUE "CHANGES READ: ".
026500     05 WS-TOT-READ              PIC ZZZZZZ9.
026600     05 WS-TOT-REVERSED-LABEL    PIC X(18)
026700         VALUE "  REVERSED: ".
026800     05 WS-TOT-REVERSED          PIC ZZZZZZ9.
026900     05 FILLER                   PIC X(29)
027000         VALUE "  SKIPPED FOR MANUAL REVIEW: ".
027100     05 WS-TOT-SKIPPED           PIC ZZZZZZ9.
027200
027300 LINKAGE SECTION.
027400 01  LS-PARM-AREA.
027500     05 LS-PARM-LENGTH           PIC S9(04) COMP.
027600     05 LS-PARM-DATA             PIC X(60).
027700
027800 PROCEDURE DIVISION USING LS-PARM-AREA.
027900
028000 0000-MAIN.
028100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028200     PERFORM 2000-PROCESS-CHANGE THRU 2000-EXIT
028300         UNTIL WS-DB2-EOF.
028400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028500     GOBACK.
028600
028700 1000-INITIALIZE.
028800     PERFORM 1100-EDIT-PARM THRU 1100-EXIT.
028900
029000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029100
029200     OPEN OUTPUT BACKOUT-RPT.
029300     IF NOT WS-BKORPT-OK
029400         DISPLAY "RESBKOUT - BACKOUT RPT OPEN FAILED - STATUS "
029500             WS-BKORPT-STATUS
029600         GO TO 9900-ABEND-JOB
029700     END-IF.
029800
029900*    REPORT MODE NEVER TOUCHES THE MASTER FILE, SO IT CAN RUN WITH
030000*    THE KSDS STILL OPEN TO CICS.
030100     IF WS-BACKOUT-MODE
030200         OPEN I-O RESIDENT-MASTER-FILE
030300         IF NOT WS-RESMSTR-OK
030400             DISPLAY "RESBKOUT - MASTER FILE OPEN FAILED - "
030500                 "STATUS "
030600                 WS-RESMSTR-STATUS
030700             GO TO 9900-ABEND-JOB
030800         END-IF
030900     END-IF.
031000
031100     EXEC SQL CONNECT TO RESLIFE END-EXEC.
031200     MOVE 'RESBKOUT' TO BL-JOB-NAME.
031300     MOVE 'STEP010'  TO BL-STEP-NAME.
031400     MOVE 'RESBKOUT' TO BL-PGM-NAME.
031500     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
031600
031700*    THIS RUN'S OWN 'B' ROWS ARE WRITTEN AFTER THIS STAMP AND MUST
031800*    NOT COUNT AS SOMEONE ELSE'S LATER CHANGE IN 2300.
031900     EXEC SQL
032000         SET :WS-RUN-START-TS = CURRENT TIMESTAMP
032100     END-EXEC.
032200     IF SQLCODE NOT = ZERO
032300         DISPLAY "RESBKOUT - TIMESTAMP FETCH ERROR - SQLCODE "
032400             SQLCODE
032500         GO TO 9900-ABEND-JOB
032600     END-IF.
032700
032800     EXEC SQL OPEN C1 END-EXEC.
032900     IF SQLCODE NOT = ZERO
033000         DISPLAY "RESBKOUT - CURSOR OPEN ERROR - SQLCODE " SQLCODE
033100         GO TO 9900-ABEND-JOB
033200     END-IF.
033300
033400     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
033500     PERFORM 2100-FETCH-CHANGE THRU 2100-EXIT.
033600 1000-EXIT.
033700     EXIT.
033800
033900*****************************************************************
034000* 1100-EDIT-PARM - THE PROGRAM NAME AND BOTH WINDOW ENDS ARE    *
034100*           REQUIRED, EACH END A YYYY-MM-DD-HH.MM STAMP AND THE *
034200*           FROM END NO LATER THAN THE THRU END. ONLY 'BACKOUT' *
034300*           CHANGES ANYTHING; 'REPORT' OR NO MODE AT ALL JUST   *
034400*           LISTS. A BAD PARM FAILS THE STEP BEFORE ANYTHING IS *
034500*           READ.                                               *
034600*****************************************************************
034700 1100-EDIT-PARM.
034800     IF LS-PARM-LENGTH > ZERO
034900         UNSTRING LS-PARM-DATA(1:LS-PARM-LENGTH)
035000             DELIMITED BY ALL ' '
035100             INTO WS-PARM-MODE WS-BACKOUT-PGM
035200                  WS-PARM-FROM WS-PARM-THRU
035300         END-UNSTRING
035400     END-IF.
035500     EVALUATE WS-PARM-MODE
035600         WHEN 'BACKOUT'
035700             MOVE 'Y' TO WS-BACKOUT-MODE-SW
035800             MOVE 'BACKOUT' TO WS-TITLE-MODE
035900         WHEN 'REPORT'
036000             MOVE 'REPORT' TO WS-TITLE-MODE
036100         WHEN OTHER
036200             DISPLAY "RESBKOUT - PARM MODE MUST BE REPORT OR "
036300                 "BACKOUT"
036400             GO TO 9900-ABEND-JOB
036500     END-EVALUATE.
036600     IF WS-BACKOUT-PGM = SPACES
036700         DISPLAY "RESBKOUT - PARM HAS NO PROGRAM NAME"
036800         GO TO 9900-ABEND-JOB
036900     END-IF.
037000     MOVE WS-PARM-FROM TO WS-CHECK-STAMP.
037100     PERFORM 1150-CHECK-STAMP THRU 1150-EXIT.
037200     MOVE WS-PARM-THRU TO WS-CHECK-STAMP.
037300     PERFORM 1150-CHECK-STAMP THRU 1150-EXIT.
037400     IF WS-PARM-FROM > WS-PARM-THRU
037500         DISPLAY "RESBKOUT - PARM WINDOW FROM IS AFTER THRU"
037600         GO TO 9900-ABEND-JOB
037700     END-IF.
037800     STRING WS-PARM-FROM '.00.000000'
037900         DELIMITED BY SIZE INTO WS-FROM-TS.
038000     STRING WS-PARM-THRU '.59.999999'
038100         DELIMITED BY SIZE INTO WS-THRU-TS.
038200     MOVE WS-BACKOUT-PGM        TO WS-WIN-PGM.
038300     MOVE WS-PARM-FROM          TO WS-WIN-FROM.
038400     MOVE WS-PARM-THRU          TO WS-WIN-THRU.
038500     DISPLAY "RESBKOUT - " WS-TITLE-MODE " OF " WS-BACKOUT-PGM
038600         " CHANGES " WS-FROM-TS " THRU " WS-THRU-TS.
038700 1100-EXIT.
038800     EXIT.
038900
039000 1150-CHECK-STAMP.
039100     IF WS-CS-YYYY NOT NUMERIC OR WS-CS-MM NOT NUMERIC OR
039200        WS-CS-DD NOT NUMERIC OR WS-CS-HH NOT NUMERIC OR
039300        WS-CS-MI NOT NUMERIC OR
039400        WS-CS-DASH1 NOT = '-' OR WS-CS-DASH2 NOT = '-' OR
039500        WS-CS-DASH3 NOT = '-' OR WS-CS-DOT NOT = '.'
039600         DISPLAY "RESBKOUT - PARM WINDOW END '" WS-CHECK-STAMP
039700             "' IS NOT YYYY-MM-DD-HH.MM"
039800         GO TO 9900-ABEND-JOB
039900     END-IF.
040000 1150-EXIT.
040100     EXIT.
040200
040300*****************************************************************
040400* 2000-PROCESS-CHANGE - ONE AUDIT ROW: DECIDE WHETHER IT CAN BE *
040500*           REVERSED, REVERSE IT IN BACKOUT MODE, AND LIST IT   *
040600*           EITHER WAY.                                         *
040700*****************************************************************
040800 2000-PROCESS-CHANGE.
040900     ADD 1 TO WS-CHANGES-READ.
041000     MOVE DCLRESIDENT-AUDIT-TRAIL TO WS-REVERSAL.
041100     MOVE 'N' TO WS-SKIP-SW.
041200     MOVE SPACES TO WS-SKIP-REASON.
041300     IF WS-RV-NEW-ROOM NOT = WS-RV-OLD-ROOM OR
041400        WS-RV-NEW-HALL NOT = WS-RV-OLD-HALL
041500         MOVE 'Y' TO WS-ROOM-CHANGED-SW
041600     ELSE
041700         MOVE 'N' TO WS-ROOM-CHANGED-SW
041800     END-IF.
041900     PERFORM 2200-FIND-RESIDENT THRU 2200-EXIT.
042000
042100     EVALUATE TRUE
042200         WHEN NOT WS-RV-REVERSIBLE
042300             MOVE 'Y' TO WS-SKIP-SW
042400             MOVE "CHANGE TYPE NOT REVERSIBLE - MANUAL REVIEW"
042500                 TO WS-SKIP-REASON
042600         WHEN WS-RT-FOUND AND WS-RT-SKIPPED(RT-IX)
042700             MOVE 'Y' TO WS-SKIP-SW
042800             MOVE "NEWER CHANGE WAS SKIPPED - MANUAL REVIEW"
042900                 TO WS-SKIP-REASON
043000         WHEN OTHER
043100             PERFORM 2300-CHECK-LATER-CHANGES THRU 2300-EXIT
043200             IF NOT WS-SKIP-CHANGE
043300                 PERFORM 2400-CHECK-CURRENT-STATE THRU 2400-EXIT
043400             END-IF
043500             IF NOT WS-SKIP-CHANGE
043600                 PERFORM 2500-CHECK-OLD-ROOM THRU 2500-EXIT
043700             END-IF
043800     END-EVALUATE.
043900
044000     IF NOT WS-RT-FOUND
044100         PERFORM 2250-ADD-RESIDENT THRU 2250-EXIT
044200     END-IF.
044300     IF WS-SKIP-CHANGE
044400         MOVE 'S' TO WS-RT-STATUS(RT-IX)
044500         MOVE "SKIPPED"         TO WS-DET-ACTION
044600         ADD 1 TO WS-SKIPPED-COUNT
044700     ELSE
044800         IF WS-BACKOUT-MODE
044900             PERFORM 3000-REVERSE-CHANGE THRU 3000-EXIT
045000             MOVE "REVERSED"    TO WS-DET-ACTION
045100         ELSE
045200             MOVE "WOULD REVERSE" TO WS-DET-ACTION
045300         END-IF
045400         PERFORM 2600-SET-RESIDENT-STATE THRU 2600-EXIT
045500         ADD 1 TO WS-REVERSED-COUNT
045600     END-IF.
045700     PERFORM 5500-WRITE-DETAIL-LINE THRU 5500-EXIT.
045800
045900     PERFORM 2100-FETCH-CHANGE THRU 2100-EXIT.
046000 2000-EXIT.
046100     EXIT.
046200
046300 2100-FETCH-CHANGE.
046400     EXEC SQL
046500         FETCH C1
046600          INTO :AT-RESIDENT-ID, :AT-CHANGE-TYPE,
046700               :AT-OLD-RESIDENT-NAME, :AT-NEW-RESIDENT-NAME,
046800               :AT-OLD-ROOM-NUMBER, :AT-NEW-ROOM-NUMBER,
046900               :AT-OLD-HALL-CODE, :AT-NEW-HALL-CODE,
047000               :AT-OLD-MEAL-PLAN-CODE, :AT-NEW-MEAL-PLAN-CODE,
047100               :AT-OLD-CHECKOUT-DATE, :AT-NEW-CHECKOUT-DATE,
047200               :AT-OLD-LANGUAGE-CODE, :AT-NEW-LANGUAGE-CODE,
047300               :AT-CHANGE-TS, :AT-CHANGE-PGM
047400     END-EXEC.
047500     EVALUATE SQLCODE
047600         WHEN ZERO
047700             CONTINUE
047800         WHEN 100
047900             MOVE 'Y' TO WS-DB2-EOF-SW
048000         WHEN OTHER
048100             DISPLAY "RESBKOUT - DB2 FETCH ERROR - SQLCODE "
048200                 SQLCODE
048300             GO TO 9900-ABEND-JOB
048400     END-EVALUATE.
048500 2100-EXIT.
048600     EXIT.
048700
048800 2200-FIND-RESIDENT.
048900     MOVE 'N' TO WS-RT-FOUND-SW.
049000     SET RT-IX TO 1.
049100     SEARCH WS-RT-ENTRY
049200         VARYING RT-IX
049300         AT END
049400             CONTINUE
049500         WHEN RT-IX > WS-RT-ENTRIES-USED
049600             CONTINUE
049700         WHEN WS-RT-RESIDENT-ID(RT-IX) = WS-RV-RESIDENT-ID
049800             MOVE 'Y' TO WS-RT-FOUND-SW
049900     END-SEARCH.
050000 2200-EXIT.
050100     EXIT.
050200
050300 2250-ADD-RESIDENT.
050400     IF WS-RT-ENTRIES-USED >= WS-RT-MAX-ENTRIES
050500         DISPLAY "RESBKOUT - MORE THAN " WS-RT-MAX-ENTRIES
050600             " RESIDENTS IN THE WINDOW - NARROW IT AND RERUN"
050700         GO TO 9900-ABEND-JOB
050800     END-IF.
050900     ADD 1 TO WS-RT-ENTRIES-USED.
051000     SET RT-IX TO WS-RT-ENTRIES-USED.
051100     MOVE WS-RV-RESIDENT-ID     TO WS-RT-RESIDENT-ID(RT-IX).
051200     MOVE SPACE                 TO WS-RT-STATUS(RT-IX).
051300     MOVE 'N'                   TO WS-RT-ON-FILE-SW(RT-IX).
051400 2250-EXIT.
051500     EXIT.
051600
051700*****************************************************************
051800* 2300-CHECK-LATER-CHANGES - ANY AUDIT ROW FOR THE RESIDENT     *
051900*           AFTER THIS ONE, OTHER THAN THE PROGRAM'S OWN ROWS   *
052000*           IN THE WINDOW (BACKED OUT AHEAD OF THIS ONE) AND    *
052100*           THIS RUN'S OWN 'B' ROWS, MEANS SOMEONE ELSE - HLCI, *
052200*           ANOTHER BATCH STEP, A LATER LOAD - HAS WORKED THE   *
052300*           RESIDENT SINCE, AND PUTTING THE OLD VALUES BACK     *
052400*           WOULD WIPE THAT OUT.                                *
052500*****************************************************************
052600 2300-CHECK-LATER-CHANGES.
052700     EXEC SQL
052800         SELECT CHANGE_PGM, CHANGE_TS
052900           INTO :WS-LATER-PGM, :WS-LATER-TS
053000           FROM RESIDENT_AUDIT_TRAIL
053100          WHERE RESIDENT_ID = :WS-RV-RESIDENT-ID
053200            AND CHANGE_TS   > :WS-RV-CHANGE-TS
053300            AND NOT ( CHANGE_PGM = :WS-BACKOUT-PGM
053400                  AND CHANGE_TS <= :WS-THRU-TS )
053500            AND NOT ( CHANGE_PGM = 'RESBKOUT'
053600                  AND CHANGE_TS >= :WS-RUN-START-TS )
053700          ORDER BY CHANGE_TS
053800          FETCH FIRST 1 ROW ONLY
053900     END-EXEC.
054000     EVALUATE SQLCODE
054100         WHEN ZERO
054200             MOVE 'Y' TO WS-SKIP-SW
054300             STRING "CHANGED LATER BY " WS-LATER-PGM
054400                    " - MANUAL REVIEW"
054500                 DELIMITED BY SIZE INTO WS-SKIP-REASON
054600         WHEN 100
054700             CONTINUE
054800         WHEN OTHER
054900             DISPLAY "RESBKOUT - LATER CHANGE SELECT ERROR - "
055000                 "SQLCODE " SQLCODE
055100             GO TO 9900-ABEND-JOB
055200     END-EVALUATE.
055300 2300-EXIT.
055400     EXIT.
055500
055600*****************************************************************
055700* 2400-CHECK-CURRENT-STATE - THE RESIDENT MUST STILL LOOK       *
055800*           EXACTLY THE WAY THE CHANGE LEFT THEM - ON           *
055900*           RESIDENT_OCCUPANCY FOR A RESIDENT NOT YET MET IN    *
056000*           THIS RUN, OR IN THE STATE A NEWER REVERSAL LEFT FOR *
056100*           ONE ALREADY MET. THIS CATCHES WORK THAT NEVER       *
056200*           REACHED THE AUDIT TRAIL.                            *
056300*****************************************************************
056400 2400-CHECK-CURRENT-STATE.
056500     IF WS-RT-FOUND
056600         IF NOT WS-RT-ON-FILE(RT-IX)
056700             MOVE 'Y' TO WS-SKIP-SW
056800             MOVE "OFF FILE AFTER NEWER REVERSAL - MANUAL REVIEW"
056900                 TO WS-SKIP-REASON
057000             GO TO 2400-EXIT
057100         END-IF
057200         MOVE WS-RT-NAME(RT-IX)     TO WS-CUR-NAME
057300         MOVE WS-RT-ROOM(RT-IX)     TO WS-CUR-ROOM
057400         MOVE WS-RT-HALL(RT-IX)     TO WS-CUR-HALL
057500         MOVE WS-RT-MEAL(RT-IX)     TO WS-CUR-MEAL
057600         MOVE WS-RT-LANGUAGE(RT-IX) TO WS-CUR-LANGUAGE
057700     ELSE
057800         EXEC SQL
057900             SELECT RESIDENT_NAME, ROOM_NUMBER, HALL_CODE,
058000                    MEAL_PLAN_CODE, LANGUAGE_CODE
058100               INTO :WS-CUR-NAME, :WS-CUR-ROOM, :WS-CUR-HALL,
058200                    :WS-CUR-MEAL, :WS-CUR-LANGUAGE
058300               FROM RESIDENT_OCCUPANCY
058400              WHERE RESIDENT_ID = :WS-RV-RESIDENT-ID
058500         END-EXEC
058600         EVALUATE SQLCODE
058700             WHEN ZERO
058800                 CONTINUE
058900             WHEN 100
059000                 MOVE 'Y' TO WS-SKIP-SW
059100                 MOVE "NO LONGER ON FILE - MANUAL REVIEW"
059200                     TO WS-SKIP-REASON
059300                 GO TO 2400-EXIT
059400             WHEN OTHER
059500                 DISPLAY "RESBKOUT - OCCUPANCY SELECT ERROR - "
059600                     "SQLCODE " SQLCODE
059700                 GO TO 9900-ABEND-JOB
059800         END-EVALUATE
059900     END-IF.
060000     IF WS-CUR-NAME     NOT = WS-RV-NEW-NAME OR
060100        WS-CUR-ROOM     NOT = WS-RV-NEW-ROOM OR
060200        WS-CUR-HALL     NOT = WS-RV-NEW-HALL OR
060300        WS-CUR-MEAL     NOT = WS-RV-NEW-MEAL OR
060400        WS-CUR-LANGUAGE NOT = WS-RV-NEW-LANGUAGE
060500         MOVE 'Y' TO WS-SKIP-SW
060600         MOVE "ROW CHANGED SINCE - MANUAL REVIEW"
060700             TO WS-SKIP-REASON
060800     END-IF.
060900 2400-EXIT.
061000     EXIT.
061100
061200*****************************************************************
061300* 2500-CHECK-OLD-ROOM - A RESIDENT GOING BACK TO AN OLD ROOM    *
061400*           NEEDS THAT ROOM STILL ON ROOM_INVENTORY WITH A FREE *
061500*           BED - SOMEONE ELSE MAY HAVE BEEN GIVEN IT SINCE.    *
061600*****************************************************************
061700 2500-CHECK-OLD-ROOM.
061800     IF WS-RV-INSERT OR NOT WS-ROOM-CHANGED OR
061900        WS-RV-OLD-ROOM = SPACES
062000         GO TO 2500-EXIT
062100     END-IF.
062200     MOVE WS-RV-OLD-HALL        TO RI-HALL-CODE.
062300     MOVE WS-RV-OLD-ROOM        TO RI-ROOM-NUMBER.
062400     EXEC SQL
062500         SELECT CAPACITY, OCCUPANT_COUNT
062600           INTO :RI-CAPACITY, :RI-OCCUPANT-COUNT
062700           FROM ROOM_INVENTORY
062800          WHERE HALL_CODE   = :RI-HALL-CODE
062900            AND ROOM_NUMBER = :RI-ROOM-NUMBER
063000     END-EXEC.
063100     EVALUATE SQLCODE
063200         WHEN ZERO
063300             IF RI-OCCUPANT-COUNT >= RI-CAPACITY
063400                 MOVE 'Y' TO WS-SKIP-SW
063500                 MOVE "OLD ROOM NOW FULL - MANUAL REVIEW"
063600                     TO WS-SKIP-REASON
063700             END-IF
063800         WHEN 100
063900             MOVE 'Y' TO WS-SKIP-SW
064000             MOVE "OLD ROOM NOT ON ROOM INVENTORY - MANUAL REVIEW"
064100                 TO WS-SKIP-REASON
064200         WHEN OTHER
064300             DISPLAY "RESBKOUT - ROOM INVENTORY SELECT ERROR - "
064400                 "SQLCODE " SQLCODE
064500             GO TO 9900-ABEND-JOB
064600     END-EVALUATE.
064700 2500-EXIT.
064800     EXIT.
064900
065000*****************************************************************
065100* 2600-SET-RESIDENT-STATE - RECORD WHAT THE REVERSAL LEFT: A    *
065200*           BACKED-OUT INSERT TAKES THE RESIDENT OFF FILE,      *
065300*           ANYTHING ELSE PUTS THE OLD VALUES BACK.             *
065400*****************************************************************
065500 2600-SET-RESIDENT-STATE.
065600     MOVE 'R' TO WS-RT-STATUS(RT-IX).
065700     IF WS-RV-INSERT
065800         MOVE 'N' TO WS-RT-ON-FILE-SW(RT-IX)
065900     ELSE
066000         MOVE 'Y'                TO WS-RT-ON-FILE-SW(RT-IX)
066100         MOVE WS-RV-OLD-NAME     TO WS-RT-NAME(RT-IX)
066200         MOVE WS-RV-OLD-ROOM     TO WS-RT-ROOM(RT-IX)
066300         MOVE WS-RV-OLD-HALL     TO WS-RT-HALL(RT-IX)
066400         MOVE WS-RV-OLD-MEAL     TO WS-RT-MEAL(RT-IX)
066500         MOVE WS-RV-OLD-LANGUAGE TO WS-RT-LANGUAGE(RT-IX)
066600     END-IF.
066700 2600-EXIT.
066800     EXIT.
066900
067000*****************************************************************
067100* 3000-REVERSE-CHANGE - BACKOUT MODE ONLY. PUT THE OCCUPANCY    *
067200*           ROW BACK (OR TAKE IT AWAY FOR AN INSERT), MOVE THE  *
067300*           BED AND THE KEY BACK WHEN THE CHANGE MOVED THE      *
067400*           RESIDENT, RESTORE THE RESMSTR RECORD, AND AUDIT THE *
067500*           REVERSAL.                                           *
067600*****************************************************************
067700 3000-REVERSE-CHANGE.
067800     IF WS-RV-INSERT
067900         PERFORM 3100-REMOVE-OCCUPANCY THRU 3100-EXIT
068000     ELSE
068100         PERFORM 3200-RESTORE-OCCUPANCY THRU 3200-EXIT
068200     END-IF.
068300     IF WS-ROOM-CHANGED
068400         IF WS-RV-NEW-ROOM NOT = SPACES
068500             PERFORM 3300-VACATE-NEW-ROOM THRU 3300-EXIT
068600         END-IF
068700         IF WS-RV-OLD-ROOM NOT = SPACES
068800             PERFORM 3400-REOCCUPY-OLD-ROOM THRU 3400-EXIT
068900         END-IF
069000     END-IF.
069100     PERFORM 3500-RESTORE-MASTER THRU 3500-EXIT.
069200     PERFORM 3600-WRITE-BACKOUT-AUDIT THRU 3600-EXIT.
069300 3000-EXIT.
069400     EXIT.
069500
069600 3100-REMOVE-OCCUPANCY.
069700     EXEC SQL
069800         DELETE FROM RESIDENT_OCCUPANCY
069900          WHERE RESIDENT_ID = :WS-RV-RESIDENT-ID
070000     END-EXEC.
070100     IF SQLCODE NOT = ZERO
070200         DISPLAY "RESBKOUT - OCCUPANCY DELETE ERROR - SQLCODE "
070300             SQLCODE
070400         GO TO 9900-ABEND-JOB
070500     END-IF.
070600 3100-EXIT.
070700     EXIT.
070800
070900 3200-RESTORE-OCCUPANCY.
071000     MOVE WS-RV-RESIDENT-ID     TO RO-RESIDENT-ID.
071100     MOVE WS-RV-OLD-NAME        TO RO-RESIDENT-NAME.
071200     MOVE WS-RV-OLD-ROOM        TO RO-ROOM-NUMBER.
071300     MOVE WS-RV-OLD-HALL        TO RO-HALL-CODE.
071400     MOVE WS-RV-OLD-MEAL        TO RO-MEAL-PLAN-CODE.
071500     MOVE WS-RV-OLD-CHECKOUT    TO RO-CHECKOUT-DATE.
071600     MOVE WS-RV-OLD-LANGUAGE    TO RO-LANGUAGE-CODE.
071700     MOVE 'RESBKOUT'            TO RO-LAST-UPDATE-PGM.
071800     EXEC SQL
071900         UPDATE RESIDENT_OCCUPANCY
072000            SET RESIDENT_NAME   = :RO-RESIDENT-NAME,
072100                ROOM_NUMBER     = :RO-ROOM-NUMBER,
072200                HALL_CODE       = :RO-HALL-CODE,
072300                MEAL_PLAN_CODE  = :RO-MEAL-PLAN-CODE,
072400                CHECKOUT_DATE   = :RO-CHECKOUT-DATE,
072500                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
072600                LAST_UPDATE_PGM = :RO-LAST-UPDATE-PGM,
072700                LANGUAGE_CODE   = :RO-LANGUAGE-CODE
072800          WHERE RESIDENT_ID     = :RO-RESIDENT-ID
072900     END-EXEC.
073000     IF SQLCODE NOT = ZERO
073100         DISPLAY "RESBKOUT - OCCUPANCY RESTORE ERROR - SQLCODE "
073200             SQLCODE
073300         GO TO 9900-ABEND-JOB
073400     END-IF.
073500 3200-EXIT.
073600     EXIT.
073700
073800*****************************************************************
073900* 3300-VACATE-NEW-ROOM - THE BED THE CHANGE TOOK IS GIVEN BACK  *
074000*           AND THE KEY ISSUE ROW THE PROGRAM WROTE FOR IT      *
074100*           REMOVED. NO COUNT LEFT (THE ROOM GONE) OR NO ISSUE  *
074200*           ROW (SQLCODE 100) IS NOT AN ERROR.                  *
074300*****************************************************************
074400 3300-VACATE-NEW-ROOM.
074500     MOVE WS-RV-NEW-HALL        TO KY-HALL-CODE.
074600     MOVE WS-RV-NEW-ROOM        TO KY-ROOM-NUMBER.
074700     MOVE WS-RV-RESIDENT-ID     TO KY-RESIDENT-ID.
074800     EXEC SQL
074900         UPDATE ROOM_INVENTORY
075000            SET OCCUPANT_COUNT  = OCCUPANT_COUNT - 1,
075100                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
075200                LAST_UPDATE_PGM = 'RESBKOUT'
075300          WHERE HALL_CODE       = :KY-HALL-CODE
075400            AND ROOM_NUMBER     = :KY-ROOM-NUMBER
075500            AND OCCUPANT_COUNT  > 0
075600     END-EXEC.
075700     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
075800         DISPLAY "RESBKOUT - ROOM COUNT REMOVE ERROR - SQLCODE "
075900             SQLCODE
076000         GO TO 9900-ABEND-JOB
076100     END-IF.
076200     EXEC SQL
076300         DELETE FROM KEY_INVENTORY
076400          WHERE HALL_CODE       = :KY-HALL-CODE
076500            AND ROOM_NUMBER     = :KY-ROOM-NUMBER
076600            AND RESIDENT_ID     = :KY-RESIDENT-ID
076700            AND KEY_STATUS      = 'I'
076800            AND LAST_UPDATE_PGM = :WS-BACKOUT-PGM
076900     END-EXEC.
077000     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
077100         DISPLAY "RESBKOUT - KEY ISSUE DELETE ERROR - SQLCODE "
077200             SQLCODE
077300         GO TO 9900-ABEND-JOB
077400     END-IF.
077500 3300-EXIT.
077600     EXIT.
077700
077800*****************************************************************
077900* 3400-REOCCUPY-OLD-ROOM - THE RESIDENT TAKES THEIR OLD BED     *
078000*           BACK, AND THE KEY THE PROGRAM RECORDED AS RETURNED  *
078100*           FOR IT IS ON ISSUE AGAIN. NO RETURNED KEY (SQLCODE  *
078200*           100) IS NOT AN ERROR.                               *
078300*****************************************************************
078400 3400-REOCCUPY-OLD-ROOM.
078500     MOVE WS-RV-OLD-HALL        TO KY-HALL-CODE.
078600     MOVE WS-RV-OLD-ROOM        TO KY-ROOM-NUMBER.
078700     MOVE WS-RV-RESIDENT-ID     TO KY-RESIDENT-ID.
078800     EXEC SQL
078900         UPDATE ROOM_INVENTORY
079000            SET OCCUPANT_COUNT  = OCCUPANT_COUNT + 1,
079100                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
079200                LAST_UPDATE_PGM = 'RESBKOUT'
079300          WHERE HALL_CODE       = :KY-HALL-CODE
079400            AND ROOM_NUMBER     = :KY-ROOM-NUMBER
079500     END-EXEC.
079600     IF SQLCODE NOT = ZERO
079700         DISPLAY "RESBKOUT - ROOM COUNT ADD ERROR - SQLCODE "
079800             SQLCODE
079900         GO TO 9900-ABEND-JOB
080000     END-IF.
080100     EXEC SQL
080200         UPDATE KEY_INVENTORY
080300            SET KEY_STATUS      = 'I',
080400                RETURN_DATE     = NULL,
080500                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
080600                LAST_UPDATE_PGM = 'RESBKOUT'
080700          WHERE HALL_CODE       = :KY-HALL-CODE
080800            AND ROOM_NUMBER     = :KY-ROOM-NUMBER
080900            AND RESIDENT_ID     = :KY-RESIDENT-ID
081000            AND KEY_STATUS      = 'R'
081100            AND LAST_UPDATE_PGM = :WS-BACKOUT-PGM
081200     END-EXEC.
081300     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
081400         DISPLAY "RESBKOUT - KEY REOPEN UPDATE ERROR - SQLCODE "
081500             SQLCODE
081600         GO TO 9900-ABEND-JOB
081700     END-IF.
081800 3400-EXIT.
081900     EXIT.
082000
082100*****************************************************************
082200* 3500-RESTORE-MASTER - A BACKED-OUT INSERT LOSES ITS RESMSTR   *
082300*           RECORD; ANYTHING ELSE HAS THE RECORD REBUILT FROM   *
082400*           THE RESTORED VALUES, WRITTEN AFRESH WHEN A          *
082500*           DEPARTURE HAD DELETED IT. THE CHECK-IN DATE IS NOT  *
082600*           ON THE AUDIT TRAIL AND COMES FROM THE OCCUPANCY     *
082700*           ROW, WHICH NO UPDATE CHANGES.                       *
082800*****************************************************************
082900 3500-RESTORE-MASTER.
083000     MOVE WS-RV-RESIDENT-ID     TO RM-RESIDENT-ID.
083100     IF WS-RV-INSERT
083200         DELETE RESIDENT-MASTER-FILE
083300             INVALID KEY
083400                 DISPLAY "RESBKOUT - MASTER FILE DELETE - NO "
083500                     "RECORD FOR " WS-RV-RESIDENT-ID
083600         END-DELETE
083700         IF NOT WS-RESMSTR-OK AND NOT WS-RESMSTR-NOTFND
083800             DISPLAY "RESBKOUT - MASTER FILE DELETE ERROR - "
083900                 "STATUS " WS-RESMSTR-STATUS
084000             GO TO 9900-ABEND-JOB
084100         END-IF
084200         GO TO 3500-EXIT
084300     END-IF.
084400
084500     EXEC SQL
084600         SELECT CHECKIN_DATE
084700           INTO :RO-CHECKIN-DATE
084800           FROM RESIDENT_OCCUPANCY
084900          WHERE RESIDENT_ID = :WS-RV-RESIDENT-ID
085000     END-EXEC.
085100     IF SQLCODE NOT = ZERO
085200         DISPLAY "RESBKOUT - CHECK-IN DATE SELECT ERROR - "
085300             "SQLCODE "
085400             SQLCODE
085500         GO TO 9900-ABEND-JOB
085600     END-IF.
085700
085800     READ RESIDENT-MASTER-FILE
085900         INVALID KEY
086000             CONTINUE
086100     END-READ.
086200     IF NOT WS-RESMSTR-OK AND NOT WS-RESMSTR-NOTFND
086300         DISPLAY "RESBKOUT - MASTER FILE READ ERROR - STATUS "
086400             WS-RESMSTR-STATUS
086500         GO TO 9900-ABEND-JOB
086600     END-IF.
086700     MOVE WS-RV-RESIDENT-ID     TO RM-RESIDENT-ID.
086800     MOVE WS-RV-OLD-NAME        TO RM-RESIDENT-NAME.
086900     MOVE WS-RV-OLD-ROOM        TO RM-ROOM-NUMBER.
087000     MOVE WS-RV-OLD-HALL        TO RM-HALL-CODE.
087100     MOVE WS-RV-OLD-MEAL        TO RM-MEAL-PLAN-CODE.
087200     MOVE RO-CHECKIN-DATE       TO RM-CHECKIN-DATE.
087300     MOVE WS-RV-OLD-CHECKOUT    TO RM-CHECKOUT-DATE.
087400     MOVE WS-RV-OLD-LANGUAGE    TO RM-LANGUAGE-CODE.
087500     IF WS-RESMSTR-NOTFND
087600         WRITE RESIDENT-MASTER-RECORD
087700             INVALID KEY
087800                 DISPLAY "RESBKOUT - MASTER FILE WRITE FAILED - "
087900                     WS-RV-RESIDENT-ID
088000         END-WRITE
088100     ELSE
088200         REWRITE RESIDENT-MASTER-RECORD
088300             INVALID KEY
088400                 DISPLAY "RESBKOUT - MASTER REWRITE FAILED - "
088500                     WS-RV-RESIDENT-ID
088600         END-REWRITE
088700     END-IF.
088800     IF NOT WS-RESMSTR-OK
088900         DISPLAY "RESBKOUT - MASTER FILE UPDATE ERROR - STATUS "
089000             WS-RESMSTR-STATUS
089100         GO TO 9900-ABEND-JOB
089200     END-IF.
089300 3500-EXIT.
089400     EXIT.
089500
089600*****************************************************************
089700* 3600-WRITE-BACKOUT-AUDIT - THE REVERSAL IS ITSELF A CHANGE TO *
089800*           THE RESIDENT AND GOES ON THE AUDIT TRAIL AS A 'B'   *
089900*           ROW: OLD IS WHAT WAS BACKED OUT, NEW IS WHAT WAS    *
090000*           PUT BACK.                                           *
090100*****************************************************************
090200 3600-WRITE-BACKOUT-AUDIT.
090300     MOVE 'B'                   TO AT-CHANGE-TYPE.
090400     MOVE WS-RV-RESIDENT-ID     TO AT-RESIDENT-ID.
090500     MOVE WS-RV-NEW-NAME        TO AT-OLD-RESIDENT-NAME.
090600     MOVE WS-RV-NEW-ROOM        TO AT-OLD-ROOM-NUMBER.
090700     MOVE WS-RV-NEW-HALL        TO AT-OLD-HALL-CODE.
090800     MOVE WS-RV-NEW-MEAL        TO AT-OLD-MEAL-PLAN-CODE.
090900     MOVE WS-RV-NEW-CHECKOUT    TO AT-OLD-CHECKOUT-DATE.
091000     MOVE WS-RV-NEW-LANGUAGE    TO AT-OLD-LANGUAGE-CODE.
091100     IF WS-RV-INSERT
091200         MOVE WS-RV-NEW-NAME    TO AT-NEW-RESIDENT-NAME
091300         MOVE SPACES            TO AT-NEW-ROOM-NUMBER
091400                                   AT-NEW-HALL-CODE
091500                                   AT-NEW-MEAL-PLAN-CODE
091600                                   AT-NEW-CHECKOUT-DATE
091700                                   AT-NEW-LANGUAGE-CODE
091800     ELSE
091900         MOVE WS-RV-OLD-NAME     TO AT-NEW-RESIDENT-NAME
092000         MOVE WS-RV-OLD-ROOM     TO AT-NEW-ROOM-NUMBER
092100         MOVE WS-RV-OLD-HALL     TO AT-NEW-HALL-CODE
092200         MOVE WS-RV-OLD-MEAL     TO AT-NEW-MEAL-PLAN-CODE
092300         MOVE WS-RV-OLD-CHECKOUT TO AT-NEW-CHECKOUT-DATE
092400         MOVE WS-RV-OLD-LANGUAGE TO AT-NEW-LANGUAGE-CODE
092500     END-IF.
092600     MOVE 'RESBKOUT'            TO AT-CHANGE-PGM.
092700     EXEC SQL
092800         INSERT INTO RESIDENT_AUDIT_TRAIL
092900             ( RESIDENT_ID, CHANGE_TYPE,
093000               OLD_RESIDENT_NAME, NEW_RESIDENT_NAME,
093100               OLD_ROOM_NUMBER, NEW_ROOM_NUMBER,
093200               OLD_HALL_CODE, NEW_HALL_CODE,
093300               OLD_MEAL_PLAN_CODE, NEW_MEAL_PLAN_CODE,
093400               OLD_CHECKOUT_DATE, NEW_CHECKOUT_DATE,
093500               OLD_LANGUAGE_CODE, NEW_LANGUAGE_CODE,
093600               CHANGE_TS, CHANGE_PGM )
093700         VALUES
093800             ( :AT-RESIDENT-ID, :AT-CHANGE-TYPE,
093900               :AT-OLD-RESIDENT-NAME, :AT-NEW-RESIDENT-NAME,
094000               :AT-OLD-ROOM-NUMBER, :AT-NEW-ROOM-NUMBER,
094100               :AT-OLD-HALL-CODE, :AT-NEW-HALL-CODE,
094200               :AT-OLD-MEAL-PLAN-CODE, :AT-NEW-MEAL-PLAN-CODE,
094300               :AT-OLD-CHECKOUT-DATE, :AT-NEW-CHECKOUT-DATE,
094400               :AT-OLD-LANGUAGE-CODE, :AT-NEW-LANGUAGE-CODE,
094500               CURRENT TIMESTAMP, :AT-CHANGE-PGM )
094600     END-EXEC.
094700     IF SQLCODE NOT = ZERO
094800         DISPLAY "RESBKOUT - AUDIT INSERT ERROR - SQLCODE "
094900             SQLCODE
095000         GO TO 9900-ABEND-JOB
095100     END-IF.
095200 3600-EXIT.
095300     EXIT.
095400
095500 5100-WRITE-HEADINGS.
095600     ADD 1 TO WS-PAGE-NUMBER.
095700     MOVE WS-RUN-DATE           TO WS-TITLE-RUN-DATE.
095800     MOVE WS-PAGE-NUMBER        TO WS-TITLE-PAGE-NO.
095900     WRITE BK-REPORT-LINE FROM WS-REPORT-TITLE
096000         AFTER ADVANCING PAGE.
096100     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
096200     WRITE BK-REPORT-LINE FROM WS-WINDOW-LINE
096300         AFTER ADVANCING 1 LINE.
096400     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
096500     WRITE BK-REPORT-LINE FROM WS-COLUMN-HEADINGS
096600         AFTER ADVANCING 2 LINES.
096700     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
096800 5100-EXIT.
096900     EXIT.
097000
097100 5500-WRITE-DETAIL-LINE.
097200     MOVE WS-RV-CHANGE-TS       TO WS-DET-CHANGE-TS.
097300     MOVE WS-RV-RESIDENT-ID     TO WS-DET-RESIDENT-ID.
097400     MOVE WS-RV-CHANGE-TYPE     TO WS-DET-TYPE.
097500     MOVE SPACES                TO WS-DET-ROOM-NOW
097600                                   WS-DET-ROOM-RESTORED.
097700     IF WS-RV-NEW-ROOM = SPACES
097800         MOVE "NO ROOM"         TO WS-DET-ROOM-NOW
097900     ELSE
098000         STRING WS-RV-NEW-HALL ' ' WS-RV-NEW-ROOM
098100             DELIMITED BY SIZE INTO WS-DET-ROOM-NOW
098200     END-IF.
098300     EVALUATE TRUE
098400         WHEN WS-RV-INSERT
098500             MOVE "NOT ON FILE" TO WS-DET-ROOM-RESTORED
098600         WHEN WS-RV-OLD-ROOM = SPACES
098700             MOVE "NO ROOM"     TO WS-DET-ROOM-RESTORED
098800         WHEN OTHER
098900             STRING WS-RV-OLD-HALL ' ' WS-RV-OLD-ROOM
099000                 DELIMITED BY SIZE INTO WS-DET-ROOM-RESTORED
099100     END-EVALUATE.
099200     MOVE WS-SKIP-REASON        TO WS-DET-REASON.
099300     WRITE BK-REPORT-LINE FROM WS-DETAIL-LINE
099400         AFTER ADVANCING 1 LINE.
099500     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
099600     IF LINAGE-COUNTER > 54
099700         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
099800     END-IF.
099900 5500-EXIT.
100000     EXIT.
100100
100200 5900-CHECK-PRINT-STATUS.
100300     IF NOT WS-BKORPT-OK
100400         DISPLAY "RESBKOUT - REPORT WRITE ERROR - STATUS "
100500             WS-BKORPT-STATUS
100600         GO TO 9900-ABEND-JOB
100700     END-IF.
100800 5900-EXIT.
100900     EXIT.
101000
101100 9000-TERMINATE.
101200     MOVE WS-CHANGES-READ       TO WS-TOT-READ.
101300     MOVE WS-REVERSED-COUNT     TO WS-TOT-REVERSED.
101400     MOVE WS-SKIPPED-COUNT      TO WS-TOT-SKIPPED.
101500     IF NOT WS-BACKOUT-MODE
101600         MOVE "  WOULD REVERSE: "  TO WS-TOT-REVERSED-LABEL
101700     END-IF.
101800     WRITE BK-REPORT-LINE FROM WS-TOTAL-LINE
101900         AFTER ADVANCING 2 LINES.
102000     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
102100
102200     DISPLAY "RESBKOUT - END OF JOB STATISTICS".
102300     DISPLAY "RESBKOUT -   CHANGES READ     - " WS-CHANGES-READ.
102400     IF WS-BACKOUT-MODE
102500         DISPLAY "RESBKOUT -   CHANGES REVERSED - "
102600             WS-REVERSED-COUNT
102700     ELSE
102800         DISPLAY "RESBKOUT -   WOULD REVERSE    - "
102900             WS-REVERSED-COUNT
103000     END-IF.
103100     DISPLAY "RESBKOUT -   SKIPPED/REVIEW   - " WS-SKIPPED-COUNT.
103200
103300     EXEC SQL CLOSE C1 END-EXEC.
103400     EXEC SQL COMMIT END-EXEC.
103500     MOVE WS-CHANGES-READ       TO BL-RECORDS-READ.
103600     MOVE ZERO                  TO BL-RECORDS-INSERTED.
103700     IF WS-BACKOUT-MODE
103800         MOVE WS-REVERSED-COUNT TO BL-RECORDS-UPDATED
103900     ELSE
104000         MOVE ZERO              TO BL-RECORDS-UPDATED
104100     END-IF.
104200     MOVE WS-SKIPPED-COUNT      TO BL-RECORDS-REJECTED.
104300     MOVE SPACES                TO BL-LAST-CHECKPOINT.
104400     MOVE ZERO                  TO BL-RETURN-CODE.
104500     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
104600
104700     CLOSE BACKOUT-RPT.
104800     IF WS-BACKOUT-MODE
104900         CLOSE RESIDENT-MASTER-FILE
105000     END-IF.
105100     EXEC SQL CONNECT RESET END-EXEC.
105200 9000-EXIT.
105300     EXIT.
105400
105500     COPY RUNLOGP.
105600
105700 9900-ABEND-JOB.
105800     DISPLAY "RESBKOUT - JOB ABENDING AFTER "
105900         WS-CHANGES-READ " CHANGES READ".
106000     MOVE 16 TO RETURN-CODE.
106100     STOP RUN.
106200
106300 END PROGRAM resbkout.
