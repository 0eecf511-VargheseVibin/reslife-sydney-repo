002600*              FOR THE WEEKEND RESSYNC REPAIR, NEVER ROLLED      *
002700*              INTO DB2. WRITES START AND END ROWS TO THE        *
002800*              BATCH_RUN_LOG TABLE LIKE EVERY OTHER STEP.        *
002807*  2026-10-06 FMV A PAIR WHOSE OLD ID IS AN UNMATCHED TEMPORARY  *
002814*              ID FROM THE HLCI 'E' EMERGENCY PLACEMENT          *
002821*              (TEMP_RESIDENT, SEE COPYBOOKS/TMPRDCL) IS THE     *
002828*              REGISTRAR'S REAL ID CATCHING UP WITH THE          *
002835*              PLACEMENT: THE SAME FOLD RUNS, THE TEMP_RESIDENT  *
002842*              ROW IS STAMPED MATCHED TO THE SURVIVOR, AND WHEN  *
002849*              THE NIGHTLY LOAD HAS ALREADY PUT THE REAL ID ON   *
002856*              RESIDENT_OCCUPANCY WITHOUT A ROOM, THAT ROOMLESS  *
002863*              ROW (AND ITS RESMSTR RECORD) GIVES WAY TO THE     *
002870*              PLACEMENT, KEEPING THE REGISTRAR'S NAME,          *
002877*              LANGUAGE AND NEEDS. A TEMPORARY ID IS NEVER       *
002884*              ACCEPTED AS THE SURVIVOR.                         *
002886*  2026-10-06 FMV RESIDENT_ARRIVAL ROWS (THE DESK'S ARRIVAL      *
002888*              CONFIRMATIONS, SEE COPYBOOKS/ARRVDCL) NOW FOLLOW  *
002890*              THE ID TOO, SO A MERGED RESIDENT - IN PARTICULAR  *
002892*              AN EMERGENCY PLACEMENT - IS NEVER TAKEN FOR A     *
002894*              NO-SHOW. AN ARRIVAL ALREADY UNDER THE NEW ID      *
002896*              STANDS.                                           *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
008500
008600     COPY RUNLDCL.
008700
008733     COPY TMPRDCL.
008766
008800 01  WS-MRGPAIR-STATUS           PIC X(02)      VALUE SPACES.
008900     88 WS-MRGPAIR-OK                   VALUE '00'.
009000     88 WS-MRGPAIR-EOF                  VALUE '10'.
010300        88 WS-PAIR-FAILED               VALUE 'Y'.
010400     05 WS-OLD-OCC-FOUND-SW      PIC X(01)      VALUE 'N'.
010500        88 WS-OLD-OCC-FOUND             VALUE 'Y'.
010520     05 WS-TEMP-PAIR-SW          PIC X(01)      VALUE 'N'.
010540        88 WS-TEMP-PAIR                 VALUE 'Y'.
010560     05 WS-NEW-ROW-DROPPED-SW    PIC X(01)      VALUE 'N'.
010580        88 WS-NEW-ROW-DROPPED           VALUE 'Y'.
010600
010700 01  WS-OLD-ID                   PIC X(08)      VALUE SPACES.
010800 01  WS-NEW-ID                   PIC X(08)      VALUE SPACES.
011000 01  WS-ROW-COUNT                PIC S9(09) COMP VALUE ZERO.
011100 01  WS-NEW-OCC-COUNT            PIC S9(09) COMP VALUE ZERO.
011200 01  WS-HIST-CLASH-COUNT         PIC S9(09) COMP VALUE ZERO.
011211
011222*    THE REGISTRAR'S OWN ROW FOR THE REAL ID, KEPT WHEN IT GIVES
011233*    WAY TO A TEMPORARY ID'S PLACEMENT (SEE 3050).
011244 01  WS-REG-VALUES.
011255     05 WS-REG-RESIDENT-NAME     PIC X(30)      VALUE SPACES.
011266     05 WS-REG-ROOM-NUMBER       PIC X(06)      VALUE SPACES.
011277     05 WS-REG-LANGUAGE-CODE     PIC X(02)      VALUE SPACES.
011288     05 WS-REG-NEEDS-CODE        PIC X(02)      VALUE SPACES.
011300
011400 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
011500 01  WS-PAGE-NUMBER              PIC 9(04)      VALUE ZERO.
027000*           HOLD AN OCCUPANCY ROW, OR BOTH HOLD A HISTORY ROW    *
027100*           FOR THE SAME TERM, THE FOLD WOULD COLLIDE - THOSE    *
027200*           PAIRS GO BACK FOR MANUAL REVIEW.                     *
027225*           AN UNMATCHED TEMPORARY ID (HLCI 'E' PLACEMENT) MAY  *
027250*           BE THE OLD ID ONLY - THEN A ROOMLESS REGISTRAR ROW  *
027275*           UNDER THE NEW ID IS NOT A COLLISION (SEE 3050).     *
027300*****************************************************************
027400 3000-VALIDATE-PAIR.
027500     IF WS-OLD-ID = WS-NEW-ID OR
027900             TO WS-FAIL-REASON
028000         GO TO 3000-EXIT
028100     END-IF.
028102
028104     MOVE 'N' TO WS-TEMP-PAIR-SW.
028106     MOVE 'N' TO WS-NEW-ROW-DROPPED-SW.
028108     MOVE WS-NEW-ID TO TR-TEMP-RESIDENT-ID.
028110     EXEC SQL
028112         SELECT COUNT(*)
028114           INTO :WS-ROW-COUNT
028116           FROM TEMP_RESIDENT
028118          WHERE TEMP_RESIDENT_ID = :TR-TEMP-RESIDENT-ID
028120     END-EXEC.
028122     IF SQLCODE NOT = ZERO
028124         MOVE 'Y' TO WS-PAIR-FAILED-SW
028126         MOVE "TEMPORARY ID LOOKUP FAILED" TO WS-FAIL-REASON
028128         GO TO 3000-EXIT
028130     END-IF.
028132     IF WS-ROW-COUNT > ZERO
028134         MOVE 'Y' TO WS-PAIR-FAILED-SW
028136         MOVE "NEW ID IS A TEMPORARY ID - PAIR IS REVERSED"
028138             TO WS-FAIL-REASON
028140         GO TO 3000-EXIT
028142     END-IF.
028144     MOVE WS-OLD-ID TO TR-TEMP-RESIDENT-ID.
028146     EXEC SQL
028148         SELECT TEMP_STATUS
028150           INTO :TR-TEMP-STATUS
028152           FROM TEMP_RESIDENT
028154          WHERE TEMP_RESIDENT_ID = :TR-TEMP-RESIDENT-ID
028156     END-EXEC.
028158     EVALUATE TRUE
028160         WHEN SQLCODE = 100
028162             CONTINUE
028164         WHEN SQLCODE NOT = ZERO
028166             MOVE 'Y' TO WS-PAIR-FAILED-SW
028168             MOVE "TEMPORARY ID LOOKUP FAILED" TO WS-FAIL-REASON
028170             GO TO 3000-EXIT
028172         WHEN TR-TEMP-UNMATCHED
028174             MOVE 'Y' TO WS-TEMP-PAIR-SW
028176         WHEN OTHER
028178             MOVE 'Y' TO WS-PAIR-FAILED-SW
028180             MOVE "TEMPORARY ID ALREADY MATCHED" TO WS-FAIL-REASON
028182             GO TO 3000-EXIT
028184     END-EVALUATE.
028200
028300     MOVE 'N' TO WS-OLD-OCC-FOUND-SW.
028400     EXEC SQL
030800         GO TO 3000-EXIT
030900     END-IF.
031000     IF WS-OLD-OCC-FOUND AND WS-NEW-OCC-COUNT > ZERO
031045         IF WS-TEMP-PAIR
031090             PERFORM 3050-CHECK-REGISTRAR-ROW THRU 3050-EXIT
031135         ELSE
031180             MOVE 'Y' TO WS-PAIR-FAILED-SW
031225             MOVE "BOTH IDS HOLD OCCUPANCY ROWS - MANUAL CASE"
031270                 TO WS-FAIL-REASON
031315         END-IF
031360         IF WS-PAIR-FAILED
031405             GO TO 3000-EXIT
031450         END-IF
031500     END-IF.
031600
031700     EXEC SQL
033400             TO WS-FAIL-REASON
033500     END-IF.
033600 3000-EXIT.
033602     EXIT.
033604
033606*****************************************************************
033608* 3050-CHECK-REGISTRAR-ROW - THE OLD ID IS A TEMPORARY ID AND   *
033610*           THE NIGHTLY LOAD HAS ALREADY PUT THE REAL ID ON     *
033612*           RESIDENT_OCCUPANCY. A ROOMLESS REGISTRAR ROW GIVES  *
033614*           WAY TO THE PLACEMENT (4000 DROPS IT AND CARRIES ITS *
033616*           NAME, LANGUAGE AND NEEDS ONTO THE SURVIVING ROW); A *
033618*           REGISTRAR ROW THAT ALREADY HOLDS A ROOM IS STILL A  *
033620*           MANUAL CASE.                                        *
033622*****************************************************************
033624 3050-CHECK-REGISTRAR-ROW.
033626     EXEC SQL
033628         SELECT RESIDENT_NAME, ROOM_NUMBER, LANGUAGE_CODE,
033630                NEEDS_CODE
033632           INTO :WS-REG-RESIDENT-NAME, :WS-REG-ROOM-NUMBER,
033634                :WS-REG-LANGUAGE-CODE, :WS-REG-NEEDS-CODE
033636           FROM RESIDENT_OCCUPANCY
033638          WHERE RESIDENT_ID = :WS-NEW-ID
033640     END-EXEC.
033642     IF SQLCODE NOT = ZERO
033644         MOVE 'Y' TO WS-PAIR-FAILED-SW
033646         MOVE "OCCUPANCY LOOKUP FAILED" TO WS-FAIL-REASON
033648         GO TO 3050-EXIT
033650     END-IF.
033652     IF WS-REG-ROOM-NUMBER NOT = SPACES
033654         MOVE 'Y' TO WS-PAIR-FAILED-SW
033656         MOVE "TEMP AND REAL IDS BOTH HOLD A ROOM - MANUAL CASE"
033658             TO WS-FAIL-REASON
033660         GO TO 3050-EXIT
033662     END-IF.
033664     MOVE 'Y' TO WS-NEW-ROW-DROPPED-SW.
033666 3050-EXIT.
033700     EXIT.
033800
033900 3100-SNAPSHOT-BEFORE.
039200*           PAIR BACK.                                           *
039300*****************************************************************
039400 4000-MERGE-DB2-TABLES.
039406     IF WS-NEW-ROW-DROPPED
039412         EXEC SQL
039418             DELETE FROM RESIDENT_OCCUPANCY
039424              WHERE RESIDENT_ID = :WS-NEW-ID
039430         END-EXEC
039436         MOVE "RESIDENT_OCCUPANCY"  TO WS-ACT-TABLE
039442         MOVE "ROOMLESS REGISTRAR ROW DROPPED"
039448             TO WS-ACT-NOTE
039454         PERFORM 4900-CHECK-AND-REPORT THRU 4900-EXIT
039460         IF WS-PAIR-FAILED
039466             GO TO 4000-EXIT
039472         END-IF
039478     END-IF.
039484
039500     IF WS-OLD-OCC-FOUND
039600         EXEC SQL
039700             UPDATE RESIDENT_OCCUPANCY
040300         MOVE "RESIDENT_OCCUPANCY"  TO WS-ACT-TABLE
040400         PERFORM 4900-CHECK-AND-REPORT THRU 4900-EXIT
040500         IF WS-PAIR-FAILED
040506             GO TO 4000-EXIT
040512         END-IF
040518     END-IF.
040524     IF WS-NEW-ROW-DROPPED
040530         EXEC SQL
040536             UPDATE RESIDENT_OCCUPANCY
040542                SET RESIDENT_NAME   = :WS-REG-RESIDENT-NAME,
040548                    LANGUAGE_CODE   = :WS-REG-LANGUAGE-CODE,
040554                    NEEDS_CODE      = :WS-REG-NEEDS-CODE
040560              WHERE RESIDENT_ID     = :WS-NEW-ID
040566         END-EXEC
040572         IF SQLCODE NOT = ZERO
040578             MOVE 'Y' TO WS-PAIR-FAILED-SW
040584             MOVE "REGISTRAR NAME CARRY-OVER FAILED"
040590                 TO WS-FAIL-REASON
040600             GO TO 4000-EXIT
040700         END-IF
040800     END-IF.
053000     IF WS-PAIR-FAILED
053100         GO TO 4000-EXIT
053200     END-IF.
053203
053206*    AN ARRIVAL ALREADY CONFIRMED UNDER THE NEW ID OUTRANKS THE
053209*    OLD ONE THE SAME WAY THE CONTACT AND WAITLIST ROWS DO.
053212     EXEC SQL
053215         UPDATE RESIDENT_ARRIVAL
053218            SET RESIDENT_ID     = :WS-NEW-ID,
053221                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
053224                LAST_UPDATE_PGM = 'RESIDMRG'
053227          WHERE RESIDENT_ID     = :WS-OLD-ID
053230     END-EXEC.
053233     IF SQLCODE = -803
053236         EXEC SQL
053239             DELETE FROM RESIDENT_ARRIVAL
053242              WHERE RESIDENT_ID = :WS-OLD-ID
053245         END-EXEC
053248         MOVE "RESIDENT_ARRIVAL"    TO WS-ACT-TABLE
053251         MOVE "OLD ARRIVALS DROPPED - NEW ID HAS ONE"
053254             TO WS-ACT-NOTE
053257         PERFORM 4900-CHECK-AND-REPORT THRU 4900-EXIT
053260     ELSE
053263         MOVE "RESIDENT_ARRIVAL"    TO WS-ACT-TABLE
053266         PERFORM 4900-CHECK-AND-REPORT THRU 4900-EXIT
053269     END-IF.
053272     IF WS-PAIR-FAILED
053275         GO TO 4000-EXIT
053278     END-IF.
053300
053310*    A BREAK REGISTRATION ALREADY UNDER THE NEW ID OUTRANKS THE
053312*    OLD ONE THE SAME WAY THE CONTACT AND WAITLIST ROWS DO.
053356         GO TO 4000-EXIT
053358     END-IF.
053361
053363     IF WS-TEMP-PAIR
053365         EXEC SQL
053367             UPDATE TEMP_RESIDENT
053369                SET TEMP_STATUS         = 'M',
053371                    MATCHED_RESIDENT_ID = :WS-NEW-ID,
053373                    MATCH_DATE          = CURRENT DATE,
053375                    LAST_UPDATE_TS      = CURRENT TIMESTAMP,
053377                    LAST_UPDATE_PGM     = 'RESIDMRG'
053379              WHERE TEMP_RESIDENT_ID    = :WS-OLD-ID
053381         END-EXEC
053383         MOVE "TEMP_RESIDENT"       TO WS-ACT-TABLE
053385         MOVE "TEMPORARY ID MATCHED" TO WS-ACT-NOTE
053387         PERFORM 4900-CHECK-AND-REPORT THRU 4900-EXIT
053389         IF WS-PAIR-FAILED
053391             GO TO 4000-EXIT
053393         END-IF
053395     END-IF.
053397
053400     PERFORM 8000-WRITE-MERGE-AUDIT THRU 8000-EXIT.
053500 4000-EXIT.
053600     EXIT.
056700*           MISSED. THE OLD-KEY RECORD IS REWRITTEN UNDER THE    *
056800*           NEW KEY (UNLESS THE NEW KEY ALREADY HAS ONE - THE    *
056900*           SURVIVOR STANDS) AND THE OLD-KEY RECORD IS DELETED.  *
056920*           WHEN A ROOMLESS REGISTRAR ROW GAVE WAY TO A         *
056940*           TEMPORARY ID'S PLACEMENT, ITS NEW-KEY RECORD GIVES  *
056960*           WAY TOO, AND THE REGISTRAR'S NAME AND LANGUAGE GO   *
056980*           ONTO THE REWRITTEN RECORD.                          *
057000*****************************************************************
057100 6000-MERGE-MASTER-RECORD.
057200     MOVE WS-OLD-ID TO RM-RESIDENT-ID.
058400     END-IF.
058500
058600     MOVE WS-NEW-ID TO RM-RESIDENT-ID.
058611     IF WS-NEW-ROW-DROPPED
058622         DELETE RESIDENT-MASTER-FILE
058633             INVALID KEY
058644                 CONTINUE
058655         END-DELETE
058666         MOVE WS-REG-RESIDENT-NAME TO RM-RESIDENT-NAME
058677         MOVE WS-REG-LANGUAGE-CODE TO RM-LANGUAGE-CODE
058688     END-IF.
058700     WRITE RESIDENT-MASTER-RECORD
058800         INVALID KEY
058900             DISPLAY "RESIDMRG - MASTER RECORD ALREADY UNDER "
