001550*           IT IS SUPPOSED TO WITNESS. 9600 COMMITS TOO, SO THE  *
001560*           END ROW NEVER DEPENDS ON A LATER COMMIT THE PROGRAM  *
001570*           MAY NOT ISSUE.                                       *
001580*           A STEP WITH SOMETHING THE MORNING SHIFT MUST SEE     *
001590*           (AN OVERRIDE TAKEN, A FEED GAP) MOVES IT TO          *
001592*           BL-RUN-NOTE AND PERFORMS 9650-LOG-RUN-NOTE THRU      *
001594*           9650-EXIT; LIKE 0700 IT COMMITS AT ONCE, SO PERFORM  *
001596*           IT ONLY WHILE NO OTHER UPDATE IS IN FLIGHT.          *
001600*****************************************************************
001610*  2026-10-06 FMV ADDED 9650-LOG-RUN-NOTE FOR THE RUN_NOTE       *
001620*              COLUMN.                                           *
001630*  2026-10-06 FMV ADDED 0690-SKIP-IF-COMPLETE FOR THE RESLOAD    *
001640*              STEPS, SO A FAILED NIGHT IS RESTARTED BY          *
001650*              RESUBMITTING THE WHOLE JOB - EVERY STEP THAT      *
001660*              ALREADY FINISHED FOR THE RUN DATE ENDS AT ONCE    *
001670*              WITH A 'K' SKIPPED ROW INSTEAD OF RUNNING TWICE.  *
001672*  2026-10-15 FMV 0690 AND 0700 NOW LOG AND CHECK UNDER          *
001674*              BL-RUN-DATE, THE NIGHT'S RUN DATE, NOT CURRENT    *
001676*              DATE, SO A RESUBMIT PAST MIDNIGHT STILL SKIPS THE *
001678*              STEPS THE NIGHT ALREADY FINISHED.                 *
001700 0700-LOG-RUN-START.
001710     IF BL-RUN-DATE = SPACES
001720         EXEC SQL
001730             SET :BL-RUN-DATE = CHAR(CURRENT DATE, ISO)
001740         END-EXEC
001750     END-IF.
001800     EXEC SQL
001900         SET :BL-START-TS = CURRENT TIMESTAMP
002000     END-EXEC.
002900               START_TS, RUN_STATUS )
003000         VALUES
003100             ( :BL-JOB-NAME, :BL-STEP-NAME, :BL-PGM-NAME,
003200               :BL-RUN-DATE, :BL-START-TS, 'S' )
003300     END-EXEC.
003400     IF SQLCODE NOT = ZERO
003500         DISPLAY "RUN LOG - START INSERT FAILED - SQLCODE "
005950     END-IF.
006000 9600-EXIT.
006100     EXIT.
006200
006300 9650-LOG-RUN-NOTE.
006400     EXEC SQL
006500         UPDATE BATCH_RUN_LOG
006600            SET RUN_NOTE  = :BL-RUN-NOTE
006700          WHERE JOB_NAME  = :BL-JOB-NAME
006800            AND STEP_NAME = :BL-STEP-NAME
006900            AND START_TS  = :BL-START-TS
007000     END-EXEC.
007100     IF SQLCODE NOT = ZERO
007200         DISPLAY "RUN LOG - NOTE UPDATE FAILED - SQLCODE "
007300             SQLCODE
007400         GO TO 9650-EXIT
007500     END-IF.
007600     EXEC SQL COMMIT END-EXEC.
007700     IF SQLCODE NOT = ZERO
007800         DISPLAY "RUN LOG - NOTE COMMIT FAILED - SQLCODE "
007900             SQLCODE
008000     END-IF.
008100 9650-EXIT.
008200     EXIT.
008300
008400*****************************************************************
008500* 0690-SKIP-IF-COMPLETE - PERFORMED JUST AHEAD OF 0700 BY THE    *
008600*           STEPS OF A STREAM THAT IS RESTARTED BY RESUBMITTING  *
008700*           THE WHOLE JOB (RESLOAD). IF THIS JOB/STEP ALREADY    *
008800*           HAS A COMPLETED ROW FOR THE NIGHT'S RUN DATE THAT    *
008900*           ENDED RC 4 OR LESS, THE STEP DOES NOT RUN AGAIN: A   *
009000*           'K' SKIPPED ROW IS WRITTEN AND COMMITTED, AND THE    *
009100*           STEP ENDS HERE WITH THE EARLIER RUN'S RETURN CODE SO *
009200*           THE JCL'S IF/THEN TESTS SEE THE SAME RESULT THEY SAW *
009300*           THE FIRST TIME (STOP RUN CLOSES ANY FILE ALREADY     *
009400*           OPEN). A STEP THAT ABENDED (ROW LEFT 'S'), ENDED     *
009500*           ABOVE RC 4, OR WAS MARKED 'R' FOR RERUN BY RESRERUN  *
009550*           HAS NO SUCH ROW AND RUNS NORMALLY. A FAILED CHECK IS *
009600*           DISPLAYED AND THE STEP RUNS, THE SAME AS ANY RUN LOG *
009700*           FAILURE. THE NIGHT'S RUN DATE IS NOT SIMPLY TODAY -  *
009710*           A RESUBMIT OFTEN CROSSES MIDNIGHT. THE STREAM'S FIRST*
009720*           STEP (RESEDIT) FIXES IT, MOVING TODAY FOR A NEW NIGHT*
009730*           OR THE RUN DATE OF THE UNFINISHED NIGHT IT RESUMES TO*
009740*           BL-RUN-DATE BEFORE PERFORMING THIS PARAGRAPH. EVERY  *
009750*           LATER STEP LEAVES BL-RUN-DATE BLANK AND TAKES THE    *
009760*           JOB'S LATEST RUN DATE ON BATCH_RUN_LOG - THE ONE THE *
009770*           FIRST STEP JUST LOGGED UNDER. 0700 AND THE 'K' ROW   *
009780*           LOG UNDER THE SAME DATE.                             *
009800*****************************************************************
009900 0690-SKIP-IF-COMPLETE.
010000     MOVE ZERO   TO BL-DONE-COUNT BL-DONE-RETURN-CODE.
010100     MOVE SPACES TO BL-DONE-END-TS.
010105     IF BL-RUN-DATE = SPACES
010110         EXEC SQL
010115             SELECT VALUE(CHAR(MAX(RUN_DATE), ISO),
010120                          CHAR(CURRENT DATE, ISO))
010125               INTO :BL-RUN-DATE
010130               FROM BATCH_RUN_LOG
010135              WHERE JOB_NAME = :BL-JOB-NAME
010140         END-EXEC
010145         IF SQLCODE NOT = ZERO
010150             DISPLAY "RUN LOG - RUN DATE LOOKUP FAILED - SQLCODE "
010155                 SQLCODE
010160             MOVE SPACES TO BL-RUN-DATE
010165             GO TO 0690-EXIT
010170         END-IF
010175     END-IF.
010200     EXEC SQL
010300         SELECT COUNT(*),
010400                VALUE(MAX(RETURN_CODE), 0),
010500                VALUE(MAX(END_TS), CURRENT TIMESTAMP)
010600           INTO :BL-DONE-COUNT, :BL-DONE-RETURN-CODE,
010700                :BL-DONE-END-TS
010800           FROM BATCH_RUN_LOG
010900          WHERE JOB_NAME    = :BL-JOB-NAME
011000            AND STEP_NAME   = :BL-STEP-NAME
011100            AND RUN_DATE    = :BL-RUN-DATE
011200            AND RUN_STATUS  = 'C'
011300            AND RETURN_CODE <= 4
011400     END-EXEC.
011500     IF SQLCODE NOT = ZERO
011600         DISPLAY "RUN LOG - RESTART CHECK FAILED - SQLCODE "
011700             SQLCODE
011800         GO TO 0690-EXIT
011900     END-IF.
012000     IF BL-DONE-COUNT = ZERO
012100         GO TO 0690-EXIT
012200     END-IF.
012300
012400     DISPLAY BL-PGM-NAME " - " BL-JOB-NAME " " BL-STEP-NAME
012500         " ALREADY COMPLETE AT " BL-DONE-END-TS(12:8)
012600         " FOR RUN DATE " BL-RUN-DATE " - STEP SKIPPED".
012700     MOVE BL-DONE-RETURN-CODE TO BL-RETURN-CODE.
012800     MOVE SPACES TO BL-RUN-NOTE.
012900     STRING "SKIPPED - COMPLETE AT " BL-DONE-END-TS(12:8)
013000         DELIMITED BY SIZE INTO BL-RUN-NOTE.
013100     EXEC SQL
013200         INSERT INTO BATCH_RUN_LOG
013300             ( JOB_NAME, STEP_NAME, PGM_NAME, RUN_DATE,
013400               START_TS, END_TS, RETURN_CODE, RUN_STATUS,
013500               RUN_NOTE )
013600         VALUES
013700             ( :BL-JOB-NAME, :BL-STEP-NAME, :BL-PGM-NAME,
013800               :BL-RUN-DATE, CURRENT TIMESTAMP,
013900               CURRENT TIMESTAMP, :BL-RETURN-CODE, 'K',
014000               :BL-RUN-NOTE )
014100     END-EXEC.
014200     IF SQLCODE NOT = ZERO
014300         DISPLAY "RUN LOG - SKIP INSERT FAILED - SQLCODE "
014400             SQLCODE
014500     ELSE
014600         EXEC SQL COMMIT END-EXEC
014700         IF SQLCODE NOT = ZERO
014800             DISPLAY "RUN LOG - SKIP COMMIT FAILED - SQLCODE "
014900                 SQLCODE
015000         END-IF
015100     END-IF.
015200     EXEC SQL CONNECT RESET END-EXEC.
015300     MOVE BL-RETURN-CODE TO RETURN-CODE.
015400     STOP RUN.
015500 0690-EXIT.
015600     EXIT.
