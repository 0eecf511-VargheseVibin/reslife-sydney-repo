000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resdone.
000300 AUTHOR. RESLIFE-IT-BATCH-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-15 FMV INITIAL VERSION - RESLOAD STEP COMPLETION     *
000900*              CHECK. RUNS AHEAD OF EACH RESLOAD STEP THAT      *
001000*              WRITES FILES (PARM 'JOBNAME STEPNAME PGMNAME')   *
001100*              AND TELLS THE JCL WHETHER THE NIGHT BEING RUN    *
001200*              ALREADY FINISHED THAT STEP, SO A RESUBMITTED     *
001300*              JOB BYPASSES IT BEFORE ITS DATASETS ARE          *
001400*              ALLOCATED - NO EMPTY (+1) GENERATION, AND NO     *
001500*              REPORT OPENED OVER AND EMPTIED. THE STEP'S OWN   *
001600*              0690-SKIP-IF-COMPLETE STAYS AS THE BACKSTOP.     *
001700*****************************************************************
001800
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100
002200 DATA DIVISION.
002300 WORKING-STORAGE SECTION.
002400     EXEC SQL INCLUDE SQLCA END-EXEC.
002500
002600     COPY RUNLDCL.
002700
002800*****************************************************************
002900* PARM - 'JOBNAME STEPNAME PGMNAME' OF THE STEP BEING CHECKED.  *
003000*           THE RUN DATE IS THE JOB'S LATEST RUN DATE ON        *
003100*           BATCH_RUN_LOG, THE SAME NIGHT 0690-SKIP-IF-COMPLETE *
003200*           CHECKS UNDER.                                       *
003300*                                                               *
003400* RETURN CODE - THE JCL RUNS THE STEP ONLY ON RC 0:             *
003500*           0  - NOT YET COMPLETE FOR THE NIGHT; RUN IT. A RUN  *
003600*                LOG ERROR ALSO ENDS RC 0 - THE STEP THEN RUNS  *
003700*                AND MAKES ITS OWN CHECK.                       *
003800*           1  - ALREADY COMPLETE WITH RC 0; BYPASS IT.         *
003900*           5  - ALREADY COMPLETE WITH RC 4; BYPASS IT.         *
004000*           16 - BAD PARM.                                      *
004100*           THE EARLIER RETURN CODE PLUS ONE LETS THE LATER IF  *
004200*           TESTS TREAT A BYPASSED STEP AS ENDING THE WAY IT    *
004300*           DID THE FIRST TIME.                                 *
004400*****************************************************************
004500 01  WS-PARM-FIELDS.
004600     05 WS-CHECK-JOB             PIC X(08)      VALUE SPACES.
004700     05 WS-CHECK-STEP            PIC X(08)      VALUE SPACES.
004800     05 WS-CHECK-PGM             PIC X(08)      VALUE SPACES.
004900
005000 01  WS-STEP-RC                  PIC S9(04) COMP VALUE ZERO.
005100
005200 LINKAGE SECTION.
005300 01  LS-PARM-AREA.
005400     05 LS-PARM-LENGTH           PIC S9(04) COMP.
005500     05 LS-PARM-DATA             PIC X(30).
005600
005700 PROCEDURE DIVISION USING LS-PARM-AREA.
005800
005900 0000-MAIN.
006000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006100     PERFORM 2000-CHECK-STEP THRU 2000-EXIT.
006200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006300     GOBACK.
006400
006500 1000-INITIALIZE.
006600     PERFORM 1100-EDIT-PARM THRU 1100-EXIT.
006700
006800     EXEC SQL CONNECT TO RESLIFE END-EXEC.
006900     MOVE WS-CHECK-JOB  TO BL-JOB-NAME.
007000     MOVE WS-CHECK-STEP TO BL-STEP-NAME.
007100     MOVE WS-CHECK-PGM  TO BL-PGM-NAME.
007200 1000-EXIT.
007300     EXIT.
007400
007500*****************************************************************
007600* 1100-EDIT-PARM - ALL THREE NAMES ARE REQUIRED. A BAD PARM     *
007700*           FAILS THE CHECK, WHICH BYPASSES THE STEP AND        *
007800*           EVERYTHING THAT DEPENDS ON IT.                      *
007900*****************************************************************
008000 1100-EDIT-PARM.
008100     IF LS-PARM-LENGTH > ZERO
008200         UNSTRING LS-PARM-DATA(1:LS-PARM-LENGTH)
008300             DELIMITED BY ALL ' '
008400             INTO WS-CHECK-JOB WS-CHECK-STEP WS-CHECK-PGM
008500         END-UNSTRING
008600     END-IF.
008700     IF WS-CHECK-JOB = SPACES OR WS-CHECK-STEP = SPACES OR
008800        WS-CHECK-PGM = SPACES
008900         DISPLAY "RESDONE - PARM MUST BE 'JOBNAME STEPNAME "
009000             "PGMNAME'"
009100         GO TO 9900-ABEND-JOB
009200     END-IF.
009300 1100-EXIT.
009400     EXIT.
009500
009600*****************************************************************
009700* 2000-CHECK-STEP - LOOK FOR THE STEP'S COMPLETED ROW (RC 4 OR  *
009800*           LESS) FOR THE NIGHT, THE SAME TEST AS               *
009900*           0690-SKIP-IF-COMPLETE. FOUND: WRITE THE STEP'S 'K'  *
010000*           SKIPPED ROW UNDER ITS OWN STEP AND PROGRAM NAME,    *
010100*           EXACTLY AS 0690 WOULD HAVE, AND END WITH THE        *
010200*           EARLIER RETURN CODE PLUS ONE. THIS CHECK WRITES NO  *
010300*           START OR END ROW OF ITS OWN - THE MORNING REPORT    *
010400*           SHOWS THE STEP'S 'K' ROW, NOT THE CHECK.            *
010500*****************************************************************
010600 2000-CHECK-STEP.
010700     MOVE ZERO   TO BL-DONE-COUNT BL-DONE-RETURN-CODE.
010800     MOVE SPACES TO BL-DONE-END-TS.
010900     EXEC SQL
011000         SELECT VALUE(CHAR(MAX(RUN_DATE), ISO),
011100                      CHAR(CURRENT DATE, ISO))
011200           INTO :BL-RUN-DATE
011300           FROM BATCH_RUN_LOG
011400          WHERE JOB_NAME = :BL-JOB-NAME
011500     END-EXEC.
011600     IF SQLCODE NOT = ZERO
011700         DISPLAY "RESDONE - RUN DATE LOOKUP FAILED - SQLCODE "
011800             SQLCODE " - " BL-STEP-NAME " RUNS"
011900         GO TO 2000-EXIT
012000     END-IF.
012100
012200     EXEC SQL
012300         SELECT COUNT(*),
012400                VALUE(MAX(RETURN_CODE), 0),
012500                VALUE(MAX(END_TS), CURRENT TIMESTAMP)
012600           INTO :BL-DONE-COUNT, :BL-DONE-RETURN-CODE,
012700                :BL-DONE-END-TS
012800           FROM BATCH_RUN_LOG
012900          WHERE JOB_NAME    = :BL-JOB-NAME
013000            AND STEP_NAME   = :BL-STEP-NAME
013100            AND RUN_DATE    = :BL-RUN-DATE
013200            AND RUN_STATUS  = 'C'
013300            AND RETURN_CODE <= 4
013400     END-EXEC.
013500     IF SQLCODE NOT = ZERO
013600         DISPLAY "RESDONE - RESTART CHECK FAILED - SQLCODE "
013700             SQLCODE " - " BL-STEP-NAME " RUNS"
013800         GO TO 2000-EXIT
013900     END-IF.
014000     IF BL-DONE-COUNT = ZERO
014100         DISPLAY "RESDONE - " BL-JOB-NAME " " BL-STEP-NAME
014200             " NOT YET COMPLETE FOR RUN DATE " BL-RUN-DATE
014300             " - STEP RUNS"
014400         GO TO 2000-EXIT
014500     END-IF.
014600
014700     DISPLAY "RESDONE - " BL-JOB-NAME " " BL-STEP-NAME
014800         " ALREADY COMPLETE AT " BL-DONE-END-TS(12:8)
014900         " FOR RUN DATE " BL-RUN-DATE " - STEP BYPASSED".
015000     MOVE BL-DONE-RETURN-CODE TO BL-RETURN-CODE.
015100     MOVE SPACES TO BL-RUN-NOTE.
015200     STRING "SKIPPED - COMPLETE AT " BL-DONE-END-TS(12:8)
015300         DELIMITED BY SIZE INTO BL-RUN-NOTE.
015400     EXEC SQL
015500         INSERT INTO BATCH_RUN_LOG
015600             ( JOB_NAME, STEP_NAME, PGM_NAME, RUN_DATE,
015700               START_TS, END_TS, RETURN_CODE, RUN_STATUS,
015800               RUN_NOTE )
015900         VALUES
016000             ( :BL-JOB-NAME, :BL-STEP-NAME, :BL-PGM-NAME,
016100               :BL-RUN-DATE, CURRENT TIMESTAMP,
016200               CURRENT TIMESTAMP, :BL-RETURN-CODE, 'K',
016300               :BL-RUN-NOTE )
016400     END-EXEC.
016500     IF SQLCODE NOT = ZERO
016600         DISPLAY "RESDONE - SKIP INSERT FAILED - SQLCODE "
016700             SQLCODE
016800     ELSE
016900         EXEC SQL COMMIT END-EXEC
017000         IF SQLCODE NOT = ZERO
017100             DISPLAY "RESDONE - SKIP COMMIT FAILED - SQLCODE "
017200                 SQLCODE
017300         END-IF
017400     END-IF.
017500     COMPUTE WS-STEP-RC = BL-DONE-RETURN-CODE + 1.
017600 2000-EXIT.
017700     EXIT.
017800
017900 9000-TERMINATE.
018000     EXEC SQL CONNECT RESET END-EXEC.
018100     MOVE WS-STEP-RC            TO RETURN-CODE.
018200 9000-EXIT.
018300     EXIT.
018400
018500 9900-ABEND-JOB.
018600     DISPLAY "RESDONE - JOB ABENDING - BAD PARM".
018700     MOVE 16 TO RETURN-CODE.
018800     STOP RUN.
018900
019000 END PROGRAM resdone.
