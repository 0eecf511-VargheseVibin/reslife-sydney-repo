000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resrerun.
000300 AUTHOR. RESLIFE-IT-BATCH-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - RESLOAD RERUN CONTROL       *
000900*              UTILITY. EVERY RESLOAD STEP NOW SKIPS ITSELF     *
001000*              WHEN IT FINDS ITS OWN COMPLETED BATCH_RUN_LOG    *
001100*              ROW FOR THE RUN DATE, SO A FAILED NIGHT IS       *
001200*              RESTARTED BY RESUBMITTING THE WHOLE JOB. WHEN    *
001300*              THE OPERATOR DELIBERATELY WANTS A STEP THAT DID  *
001400*              COMPLETE REPROCESSED, THIS RUN (PARM 'JOBNAME    *
001500*              STEPNAME YYYY-MM-DD', THE DATE DEFAULTING TO     *
001600*              TODAY) MARKS THAT STEP'S COMPLETED ROWS 'R' -    *
001700*              RERUN REQUESTED - SO THE NEXT SUBMISSION RUNS IT *
001800*              AGAIN. RESMORN FLAGS THE MARKED ROW. WRITES      *
001900*              START AND END ROWS TO THE BATCH_RUN_LOG TABLE    *
002000*              LIKE EVERY OTHER STEP.                           *
002010*  2026-10-15 FMV THE DEFAULT RUN DATE IS NOW THE JOB'S LATEST  *
002020*              RUN DATE ON BATCH_RUN_LOG - THE NIGHT'S RUN DATE *
002030*              THE RESTART CHECK USES - INSTEAD OF TODAY, WHICH *
002040*              MISSED A NIGHT THAT RAN PAST MIDNIGHT.           *
002100*****************************************************************
002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500
002600 DATA DIVISION.
002700 WORKING-STORAGE SECTION.
002800     EXEC SQL INCLUDE SQLCA END-EXEC.
002900
003000     COPY RUNLDCL.
003100
003200*****************************************************************
003300* PARM - 'JOBNAME STEPNAME YYYY-MM-DD'. THE RUN DATE            *
003400*           DEFAULTS TO THE JOB'S LATEST RUN DATE ON            *
003450*           BATCH_RUN_LOG - THE NIGHT'S RUN DATE THAT           *
003500*           0690-SKIP-IF-COMPLETE CHECKS UNDER, WHICH A         *
003550*           RESUBMIT CARRIES PAST MIDNIGHT.                     *
003600*****************************************************************
003700 01  WS-PARM-FIELDS.
003800     05 WS-RERUN-JOB             PIC X(08)      VALUE SPACES.
003900     05 WS-RERUN-STEP            PIC X(08)      VALUE SPACES.
004000     05 WS-RERUN-DATE            PIC X(10)      VALUE SPACES.
004100     05 WS-RERUN-DATE-R REDEFINES WS-RERUN-DATE.
004200        10 WS-RD-YYYY            PIC X(04).
004300        10 WS-RD-DASH1           PIC X(01).
004400        10 WS-RD-MM              PIC X(02).
004500        10 WS-RD-DASH2           PIC X(01).
004600        10 WS-RD-DD              PIC X(02).
004700
005000 01  WS-COUNTERS                 COMP.
005100     05 WS-COMPLETE-COUNT        PIC S9(09)     VALUE ZERO.
005200     05 WS-MARKED-COUNT          PIC S9(09)     VALUE ZERO.
005300
005400 01  WS-STEP-RC                  PIC S9(04) COMP VALUE ZERO.
005500
005600 LINKAGE SECTION.
005700 01  LS-PARM-AREA.
005800     05 LS-PARM-LENGTH           PIC S9(04) COMP.
005900     05 LS-PARM-DATA             PIC X(30).
006000
006100 PROCEDURE DIVISION USING LS-PARM-AREA.
006200
006300 0000-MAIN.
006400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006500     PERFORM 2000-MARK-RERUN THRU 2000-EXIT.
006600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006700     GOBACK.
006800
006900 1000-INITIALIZE.
007000     PERFORM 1100-EDIT-PARM THRU 1100-EXIT.
007100
007200     EXEC SQL CONNECT TO RESLIFE END-EXEC.
007300     MOVE 'RESRERUN' TO BL-JOB-NAME.
007400     MOVE 'STEP010'  TO BL-STEP-NAME.
007500     MOVE 'RESRERUN' TO BL-PGM-NAME.
007600     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
007700 1000-EXIT.
007800     EXIT.
007900
008000*****************************************************************
008100* 1100-EDIT-PARM - THE JOB AND STEP NAMES ARE REQUIRED; THE RUN *
008200*           DATE, IF GIVEN, MUST BE YYYY-MM-DD (2100 SUPPLIES   *
008300*           THE DEFAULT). A BAD PARM FAILS THE STEP BEFORE      *
008310*           ANYTHING IS MARKED.                                 *
008400*****************************************************************
008500 1100-EDIT-PARM.
008600     IF LS-PARM-LENGTH > ZERO
008700         UNSTRING LS-PARM-DATA(1:LS-PARM-LENGTH)
008800             DELIMITED BY ALL ' '
008900             INTO WS-RERUN-JOB WS-RERUN-STEP WS-RERUN-DATE
009000         END-UNSTRING
009100     END-IF.
009200     IF WS-RERUN-JOB = SPACES OR WS-RERUN-STEP = SPACES
009300         DISPLAY "RESRERUN - PARM MUST BE 'JOBNAME STEPNAME "
009400             "YYYY-MM-DD' (DATE OPTIONAL)"
009500         GO TO 9900-ABEND-JOB
009600     END-IF.
009700     IF WS-RERUN-DATE = SPACES
009800         GO TO 1100-EXIT
009900     END-IF.
010300     IF WS-RD-YYYY NOT NUMERIC OR WS-RD-MM NOT NUMERIC OR
010400        WS-RD-DD NOT NUMERIC OR
010500        WS-RD-DASH1 NOT = '-' OR WS-RD-DASH2 NOT = '-'
010600         DISPLAY "RESRERUN - PARM RUN DATE '" WS-RERUN-DATE
010700             "' IS NOT YYYY-MM-DD"
010800         GO TO 9900-ABEND-JOB
010900     END-IF.
011200 1100-EXIT.
011300     EXIT.
011400
011500*****************************************************************
011600* 2000-MARK-RERUN - TURN THE STEP'S COMPLETED ('C') ROWS FOR    *
011700*           THE RUN DATE INTO 'R' RERUN-REQUESTED ROWS.         *
011800*           0690-SKIP-IF-COMPLETE IN RUNLOGP ONLY SKIPS A STEP  *
011900*           THAT STILL HAS A 'C' ROW, SO THE NEXT SUBMISSION OF *
012000*           THE JOB RUNS THE STEP AGAIN; ITS NEW ROW CLOSES OUT *
012100*           'C' AS USUAL, SO A LATER RESUBMISSION SKIPS IT ONCE *
012200*           MORE. NO COMPLETED ROW TO MARK (A WRONG NAME, OR A  *
012300*           STEP THAT ABENDED AND WILL RERUN ANYWAY) ENDS THE   *
012400*           STEP WITH RETURN CODE 4.                            *
012500*****************************************************************
012600 2000-MARK-RERUN.
012610     IF WS-RERUN-DATE = SPACES
012620         PERFORM 2100-DEFAULT-RUN-DATE THRU 2100-EXIT
012630     END-IF.
012640     IF WS-RERUN-DATE = SPACES
012650         MOVE 4 TO WS-STEP-RC
012660         GO TO 2000-EXIT
012670     END-IF.
012680     DISPLAY "RESRERUN - MARKING " WS-RERUN-JOB " " WS-RERUN-STEP
012690         " FOR RERUN - RUN DATE " WS-RERUN-DATE.
012695
012700     EXEC SQL
012800         SELECT COUNT(*)
012900           INTO :WS-COMPLETE-COUNT
013000           FROM BATCH_RUN_LOG
013100          WHERE JOB_NAME   = :WS-RERUN-JOB
013200            AND STEP_NAME  = :WS-RERUN-STEP
013300            AND RUN_DATE   = :WS-RERUN-DATE
013400            AND RUN_STATUS = 'C'
013500     END-EXEC.
013600     IF SQLCODE NOT = ZERO
013700         DISPLAY "RESRERUN - RUN LOG COUNT ERROR - SQLCODE "
013800             SQLCODE
013900         GO TO 9900-ABEND-JOB
014000     END-IF.
014100     IF WS-COMPLETE-COUNT = ZERO
014200         DISPLAY "RESRERUN - NO COMPLETED ROW FOR " WS-RERUN-JOB
014300             " " WS-RERUN-STEP " ON " WS-RERUN-DATE
014400             " - NOTHING MARKED"
014500         MOVE 4 TO WS-STEP-RC
014600         GO TO 2000-EXIT
014700     END-IF.
014800
014900     EXEC SQL
015000         UPDATE BATCH_RUN_LOG
015100            SET RUN_STATUS = 'R'
015200          WHERE JOB_NAME   = :WS-RERUN-JOB
015300            AND STEP_NAME  = :WS-RERUN-STEP
015400            AND RUN_DATE   = :WS-RERUN-DATE
015500            AND RUN_STATUS = 'C'
015600     END-EXEC.
015700     IF SQLCODE NOT = ZERO
015800         DISPLAY "RESRERUN - RUN LOG UPDATE ERROR - SQLCODE "
015900             SQLCODE
016000         GO TO 9900-ABEND-JOB
016100     END-IF.
016200     MOVE SQLERRD(3) TO WS-MARKED-COUNT.
016300     DISPLAY "RESRERUN - " WS-RERUN-JOB " " WS-RERUN-STEP
016400         " MARKED - IT RUNS AGAIN WHEN THE JOB IS NEXT SUBMITTED".
016500 2000-EXIT.
016600     EXIT.
016700
016701*****************************************************************
016702* 2100-DEFAULT-RUN-DATE - NO DATE IN THE PARM: TAKE THE JOB'S   *
016703*           LATEST RUN DATE ON BATCH_RUN_LOG, THE NIGHT         *
016704*           0690-SKIP-IF-COMPLETE IS CHECKING UNDER. A JOB WITH *
016705*           NO RUN ON FILE LEAVES IT BLANK - NOTHING TO MARK.   *
016706*****************************************************************
016707 2100-DEFAULT-RUN-DATE.
016708     EXEC SQL
016709         SELECT VALUE(CHAR(MAX(RUN_DATE), ISO), ' ')
016710           INTO :WS-RERUN-DATE
016711           FROM BATCH_RUN_LOG
016712          WHERE JOB_NAME = :WS-RERUN-JOB
016713     END-EXEC.
016714     IF SQLCODE NOT = ZERO
016715         DISPLAY "RESRERUN - RUN DATE LOOKUP ERROR - SQLCODE "
016716             SQLCODE
016717         GO TO 9900-ABEND-JOB
016718     END-IF.
016719     IF WS-RERUN-DATE = SPACES
016720         DISPLAY "RESRERUN - NO RUN OF " WS-RERUN-JOB
016721             " ON BATCH_RUN_LOG - NOTHING MARKED"
016722     END-IF.
016723 2100-EXIT.
016724     EXIT.
016725
016800 9000-TERMINATE.
016900     DISPLAY "RESRERUN - END OF JOB STATISTICS".
017000     DISPLAY "RESRERUN -   COMPLETED ROWS FOUND - "
017100         WS-COMPLETE-COUNT.
017200     DISPLAY "RESRERUN -   ROWS MARKED RERUN    - "
017300         WS-MARKED-COUNT.
017400
017500     MOVE WS-COMPLETE-COUNT     TO BL-RECORDS-READ.
017600     MOVE ZERO                  TO BL-RECORDS-INSERTED.
017700     MOVE WS-MARKED-COUNT       TO BL-RECORDS-UPDATED.
017800     MOVE ZERO                  TO BL-RECORDS-REJECTED.
017900     MOVE SPACES                TO BL-LAST-CHECKPOINT.
018000     MOVE WS-STEP-RC            TO BL-RETURN-CODE.
018100     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
018200
018300     EXEC SQL CONNECT RESET END-EXEC.
018400     MOVE WS-STEP-RC            TO RETURN-CODE.
018500 9000-EXIT.
018600     EXIT.
018700
018800     COPY RUNLOGP.
018900
019000 9900-ABEND-JOB.
019100     DISPLAY "RESRERUN - JOB ABENDING - NOTHING MARKED".
019200     MOVE 16 TO RETURN-CODE.
019300     STOP RUN.
019400
019500 END PROGRAM resrerun.
