001400*              IN HOUSE PAST THEIR EXPECTED DEPARTURE DATE.      *
001500*              WRITES START AND END ROWS TO THE BATCH_RUN_LOG    *
001600*              TABLE LIKE EVERY OTHER STEP.                      *
001616*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
001632*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
001648*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
001664*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
001680*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
001700*****************************************************************
001800
001900 ENVIRONMENT DIVISION.
016000     MOVE 'RESLOAD'  TO BL-JOB-NAME.
016100     MOVE 'STEP072'  TO BL-STEP-NAME.
016200     MOVE 'RESGSTRP' TO BL-PGM-NAME.
016250     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
016300     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
016400     EXEC SQL OPEN C1 END-EXEC.
016500     IF SQLCODE NOT = ZERO
