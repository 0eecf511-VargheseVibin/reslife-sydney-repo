001510*  2026-08-22 FMV EVERY RUN NOW WRITES START AND END ROWS TO THE *
001520*              BATCH_RUN_LOG TABLE (COPYBOOKS/RUNLDCL/RUNLOGP)   *
001530*              FOR THE MORNING STATUS REPORT (RESMORN).          *
001541*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
001552*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
001563*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
001574*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
001585*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
001600*****************************************************************
001700
001800 ENVIRONMENT DIVISION.
015010     MOVE 'RESLOAD'  TO BL-JOB-NAME.
015020     MOVE 'STEP070'  TO BL-STEP-NAME.
015030     MOVE 'RESEVAC ' TO BL-PGM-NAME.
015035     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
015040     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
015100     EXEC SQL OPEN C1 END-EXEC.
015200     IF SQLCODE NOT = ZERO
