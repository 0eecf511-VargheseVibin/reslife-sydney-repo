001610*  2026-08-22 FMV EVERY RUN NOW WRITES START AND END ROWS TO THE *
001620*              BATCH_RUN_LOG TABLE (COPYBOOKS/RUNLDCL/RUNLOGP)   *
001630*              FOR THE MORNING STATUS REPORT (RESMORN).          *
001641*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
001652*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
001663*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
001674*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
001685*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
001700*****************************************************************
001800
001900 ENVIRONMENT DIVISION.
019610     MOVE 'RESLOAD'  TO BL-JOB-NAME.
019620     MOVE 'STEP065'  TO BL-STEP-NAME.
019630     MOVE 'RESMOVE ' TO BL-PGM-NAME.
019635     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
019640     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
019700 1000-EXIT.
019800     EXIT.
