001930*              FOR THE MORNING STATUS REPORT (RESMORN) - THIS    *
001940*              PROGRAM'S FIRST DB2 CONNECTION; ITS RESLOAD STEP  *
001950*              NOW RUNS THROUGH IKJEFT01/DSN RUN LIKE THE REST.  *
001958*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
001966*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
001974*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
001982*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
001990*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
002000*****************************************************************
002100
002200 ENVIRONMENT DIVISION.
013420     MOVE 'RESLOAD'  TO BL-JOB-NAME.
013430     MOVE 'STEP007'  TO BL-STEP-NAME.
013440     MOVE 'RESSPLIT' TO BL-PGM-NAME.
013445     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
013450     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
013460
013500     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
