001004*              FOR THE MORNING STATUS REPORT (RESMORN) - THIS    *
001005*              PROGRAM'S FIRST DB2 CONNECTION; ITS RESLOAD STEP  *
001006*              NOW RUNS THROUGH IKJEFT01/DSN RUN LIKE THE REST.  *
001007*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
001008*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
001009*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
001010*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
001011*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
001001*****************************************************************
001100
001200 ENVIRONMENT DIVISION.
002820     MOVE 'RESLOAD'  TO BL-JOB-NAME.
002830     MOVE 'STEP020'  TO BL-STEP-NAME.
002840     MOVE 'HWLDVB1 ' TO BL-PGM-NAME.
002845     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
002850     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
002860
002900     PERFORM 8500-CAPTURE-DATE-TIME THRU 8500-EXIT.
