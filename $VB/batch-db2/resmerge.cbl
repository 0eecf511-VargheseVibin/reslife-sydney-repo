002070*              DUPLICATE COUNTER (RESUBMITTED RECORDS THE LOAD   *
002080*              SKIPPED - SEE COPYBOOKS/CHKPTREC, NOW 80 BYTES),  *
002090*              SUMMED AND PRINTED HERE WITH THE REST.            *
002091*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
002093*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
002095*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
002097*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
002099*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
002100*****************************************************************

002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
016020     MOVE 'RESLOAD'  TO BL-JOB-NAME.
016030     MOVE 'STEP015'  TO BL-STEP-NAME.
016040     MOVE 'RESMERGE' TO BL-PGM-NAME.
016045     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
016050     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
016060
016100     OPEN INPUT CHECKPOINT1-FILE.
