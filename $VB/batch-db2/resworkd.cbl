001590*              PAPER LIST PRINTS - THE FACILITIES COMPLETION     *
001592*              FEED (RESWOCMP) CLOSES THE ROW OUT, AND THE       *
001594*              ASSIGNMENT PATHS REFUSE A ROOM WITH AN OPEN ONE.  *
001609*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
001624*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
001639*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
001654*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
001669*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
001676*  2026-10-15 FMV LOGS AS RESLOAD STEP036 - THE STREAM'S STEPS   *
001683*              WERE RENUMBERED INTO THE ORDER THEY RUN.          *
001690*****************************************************************
001700
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
014900
014910     EXEC SQL CONNECT TO RESLIFE END-EXEC.
014920     MOVE 'RESLOAD'  TO BL-JOB-NAME.
014930     MOVE 'STEP036'  TO BL-STEP-NAME.
014940     MOVE 'RESWORKD' TO BL-PGM-NAME.
014945     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
014950     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
014960
015000     PERFORM 2100-READ-ORDER THRU 2100-EXIT.
