001880*              A SCREEN ENTRY, NOT A RECOMPILE. A CATALOG        *
001890*              FAILURE IS DISPLAYED AND THE COMPILED DEFAULTS    *
001892*              CARRY THE RUN.                                    *
001893*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
001894*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
001895*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
001896*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
001897*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
001900*****************************************************************
002000
002100 ENVIRONMENT DIVISION.
011810     MOVE 'RESLOAD'  TO BL-JOB-NAME.
011820     MOVE 'STEP045'  TO BL-STEP-NAME.
011830     MOVE 'RESLTRS ' TO BL-PGM-NAME.
011835     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
011840     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
011850     PERFORM 0450-LOAD-LTR-CATALOG THRU 0450-EXIT.
011900     EXEC SQL OPEN C1 END-EXEC.
