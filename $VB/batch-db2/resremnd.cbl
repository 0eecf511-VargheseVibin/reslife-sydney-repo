002500*              MAINTAINED ON THE HMSG SCREEN) OVER THE           *
002600*              COMPILED-IN DEFAULTS, THE SAME AS THE MOVE-IN     *
002700*              LETTERS.                                          *
002716*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
002732*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
002748*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
002764*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
002780*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
002800*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
020400     MOVE 'RESLOAD'  TO BL-JOB-NAME.
020500     MOVE 'STEP047'  TO BL-STEP-NAME.
020600     MOVE 'RESREMND' TO BL-PGM-NAME.
020650     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
020700     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
020800     PERFORM 0450-LOAD-RMD-CATALOG THRU 0450-EXIT.
020900     EXEC SQL OPEN C1 END-EXEC.
