001611*  2026-09-02 FMV 'V' ROOM STATUS ENTRIES (FROM THE HRMI SCREEN, *
001612*              RESROOMI) ARE SKIPPED TOO - THEY CARRY NO         *
001613*              RESIDENT AND TOUCH ONLY ROOM_INVENTORY.           *
001620*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
001627*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
001634*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
001641*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
001648*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
001656*****************************************************************
001700
001800 ENVIRONMENT DIVISION.
014410     MOVE 'RESLOAD'  TO BL-JOB-NAME.
014420     MOVE 'STEP030'  TO BL-STEP-NAME.
014430     MOVE 'RESRECON' TO BL-PGM-NAME.
014435     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
014440     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
014500     EXEC SQL OPEN C1 END-EXEC.
014600
