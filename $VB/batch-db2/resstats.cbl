001870*              NEVER SAW THE ONLINE DAY'S AUDIT ROWS AT ALL, SO  *
001880*              EVERY HLCI MOVE WAS MISSING FROM THE STATS. THE   *
001890*              RESIDENT COUNT IS STILL AS OF THE RUN.            *
001891*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
001892*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
001893*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
001894*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
001895*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
001896*  2026-10-15 FMV THE STATS ROWS AND THE MOVEMENT WINDOW NOW GO  *
001897*              BY THE NIGHT'S RUN DATE FROM THE RESTART CHECK    *
001898*              INSTEAD OF THE CALENDAR DATE, SO A NIGHT RESUMED  *
001899*              PAST MIDNIGHT STILL WRITES ITS OWN DAY'S ROWS.    *
001900*****************************************************************
002000
002100 ENVIRONMENT DIVISION.
006400     05 WS-HALL-FOUND-SW         PIC X(01)      VALUE 'N'.
006500        88 WS-HALL-FOUND                 VALUE 'Y'.
006600
006800 01  WS-RUN-DATE-ISO             PIC X(10)      VALUE SPACES.
006900
007000 01  WS-LOOKUP-HALL              PIC X(04)      VALUE SPACES.
010100     GOBACK.
010200
010300 1000-INITIALIZE.
011100     EXEC SQL CONNECT TO RESLIFE END-EXEC.
011110     MOVE 'RESLOAD'  TO BL-JOB-NAME.
011120     MOVE 'STEP050'  TO BL-STEP-NAME.
011130     MOVE 'RESSTATS' TO BL-PGM-NAME.
011135     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
011140     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
011150     MOVE BL-RUN-DATE TO WS-RUN-DATE-ISO.
011160     PERFORM 1100-SET-WINDOW THRU 1100-EXIT.
011200
011300     MOVE WS-RUN-DATE-ISO TO OS-RUN-DATE.
011400     EXEC SQL
013200     EXIT.
013210
013220 1100-SET-WINDOW.
013221     MOVE WS-RUN-DATE-ISO(1:4) TO WS-DW-YYYY.
013222     MOVE WS-RUN-DATE-ISO(6:2) TO WS-DW-MM.
013223     MOVE WS-RUN-DATE-ISO(9:2) TO WS-DW-DD.
013224     STRING WS-DW-YYYY "-" WS-DW-MM "-" WS-DW-DD
013225         "-00.00.00.000000" DELIMITED BY SIZE
013226         INTO WS-WINDOW-END-TS.
