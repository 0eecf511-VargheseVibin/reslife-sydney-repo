002100*              MARKED DUPLICATE INSTEAD OF APPLYING TWICE.       *
002200*              WRITES START AND END ROWS TO THE BATCH_RUN_LOG    *
002300*              TABLE LIKE EVERY OTHER STEP.                      *
002309*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
002318*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
002327*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
002336*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
002345*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
002354*  2026-10-15 FMV THE ACKNOWLEDGMENT FILE IS NOW EXTRACTED BY    *
002363*              THE NIGHT'S RUN DATE FROM THE RESTART CHECK, THE  *
002372*              SAME DATE THE FEED_ACK WRITERS NOW STAMP, SO A    *
002381*              NIGHT RESUMED PAST MIDNIGHT STILL ACKNOWLEDGES    *
002390*              ITS WHOLE FEED.                                   *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
004600
004700     COPY RUNLDCL.
004800
005000 01  WS-RUN-DATE-ISO             PIC X(10)      VALUE SPACES.
005100
005200     EXEC SQL
009800     GOBACK.
009900
010000 1000-INITIALIZE.
010500
010600     OPEN OUTPUT ACKNOWLEDGMENT-FILE.
010700     IF NOT WS-ACKOUT-OK
011400     MOVE 'RESLOAD'  TO BL-JOB-NAME.
011500     MOVE 'STEP075'  TO BL-STEP-NAME.
011600     MOVE 'RESACK  ' TO BL-PGM-NAME.
011650     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
011700     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
011750     MOVE BL-RUN-DATE           TO WS-RUN-DATE-ISO.
011800     EXEC SQL OPEN C1 END-EXEC.
011900     IF SQLCODE NOT = ZERO
012000         DISPLAY "RESACK - CURSOR OPEN ERROR - SQLCODE " SQLCODE
