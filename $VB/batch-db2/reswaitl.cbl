002600*              RECORD IMAGE ALREADY APPLIED IS SKIPPED INSTEAD   *
002700*              OF RE-APPLIED - A RESUBMITTED REQUEST MUST NOT    *
002800*              RESET THE RESIDENT'S PLACE IN LINE.               *
002807*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
002814*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
002821*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
002828*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
002835*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
002842*  2026-10-15 FMV A 'C' CANCEL NOW CLOSES ONLY AN OPEN REQUEST   *
002849*              ('W', 'O' OR 'A') - A REQUEST RESOFFER HAS        *
002856*              ALREADY CLOSED 'D' DECLINED OR 'L' LAPSED KEEPS   *
002863*              ITS STATUS.                                       *
002870*  2026-10-15 FMV FEED_ACK ROWS ARE NOW STAMPED WITH THE NIGHT'S *
002877*              RUN DATE FROM THE RESTART CHECK INSTEAD OF THE    *
002884*              CALENDAR DATE, SO A NIGHT RESUMED PAST MIDNIGHT   *
002891*              KEEPS ONE DATE FOR RESACK TO EXTRACT BY.          *
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
007300        88 WS-DUPLICATE-TRANS            VALUE 'Y'.
007400
007500 01  WS-RESIDENT-NAME-HOLD       PIC X(30)      VALUE SPACES.
007700 01  WS-RUN-DATE-ISO             PIC X(10)      VALUE SPACES.
007800 01  WS-DUP-FOUND-COUNT          PIC S9(09) COMP VALUE ZERO.
007900
009400     GOBACK.
009500
009600 1000-INITIALIZE.
010100     OPEN INPUT WAITLIST-TRANS-FILE.
010200     IF NOT WS-RESTWTL-OK
010300         DISPLAY "RESWAITL - WAITLIST FILE OPEN FAILED - STATUS "
010900     MOVE 'RESLOAD'  TO BL-JOB-NAME.
011000     MOVE 'STEP018'  TO BL-STEP-NAME.
011100     MOVE 'RESWAITL' TO BL-PGM-NAME.
011150     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
011200     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
011250     MOVE BL-RUN-DATE           TO WS-RUN-DATE-ISO.
011300
011400     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
011500 1000-EXIT.
027100                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
027200                LAST_UPDATE_PGM = 'RESWAITL'
027300          WHERE RESIDENT_ID     = :WL-RESIDENT-ID
027400            AND REQUEST_STATUS IN ('W', 'O', 'A')
027500     END-EXEC.
027600     EVALUATE SQLCODE
027700         WHEN ZERO
