002120*              WRITTEN TO THE FEED_ACK TABLE (SEE COPYBOOKS/     *
002130*              FEEDDCL) - 'L' APPLIED OR 'R' REJECTED WITH THE   *
002140*              REASON - FOR THE ACKNOWLEDGMENT STEP (RESACK).    *
002143*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
002146*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
002149*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
002152*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
002155*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
002158*  2026-10-15 FMV FEED_ACK ROWS ARE NOW STAMPED WITH THE NIGHT'S *
002161*              RUN DATE FROM THE RESTART CHECK INSTEAD OF THE    *
002164*              CALENDAR DATE, SO A NIGHT RESUMED PAST MIDNIGHT   *
002167*              KEEPS ONE DATE FOR RESACK TO EXTRACT BY.          *
002170*****************************************************************
002200
002300 ENVIRONMENT DIVISION.
006400
006500 01  WS-RESIDENT-NAME-HOLD       PIC X(30)      VALUE SPACES.
006600 01  WS-LANGUAGE-CODE-HOLD       PIC X(02)      VALUE SPACES.
006620 01  WS-RUN-DATE-ISO             PIC X(10)      VALUE SPACES.
006700
006800 01  WS-RECORDS-READ             PIC 9(09) COMP VALUE ZERO.
008000     GOBACK.
008100
008200 1000-INITIALIZE.
008300     OPEN INPUT CONTACT-TRANS-FILE.
008400     IF NOT WS-RESTCON-OK
008500         DISPLAY "RESCNTC - CONTACT FILE OPEN FAILED - STATUS "
009100     MOVE 'RESLOAD'  TO BL-JOB-NAME.
009200     MOVE 'STEP017'  TO BL-STEP-NAME.
009300     MOVE 'RESCNTC ' TO BL-PGM-NAME.
009350     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
009400     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
009450     MOVE BL-RUN-DATE           TO WS-RUN-DATE-ISO.
009500
009600     PERFORM 2100-READ-CONTACT THRU 2100-EXIT.
009700 1000-EXIT.
