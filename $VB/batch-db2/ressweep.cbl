001980*              RESIDENT'S ROOM KEY RETURNED ON THE KEY_INVENTORY *
001990*              TABLE (SEE COPYBOOKS/KEYDCL), THE SAME AS A       *
001992*              FRONT-DESK MOVE-OUT.                              *
001993*  2026-10-06 FMV EVERY SWEPT MOVE-OUT NOW ALSO FLAGS THE        *
001994*              RESIDENT'S UNCOLLECTED DESK PACKAGES AND MAIL     *
001995*              'F' ON THE PACKAGE TABLE (SEE COPYBOOKS/PKGDCL)   *
001996*              FOR RETURN TO SENDER OR FORWARDING.               *
002010*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
002024*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
002038*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
002052*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
002066*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
002074*  2026-10-15 FMV LOGS AS RESLOAD STEP033 - THE STREAM'S STEPS   *
002082*              WERE RENUMBERED INTO THE ORDER THEY RUN.          *
002090*****************************************************************
002100
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
007030
007040     COPY KEYDCL.
007100
007500     COPY PKGDCL.
007900
008300 01  WS-DEPRPT-STATUS            PIC X(02)      VALUE SPACES.
008400     88 WS-DEPRPT-OK                    VALUE '00'.
008500
011200     05 WS-HALL-COUNT            PIC 9(05)      VALUE ZERO.
011300     05 WS-GRAND-COUNT           PIC 9(07)      VALUE ZERO.
011400     05 WS-NO-MASTER-COUNT       PIC 9(05)      VALUE ZERO.
011450     05 WS-PKG-FLAG-COUNT        PIC 9(05)      VALUE ZERO.
011500
011600 01  WS-REPORT-TITLE.
011700     05 FILLER                   PIC X(20)
018300
018400     EXEC SQL CONNECT TO RESLIFE END-EXEC.
018410     MOVE 'RESLOAD'  TO BL-JOB-NAME.
018420     MOVE 'STEP033'  TO BL-STEP-NAME.
018430     MOVE 'RESSWEEP' TO BL-PGM-NAME.
018435     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
018440     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
018500     EXEC SQL OPEN C1 END-EXEC.
018600     IF SQLCODE NOT = ZERO
020200     PERFORM 3700-REMOVE-ROOM-OCCUPANT THRU 3700-EXIT.
020220     PERFORM 3750-RETURN-ROOM-KEY THRU 3750-EXIT.
020250     PERFORM 3800-WRITE-WORK-ORDER THRU 3800-EXIT.
020275     PERFORM 3850-FLAG-PACKAGES THRU 3850-EXIT.
020300     PERFORM 5000-REPORT-DETAIL THRU 5000-EXIT.
020400
020500     PERFORM 2100-FETCH-DEPARTURE THRU 2100-EXIT.
029650 3800-EXIT.
029660     EXIT.
029670
029671*****************************************************************
029672* 3850-FLAG-PACKAGES - ANY ITEM STILL HELD AT THE DESK FOR THE  *
029673*           SWEPT RESIDENT IS FLAGGED FOR RETURN TO SENDER OR   *
029674*           FORWARDING; NOTHING HELD (SQLCODE 100) IS NOT AN    *
029675*           ERROR.                                              *
029676*****************************************************************
029677 3850-FLAG-PACKAGES.
029678     MOVE RO-RESIDENT-ID       TO PK-RESIDENT-ID.
029679     EXEC SQL
029680         UPDATE PACKAGE
029681            SET PKG_STATUS      = 'F',
029682                FLAG_DATE       = CURRENT DATE,
029683                FLAG_PGM        = 'RESSWEEP',
029684                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
029685                LAST_UPDATE_PGM = 'RESSWEEP'
029686          WHERE RESIDENT_ID     = :PK-RESIDENT-ID
029687            AND PKG_STATUS      = 'H'
029688     END-EXEC.
029689     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
029690         DISPLAY "RESSWEEP - PACKAGE FLAG UPDATE ERROR - SQLCODE "
029691             SQLCODE
029692         GO TO 9900-ABEND-JOB
029693     END-IF.
029694     IF SQLCODE = ZERO
029695         ADD SQLERRD(3)        TO WS-PKG-FLAG-COUNT
029696     END-IF.
029697 3850-EXIT.
029698     EXIT.
029699
029700 5000-REPORT-DETAIL.
029800     IF WS-FIRST-DETAIL
029900         MOVE 'N' TO WS-FIRST-DETAIL-SW
041800         WS-GRAND-COUNT.
041900     DISPLAY "RESSWEEP -   NO MASTER RECORD    - "
042000         WS-NO-MASTER-COUNT.
042033     DISPLAY "RESSWEEP -   PACKAGES FLAGGED    - "
042066         WS-PKG-FLAG-COUNT.
042100
042105     EXEC SQL CLOSE C1 END-EXEC.
042110     MOVE WS-GRAND-COUNT        TO BL-RECORDS-READ.
