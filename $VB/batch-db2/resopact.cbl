002100*              SO UNUSED ACCESS GETS REVOKED. WRITES START AND   *
002200*              END ROWS TO THE BATCH_RUN_LOG TABLE LIKE EVERY    *
002300*              OTHER STEP.                                       *
002307*  2026-10-06 FMV AN HLCI 'W' ROOM SWAP ENTRY COUNTS AS A        *
002314*              TRANSFER - EACH SIDE OF THE SWAP IS ONE RESIDENT  *
002321*              CHANGING ROOMS - AND GETS THE SAME HALL_RESTRICT  *
002328*              CHECK.                                            *
002335*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
002342*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
002349*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
002356*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
002363*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
002370*  2026-10-15 FMV THE DORMANT AUTHORIZATION LINE NOW PRINTS THE  *
002377*              FULL 16-LETTER OPERATOR_AUTH FUNCTION LIST (SEE   *
002384*              COPYBOOKS/OPAUTDCL).                              *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
019500 01  WS-DORMANT-LINE.
019600     05 FILLER                   PIC X(04)  VALUE SPACES.
019700     05 WS-DRM-OPERATOR-ID       PIC X(10).
019800     05 WS-DRM-FUNCTIONS         PIC X(18).
019900     05 WS-DRM-RESTRICT          PIC X(06).
020000     05 FILLER                   PIC X(15)
020100         VALUE "LAST ACTIVITY ".
025000     MOVE 'RESLOAD'  TO BL-JOB-NAME.
025100     MOVE 'STEP032'  TO BL-STEP-NAME.
025200     MOVE 'RESOPACT' TO BL-PGM-NAME.
025250     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
025300     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
025400
025500     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
030600         WHEN CL-MOVE-OUT
030700             ADD 1 TO WS-OP-MOVEOUT-COUNT
030800             PERFORM 3500-CHECK-HALL-RESTRICT THRU 3500-EXIT
030900         WHEN CL-TRANSFER OR CL-SWAP
031000             ADD 1 TO WS-OP-TRANSFER-COUNT
031100             PERFORM 3500-CHECK-HALL-RESTRICT THRU 3500-EXIT
031200         WHEN CL-MEAL-CHANGE
