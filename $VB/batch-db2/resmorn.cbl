001800*              THE LOAD DIES AT 3 AM, THE RESTART DECISION COMES *
001900*              FROM THIS REPORT, NOT FROM PAGING THROUGH JES     *
002000*              OUTPUT.                                           *
002008*  2026-10-06 FMV THE STEP'S RUN_NOTE (A RELOAD OVERRIDE, A      *
002016*              REFUSED FEED, A FEED GAP) IS NOW PRINTED ON A     *
002024*              LINE UNDER THE STEP AND A NOTED STEP WITH NO      *
002032*              OTHER FLAG IS FLAGGED '** SEE NOTE **'.           *
002040*  2026-10-06 FMV A 'K' ROW - A RESUBMITTED RESLOAD STEP THAT    *
002048*              SKIPPED ITSELF BECAUSE IT HAD ALREADY COMPLETED   *
002056*              FOR THE RUN DATE - NOW PRINTS 'SKIPPED - ALREADY  *
002064*              DONE' AND IS COUNTED AS SKIPPED, NOT FLAGGED OR   *
002072*              TAKEN FOR A RESTART; A COMPLETED ROW THE          *
002080*              OPERATOR MARKED 'R' THROUGH RESRERUN IS FLAGGED   *
002088*              '** RERUN REQUESTED **'.                          *
002100*****************************************************************
002200
002300 ENVIRONMENT DIVISION.
005000         SELECT JOB_NAME, STEP_NAME, PGM_NAME, START_TS,
005100                END_TS, RETURN_CODE, RECORDS_READ,
005200                RECORDS_INSERTED, RECORDS_UPDATED,
005300                RECORDS_REJECTED, LAST_CHECKPOINT, RUN_STATUS,
005350                RUN_NOTE
005400           FROM BATCH_RUN_LOG
005500          WHERE RUN_DATE = :WS-REPORT-DATE
005600          ORDER BY JOB_NAME, STEP_NAME, START_TS
007000 01  WS-PAGE-NUMBER              PIC 9(04)      VALUE ZERO.
007100 01  WS-ROWS-PRINTED             PIC 9(05) COMP VALUE ZERO.
007200 01  WS-FLAGGED-COUNT            PIC 9(05) COMP VALUE ZERO.
007250 01  WS-SKIPPED-COUNT            PIC 9(05) COMP VALUE ZERO.
007300
007400 77  WS-REJECT-THRESHOLD         PIC 9(05) COMP VALUE 100.
007500
012100     05 FILLER                   PIC X(01)  VALUE SPACES.
012200     05 WS-DET-CHECKPT           PIC X(10).
012300     05 WS-DET-FLAG              PIC X(24).
012316
012332 01  WS-NOTE-LINE.
012348     05 FILLER                   PIC X(18)  VALUE SPACES.
012364     05 FILLER                   PIC X(06)  VALUE "NOTE: ".
012380     05 WS-NOTE-TEXT             PIC X(40).
012400
012500 01  WS-TOTAL-LINE.
012600     05 FILLER                   PIC X(15)
012900     05 FILLER                   PIC X(19)
013000         VALUE "  STEPS FLAGGED: ".
013100     05 WS-TOT-FLAGGED           PIC ZZZZ9.
013125     05 FILLER                   PIC X(19)
013150         VALUE "  STEPS SKIPPED: ".
013175     05 WS-TOT-SKIPPED           PIC ZZZZ9.
013200
013300 LINKAGE SECTION.
013400 01  LS-PARM-AREA.
018900         MOVE BL-END-TS(12:8)   TO WS-DET-END
019000         MOVE BL-RETURN-CODE    TO WS-DET-RC
019100         EVALUATE TRUE
019110*           A RESUBMITTED STEP THAT FOUND ITS OWN COMPLETED ROW
019120*           IS EXPECTED ON A RESTART AND IS NOT FLAGGED; A ROW THE
019130*           OPERATOR MARKED FOR RERUN (RESRERUN) IS.
019140             WHEN BL-RUN-SKIPPED
019150                 MOVE "SKIPPED - ALREADY DONE" TO WS-DET-FLAG
019160                 ADD 1 TO WS-SKIPPED-COUNT
019170             WHEN BL-RUN-RERUN
019180                 MOVE "** RERUN REQUESTED **" TO WS-DET-FLAG
019190                 ADD 1 TO WS-FLAGGED-COUNT
019200             WHEN BL-RETURN-CODE NOT = ZERO
019300                 MOVE "** NONZERO RC **" TO WS-DET-FLAG
019400                 ADD 1 TO WS-FLAGGED-COUNT
021200     END-IF.
021300     MOVE BL-JOB-NAME           TO WS-PREV-JOB.
021400     MOVE BL-STEP-NAME          TO WS-PREV-STEP.
021412
021424*    A STEP THAT LEFT A NOTE (AN OVERRIDE TAKEN, A FEED GAP) IS
021436*    FLAGGED SO THE NOTE LINE UNDER IT IS NOT MISSED.
021448     IF BL-RUN-NOTE NOT = SPACES AND WS-DET-FLAG = SPACES
021460         MOVE "** SEE NOTE **" TO WS-DET-FLAG
021472         ADD 1 TO WS-FLAGGED-COUNT
021484     END-IF.
021500
021600     MOVE BL-RECORDS-READ       TO WS-DET-READ.
021700     MOVE BL-RECORDS-INSERTED   TO WS-DET-INSERT.
022200         AFTER ADVANCING 1 LINE.
022300     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
022400     ADD 1 TO WS-ROWS-PRINTED.
022414     IF BL-RUN-NOTE NOT = SPACES
022428         MOVE BL-RUN-NOTE       TO WS-NOTE-TEXT
022442         WRITE MR-REPORT-LINE FROM WS-NOTE-LINE
022456             AFTER ADVANCING 1 LINE
022470         PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT
022484     END-IF.
022500     IF LINAGE-COUNTER > 54
022600         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
022700     END-IF.
023400     MOVE ZERO TO WS-END-TS-IND WS-RC-IND.
023500     MOVE SPACES TO BL-END-TS.
023600     MOVE ZERO TO BL-RETURN-CODE.
023650     MOVE SPACES TO BL-RUN-NOTE.
023700     EXEC SQL
023800         FETCH C1
023900          INTO :BL-JOB-NAME, :BL-STEP-NAME, :BL-PGM-NAME,
024200               :BL-RETURN-CODE :WS-RC-IND,
024300               :BL-RECORDS-READ, :BL-RECORDS-INSERTED,
024400               :BL-RECORDS-UPDATED, :BL-RECORDS-REJECTED,
024500               :BL-LAST-CHECKPOINT, :BL-RUN-STATUS,
024550               :BL-RUN-NOTE
024600     END-EXEC.
024700     EVALUATE SQLCODE
024800         WHEN ZERO
028200 9000-TERMINATE.
028300     MOVE WS-ROWS-PRINTED       TO WS-TOT-ROWS.
028400     MOVE WS-FLAGGED-COUNT      TO WS-TOT-FLAGGED.
028450     MOVE WS-SKIPPED-COUNT      TO WS-TOT-SKIPPED.
028500     WRITE MR-REPORT-LINE FROM WS-TOTAL-LINE
028600         AFTER ADVANCING 2 LINES.
028700     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
028900     DISPLAY "RESMORN - END OF JOB STATISTICS".
029000     DISPLAY "RESMORN -   STEPS LOGGED   - " WS-ROWS-PRINTED.
029100     DISPLAY "RESMORN -   STEPS FLAGGED  - " WS-FLAGGED-COUNT.
029150     DISPLAY "RESMORN -   STEPS SKIPPED  - " WS-SKIPPED-COUNT.
029200
029300     EXEC SQL CLOSE C1 END-EXEC.
029400     CLOSE MORNING-RPT.
