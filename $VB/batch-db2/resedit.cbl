002467*              REASON, SO THE ACKNOWLEDGMENT STEP CAN SEND THE   *
002473*              REGISTRAR A MACHINE-READABLE DISPOSITION INSTEAD  *
002479*              OF A FAXED EDIT REPORT.                           *
002480*  2026-10-06 FMV THE 'R' ROOMMATE REQUEST RECORD IS NOW A KNOWN *
002481*              TYPE - THE RESIDENT NAMES THE RESIDENT THEY WANT  *
002482*              TO ROOM WITH (ADD OR CANCEL), FIELDS OVERLAYING   *
002483*              THE ASSIGNMENT FIELDS LIKE THE 'W' RECORD'S.      *
002484*              PASSING 'R' RECORDS GO TO THEIR OWN FILE          *
002485*              (RESTRMT) FOR THE ROOMMATE APPLY STEP (RESRMATE). *
002486*  2026-10-06 FMV THE HDR FEED DATE IS NOW CHECKED AGAINST THE   *
002487*              NEW FEED_CONTROL TABLE (COPYBOOKS/FCTLDCL). A     *
002488*              FEED DATE ALREADY ACCEPTED (A RE-SENT FILE) OR    *
002489*              OLDER THAN THE LATEST ACCEPTED FAILS THE STEP;    *
002490*              ONE OR MORE BUSINESS DAYS MISSING SINCE THE LAST  *
002491*              FEED IS WARNED ON THE CONSOLE AND THE EDIT        *
002492*              REPORT AND ENDS THE STEP WITH RETURN CODE 4.      *
002493*              PARM 'RELOAD' LETS A DELIBERATE RELOAD THROUGH.   *
002494*              THE OVERRIDE, A REFUSAL AND A GAP ARE NOTED ON    *
002495*              THE STEP'S BATCH_RUN_LOG ROW FOR RESMORN, AND     *
002496*              EVERY FEED ACCEPTED IS RECORDED ON FEED_CONTROL   *
002497*              WITH ITS RECORD COUNT.                            *
002498*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
002499*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
002500*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
002501*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
002502*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
002503*  2026-10-06 FMV EVERY INSERT AND UPDATE RECORD CARRYING A HALL *
002504*              NOW ALSO HAS ITS MEAL PLAN CHECKED AGAINST THE    *
002505*              HALL'S MEAL PLAN RULE (SEE COPYBOOKS/MRULDCL,     *
002506*              CHECKED BY 0800-CHECK-MEAL-RULE IN MRULCHKP), THE *
002507*              SAME CHECK THE LOAD MAKES, AND IS SPLIT TO THE    *
002508*              ERROR FILE WHEN IT FAILS. FAILURES COUNT ON THEIR *
002509*              OWN SUMMARY LINE.                                 *
002512*  2026-10-15 FMV THIS STEP NOW OPENS THE NIGHT: IT READS THE    *
002515*              HDR AND SETS THE RUN DATE THE NIGHT'S STEPS LOG   *
002518*              AND CHECK UNDER BEFORE THE RESTART CHECK, AND     *
002521*              OPENS ITS OUTPUT FILES ONLY AFTER IT, SO A SKIP   *
002524*              LEAVES THE FIRST RUN'S FILES INTACT. A RESUBMIT   *
002527*              OF A NIGHT THAT DID NOT FINISH CARRIES THAT       *
002530*              NIGHT'S RUN DATE PAST MIDNIGHT                    *
002533*              (1200-SET-NIGHT-RUN-DATE) AND IS NOT REFUSED AS A *
002536*              RE-SENT FEED. FEED_ACK AND FEED_CONTROL ARE       *
002539*              STAMPED WITH THE NIGHT'S RUN DATE.                *
002542*****************************************************************
002550
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800
004556         ACCESS MODE IS SEQUENTIAL
004558         FILE STATUS IS WS-RESTWTL-STATUS.
004560
004566     SELECT ROOMMATE-TRANS-FILE ASSIGN TO RESTRMT
004572         ORGANIZATION IS SEQUENTIAL
004578         ACCESS MODE IS SEQUENTIAL
004584         FILE STATUS IS WS-RESTRMT-STATUS.
004590
004600     SELECT EDIT-RPT ASSIGN TO EDTRPT
004700         ORGANIZATION IS SEQUENTIAL
004800         ACCESS MODE IS SEQUENTIAL
006550        88 RT-DEPART-TRANS              VALUE 'D'.
006560        88 RT-CONTACT-TRANS             VALUE 'E'.
006570        88 RT-WAITLIST-TRANS            VALUE 'W'.
006585        88 RT-ROOMMATE-TRANS            VALUE 'R'.
006600     05 RT-LANGUAGE-CODE         PIC X(02).
006610     05 RT-NEEDS-CODE.
006620        10 RT-NEEDS-BYTE         OCCURS 2 TIMES
006813     05 WR-TRANS-CODE            PIC X(01).
006814     05 FILLER                   PIC X(19).
006857*****************************************************************
006859* 'R' ROOMMATE REQUEST RECORD - THE RESIDENT AND THE RESIDENT    *
006861*           THEY ASKED TO ROOM WITH. SAME 90 BYTES, TRANS CODE   *
006863*           IN ITS USUAL COLUMN. RP-ACTION IS 'A' (ADD) OR 'C'   *
006865*           (CANCEL). SAME SHAPE RESRMATE READS.                 *
006867*****************************************************************
006869 01  ROOMMATE-TRANS-RECORD REDEFINES RESIDENT-TRANS-RECORD.
006871     05 RP-RESIDENT-ID           PIC X(08).
006873     05 RP-ROOMMATE-ID           PIC X(08).
006875     05 RP-ACTION                PIC X(01).
006877        88 RP-ADD-ACTION               VALUE 'A'.
006879        88 RP-CANCEL-ACTION            VALUE 'C'.
006881     05 FILLER                   PIC X(53).
006883     05 RP-TRANS-CODE            PIC X(01).
006885     05 FILLER                   PIC X(19).
006887*****************************************************************
006900* CONTROL RECORDS - THE FEED'S FIRST RECORD IS 'HDR' + THE FEED  *
007000*           CREATION DATE, ITS LAST IS 'TRL' + THE COUNT OF      *
007100*           DETAIL RECORDS BETWEEN THEM.                         *
008960 FD  WAITLIST-TRANS-FILE
008970     RECORDING MODE IS F.
008980 01  WAITLIST-OUT-RECORD         PIC X(90).
008984
008988 FD  ROOMMATE-TRANS-FILE
008992     RECORDING MODE IS F.
008996 01  ROOMMATE-OUT-RECORD         PIC X(90).
009000
009100 FD  EDIT-RPT
009200     RECORDING MODE IS F
010240     COPY FEEDDCL.
010250
010260     COPY MSGCDCL.
010273
010286     COPY FCTLDCL.
010290
010293     COPY MRULDCL.
010300
010400 01  WS-RESTRAN-STATUS           PIC X(02)      VALUE SPACES.
010500     88 WS-RESTRAN-OK                   VALUE '00'.
011250 01  WS-RESTWTL-STATUS           PIC X(02)      VALUE SPACES.
011260     88 WS-RESTWTL-OK                   VALUE '00'.
011300
011325 01  WS-RESTRMT-STATUS           PIC X(02)      VALUE SPACES.
011350     88 WS-RESTRMT-OK                   VALUE '00'.
011375
011400 01  WS-EDTRPT-STATUS            PIC X(02)      VALUE SPACES.
011500     88 WS-EDTRPT-OK                    VALUE '00'.
011600
012700        88 WS-DATE-VALID                VALUE 'Y'.
012800     05 WS-LANG-VALID-SW         PIC X(01)      VALUE 'N'.
012900        88 WS-LANG-VALID                VALUE 'Y'.
012933     05 WS-RELOAD-SW             PIC X(01)      VALUE 'N'.
012966        88 WS-RELOAD-OVERRIDE           VALUE 'Y'.
012970     05 WS-RESUME-SW             PIC X(01)      VALUE 'N'.
012975        88 WS-NIGHT-RESUMED             VALUE 'Y'.
013000
013100 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
013200 01  WS-PAGE-NUMBER              PIC 9(04)      VALUE ZERO.
013220 01  WS-NEEDS-IX                 PIC 9(02) COMP VALUE ZERO.
013230 01  WS-NEEDS-VALID-SW           PIC X(01)      VALUE 'N'.
013240     88 WS-NEEDS-VALID                  VALUE 'Y'.
013242
013244*****************************************************************
013246* FEED SEQUENCE CHECK - THE HDR DATE AGAINST FEED_CONTROL. THE   *
013248*           GAP COUNT IS THE WEEKDAYS STRICTLY BETWEEN THE LAST  *
013250*           ACCEPTED FEED AND THIS ONE; DAYOFWEEK IS 1 (SUNDAY)  *
013252*           THRU 7 (SATURDAY).                                   *
013254*****************************************************************
013256 01  WS-FEED-DATE-ISO            PIC X(10)      VALUE SPACES.
013258 01  WS-LAST-FEED-DATE           PIC X(10)      VALUE SPACES.
013260 01  WS-FEED-REFUSAL             PIC X(20)      VALUE SPACES.
013262 01  WS-FEED-SEEN-COUNT          PIC S9(9) COMP VALUE ZERO.
013264 01  WS-FEED-DAY-DIFF            PIC S9(9) COMP VALUE ZERO.
013266 01  WS-LAST-FEED-DOW            PIC S9(4) COMP VALUE ZERO.
013268 01  WS-GAP-IX                   PIC S9(9) COMP VALUE ZERO.
013270 01  WS-GAP-WORK                 PIC S9(9) COMP VALUE ZERO.
013272 01  WS-GAP-QUOT                 PIC S9(9) COMP VALUE ZERO.
013274 01  WS-GAP-DOW                  PIC S9(4) COMP VALUE ZERO.
013276 01  WS-GAP-DAYS                 PIC S9(4) COMP VALUE ZERO.
013278 01  WS-NIGHT-RUN-DATE           PIC X(10)      VALUE SPACES.
013280 01  WS-OPEN-STEP-COUNT          PIC S9(9) COMP VALUE ZERO.
013282 01  WS-GAP-DAYS-DISP            PIC ZZ9.
013284 01  WS-STEP-RC                  PIC S9(4) COMP VALUE ZERO.
013300
013400 01  WS-DETAIL-READ-COUNT        PIC 9(09) COMP VALUE ZERO.
013500 01  WS-CLEAN-COUNT              PIC 9(09) COMP VALUE ZERO.
013600 01  WS-ERROR-COUNT              PIC 9(09) COMP VALUE ZERO.
013650 01  WS-CONTACT-OUT-COUNT        PIC 9(09) COMP VALUE ZERO.
013660 01  WS-WAITLIST-OUT-COUNT       PIC 9(09) COMP VALUE ZERO.
013680 01  WS-ROOMMATE-OUT-COUNT       PIC 9(09) COMP VALUE ZERO.
013700 01  WS-TRAILER-COUNT            PIC 9(09) COMP VALUE ZERO.
013800
013900 01  WS-EDIT-DATE                PIC X(10)      VALUE SPACES.
016950     05 WS-ERR-CONTACT           PIC 9(07)      VALUE ZERO.
016960     05 WS-ERR-WAITLIST          PIC 9(07)      VALUE ZERO.
016970     05 WS-ERR-NEEDS             PIC 9(07)      VALUE ZERO.
016985     05 WS-ERR-ROOMMATE          PIC 9(07)      VALUE ZERO.
016990     05 WS-ERR-MEAL-RULE         PIC 9(07)      VALUE ZERO.
017000
017100 01  WS-REPORT-TITLE.
017200     05 FILLER                   PIC X(20)
019300 01  WS-SUMMARY-LINE.
019400     05 WS-SUM-LABEL             PIC X(34).
019500     05 WS-SUM-COUNT             PIC ZZZZZZ9.
019516
019532 LINKAGE SECTION.
019548 01  LS-PARM-AREA.
019564     05 LS-PARM-LENGTH           PIC S9(04) COMP.
019580     05 LS-PARM-DATA             PIC X(30).
019600
019700 PROCEDURE DIVISION USING LS-PARM-AREA.
019800
019900 0000-MAIN.
020000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020840     STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
020850         WS-RUN-DATE(7:2) DELIMITED BY SIZE
020860         INTO WS-RUN-DATE-ISO.
020868     IF LS-PARM-LENGTH >= 6 AND LS-PARM-DATA(1:6) = 'RELOAD'
020876         MOVE 'Y' TO WS-RELOAD-SW
020884         DISPLAY "RESEDIT - RELOAD OVERRIDE PARM GIVEN"
020892     END-IF.
020900
021000     OPEN INPUT RESIDENT-TRANS-FILE.
021100     IF NOT WS-RESTRAN-OK
021400         GO TO 9900-ABEND-JOB
021500     END-IF.
021600
021610     EXEC SQL CONNECT TO RESLIFE END-EXEC.
021620     MOVE 'RESLOAD'  TO BL-JOB-NAME.
021630     MOVE 'STEP003'  TO BL-STEP-NAME.
021640     MOVE 'RESEDIT ' TO BL-PGM-NAME.
021650     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
021660     PERFORM 1200-SET-NIGHT-RUN-DATE THRU 1200-EXIT.
021670     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
021680     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
021690     PERFORM 0400-LOAD-MSG-CATALOG THRU 0400-EXIT.
021695
021700     OPEN OUTPUT CLEAN-TRANS-FILE.
021800     IF NOT WS-RESTCLN-OK
021900         DISPLAY "RESEDIT - CLEAN FILE OPEN FAILED - STATUS "
023068         GO TO 9900-ABEND-JOB
023069     END-IF.
023070
023073     OPEN OUTPUT ROOMMATE-TRANS-FILE.
023076     IF NOT WS-RESTRMT-OK
023079         DISPLAY "RESEDIT - ROOMMATE FILE OPEN FAILED - STATUS "
023082             WS-RESTRMT-STATUS
023085         GO TO 9900-ABEND-JOB
023088     END-IF.
023091
023100     OPEN OUTPUT EDIT-RPT.
023200     IF NOT WS-EDTRPT-OK
023300         DISPLAY "RESEDIT - EDIT REPORT OPEN FAILED - STATUS "
023500         GO TO 9900-ABEND-JOB
023600     END-IF.
023700
023900
024000     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
024200 1000-EXIT.
024300     EXIT.
024400
024401*****************************************************************
024402* 1200-SET-NIGHT-RUN-DATE - THIS STEP OPENS THE RESLOAD NIGHT,   *
024403*           SO IT FIXES THE RUN DATE EVERY STEP OF THE NIGHT     *
024404*           LOGS AND CHECKS UNDER (SEE 0690 IN RUNLOGP). A NEW   *
024405*           NIGHT RUNS UNDER TODAY. A RESUBMIT IS KNOWN BY ITS   *
024406*           FEED: THE HDR DATE IS THE LATEST ONE ON              *
024407*           FEED_CONTROL, THE NIGHT THAT ACCEPTED IT IS THE      *
024408*           JOB'S LATEST RUN DATE, AND THAT NIGHT NEVER FINISHED *
024409*           - ONE OF ITS STEPS WAS LEFT ABENDED ('S'), ENDED     *
024410*           ABOVE RC 4, OR WAS MARKED FOR RERUN ('R') WITH NO    *
024411*           CLEAN RUN SINCE. IT THEN RUNS UNDER THAT NIGHT'S RUN *
024412*           DATE, SO 0690 SKIPS EVERY STEP THE NIGHT ALREADY     *
024413*           FINISHED - THIS ONE INCLUDED - EVEN PAST MIDNIGHT.   *
024414*           THE SAME FEED AFTER A NIGHT THAT FINISHED IS STILL A *
024415*           NEW NIGHT AND IS REFUSED AS RE-SENT BY 2200. A       *
024416*           RELOAD OVERRIDE IS ALWAYS A NEW NIGHT. A BAD OR      *
024417*           MISSING HDR IS LEFT FOR 2200 AND 8000 TO FAIL AS     *
024418*           BEFORE.                                              *
024419*****************************************************************
024420 1200-SET-NIGHT-RUN-DATE.
024421     MOVE WS-RUN-DATE-ISO TO BL-RUN-DATE.
024422     IF WS-RELOAD-OVERRIDE OR WS-EOF OR NOT RC-HEADER-RECORD
024423         GO TO 1200-EXIT
024424     END-IF.
024425     STRING RC-CONTROL-DATE(1:4) "-" RC-CONTROL-DATE(5:2) "-"
024426         RC-CONTROL-DATE(7:2) DELIMITED BY SIZE
024427         INTO WS-FEED-DATE-ISO.
024428     MOVE WS-FEED-DATE-ISO TO WS-EDIT-DATE.
024429     PERFORM 2600-VALIDATE-DATE THRU 2600-EXIT.
024430     IF NOT WS-DATE-VALID
024431         GO TO 1200-EXIT
024432     END-IF.
024433
024434     EXEC SQL
024435         SELECT CHAR(RUN_DATE, ISO)
024436           INTO :WS-NIGHT-RUN-DATE
024437           FROM FEED_CONTROL
024438          WHERE FEED_DATE = :WS-FEED-DATE-ISO
024439            AND FEED_DATE =
024440                ( SELECT MAX(FEED_DATE)
024441                    FROM FEED_CONTROL )
024442            AND RUN_DATE  =
024443                ( SELECT MAX(RUN_DATE)
024444                    FROM BATCH_RUN_LOG
024445                   WHERE JOB_NAME = :BL-JOB-NAME )
024446          ORDER BY ACCEPT_TS DESC
024447          FETCH FIRST 1 ROW ONLY
024448     END-EXEC.
024449     EVALUATE SQLCODE
024450         WHEN ZERO
024451             CONTINUE
024452         WHEN 100
024453             GO TO 1200-EXIT
024454         WHEN OTHER
024455             DISPLAY "RESEDIT - RUN DATE FEED LOOKUP ERROR - "
024456                 "SQLCODE " SQLCODE
024457             GO TO 9900-ABEND-JOB
024458     END-EVALUATE.
024459
024460     EXEC SQL
024461         SELECT COUNT(*)
024462           INTO :WS-OPEN-STEP-COUNT
024463           FROM BATCH_RUN_LOG L
024464          WHERE L.JOB_NAME = :BL-JOB-NAME
024465            AND L.RUN_DATE = :WS-NIGHT-RUN-DATE
024466            AND ( L.RUN_STATUS IN ('S', 'R')
024467               OR ( L.RUN_STATUS = 'C' AND L.RETURN_CODE > 4 ) )
024468            AND NOT EXISTS
024469                ( SELECT 1
024470                    FROM BATCH_RUN_LOG N
024471                   WHERE N.JOB_NAME    = L.JOB_NAME
024472                     AND N.STEP_NAME   = L.STEP_NAME
024473                     AND N.RUN_DATE    = L.RUN_DATE
024474                     AND N.START_TS    > L.START_TS
024475                     AND N.RUN_STATUS IN ('C', 'K')
024476                     AND N.RETURN_CODE <= 4 )
024477     END-EXEC.
024478     IF SQLCODE NOT = ZERO
024479         DISPLAY "RESEDIT - RUN DATE STEP LOOKUP ERROR - SQLCODE "
024480             SQLCODE
024481         GO TO 9900-ABEND-JOB
024482     END-IF.
024483     IF WS-OPEN-STEP-COUNT = ZERO
024484         GO TO 1200-EXIT
024485     END-IF.
024486
024487     MOVE WS-NIGHT-RUN-DATE TO BL-RUN-DATE.
024488     MOVE 'Y' TO WS-RESUME-SW.
024489     DISPLAY "RESEDIT - FEED " WS-FEED-DATE-ISO
024490         " WAS ACCEPTED FOR RUN DATE " BL-RUN-DATE
024491         " - THAT NIGHT DID NOT FINISH - RESUMING IT".
024492 1200-EXIT.
024493     EXIT.
024494
024500 2000-PROCESS-RECORD.
024600     EVALUATE TRUE
024700         WHEN RC-HEADER-RECORD
024750             PERFORM 2200-CHECK-FEED-SEQUENCE THRU 2200-EXIT
024800             MOVE 'Y' TO WS-HEADER-SEEN-SW
024900         WHEN RC-TRAILER-RECORD
025000             MOVE 'Y' TO WS-TRAILER-SEEN-SW
027500     END-IF.
027600 2100-EXIT.
027700     EXIT.
027701
027702*****************************************************************
027703* 2200-CHECK-FEED-SEQUENCE - THE HDR FEED DATE AGAINST          *
027704*           FEED_CONTROL - SEE 8300 AND 8400. THE HDR RECORD    *
027705*           COMES FIRST, SO NOTHING ELSE IS IN FLIGHT WHEN A    *
027706*           RUN NOTE COMMITS HERE.                              *
027707*****************************************************************
027708 2200-CHECK-FEED-SEQUENCE.
027709     STRING RC-CONTROL-DATE(1:4) "-" RC-CONTROL-DATE(5:2) "-"
027710         RC-CONTROL-DATE(7:2) DELIMITED BY SIZE
027711         INTO WS-FEED-DATE-ISO.
027712     MOVE WS-FEED-DATE-ISO TO WS-EDIT-DATE.
027713     PERFORM 2600-VALIDATE-DATE THRU 2600-EXIT.
027714     IF NOT WS-DATE-VALID
027715         DISPLAY "RESEDIT - HDR FEED DATE NOT A VALID DATE - "
027716             RC-CONTROL-DATE
027717         GO TO 9900-ABEND-JOB
027718     END-IF.
027719     MOVE "FEED DATE (HDR) " TO WS-DET-ERROR.
027720     MOVE WS-FEED-DATE-ISO TO WS-DET-ERROR(17:10).
027721     PERFORM 5700-WRITE-FEED-LINE THRU 5700-EXIT.
027722     IF WS-RELOAD-OVERRIDE
027723         MOVE SPACES TO BL-RUN-NOTE
027724         STRING "RELOAD OVERRIDE - FEED DATE " WS-FEED-DATE-ISO
027725             DELIMITED BY SIZE INTO BL-RUN-NOTE
027726         PERFORM 9650-LOG-RUN-NOTE THRU 9650-EXIT
027727         MOVE "RELOAD OVERRIDE PARM IN EFFECT" TO WS-DET-ERROR
027728         PERFORM 5700-WRITE-FEED-LINE THRU 5700-EXIT
027729     END-IF.
027730
027731     MOVE WS-FEED-DATE-ISO      TO FK-FEED-DATE.
027732     EXEC SQL
027733         SELECT COUNT(*)
027734           INTO :WS-FEED-SEEN-COUNT
027735           FROM FEED_CONTROL
027736          WHERE FEED_DATE = :FK-FEED-DATE
027737     END-EXEC.
027738     IF SQLCODE NOT = ZERO
027739         DISPLAY "RESEDIT - FEED CONTROL COUNT ERROR - SQLCODE "
027740             SQLCODE
027741         GO TO 9900-ABEND-JOB
027742     END-IF.
027743     EXEC SQL
027744         SELECT FEED_DATE
027745           INTO :WS-LAST-FEED-DATE
027746           FROM FEED_CONTROL
027747          ORDER BY FEED_DATE DESC
027748          FETCH FIRST 1 ROW ONLY
027749     END-EXEC.
027750     EVALUATE SQLCODE
027751         WHEN ZERO
027752             CONTINUE
027753         WHEN 100
027754             DISPLAY "RESEDIT - NO FEED ON FEED_CONTROL YET - "
027755                 "SEQUENCE CHECKING STARTS WITH THIS FEED"
027756             GO TO 2200-EXIT
027757         WHEN OTHER
027758             DISPLAY "RESEDIT - FEED CONTROL SELECT ERROR - "
027759                 "SQLCODE " SQLCODE
027760             GO TO 9900-ABEND-JOB
027761     END-EVALUATE.
027762
027763     EVALUATE TRUE
027764         WHEN WS-FEED-SEEN-COUNT > ZERO AND NOT WS-NIGHT-RESUMED
027765             MOVE "RE-SENT" TO WS-FEED-REFUSAL
027766             PERFORM 8300-REFUSE-FEED THRU 8300-EXIT
027767         WHEN WS-FEED-DATE-ISO < WS-LAST-FEED-DATE
027768             MOVE "STALE" TO WS-FEED-REFUSAL
027769             PERFORM 8300-REFUSE-FEED THRU 8300-EXIT
027770         WHEN OTHER
027771             PERFORM 8400-CHECK-FEED-GAP THRU 8400-EXIT
027772     END-EVALUATE.
027773 2200-EXIT.
027774     EXIT.
027775
027776*    WS-GAP-DOW COMES OUT 0 (SUNDAY) THRU 6 (SATURDAY).
027777 2250-COUNT-GAP-DAY.
027778     ADD WS-LAST-FEED-DOW WS-GAP-IX GIVING WS-GAP-WORK.
027779     SUBTRACT 1 FROM WS-GAP-WORK.
027780     DIVIDE WS-GAP-WORK BY 7 GIVING WS-GAP-QUOT
027781         REMAINDER WS-GAP-DOW.
027782     IF WS-GAP-DOW NOT = ZERO AND WS-GAP-DOW NOT = 6
027783         ADD 1 TO WS-GAP-DAYS
027784     END-IF.
027785 2250-EXIT.
027786     EXIT.
027800
027900 3000-EDIT-DETAIL.
028000     MOVE 'N' TO WS-RECORD-ERROR-SW.
028900
029000     IF NOT RT-INSERT-TRANS AND NOT RT-UPDATE-TRANS AND
029050        NOT RT-DEPART-TRANS AND NOT RT-CONTACT-TRANS AND
029075        NOT RT-WAITLIST-TRANS AND NOT RT-ROOMMATE-TRANS
029100         ADD 1 TO WS-ERR-TRANS-CODE
029200         MOVE "TRANS CODE NOT A KNOWN TYPE"
029300             TO WS-DET-ERROR
029576*    THE SAME WAY, SO IT TOO GETS ITS OWN EDITS.
029578     IF RT-WAITLIST-TRANS
029580         PERFORM 3070-EDIT-WAITLIST THRU 3070-EXIT
029581         GO TO 3000-ROUTE
029582     END-IF.
029583
029584*    SO DOES A ROOMMATE REQUEST RECORD.
029585     IF RT-ROOMMATE-TRANS
029586         PERFORM 3080-EDIT-ROOMMATE THRU 3080-EXIT
029590         GO TO 3000-ROUTE
029594     END-IF.
029600
029700     IF RT-RESIDENT-NAME = SPACES
029800         ADD 1 TO WS-ERR-NAME
033860     END-IF.
033870
033900     PERFORM 2700-VALIDATE-MEAL-PLAN THRU 2700-EXIT.
033950     PERFORM 2750-CHECK-MEAL-RULE THRU 2750-EXIT.
034000
034100     PERFORM 2800-VALIDATE-LANGUAGE THRU 2800-EXIT.
034200     IF NOT WS-LANG-VALID
035692                 GO TO 9900-ABEND-JOB
035694             END-IF
035696             ADD 1 TO WS-WAITLIST-OUT-COUNT
035697         WHEN RT-ROOMMATE-TRANS
035698             WRITE ROOMMATE-OUT-RECORD FROM RESIDENT-TRANS-RECORD
035699             IF NOT WS-RESTRMT-OK
035700                 DISPLAY "RESEDIT - ROOMMATE FILE WRITE ERROR - "
035701                     "STATUS " WS-RESTRMT-STATUS
035702                 GO TO 9900-ABEND-JOB
035703             END-IF
035704             ADD 1 TO WS-ROOMMATE-OUT-COUNT
035752         WHEN OTHER
035800             WRITE CLEAN-TRANS-RECORD FROM RESIDENT-TRANS-RECORD
035900             IF NOT WS-RESTCLN-OK
036000                 DISPLAY "RESEDIT - CLEAN FILE WRITE ERROR - "
036821     END-IF.
036822 3070-EXIT.
036823     EXIT.
036824
036825 3080-EDIT-ROOMMATE.
036826     IF NOT RP-ADD-ACTION AND NOT RP-CANCEL-ACTION
036827         ADD 1 TO WS-ERR-ROOMMATE
036828         MOVE "ROOMMATE ACTION NOT 'A' OR 'C'"
036829             TO WS-DET-ERROR
036830         PERFORM 5500-WRITE-ERROR-LINE THRU 5500-EXIT
036831     END-IF.
036832*    A CANCEL NEEDS NOTHING BUT THE RESIDENT ID; AN ADD MUST NAME
036833*    A REAL RESIDENT ID OTHER THAN THE REQUESTER'S OWN.
036834     IF RP-ADD-ACTION
036835         IF RP-ROOMMATE-ID = SPACES OR
036836            RP-ROOMMATE-ID NOT NUMERIC
036837             ADD 1 TO WS-ERR-ROOMMATE
036838             MOVE "ROOMMATE ID BLANK OR NOT NUMERIC"
036839                 TO WS-DET-ERROR
036840             PERFORM 5500-WRITE-ERROR-LINE THRU 5500-EXIT
036841         ELSE
036842             IF RP-ROOMMATE-ID = RP-RESIDENT-ID
036843                 ADD 1 TO WS-ERR-ROOMMATE
036844                 MOVE "ROOMMATE ID IS THE RESIDENT'S OWN ID"
036845                     TO WS-DET-ERROR
036846                 PERFORM 5500-WRITE-ERROR-LINE THRU 5500-EXIT
036847             END-IF
036848         END-IF
036849     END-IF.
036850 3080-EXIT.
036855     EXIT.
036861
036900*****************************************************************
037000* 2600-VALIDATE-DATE - WS-EDIT-DATE MUST BE YYYY-MM-DD WITH A    *
043800     END-EVALUATE.
043900 2700-EXIT.
044000     EXIT.
044003
044006*****************************************************************
044009* 2750-CHECK-MEAL-RULE - THE MEAL PLAN MUST MEET THE MEAL PLAN  *
044012*           RULE OF THE HALL ON THE RECORD (SEE COPYBOOKS/       *
044015*           MRULDCL) AS OF THE RUN DATE OR THE CHECK-IN DATE,    *
044018*           WHICHEVER IS LATER - THE SAME CHECK THE LOAD MAKES.  *
044021*           A RECORD WITH NO HALL HAS NOTHING TO CHECK.          *
044024*****************************************************************
044027 2750-CHECK-MEAL-RULE.
044030     MOVE RT-HALL-CODE         TO MR-CHECK-HALL.
044033     MOVE RT-MEAL-PLAN-CODE    TO MR-CHECK-PLAN.
044036     MOVE WS-RUN-DATE-ISO      TO MR-CHECK-DATE.
044039     MOVE RT-CHECKIN-DATE      TO WS-EDIT-DATE.
044042     PERFORM 2600-VALIDATE-DATE THRU 2600-EXIT.
044045     IF WS-DATE-VALID AND RT-CHECKIN-DATE > MR-CHECK-DATE
044048         MOVE RT-CHECKIN-DATE  TO MR-CHECK-DATE
044051     END-IF.
044054     PERFORM 0800-CHECK-MEAL-RULE THRU 0800-EXIT.
044057     IF MR-CHECK-FAILED
044060         DISPLAY "RESEDIT - MEAL RULE SELECT ERROR - SQLCODE "
044063             MR-CHECK-SQLCODE
044066         GO TO 9900-ABEND-JOB
044069     END-IF.
044072     IF MR-PLAN-FAILS-RULE
044075         ADD 1 TO WS-ERR-MEAL-RULE
044078         MOVE MR-FAIL-TEXT TO WS-DET-ERROR
044081         PERFORM 5500-WRITE-ERROR-LINE THRU 5500-EXIT
044084     END-IF.
044087 2750-EXIT.
044090     EXIT.
044100
044200 2800-VALIDATE-LANGUAGE.
044300     MOVE 'N' TO WS-LANG-VALID-SW.
048300     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
048400 5600-EXIT.
048500     EXIT.
048507
048514 5700-WRITE-FEED-LINE.
048521     MOVE "HDR"                 TO WS-DET-RESIDENT-ID.
048528     MOVE SPACES                TO WS-DET-TRANS-CODE.
048535     WRITE ED-REPORT-LINE FROM WS-DETAIL-LINE
048542         AFTER ADVANCING 1 LINE.
048549     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
048556     IF LINAGE-COUNTER > 54
048563         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
048570     END-IF.
048577 5700-EXIT.
048584     EXIT.
048600
048700 5900-CHECK-PRINT-STATUS.
048800     IF NOT WS-EDTRPT-OK
050140*           THE LAST EDIT REASON THAT FIRED; A RECORD FAILING    *
050150*           SEVERAL RULES ACKNOWLEDGES WITH THE LAST ONE - THE   *
050160*           FULL LIST IS ON THE EDIT REPORT. FEED_DATE IS THE    *
050162*           NIGHT'S RUN DATE (BL-RUN-DATE, SEE 1200), THE SAME   *
050164*           STAMP EVERY OTHER WRITER USES AND THE DATE RESACK    *
050166*           EXTRACTS BY - NOT THE HDR RECORD'S OWN DATE, WHICH   *
050168*           CAN LAG A DAY.                                       *
050170*****************************************************************
050172 8100-WRITE-FEED-ACK.
050174     MOVE BL-RUN-DATE           TO FA-FEED-DATE.
050176     MOVE RT-RESIDENT-ID        TO FA-RESIDENT-ID.
050178     MOVE RT-TRANS-CODE         TO FA-TRANS-CODE.
050180     MOVE 'R'                   TO FA-DISPOSITION.
051400             WS-DETAIL-READ-COUNT
051500         GO TO 9900-ABEND-JOB
051600     END-IF.
051650     PERFORM 8200-RECORD-FEED-CONTROL THRU 8200-EXIT.
051700 8000-EXIT.
051800     EXIT.
051801
051802*****************************************************************
051803* 8200-RECORD-FEED-CONTROL - THE FEED PASSED ITS CONTROL TOTALS *
051804*           - RECORD IT FOR THE NEXT FEED'S CHECK. THE ROW      *
051805*           COMMITS WITH THE RUN LOG END ROW, SO A STEP THAT    *
051806*           ABENDS LEAVES THE FEED UNRECORDED AND ITS RERUN IS  *
051807*           NOT REFUSED.                                        *
051808*****************************************************************
051809 8200-RECORD-FEED-CONTROL.
051810     MOVE WS-FEED-DATE-ISO      TO FK-FEED-DATE.
051811     MOVE WS-DETAIL-READ-COUNT  TO FK-RECORD-COUNT.
051812     MOVE BL-RUN-DATE           TO FK-RUN-DATE.
051813     MOVE WS-GAP-DAYS           TO FK-GAP-DAYS.
051814     MOVE WS-RELOAD-SW          TO FK-OVERRIDE-FLAG.
051815     EXEC SQL
051816         INSERT INTO FEED_CONTROL
051817             ( FEED_DATE, RECORD_COUNT, RUN_DATE, ACCEPT_TS,
051818               GAP_DAYS, OVERRIDE_FLAG, ACCEPT_PGM )
051819         VALUES
051820             ( :FK-FEED-DATE, :FK-RECORD-COUNT, :FK-RUN-DATE,
051821               CURRENT TIMESTAMP, :FK-GAP-DAYS, :FK-OVERRIDE-FLAG,
051822               'RESEDIT ' )
051823     END-EXEC.
051824     IF SQLCODE NOT = ZERO
051825         DISPLAY "RESEDIT - FEED CONTROL INSERT ERROR - SQLCODE "
051826             SQLCODE
051827         GO TO 9900-ABEND-JOB
051828     END-IF.
051829 8200-EXIT.
051830     EXIT.
051831
051832*    A RE-SENT OR STALE FEED FAILS THE STEP UNLESS THE RELOAD
051833*    OVERRIDE IS IN.
051834 8300-REFUSE-FEED.
051835     MOVE SPACES TO WS-DET-ERROR.
051836     IF WS-RELOAD-OVERRIDE
051837         DISPLAY "RESEDIT - FEED " WS-FEED-DATE-ISO " IS "
051838             WS-FEED-REFUSAL " - LOADED ON THE RELOAD OVERRIDE"
051839         STRING "*** " WS-FEED-REFUSAL " - LOADED ON OVERRIDE"
051840             DELIMITED BY SIZE INTO WS-DET-ERROR
051841         PERFORM 5700-WRITE-FEED-LINE THRU 5700-EXIT
051842         GO TO 8300-EXIT
051843     END-IF.
051844     DISPLAY "RESEDIT - FEED " WS-FEED-DATE-ISO " REFUSED - "
051845         WS-FEED-REFUSAL " (LAST ACCEPTED " WS-LAST-FEED-DATE ")".
051846     DISPLAY "RESEDIT - RERUN WITH PARM 'RELOAD' ONLY FOR A "
051847         "DELIBERATE RELOAD".
051848     STRING "*** FEED REFUSED - " WS-FEED-REFUSAL
051849         DELIMITED BY SIZE INTO WS-DET-ERROR.
051850     PERFORM 5700-WRITE-FEED-LINE THRU 5700-EXIT.
051851     MOVE SPACES TO BL-RUN-NOTE.
051852     STRING "FEED " WS-FEED-DATE-ISO " REFUSED - " WS-FEED-REFUSAL
051853         DELIMITED BY SIZE INTO BL-RUN-NOTE.
051854     PERFORM 9650-LOG-RUN-NOTE THRU 9650-EXIT.
051855     GO TO 9900-ABEND-JOB.
051856 8300-EXIT.
051857     EXIT.
051858
051859*    WEEKDAYS MISSING SINCE THE LAST FEED ARE WARNED ON, LOUDLY,
051860*    BUT THIS FEED STILL LOADS. HOLIDAYS COUNT AS BUSINESS DAYS.
051861 8400-CHECK-FEED-GAP.
051862     EXEC SQL
051863         SET :WS-FEED-DAY-DIFF = DAYS(DATE(:WS-FEED-DATE-ISO))
051864                             - DAYS(DATE(:WS-LAST-FEED-DATE)),
051865             :WS-LAST-FEED-DOW =
051866                 DAYOFWEEK(DATE(:WS-LAST-FEED-DATE))
051867     END-EXEC.
051868     IF SQLCODE NOT = ZERO
051869         DISPLAY "RESEDIT - FEED GAP DAYS ERROR - SQLCODE "
051870             SQLCODE
051871         GO TO 9900-ABEND-JOB
051872     END-IF.
051873     PERFORM 2250-COUNT-GAP-DAY THRU 2250-EXIT
051874         VARYING WS-GAP-IX FROM 1 BY 1
051875         UNTIL WS-GAP-IX >= WS-FEED-DAY-DIFF.
051876     IF WS-GAP-DAYS = ZERO
051877         GO TO 8400-EXIT
051878     END-IF.
051879     MOVE 4 TO WS-STEP-RC.
051880     MOVE WS-GAP-DAYS TO WS-GAP-DAYS-DISP.
051881     DISPLAY "RESEDIT - *** WARNING *** " WS-GAP-DAYS-DISP
051882         " BUSINESS DAY(S) MISSING BETWEEN FEED "
051883         WS-LAST-FEED-DATE " AND FEED " WS-FEED-DATE-ISO.
051884     DISPLAY "RESEDIT - *** WARNING *** CHECK WITH THE REGISTRAR "
051885         "FOR THE MISSING FILE(S)".
051886     MOVE SPACES TO WS-DET-ERROR.
051887     STRING "*** FEED GAP - " WS-GAP-DAYS-DISP
051888         " BUSINESS DAY(S) MISSING"
051889         DELIMITED BY SIZE INTO WS-DET-ERROR.
051890     PERFORM 5700-WRITE-FEED-LINE THRU 5700-EXIT.
051891     IF NOT WS-RELOAD-OVERRIDE
051892         MOVE WS-DET-ERROR(5:) TO BL-RUN-NOTE
051893         PERFORM 9650-LOG-RUN-NOTE THRU 9650-EXIT
051894     END-IF.
051895 8400-EXIT.
051896     EXIT.
051900
052000 9000-TERMINATE.
052100     MOVE "DETAIL RECORDS READ:" TO WS-SUM-LABEL.
052840     MOVE "WAITLIST TO APPLY STEP:" TO WS-SUM-LABEL.
052850     MOVE WS-WAITLIST-OUT-COUNT  TO WS-SUM-COUNT.
052860     PERFORM 5600-WRITE-SUMMARY-LINE THRU 5600-EXIT.
052870     MOVE "ROOMMATES TO APPLY STEP:" TO WS-SUM-LABEL.
052880     MOVE WS-ROOMMATE-OUT-COUNT  TO WS-SUM-COUNT.
052890     PERFORM 5600-WRITE-SUMMARY-LINE THRU 5600-EXIT.
052900     MOVE "RECORDS IN ERROR:" TO WS-SUM-LABEL.
053000     MOVE WS-ERROR-COUNT         TO WS-SUM-COUNT.
053100     PERFORM 5600-WRITE-SUMMARY-LINE THRU 5600-EXIT.
055870     MOVE "  NEEDS CODE ERRORS:" TO WS-SUM-LABEL.
055880     MOVE WS-ERR-NEEDS           TO WS-SUM-COUNT.
055890     PERFORM 5600-WRITE-SUMMARY-LINE THRU 5600-EXIT.
055892     MOVE "  ROOMMATE ERRORS:" TO WS-SUM-LABEL.
055894     MOVE WS-ERR-ROOMMATE        TO WS-SUM-COUNT.
055896     PERFORM 5600-WRITE-SUMMARY-LINE THRU 5600-EXIT.
055897     MOVE "  MEAL PLAN RULE ERRORS:" TO WS-SUM-LABEL.
055898     MOVE WS-ERR-MEAL-RULE       TO WS-SUM-COUNT.
055899     PERFORM 5600-WRITE-SUMMARY-LINE THRU 5600-EXIT.
055900
056000     DISPLAY "RESEDIT - END OF JOB STATISTICS".
056100     DISPLAY "RESEDIT -   DETAILS READ       - "
056420         WS-CONTACT-OUT-COUNT.
056430     DISPLAY "RESEDIT -   WAITLIST SPLIT OFF - "
056440         WS-WAITLIST-OUT-COUNT.
056460     DISPLAY "RESEDIT -   ROOMMATE SPLIT OFF - "
056480         WS-ROOMMATE-OUT-COUNT.
056500     DISPLAY "RESEDIT -   RECORDS IN ERROR   - "
056600         WS-ERROR-COUNT.
056700
056730     MOVE ZERO                  TO BL-RECORDS-UPDATED.
056740     MOVE WS-ERROR-COUNT        TO BL-RECORDS-REJECTED.
056750     MOVE SPACES                TO BL-LAST-CHECKPOINT.
056760     MOVE WS-STEP-RC            TO BL-RETURN-CODE.
056770     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
056775     MOVE WS-STEP-RC            TO RETURN-CODE.
056780
056787     CLOSE ROOMMATE-TRANS-FILE.
056794     CLOSE WAITLIST-TRANS-FILE.
056795     CLOSE CONTACT-TRANS-FILE.
056800     CLOSE RESIDENT-TRANS-FILE.
057550     COPY RUNLOGP.
057552
057554     COPY MSGLOADP.
057556
057558     COPY MRULCHKP.
057560
057600 9900-ABEND-JOB.
057700     DISPLAY "RESEDIT - JOB ABENDING AFTER "
