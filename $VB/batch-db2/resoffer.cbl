000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resoffer.
000300 AUTHOR. RESLIFE-IT-BATCH-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - WAITLIST OFFER RESPONSES.   *
000900*              RUNS IN THE RESLOAD STREAM AHEAD OF THE NIGHTLY  *
001000*              BED MATCH (RESMATCH). APPLIES THE ASSIGNMENT     *
001100*              OFFICE'S RESPONSE FEED (ONE ACCEPT OR DECLINE    *
001200*              PER RESIDENT, ANSWERING THE OFFER RESMATCH SENT  *
001300*              ON OFFEROUT) TO THE WAITLIST TABLE: AN ACCEPT    *
001400*              MOVES THE OFFER TO 'A', STILL HOLDING THE BED; A *
001500*              DECLINE RELEASES THE BED AND REQUEUES THE        *
001600*              REQUEST OR CLOSES IT 'D' AS THE FEED SAYS. THEN  *
001700*              LAPSES EVERY OFFER STILL UNANSWERED N DAYS AFTER *
001800*              IT WAS MADE (N FROM THE JCL PARM, DEFAULT 7) TO  *
001900*              'L', FREEING THOSE BEDS FOR TONIGHT'S MATCH. A   *
002000*              ROOMMATE PAIRING BUILT ON A RELEASED OFFER GOES  *
002100*              BACK TO PENDING. PRINTS THE RESPONSE REPORT OF   *
002200*              ACCEPTED, DECLINED, AND LAPSED OFFERS WITH       *
002300*              TOTALS, AND WRITES A NOTICE LETTER FOR EACH IN   *
002400*              THE RESIDENT'S LANGUAGE FROM THE LETTER CATALOG  *
002500*              (COPYBOOKS/LTRCAT). WRITES START AND END ROWS TO *
002600*              BATCH_RUN_LOG AND SKIPS ITSELF ON A RESTART THAT *
002700*              ALREADY COMPLETED IT.                            *
002750*  2026-10-15 FMV LOGS AS RESLOAD STEP037 - THE STREAM'S STEPS  *
002800*              WERE RENUMBERED INTO THE ORDER THEY RUN.         *
002850*****************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OFFER-RESPONSE-FILE ASSIGN TO OFRIN
003600         ORGANIZATION IS SEQUENTIAL
003700         ACCESS MODE IS SEQUENTIAL
003800         FILE STATUS IS WS-OFRIN-STATUS.
003900
004000     SELECT OFFER-RESPONSE-RPT ASSIGN TO OFRRPT
004100         ORGANIZATION IS SEQUENTIAL
004200         ACCESS MODE IS SEQUENTIAL
004300         FILE STATUS IS WS-OFRRPT-STATUS.
004400
004500     SELECT OFFER-NOTICE-FILE ASSIGN TO OFRLTR
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS WS-OFRLTR-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200*****************************************************************
005300* OFFER RESPONSE FEED - ONE RECORD PER RESIDENT ANSWER FROM THE  *
005400*           ASSIGNMENT OFFICE. THE HALL/ROOM ARE THE OFFER BEING *
005500*           ANSWERED, AS SENT ON OFFEROUT. DECLINE ACTION 'R'    *
005600*           (OR BLANK) REQUEUES THE REQUEST, 'C' CLOSES IT.      *
005700*****************************************************************
005800 FD  OFFER-RESPONSE-FILE
005900     RECORDING MODE IS F.
006000 01  OFFER-RESPONSE-RECORD.
006100     05 OR-RESIDENT-ID           PIC X(08).
006200     05 OR-OFFER-HALL            PIC X(04).
006300     05 OR-OFFER-ROOM            PIC X(06).
006400     05 OR-RESPONSE              PIC X(01).
006500        88 OR-ACCEPT                    VALUE 'A'.
006600        88 OR-DECLINE                   VALUE 'D'.
006700     05 OR-DECLINE-ACTION        PIC X(01).
006800        88 OR-REQUEUE                   VALUE 'R' SPACE.
006900        88 OR-CLOSE                     VALUE 'C'.
007000     05 OR-RESPONSE-DATE         PIC X(10).
007100     05 FILLER                   PIC X(50).
007200
007300 FD  OFFER-RESPONSE-RPT
007400     RECORDING MODE IS F
007500     LINAGE IS 60 LINES
007600         WITH FOOTING AT 55.
007700 01  OF-REPORT-LINE              PIC X(132).
007800
007900 FD  OFFER-NOTICE-FILE
008000     RECORDING MODE IS F
008100     LINAGE IS 60 LINES
008200         WITH FOOTING AT 55.
008300 01  ON-PRINT-LINE               PIC X(132).
008400
008500 WORKING-STORAGE SECTION.
008600     EXEC SQL INCLUDE SQLCA END-EXEC.
008700
008800     COPY WTLSDCL.
008900
009000     COPY RESOCDCL.
009100
009200     COPY RMTDCL.
009300
009400     COPY LTRCAT.
009500
009600     COPY MSGCDCL.
009700
009800     COPY RUNLDCL.
009900
010000 01  WS-LAPSE-CUTOFF-DATE        PIC X(10)      VALUE SPACES.
010100
010200*    UNANSWERED OFFERS STAMPED ON OR BEFORE THE CUTOFF, IN HALL/
010300*    ROOM SEQUENCE FOR THE REPORT.
010400     EXEC SQL
010500         DECLARE C1 CURSOR FOR
010600         SELECT RESIDENT_ID, OFFER_HALL, OFFER_ROOM, OFFER_DATE
010700           FROM WAITLIST
010800          WHERE REQUEST_STATUS = 'O'
010900            AND OFFER_DATE <= :WS-LAPSE-CUTOFF-DATE
011000          ORDER BY OFFER_HALL, OFFER_ROOM, RESIDENT_ID
011100     END-EXEC.
011200
011300 01  WS-OFRIN-STATUS             PIC X(02)      VALUE SPACES.
011400     88 WS-OFRIN-OK                     VALUE '00'.
011500     88 WS-OFRIN-EOF                    VALUE '10'.
011600
011700 01  WS-OFRRPT-STATUS            PIC X(02)      VALUE SPACES.
011800     88 WS-OFRRPT-OK                    VALUE '00'.
011900
012000 01  WS-OFRLTR-STATUS            PIC X(02)      VALUE SPACES.
012100     88 WS-OFRLTR-OK                    VALUE '00'.
012200
012300 01  WS-SWITCHES.
012400     05 WS-EOF-SW                PIC X(01)      VALUE 'N'.
012500        88 WS-EOF                       VALUE 'Y'.
012600     05 WS-DB2-EOF-SW            PIC X(01)      VALUE 'N'.
012700        88 WS-DB2-EOF                   VALUE 'Y'.
012800     05 WS-CAT-LOAD-DONE-SW      PIC X(01)      VALUE 'N'.
012900        88 WS-CAT-LOAD-DONE             VALUE 'Y'.
013000     05 WS-CAT-ENTRY-FOUND-SW    PIC X(01)      VALUE 'N'.
013100        88 WS-CAT-ENTRY-FOUND           VALUE 'Y'.
013200
013300*    WHAT HAPPENED TO THE OFFER - DRIVES THE REPORT OUTCOME AND
013400*    WHICH NOTICE PARAGRAPHS THE LETTER PRINTS.
013500 01  WS-OUTCOME-SW               PIC X(01)      VALUE SPACE.
013600     88 WS-OUTCOME-ACCEPTED             VALUE 'A'.
013700     88 WS-OUTCOME-REQUEUED             VALUE 'R'.
013800     88 WS-OUTCOME-CLOSED               VALUE 'C'.
013900     88 WS-OUTCOME-LAPSED               VALUE 'L'.
014000
014100 01  WS-LANGUAGE-CODE            PIC X(02)      VALUE 'EN'.
014200 01  WS-RESPONSE-DATE            PIC X(10)      VALUE SPACES.
014300 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
014400 01  WS-PAGE-NUMBER              PIC 9(04)      VALUE ZERO.
014500 01  WS-LAPSE-DAYS               PIC 9(03)      VALUE ZERO.
014600
014700*****************************************************************
014800* LAPSE-WINDOW ARITHMETIC - N DAYS BACK FROM THE RUN DATE, DONE  *
014900*           WITH THE SAME FLIEGEL/VAN FLANDERN DAY-NUMBER PAIR   *
015000*           THE WORK ORDER AGING REPORT USES (GOOD ACROSS MONTH  *
015100*           AND YEAR ENDS).                                      *
015200*****************************************************************
015300 01  WS-DAY-WORK.
015400     05 WS-DW-YYYY               PIC 9(04)      VALUE ZERO.
015500     05 WS-DW-MM                 PIC 9(02)      VALUE ZERO.
015600     05 WS-DW-DD                 PIC 9(02)      VALUE ZERO.
015700     05 WS-DW-A                  PIC S9(09) COMP VALUE ZERO.
015800     05 WS-DW-Y                  PIC S9(09) COMP VALUE ZERO.
015900     05 WS-DW-M                  PIC S9(09) COMP VALUE ZERO.
016000     05 WS-DW-JDN                PIC S9(09) COMP VALUE ZERO.
016100     05 WS-DW-E                  PIC S9(09) COMP VALUE ZERO.
016200     05 WS-DW-H                  PIC S9(09) COMP VALUE ZERO.
016300
016400 01  WS-RECORDS-READ             PIC 9(09) COMP VALUE ZERO.
016500 01  WS-ACCEPTED-COUNT           PIC 9(07) COMP VALUE ZERO.
016600 01  WS-REQUEUED-COUNT           PIC 9(07) COMP VALUE ZERO.
016700 01  WS-CLOSED-COUNT             PIC 9(07) COMP VALUE ZERO.
016800 01  WS-LAPSED-COUNT             PIC 9(07) COMP VALUE ZERO.
016900 01  WS-DUPLICATE-COUNT          PIC 9(07) COMP VALUE ZERO.
017000 01  WS-REJECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
017100 01  WS-PAIRS-RELEASED           PIC 9(07) COMP VALUE ZERO.
017200 01  WS-NOTICE-COUNT             PIC 9(07) COMP VALUE ZERO.
017300 01  WS-REJECT-REASON            PIC X(40)      VALUE SPACES.
017400
017500 01  WS-REPORT-TITLE.
017600     05 FILLER                   PIC X(20)
017700         VALUE "RESIDENCE LIFE".
017800     05 FILLER                   PIC X(36)
017900         VALUE "WAITLIST OFFER RESPONSE REPORT".
018000     05 FILLER                   PIC X(10)
018100         VALUE "RUN DATE: ".
018200     05 WS-TITLE-RUN-DATE        PIC 9(08).
018300     05 FILLER                   PIC X(08)
018400         VALUE "  PAGE: ".
018500     05 WS-TITLE-PAGE-NO         PIC ZZZ9.
018600
018700 01  WS-CUTOFF-LINE.
018800     05 FILLER                   PIC X(37)
018900         VALUE "UNANSWERED OFFERS LAPSE AFTER (DAYS):".
019000     05 FILLER                   PIC X(01)      VALUE SPACE.
019100     05 WS-CUT-DAYS              PIC ZZ9.
019200
019300 01  WS-COLUMN-HEADINGS.
019400     05 FILLER                   PIC X(11)  VALUE "RESIDENT ID".
019500     05 FILLER                   PIC X(01)  VALUE SPACE.
019600     05 FILLER                   PIC X(32)  VALUE "NAME".
019700     05 FILLER                   PIC X(06)  VALUE "HALL".
019800     05 FILLER                   PIC X(08)  VALUE "ROOM".
019900     05 FILLER                   PIC X(12)  VALUE "OFFERED".
020000     05 FILLER                   PIC X(12)  VALUE "RESPONDED".
020100     05 FILLER                   PIC X(20)  VALUE "OUTCOME".
020200
020300 01  WS-DETAIL-LINE.
020400     05 WS-DET-RESIDENT-ID       PIC X(12).
020500     05 WS-DET-NAME              PIC X(32).
020600     05 WS-DET-HALL              PIC X(06).
020700     05 WS-DET-ROOM              PIC X(08).
020800     05 WS-DET-OFFERED           PIC X(12).
020900     05 WS-DET-RESPONDED         PIC X(12).
021000     05 WS-DET-OUTCOME           PIC X(20).
021100
021200 01  WS-TOTAL-LINE.
021300     05 WS-TOT-LABEL             PIC X(30).
021400     05 WS-TOT-COUNT             PIC ZZZZZZ9.
021500
021600 01  WS-DATE-LINE.
021700     05 FILLER                   PIC X(90)      VALUE SPACES.
021800     05 WS-DATE-LINE-DATE        PIC 9(08).
021900
022000 01  WS-SALUTATION-LINE.
022100     05 WS-SAL-TEXT              PIC X(31)      VALUE SPACES.
022200     05 WS-SAL-NAME              PIC X(30)      VALUE SPACES.
022300
022400 01  WS-BODY-LINE.
022500     05 FILLER                   PIC X(04)      VALUE SPACES.
022600     05 WS-BODY-TEXT             PIC X(60)      VALUE SPACES.
022700
022800 01  WS-FIELD-LINE.
022900     05 FILLER                   PIC X(08)      VALUE SPACES.
023000     05 WS-FLD-LABEL             PIC X(16)      VALUE SPACES.
023100     05 FILLER                   PIC X(02)      VALUE ": ".
023200     05 WS-FLD-VALUE             PIC X(30)      VALUE SPACES.
023300
023400 01  WS-CLOSING-LINE.
023500     05 FILLER                   PIC X(04)      VALUE SPACES.
023600     05 WS-CLS-TEXT              PIC X(30)      VALUE SPACES.
023700
023800 LINKAGE SECTION.
023900 01  LS-PARM-AREA.
024000     05 LS-PARM-LENGTH           PIC S9(04) COMP.
024100     05 LS-PARM-DATA             PIC X(30).
024200
024300 PROCEDURE DIVISION USING LS-PARM-AREA.
024400
024500 0000-MAIN.
024600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024700     PERFORM 2000-PROCESS-RESPONSE THRU 2000-EXIT
024800         UNTIL WS-EOF.
024900     PERFORM 4000-LAPSE-OFFERS THRU 4000-EXIT.
025000     PERFORM 5800-WRITE-TOTALS THRU 5800-EXIT.
025100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025200     GOBACK.
025300
025400 1000-INITIALIZE.
025500     IF LS-PARM-LENGTH >= 1 AND LS-PARM-LENGTH <= 3 AND
025600        LS-PARM-DATA(1:LS-PARM-LENGTH) NUMERIC
025700         MOVE LS-PARM-DATA(1:LS-PARM-LENGTH)
025800             TO WS-LAPSE-DAYS(4 - LS-PARM-LENGTH:)
025900     ELSE
026000         MOVE 7 TO WS-LAPSE-DAYS
026100     END-IF.
026200
026300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026400     PERFORM 1100-SET-LAPSE-CUTOFF THRU 1100-EXIT.
026500
026600     OPEN INPUT OFFER-RESPONSE-FILE.
026700     IF NOT WS-OFRIN-OK
026800         DISPLAY "RESOFFER - RESPONSE FEED OPEN FAILED - STATUS "
026900             WS-OFRIN-STATUS
027000         GO TO 9900-ABEND-JOB
027100     END-IF.
027200
027300     OPEN OUTPUT OFFER-RESPONSE-RPT.
027400     IF NOT WS-OFRRPT-OK
027500         DISPLAY "RESOFFER - REPORT FILE OPEN FAILED - STATUS "
027600             WS-OFRRPT-STATUS
027700         GO TO 9900-ABEND-JOB
027800     END-IF.
027900
028000     OPEN OUTPUT OFFER-NOTICE-FILE.
028100     IF NOT WS-OFRLTR-OK
028200         DISPLAY "RESOFFER - NOTICE FILE OPEN FAILED - STATUS "
028300             WS-OFRLTR-STATUS
028400         GO TO 9900-ABEND-JOB
028500     END-IF.
028600
028700     EXEC SQL CONNECT TO RESLIFE END-EXEC.
028800     MOVE 'RESLOAD'  TO BL-JOB-NAME.
028900     MOVE 'STEP037'  TO BL-STEP-NAME.
029000     MOVE 'RESOFFER' TO BL-PGM-NAME.
029100     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
029200     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
029300     PERFORM 0450-LOAD-LTR-CATALOG THRU 0450-EXIT.
029400
029500     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
029600     PERFORM 2100-READ-RESPONSE THRU 2100-EXIT.
029700 1000-EXIT.
029800     EXIT.
029900
030000 1100-SET-LAPSE-CUTOFF.
030100     MOVE WS-RUN-DATE(1:4)  TO WS-DW-YYYY.
030200     MOVE WS-RUN-DATE(5:2)  TO WS-DW-MM.
030300     MOVE WS-RUN-DATE(7:2)  TO WS-DW-DD.
030400     COMPUTE WS-DW-A = (14 - WS-DW-MM) / 12.
030500     COMPUTE WS-DW-Y = WS-DW-YYYY + 4800 - WS-DW-A.
030600     COMPUTE WS-DW-M = WS-DW-MM + (12 * WS-DW-A) - 3.
030700     COMPUTE WS-DW-JDN = WS-DW-DD
030800         + ((153 * WS-DW-M + 2) / 5)
030900         + (365 * WS-DW-Y)
031000         + (WS-DW-Y / 4) - (WS-DW-Y / 100) + (WS-DW-Y / 400)
031100         - 32045.
031200     SUBTRACT WS-LAPSE-DAYS FROM WS-DW-JDN.
031300     COMPUTE WS-DW-A = WS-DW-JDN + 32044.
031400     COMPUTE WS-DW-Y = (4 * WS-DW-A + 3) / 146097.
031500     COMPUTE WS-DW-E = WS-DW-A - ((146097 * WS-DW-Y) / 4).
031600     COMPUTE WS-DW-H = (4 * WS-DW-E + 3) / 1461.
031700     COMPUTE WS-DW-E = WS-DW-E - ((1461 * WS-DW-H) / 4).
031800     COMPUTE WS-DW-M = (5 * WS-DW-E + 2) / 153.
031900     COMPUTE WS-DW-DD = WS-DW-E - ((153 * WS-DW-M + 2) / 5) + 1.
032000     COMPUTE WS-DW-MM = WS-DW-M + 3 - (12 * (WS-DW-M / 10)).
032100     COMPUTE WS-DW-YYYY = (100 * WS-DW-Y) + WS-DW-H
032200         + (WS-DW-M / 10).
032300     STRING WS-DW-YYYY "-" WS-DW-MM "-" WS-DW-DD
032400         DELIMITED BY SIZE INTO WS-LAPSE-CUTOFF-DATE.
032500 1100-EXIT.
032600     EXIT.
032700
032800 2000-PROCESS-RESPONSE.
032900     PERFORM 3000-APPLY-RESPONSE THRU 3000-EXIT.
033000     PERFORM 2100-READ-RESPONSE THRU 2100-EXIT.
033100 2000-EXIT.
033200     EXIT.
033300
033400 2100-READ-RESPONSE.
033500     READ OFFER-RESPONSE-FILE
033600         AT END
033700             MOVE 'Y' TO WS-EOF-SW
033800         NOT AT END
033900             ADD 1 TO WS-RECORDS-READ
034000     END-READ.
034100     IF NOT WS-OFRIN-OK AND NOT WS-OFRIN-EOF
034200         DISPLAY "RESOFFER - RESPONSE FEED READ ERROR - STATUS "
034300             WS-OFRIN-STATUS
034400         GO TO 9900-ABEND-JOB
034500     END-IF.
034600 2100-EXIT.
034700     EXIT.
034800
034900*****************************************************************
035000* 3000-APPLY-RESPONSE - THE RESPONSE MUST ANSWER THE OFFER NOW  *
035100*           ON THE RESIDENT'S WAITLIST ROW (SAME HALL/ROOM). AN *
035200*           OUTSTANDING 'O' OFFER TAKES EITHER ANSWER; AN       *
035300*           ACCEPTED ONE CAN STILL BE DECLINED. THE SAME ANSWER *
035400*           SENT AGAIN FOR AN OFFER ALREADY ACCEPTED OR CLOSED  *
035500*           AS DECLINED IS A RESENT RECORD, COUNTED AND         *
035600*           SKIPPED. ANYTHING ELSE IS A FEED ERROR, LOGGED AND  *
035700*           SKIPPED.                                            *
035800*****************************************************************
035900 3000-APPLY-RESPONSE.
036000     IF NOT OR-ACCEPT AND NOT OR-DECLINE
036100         MOVE "RESPONSE NOT 'A' OR 'D'" TO WS-REJECT-REASON
036200         PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
036300         GO TO 3000-EXIT
036400     END-IF.
036500     IF OR-DECLINE AND NOT OR-REQUEUE AND NOT OR-CLOSE
036600         MOVE "DECLINE ACTION NOT 'R', 'C', OR BLANK"
036700             TO WS-REJECT-REASON
036800         PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
036900         GO TO 3000-EXIT
037000     END-IF.
037100
037200     MOVE OR-RESIDENT-ID       TO WL-RESIDENT-ID.
037300     EXEC SQL
037400         SELECT REQUEST_STATUS, OFFER_HALL, OFFER_ROOM,
037500                VALUE(CHAR(OFFER_DATE), '          ')
037600           INTO :WL-REQUEST-STATUS, :WL-OFFER-HALL,
037700                :WL-OFFER-ROOM, :WL-OFFER-DATE
037800           FROM WAITLIST
037900          WHERE RESIDENT_ID = :WL-RESIDENT-ID
038000     END-EXEC.
038100     EVALUATE SQLCODE
038200         WHEN ZERO
038300             CONTINUE
038400         WHEN 100
038500             MOVE "NO WAITLIST REQUEST FOR RESIDENT"
038600                 TO WS-REJECT-REASON
038700             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
038800             GO TO 3000-EXIT
038900         WHEN OTHER
039000             DISPLAY "RESOFFER - WAITLIST SELECT ERROR - SQLCODE "
039100                 SQLCODE
039200             GO TO 9900-ABEND-JOB
039300     END-EVALUATE.
039400
039500     IF WL-OFFER-HALL NOT = OR-OFFER-HALL OR
039600        WL-OFFER-ROOM NOT = OR-OFFER-ROOM
039700         MOVE "RESPONSE IS NOT FOR THE ROOM OFFERED"
039800             TO WS-REJECT-REASON
039900         PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
040000         GO TO 3000-EXIT
040100     END-IF.
040200     EVALUATE TRUE
040300         WHEN WL-STATUS-OFFERED
040400             CONTINUE
040500         WHEN WL-STATUS-ACCEPTED AND OR-DECLINE
040600             CONTINUE
040700         WHEN WL-STATUS-ACCEPTED AND OR-ACCEPT
040800         WHEN WL-STATUS-DECLINED AND OR-DECLINE
040900             DISPLAY "RESOFFER - RESPONSE ALREADY APPLIED FOR "
041000                 "RESIDENT " OR-RESIDENT-ID " - RECORD SKIPPED"
041100             ADD 1 TO WS-DUPLICATE-COUNT
041200             GO TO 3000-EXIT
041300         WHEN WL-STATUS-LAPSED
041400             MOVE "OFFER ALREADY LAPSED" TO WS-REJECT-REASON
041500             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
041600             GO TO 3000-EXIT
041700         WHEN OTHER
041800             MOVE "NO OUTSTANDING OFFER FOR RESIDENT"
041900                 TO WS-REJECT-REASON
042000             PERFORM 9200-REJECT-RECORD THRU 9200-EXIT
042100             GO TO 3000-EXIT
042200     END-EVALUATE.
042300
042400     MOVE OR-RESPONSE-DATE     TO WS-RESPONSE-DATE.
042500     PERFORM 3100-GET-RESIDENT THRU 3100-EXIT.
042600     IF OR-ACCEPT
042700         PERFORM 3200-ACCEPT-OFFER THRU 3200-EXIT
042800     ELSE
042900         PERFORM 3300-DECLINE-OFFER THRU 3300-EXIT
043000     END-IF.
043100     PERFORM 5500-WRITE-DETAIL-LINE THRU 5500-EXIT.
043200     PERFORM 6000-WRITE-NOTICE THRU 6000-EXIT.
043300 3000-EXIT.
043400     EXIT.
043500
043600*****************************************************************
043700* 3100-GET-RESIDENT - NAME AND LANGUAGE FOR THE REPORT AND THE  *
043800*           NOTICE. A RESIDENT NO LONGER ON RESIDENT_OCCUPANCY  *
043900*           STILL GETS THE WAITLIST CHANGE; THE NOTICE GOES OUT *
044000*           IN ENGLISH WITH NO NAME.                            *
044100*****************************************************************
044200 3100-GET-RESIDENT.
044300     MOVE WL-RESIDENT-ID       TO RO-RESIDENT-ID.
044400     EXEC SQL
044500         SELECT RESIDENT_NAME, LANGUAGE_CODE
044600           INTO :RO-RESIDENT-NAME, :RO-LANGUAGE-CODE
044700           FROM RESIDENT_OCCUPANCY
044800          WHERE RESIDENT_ID = :RO-RESIDENT-ID
044900     END-EXEC.
045000     EVALUATE SQLCODE
045100         WHEN ZERO
045200             CONTINUE
045300         WHEN 100
045400             MOVE SPACES TO RO-RESIDENT-NAME
045500             MOVE 'EN'   TO RO-LANGUAGE-CODE
045600         WHEN OTHER
045700             DISPLAY "RESOFFER - OCCUPANCY SELECT ERROR - "
045800                 "SQLCODE " SQLCODE
045900             GO TO 9900-ABEND-JOB
046000     END-EVALUATE.
046100 3100-EXIT.
046200     EXIT.
046300
046400*****************************************************************
046500* 3200-ACCEPT-OFFER - 'A' KEEPS THE BED HELD UNTIL THE MOVE-IN. *
046600*****************************************************************
046700 3200-ACCEPT-OFFER.
046800     EXEC SQL
046900         UPDATE WAITLIST
047000            SET REQUEST_STATUS  = 'A',
047100                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
047200                LAST_UPDATE_PGM = 'RESOFFER'
047300          WHERE RESIDENT_ID     = :WL-RESIDENT-ID
047400            AND REQUEST_STATUS  = 'O'
047500     END-EXEC.
047600     IF SQLCODE NOT = ZERO
047700         DISPLAY "RESOFFER - WAITLIST ACCEPT ERROR - SQLCODE "
047800             SQLCODE
047900         GO TO 9900-ABEND-JOB
048000     END-IF.
048100     MOVE 'A' TO WS-OUTCOME-SW.
048200     ADD 1 TO WS-ACCEPTED-COUNT.
048300 3200-EXIT.
048400     EXIT.
048500
048600*****************************************************************
048700* 3300-DECLINE-OFFER - THE BED IS RELEASED EITHER WAY. A        *
048800*           REQUEUED REQUEST GOES BACK TO 'W' WITH A FRESH      *
048900*           REQUEST TIMESTAMP (THE BACK OF THE LINE, THE SAME   *
049000*           AS A RESUBMITTED REQUEST ON RESWAITL) AND THE OFFER *
049100*           CLEARED; A CLOSED ONE GOES TO 'D' WITH THE DECLINED *
049200*           OFFER LEFT ON THE ROW. A ROOMMATE PAIRING BUILT ON  *
049300*           THE OFFER IS UNDONE.                                *
049400*****************************************************************
049500 3300-DECLINE-OFFER.
049600     IF OR-CLOSE
049700         EXEC SQL
049800             UPDATE WAITLIST
049900                SET REQUEST_STATUS  = 'D',
050000                    LAST_UPDATE_TS  = CURRENT TIMESTAMP,
050100                    LAST_UPDATE_PGM = 'RESOFFER'
050200              WHERE RESIDENT_ID     = :WL-RESIDENT-ID
050300                AND REQUEST_STATUS IN ('O', 'A')
050400         END-EXEC
050500         MOVE 'C' TO WS-OUTCOME-SW
050600     ELSE
050700         EXEC SQL
050800             UPDATE WAITLIST
050900                SET REQUEST_STATUS  = 'W',
051000                    REQUEST_TS      = CURRENT TIMESTAMP,
051100                    OFFER_HALL      = '    ',
051200                    OFFER_ROOM      = '      ',
051300                    OFFER_DATE      = NULL,
051400                    LAST_UPDATE_TS  = CURRENT TIMESTAMP,
051500                    LAST_UPDATE_PGM = 'RESOFFER'
051600              WHERE RESIDENT_ID     = :WL-RESIDENT-ID
051700                AND REQUEST_STATUS IN ('O', 'A')
051800         END-EXEC
051900         MOVE 'R' TO WS-OUTCOME-SW
052000     END-IF.
052100     IF SQLCODE NOT = ZERO
052200         DISPLAY "RESOFFER - WAITLIST DECLINE ERROR - SQLCODE "
052300             SQLCODE
052400         GO TO 9900-ABEND-JOB
052500     END-IF.
052600     IF WS-OUTCOME-CLOSED
052700         ADD 1 TO WS-CLOSED-COUNT
052800     ELSE
052900         ADD 1 TO WS-REQUEUED-COUNT
053000     END-IF.
053100     PERFORM 3800-RELEASE-PAIR THRU 3800-EXIT.
053200 3300-EXIT.
053300     EXIT.
053400
053500*****************************************************************
053600* 3800-RELEASE-PAIR - A MUTUAL ROOMMATE PAIR STAMPED 'H' BY THE *
053700*           BED MATCH WAS HONORED ON THIS OFFER. ONCE THE OFFER *
053800*           IS GONE BOTH ROWS GO BACK TO 'P' PENDING, PAIR ROOM *
053900*           CLEARED, SO THE NEXT MATCH WORKS THE PAIR AGAIN.    *
054000*****************************************************************
054100 3800-RELEASE-PAIR.
054200     MOVE WL-RESIDENT-ID       TO RQ-RESIDENT-ID.
054300     EXEC SQL
054400         UPDATE ROOMMATE_REQUEST
054500            SET REQUEST_STATUS  = 'P',
054600                PAIR_HALL       = '    ',
054700                PAIR_ROOM       = '      ',
054800                FLAG_REASON     = ' ',
054900                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
055000                LAST_UPDATE_PGM = 'RESOFFER'
055100          WHERE ( RESIDENT_ID   = :RQ-RESIDENT-ID
055200               OR ROOMMATE_ID   = :RQ-RESIDENT-ID )
055300            AND REQUEST_STATUS  = 'H'
055400     END-EXEC.
055500     EVALUATE SQLCODE
055600         WHEN ZERO
055700             ADD 1 TO WS-PAIRS-RELEASED
055800         WHEN 100
055900             CONTINUE
056000         WHEN OTHER
056100             DISPLAY "RESOFFER - ROOMMATE RELEASE ERROR - "
056200                 "SQLCODE " SQLCODE
056300             GO TO 9900-ABEND-JOB
056400     END-EVALUATE.
056500 3800-EXIT.
056600     EXIT.
056700
056800*****************************************************************
056900* 4000-LAPSE-OFFERS - AFTER THE FEED, EVERY OFFER STILL         *
057000*           UNANSWERED N DAYS AFTER IT WAS MADE (THE PARM,      *
057100*           DEFAULT 7) LAPSES: STATUS 'L', BED RELEASED BEFORE  *
057200*           TONIGHT'S BED MATCH RUNS, ANY ROOMMATE PAIRING ON   *
057300*           IT UNDONE, AND A NOTICE TO THE RESIDENT.            *
057400*****************************************************************
057500 4000-LAPSE-OFFERS.
057600     EXEC SQL OPEN C1 END-EXEC.
057700     IF SQLCODE NOT = ZERO
057800         DISPLAY "RESOFFER - LAPSE CURSOR OPEN ERROR - SQLCODE "
057900             SQLCODE
058000         GO TO 9900-ABEND-JOB
058100     END-IF.
058200     PERFORM 4100-FETCH-STALE-OFFER THRU 4100-EXIT.
058300     PERFORM 4200-LAPSE-OFFER THRU 4200-EXIT
058400         UNTIL WS-DB2-EOF.
058500     EXEC SQL CLOSE C1 END-EXEC.
058600 4000-EXIT.
058700     EXIT.
058800
058900 4100-FETCH-STALE-OFFER.
059000     EXEC SQL
059100         FETCH C1
059200          INTO :WL-RESIDENT-ID, :WL-OFFER-HALL, :WL-OFFER-ROOM,
059300               :WL-OFFER-DATE
059400     END-EXEC.
059500     EVALUATE SQLCODE
059600         WHEN ZERO
059700             CONTINUE
059800         WHEN 100
059900             MOVE 'Y' TO WS-DB2-EOF-SW
060000         WHEN OTHER
060100             DISPLAY "RESOFFER - LAPSE FETCH ERROR - SQLCODE "
060200                 SQLCODE
060300             GO TO 9900-ABEND-JOB
060400     END-EVALUATE.
060500 4100-EXIT.
060600     EXIT.
060700
060800 4200-LAPSE-OFFER.
060900     EXEC SQL
061000         UPDATE WAITLIST
061100            SET REQUEST_STATUS  = 'L',
061200                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
061300                LAST_UPDATE_PGM = 'RESOFFER'
061400          WHERE RESIDENT_ID     = :WL-RESIDENT-ID
061500            AND REQUEST_STATUS  = 'O'
061600     END-EXEC.
061700     EVALUATE SQLCODE
061800         WHEN ZERO
061900             CONTINUE
062000         WHEN 100
062100             GO TO 4200-NEXT
062200         WHEN OTHER
062300             DISPLAY "RESOFFER - WAITLIST LAPSE ERROR - SQLCODE "
062400                 SQLCODE
062500             GO TO 9900-ABEND-JOB
062600     END-EVALUATE.
062700     MOVE 'L'    TO WS-OUTCOME-SW.
062800     MOVE SPACES TO WS-RESPONSE-DATE.
062900     ADD 1 TO WS-LAPSED-COUNT.
063000     PERFORM 3100-GET-RESIDENT THRU 3100-EXIT.
063100     PERFORM 3800-RELEASE-PAIR THRU 3800-EXIT.
063200     PERFORM 5500-WRITE-DETAIL-LINE THRU 5500-EXIT.
063300     PERFORM 6000-WRITE-NOTICE THRU 6000-EXIT.
063400 4200-NEXT.
063500     PERFORM 4100-FETCH-STALE-OFFER THRU 4100-EXIT.
063600 4200-EXIT.
063700     EXIT.
063800
063900 5100-WRITE-HEADINGS.
064000     ADD 1 TO WS-PAGE-NUMBER.
064100     MOVE WS-RUN-DATE           TO WS-TITLE-RUN-DATE.
064200     MOVE WS-PAGE-NUMBER        TO WS-TITLE-PAGE-NO.
064300     WRITE OF-REPORT-LINE FROM WS-REPORT-TITLE
064400         AFTER ADVANCING PAGE.
064500     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
064600     MOVE WS-LAPSE-DAYS         TO WS-CUT-DAYS.
064700     WRITE OF-REPORT-LINE FROM WS-CUTOFF-LINE
064800         AFTER ADVANCING 1 LINE.
064900     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
065000     WRITE OF-REPORT-LINE FROM WS-COLUMN-HEADINGS
065100         AFTER ADVANCING 2 LINES.
065200     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
065300 5100-EXIT.
065400     EXIT.
065500
065600 5500-WRITE-DETAIL-LINE.
065700     MOVE WL-RESIDENT-ID        TO WS-DET-RESIDENT-ID.
065800     MOVE RO-RESIDENT-NAME      TO WS-DET-NAME.
065900     MOVE WL-OFFER-HALL         TO WS-DET-HALL.
066000     MOVE WL-OFFER-ROOM         TO WS-DET-ROOM.
066100     MOVE WL-OFFER-DATE         TO WS-DET-OFFERED.
066200     MOVE WS-RESPONSE-DATE      TO WS-DET-RESPONDED.
066300     EVALUATE TRUE
066400         WHEN WS-OUTCOME-ACCEPTED
066500             MOVE "ACCEPTED"            TO WS-DET-OUTCOME
066600         WHEN WS-OUTCOME-REQUEUED
066700             MOVE "DECLINED - REQUEUED" TO WS-DET-OUTCOME
066800         WHEN WS-OUTCOME-CLOSED
066900             MOVE "DECLINED - CLOSED"   TO WS-DET-OUTCOME
067000         WHEN OTHER
067100             MOVE "LAPSED - NO ANSWER"  TO WS-DET-OUTCOME
067200     END-EVALUATE.
067300     WRITE OF-REPORT-LINE FROM WS-DETAIL-LINE
067400         AFTER ADVANCING 1 LINE.
067500     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
067600     IF LINAGE-COUNTER OF OFFER-RESPONSE-RPT > 54
067700         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
067800     END-IF.
067900 5500-EXIT.
068000     EXIT.
068100
068200 5800-WRITE-TOTALS.
068300     MOVE "OFFERS ACCEPTED"         TO WS-TOT-LABEL.
068400     MOVE WS-ACCEPTED-COUNT         TO WS-TOT-COUNT.
068500     WRITE OF-REPORT-LINE FROM WS-TOTAL-LINE
068600         AFTER ADVANCING 3 LINES.
068700     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
068800     MOVE "DECLINED - REQUEUED"     TO WS-TOT-LABEL.
068900     MOVE WS-REQUEUED-COUNT         TO WS-TOT-COUNT.
069000     WRITE OF-REPORT-LINE FROM WS-TOTAL-LINE
069100         AFTER ADVANCING 1 LINE.
069200     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
069300     MOVE "DECLINED - CLOSED"       TO WS-TOT-LABEL.
069400     MOVE WS-CLOSED-COUNT           TO WS-TOT-COUNT.
069500     WRITE OF-REPORT-LINE FROM WS-TOTAL-LINE
069600         AFTER ADVANCING 1 LINE.
069700     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
069800     MOVE "LAPSED - NO ANSWER"      TO WS-TOT-LABEL.
069900     MOVE WS-LAPSED-COUNT           TO WS-TOT-COUNT.
070000     WRITE OF-REPORT-LINE FROM WS-TOTAL-LINE
070100         AFTER ADVANCING 1 LINE.
070200     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
070300     MOVE "RESPONSES REJECTED"      TO WS-TOT-LABEL.
070400     MOVE WS-REJECTED-COUNT         TO WS-TOT-COUNT.
070500     WRITE OF-REPORT-LINE FROM WS-TOTAL-LINE
070600         AFTER ADVANCING 2 LINES.
070700     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
070800 5800-EXIT.
070900     EXIT.
071000
071100 5900-CHECK-PRINT-STATUS.
071200     IF NOT WS-OFRRPT-OK
071300         DISPLAY "RESOFFER - REPORT WRITE ERROR - STATUS "
071400             WS-OFRRPT-STATUS
071500         GO TO 9900-ABEND-JOB
071600     END-IF.
071700 5900-EXIT.
071800     EXIT.
071900
072000*****************************************************************
072100* 6000-WRITE-NOTICE - ONE LETTER PER OUTCOME IN THE RESIDENT'S  *
072200*           OWN LANGUAGE, LAID OUT FROM THE LETTER CATALOG      *
072300*           (COPYBOOKS/LTRCAT) THE WAY RESLTRS LAYS OUT THE     *
072400*           MOVE-IN LETTER: WHAT HAPPENED TO THE OFFER, THE     *
072500*           HALL AND ROOM, THEN WHAT COMES NEXT.                *
072600*****************************************************************
072700 6000-WRITE-NOTICE.
072800     MOVE RO-LANGUAGE-CODE TO WS-LANGUAGE-CODE.
072900     PERFORM 0600-LOOKUP-LETTER THRU 0600-EXIT.
073000
073100     MOVE WS-RUN-DATE           TO WS-DATE-LINE-DATE.
073200     WRITE ON-PRINT-LINE FROM WS-DATE-LINE
073300         AFTER ADVANCING PAGE.
073400     PERFORM 6900-CHECK-NOTICE-STATUS THRU 6900-EXIT.
073500
073600     MOVE SPACES TO WS-SAL-TEXT.
073700     STRING LTR-SALUTATION(LTR-IDX) DELIMITED BY '  '
073800            ' '                     DELIMITED BY SIZE
073900         INTO WS-SAL-TEXT
074000     END-STRING.
074100     MOVE RO-RESIDENT-NAME      TO WS-SAL-NAME.
074200     WRITE ON-PRINT-LINE FROM WS-SALUTATION-LINE
074300         AFTER ADVANCING 3 LINES.
074400     PERFORM 6900-CHECK-NOTICE-STATUS THRU 6900-EXIT.
074500
074600     EVALUATE TRUE
074700         WHEN WS-OUTCOME-ACCEPTED
074800             MOVE LTR-OFR-ACCEPT(LTR-IDX)  TO WS-BODY-TEXT
074900         WHEN WS-OUTCOME-LAPSED
075000             MOVE LTR-OFR-LAPSE(LTR-IDX)   TO WS-BODY-TEXT
075100         WHEN OTHER
075200             MOVE LTR-OFR-DECLINE(LTR-IDX) TO WS-BODY-TEXT
075300     END-EVALUATE.
075400     WRITE ON-PRINT-LINE FROM WS-BODY-LINE
075500         AFTER ADVANCING 2 LINES.
075600     PERFORM 6900-CHECK-NOTICE-STATUS THRU 6900-EXIT.
075700
075800     MOVE LTR-HALL-LBL(LTR-IDX) TO WS-FLD-LABEL.
075900     MOVE WL-OFFER-HALL         TO WS-FLD-VALUE.
076000     WRITE ON-PRINT-LINE FROM WS-FIELD-LINE
076100         AFTER ADVANCING 2 LINES.
076200     PERFORM 6900-CHECK-NOTICE-STATUS THRU 6900-EXIT.
076300     MOVE LTR-ROOM-LBL(LTR-IDX) TO WS-FLD-LABEL.
076400     MOVE WL-OFFER-ROOM         TO WS-FLD-VALUE.
076500     WRITE ON-PRINT-LINE FROM WS-FIELD-LINE
076600         AFTER ADVANCING 1 LINE.
076700     PERFORM 6900-CHECK-NOTICE-STATUS THRU 6900-EXIT.
076800
076900     EVALUATE TRUE
077000         WHEN WS-OUTCOME-ACCEPTED
077100             MOVE LTR-BODY3(LTR-IDX)       TO WS-BODY-TEXT
077200         WHEN WS-OUTCOME-REQUEUED
077300             MOVE LTR-OFR-REQUEUE(LTR-IDX) TO WS-BODY-TEXT
077400         WHEN OTHER
077500             MOVE LTR-OFR-CLOSED(LTR-IDX)  TO WS-BODY-TEXT
077600     END-EVALUATE.
077700     WRITE ON-PRINT-LINE FROM WS-BODY-LINE
077800         AFTER ADVANCING 2 LINES.
077900     PERFORM 6900-CHECK-NOTICE-STATUS THRU 6900-EXIT.
078000
078100     MOVE LTR-CLOSING(LTR-IDX)  TO WS-CLS-TEXT.
078200     WRITE ON-PRINT-LINE FROM WS-CLOSING-LINE
078300         AFTER ADVANCING 3 LINES.
078400     PERFORM 6900-CHECK-NOTICE-STATUS THRU 6900-EXIT.
078500     MOVE LTR-SIGNATURE(LTR-IDX) TO WS-CLS-TEXT.
078600     WRITE ON-PRINT-LINE FROM WS-CLOSING-LINE
078700         AFTER ADVANCING 1 LINE.
078800     PERFORM 6900-CHECK-NOTICE-STATUS THRU 6900-EXIT.
078900     ADD 1 TO WS-NOTICE-COUNT.
079000 6000-EXIT.
079100     EXIT.
079200
079300 6900-CHECK-NOTICE-STATUS.
079400     IF NOT WS-OFRLTR-OK
079500         DISPLAY "RESOFFER - NOTICE FILE WRITE ERROR - STATUS "
079600             WS-OFRLTR-STATUS
079700         GO TO 9900-ABEND-JOB
079800     END-IF.
079900 6900-EXIT.
080000     EXIT.
080100
080200*****************************************************************
080300* 0600-LOOKUP-LETTER - POSITION LTR-IDX AT THE CATALOG ENTRY    *
080400*           FOR WS-LANGUAGE-CODE, FALLING BACK TO ENGLISH       *
080500*           (ENTRY 1), THE SAME AS RESLTRS.                     *
080600*****************************************************************
080700 0600-LOOKUP-LETTER.
080800     SET LTR-IDX TO 1.
080900     SEARCH LTR-CATALOG-ENTRY
081000         AT END
081100             SET LTR-IDX TO 1
081200         WHEN LTR-IDX > LTR-ENTRIES-USED
081300             SET LTR-IDX TO 1
081400         WHEN LTR-LANGUAGE-CODE(LTR-IDX) = WS-LANGUAGE-CODE
081500             CONTINUE
081600     END-SEARCH.
081700 0600-EXIT.
081800     EXIT.
081900
082000*****************************************************************
082100* 0450-LOAD-LTR-CATALOG - LAY EVERY LTR* ROW ON THE DB2 MESSAGE *
082200*           CATALOG OVER THE COMPILED-IN TABLE, APPENDING AN    *
082300*           ENTRY PER NEW LANGUAGE, THE SAME AS RESLTRS. A      *
082400*           CATALOG FAILURE IS DISPLAYED AND IGNORED - THE      *
082500*           COMPILED DEFAULTS CARRY THE RUN.                    *
082600*****************************************************************
082700 0450-LOAD-LTR-CATALOG.
082800     EXEC SQL
082900         DECLARE CLTR CURSOR FOR
083000         SELECT LANGUAGE_CODE, ITEM_CODE, TEXT_VALUE
083100           FROM MESSAGE_CATALOG
083200          WHERE ITEM_CODE LIKE 'LTR%'
083300          ORDER BY LANGUAGE_CODE, ITEM_CODE
083400     END-EXEC.
083500     MOVE 'N' TO WS-CAT-LOAD-DONE-SW.
083600     EXEC SQL OPEN CLTR END-EXEC.
083700     IF SQLCODE NOT = ZERO
083800         DISPLAY "RESOFFER - LTR CATALOG OPEN FAILED - SQLCODE "
083900             SQLCODE
084000         GO TO 0450-EXIT
084100     END-IF.
084200     PERFORM 0460-FETCH-LTR-ROW THRU 0460-EXIT
084300         UNTIL WS-CAT-LOAD-DONE.
084400     EXEC SQL CLOSE CLTR END-EXEC.
084500 0450-EXIT.
084600     EXIT.
084700
084800 0460-FETCH-LTR-ROW.
084900     EXEC SQL
085000         FETCH CLTR
085100          INTO :MC-LANGUAGE-CODE, :MC-ITEM-CODE, :MC-TEXT-VALUE
085200     END-EXEC.
085300     EVALUATE SQLCODE
085400         WHEN ZERO
085500             PERFORM 0470-APPLY-LTR-ROW THRU 0470-EXIT
085600         WHEN 100
085700             MOVE 'Y' TO WS-CAT-LOAD-DONE-SW
085800         WHEN OTHER
085900             DISPLAY "RESOFFER - LTR CATALOG FETCH FAILED - "
086000                 "SQLCODE " SQLCODE
086100             MOVE 'Y' TO WS-CAT-LOAD-DONE-SW
086200     END-EVALUATE.
086300 0460-EXIT.
086400     EXIT.
086500
086600 0470-APPLY-LTR-ROW.
086700     MOVE 'N' TO WS-CAT-ENTRY-FOUND-SW.
086800     SET LTR-IDX TO 1.
086900     SEARCH LTR-CATALOG-ENTRY
087000         AT END
087100             CONTINUE
087200         WHEN LTR-IDX > LTR-ENTRIES-USED
087300             CONTINUE
087400         WHEN LTR-LANGUAGE-CODE(LTR-IDX) = MC-LANGUAGE-CODE
087500             MOVE 'Y' TO WS-CAT-ENTRY-FOUND-SW
087600     END-SEARCH.
087700     IF NOT WS-CAT-ENTRY-FOUND
087800         IF LTR-ENTRIES-USED >= 10
087900             DISPLAY "RESOFFER - LTR CATALOG FULL - LANGUAGE "
088000                 MC-LANGUAGE-CODE " SKIPPED"
088100             GO TO 0470-EXIT
088200         END-IF
088300         ADD 1 TO LTR-ENTRIES-USED
088400         SET LTR-IDX TO LTR-ENTRIES-USED
088500         MOVE MC-LANGUAGE-CODE TO LTR-LANGUAGE-CODE(LTR-IDX)
088600     END-IF.
088700     EVALUATE MC-ITEM-CODE
088800         WHEN 'LTRSAL'
088900             MOVE MC-TEXT-VALUE(1:30)
089000                 TO LTR-SALUTATION(LTR-IDX)
089100         WHEN 'LTRBODY3'
089200             MOVE MC-TEXT-VALUE TO LTR-BODY3(LTR-IDX)
089300         WHEN 'LTRHALL'
089400             MOVE MC-TEXT-VALUE(1:16)
089500                 TO LTR-HALL-LBL(LTR-IDX)
089600         WHEN 'LTRROOM'
089700             MOVE MC-TEXT-VALUE(1:16)
089800                 TO LTR-ROOM-LBL(LTR-IDX)
089900         WHEN 'LTRCLOSE'
090000             MOVE MC-TEXT-VALUE(1:30)
090100                 TO LTR-CLOSING(LTR-IDX)
090200         WHEN 'LTRSIGN'
090300             MOVE MC-TEXT-VALUE(1:30)
090400                 TO LTR-SIGNATURE(LTR-IDX)
090500         WHEN 'LTROFACC'
090600             MOVE MC-TEXT-VALUE TO LTR-OFR-ACCEPT(LTR-IDX)
090700         WHEN 'LTROFDEC'
090800             MOVE MC-TEXT-VALUE TO LTR-OFR-DECLINE(LTR-IDX)
090900         WHEN 'LTROFLAP'
091000             MOVE MC-TEXT-VALUE TO LTR-OFR-LAPSE(LTR-IDX)
091100         WHEN 'LTROFRQU'
091200             MOVE MC-TEXT-VALUE TO LTR-OFR-REQUEUE(LTR-IDX)
091300         WHEN 'LTROFCLS'
091400             MOVE MC-TEXT-VALUE TO LTR-OFR-CLOSED(LTR-IDX)
091500         WHEN OTHER
091600             CONTINUE
091700     END-EVALUATE.
091800 0470-EXIT.
091900     EXIT.
092000
092100 9000-TERMINATE.
092200     DISPLAY "RESOFFER - END OF JOB STATISTICS".
092300     DISPLAY "RESOFFER -   RESPONSES READ      - "
092400         WS-RECORDS-READ.
092500     DISPLAY "RESOFFER -   OFFERS ACCEPTED     - "
092600         WS-ACCEPTED-COUNT.
092700     DISPLAY "RESOFFER -   DECLINED, REQUEUED  - "
092800         WS-REQUEUED-COUNT.
092900     DISPLAY "RESOFFER -   DECLINED, CLOSED    - "
093000         WS-CLOSED-COUNT.
093100     DISPLAY "RESOFFER -   DUPLICATES SKIPPED  - "
093200         WS-DUPLICATE-COUNT.
093300     DISPLAY "RESOFFER -   RESPONSES REJECTED  - "
093400         WS-REJECTED-COUNT.
093500     DISPLAY "RESOFFER -   OFFERS LAPSED       - "
093600         WS-LAPSED-COUNT.
093700     DISPLAY "RESOFFER -   PAIRINGS RELEASED   - "
093800         WS-PAIRS-RELEASED.
093900     DISPLAY "RESOFFER -   NOTICES PRINTED     - "
094000         WS-NOTICE-COUNT.
094100
094200     MOVE WS-RECORDS-READ       TO BL-RECORDS-READ.
094300     MOVE ZERO                  TO BL-RECORDS-INSERTED.
094400     COMPUTE BL-RECORDS-UPDATED = WS-ACCEPTED-COUNT
094500         + WS-REQUEUED-COUNT + WS-CLOSED-COUNT + WS-LAPSED-COUNT.
094600     MOVE WS-REJECTED-COUNT     TO BL-RECORDS-REJECTED.
094700     MOVE SPACES                TO BL-LAST-CHECKPOINT.
094800     MOVE ZERO                  TO BL-RETURN-CODE.
094900     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
095000
095100     EXEC SQL COMMIT END-EXEC.
095200     CLOSE OFFER-RESPONSE-FILE.
095300     CLOSE OFFER-RESPONSE-RPT.
095400     CLOSE OFFER-NOTICE-FILE.
095500     EXEC SQL CONNECT RESET END-EXEC.
095600 9000-EXIT.
095700     EXIT.
095800
095900     COPY RUNLOGP.
096000
096100 9200-REJECT-RECORD.
096200     DISPLAY "RESOFFER - " WS-REJECT-REASON
096300         " FOR RESIDENT " OR-RESIDENT-ID " - RECORD SKIPPED".
096400     ADD 1 TO WS-REJECTED-COUNT.
096500 9200-EXIT.
096600     EXIT.
096700
096800 9900-ABEND-JOB.
096900     DISPLAY "RESOFFER - JOB ABENDING AFTER "
097000         WS-RECORDS-READ " RESPONSES READ".
097100     MOVE 16 TO RETURN-CODE.
097200     STOP RUN.
097300
097400 END PROGRAM resoffer.
