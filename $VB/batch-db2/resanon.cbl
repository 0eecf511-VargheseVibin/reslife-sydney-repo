000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resanon.
000300 AUTHOR. RESLIFE-IT-BATCH-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - YEARLY PERSONAL DATA        *
000900*              RETENTION RUN. RECORDS POLICY SAYS A FORMER      *
001000*              RESIDENT'S NAME AND CONTACT DETAILS MAY NOT BE   *
001100*              KEPT MORE THAN N YEARS AFTER THEY LEAVE (N FROM  *
001200*              THE JCL PARM 'MODE YEARS'). EVERY RESIDENT ON    *
001300*              OCCUPANCY_HISTORY WITH NO LIVE                   *
001400*              RESIDENT_OCCUPANCY ROW, NO PENDING               *
001500*              FUTURE_ASSIGNMENT ROW, AND A LAST CHECKOUT       *
001600*              BEFORE THE CUTOFF HAS THE NAME MASKED ON         *
001700*              OCCUPANCY_HISTORY, RESIDENT_AUDIT_TRAIL,         *
001800*              FEED_ACK RECORD IMAGES, PACKAGE,                 *
001900*              INCIDENT_RESIDENT, INSPECTION_VIOLATION,         *
002000*              FUTURE_ASSIGNMENT, TEMP_RESIDENT AND THE AUDIT   *
002100*              ARCHIVE, THE RESIDENT_CONTACT ROW DELETED, AND   *
002200*              THE NAMES OF THE RESIDENT'S OVERNIGHT GUESTS     *
002300*              MASKED ON GUEST_STAY. RESIDENT IDS, HALLS,       *
002400*              ROOMS, DATES AND EVERY COUNT STAY AS THEY ARE,   *
002500*              SO RESTCOMP AND RESTREND REPORT THE SAME FIGURES *
002600*              AFTERWARDS. MODE 'REPORT' LISTS WHAT WOULD BE    *
002700*              ANONYMIZED AND CHANGES NOTHING; MODE 'ANONYMIZE' *
002800*              APPLIES IT AND WRITES THE MASKED AUDIT ARCHIVE   *
002900*              FOR THE STEPS AFTER IT TO PUT BACK IN PLACE OF   *
003000*              THE OLD GENERATIONS. THE REPORT ENDS WITH A      *
003100*              CERTIFICATE OF THE RECORDS ANONYMIZED IN EACH    *
003200*              TABLE. WRITES START AND END ROWS TO THE          *
003300*              BATCH_RUN_LOG TABLE LIKE EVERY OTHER STEP.       *
003400*****************************************************************
003500
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO AUDSRT
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS WS-AUDSRT-STATUS.
004500
004600     SELECT MASKED-ARCHIVE-FILE ASSIGN TO AUDNEW
004700         ORGANIZATION IS SEQUENTIAL
004800         ACCESS MODE IS SEQUENTIAL
004900         FILE STATUS IS WS-AUDNEW-STATUS.
005000
005100     SELECT ANONYMIZE-RPT ASSIGN TO ANONRPT
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE IS SEQUENTIAL
005400         FILE STATUS IS WS-ANONRPT-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  AUDIT-ARCHIVE-FILE
005900     RECORDING MODE IS F.
006000 01  AUDIT-ARCHIVE-RECORD.
006100     COPY AUDARCH.
006200
006300 FD  MASKED-ARCHIVE-FILE
006400     RECORDING MODE IS F.
006500 01  MASKED-ARCHIVE-RECORD       PIC X(160).
006600
006700 FD  ANONYMIZE-RPT
006800     RECORDING MODE IS F
006900     LINAGE IS 60 LINES
007000         WITH FOOTING AT 55.
007100 01  AN-REPORT-LINE              PIC X(132).
007200
007300 WORKING-STORAGE SECTION.
007400     EXEC SQL INCLUDE SQLCA END-EXEC.
007500
007600     COPY RUNLDCL.
007700
007800*****************************************************************
007900* PARM - 'MODE YEARS'. MODE IS REPORT OR ANONYMIZE; YEARS IS    *
008000*           THE RETENTION PERIOD, 1 TO 99. THE CUTOFF IS THE    *
008100*           RUN DATE THAT MANY YEARS BACK (28 FEBRUARY FOR A 29 *
008200*           FEBRUARY RUN DATE).                                 *
008300*****************************************************************
008400 01  WS-PARM-MODE                PIC X(09)      VALUE SPACES.
008500 01  WS-PARM-YEARS               PIC X(02)      VALUE SPACES.
008600 01  WS-RETENTION-YEARS          PIC 9(02)      VALUE ZERO.
008700 01  WS-CUTOFF-DATE              PIC X(10)      VALUE SPACES.
008800 01  WS-CUTOFF-YYYY              PIC 9(04)      VALUE ZERO.
008900 01  WS-CUTOFF-MM                PIC 9(02)      VALUE ZERO.
009000 01  WS-CUTOFF-DD                PIC 9(02)      VALUE ZERO.
009100
009200*****************************************************************
009300* MASK VALUES - WHAT A REMOVED NAME READS AS EVERYWHERE, AND    *
009400*           THE BLANKS THAT REPLACE A CONTACT'S RELATIONSHIP    *
009500*           AND PHONE NUMBERS INSIDE A FEED_ACK 'E' RECORD      *
009600*           IMAGE.                                              *
009700*****************************************************************
009800 01  WS-MASK-NAME                PIC X(30)
009900         VALUE '*ANONYMIZED*'.
010000 01  WS-MASK-CONTACT             PIC X(22)      VALUE SPACES.
010100 01  WS-MASK-PHONE               PIC X(12)      VALUE SPACES.
010200
010300*    EVERY FORMER RESIDENT PAST THE CUTOFF, IN RESIDENT ORDER TO
010400*    MATCH THE SORTED ARCHIVE. A RESIDENT WITH A LIVE OCCUPANCY
010500*    ROW OR A PENDING FUTURE ASSIGNMENT IS COMING BACK AND IS LEFT
010600*    ALONE. A HISTORY ROW WITH NO CHECKOUT DATE COUNTS AS LEAVING
010700*    THE DAY IT WAS ARCHIVED. WITH HOLD - THE COMMIT EVERY
010800*    WS-COMMIT-INTERVAL RESIDENTS MUST NOT CLOSE IT.
010900     EXEC SQL
011000         DECLARE C1 CURSOR WITH HOLD FOR
011100         SELECT H.RESIDENT_ID,
011200                CHAR(MAX(COALESCE(H.CHECKOUT_DATE,
011300                                  DATE(H.ARCHIVE_TS))), ISO)
011400           FROM OCCUPANCY_HISTORY H
011500          WHERE NOT EXISTS
011600                (SELECT 1
011700                   FROM RESIDENT_OCCUPANCY O
011800                  WHERE O.RESIDENT_ID = H.RESIDENT_ID)
011900            AND NOT EXISTS
012000                (SELECT 1
012100                   FROM FUTURE_ASSIGNMENT F
012200                  WHERE F.RESIDENT_ID = H.RESIDENT_ID
012300                    AND F.ASSIGN_STATUS = 'P')
012400          GROUP BY H.RESIDENT_ID
012500         HAVING MAX(COALESCE(H.CHECKOUT_DATE,
012600                             DATE(H.ARCHIVE_TS)))
012700                < :WS-CUTOFF-DATE
012800          ORDER BY H.RESIDENT_ID
012900     END-EXEC.
013000
013100 01  WS-CAND-RESIDENT-ID         PIC X(08)      VALUE SPACES.
013200 01  WS-CAND-LAST-CHECKOUT       PIC X(10)      VALUE SPACES.
013300 01  WS-ARCH-RESIDENT-ID         PIC X(08)      VALUE SPACES.
013400 01  WS-SQL-COUNT                PIC S9(09) COMP VALUE ZERO.
013500 01  WS-SQL-TABLE                PIC X(20)      VALUE SPACES.
013600
013700 01  WS-AUDSRT-STATUS            PIC X(02)      VALUE SPACES.
013800     88 WS-AUDSRT-OK                    VALUE '00'.
013900     88 WS-AUDSRT-EOF                   VALUE '10'.
014000
014100 01  WS-AUDNEW-STATUS            PIC X(02)      VALUE SPACES.
014200     88 WS-AUDNEW-OK                    VALUE '00'.
014300
014400 01  WS-ANONRPT-STATUS           PIC X(02)      VALUE SPACES.
014500     88 WS-ANONRPT-OK                   VALUE '00'.
014600
014700 01  WS-SWITCHES.
014800     05 WS-DB2-EOF-SW            PIC X(01)      VALUE 'N'.
014900        88 WS-DB2-EOF                   VALUE 'Y'.
015000     05 WS-ARCH-EOF-SW           PIC X(01)      VALUE 'N'.
015100        88 WS-ARCH-EOF                  VALUE 'Y'.
015200     05 WS-ANONYMIZE-MODE-SW     PIC X(01)      VALUE 'N'.
015300        88 WS-ANONYMIZE-MODE            VALUE 'Y'.
015400     05 WS-ARCH-MASKED-SW        PIC X(01)      VALUE 'N'.
015500        88 WS-ARCH-MASKED               VALUE 'Y'.
015600
015700 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
015800 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
015900     05 WS-RUN-YYYY              PIC 9(04).
016000     05 WS-RUN-MM                PIC 9(02).
016100     05 WS-RUN-DD                PIC 9(02).
016200 01  WS-PAGE-NUMBER              PIC 9(04)      VALUE ZERO.
016300
016400 01  WS-COMMIT-INTERVAL          PIC 9(05) COMP VALUE 100.
016500 01  WS-RESIDENTS-SINCE-COMMIT   PIC 9(05) COMP VALUE ZERO.
016600
016700 01  WS-REPORT-COUNTERS          COMP.
016800     05 WS-CANDIDATES-READ       PIC 9(07)      VALUE ZERO.
016900     05 WS-RESIDENTS-ANONYMIZED  PIC 9(07)      VALUE ZERO.
017000     05 WS-ARCH-RECORDS-READ     PIC 9(09)      VALUE ZERO.
017100     05 WS-RESIDENT-TOTAL        PIC 9(09)      VALUE ZERO.
017200     05 WS-GRAND-TOTAL           PIC 9(09)      VALUE ZERO.
017300
017400*****************************************************************
017500* RECORD COUNTS - ONE SLOT PER TABLE IN CERTIFICATE ORDER: 1    *
017600*           OCCUPANCY_HISTORY, 2 RESIDENT_AUDIT_TRAIL, 3        *
017700*           FEED_ACK, 4 RESIDENT_CONTACT, 5 GUEST_STAY, 6       *
017800*           PACKAGE, 7 INCIDENT_RESIDENT, 8                     *
017900*           INSPECTION_VIOLATION, 9 FUTURE_ASSIGNMENT, 10       *
018000*           TEMP_RESIDENT, 11 AUDIT ARCHIVE. THE RESIDENT SET   *
018100*           IS CLEARED FOR EACH RESIDENT AND ADDED INTO THE RUN *
018200*           TOTALS.                                             *
018300*****************************************************************
018400 01  WS-RESIDENT-COUNTS.
018500     05 WS-RES-COUNT             OCCURS 11 TIMES
018600                                 PIC 9(07) COMP.
018700 01  WS-RUN-COUNTS.
018800     05 WS-RUN-COUNT             OCCURS 11 TIMES
018900                                 PIC 9(09) COMP.
019000 77  WS-TBL-IX                   PIC 9(02) COMP VALUE ZERO.
019100 77  WS-TBL-HISTORY              PIC 9(02) COMP VALUE 1.
019200 77  WS-TBL-AUDIT                PIC 9(02) COMP VALUE 2.
019300 77  WS-TBL-FEED-ACK             PIC 9(02) COMP VALUE 3.
019400 77  WS-TBL-CONTACT              PIC 9(02) COMP VALUE 4.
019500 77  WS-TBL-GUEST                PIC 9(02) COMP VALUE 5.
019600 77  WS-TBL-PACKAGE              PIC 9(02) COMP VALUE 6.
019700 77  WS-TBL-INCIDENT             PIC 9(02) COMP VALUE 7.
019800 77  WS-TBL-INSPECTION           PIC 9(02) COMP VALUE 8.
019900 77  WS-TBL-FUTURE               PIC 9(02) COMP VALUE 9.
020000 77  WS-TBL-TEMP                 PIC 9(02) COMP VALUE 10.
020100 77  WS-TBL-ARCHIVE              PIC 9(02) COMP VALUE 11.
020200
020300 01  WS-CERT-NAMES.
020400     05 FILLER                   PIC X(44)
020500         VALUE "OCCUPANCY_HISTORY     RESIDENT NAME MASKED".
020600     05 FILLER                   PIC X(44)
020700         VALUE "RESIDENT_AUDIT_TRAIL  OLD/NEW NAME MASKED".
020800     05 FILLER                   PIC X(44)
020900         VALUE "FEED_ACK              RECORD IMAGE MASKED".
021000     05 FILLER                   PIC X(44)
021100         VALUE "RESIDENT_CONTACT      CONTACT ROW DELETED".
021200     05 FILLER                   PIC X(44)
021300         VALUE "GUEST_STAY            GUEST NAME MASKED".
021400     05 FILLER                   PIC X(44)
021500         VALUE "PACKAGE               RESIDENT NAME MASKED".
021600     05 FILLER                   PIC X(44)
021700         VALUE "INCIDENT_RESIDENT     RESIDENT NAME MASKED".
021800     05 FILLER                   PIC X(44)
021900         VALUE "INSPECTION_VIOLATION  RESIDENT NAME MASKED".
022000     05 FILLER                   PIC X(44)
022100         VALUE "FUTURE_ASSIGNMENT     RESIDENT NAME MASKED".
022200     05 FILLER                   PIC X(44)
022300         VALUE "TEMP_RESIDENT         RESIDENT NAME MASKED".
022400     05 FILLER                   PIC X(44)
022500         VALUE "AUDARCH ARCHIVE       OLD/NEW NAME MASKED".
022600 01  WS-CERT-NAMES-R REDEFINES WS-CERT-NAMES.
022700     05 WS-CERT-NAME             OCCURS 11 TIMES
022800                                 PIC X(44).
022900
023000 01  WS-REPORT-TITLE.
023100     05 FILLER                   PIC X(20)
023200         VALUE "RESIDENCE LIFE".
023300     05 FILLER                   PIC X(34)
023400         VALUE "PERSONAL DATA RETENTION".
023500     05 FILLER                   PIC X(06)
023600         VALUE "MODE: ".
023700     05 WS-TITLE-MODE            PIC X(09).
023800     05 FILLER                   PIC X(12)
023900         VALUE "  RUN DATE: ".
024000     05 WS-TITLE-RUN-DATE        PIC 9(08).
024100     05 FILLER                   PIC X(08)
024200         VALUE "  PAGE: ".
024300     05 WS-TITLE-PAGE-NO         PIC ZZZ9.
024400
024500 01  WS-CUTOFF-LINE.
024600     05 FILLER                   PIC X(17)
024700         VALUE "RETENTION YEARS: ".
024800     05 WS-CUT-YEARS             PIC Z9.
024900     05 FILLER                   PIC X(26)
025000         VALUE "   LAST CHECKOUT BEFORE: ".
025100     05 WS-CUT-DATE              PIC X(10).
025200
025300 01  WS-COLUMN-HEADINGS.
025400     05 FILLER                   PIC X(10)  VALUE "RESIDENT".
025500     05 FILLER                   PIC X(12)  VALUE "LAST OUT".
025600     05 FILLER                   PIC X(45)
025700         VALUE "HISTORY    AUDIT  FEEDACK  CONTACT    GUEST  ".
025800     05 FILLER                   PIC X(54)  VALUE
025900        "PACKAGE  INCIDNT  INSPECT   FUTURE     TEMP  ARCHIVE".
026000
026100 01  WS-DETAIL-LINE.
026200     05 WS-DET-RESIDENT-ID       PIC X(10).
026300     05 WS-DET-LAST-CHECKOUT     PIC X(12).
026400     05 WS-DET-COUNT-GROUP       OCCURS 11 TIMES.
026500        10 WS-DET-COUNT          PIC ZZZZZZ9.
026600        10 FILLER                PIC X(02).
026700
026800 01  WS-CERT-TITLE-LINE.
026900     05 FILLER                   PIC X(44)
027000         VALUE "CERTIFICATE OF ANONYMIZATION".
027100     05 WS-CERT-TITLE-NOTE       PIC X(40).
027200
027300 01  WS-CERT-HEADINGS.
027400     05 FILLER                   PIC X(22)  VALUE "TABLE".
027500     05 FILLER                   PIC X(25)  VALUE "ACTION".
027600     05 FILLER                   PIC X(09)  VALUE "  RECORDS".
027700
027800 01  WS-CERT-LINE.
027900     05 WS-CRT-NAME              PIC X(44).
028000     05 FILLER                   PIC X(03)  VALUE SPACES.
028100     05 WS-CRT-COUNT             PIC ZZZZZZZZ9.
028200
028300 01  WS-CERT-TOTAL-LINE.
028400     05 FILLER                   PIC X(47)
028500         VALUE "TOTAL RECORDS".
028600     05 WS-CRT-TOTAL             PIC ZZZZZZZZ9.
028700
028800 01  WS-CERT-RESIDENT-LINE.
028900     05 FILLER                   PIC X(47)
029000         VALUE "FORMER RESIDENTS ANONYMIZED".
029100     05 WS-CRT-RESIDENTS         PIC ZZZZZZZZ9.
029200
029300 01  WS-CERT-STATEMENT-1.
029400     05 FILLER                   PIC X(60)  VALUE
029500        "RESIDENT IDS, HALLS, ROOMS AND DATES ARE RETAINED AND".
029600     05 FILLER                   PIC X(60)  VALUE
029700        "NO OCCUPANCY ROW OR COUNT WAS REMOVED.".
029800
029900 01  WS-CERT-STATEMENT-2.
030000     05 FILLER                   PIC X(60)  VALUE
030100        "CERTIFIED BY: ______________________________".
030200     05 FILLER                   PIC X(30)  VALUE
030300        "DATE: ______________".
030400
030500 LINKAGE SECTION.
030600 01  LS-PARM-AREA.
030700     05 LS-PARM-LENGTH           PIC S9(04) COMP.
030800     05 LS-PARM-DATA             PIC X(30).
030900
031000 PROCEDURE DIVISION USING LS-PARM-AREA.
031100
031200 0000-MAIN.
031300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031400     PERFORM 2000-PROCESS-RESIDENT THRU 2000-EXIT
031500         UNTIL WS-DB2-EOF.
031600     PERFORM 2300-PASS-ARCHIVE-RECORD THRU 2300-EXIT
031700         UNTIL WS-ARCH-EOF.
031800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031900     GOBACK.
032000
032100 1000-INITIALIZE.
032200     PERFORM 1100-EDIT-PARM THRU 1100-EXIT.
032300
032400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032500     PERFORM 1200-SET-CUTOFF THRU 1200-EXIT.
032600
032700     OPEN INPUT AUDIT-ARCHIVE-FILE.
032800     IF NOT WS-AUDSRT-OK
032900         DISPLAY "RESANON - ARCHIVE OPEN FAILED - STATUS "
033000             WS-AUDSRT-STATUS
033100         GO TO 9900-ABEND-JOB
033200     END-IF.
033300
033400*    REPORT MODE WRITES NO MASKED ARCHIVE - THE OLD GENERATIONS
033500*    STAY WHERE THEY ARE.
033600     IF WS-ANONYMIZE-MODE
033700         OPEN OUTPUT MASKED-ARCHIVE-FILE
033800         IF NOT WS-AUDNEW-OK
033900             DISPLAY "RESANON - MASKED ARCHIVE OPEN FAILED - "
034000                 "STATUS " WS-AUDNEW-STATUS
034100             GO TO 9900-ABEND-JOB
034200         END-IF
034300     END-IF.
034400
034500     OPEN OUTPUT ANONYMIZE-RPT.
034600     IF NOT WS-ANONRPT-OK
034700         DISPLAY "RESANON - REPORT FILE OPEN FAILED - STATUS "
034800             WS-ANONRPT-STATUS
034900         GO TO 9900-ABEND-JOB
035000     END-IF.
035100
035200     EXEC SQL CONNECT TO RESLIFE END-EXEC.
035300     MOVE 'RESANON'  TO BL-JOB-NAME.
035400     MOVE 'STEP020'  TO BL-STEP-NAME.
035500     MOVE 'RESANON'  TO BL-PGM-NAME.
035600     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
035700     EXEC SQL OPEN C1 END-EXEC.
035800     IF SQLCODE NOT = ZERO
035900         DISPLAY "RESANON - CURSOR OPEN ERROR - SQLCODE " SQLCODE
036000         GO TO 9900-ABEND-JOB
036100     END-IF.
036200
036300     INITIALIZE WS-RUN-COUNTS.
036400     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
036500     PERFORM 2200-READ-ARCHIVE THRU 2200-EXIT.
036600     PERFORM 2100-FETCH-CANDIDATE THRU 2100-EXIT.
036700 1000-EXIT.
036800     EXIT.
036900
037000*****************************************************************
037100* 1100-EDIT-PARM - BOTH THE MODE AND THE YEARS ARE REQUIRED.    *
037200*           ONLY 'ANONYMIZE' CHANGES ANYTHING. A BAD PARM FAILS *
037300*           THE STEP BEFORE ANYTHING IS READ.                   *
037400*****************************************************************
037500 1100-EDIT-PARM.
037600     IF LS-PARM-LENGTH > ZERO
037700         UNSTRING LS-PARM-DATA(1:LS-PARM-LENGTH)
037800             DELIMITED BY ALL ' '
037900             INTO WS-PARM-MODE WS-PARM-YEARS
038000         END-UNSTRING
038100     END-IF.
038200     EVALUATE WS-PARM-MODE
038300         WHEN 'ANONYMIZE'
038400             MOVE 'Y' TO WS-ANONYMIZE-MODE-SW
038500             MOVE 'ANONYMIZE' TO WS-TITLE-MODE
038600         WHEN 'REPORT'
038700             MOVE 'REPORT' TO WS-TITLE-MODE
038800         WHEN OTHER
038900             DISPLAY "RESANON - PARM MODE MUST BE REPORT OR "
039000                 "ANONYMIZE"
039100             GO TO 9900-ABEND-JOB
039200     END-EVALUATE.
039300     EVALUATE TRUE
039400         WHEN WS-PARM-YEARS(2:1) = SPACE AND
039500              WS-PARM-YEARS(1:1) NUMERIC
039600             MOVE WS-PARM-YEARS(1:1) TO WS-RETENTION-YEARS(2:1)
039700         WHEN WS-PARM-YEARS NUMERIC
039800             MOVE WS-PARM-YEARS TO WS-RETENTION-YEARS
039900         WHEN OTHER
040000             DISPLAY "RESANON - PARM RETENTION YEARS IS REQUIRED"
040100             GO TO 9900-ABEND-JOB
040200     END-EVALUATE.
040300     IF WS-RETENTION-YEARS = ZERO
040400         DISPLAY "RESANON - RETENTION OF ZERO YEARS REFUSED"
040500         GO TO 9900-ABEND-JOB
040600     END-IF.
040700 1100-EXIT.
040800     EXIT.
040900
041000 1200-SET-CUTOFF.
041100     COMPUTE WS-CUTOFF-YYYY = WS-RUN-YYYY - WS-RETENTION-YEARS.
041200     MOVE WS-RUN-MM TO WS-CUTOFF-MM.
041300     MOVE WS-RUN-DD TO WS-CUTOFF-DD.
041400     IF WS-CUTOFF-MM = 2 AND WS-CUTOFF-DD = 29
041500         MOVE 28 TO WS-CUTOFF-DD
041600     END-IF.
041700     STRING WS-CUTOFF-YYYY "-" WS-CUTOFF-MM "-" WS-CUTOFF-DD
041800         DELIMITED BY SIZE INTO WS-CUTOFF-DATE.
041900     DISPLAY "RESANON - " WS-TITLE-MODE " OF RESIDENTS WHOSE "
042000         "LAST CHECKOUT IS BEFORE " WS-CUTOFF-DATE.
042100 1200-EXIT.
042200     EXIT.
042300
042400*****************************************************************
042500* 2000-PROCESS-RESIDENT - ONE FORMER RESIDENT: COPY THE ARCHIVE *
042600*           RECORDS OF LOWER RESIDENT IDS THROUGH UNCHANGED,    *
042700*           MASK THIS RESIDENT'S OWN ARCHIVE RECORDS, THEN      *
042800*           EVERY TABLE IN TURN. A RESIDENT ALREADY ANONYMIZED  *
042900*           BY AN EARLIER RUN COMES BACK WITH NOTHING LEFT TO   *
043000*           DO AND IS NOT LISTED.                               *
043100*****************************************************************
043200 2000-PROCESS-RESIDENT.
043300     ADD 1 TO WS-CANDIDATES-READ.
043400     INITIALIZE WS-RESIDENT-COUNTS.
043500     PERFORM 2300-PASS-ARCHIVE-RECORD THRU 2300-EXIT
043600         UNTIL WS-ARCH-RESIDENT-ID >= WS-CAND-RESIDENT-ID.
043700     PERFORM 2400-MASK-ARCHIVE-RECORD THRU 2400-EXIT
043800         UNTIL WS-ARCH-RESIDENT-ID NOT = WS-CAND-RESIDENT-ID.
043900
044000     PERFORM 3100-MASK-HISTORY THRU 3100-EXIT.
044100     PERFORM 3200-MASK-AUDIT-TRAIL THRU 3200-EXIT.
044200     PERFORM 3300-MASK-FEED-ACK THRU 3300-EXIT.
044300     PERFORM 3400-DELETE-CONTACT THRU 3400-EXIT.
044400     PERFORM 3500-MASK-GUESTS THRU 3500-EXIT.
044500     PERFORM 3600-MASK-PACKAGES THRU 3600-EXIT.
044600     PERFORM 3700-MASK-INCIDENTS THRU 3700-EXIT.
044700     PERFORM 3800-MASK-INSPECTIONS THRU 3800-EXIT.
044800     PERFORM 3900-MASK-FUTURE THRU 3900-EXIT.
044900     PERFORM 4000-MASK-TEMP-RESIDENT THRU 4000-EXIT.
045000
045100     MOVE ZERO TO WS-RESIDENT-TOTAL.
045200     PERFORM 2800-ADD-TO-RUN-COUNTS THRU 2800-EXIT
045300         VARYING WS-TBL-IX FROM 1 BY 1
045400         UNTIL WS-TBL-IX > 11.
045500     IF WS-RESIDENT-TOTAL > ZERO
045600         ADD 1 TO WS-RESIDENTS-ANONYMIZED
045700         PERFORM 5500-WRITE-DETAIL-LINE THRU 5500-EXIT
045800     END-IF.
045900
046000     IF WS-ANONYMIZE-MODE
046100         ADD 1 TO WS-RESIDENTS-SINCE-COMMIT
046200         IF WS-RESIDENTS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
046300             EXEC SQL COMMIT END-EXEC
046400             MOVE ZERO TO WS-RESIDENTS-SINCE-COMMIT
046500         END-IF
046600     END-IF.
046700     PERFORM 2100-FETCH-CANDIDATE THRU 2100-EXIT.
046800 2000-EXIT.
046900     EXIT.
047000
047100 2100-FETCH-CANDIDATE.
047200     EXEC SQL
047300         FETCH C1
047400          INTO :WS-CAND-RESIDENT-ID, :WS-CAND-LAST-CHECKOUT
047500     END-EXEC.
047600     EVALUATE SQLCODE
047700         WHEN ZERO
047800             CONTINUE
047900         WHEN 100
048000             MOVE 'Y' TO WS-DB2-EOF-SW
048100         WHEN OTHER
048200             DISPLAY "RESANON - DB2 FETCH ERROR - SQLCODE "
048300                 SQLCODE
048400             GO TO 9900-ABEND-JOB
048500     END-EVALUATE.
048600 2100-EXIT.
048700     EXIT.
048800
048900 2200-READ-ARCHIVE.
049000     READ AUDIT-ARCHIVE-FILE
049100         AT END
049200             MOVE 'Y' TO WS-ARCH-EOF-SW
049300             MOVE HIGH-VALUES TO WS-ARCH-RESIDENT-ID
049400     END-READ.
049500     IF NOT WS-AUDSRT-OK AND NOT WS-AUDSRT-EOF
049600         DISPLAY "RESANON - ARCHIVE READ ERROR - STATUS "
049700             WS-AUDSRT-STATUS
049800         GO TO 9900-ABEND-JOB
049900     END-IF.
050000     IF NOT WS-ARCH-EOF
050100         ADD 1 TO WS-ARCH-RECORDS-READ
050200         MOVE AA-RESIDENT-ID TO WS-ARCH-RESIDENT-ID
050300     END-IF.
050400 2200-EXIT.
050500     EXIT.
050600
050700 2300-PASS-ARCHIVE-RECORD.
050800     PERFORM 2500-WRITE-ARCHIVE-RECORD THRU 2500-EXIT.
050900     PERFORM 2200-READ-ARCHIVE THRU 2200-EXIT.
051000 2300-EXIT.
051100     EXIT.
051200
051300*****************************************************************
051400* 2400-MASK-ARCHIVE-RECORD - AN 'I' ROW HAS NO OLD NAME; A      *
051500*           BLANK NAME IS LEFT BLANK. A RECORD MASKED BY AN     *
051600*           EARLIER RUN IS NOT COUNTED AGAIN.                   *
051700*****************************************************************
051800 2400-MASK-ARCHIVE-RECORD.
051900     MOVE 'N' TO WS-ARCH-MASKED-SW.
052000     IF AA-OLD-RESIDENT-NAME NOT = SPACES AND
052100        AA-OLD-RESIDENT-NAME NOT = WS-MASK-NAME
052200         MOVE WS-MASK-NAME TO AA-OLD-RESIDENT-NAME
052300         MOVE 'Y' TO WS-ARCH-MASKED-SW
052400     END-IF.
052500     IF AA-NEW-RESIDENT-NAME NOT = SPACES AND
052600        AA-NEW-RESIDENT-NAME NOT = WS-MASK-NAME
052700         MOVE WS-MASK-NAME TO AA-NEW-RESIDENT-NAME
052800         MOVE 'Y' TO WS-ARCH-MASKED-SW
052900     END-IF.
053000     IF WS-ARCH-MASKED
053100         ADD 1 TO WS-RES-COUNT(WS-TBL-ARCHIVE)
053200     END-IF.
053300     PERFORM 2500-WRITE-ARCHIVE-RECORD THRU 2500-EXIT.
053400     PERFORM 2200-READ-ARCHIVE THRU 2200-EXIT.
053500 2400-EXIT.
053600     EXIT.
053700
053800 2500-WRITE-ARCHIVE-RECORD.
053900     IF NOT WS-ANONYMIZE-MODE
054000         GO TO 2500-EXIT
054100     END-IF.
054200     WRITE MASKED-ARCHIVE-RECORD FROM AUDIT-ARCHIVE-RECORD.
054300     IF NOT WS-AUDNEW-OK
054400         DISPLAY "RESANON - MASKED ARCHIVE WRITE ERROR - STATUS "
054500             WS-AUDNEW-STATUS
054600         GO TO 9900-ABEND-JOB
054700     END-IF.
054800 2500-EXIT.
054900     EXIT.
055000
055100 2800-ADD-TO-RUN-COUNTS.
055200     ADD WS-RES-COUNT(WS-TBL-IX) TO WS-RUN-COUNT(WS-TBL-IX)
055300                                    WS-RESIDENT-TOTAL.
055400 2800-EXIT.
055500     EXIT.
055600
055700*****************************************************************
055800* 3000-3999 TABLE PASSES - EACH TABLE IS COUNTED IN REPORT MODE *
055900*           AND CHANGED IN ANONYMIZE MODE WITH THE SAME         *
056000*           PREDICATE, SO BOTH MODES GIVE THE SAME FIGURES. A   *
056100*           ROW ALREADY CARRYING THE MASK IS PASSED OVER, SO A  *
056200*           RERUN ONLY COUNTS WHAT IT CHANGES.                  *
056300*****************************************************************
056400 3100-MASK-HISTORY.
056500     IF WS-ANONYMIZE-MODE
056600         EXEC SQL
056700             UPDATE OCCUPANCY_HISTORY
056800                SET RESIDENT_NAME = :WS-MASK-NAME
056900              WHERE RESIDENT_ID   = :WS-CAND-RESIDENT-ID
057000                AND RESIDENT_NAME <> :WS-MASK-NAME
057100         END-EXEC
057200     ELSE
057300         EXEC SQL
057400             SELECT COUNT(*)
057500               INTO :WS-SQL-COUNT
057600               FROM OCCUPANCY_HISTORY
057700              WHERE RESIDENT_ID   = :WS-CAND-RESIDENT-ID
057800                AND RESIDENT_NAME <> :WS-MASK-NAME
057900         END-EXEC
058000     END-IF.
058100     MOVE 'OCCUPANCY_HISTORY' TO WS-SQL-TABLE.
058200     PERFORM 4900-CHECK-SQL THRU 4900-EXIT.
058300     MOVE WS-SQL-COUNT TO WS-RES-COUNT(WS-TBL-HISTORY).
058400 3100-EXIT.
058500     EXIT.
058600
058700 3200-MASK-AUDIT-TRAIL.
058800     IF WS-ANONYMIZE-MODE
058900         EXEC SQL
059000             UPDATE RESIDENT_AUDIT_TRAIL
059100                SET OLD_RESIDENT_NAME =
059200                    CASE WHEN OLD_RESIDENT_NAME IS NULL
059300                           OR OLD_RESIDENT_NAME = ' '
059400                         THEN OLD_RESIDENT_NAME
059500                         ELSE :WS-MASK-NAME
059600                    END,
059700                    NEW_RESIDENT_NAME =
059800                    CASE WHEN NEW_RESIDENT_NAME = ' '
059900                         THEN NEW_RESIDENT_NAME
060000                         ELSE :WS-MASK-NAME
060100                    END
060200              WHERE RESIDENT_ID = :WS-CAND-RESIDENT-ID
060300                AND ( NEW_RESIDENT_NAME NOT IN
060400                           (' ', :WS-MASK-NAME)
060500                   OR OLD_RESIDENT_NAME NOT IN
060600                           (' ', :WS-MASK-NAME) )
060700         END-EXEC
060800     ELSE
060900         EXEC SQL
061000             SELECT COUNT(*)
061100               INTO :WS-SQL-COUNT
061200               FROM RESIDENT_AUDIT_TRAIL
061300              WHERE RESIDENT_ID = :WS-CAND-RESIDENT-ID
061400                AND ( NEW_RESIDENT_NAME NOT IN
061500                           (' ', :WS-MASK-NAME)
061600                   OR OLD_RESIDENT_NAME NOT IN
061700                           (' ', :WS-MASK-NAME) )
061800         END-EXEC
061900     END-IF.
062000     MOVE 'RESIDENT_AUDIT_TRAIL' TO WS-SQL-TABLE.
062100     PERFORM 4900-CHECK-SQL THRU 4900-EXIT.
062200     MOVE WS-SQL-COUNT TO WS-RES-COUNT(WS-TBL-AUDIT).
062300 3200-EXIT.
062400     EXIT.
062500
062600*****************************************************************
062700* 3300-MASK-FEED-ACK - THE IMAGE IS THE REGISTRAR'S 90-BYTE     *
062800*           FEED RECORD (SEE RESEDIT). AN 'E' CONTACT RECORD    *
062900*           CARRIES THE CONTACT NAME IN 9-38, RELATIONSHIP AND  *
063000*           PHONE 1 IN 39-60 AND PHONE 2 IN 74-85; EVERY OTHER  *
063100*           TRANS CODE EXCEPT 'W' AND 'R', WHICH CARRY NO NAME, *
063200*           HAS THE RESIDENT NAME IN 9-38. THE ID, TRANS CODE,  *
063300*           ROOM, HALL AND DATES STAY IN PLACE.                 *
063400*****************************************************************
063500 3300-MASK-FEED-ACK.
063600     IF NOT WS-ANONYMIZE-MODE
063700         EXEC SQL
063800             SELECT COUNT(*)
063900               INTO :WS-SQL-COUNT
064000               FROM FEED_ACK
064100              WHERE RESIDENT_ID = :WS-CAND-RESIDENT-ID
064200                AND TRANS_CODE NOT IN ('W', 'R')
064300                AND SUBSTR(RECORD_IMAGE, 9, 30) <> :WS-MASK-NAME
064400         END-EXEC
064500         MOVE 'FEED_ACK' TO WS-SQL-TABLE
064600         PERFORM 4900-CHECK-SQL THRU 4900-EXIT
064700         MOVE WS-SQL-COUNT TO WS-RES-COUNT(WS-TBL-FEED-ACK)
064800         GO TO 3300-EXIT
064900     END-IF.
065000
065100     EXEC SQL
065200         UPDATE FEED_ACK
065300            SET RECORD_IMAGE = SUBSTR(RECORD_IMAGE, 1, 8)
065400                               CONCAT :WS-MASK-NAME
065500                               CONCAT SUBSTR(RECORD_IMAGE, 39, 52)
065600          WHERE RESIDENT_ID = :WS-CAND-RESIDENT-ID
065700            AND TRANS_CODE NOT IN ('E', 'W', 'R')
065800            AND SUBSTR(RECORD_IMAGE, 9, 30) <> :WS-MASK-NAME
065900     END-EXEC.
066000     MOVE 'FEED_ACK' TO WS-SQL-TABLE.
066100     PERFORM 4900-CHECK-SQL THRU 4900-EXIT.
066200     MOVE WS-SQL-COUNT TO WS-RES-COUNT(WS-TBL-FEED-ACK).
066300
066400     EXEC SQL
066500         UPDATE FEED_ACK
066600            SET RECORD_IMAGE = SUBSTR(RECORD_IMAGE, 1, 8)
066700                               CONCAT :WS-MASK-NAME
066800                               CONCAT :WS-MASK-CONTACT
066900                               CONCAT SUBSTR(RECORD_IMAGE, 61, 13)
067000                               CONCAT :WS-MASK-PHONE
067100                               CONCAT SUBSTR(RECORD_IMAGE, 86, 5)
067200          WHERE RESIDENT_ID = :WS-CAND-RESIDENT-ID
067300            AND TRANS_CODE = 'E'
067400            AND SUBSTR(RECORD_IMAGE, 9, 30) <> :WS-MASK-NAME
067500     END-EXEC.
067600     PERFORM 4900-CHECK-SQL THRU 4900-EXIT.
067700     ADD WS-SQL-COUNT TO WS-RES-COUNT(WS-TBL-FEED-ACK).
067800 3300-EXIT.
067900     EXIT.
068000
068100 3400-DELETE-CONTACT.
068200     IF WS-ANONYMIZE-MODE
068300         EXEC SQL
068400             DELETE FROM RESIDENT_CONTACT
068500              WHERE RESIDENT_ID = :WS-CAND-RESIDENT-ID
068600         END-EXEC
068700     ELSE
068800         EXEC SQL
068900             SELECT COUNT(*)
069000               INTO :WS-SQL-COUNT
069100               FROM RESIDENT_CONTACT
069200              WHERE RESIDENT_ID = :WS-CAND-RESIDENT-ID
069300         END-EXEC
069400     END-IF.
069500     MOVE 'RESIDENT_CONTACT' TO WS-SQL-TABLE.
069600     PERFORM 4900-CHECK-SQL THRU 4900-EXIT.
069700     MOVE WS-SQL-COUNT TO WS-RES-COUNT(WS-TBL-CONTACT).
069800 3400-EXIT.
069900     EXIT.
070000
070100 3500-MASK-GUESTS.
070200     IF WS-ANONYMIZE-MODE
070300         EXEC SQL
070400             UPDATE GUEST_STAY
070500                SET GUEST_NAME       = :WS-MASK-NAME,
070600                    LAST_UPDATE_TS   = CURRENT TIMESTAMP,
070700                    LAST_UPDATE_PGM  = 'RESANON'
070800              WHERE HOST_RESIDENT_ID = :WS-CAND-RESIDENT-ID
070900                AND GUEST_NAME       <> :WS-MASK-NAME
071000         END-EXEC
071100     ELSE
071200         EXEC SQL
071300             SELECT COUNT(*)
071400               INTO :WS-SQL-COUNT
071500               FROM GUEST_STAY
071600              WHERE HOST_RESIDENT_ID = :WS-CAND-RESIDENT-ID
071700                AND GUEST_NAME       <> :WS-MASK-NAME
071800         END-EXEC
071900     END-IF.
072000     MOVE 'GUEST_STAY' TO WS-SQL-TABLE.
072100     PERFORM 4900-CHECK-SQL THRU 4900-EXIT.
072200     MOVE WS-SQL-COUNT TO WS-RES-COUNT(WS-TBL-GUEST).
072300 3500-EXIT.
072400     EXIT.
072500
072600 3600-MASK-PACKAGES.
072700     IF WS-ANONYMIZE-MODE
072800         EXEC SQL
072900             UPDATE PACKAGE
073000                SET RESIDENT_NAME   = :WS-MASK-NAME,
073100                    LAST_UPDATE_TS  = CURRENT TIMESTAMP,
073200                    LAST_UPDATE_PGM = 'RESANON'
073300              WHERE RESIDENT_ID     = :WS-CAND-RESIDENT-ID
073400                AND RESIDENT_NAME   <> :WS-MASK-NAME
073500         END-EXEC
073600     ELSE
073700         EXEC SQL
073800             SELECT COUNT(*)
073900               INTO :WS-SQL-COUNT
074000               FROM PACKAGE
074100              WHERE RESIDENT_ID     = :WS-CAND-RESIDENT-ID
074200                AND RESIDENT_NAME   <> :WS-MASK-NAME
074300         END-EXEC
074400     END-IF.
074500     MOVE 'PACKAGE' TO WS-SQL-TABLE.
074600     PERFORM 4900-CHECK-SQL THRU 4900-EXIT.
074700     MOVE WS-SQL-COUNT TO WS-RES-COUNT(WS-TBL-PACKAGE).
074800 3600-EXIT.
074900     EXIT.
075000
075100 3700-MASK-INCIDENTS.
075200     IF WS-ANONYMIZE-MODE
075300         EXEC SQL
075400             UPDATE INCIDENT_RESIDENT
075500                SET RESIDENT_NAME   = :WS-MASK-NAME,
075600                    LAST_UPDATE_TS  = CURRENT TIMESTAMP,
075700                    LAST_UPDATE_PGM = 'RESANON'
075800              WHERE RESIDENT_ID     = :WS-CAND-RESIDENT-ID
075900                AND RESIDENT_NAME   <> :WS-MASK-NAME
076000         END-EXEC
076100     ELSE
076200         EXEC SQL
076300             SELECT COUNT(*)
076400               INTO :WS-SQL-COUNT
076500               FROM INCIDENT_RESIDENT
076600              WHERE RESIDENT_ID     = :WS-CAND-RESIDENT-ID
076700                AND RESIDENT_NAME   <> :WS-MASK-NAME
076800         END-EXEC
076900     END-IF.
077000     MOVE 'INCIDENT_RESIDENT' TO WS-SQL-TABLE.
077100     PERFORM 4900-CHECK-SQL THRU 4900-EXIT.
077200     MOVE WS-SQL-COUNT TO WS-RES-COUNT(WS-TBL-INCIDENT).
077300 3700-EXIT.
077400     EXIT.
077500
077600 3800-MASK-INSPECTIONS.
077700     IF WS-ANONYMIZE-MODE
077800         EXEC SQL
077900             UPDATE INSPECTION_VIOLATION
078000                SET RESIDENT_NAME   = :WS-MASK-NAME,
078100                    LAST_UPDATE_TS  = CURRENT TIMESTAMP,
078200                    LAST_UPDATE_PGM = 'RESANON'
078300              WHERE RESIDENT_ID     = :WS-CAND-RESIDENT-ID
078400                AND RESIDENT_NAME   <> :WS-MASK-NAME
078500         END-EXEC
078600     ELSE
078700         EXEC SQL
078800             SELECT COUNT(*)
078900               INTO :WS-SQL-COUNT
079000               FROM INSPECTION_VIOLATION
079100              WHERE RESIDENT_ID     = :WS-CAND-RESIDENT-ID
079200                AND RESIDENT_NAME   <> :WS-MASK-NAME
079300         END-EXEC
079400     END-IF.
079500     MOVE 'INSPECTION_VIOLATION' TO WS-SQL-TABLE.
079600     PERFORM 4900-CHECK-SQL THRU 4900-EXIT.
079700     MOVE WS-SQL-COUNT TO WS-RES-COUNT(WS-TBL-INSPECTION).
079800 3800-EXIT.
079900     EXIT.
080000
080100 3900-MASK-FUTURE.
080200     IF WS-ANONYMIZE-MODE
080300         EXEC SQL
080400             UPDATE FUTURE_ASSIGNMENT
080500                SET RESIDENT_NAME   = :WS-MASK-NAME,
080600                    LAST_UPDATE_TS  = CURRENT TIMESTAMP,
080700                    LAST_UPDATE_PGM = 'RESANON'
080800              WHERE RESIDENT_ID     = :WS-CAND-RESIDENT-ID
080900                AND RESIDENT_NAME   <> :WS-MASK-NAME
081000         END-EXEC
081100     ELSE
081200         EXEC SQL
081300             SELECT COUNT(*)
081400               INTO :WS-SQL-COUNT
081500               FROM FUTURE_ASSIGNMENT
081600              WHERE RESIDENT_ID     = :WS-CAND-RESIDENT-ID
081700                AND RESIDENT_NAME   <> :WS-MASK-NAME
081800         END-EXEC
081900     END-IF.
082000     MOVE 'FUTURE_ASSIGNMENT' TO WS-SQL-TABLE.
082100     PERFORM 4900-CHECK-SQL THRU 4900-EXIT.
082200     MOVE WS-SQL-COUNT TO WS-RES-COUNT(WS-TBL-FUTURE).
082300 3900-EXIT.
082400     EXIT.
082500
082600*    A TEMPORARY ID IS ITS OWN FORMER RESIDENT WHEN IT WAS NEVER
082700*    MATCHED, AND BELONGS TO THE REAL ID WHEN IT WAS.
082800 4000-MASK-TEMP-RESIDENT.
082900     IF WS-ANONYMIZE-MODE
083000         EXEC SQL
083100             UPDATE TEMP_RESIDENT
083200                SET RESIDENT_NAME   = :WS-MASK-NAME,
083300                    LAST_UPDATE_TS  = CURRENT TIMESTAMP,
083400                    LAST_UPDATE_PGM = 'RESANON'
083500              WHERE ( TEMP_RESIDENT_ID    = :WS-CAND-RESIDENT-ID
083600                   OR MATCHED_RESIDENT_ID = :WS-CAND-RESIDENT-ID )
083700                AND RESIDENT_NAME   <> :WS-MASK-NAME
083800         END-EXEC
083900     ELSE
084000         EXEC SQL
084100             SELECT COUNT(*)
084200               INTO :WS-SQL-COUNT
084300               FROM TEMP_RESIDENT
084400              WHERE ( TEMP_RESIDENT_ID    = :WS-CAND-RESIDENT-ID
084500                   OR MATCHED_RESIDENT_ID = :WS-CAND-RESIDENT-ID )
084600                AND RESIDENT_NAME   <> :WS-MASK-NAME
084700         END-EXEC
084800     END-IF.
084900     MOVE 'TEMP_RESIDENT' TO WS-SQL-TABLE.
085000     PERFORM 4900-CHECK-SQL THRU 4900-EXIT.
085100     MOVE WS-SQL-COUNT TO WS-RES-COUNT(WS-TBL-TEMP).
085200 4000-EXIT.
085300     EXIT.
085400
085500*****************************************************************
085600* 4900-CHECK-SQL - A COUNT COMES BACK IN WS-SQL-COUNT ALREADY;  *
085700*           AN UPDATE OR DELETE REPORTS ITS ROWS IN SQLERRD(3), *
085800*           AND NONE AT ALL AS SQLCODE 100.                     *
085900*****************************************************************
086000 4900-CHECK-SQL.
086100     EVALUATE TRUE
086200         WHEN SQLCODE = 100
086300             MOVE ZERO TO WS-SQL-COUNT
086400         WHEN SQLCODE NOT = ZERO
086500             DISPLAY "RESANON - " WS-SQL-TABLE " ERROR - SQLCODE "
086600                 SQLCODE " - RESIDENT " WS-CAND-RESIDENT-ID
086700             GO TO 9900-ABEND-JOB
086800         WHEN WS-ANONYMIZE-MODE
086900             MOVE SQLERRD(3) TO WS-SQL-COUNT
087000     END-EVALUATE.
087100 4900-EXIT.
087200     EXIT.
087300
087400 5100-WRITE-HEADINGS.
087500     ADD 1 TO WS-PAGE-NUMBER.
087600     MOVE WS-RUN-DATE           TO WS-TITLE-RUN-DATE.
087700     MOVE WS-PAGE-NUMBER        TO WS-TITLE-PAGE-NO.
087800     WRITE AN-REPORT-LINE FROM WS-REPORT-TITLE
087900         AFTER ADVANCING PAGE.
088000     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
088100     MOVE WS-RETENTION-YEARS    TO WS-CUT-YEARS.
088200     MOVE WS-CUTOFF-DATE        TO WS-CUT-DATE.
088300     WRITE AN-REPORT-LINE FROM WS-CUTOFF-LINE
088400         AFTER ADVANCING 1 LINE.
088500     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
088600     WRITE AN-REPORT-LINE FROM WS-COLUMN-HEADINGS
088700         AFTER ADVANCING 2 LINES.
088800     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
088900 5100-EXIT.
089000     EXIT.
089100
089200 5500-WRITE-DETAIL-LINE.
089300     MOVE SPACES                TO WS-DETAIL-LINE.
089400     MOVE WS-CAND-RESIDENT-ID   TO WS-DET-RESIDENT-ID.
089500     MOVE WS-CAND-LAST-CHECKOUT TO WS-DET-LAST-CHECKOUT.
089600     PERFORM 5550-MOVE-DETAIL-COUNT THRU 5550-EXIT
089700         VARYING WS-TBL-IX FROM 1 BY 1
089800         UNTIL WS-TBL-IX > 11.
089900     WRITE AN-REPORT-LINE FROM WS-DETAIL-LINE
090000         AFTER ADVANCING 1 LINE.
090100     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
090200     IF LINAGE-COUNTER > 54
090300         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
090400     END-IF.
090500 5500-EXIT.
090600     EXIT.
090700
090800 5550-MOVE-DETAIL-COUNT.
090900     MOVE WS-RES-COUNT(WS-TBL-IX) TO WS-DET-COUNT(WS-TBL-IX).
091000 5550-EXIT.
091100     EXIT.
091200
091300*****************************************************************
091400* 5700-WRITE-CERTIFICATE - ITS OWN PAGE: ONE LINE PER TABLE     *
091500*           WITH THE RECORDS ANONYMIZED (OR, IN REPORT MODE,    *
091600*           THAT WOULD BE), THE TOTAL, THE NUMBER OF FORMER     *
091700*           RESIDENTS, AND A SIGN-OFF LINE FOR THE RECORDS      *
091800*           OFFICER.                                            *
091900*****************************************************************
092000 5700-WRITE-CERTIFICATE.
092100     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
092200     IF WS-ANONYMIZE-MODE
092300         MOVE "RECORDS ANONYMIZED BY THIS RUN"
092400                                TO WS-CERT-TITLE-NOTE
092500     ELSE
092600         MOVE "REPORT ONLY - RECORDS NOT CHANGED"
092700                                TO WS-CERT-TITLE-NOTE
092800     END-IF.
092900     WRITE AN-REPORT-LINE FROM WS-CERT-TITLE-LINE
093000         AFTER ADVANCING 2 LINES.
093100     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
093200     WRITE AN-REPORT-LINE FROM WS-CERT-HEADINGS
093300         AFTER ADVANCING 2 LINES.
093400     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
093500     MOVE ZERO TO WS-GRAND-TOTAL.
093600     PERFORM 5750-WRITE-CERT-LINE THRU 5750-EXIT
093700         VARYING WS-TBL-IX FROM 1 BY 1
093800         UNTIL WS-TBL-IX > 11.
093900     MOVE WS-GRAND-TOTAL        TO WS-CRT-TOTAL.
094000     WRITE AN-REPORT-LINE FROM WS-CERT-TOTAL-LINE
094100         AFTER ADVANCING 2 LINES.
094200     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
094300     MOVE WS-RESIDENTS-ANONYMIZED TO WS-CRT-RESIDENTS.
094400     WRITE AN-REPORT-LINE FROM WS-CERT-RESIDENT-LINE
094500         AFTER ADVANCING 1 LINE.
094600     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
094700     WRITE AN-REPORT-LINE FROM WS-CERT-STATEMENT-1
094800         AFTER ADVANCING 2 LINES.
094900     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
095000     WRITE AN-REPORT-LINE FROM WS-CERT-STATEMENT-2
095100         AFTER ADVANCING 3 LINES.
095200     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
095300 5700-EXIT.
095400     EXIT.
095500
095600 5750-WRITE-CERT-LINE.
095700     MOVE WS-CERT-NAME(WS-TBL-IX)  TO WS-CRT-NAME.
095800     MOVE WS-RUN-COUNT(WS-TBL-IX)  TO WS-CRT-COUNT.
095900     ADD WS-RUN-COUNT(WS-TBL-IX)   TO WS-GRAND-TOTAL.
096000     WRITE AN-REPORT-LINE FROM WS-CERT-LINE
096100         AFTER ADVANCING 1 LINE.
096200     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
096300 5750-EXIT.
096400     EXIT.
096500
096600 5900-CHECK-PRINT-STATUS.
096700     IF NOT WS-ANONRPT-OK
096800         DISPLAY "RESANON - REPORT WRITE ERROR - STATUS "
096900             WS-ANONRPT-STATUS
097000         GO TO 9900-ABEND-JOB
097100     END-IF.
097200 5900-EXIT.
097300     EXIT.
097400
097500*****************************************************************
097600* 9000-TERMINATE - THE MASKED ARCHIVE IS CLOSED BEFORE THE LAST *
097700*           COMMIT, SO THE NEXT STEP NEVER COPIES A SHORT FILE. *
097800*           REPORT MODE ENDS WITH RETURN CODE 4, WHICH THE JCL  *
097900*           USES TO BYPASS THE STEPS THAT REPLACE THE ARCHIVE   *
098000*           GENERATIONS.                                        *
098100*****************************************************************
098200 9000-TERMINATE.
098300     PERFORM 5700-WRITE-CERTIFICATE THRU 5700-EXIT.
098400
098500     DISPLAY "RESANON - END OF JOB STATISTICS".
098600     DISPLAY "RESANON -   FORMER RESIDENTS PAST CUTOFF - "
098700         WS-CANDIDATES-READ.
098800     DISPLAY "RESANON -   RESIDENTS ANONYMIZED         - "
098900         WS-RESIDENTS-ANONYMIZED.
099000     DISPLAY "RESANON -   ARCHIVE RECORDS READ         - "
099100         WS-ARCH-RECORDS-READ.
099200     DISPLAY "RESANON -   RECORDS ANONYMIZED           - "
099300         WS-GRAND-TOTAL.
099400
099500     CLOSE AUDIT-ARCHIVE-FILE.
099600     IF WS-ANONYMIZE-MODE
099700         CLOSE MASKED-ARCHIVE-FILE
099800         IF NOT WS-AUDNEW-OK
099900             DISPLAY "RESANON - MASKED ARCHIVE CLOSE ERROR - "
100000                 "STATUS " WS-AUDNEW-STATUS
100100             GO TO 9900-ABEND-JOB
100200         END-IF
100300     END-IF.
100400
100500     EXEC SQL CLOSE C1 END-EXEC.
100600     EXEC SQL COMMIT END-EXEC.
100700     MOVE WS-CANDIDATES-READ    TO BL-RECORDS-READ.
100800     MOVE ZERO                  TO BL-RECORDS-INSERTED.
100900     IF WS-ANONYMIZE-MODE
101000         MOVE WS-GRAND-TOTAL    TO BL-RECORDS-UPDATED
101100         MOVE ZERO              TO BL-RETURN-CODE
101200     ELSE
101300         MOVE ZERO              TO BL-RECORDS-UPDATED
101400         MOVE 4                 TO BL-RETURN-CODE
101500     END-IF.
101600     MOVE ZERO                  TO BL-RECORDS-REJECTED.
101700     MOVE SPACES                TO BL-LAST-CHECKPOINT.
101800     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
101900
102000     CLOSE ANONYMIZE-RPT.
102100     EXEC SQL CONNECT RESET END-EXEC.
102200     MOVE BL-RETURN-CODE        TO RETURN-CODE.
102300 9000-EXIT.
102400     EXIT.
102500
102600     COPY RUNLOGP.
102700
102800 9900-ABEND-JOB.
102900     DISPLAY "RESANON - JOB ABENDING AFTER "
103000         WS-CANDIDATES-READ " RESIDENTS READ".
103100     MOVE 16 TO RETURN-CODE.
103200     STOP RUN.
103300
103400 END PROGRAM resanon.
