000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. resarchg.
000300 AUTHOR. RESLIFE-IT-BATCH-TEAM.
000400 INSTALLATION. RESIDENCE LIFE DATA CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600*****************************************************************
000700* MODIFICATION HISTORY                                          *
000800*  2026-10-06 FMV INITIAL VERSION - DAMAGE AND LOST-KEY CHARGE   *
000900*              INTERFACE FOR THE BURSAR'S AR SYSTEM. READS EVERY *
001000*              RESIDENT_CHARGE ROW THE HALL OFFICE HAS APPROVED  *
001100*              ('A') OR REVERSED AFTER SENDING ('R') ON THE HCHG *
001200*              SCREEN (RESCHRG), WRITES A DEBIT DETAIL FOR EACH  *
001300*              APPROVED CHARGE AND A CREDIT DETAIL FOR EACH      *
001400*              REVERSAL TO ITS OWN FIXED-LAYOUT INTERFACE FILE   *
001500*              (HEADER, DETAILS, CONTROL-TOTAL TRAILER - THE     *
001600*              SAME SHAPE AS THE RESBILL BILLING FILE), AND      *
001700*              PRINTS A CHARGE REGISTER. EACH ROW IS MOVED ON TO *
001800*              'S' SENT OR 'C' CREDITED IN THE SAME UNIT OF WORK *
001900*              THAT WRITES THE FILE - AN ABEND ROLLS BACK THE    *
002000*              STATUS AND THE JCL DELETES THE FILE - SO A CHARGE *
002100*              IS NEVER SENT TWICE. THE STATUS UPDATE IS GUARDED *
002200*              BY THE STATUS FETCHED, SO A CHARGE CANCELLED      *
002300*              ONLINE AFTER THE FETCH IS SKIPPED, NOT SENT.      *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT AR-INTERFACE-FILE ASSIGN TO ARCHGOUT
003200         ORGANIZATION IS SEQUENTIAL
003300         ACCESS MODE IS SEQUENTIAL
003400         FILE STATUS IS WS-ARCHGOUT-STATUS.
003500
003600     SELECT CHARGE-REGISTER-RPT ASSIGN TO ARCHRPT
003700         ORGANIZATION IS SEQUENTIAL
003800         ACCESS MODE IS SEQUENTIAL
003900         FILE STATUS IS WS-ARCHRPT-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  AR-INTERFACE-FILE
004400     RECORDING MODE IS F.
004500 01  AI-INTERFACE-RECORD         PIC X(100).
004600
004700 FD  CHARGE-REGISTER-RPT
004800     RECORDING MODE IS F
004900     LINAGE IS 60 LINES
005000         WITH FOOTING AT 55.
005100 01  CR-REPORT-LINE              PIC X(132).
005200
005300 WORKING-STORAGE SECTION.
005400     EXEC SQL INCLUDE SQLCA END-EXEC.
005500
005600     COPY CHRGDCL.
005700
005800     COPY RUNLDCL.
005900
006000     EXEC SQL
006100         DECLARE C1 CURSOR FOR
006200         SELECT C.RESIDENT_ID, C.CHARGE_SEQ, C.CHARGE_TYPE,
006300                C.HALL_CODE, C.ROOM_NUMBER, C.KEY_SERIAL,
006400                C.REF_DATE, C.CHARGE_AMOUNT, C.CHARGE_STATUS,
006500                VALUE(O.RESIDENT_NAME, ' ')
006600           FROM RESIDENT_CHARGE C
006700                LEFT OUTER JOIN RESIDENT_OCCUPANCY O
006800                ON O.RESIDENT_ID = C.RESIDENT_ID
006900          WHERE C.CHARGE_STATUS IN ('A', 'R')
007000          ORDER BY C.RESIDENT_ID, C.CHARGE_SEQ
007100     END-EXEC.
007200
007300 01  WS-ARCHGOUT-STATUS          PIC X(02)      VALUE SPACES.
007400     88 WS-ARCHGOUT-OK                  VALUE '00'.
007500
007600 01  WS-ARCHRPT-STATUS           PIC X(02)      VALUE SPACES.
007700     88 WS-ARCHRPT-OK                   VALUE '00'.
007800
007900 01  WS-SWITCHES.
008000     05 WS-DB2-EOF-SW            PIC X(01)      VALUE 'N'.
008100        88 WS-DB2-EOF                   VALUE 'Y'.
008200
008300 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
008400 01  WS-PAGE-NUMBER              PIC 9(04)      VALUE ZERO.
008500
008600 01  WS-RESIDENT-NAME            PIC X(30)      VALUE SPACES.
008700 01  WS-NEW-STATUS               PIC X(01)      VALUE SPACE.
008800 01  WS-DR-CR-FLAG               PIC X(01)      VALUE SPACE.
008900     88 WS-DEBIT                        VALUE 'D'.
009000     88 WS-CREDIT                       VALUE 'C'.
009100
009200 01  WS-CHARGES-READ             PIC 9(07) COMP VALUE ZERO.
009300 01  WS-DEBITS-SENT              PIC 9(07) COMP VALUE ZERO.
009400 01  WS-CREDITS-SENT             PIC 9(07) COMP VALUE ZERO.
009500 01  WS-CHARGES-SKIPPED          PIC 9(07) COMP VALUE ZERO.
009600 01  WS-DETAIL-COUNT             PIC 9(09) COMP VALUE ZERO.
009700 01  WS-DEBIT-TOTAL-AMT          PIC S9(13)V99  VALUE ZERO.
009800 01  WS-CREDIT-TOTAL-AMT         PIC S9(13)V99  VALUE ZERO.
009900
010000 01  AI-HEADER-RECORD.
010100     05 FILLER                   PIC X(01)      VALUE 'H'.
010200     05 AI-HDR-RUN-DATE          PIC 9(08).
010300     05 AI-HDR-SOURCE            PIC X(08)      VALUE 'RESCHRG'.
010400     05 FILLER                   PIC X(83)      VALUE SPACES.
010500
010600 01  AI-DETAIL-RECORD.
010700     05 FILLER                   PIC X(01)      VALUE 'D'.
010800     05 AI-DET-RESIDENT-ID       PIC X(08).
010900     05 AI-DET-RESIDENT-NAME     PIC X(30).
011000     05 AI-DET-CHARGE-SEQ        PIC 9(03).
011100     05 AI-DET-DR-CR             PIC X(01).
011200     05 AI-DET-CHARGE-TYPE       PIC X(01).
011300     05 AI-DET-HALL-CODE         PIC X(04).
011400     05 AI-DET-ROOM-NUMBER       PIC X(06).
011500     05 AI-DET-KEY-SERIAL        PIC X(10).
011600     05 AI-DET-REF-DATE          PIC X(10).
011700     05 AI-DET-AMOUNT            PIC 9(7)V99.
011800     05 FILLER                   PIC X(17)      VALUE SPACES.
011900
012000 01  AI-TRAILER-RECORD.
012100     05 FILLER                   PIC X(01)      VALUE 'T'.
012200     05 AI-TRL-RECORD-COUNT      PIC 9(09).
012300     05 AI-TRL-DEBIT-TOTAL       PIC 9(13)V99.
012400     05 AI-TRL-CREDIT-TOTAL      PIC 9(13)V99.
012500     05 FILLER                   PIC X(60)      VALUE SPACES.
012600
012700 01  WS-REPORT-TITLE.
012800     05 FILLER                   PIC X(20)
012900         VALUE "RESIDENCE LIFE".
013000     05 FILLER                   PIC X(34)
013100         VALUE "DAMAGE/KEY CHARGE AR REGISTER".
013200     05 FILLER                   PIC X(10)
013300         VALUE "RUN DATE: ".
013400     05 WS-TITLE-RUN-DATE        PIC 9(08).
013500     05 FILLER                   PIC X(08)
013600         VALUE "  PAGE: ".
013700     05 WS-TITLE-PAGE-NO         PIC ZZZ9.
013800
013900 01  WS-COLUMN-HEADINGS.
014000     05 FILLER                   PIC X(10)  VALUE "RESIDENT".
014100     05 FILLER                   PIC X(22)  VALUE "NAME".
014200     05 FILLER                   PIC X(05)  VALUE "SEQ".
014300     05 FILLER                   PIC X(07)  VALUE "DR/CR".
014400     05 FILLER                   PIC X(05)  VALUE "TYPE".
014500     05 FILLER                   PIC X(06)  VALUE "HALL".
014600     05 FILLER                   PIC X(08)  VALUE "ROOM".
014700     05 FILLER                   PIC X(12)  VALUE "KEY SERIAL".
014800     05 FILLER                   PIC X(12)  VALUE "REF DATE".
014900     05 FILLER                   PIC X(10)  VALUE "AMOUNT".
015000
015100 01  WS-DETAIL-LINE.
015200     05 WS-DET-RESIDENT-ID       PIC X(10).
015300     05 WS-DET-RESIDENT-NAME     PIC X(22).
015400     05 WS-DET-SEQ               PIC ZZ9.
015500     05 FILLER                   PIC X(02)  VALUE SPACES.
015600     05 WS-DET-DR-CR             PIC X(07).
015700     05 WS-DET-TYPE              PIC X(05).
015800     05 WS-DET-HALL              PIC X(06).
015900     05 WS-DET-ROOM              PIC X(08).
016000     05 WS-DET-KEY-SERIAL        PIC X(12).
016100     05 WS-DET-REF-DATE          PIC X(10).
016200     05 WS-DET-AMOUNT            PIC ZZ,ZZ9.99.
016300
016400 01  WS-TOTAL-LINE.
016500     05 FILLER                   PIC X(09)
016600         VALUE "DEBITS: ".
016700     05 WS-TOT-DEBITS            PIC ZZZZZZ9.
016800     05 FILLER                   PIC X(03)  VALUE SPACES.
016900     05 WS-TOT-DEBIT-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
017000     05 FILLER                   PIC X(12)
017100         VALUE "  CREDITS: ".
017200     05 WS-TOT-CREDITS           PIC ZZZZZZ9.
017300     05 FILLER                   PIC X(03)  VALUE SPACES.
017400     05 WS-TOT-CREDIT-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
017500     05 FILLER                   PIC X(12)
017600         VALUE "  SKIPPED: ".
017700     05 WS-TOT-SKIPPED           PIC ZZZZZZ9.
017800
017900 PROCEDURE DIVISION.
018000
018100 0000-MAIN.
018200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018300     PERFORM 2000-PROCESS-CHARGE THRU 2000-EXIT
018400         UNTIL WS-DB2-EOF.
018500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018600     GOBACK.
018700
018800 1000-INITIALIZE.
018900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019000
019100     OPEN OUTPUT AR-INTERFACE-FILE.
019200     IF NOT WS-ARCHGOUT-OK
019300         DISPLAY "RESARCHG - INTERFACE FILE OPEN FAILED - STATUS "
019400             WS-ARCHGOUT-STATUS
019500         GO TO 9900-ABEND-JOB
019600     END-IF.
019700
019800     OPEN OUTPUT CHARGE-REGISTER-RPT.
019900     IF NOT WS-ARCHRPT-OK
020000         DISPLAY "RESARCHG - REGISTER FILE OPEN FAILED - STATUS "
020100             WS-ARCHRPT-STATUS
020200         GO TO 9900-ABEND-JOB
020300     END-IF.
020400
020500     EXEC SQL CONNECT TO RESLIFE END-EXEC.
020600     MOVE 'RESARCHG' TO BL-JOB-NAME.
020700     MOVE 'STEP010'  TO BL-STEP-NAME.
020800     MOVE 'RESARCHG' TO BL-PGM-NAME.
020900     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
021000
021100     EXEC SQL OPEN C1 END-EXEC.
021200     IF SQLCODE NOT = ZERO
021300         DISPLAY "RESARCHG - CURSOR OPEN ERROR - SQLCODE " SQLCODE
021400         GO TO 9900-ABEND-JOB
021500     END-IF.
021600
021700     MOVE WS-RUN-DATE           TO AI-HDR-RUN-DATE.
021800     WRITE AI-INTERFACE-RECORD FROM AI-HEADER-RECORD.
021900     PERFORM 6900-CHECK-INTERFACE-STATUS THRU 6900-EXIT.
022000
022100     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
022200     PERFORM 2100-FETCH-CHARGE THRU 2100-EXIT.
022300 1000-EXIT.
022400     EXIT.
022500
022600 2000-PROCESS-CHARGE.
022700     ADD 1 TO WS-CHARGES-READ.
022800     PERFORM 2300-SEND-CHARGE THRU 2300-EXIT.
022900     PERFORM 2100-FETCH-CHARGE THRU 2100-EXIT.
023000 2000-EXIT.
023100     EXIT.
023200
023300 2100-FETCH-CHARGE.
023400     EXEC SQL
023500         FETCH C1
023600          INTO :CH-RESIDENT-ID, :CH-CHARGE-SEQ, :CH-CHARGE-TYPE,
023700               :CH-HALL-CODE, :CH-ROOM-NUMBER, :CH-KEY-SERIAL,
023800               :CH-REF-DATE, :CH-CHARGE-AMOUNT, :CH-CHARGE-STATUS,
023900               :WS-RESIDENT-NAME
024000     END-EXEC.
024100     EVALUATE SQLCODE
024200         WHEN ZERO
024300             CONTINUE
024400         WHEN 100
024500             MOVE 'Y' TO WS-DB2-EOF-SW
024600         WHEN OTHER
024700             DISPLAY "RESARCHG - FETCH ERROR - SQLCODE " SQLCODE
024800             GO TO 9900-ABEND-JOB
024900     END-EVALUATE.
025000 2100-EXIT.
025100     EXIT.
025200
025300*****************************************************************
025400* 2300-SEND-CHARGE - MOVE THE ROW ON ('A' TO 'S' SENT, 'R' TO    *
025500*           'C' CREDITED) FIRST, GUARDED BY THE STATUS FETCHED.  *
025600*           ONLY A ROW THE UPDATE ACTUALLY MOVED GOES ON THE     *
025700*           FILE - ONE CANCELLED OR REVERSED ONLINE SINCE THE    *
025800*           FETCH IS SKIPPED AND PICKED UP BY THE NEXT RUN.      *
025900*****************************************************************
026000 2300-SEND-CHARGE.
026100     IF CH-STATUS-APPROVED
026200         MOVE 'S' TO WS-NEW-STATUS
026300         MOVE 'D' TO WS-DR-CR-FLAG
026400         EXEC SQL
026500             UPDATE RESIDENT_CHARGE
026600                SET CHARGE_STATUS   = :WS-NEW-STATUS,
026700                    SENT_DATE       = CURRENT DATE,
026800                    LAST_UPDATE_TS  = CURRENT TIMESTAMP,
026900                    LAST_UPDATE_PGM = 'RESARCHG'
027000              WHERE RESIDENT_ID     = :CH-RESIDENT-ID
027100                AND CHARGE_SEQ      = :CH-CHARGE-SEQ
027200                AND CHARGE_STATUS   = :CH-CHARGE-STATUS
027300         END-EXEC
027400     ELSE
027500         MOVE 'C' TO WS-NEW-STATUS
027600         MOVE 'C' TO WS-DR-CR-FLAG
027700         EXEC SQL
027800             UPDATE RESIDENT_CHARGE
027900                SET CHARGE_STATUS   = :WS-NEW-STATUS,
028000                    CREDIT_DATE     = CURRENT DATE,
028100                    LAST_UPDATE_TS  = CURRENT TIMESTAMP,
028200                    LAST_UPDATE_PGM = 'RESARCHG'
028300              WHERE RESIDENT_ID     = :CH-RESIDENT-ID
028400                AND CHARGE_SEQ      = :CH-CHARGE-SEQ
028500                AND CHARGE_STATUS   = :CH-CHARGE-STATUS
028600         END-EXEC
028700     END-IF.
028800     EVALUATE SQLCODE
028900         WHEN ZERO
029000             CONTINUE
029100         WHEN 100
029200             DISPLAY "RESARCHG - CHARGE " CH-RESIDENT-ID "/"
029300                 CH-CHARGE-SEQ " CHANGED SINCE FETCH - SKIPPED"
029400             ADD 1 TO WS-CHARGES-SKIPPED
029500             GO TO 2300-EXIT
029600         WHEN OTHER
029700             DISPLAY "RESARCHG - CHARGE UPDATE ERROR - SQLCODE "
029800                 SQLCODE
029900             GO TO 9900-ABEND-JOB
030000     END-EVALUATE.
030100
030200     MOVE CH-RESIDENT-ID        TO AI-DET-RESIDENT-ID.
030300     MOVE WS-RESIDENT-NAME      TO AI-DET-RESIDENT-NAME.
030400     MOVE CH-CHARGE-SEQ         TO AI-DET-CHARGE-SEQ.
030500     MOVE WS-DR-CR-FLAG         TO AI-DET-DR-CR.
030600     MOVE CH-CHARGE-TYPE        TO AI-DET-CHARGE-TYPE.
030700     MOVE CH-HALL-CODE          TO AI-DET-HALL-CODE.
030800     MOVE CH-ROOM-NUMBER        TO AI-DET-ROOM-NUMBER.
030900     MOVE CH-KEY-SERIAL         TO AI-DET-KEY-SERIAL.
031000     MOVE CH-REF-DATE           TO AI-DET-REF-DATE.
031100     MOVE CH-CHARGE-AMOUNT      TO AI-DET-AMOUNT.
031200     WRITE AI-INTERFACE-RECORD FROM AI-DETAIL-RECORD.
031300     PERFORM 6900-CHECK-INTERFACE-STATUS THRU 6900-EXIT.
031400     ADD 1 TO WS-DETAIL-COUNT.
031500
031600     IF WS-DEBIT
031700         ADD 1 TO WS-DEBITS-SENT
031800         ADD CH-CHARGE-AMOUNT TO WS-DEBIT-TOTAL-AMT
031900     ELSE
032000         ADD 1 TO WS-CREDITS-SENT
032100         ADD CH-CHARGE-AMOUNT TO WS-CREDIT-TOTAL-AMT
032200     END-IF.
032300     PERFORM 5500-WRITE-DETAIL-LINE THRU 5500-EXIT.
032400 2300-EXIT.
032500     EXIT.
032600
032700 5100-WRITE-HEADINGS.
032800     ADD 1 TO WS-PAGE-NUMBER.
032900     MOVE WS-RUN-DATE           TO WS-TITLE-RUN-DATE.
033000     MOVE WS-PAGE-NUMBER        TO WS-TITLE-PAGE-NO.
033100     WRITE CR-REPORT-LINE FROM WS-REPORT-TITLE
033200         AFTER ADVANCING PAGE.
033300     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
033400     WRITE CR-REPORT-LINE FROM WS-COLUMN-HEADINGS
033500         AFTER ADVANCING 2 LINES.
033600     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
033700 5100-EXIT.
033800     EXIT.
033900
034000 5500-WRITE-DETAIL-LINE.
034100     MOVE CH-RESIDENT-ID        TO WS-DET-RESIDENT-ID.
034200     MOVE WS-RESIDENT-NAME      TO WS-DET-RESIDENT-NAME.
034300     MOVE CH-CHARGE-SEQ         TO WS-DET-SEQ.
034400     IF WS-DEBIT
034500         MOVE 'DEBIT'           TO WS-DET-DR-CR
034600     ELSE
034700         MOVE 'CREDIT'          TO WS-DET-DR-CR
034800     END-IF.
034900     MOVE CH-CHARGE-TYPE        TO WS-DET-TYPE.
035000     MOVE CH-HALL-CODE          TO WS-DET-HALL.
035100     MOVE CH-ROOM-NUMBER        TO WS-DET-ROOM.
035200     MOVE CH-KEY-SERIAL         TO WS-DET-KEY-SERIAL.
035300     MOVE CH-REF-DATE           TO WS-DET-REF-DATE.
035400     MOVE CH-CHARGE-AMOUNT      TO WS-DET-AMOUNT.
035500     WRITE CR-REPORT-LINE FROM WS-DETAIL-LINE
035600         AFTER ADVANCING 1 LINE.
035700     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
035800     IF LINAGE-COUNTER > 54
035900         PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT
036000     END-IF.
036100 5500-EXIT.
036200     EXIT.
036300
036400 5900-CHECK-PRINT-STATUS.
036500     IF NOT WS-ARCHRPT-OK
036600         DISPLAY "RESARCHG - REGISTER WRITE ERROR - STATUS "
036700             WS-ARCHRPT-STATUS
036800         GO TO 9900-ABEND-JOB
036900     END-IF.
037000 5900-EXIT.
037100     EXIT.
037200
037300 6900-CHECK-INTERFACE-STATUS.
037400     IF NOT WS-ARCHGOUT-OK
037500         DISPLAY "RESARCHG - INTERFACE WRITE ERROR - STATUS "
037600             WS-ARCHGOUT-STATUS
037700         GO TO 9900-ABEND-JOB
037800     END-IF.
037900 6900-EXIT.
038000     EXIT.
038100
038200 9000-TERMINATE.
038300     MOVE WS-DETAIL-COUNT       TO AI-TRL-RECORD-COUNT.
038400     MOVE WS-DEBIT-TOTAL-AMT    TO AI-TRL-DEBIT-TOTAL.
038500     MOVE WS-CREDIT-TOTAL-AMT   TO AI-TRL-CREDIT-TOTAL.
038600     WRITE AI-INTERFACE-RECORD FROM AI-TRAILER-RECORD.
038700     PERFORM 6900-CHECK-INTERFACE-STATUS THRU 6900-EXIT.
038800
038900     MOVE WS-DEBITS-SENT        TO WS-TOT-DEBITS.
039000     MOVE WS-DEBIT-TOTAL-AMT    TO WS-TOT-DEBIT-AMT.
039100     MOVE WS-CREDITS-SENT       TO WS-TOT-CREDITS.
039200     MOVE WS-CREDIT-TOTAL-AMT   TO WS-TOT-CREDIT-AMT.
039300     MOVE WS-CHARGES-SKIPPED    TO WS-TOT-SKIPPED.
039400     WRITE CR-REPORT-LINE FROM WS-TOTAL-LINE
039500         AFTER ADVANCING 2 LINES.
039600     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
039700
039800     DISPLAY "RESARCHG - END OF JOB STATISTICS".
039900     DISPLAY "RESARCHG -   CHARGES READ       - " WS-CHARGES-READ.
040000     DISPLAY "RESARCHG -   DEBITS SENT        - " WS-DEBITS-SENT.
040100     DISPLAY "RESARCHG -   CREDITS SENT       - " WS-CREDITS-SENT.
040200     DISPLAY "RESARCHG -   CHARGES SKIPPED    - "
040300         WS-CHARGES-SKIPPED.
040400
040500     MOVE WS-CHARGES-READ       TO BL-RECORDS-READ.
040600     MOVE WS-DEBITS-SENT        TO BL-RECORDS-INSERTED.
040700     MOVE WS-CREDITS-SENT       TO BL-RECORDS-UPDATED.
040800     MOVE WS-CHARGES-SKIPPED    TO BL-RECORDS-REJECTED.
040900     MOVE SPACES                TO BL-LAST-CHECKPOINT.
041000     MOVE ZERO                  TO BL-RETURN-CODE.
041100     PERFORM 9600-LOG-RUN-END THRU 9600-EXIT.
041200
041300     EXEC SQL CLOSE C1 END-EXEC.
041400     EXEC SQL COMMIT END-EXEC.
041500     CLOSE AR-INTERFACE-FILE.
041600     CLOSE CHARGE-REGISTER-RPT.
041700     EXEC SQL CONNECT RESET END-EXEC.
041800 9000-EXIT.
041900     EXIT.
042000
042100     COPY RUNLOGP.
042200
042300 9900-ABEND-JOB.
042400     DISPLAY "RESARCHG - JOB ABENDING AFTER "
042500         WS-CHARGES-READ " CHARGES READ".
042600     MOVE 16 TO RETURN-CODE.
042700     STOP RUN.
042800
042900 END PROGRAM resarchg.
