001710*  2026-08-22 FMV EVERY RUN NOW WRITES START AND END ROWS TO THE *
001720*              BATCH_RUN_LOG TABLE (COPYBOOKS/RUNLDCL/RUNLOGP)   *
001730*              FOR THE MORNING STATUS REPORT (RESMORN).          *
001735*  2026-10-06 FMV A ROOM UNDER AN ACTIVE ROOM_BLOCK (SEE         *
001740*              COPYBOOKS/BLOKDCL) COVERING TODAY NOW SHOWS ITS   *
001745*              EMPTY BEDS IN A SEPARATE BLOCKED COLUMN INSTEAD   *
001750*              OF AS OPEN BEDS - NO ASSIGNMENT PATH WILL FILL    *
001755*              THEM. THE FLOOR, HALL AND GRAND TOTALS CARRY      *
001760*              BLOCKED BEDS ALONGSIDE OPEN BEDS.                 *
001765*  2026-10-06 FMV A RESUBMITTED RESLOAD NOW SKIPS THIS STEP      *
001770*              WHEN IT HAS ALREADY COMPLETED FOR THE RUN DATE    *
001775*              (0690-SKIP-IF-COMPLETE IN RUNLOGP WRITES A 'K'    *
001780*              SKIPPED ROW AND ENDS THE STEP WITH THE EARLIER    *
001785*              RETURN CODE), SO A RESTART NEVER RUNS IT TWICE.   *
001800*****************************************************************
001900
002000 ENVIRONMENT DIVISION.
004110
004120     COPY RUNLDCL.
004200
004220     COPY BLOKDCL.
004240
004260*    THE LAST COLUMN COUNTS THE ACTIVE ROOM BLOCKS COVERING THE
004280*    ROOM TODAY - NON-ZERO MEANS ITS EMPTY BEDS ARE BLOCKED.
004300     EXEC SQL
004400         DECLARE C1 CURSOR FOR
004442         SELECT R.HALL_CODE, R.ROOM_NUMBER, R.FLOOR_CODE,
004484                R.CAPACITY, R.OCCUPANT_COUNT,
004526                ( SELECT COUNT(*)
004568                    FROM ROOM_BLOCK B
004610                   WHERE B.BLOCK_STATUS = 'A'
004652                     AND B.HALL_CODE = R.HALL_CODE
004694                     AND R.ROOM_NUMBER BETWEEN B.ROOM_FROM
004736                                           AND B.ROOM_THRU
004778                     AND B.START_DATE <= CURRENT DATE
004820                     AND B.END_DATE >= CURRENT DATE )
004862           FROM ROOM_INVENTORY R
004904          WHERE R.ROOM_STATUS = 'A'
004946          ORDER BY R.HALL_CODE, R.FLOOR_CODE, R.ROOM_NUMBER
005000     END-EXEC.
005100
005200 01  WS-VACRPT-STATUS            PIC X(02)      VALUE SPACES.
006000
006100 01  WS-RUN-DATE                 PIC 9(08)      VALUE ZERO.
006200 01  WS-PAGE-NUMBER              PIC 9(04)      VALUE ZERO.
006250 01  WS-ROOM-BLOCK-COUNT         PIC S9(09) COMP VALUE ZERO.
006300
006400 01  WS-CONTROL-FIELDS.
006500     05 WS-PREV-HALL-CODE        PIC X(04)      VALUE SPACES.
006700
006800 01  WS-REPORT-COUNTERS          COMP.
006900     05 WS-ROOM-OPEN-BEDS        PIC S9(05)     VALUE ZERO.
006950     05 WS-ROOM-BLOCKED-BEDS     PIC S9(05)     VALUE ZERO.
007000     05 WS-FLOOR-OPEN-BEDS       PIC 9(05)      VALUE ZERO.
007050     05 WS-FLOOR-BLOCKED-BEDS    PIC 9(05)      VALUE ZERO.
007100     05 WS-HALL-OPEN-BEDS        PIC 9(05)      VALUE ZERO.
007150     05 WS-HALL-BLOCKED-BEDS     PIC 9(05)      VALUE ZERO.
007200     05 WS-HALL-CAPACITY         PIC 9(07)      VALUE ZERO.
007300     05 WS-HALL-OCCUPANTS        PIC 9(07)      VALUE ZERO.
007400     05 WS-GRAND-OPEN-BEDS       PIC 9(07)      VALUE ZERO.
007450     05 WS-GRAND-BLOCKED-BEDS    PIC 9(07)      VALUE ZERO.
007500
007600 01  WS-HALL-PCT                 PIC 9(03)V9    VALUE ZERO.
007700
009400     05 FILLER                   PIC X(10)  VALUE "CAPACITY".
009500     05 FILLER                   PIC X(10)  VALUE "OCCUPIED".
009600     05 FILLER                   PIC X(10)  VALUE "OPEN".
009650     05 FILLER                   PIC X(10)  VALUE "BLOCKED".
009700
009800 01  WS-DETAIL-LINE.
009900     05 WS-DET-HALL              PIC X(06).
010400     05 WS-DET-OCCUPIED          PIC ZZZZ9.
010500     05 FILLER                   PIC X(05)  VALUE SPACES.
010600     05 WS-DET-OPEN              PIC ZZZZ9.
010633     05 FILLER                   PIC X(05)  VALUE SPACES.
010666     05 WS-DET-BLOCKED           PIC ZZZZ9.
010700
010800 01  WS-FLOOR-BREAK-LINE.
010900     05 FILLER                   PIC X(08)  VALUE SPACES.
011200     05 FILLER                   PIC X(15)
011300         VALUE " OPEN BEDS: ".
011400     05 WS-FBRK-COUNT            PIC ZZZZ9.
011425     05 FILLER                   PIC X(18)
011450         VALUE "  BLOCKED BEDS: ".
011475     05 WS-FBRK-BLOCKED          PIC ZZZZ9.
011500
011600 01  WS-HALL-BREAK-LINE.
011700     05 FILLER                   PIC X(06)  VALUE SPACES.
012000     05 FILLER                   PIC X(15)
012100         VALUE " OPEN BEDS: ".
012200     05 WS-HBRK-COUNT            PIC ZZZZ9.
012225     05 FILLER                   PIC X(18)
012250         VALUE "  BLOCKED BEDS: ".
012275     05 WS-HBRK-BLOCKED          PIC ZZZZ9.
012300     05 FILLER                   PIC X(13)
012400         VALUE "  OCCUPANCY: ".
012500     05 WS-HBRK-PCT              PIC ZZ9.9.
012900     05 FILLER                   PIC X(24)
013000         VALUE "GRAND TOTAL OPEN BEDS: ".
013100     05 WS-GRAND-TOTAL-COUNT     PIC ZZZZZZ9.
013125     05 FILLER                   PIC X(18)
013150         VALUE "  BLOCKED BEDS: ".
013175     05 WS-GRAND-TOTAL-BLOCKED   PIC ZZZZZZ9.
013200
013300 PROCEDURE DIVISION.
013400
015210     MOVE 'RESLOAD'  TO BL-JOB-NAME.
015220     MOVE 'STEP040'  TO BL-STEP-NAME.
015230     MOVE 'RESVACRP' TO BL-PGM-NAME.
015235     PERFORM 0690-SKIP-IF-COMPLETE THRU 0690-EXIT.
015240     PERFORM 0700-LOG-RUN-START THRU 0700-EXIT.
015300     EXEC SQL OPEN C1 END-EXEC.
015400     IF SQLCODE NOT = ZERO
018400     ADD RI-OCCUPANT-COUNT TO WS-HALL-OCCUPANTS.
018500     COMPUTE WS-ROOM-OPEN-BEDS =
018600         RI-CAPACITY - RI-OCCUPANT-COUNT.
018622     MOVE ZERO TO WS-ROOM-BLOCKED-BEDS.
018644     IF WS-ROOM-BLOCK-COUNT > ZERO AND
018666        WS-ROOM-OPEN-BEDS > ZERO
018688         MOVE WS-ROOM-OPEN-BEDS TO WS-ROOM-BLOCKED-BEDS
018710         MOVE ZERO              TO WS-ROOM-OPEN-BEDS
018732     END-IF.
018754     IF WS-ROOM-OPEN-BEDS > ZERO OR
018776        WS-ROOM-BLOCKED-BEDS > ZERO
018800         PERFORM 5500-WRITE-DETAIL-LINE THRU 5500-EXIT
018900         ADD WS-ROOM-OPEN-BEDS TO WS-FLOOR-OPEN-BEDS
019000                                  WS-HALL-OPEN-BEDS
019100                                  WS-GRAND-OPEN-BEDS
019125         ADD WS-ROOM-BLOCKED-BEDS TO WS-FLOOR-BLOCKED-BEDS
019150                                     WS-HALL-BLOCKED-BEDS
019175                                     WS-GRAND-BLOCKED-BEDS
019200     END-IF.
019300
019400     PERFORM 2100-FETCH-ROOM THRU 2100-EXIT.
019900     EXEC SQL
020000         FETCH C1
020100          INTO :RI-HALL-CODE, :RI-ROOM-NUMBER, :RI-FLOOR-CODE,
020166               :RI-CAPACITY, :RI-OCCUPANT-COUNT,
020232               :WS-ROOM-BLOCK-COUNT
020300     END-EXEC.
020400     EVALUATE SQLCODE
020500         WHEN ZERO
023000 5300-FLOOR-BREAK.
023100     MOVE WS-PREV-FLOOR-CODE    TO WS-FBRK-FLOOR.
023200     MOVE WS-FLOOR-OPEN-BEDS    TO WS-FBRK-COUNT.
023250     MOVE WS-FLOOR-BLOCKED-BEDS TO WS-FBRK-BLOCKED.
023300     WRITE VR-REPORT-LINE FROM WS-FLOOR-BREAK-LINE
023400         AFTER ADVANCING 1 LINE.
023500     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
023600     MOVE ZERO TO WS-FLOOR-OPEN-BEDS WS-FLOOR-BLOCKED-BEDS.
023700 5300-EXIT.
023800     EXIT.
023900
024000 5400-HALL-BREAK.
024100     MOVE WS-PREV-HALL-CODE     TO WS-HBRK-HALL.
024200     MOVE WS-HALL-OPEN-BEDS     TO WS-HBRK-COUNT.
024250     MOVE WS-HALL-BLOCKED-BEDS  TO WS-HBRK-BLOCKED.
024300     IF WS-HALL-CAPACITY > ZERO
024400         COMPUTE WS-HALL-PCT ROUNDED =
024500             WS-HALL-OCCUPANTS * 100 / WS-HALL-CAPACITY
025100         AFTER ADVANCING 1 LINE.
025200     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
025300     MOVE ZERO TO WS-HALL-OPEN-BEDS WS-HALL-CAPACITY
025400                  WS-HALL-OCCUPANTS WS-HALL-BLOCKED-BEDS.
025500     PERFORM 5100-WRITE-HEADINGS THRU 5100-EXIT.
025600 5400-EXIT.
025700     EXIT.
026300     MOVE RI-CAPACITY           TO WS-DET-CAPACITY.
026400     MOVE RI-OCCUPANT-COUNT     TO WS-DET-OCCUPIED.
026500     MOVE WS-ROOM-OPEN-BEDS     TO WS-DET-OPEN.
026550     MOVE WS-ROOM-BLOCKED-BEDS  TO WS-DET-BLOCKED.
026600     WRITE VR-REPORT-LINE FROM WS-DETAIL-LINE
026700         AFTER ADVANCING 1 LINE.
026800     PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT.
028300         PERFORM 5300-FLOOR-BREAK THRU 5300-EXIT
028400         MOVE WS-PREV-HALL-CODE  TO WS-HBRK-HALL
028500         MOVE WS-HALL-OPEN-BEDS  TO WS-HBRK-COUNT
028550         MOVE WS-HALL-BLOCKED-BEDS TO WS-HBRK-BLOCKED
028600         IF WS-HALL-CAPACITY > ZERO
028700             COMPUTE WS-HALL-PCT ROUNDED =
028800                 WS-HALL-OCCUPANTS * 100 / WS-HALL-CAPACITY
029400             AFTER ADVANCING 1 LINE
029500         PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT
029600         MOVE WS-GRAND-OPEN-BEDS TO WS-GRAND-TOTAL-COUNT
029650         MOVE WS-GRAND-BLOCKED-BEDS TO WS-GRAND-TOTAL-BLOCKED
029700         WRITE VR-REPORT-LINE FROM WS-GRAND-TOTAL-LINE
029800             AFTER ADVANCING 2 LINES
029900         PERFORM 5900-CHECK-PRINT-STATUS THRU 5900-EXIT
