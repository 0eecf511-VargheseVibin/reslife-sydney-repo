001700*              HLCI INQUIRY ON THAT RESIDENT - THE DESK ANSWERS  *
001800*              A NAME WITH A ROOM INSTEAD OF PHONING ANOTHER     *
001900*              OFFICE.                                           *
001914*  2026-10-06 FMV WHEN THE HINC INCIDENT SCREEN (RESINC) XCTLS   *
001928*              IN WITH FUNCTION 'N' AND AN INCIDENT ID, THE      *
001942*              SEARCH RUNS AS NORMAL BUT AN 'S' SELECTION XCTLS  *
001956*              BACK TO RESINC TO ADD THAT RESIDENT TO THE        *
001970*              INCIDENT INSTEAD OF OPENING HLCI, AND PF3         *
001984*              RETURNS TO THE INCIDENT WITHOUT ADDING ANYONE.    *
002000*****************************************************************
002100
002200 ENVIRONMENT DIVISION.
003700
003800 01  WS-HLCI-COMMAREA.
003900     COPY HCICOMM.
003925
003950 01  WS-INC-COMMAREA.
003975     COPY RINCCOMM.
004000
004100 01  WS-MAP-NAME                 PIC X(07)      VALUE 'RNAMMAP'.
004200 01  WS-MAPSET-NAME              PIC X(07)      VALUE 'RNAMMAP'.
006100     88 WS-FETCH-DONE                   VALUE 'Y'.
006200 01  WS-PAGE-ERROR-SW            PIC X(01)      VALUE 'N'.
006300     88 WS-PAGE-ERROR                   VALUE 'Y'.
006350 01  WS-INCIDENT-ID-DISPLAY      PIC ZZZZZ9.
006400
006500 01  WS-LIST-LINE.
006600     05 WS-LL-NAME               PIC X(30).
007300
007400 LINKAGE SECTION.
007500 01  DFHCOMMAREA.
007600     05 LK-COMMAREA-DATA         PIC X(130).
007700
007800 PROCEDURE DIVISION.
007900
008200         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
008300     ELSE
008400         MOVE DFHCOMMAREA TO WS-COMMAREA
008433         EVALUATE TRUE
008466             WHEN HN-FUNC-START
008499                 PERFORM 1100-START-FROM-INCIDENT THRU 1100-EXIT
008532             WHEN EIBAID = DFHPF3
008565                 IF HN-RETURN-TO-INCIDENT
008598                     MOVE ZERO TO WS-SELECTED-IX
008631                     PERFORM 2600-XCTL-TO-INCIDENT THRU 2600-EXIT
008664                 END-IF
008700                 PERFORM 8000-END-SESSION THRU 8000-EXIT
008800                 GO TO 0000-EXIT
008900             WHEN EIBAID = DFHPF7
009000                 IF HN-PAGE-NUMBER > 1
009100                     SUBTRACT 1 FROM HN-PAGE-NUMBER
009200                 END-IF
009300                 PERFORM 3000-BUILD-PAGE THRU 3000-EXIT
009400             WHEN EIBAID = DFHPF8
009500                 ADD 1 TO HN-PAGE-NUMBER
009600                 PERFORM 3000-BUILD-PAGE THRU 3000-EXIT
009700             WHEN OTHER
011800     MOVE SPACES TO HN-SEARCH-NAME.
011900     MOVE 1 TO HN-PAGE-NUMBER.
012000     MOVE SPACES TO HN-LINE-IDS.
012033     MOVE SPACES TO HN-RETURN-PROGRAM.
012066     MOVE ZERO TO HN-RETURN-INCIDENT-ID.
012100
012200     EXEC CICS SEND MAP(WS-MAP-NAME)
012300         MAPSET(WS-MAPSET-NAME)
012400         ERASE
012500     END-EXEC.
012600 1000-EXIT.
012603     EXIT.
012606
012609*****************************************************************
012612* 1100-START-FROM-INCIDENT - ENTERED BY XCTL FROM THE HINC      *
012615*           INCIDENT SCREEN WITH THE INCIDENT ID TO ADD A       *
012618*           RESIDENT TO. PAINT AN EMPTY SEARCH SCREEN THAT SAYS *
012621*           SO; FROM HERE THE SESSION IS A NORMAL NAME SEARCH   *
012624*           UNTIL A LINE IS PICKED.                             *
012627*****************************************************************
012630 1100-START-FROM-INCIDENT.
012633     MOVE LOW-VALUES TO RNAMMAPO.
012636     MOVE 'I' TO HN-FUNCTION-CODE.
012639     MOVE SPACES TO HN-SEARCH-NAME.
012642     MOVE 1 TO HN-PAGE-NUMBER.
012645     MOVE SPACES TO HN-LINE-IDS.
012648     MOVE HN-RETURN-INCIDENT-ID TO WS-INCIDENT-ID-DISPLAY.
012651     STRING 'S+ENTER ON A LINE ADDS THE RESIDENT TO INCIDENT '
012654            WS-INCIDENT-ID-DISPLAY
012657         DELIMITED BY SIZE INTO MSGOUTO.
012660
012663     EXEC CICS SEND MAP(WS-MAP-NAME)
012666         MAPSET(WS-MAPSET-NAME)
012669         ERASE
012672     END-EXEC.
012675 1100-EXIT.
012700     EXIT.
012800
012900*****************************************************************
014200         UNTIL WS-SEL-IX > 10.
014300
014400     IF WS-SELECTED-IX > ZERO
014433         IF HN-RETURN-TO-INCIDENT
014466             PERFORM 2600-XCTL-TO-INCIDENT THRU 2600-EXIT
014499         ELSE
014532             PERFORM 2500-XCTL-TO-INQUIRY THRU 2500-EXIT
014565         END-IF
014600     ELSE
014700         IF NAMEINI NOT = SPACES AND NAMEINI NOT = LOW-VALUES
014800             MOVE NAMEINI TO HN-SEARCH-NAME
018200         COMMAREA(WS-HLCI-COMMAREA)
018300     END-EXEC.
018400 2500-EXIT.
018404     EXIT.
018408
018412*****************************************************************
018416* 2600-XCTL-TO-INCIDENT - HAND THE PICKED RESIDENT (SPACES WHEN *
018420*           PF3 LEFT THE SEARCH WITHOUT A PICK) BACK TO RESINC  *
018424*           AS FUNCTION 'S' WITH THE INCIDENT IT CAME FROM;     *
018428*           RESINC ADDS THE RESIDENT AND REPAINTS THE INCIDENT. *
018432*****************************************************************
018436 2600-XCTL-TO-INCIDENT.
018440     MOVE 'S' TO HI-FUNCTION-CODE.
018444     MOVE HN-RETURN-INCIDENT-ID TO HI-INCIDENT-ID.
018448     MOVE SPACES TO HI-HALL-CODE.
018452     IF WS-SELECTED-IX > ZERO
018456         MOVE HN-LINE-ID(WS-SELECTED-IX) TO HI-SELECTED-ID
018460     ELSE
018464         MOVE SPACES TO HI-SELECTED-ID
018468     END-IF.
018472     MOVE HN-OPERATOR-ID             TO HI-OPERATOR-ID.
018476     MOVE HN-TERMINAL-ID             TO HI-TERMINAL-ID.
018480     EXEC CICS XCTL
018484         PROGRAM('RESINC')
018488         COMMAREA(WS-INC-COMMAREA)
018492     END-EXEC.
018496 2600-EXIT.
018500     EXIT.
018600
018700*****************************************************************
