002370*              IS NOW RECORDED RETURNED ON THE KEY_INVENTORY     *
002380*              TABLE (SEE COPYBOOKS/KEYDCL) AS THE ROW IS        *
002390*              ARCHIVED - TERM-END CHECKOUT COLLECTS THE KEYS.   *
002391*  2026-10-06 FMV EVERY ARCHIVED RESIDENT'S UNCOLLECTED DESK     *
002392*              PACKAGES AND MAIL ARE NOW FLAGGED 'F' ON THE      *
002393*              PACKAGE TABLE (SEE COPYBOOKS/PKGDCL) FOR RETURN   *
002394*              TO SENDER OR FORWARDING - THE DESK CAN STILL      *
002395*              HAND AN ITEM OVER TO A RETURNING RESIDENT.        *
002400*****************************************************************
002500
002600 ENVIRONMENT DIVISION.
008510
008520     COPY KEYDCL.
008600
008633     COPY PKGDCL.
008666
008700     COPY HISTDCL.
008800
008850*    WITH HOLD - THE CHECKPOINT COMMIT EVERY WS-CHECKPOINT-
013800 01  WS-RESTART-COUNT            PIC 9(09) COMP  VALUE ZERO.
014000 01  WS-ARCHIVED-COUNT           PIC 9(07) COMP  VALUE ZERO.
014100 01  WS-NO-MASTER-COUNT          PIC 9(07) COMP  VALUE ZERO.
014150 01  WS-PKG-FLAG-COUNT           PIC 9(07) COMP  VALUE ZERO.
014200
014300 01  WS-HALL-COUNT-HOLD          PIC S9(09) COMP VALUE ZERO.
014400
029300     PERFORM 8000-WRITE-AUDIT-RECORD THRU 8000-EXIT.
029400     PERFORM 3500-DELETE-OCCUPANCY THRU 3500-EXIT.
029500     PERFORM 3700-DELETE-MASTER THRU 3700-EXIT.
029525     PERFORM 3850-FLAG-PACKAGES THRU 3850-EXIT.
029550     IF RO-ROOM-NUMBER NOT = SPACES
029555         PERFORM 3750-RETURN-ROOM-KEY THRU 3750-EXIT
029560         PERFORM 3800-WRITE-WORK-ORDER THRU 3800-EXIT
039260     EXIT.
039270
039300*****************************************************************
039303* 3850-FLAG-PACKAGES - ANY ITEM STILL HELD AT THE DESK FOR THE  *
039306*           ARCHIVED RESIDENT IS FLAGGED FOR RETURN TO SENDER   *
039309*           OR FORWARDING; NOTHING HELD (SQLCODE 100) IS NOT AN *
039312*           ERROR.                                              *
039315*****************************************************************
039318 3850-FLAG-PACKAGES.
039321     MOVE RO-RESIDENT-ID       TO PK-RESIDENT-ID.
039324     EXEC SQL
039327         UPDATE PACKAGE
039330            SET PKG_STATUS      = 'F',
039333                FLAG_DATE       = CURRENT DATE,
039336                FLAG_PGM        = 'RESTURN',
039339                LAST_UPDATE_TS  = CURRENT TIMESTAMP,
039342                LAST_UPDATE_PGM = 'RESTURN'
039345          WHERE RESIDENT_ID     = :PK-RESIDENT-ID
039348            AND PKG_STATUS      = 'H'
039351     END-EXEC.
039354     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
039357         DISPLAY "RESTURN - PACKAGE FLAG UPDATE ERROR - SQLCODE "
039360             SQLCODE
039363         GO TO 9900-ABEND-JOB
039366     END-IF.
039369     IF SQLCODE = ZERO
039372         ADD SQLERRD(3)        TO WS-PKG-FLAG-COUNT
039375     END-IF.
039378 3850-EXIT.
039381     EXIT.
039384
039387*****************************************************************
039400* 6000-RESET-ROOM-COUNTS - THE HALLS ARE EMPTY ONCE EVERY ROW IS *
039500*           ARCHIVED, SO EVERY ROOM'S OCCUPANT COUNT GOES BACK   *
039600*           TO ZERO IN ONE STATEMENT. RUN ONLY AFTER THE FULL    *
050100         WS-ARCHIVED-COUNT.
050200     DISPLAY "RESTURN -   NO MASTER RECORD    - "
050300         WS-NO-MASTER-COUNT.
050333     DISPLAY "RESTURN -   PACKAGES FLAGGED    - "
050366         WS-PKG-FLAG-COUNT.
050400
050500     EXEC SQL CLOSE C1 END-EXEC.
050600     EXEC SQL COMMIT END-EXEC.
