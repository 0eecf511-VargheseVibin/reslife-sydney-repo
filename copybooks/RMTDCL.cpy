000100*****************************************************************
000200* RMTDCL - DCLGEN OUTPUT FOR TABLE RESLIFE.ROOMMATE_REQUEST      *
000300*           ONE ROW PER RESIDENT WHO HAS NAMED A ROOMMATE - THE  *
000400*           RESIDENT AND THE RESIDENT THEY ASKED TO ROOM WITH.   *
000500*           MAINTAINED FROM THE FEED'S 'R' RECORDS (SPLIT OFF BY *
000600*           RESEDIT, APPLIED BY RESRMATE). A PAIR IS MUTUAL WHEN *
000700*           EACH RESIDENT'S ROW NAMES THE OTHER. THE AUTOMATIC   *
000800*           PLACEMENT (RESPLACE) AND THE NIGHTLY BED MATCH       *
000900*           (RESMATCH) PUT A MUTUAL PAIR IN THE SAME DOUBLE ROOM *
001000*           AND STAMP 'H' HONORED WITH THE ROOM ON BOTH ROWS, OR *
001100*           LEAVE BOTH RESIDENTS UNPLACED AND STAMP 'U'          *
001200*           UNHONORED WITH THE REASON. 'P' IS PENDING, 'C'       *
001300*           CANCELLED. THE NIGHTLY ROOMMATE PAIRING REPORT       *
001400*           (RESRMTRP) LISTS EVERY OPEN ROW.                     *
001500*****************************************************************
001600     EXEC SQL DECLARE ROOMMATE_REQUEST TABLE
001700     ( RESIDENT_ID          CHAR(8)      NOT NULL,
001800       ROOMMATE_ID          CHAR(8)      NOT NULL,
001900       REQUEST_STATUS       CHAR(1)      NOT NULL,
002000       REQUEST_TS           TIMESTAMP    NOT NULL,
002100       PAIR_HALL            CHAR(4)      NOT NULL WITH DEFAULT,
002200       PAIR_ROOM            CHAR(6)      NOT NULL WITH DEFAULT,
002300       FLAG_REASON          CHAR(40)     NOT NULL WITH DEFAULT,
002400       LAST_UPDATE_TS       TIMESTAMP    NOT NULL,
002500       LAST_UPDATE_PGM      CHAR(8)      NOT NULL
002600     ) END-EXEC.
002700
002800 01  DCLROOMMATE-REQUEST.
002900     10 RQ-RESIDENT-ID           PIC X(8).
003000     10 RQ-ROOMMATE-ID           PIC X(8).
003100     10 RQ-REQUEST-STATUS        PIC X(1).
003200        88 RQ-STATUS-PENDING            VALUE 'P'.
003300        88 RQ-STATUS-HONORED            VALUE 'H'.
003400        88 RQ-STATUS-UNHONORED          VALUE 'U'.
003500        88 RQ-STATUS-CANCELLED          VALUE 'C'.
003600     10 RQ-REQUEST-TS            PIC X(26).
003700     10 RQ-PAIR-HALL             PIC X(4).
003800     10 RQ-PAIR-ROOM             PIC X(6).
003900     10 RQ-FLAG-REASON           PIC X(40).
004000     10 RQ-LAST-UPDATE-TS        PIC X(26).
004100     10 RQ-LAST-UPDATE-PGM       PIC X(8).
