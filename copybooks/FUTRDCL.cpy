000100*****************************************************************
000200* FUTRDCL - DCLGEN OUTPUT FOR TABLE RESLIFE.FUTURE_ASSIGNMENT   *
000300*           ONE ROW PER RESIDENT PER TARGET TERM - A ROOM       *
000400*           ASSIGNMENT MADE AHEAD OF THE TERM IT IS FOR (FALL   *
000500*           ASSIGNMENTS ARE MADE IN APRIL), LOADED FROM THE     *
000600*           ASSIGNMENT OFFICE FEED BY RESFUTLD AND CHECKED      *
000700*           THERE AGAINST ROOM_INVENTORY CAPACITY AND           *
000800*           ATTRIBUTES FOR THAT TERM. THE SEMESTER TURNOVER JOB *
000900*           (RESTURN) TURNS THE TERM'S PENDING ROWS INTO LIVE   *
001000*           OCCUPANCY ONCE THE OLD TERM IS ARCHIVED (RESFUTAC). *
001100*           'P' PENDING   - WAITING FOR ITS TERM TO OPEN        *
001200*           'A' ACTIVATED - SEATED ON RESIDENT_OCCUPANCY        *
001300*           'E' EXCEPTION - COULD NO LONGER BE SEATED AT        *
001400*                           TURNOVER (EXCEPTION_REASON)         *
001500*           'X' CANCELLED - WITHDRAWN ON THE FEED               *
001600*****************************************************************
001700     EXEC SQL DECLARE FUTURE_ASSIGNMENT TABLE
001800     ( TERM_CODE            CHAR(6)      NOT NULL,
001900       RESIDENT_ID          CHAR(8)      NOT NULL,
002000       RESIDENT_NAME        CHAR(30)     NOT NULL,
002100       ROOM_NUMBER          CHAR(6)      NOT NULL,
002200       HALL_CODE            CHAR(4)      NOT NULL,
002300       MEAL_PLAN_CODE       CHAR(2)      NOT NULL,
002400       CHECKIN_DATE         DATE         ,
002500       CHECKOUT_DATE        DATE         ,
002600       LANGUAGE_CODE        CHAR(2)      NOT NULL,
002700       NEEDS_CODE           CHAR(2)      NOT NULL WITH DEFAULT,
002800       ASSIGN_STATUS        CHAR(1)      NOT NULL,
002900       EXCEPTION_REASON     CHAR(40)     NOT NULL WITH DEFAULT,
003000       LOAD_TS              TIMESTAMP    NOT NULL,
003100       LAST_UPDATE_TS       TIMESTAMP    NOT NULL,
003200       LAST_UPDATE_PGM      CHAR(8)      NOT NULL
003300     ) END-EXEC.
003400
003500 01  DCLFUTURE-ASSIGNMENT.
003600     10 FU-TERM-CODE             PIC X(6).
003700     10 FU-RESIDENT-ID           PIC X(8).
003800     10 FU-RESIDENT-NAME         PIC X(30).
003900     10 FU-ROOM-NUMBER           PIC X(6).
004000     10 FU-HALL-CODE             PIC X(4).
004100     10 FU-MEAL-PLAN-CODE        PIC X(2).
004200     10 FU-CHECKIN-DATE          PIC X(10).
004300     10 FU-CHECKOUT-DATE         PIC X(10).
004400     10 FU-LANGUAGE-CODE         PIC X(2).
004500     10 FU-NEEDS-CODE            PIC X(2).
004600     10 FU-ASSIGN-STATUS         PIC X(1).
004700        88 FU-ASSIGN-PENDING            VALUE 'P'.
004800        88 FU-ASSIGN-ACTIVATED          VALUE 'A'.
004900        88 FU-ASSIGN-EXCEPTION          VALUE 'E'.
005000        88 FU-ASSIGN-CANCELLED          VALUE 'X'.
005100     10 FU-EXCEPTION-REASON      PIC X(40).
005200     10 FU-LOAD-TS               PIC X(26).
005300     10 FU-LAST-UPDATE-TS        PIC X(26).
005400     10 FU-LAST-UPDATE-PGM       PIC X(8).
