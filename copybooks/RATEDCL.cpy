000100*****************************************************************
000200* RATEDCL - DCLGEN OUTPUT FOR TABLE RESLIFE.ROOM_RATE_HISTORY    *
000300*           ONE ROW PER ROOM SEMESTER RATE AND EFFECTIVE DATE,   *
000400*           ADDED BY ROOMLOAD FROM THE FACILITIES FEED RATHER    *
000500*           THAN OVERWRITING ROOM_INVENTORY.SEMESTER_RATE. TWO   *
000600*           KINDS OF ROW:                                        *
000700*           - A ROOM ROW (ROOM_NUMBER SET, ROOM_CAPACITY ZERO)   *
000800*             PRICES THAT ONE ROOM.                              *
000900*           - A ROOM-TYPE ROW (ROOM_NUMBER SPACES) PRICES EVERY  *
001000*             ROOM IN THE HALL OF THAT CAPACITY (SINGLE, DOUBLE, *
001100*             ...).                                              *
001200*           THE RATE IN EFFECT FOR A ROOM ON A DATE IS THE ROW   *
001300*           OF EITHER KIND WITH THE LATEST EFFECTIVE_DATE NOT    *
001400*           AFTER THAT DATE; ON A TIE THE ROOM ROW WINS. A       *
001500*           ROOM-TYPE CHANGE THEREFORE REPRICES EVERY ROOM OF    *
001600*           THE TYPE FROM ITS DATE, AND A LATER ROOM ROW         *
001700*           OVERRIDES IT AGAIN FOR THAT ONE ROOM. EVERY ROOM     *
001800*           CARRIES A ROOM ROW DATED 0001-01-01 SEEDED BY        *
001900*           ROOMLOAD FROM ITS ORIGINAL ROOM_INVENTORY RATE, SO   *
002000*           THERE IS ALWAYS A ROW IN EFFECT AND ANY DATED ROW    *
002100*           OF EITHER KIND SUPERSEDES IT. THE MONTHLY BILLING    *
002200*           EXTRACT (RESBILL) AND ADJUSTMENT RUN (RESBADJ)       *
002300*           PRICE EACH PERIOD THIS WAY, ROOMLOAD REFRESHES       *
002400*           ROOM_INVENTORY.SEMESTER_RATE TO THE ROW IN EFFECT    *
002500*           TODAY, AND THE UPCOMING RATE CHANGE REPORT           *
002600*           (RESRATRP) LISTS EVERY ROW NOT YET IN EFFECT.        *
002700*****************************************************************
002800     EXEC SQL DECLARE ROOM_RATE_HISTORY TABLE
002900     ( HALL_CODE            CHAR(4)      NOT NULL,
003000       ROOM_NUMBER          CHAR(6)      NOT NULL,
003100       ROOM_CAPACITY        SMALLINT     NOT NULL WITH DEFAULT,
003200       EFFECTIVE_DATE       DATE         NOT NULL,
003300       SEMESTER_RATE        DECIMAL(7,2) NOT NULL,
003400       LAST_UPDATE_TS       TIMESTAMP    NOT NULL,
003500       LAST_UPDATE_PGM      CHAR(8)      NOT NULL
003600     ) END-EXEC.
003700
003800 01  DCLROOM-RATE-HISTORY.
003900     10 RH-HALL-CODE             PIC X(4).
004000     10 RH-ROOM-NUMBER           PIC X(6).
004100     10 RH-ROOM-CAPACITY         PIC S9(4) COMP.
004200     10 RH-EFFECTIVE-DATE        PIC X(10).
004300     10 RH-SEMESTER-RATE         PIC S9(5)V99 COMP-3.
004400     10 RH-LAST-UPDATE-TS        PIC X(26).
004500     10 RH-LAST-UPDATE-PGM       PIC X(8).
