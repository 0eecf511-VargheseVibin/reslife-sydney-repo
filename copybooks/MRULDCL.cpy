000100*****************************************************************
000200* MRULDCL - DCLGEN OUTPUT FOR TABLE RESLIFE.HALL_MEAL_RULE       *
000300*           THE MEAL PLAN A HALL REQUIRES OF ITS RESIDENTS (A    *
000400*           HALL WITH NO KITCHENS). ONE ROW PER HALL, EFFECTIVE  *
000500*           DATE AND PLAN CODE. THE RULE IN EFFECT FOR A DATE IS *
000600*           EVERY ROW CARRYING THE HALL'S LATEST EFFECTIVE_DATE  *
000700*           NOT AFTER THAT DATE - A NEW RULE SET IS ADDED UNDER  *
000800*           A NEW DATE, NOT BY CHANGING THE OLD ROWS. A HALL     *
000900*           WITH NO ROWS IN EFFECT HAS NO RULE.                  *
001000*           RULE_TYPE                                            *
001100*             'M' MINIMUM  - THIS PLAN OR ANY PLAN WHOSE         *
001200*                            SEMESTER_RATE IN EFFECT (SEE        *
001300*                            COPYBOOKS/MEALDCL) IS AT LEAST THIS *
001400*                            PLAN'S                              *
001500*             'A' ALLOWED  - THIS PLAN CODE EXACTLY              *
001600*           A RESIDENT'S PLAN MEETS THE RULE WHEN IT SATISFIES   *
001700*           ANY ONE ROW OF THE SET. NO PLAN, OR A PLAN WITH NO   *
001800*           RATE IN EFFECT, NEVER MEETS IT. CHECKED BY THE LOAD, *
001900*           THE HLCI SCREEN, PLACEMENT (RESPLACE), THE NIGHTLY   *
002000*           BED MATCH (RESMATCH), FUTURE-TERM ACTIVATION         *
002100*           (RESFUTAC) AND THE COMPLIANCE REPORT (RESMLCMP)      *
002200*           THROUGH THE SHARED 0800-CHECK-MEAL-RULE IN           *
002220*           COPYBOOKS/MRULCHKP, WHICH USES THE MR-RULE-CHECK     *
002240*           AREA BELOW.                                          *
002300*****************************************************************
002400     EXEC SQL DECLARE HALL_MEAL_RULE TABLE
002500     ( HALL_CODE            CHAR(4)      NOT NULL,
002600       EFFECTIVE_DATE       DATE         NOT NULL,
002700       MEAL_PLAN_CODE       CHAR(2)      NOT NULL,
002800       RULE_TYPE            CHAR(1)      NOT NULL,
002900       LAST_UPDATE_TS       TIMESTAMP    NOT NULL,
003000       LAST_UPDATE_PGM      CHAR(8)      NOT NULL
003100     ) END-EXEC.
003200
003300 01  DCLHALL-MEAL-RULE.
003400     10 MR-HALL-CODE             PIC X(4).
003500     10 MR-EFFECTIVE-DATE        PIC X(10).
003600     10 MR-MEAL-PLAN-CODE        PIC X(2).
003700     10 MR-RULE-TYPE             PIC X(1).
003800        88 MR-RULE-MINIMUM              VALUE 'M'.
003900        88 MR-RULE-ALLOWED              VALUE 'A'.
004000     10 MR-LAST-UPDATE-TS        PIC X(26).
004100     10 MR-LAST-UPDATE-PGM       PIC X(8).
004200
004300*    CALLER FILLS HALL, PLAN AND DATE (ISO) BEFORE 0800 AND READS
004400*    THE RESULT AND FAIL TEXT BACK. A BLANK HALL ALWAYS MEETS.
004500 01  MR-RULE-CHECK.
004600     10 MR-CHECK-HALL            PIC X(4).
004700     10 MR-CHECK-PLAN            PIC X(2).
004800     10 MR-CHECK-DATE            PIC X(10).
004900     10 MR-RULE-DATE             PIC X(10).
005000     10 MR-PLAN-RATE             PIC S9(5)V99 COMP-3.
005100     10 MR-MET-COUNT             PIC S9(9) COMP.
005200     10 MR-CHECK-SQLCODE         PIC S9(9) COMP.
005300     10 MR-CHECK-RESULT          PIC X(1).
005400        88 MR-PLAN-MEETS-RULE           VALUE 'Y'.
005500        88 MR-PLAN-FAILS-RULE           VALUE 'N'.
005600        88 MR-CHECK-FAILED              VALUE 'E'.
005700     10 MR-FAIL-TEXT             PIC X(40).
