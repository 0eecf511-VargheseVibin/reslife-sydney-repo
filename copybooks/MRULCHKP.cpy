000100*****************************************************************
000200* MRULCHKP - SHARED HALL MEAL PLAN RULE CHECK, THE SAME WAY      *
000300*            MSGLOADP AND RUNLOGP CENTRALIZE THEIRS. COPY        *
000400*            MRULDCL INTO WORKING-STORAGE, THEN COPY THIS INTO   *
000500*            THE PROCEDURE DIVISION. MOVE THE HALL, THE MEAL     *
000600*            PLAN AND THE DATE THE RESIDENT WILL BE IN THE HALL  *
000700*            TO MR-CHECK-HALL/-PLAN/-DATE AND PERFORM            *
000800*            0800-CHECK-MEAL-RULE THRU 0800-EXIT. MR-CHECK-      *
000900*            RESULT COMES BACK 'Y' (MEETS THE HALL'S RULE, OR    *
001000*            THE HALL HAS NONE), 'N' (FAILS - MR-FAIL-TEXT SAYS  *
001100*            WHY, SHORT ENOUGH FOR A REJECT REASON OR A SCREEN   *
001200*            MESSAGE) OR 'E' (DB2 ERROR - MR-CHECK-SQLCODE HOLDS *
001300*            THE SQLCODE). NOTHING IS DISPLAYED HERE - A BATCH   *
001400*            CALLER ABENDS ON 'E', THE HLCI SCREEN SHOWS IT.     *
001500*            THE RULES THEMSELVES ARE DESCRIBED IN MRULDCL.      *
001600*****************************************************************
001700 0800-CHECK-MEAL-RULE.
001800     MOVE 'Y'    TO MR-CHECK-RESULT.
001900     MOVE SPACES TO MR-FAIL-TEXT.
002000     MOVE ZERO   TO MR-CHECK-SQLCODE.
002100     IF MR-CHECK-HALL = SPACES
002200         GO TO 0800-EXIT
002300     END-IF.
002400     EXEC SQL
002500         SELECT VALUE(CHAR(MAX(EFFECTIVE_DATE)), '          ')
002600           INTO :MR-RULE-DATE
002700           FROM HALL_MEAL_RULE
002800          WHERE HALL_CODE      = :MR-CHECK-HALL
002900            AND EFFECTIVE_DATE <= :MR-CHECK-DATE
003000     END-EXEC.
003100     IF SQLCODE NOT = ZERO
003200         GO TO 0800-SQL-ERROR
003300     END-IF.
003400     IF MR-RULE-DATE = SPACES
003500         GO TO 0800-EXIT
003600     END-IF.
003700
003800     PERFORM 0810-GET-PLAN-RATE THRU 0810-EXIT.
003900     IF MR-CHECK-FAILED
004000         GO TO 0800-EXIT
004100     END-IF.
004200     IF MR-CHECK-PLAN = SPACES OR MR-PLAN-RATE < ZERO
004300         MOVE ZERO TO MR-MET-COUNT
004400     ELSE
004500         EXEC SQL
004600             SELECT COUNT(*)
004700               INTO :MR-MET-COUNT
004800               FROM HALL_MEAL_RULE H
004900              WHERE H.HALL_CODE      = :MR-CHECK-HALL
005000                AND H.EFFECTIVE_DATE = :MR-RULE-DATE
005100                AND ( H.MEAL_PLAN_CODE = :MR-CHECK-PLAN
005200                   OR ( H.RULE_TYPE = 'M'
005300                    AND :MR-PLAN-RATE >=
005400                        ( SELECT P.SEMESTER_RATE
005500                            FROM MEAL_PLAN_RATE P
005600                           WHERE P.MEAL_PLAN_CODE =
005700                                 H.MEAL_PLAN_CODE
005800                             AND P.EFFECTIVE_DATE =
005900                                 ( SELECT MAX(Q.EFFECTIVE_DATE)
006000                                     FROM MEAL_PLAN_RATE Q
006100                                    WHERE Q.MEAL_PLAN_CODE =
006200                                          H.MEAL_PLAN_CODE
006300                                      AND Q.EFFECTIVE_DATE <=
006400                                          :MR-CHECK-DATE ) ) ) )
006500         END-EXEC
006600         IF SQLCODE NOT = ZERO
006700             GO TO 0800-SQL-ERROR
006800         END-IF
006900     END-IF.
007000     IF MR-MET-COUNT > ZERO
007100         GO TO 0800-EXIT
007200     END-IF.
007300     MOVE 'N' TO MR-CHECK-RESULT.
007400     IF MR-CHECK-PLAN = SPACES
007500         STRING "HALL " DELIMITED BY SIZE
007600             MR-CHECK-HALL DELIMITED BY SIZE
007700             " REQUIRES A MEAL PLAN" DELIMITED BY SIZE
007800             INTO MR-FAIL-TEXT
007900     ELSE
008000         STRING "MEAL PLAN " DELIMITED BY SIZE
008100             MR-CHECK-PLAN DELIMITED BY SIZE
008200             " NOT ALLOWED IN HALL " DELIMITED BY SIZE
008300             MR-CHECK-HALL DELIMITED BY SIZE
008400             INTO MR-FAIL-TEXT
008500     END-IF.
008600     GO TO 0800-EXIT.
008700
008800 0800-SQL-ERROR.
008900     MOVE SQLCODE TO MR-CHECK-SQLCODE.
009000     MOVE 'E' TO MR-CHECK-RESULT.
009100     MOVE "MEAL PLAN RULE LOOKUP FAILED" TO MR-FAIL-TEXT.
009200 0800-EXIT.
009300     EXIT.
009400
009500*    THE PLAN'S SEMESTER RATE IN EFFECT ON THE CHECK DATE - MINUS
009600*    ONE WHEN THE PLAN HAS NO RATE ROW FOR THE DATE.
009700 0810-GET-PLAN-RATE.
009800     MOVE -1 TO MR-PLAN-RATE.
009900     IF MR-CHECK-PLAN = SPACES
010000         GO TO 0810-EXIT
010100     END-IF.
010200     EXEC SQL
010300         SELECT SEMESTER_RATE
010400           INTO :MR-PLAN-RATE
010500           FROM MEAL_PLAN_RATE
010600          WHERE MEAL_PLAN_CODE = :MR-CHECK-PLAN
010700            AND EFFECTIVE_DATE <= :MR-CHECK-DATE
010800          ORDER BY EFFECTIVE_DATE DESC
010900          FETCH FIRST 1 ROW ONLY
011000     END-EXEC.
011100     EVALUATE SQLCODE
011200         WHEN ZERO
011300             CONTINUE
011400         WHEN 100
011500             MOVE -1 TO MR-PLAN-RATE
011600         WHEN OTHER
011700             MOVE SQLCODE TO MR-CHECK-SQLCODE
011800             MOVE 'E' TO MR-CHECK-RESULT
011900             MOVE "MEAL PLAN RULE LOOKUP FAILED" TO MR-FAIL-TEXT
012000     END-EVALUATE.
012100 0810-EXIT.
012200     EXIT.
