001750*              HELLOCICS USES, SO NOBODY CAN GRANT THEMSELVES    *
001760*              UPDATE RIGHTS. THE FIRST COORDINATOR ROW IS       *
001770*              SEEDED BY THE DBA, NOT THROUGH THIS SCREEN.       *
001775*  2026-10-15 FMV THE FUNCTION LETTERS FIELD AND THE             *
001780*              OPERATOR_AUTH FUNCTION LIST (SEE                  *
001785*              COPYBOOKS/OPAUTDCL) ARE NOW 16 LETTERS LONG, AND  *
001790*              THE COORDINATOR'S OWN 'S' LETTER IS LOOKED FOR IN *
001795*              ALL 16 POSITIONS.                                 *
001800*****************************************************************
001900
002000 ENVIRONMENT DIVISION.
003930* INPUT FIELDS ARE COPIED OUT OF THE MAP BEFORE THE OUTPUT AREA  *
003940*           (WHICH REDEFINES IT) IS CLEARED FOR THE REPLY.       *
003950*****************************************************************
003960 01  WS-FUNCS-IN                 PIC X(16)      VALUE SPACES.
003970 01  WS-HALL-IN                  PIC X(04)      VALUE SPACES.
003980 01  WS-ACTION-IN                PIC X(01)      VALUE SPACES.
003982
003984 01  WS-ADMIN-OK-SW              PIC X(01)      VALUE 'N'.
003985     88 WS-ADMIN-OK                     VALUE 'Y'.
003986 01  WS-ADMIN-FUNCTIONS          PIC X(16)      VALUE SPACES.
003987 01  WS-ADMIN-STATUS             PIC X(01)      VALUE SPACE.
004000
004100 LINKAGE SECTION.
010880          OR WS-ADMIN-FUNCTIONS(6:1) = 'S'
010881          OR WS-ADMIN-FUNCTIONS(7:1) = 'S'
010882          OR WS-ADMIN-FUNCTIONS(8:1) = 'S'
010883          OR WS-ADMIN-FUNCTIONS(9:1) = 'S'
010884          OR WS-ADMIN-FUNCTIONS(10:1) = 'S'
010885          OR WS-ADMIN-FUNCTIONS(11:1) = 'S'
010886          OR WS-ADMIN-FUNCTIONS(12:1) = 'S'
010887          OR WS-ADMIN-FUNCTIONS(13:1) = 'S'
010888          OR WS-ADMIN-FUNCTIONS(14:1) = 'S'
010889          OR WS-ADMIN-FUNCTIONS(15:1) = 'S'
010890          OR WS-ADMIN-FUNCTIONS(16:1) = 'S'
010891             MOVE 'Y' TO WS-ADMIN-OK-SW
010892         WHEN OTHER
010893             CONTINUE
010894     END-EVALUATE.
010895     IF NOT WS-ADMIN-OK
010896         MOVE 'NOT AUTHORIZED FOR SECURITY MAINTENANCE'
010897             TO MSGOUTO
010898         DISPLAY "RESSECM - DENIED SECURITY ACTION BY "
010899             WS-CA-OPERATOR-ID " ON " OA-OPERATOR-ID
010900     END-IF.
010901 2500-EXIT.
010902     EXIT.
010903
010904 3000-ADD-OR-CHANGE.
011000     IF WS-FUNCS-IN = SPACES OR WS-FUNCS-IN = LOW-VALUES
011100         MOVE 'FUNCTION LETTERS ARE REQUIRED FOR ADD/CHANGE'
011200             TO MSGOUTO
