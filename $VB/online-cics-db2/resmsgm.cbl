001700*              HOLD AN ACTIVE OPERATOR_AUTH ROW CARRYING THE 'S' *
001800*              SECURITY LETTER. INQUIRY IS OPEN. THE ITEM CODE   *
001900*              MUST BE ONE OF THE CATALOG'S KNOWN ITEMS.         *
001912*  2026-10-06 FMV THE WAITLIST OFFER NOTICE ITEMS (LTROFACC,     *
001924*              LTROFDEC, LTROFLAP, LTROFRQU, LTROFCLS) ARE       *
001936*              NOW KNOWN CATALOG ITEMS.                          *
001948*  2026-10-15 FMV THE OPERATOR_AUTH FUNCTION LIST (SEE           *
001960*              COPYBOOKS/OPAUTDCL) IS NOW 16 LETTERS LONG AND    *
001972*              THE AUTHORIZATION CHECK LOOKS FOR THE 'S' LETTER  *
001984*              IN ALL 16 POSITIONS.                              *
002000*****************************************************************
002100
002200 ENVIRONMENT DIVISION.
005100
005200 01  WS-ADMIN-OK-SW              PIC X(01)      VALUE 'N'.
005300     88 WS-ADMIN-OK                     VALUE 'Y'.
005400 01  WS-ADMIN-FUNCTIONS          PIC X(16)      VALUE SPACES.
005500 01  WS-ADMIN-STATUS             PIC X(01)      VALUE SPACE.
005600 01  WS-ITEM-OK-SW               PIC X(01)      VALUE 'N'.
005700     88 WS-ITEM-OK                      VALUE 'Y'.
014900         WHEN 'RMDHALL'  WHEN 'RMDROOM'
015000         WHEN 'RMDCKOUT' WHEN 'RMDCLOSE'
015100         WHEN 'RMDSIGN'
015125         WHEN 'LTROFACC' WHEN 'LTROFDEC'
015150         WHEN 'LTROFLAP' WHEN 'LTROFRQU'
015175         WHEN 'LTROFCLS'
015200             MOVE 'Y' TO WS-ITEM-OK-SW
015300         WHEN OTHER
015400             CONTINUE
018600          OR WS-ADMIN-FUNCTIONS(6:1) = 'S'
018700          OR WS-ADMIN-FUNCTIONS(7:1) = 'S'
018800          OR WS-ADMIN-FUNCTIONS(8:1) = 'S'
018810          OR WS-ADMIN-FUNCTIONS(9:1) = 'S'
018820          OR WS-ADMIN-FUNCTIONS(10:1) = 'S'
018830          OR WS-ADMIN-FUNCTIONS(11:1) = 'S'
018840          OR WS-ADMIN-FUNCTIONS(12:1) = 'S'
018850          OR WS-ADMIN-FUNCTIONS(13:1) = 'S'
018860          OR WS-ADMIN-FUNCTIONS(14:1) = 'S'
018870          OR WS-ADMIN-FUNCTIONS(15:1) = 'S'
018880          OR WS-ADMIN-FUNCTIONS(16:1) = 'S'
018900             MOVE 'Y' TO WS-ADMIN-OK-SW
019000         WHEN OTHER
019100             CONTINUE
