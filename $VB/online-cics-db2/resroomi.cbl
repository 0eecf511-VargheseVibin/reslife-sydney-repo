002200*              THE ROOM, LIKE EVERY OTHER ONLINE CHANGE -        *
002300*              RESRECON SKIPS 'V', WHICH TOUCHES NO OCCUPANCY    *
002400*              ROW.                                              *
002420*  2026-10-15 FMV THE OPERATOR_AUTH FUNCTION LIST (SEE           *
002440*              COPYBOOKS/OPAUTDCL) IS NOW 16 LETTERS LONG AND    *
002460*              THE AUTHORIZATION CHECK LOOKS FOR THE 'R' LETTER  *
002480*              IN ALL 16 POSITIONS.                              *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
005400
005500 01  WS-ADMIN-OK-SW              PIC X(01)      VALUE 'N'.
005600     88 WS-ADMIN-OK                     VALUE 'Y'.
005700 01  WS-ADMIN-FUNCTIONS          PIC X(16)      VALUE SPACES.
005800 01  WS-ADMIN-STATUS             PIC X(01)      VALUE SPACE.
005900
006000 01  WS-ROOM-FOUND-SW            PIC X(01)      VALUE 'N'.
025000          OR WS-ADMIN-FUNCTIONS(6:1) = 'R'
025100          OR WS-ADMIN-FUNCTIONS(7:1) = 'R'
025200          OR WS-ADMIN-FUNCTIONS(8:1) = 'R'
025210          OR WS-ADMIN-FUNCTIONS(9:1) = 'R'
025220          OR WS-ADMIN-FUNCTIONS(10:1) = 'R'
025230          OR WS-ADMIN-FUNCTIONS(11:1) = 'R'
025240          OR WS-ADMIN-FUNCTIONS(12:1) = 'R'
025250          OR WS-ADMIN-FUNCTIONS(13:1) = 'R'
025260          OR WS-ADMIN-FUNCTIONS(14:1) = 'R'
025270          OR WS-ADMIN-FUNCTIONS(15:1) = 'R'
025280          OR WS-ADMIN-FUNCTIONS(16:1) = 'R'
025300             MOVE 'Y' TO WS-ADMIN-OK-SW
025400         WHEN OTHER
025500             CONTINUE
