000100*****************************************************************
000200* RPKGCOMM - COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL      *
000300*            TRIPS OF respkg (TRANSACTION HPKG). CARRIES THE    *
000400*            RESIDENT BEING WORKED AND THE HALL/ROOM THEY HOLD SO*
000500*            A PICKUP OR RETURN AFTER THE LISTING RELISTS THE   *
000600*            SAME RESIDENT.                                     *
000700*****************************************************************
000800     05 HP-FUNCTION-CODE         PIC X(01).
000900        88 HP-FUNC-INQUIRE               VALUE 'I'.
001000        88 HP-FUNC-ARRIVAL               VALUE 'A'.
001100        88 HP-FUNC-PICKUP                VALUE 'P'.
001200        88 HP-FUNC-RETURN                VALUE 'R'.
001300     05 HP-RESIDENT-ID           PIC X(08).
001400     05 HP-HALL-CODE             PIC X(04).
001500     05 HP-ROOM-NUMBER           PIC X(06).
001600     05 HP-OPERATOR-ID           PIC X(08).
001700     05 HP-TERMINAL-ID           PIC X(04).
