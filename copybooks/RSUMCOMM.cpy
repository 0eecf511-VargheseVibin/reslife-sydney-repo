000100*****************************************************************
000200* RSUMCOMM - COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL      *
000300*            TRIPS OF ressumm (TRANSACTION HSUM). CARRIES THE   *
000400*            RESIDENT BEING VIEWED AND THE PAGE NUMBER OF THE   *
000500*            LIST SO PF7/PF8 CAN PAGE IT WITHOUT A CURSOR HELD  *
000600*            ACROSS TRIPS.                                      *
000700*****************************************************************
000800     05 HS-FUNCTION-CODE         PIC X(01).
000900        88 HS-FUNC-INQUIRE               VALUE 'I'.
001000     05 HS-RESIDENT-ID           PIC X(08).
001100     05 HS-HALL-CODE             PIC X(04).
001200     05 HS-ROOM-NUMBER           PIC X(06).
001300     05 HS-PAGE-NUMBER           PIC 9(03).
001400     05 HS-OPERATOR-ID           PIC X(08).
001500     05 HS-TERMINAL-ID           PIC X(04).
