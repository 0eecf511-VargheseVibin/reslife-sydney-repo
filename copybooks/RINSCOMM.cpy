000100*****************************************************************
000200* RINSCOMM - COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL      *
000300*            TRIPS OF resinsp (TRANSACTION HINS). CARRIES THE   *
000400*            ROOM ON THE SCREEN.                                *
000500*****************************************************************
000600     05 HT-FUNCTION-CODE         PIC X(01).
000700        88 HT-FUNC-INQUIRE               VALUE 'I'.
000800        88 HT-FUNC-ADD                   VALUE 'A'.
000900     05 HT-HALL-CODE             PIC X(04).
001000     05 HT-ROOM-NUMBER           PIC X(06).
001100     05 HT-OPERATOR-ID           PIC X(08).
001200     05 HT-TERMINAL-ID           PIC X(04).
