000100*****************************************************************
000200* RBLKCOMM - COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL      *
000300*            TRIPS OF resblok (TRANSACTION HBLK). CARRIES THE   *
000400*            LAST HALL WORKED SO AN UPDATE OR CANCEL AFTER THE  *
000500*            LISTING RELISTS THE SAME HALL.                     *
000600*****************************************************************
000700     05 HB-FUNCTION-CODE         PIC X(01).
000800        88 HB-FUNC-INQUIRE               VALUE 'I'.
000900        88 HB-FUNC-ADD                   VALUE 'A'.
001000        88 HB-FUNC-UPDATE                VALUE 'U'.
001100        88 HB-FUNC-CANCEL                VALUE 'X'.
001200     05 HB-HALL-CODE             PIC X(04).
001300     05 HB-OPERATOR-ID           PIC X(08).
001400     05 HB-TERMINAL-ID           PIC X(04).
