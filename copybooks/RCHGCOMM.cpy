000100*****************************************************************
000200* RCHGCOMM - COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL       *
000300*            TRIPS OF reschrg (TRANSACTION HCHG). CARRIES THE   *
000400*            LAST RESIDENT WORKED SO AN APPROVAL OR REVERSAL     *
000500*            AFTER THE LISTING LANDS ON THE SAME RESIDENT.       *
000600*****************************************************************
000700     05 HD-FUNCTION-CODE         PIC X(01).
000800        88 HD-FUNC-INQUIRE               VALUE 'I'.
000900        88 HD-FUNC-ASSESS                VALUE 'A'.
001000        88 HD-FUNC-APPROVE               VALUE 'P'.
001100        88 HD-FUNC-REVERSE               VALUE 'R'.
001200     05 HD-RESIDENT-ID           PIC X(08).
001300     05 HD-OPERATOR-ID           PIC X(08).
001400     05 HD-TERMINAL-ID           PIC X(04).
