000100*****************************************************************
000200* RINCCOMM - COMMAREA PASSED BETWEEN PSEUDO-CONVERSATIONAL      *
000300*            TRIPS OF resinc (TRANSACTION HINC). CARRIES THE    *
000400*            INCIDENT ON THE SCREEN AND ITS HALL. THE NAME      *
000500*            SEARCH (RESNAME) XCTLS BACK IN WITH FUNCTION 'S'   *
000600*            AND THE PICKED RESIDENT IN HI-SELECTED-ID.         *
000700*****************************************************************
000800     05 HI-FUNCTION-CODE         PIC X(01).
000900        88 HI-FUNC-INQUIRE               VALUE 'I'.
001000        88 HI-FUNC-ADD                   VALUE 'A'.
001100        88 HI-FUNC-ADD-RESIDENT          VALUE 'R'.
001200        88 HI-FUNC-SELECTED              VALUE 'S'.
001300     05 HI-INCIDENT-ID           PIC 9(06).
001400     05 HI-HALL-CODE             PIC X(04).
001500     05 HI-SELECTED-ID           PIC X(08).
001600     05 HI-OPERATOR-ID           PIC X(08).
001700     05 HI-TERMINAL-ID           PIC X(04).
