000400*            ACTIVE SEARCH NAME, THE PAGE NUMBER, AND THE        *
000500*            RESIDENT ID BEHIND EACH SCREEN LINE SO A SELECTION  *
000600*            CAN BE TURNED BACK INTO A KEYED HLCI INQUIRY.       *
000650*  2026-10-06 FMV HN-RETURN-PROGRAM/HN-RETURN-INCIDENT-ID - SET  *
000660*            WHEN THE HINC INCIDENT SCREEN STARTS THE SEARCH     *
000670*            (FUNCTION 'N'); A SELECTION THEN GOES BACK TO       *
000680*            RESINC INSTEAD OF HLCI. SPACES/ZERO OTHERWISE.      *
000700*****************************************************************
000800     05 HN-FUNCTION-CODE         PIC X(01).
000900        88 HN-FUNC-INQUIRE               VALUE 'I'.
000950        88 HN-FUNC-START                 VALUE 'N'.
001000     05 HN-SEARCH-NAME           PIC X(20).
001100     05 HN-PAGE-NUMBER           PIC 9(03).
001200     05 HN-OPERATOR-ID           PIC X(08).
001400     05 HN-LINE-IDS.
001500        10 HN-LINE-ID            OCCURS 10 TIMES
001600                                 PIC X(08).
001700     05 HN-RETURN-PROGRAM        PIC X(08).
001800        88 HN-RETURN-TO-INCIDENT         VALUE 'RESINC'.
001900     05 HN-RETURN-INCIDENT-ID    PIC 9(06).
