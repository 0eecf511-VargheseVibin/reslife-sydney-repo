000794*              MERGE UTILITY (RESIDMRG) - THE ROW IS WRITTEN     *
000796*              UNDER THE SURVIVING ID AND THE OLD ID RIDES IN    *
000798*              THE OLD NAME COLUMN AS 'MERGED FROM XXXXXXXX'.    *
000800*  2026-10-06 FMV ADDED THE 'B' CHANGE TYPE FOR THE AUDIT TRAIL  *
000802*              BACKOUT UTILITY (RESBKOUT) - THE OLD COLUMNS CARRY*
000804*              THE VALUES BACKED OUT AND THE NEW COLUMNS THE     *
000806*              VALUES RESTORED; A BACKED-OUT INSERT LEAVES THE   *
000808*              NEW ROOM, HALL, PLAN AND LANGUAGE BLANK.          *
000832*****************************************************************
000866     EXEC SQL DECLARE RESIDENT_AUDIT_TRAIL TABLE
000900     ( RESIDENT_ID          CHAR(8)      NOT NULL,
002950        88 AT-DEPART-CHANGE             VALUE 'D'.
002960        88 AT-CONTACT-CHANGE            VALUE 'E'.
002970        88 AT-MERGE-CHANGE              VALUE 'M'.
002980        88 AT-BACKOUT-CHANGE            VALUE 'B'.
003000     10 AT-OLD-RESIDENT-NAME     PIC X(30).
003100     10 AT-NEW-RESIDENT-NAME     PIC X(30).
003200     10 AT-OLD-ROOM-NUMBER       PIC X(6).
