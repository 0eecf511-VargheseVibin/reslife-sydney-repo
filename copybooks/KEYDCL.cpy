000900*          - AN ISSUE ROW (STATUS 'I') WRITTEN AT EVERY MOVE-IN  *
001000*            (BATCH LOAD, PLACEMENT RUN, HLCI SCREEN), CLOSED    *
001100*            OUT 'R' WHEN THE MOVE-OUT PATHS (LOAD 'D'/VACATE,   *
001200*            HLCI MOVE-OUT, RESSWEEP, RESNOSHW RELEASE, RESTURN) *
001300*            RECORD THE KEY BACK. THE OUTSTANDING-KEYS REPORT    *
001400*            (RESKEYRP) LISTS EVERY 'I' ROW BY HALL - THE SPIRAL *
001500*            NOTEBOOK THE LOST-KEY DISPUTES USED TO BE SETTLED   *
001550*            FROM.                                               *
001600*****************************************************************
001700     EXEC SQL DECLARE KEY_INVENTORY TABLE
001800     ( HALL_CODE            CHAR(4)      NOT NULL,
