001000*           FROM PAGING THROUGH JES OUTPUT. SEE COPYBOOKS/       *
001100*           RUNLOGP FOR THE SHARED START/END PARAGRAPHS.         *
001200*****************************************************************
001210*  2026-10-06 FMV ADDED RUN_NOTE - A SHORT OPERATOR-FACING NOTE  *
001220*              ON THE STEP'S ROW (A RELOAD OVERRIDE, A FEED GAP) *
001230*              WRITTEN THROUGH 9650-LOG-RUN-NOTE IN RUNLOGP AND  *
001240*              PRINTED UNDER THE STEP BY RESMORN.                *
001250*  2026-10-06 FMV ADDED 'K' (SKIPPED - A RESUBMITTED STEP THAT   *
001260*              FOUND ITS OWN COMPLETED ROW FOR THE RUN DATE) AND *
001270*              'R' (RERUN REQUESTED - A COMPLETED ROW THE        *
001280*              OPERATOR MARKED THROUGH RESRERUN), AND THE        *
001290*              BL-RESTART-CHECK WORK AREA FOR 0690 IN RUNLOGP.   *
001291*  2026-10-15 FMV RUN_DATE IS NOW THE NIGHT'S RUN DATE FOR A     *
001292*              RESLOAD STEP, WHICH A RESUBMIT CARRIES PAST       *
001293*              MIDNIGHT. BL-RUN-DATE STARTS BLANK SO 0690 AND    *
001294*              0700 IN RUNLOGP SUPPLY IT UNLESS THE FIRST STEP   *
001295*              OF THE NIGHT HAS ALREADY SET IT.                  *
001300     EXEC SQL DECLARE BATCH_RUN_LOG TABLE
001400     ( JOB_NAME             CHAR(8)      NOT NULL,
001500       STEP_NAME            CHAR(8)      NOT NULL,
002300       RECORDS_UPDATED      INTEGER      NOT NULL WITH DEFAULT,
002400       RECORDS_REJECTED     INTEGER      NOT NULL WITH DEFAULT,
002500       LAST_CHECKPOINT      CHAR(8)      NOT NULL WITH DEFAULT,
002600       RUN_STATUS           CHAR(1)      NOT NULL,
002650       RUN_NOTE             CHAR(40)     NOT NULL WITH DEFAULT
002700     ) END-EXEC.
002800
002900 01  DCLBATCH-RUN-LOG.
003000     10 BL-JOB-NAME              PIC X(8).
003100     10 BL-STEP-NAME             PIC X(8).
003200     10 BL-PGM-NAME              PIC X(8).
003300     10 BL-RUN-DATE              PIC X(10) VALUE SPACES.
003400     10 BL-START-TS              PIC X(26).
003500     10 BL-END-TS                PIC X(26).
003600     10 BL-RETURN-CODE           PIC S9(4) COMP.
004200     10 BL-RUN-STATUS            PIC X(1).
004300        88 BL-RUN-STARTED               VALUE 'S'.
004400        88 BL-RUN-COMPLETE              VALUE 'C'.
004410        88 BL-RUN-SKIPPED               VALUE 'K'.
004420        88 BL-RUN-RERUN                 VALUE 'R'.
004500     10 BL-RUN-NOTE              PIC X(40).
004600
004700 01  BL-RESTART-CHECK.
004800     10 BL-DONE-COUNT            PIC S9(9) COMP.
004900     10 BL-DONE-RETURN-CODE      PIC S9(4) COMP.
005000     10 BL-DONE-END-TS           PIC X(26).
