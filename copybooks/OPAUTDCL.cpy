001220*            STATUS MAINTENANCE ON THE HRMI SCREEN (RESROOMI),   *
001230*            AND 'S' ALSO COVERS THE HMSG MESSAGE CATALOG        *
001240*            SCREEN (RESMSGM).                                   *
001241*  2026-10-06 FMV THE 'W' FUNCTION LETTER AUTHORIZES THE HLCI    *
001242*            TWO-WAY ROOM SWAP; A HALL-RESTRICTED OPERATOR MAY   *
001243*            ONLY SWAP TWO RESIDENTS OF THEIR OWN HALL.          *
001244*  2026-10-06 FMV THE 'C' FUNCTION LETTER AUTHORIZES ASSESSING,  *
001245*            APPROVING, AND REVERSING DAMAGE AND LOST-KEY        *
001246*            CHARGES ON THE HCHG SCREEN (RESCHRG).               *
001247*  2026-10-06 FMV THE 'B' FUNCTION LETTER AUTHORIZES ADDING,     *
001248*            CHANGING, AND CANCELLING ROOM BLOCKS ON THE HBLK    *
001249*            SCREEN (RESBLOK); A HALL-RESTRICTED OPERATOR MAY    *
001250*            ONLY BLOCK ROOMS IN THEIR OWN HALL.                 *
001251*  2026-10-06 FMV THE 'D' FUNCTION LETTER AUTHORIZES LOGGING,    *
001252*            PICKING UP, AND RETURNING DESK PACKAGES AND MAIL    *
001253*            ON THE HPKG SCREEN (RESPKG); A HALL-RESTRICTED      *
001254*            OPERATOR MAY ONLY WORK ITEMS FOR THEIR OWN HALL.    *
001255*  2026-10-06 FMV THE 'N' FUNCTION LETTER AUTHORIZES LOGGING     *
001256*            INCIDENTS AND ADDING THE RESIDENTS INVOLVED ON THE  *
001257*            HINC SCREEN (RESINC); A HALL-RESTRICTED OPERATOR    *
001258*            MAY ONLY LOG INCIDENTS FOR THEIR OWN HALL.          *
001259*  2026-10-06 FMV THE 'H' FUNCTION LETTER AUTHORIZES RECORDING   *
001260*            ROOM INSPECTIONS ON THE HINS SCREEN (RESINSP); A    *
001261*            HALL-RESTRICTED OPERATOR MAY ONLY RECORD THEM FOR   *
001262*            THEIR OWN HALL.                                     *
001263*  2026-10-06 FMV THE 'A' FUNCTION LETTER AUTHORIZES CONFIRMING  *
001264*            A RESIDENT'S ARRIVAL ON THE HLCI SCREEN; A          *
001265*            HALL-RESTRICTED OPERATOR MAY ONLY CONFIRM RESIDENTS *
001266*            OF THEIR OWN HALL.                                  *
001267*  2026-10-15 FMV ALLOW_FUNCTIONS IS NOW 16 LETTERS LONG - THE   *
001268*            SEVEN LETTERS ADDED ABOVE BROUGHT THE SET TO 13,    *
001269*            MORE THAN 8 COULD HOLD. EVERY AUTHORIZATION CHECK   *
001270*            LOOKS IN ALL 16 POSITIONS.                          *
001300*****************************************************************
001400     EXEC SQL DECLARE OPERATOR_AUTH TABLE
001500     ( OPERATOR_ID          CHAR(8)      NOT NULL,
001600       ALLOW_FUNCTIONS      CHAR(16)     NOT NULL,
001700       HALL_RESTRICT        CHAR(4)      NOT NULL,
001800       AUTH_STATUS          CHAR(1)      NOT NULL,
001900       LAST_UPDATE_TS       TIMESTAMP    NOT NULL,
002200
002300 01  DCLOPERATOR-AUTH.
002400     10 OA-OPERATOR-ID           PIC X(8).
002500     10 OA-ALLOW-FUNCTIONS       PIC X(16).
002600     10 OA-HALL-RESTRICT         PIC X(4).
002700     10 OA-AUTH-STATUS           PIC X(1).
002800        88 OA-AUTH-ACTIVE               VALUE 'A'.
