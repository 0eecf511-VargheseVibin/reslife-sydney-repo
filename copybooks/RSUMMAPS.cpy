000100*****************************************************************
000200* RSUMMAPS - SYMBOLIC MAP FOR MAPSET RSUMMAP, MAP RSUMMAP       *
000300*            HAND-CARRIED EQUIVALENT OF THE BMS ASSEMBLER OUTPUT*
000400*            FOR RSUMMAP.bms - KEEP IN STEP WITH THAT SOURCE.   *
000500*            THE TEN LIST LINES ARE CARRIED AS AN OCCURS SO THE *
000600*            PROGRAM CAN SUBSCRIPT THEM.                        *
000700*****************************************************************
000800 01  RSUMMAPI.
000900     05 FILLER                  PIC X(12).
001000     05 RESIDINL               PIC S9(4)      COMP.
001100     05 RESIDINF               PIC X.
001200     05 FILLER REDEFINES RESIDINF.
001300        10 RESIDINA             PIC X.
001400     05 RESIDINI               PIC X(8).
001500     05 OCCOUTL                PIC S9(4)      COMP.
001600     05 OCCOUTF                PIC X.
001700     05 FILLER REDEFINES OCCOUTF.
001800        10 OCCOUTA              PIC X.
001900     05 OCCOUTI                PIC X(61).
002000     05 BUROUTL                PIC S9(4)      COMP.
002100     05 BUROUTF                PIC X.
002200     05 FILLER REDEFINES BUROUTF.
002300        10 BUROUTA              PIC X.
002400     05 BUROUTI                PIC X(61).
002500     05 CONOUTL                PIC S9(4)      COMP.
002600     05 CONOUTF                PIC X.
002700     05 FILLER REDEFINES CONOUTF.
002800        10 CONOUTA              PIC X.
002900     05 CONOUTI                PIC X(61).
003000     05 RSM-LINE-GROUP.
003100        10 RSM-LINE             OCCURS 10 TIMES.
003200           15 SLNL              PIC S9(4)      COMP.
003300           15 SLNF              PIC X.
003400           15 SLNI              PIC X(70).
003500     05 MSGOUTL                 PIC S9(4)      COMP.
003600     05 MSGOUTF                 PIC X.
003700     05 FILLER REDEFINES MSGOUTF.
003800        10 MSGOUTA              PIC X.
003900     05 MSGOUTI                 PIC X(70).
004000
004100 01  RSUMMAPO REDEFINES RSUMMAPI.
004200     05 FILLER                  PIC X(12).
004300     05 FILLER                  PIC X(03).
004400     05 RESIDINO               PIC X(8).
004500     05 FILLER                  PIC X(03).
004600     05 OCCOUTO                PIC X(61).
004700     05 FILLER                  PIC X(03).
004800     05 BUROUTO                PIC X(61).
004900     05 FILLER                  PIC X(03).
005000     05 CONOUTO                PIC X(61).
005100     05 RSM-LINE-GROUP-O.
005200        10 RSM-LINE-O           OCCURS 10 TIMES.
005300           15 FILLER            PIC X(03).
005400           15 SLNO              PIC X(70).
005500     05 FILLER                  PIC X(03).
005600     05 MSGOUTO                 PIC X(70).
