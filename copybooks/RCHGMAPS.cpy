000100*****************************************************************
000200* RCHGMAPS - SYMBOLIC MAP FOR MAPSET RCHGMAP, MAP RCHGMAP        *
000300*            HAND-CARRIED EQUIVALENT OF THE BMS ASSEMBLER OUTPUT *
000400*            FOR RCHGMAP.bms - KEEP IN STEP WITH THAT SOURCE.    *
000500*****************************************************************
000600 01  RCHGMAPI.
000700     05 FILLER                  PIC X(12).
000800     05 RESIDINL               PIC S9(4)      COMP.
000900     05 RESIDINF               PIC X.
001000     05 FILLER REDEFINES RESIDINF.
001100        10 RESIDINA             PIC X.
001200     05 RESIDINI               PIC X(8).
001300     05 ACTINL                 PIC S9(4)      COMP.
001400     05 ACTINF                 PIC X.
001500     05 FILLER REDEFINES ACTINF.
001600        10 ACTINA               PIC X.
001700     05 ACTINI                 PIC X(1).
001800     05 TYPEINL                PIC S9(4)      COMP.
001900     05 TYPEINF                PIC X.
002000     05 FILLER REDEFINES TYPEINF.
002100        10 TYPEINA              PIC X.
002200     05 TYPEINI                PIC X(1).
002300     05 HALLINL                PIC S9(4)      COMP.
002400     05 HALLINF                PIC X.
002500     05 FILLER REDEFINES HALLINF.
002600        10 HALLINA              PIC X.
002700     05 HALLINI                PIC X(4).
002800     05 ROOMINL                PIC S9(4)      COMP.
002900     05 ROOMINF                PIC X.
003000     05 FILLER REDEFINES ROOMINF.
003100        10 ROOMINA              PIC X.
003200     05 ROOMINI                PIC X(6).
003300     05 KEYINL                 PIC S9(4)      COMP.
003400     05 KEYINF                 PIC X.
003500     05 FILLER REDEFINES KEYINF.
003600        10 KEYINA               PIC X.
003700     05 KEYINI                 PIC X(10).
003800     05 DOLLINL                PIC S9(4)      COMP.
003900     05 DOLLINF                PIC X.
004000     05 FILLER REDEFINES DOLLINF.
004100        10 DOLLINA              PIC X.
004200     05 DOLLINI                PIC X(5).
004300     05 CENTINL                PIC S9(4)      COMP.
004400     05 CENTINF                PIC X.
004500     05 FILLER REDEFINES CENTINF.
004600        10 CENTINA              PIC X.
004700     05 CENTINI                PIC X(2).
004800     05 DESCINL                PIC S9(4)      COMP.
004900     05 DESCINF                PIC X.
005000     05 FILLER REDEFINES DESCINF.
005100        10 DESCINA              PIC X.
005200     05 DESCINI                PIC X(30).
005300     05 SEQINL                 PIC S9(4)      COMP.
005400     05 SEQINF                 PIC X.
005500     05 FILLER REDEFINES SEQINF.
005600        10 SEQINA               PIC X.
005700     05 SEQINI                 PIC X(3).
005800     05 CLN1L                  PIC S9(4)      COMP.
005900     05 CLN1F                  PIC X.
006000     05 FILLER REDEFINES CLN1F.
006100        10 CLN1A                PIC X.
006200     05 CLN1I                  PIC X(70).
006300     05 CLN2L                  PIC S9(4)      COMP.
006400     05 CLN2F                  PIC X.
006500     05 FILLER REDEFINES CLN2F.
006600        10 CLN2A                PIC X.
006700     05 CLN2I                  PIC X(70).
006800     05 CLN3L                  PIC S9(4)      COMP.
006900     05 CLN3F                  PIC X.
007000     05 FILLER REDEFINES CLN3F.
007100        10 CLN3A                PIC X.
007200     05 CLN3I                  PIC X(70).
007300     05 CLN4L                  PIC S9(4)      COMP.
007400     05 CLN4F                  PIC X.
007500     05 FILLER REDEFINES CLN4F.
007600        10 CLN4A                PIC X.
007700     05 CLN4I                  PIC X(70).
007800     05 CLN5L                  PIC S9(4)      COMP.
007900     05 CLN5F                  PIC X.
008000     05 FILLER REDEFINES CLN5F.
008100        10 CLN5A                PIC X.
008200     05 CLN5I                  PIC X(70).
008300     05 MSGOUTL                PIC S9(4)      COMP.
008400     05 MSGOUTF                PIC X.
008500     05 FILLER REDEFINES MSGOUTF.
008600        10 MSGOUTA              PIC X.
008700     05 MSGOUTI                PIC X(70).
008800
008900 01  RCHGMAPO REDEFINES RCHGMAPI.
009000     05 FILLER                  PIC X(12).
009100     05 FILLER                  PIC X(03).
009200     05 RESIDINO               PIC X(8).
009300     05 FILLER                  PIC X(03).
009400     05 ACTINO                 PIC X(1).
009500     05 FILLER                  PIC X(03).
009600     05 TYPEINO                PIC X(1).
009700     05 FILLER                  PIC X(03).
009800     05 HALLINO                PIC X(4).
009900     05 FILLER                  PIC X(03).
010000     05 ROOMINO                PIC X(6).
010100     05 FILLER                  PIC X(03).
010200     05 KEYINO                 PIC X(10).
010300     05 FILLER                  PIC X(03).
010400     05 DOLLINO                PIC X(5).
010500     05 FILLER                  PIC X(03).
010600     05 CENTINO                PIC X(2).
010700     05 FILLER                  PIC X(03).
010800     05 DESCINO                PIC X(30).
010900     05 FILLER                  PIC X(03).
011000     05 SEQINO                 PIC X(3).
011100     05 FILLER                  PIC X(03).
011200     05 CLN1O                  PIC X(70).
011300     05 FILLER                  PIC X(03).
011400     05 CLN2O                  PIC X(70).
011500     05 FILLER                  PIC X(03).
011600     05 CLN3O                  PIC X(70).
011700     05 FILLER                  PIC X(03).
011800     05 CLN4O                  PIC X(70).
011900     05 FILLER                  PIC X(03).
012000     05 CLN5O                  PIC X(70).
012100     05 FILLER                  PIC X(03).
012200     05 MSGOUTO                PIC X(70).
