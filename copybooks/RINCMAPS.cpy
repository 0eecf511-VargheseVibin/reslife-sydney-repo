000100*****************************************************************
000200* RINCMAPS - SYMBOLIC MAP FOR MAPSET RINCMAP, MAP RINCMAP       *
000300*            HAND-CARRIED EQUIVALENT OF THE BMS ASSEMBLER OUTPUT*
000400*            FOR RINCMAP.bms - KEEP IN STEP WITH THAT SOURCE.   *
000500*****************************************************************
000600 01  RINCMAPI.
000700     05 FILLER                  PIC X(12).
000800     05 INCIDINL               PIC S9(4)      COMP.
000900     05 INCIDINF               PIC X.
001000     05 FILLER REDEFINES INCIDINF.
001100        10 INCIDINA             PIC X.
001200     05 INCIDINI               PIC X(6).
001300     05 LOGOUTL                PIC S9(4)      COMP.
001400     05 LOGOUTF                PIC X.
001500     05 FILLER REDEFINES LOGOUTF.
001600        10 LOGOUTA              PIC X.
001700     05 LOGOUTI                PIC X(40).
001800     05 ACTINL                 PIC S9(4)      COMP.
001900     05 ACTINF                 PIC X.
002000     05 FILLER REDEFINES ACTINF.
002100        10 ACTINA               PIC X.
002200     05 ACTINI                 PIC X(1).
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
003300     05 CATINL                 PIC S9(4)      COMP.
003400     05 CATINF                 PIC X.
003500     05 FILLER REDEFINES CATINF.
003600        10 CATINA               PIC X.
003700     05 CATINI                 PIC X(1).
003800     05 NAR1L                  PIC S9(4)      COMP.
003900     05 NAR1F                  PIC X.
004000     05 FILLER REDEFINES NAR1F.
004100        10 NAR1A                PIC X.
004200     05 NAR1I                  PIC X(60).
004300     05 NAR2L                  PIC S9(4)      COMP.
004400     05 NAR2F                  PIC X.
004500     05 FILLER REDEFINES NAR2F.
004600        10 NAR2A                PIC X.
004700     05 NAR2I                  PIC X(60).
004800     05 NAR3L                  PIC S9(4)      COMP.
004900     05 NAR3F                  PIC X.
005000     05 FILLER REDEFINES NAR3F.
005100        10 NAR3A                PIC X.
005200     05 NAR3I                  PIC X(60).
005300     05 RESIDINL               PIC S9(4)      COMP.
005400     05 RESIDINF               PIC X.
005500     05 FILLER REDEFINES RESIDINF.
005600        10 RESIDINA             PIC X.
005700     05 RESIDINI               PIC X(8).
005800     05 RLN1L                  PIC S9(4)      COMP.
005900     05 RLN1F                  PIC X.
006000     05 FILLER REDEFINES RLN1F.
006100        10 RLN1A                PIC X.
006200     05 RLN1I                  PIC X(70).
006300     05 RLN2L                  PIC S9(4)      COMP.
006400     05 RLN2F                  PIC X.
006500     05 FILLER REDEFINES RLN2F.
006600        10 RLN2A                PIC X.
006700     05 RLN2I                  PIC X(70).
006800     05 RLN3L                  PIC S9(4)      COMP.
006900     05 RLN3F                  PIC X.
007000     05 FILLER REDEFINES RLN3F.
007100        10 RLN3A                PIC X.
007200     05 RLN3I                  PIC X(70).
007300     05 RLN4L                  PIC S9(4)      COMP.
007400     05 RLN4F                  PIC X.
007500     05 FILLER REDEFINES RLN4F.
007600        10 RLN4A                PIC X.
007700     05 RLN4I                  PIC X(70).
007800     05 RLN5L                  PIC S9(4)      COMP.
007900     05 RLN5F                  PIC X.
008000     05 FILLER REDEFINES RLN5F.
008100        10 RLN5A                PIC X.
008200     05 RLN5I                  PIC X(70).
008300     05 MSGOUTL                PIC S9(4)      COMP.
008400     05 MSGOUTF                PIC X.
008500     05 FILLER REDEFINES MSGOUTF.
008600        10 MSGOUTA              PIC X.
008700     05 MSGOUTI                PIC X(70).
008800
008900 01  RINCMAPO REDEFINES RINCMAPI.
009000     05 FILLER                  PIC X(12).
009100     05 FILLER                  PIC X(03).
009200     05 INCIDINO               PIC X(6).
009300     05 FILLER                  PIC X(03).
009400     05 LOGOUTO                PIC X(40).
009500     05 FILLER                  PIC X(03).
009600     05 ACTINO                 PIC X(1).
009700     05 FILLER                  PIC X(03).
009800     05 HALLINO                PIC X(4).
009900     05 FILLER                  PIC X(03).
010000     05 ROOMINO                PIC X(6).
010100     05 FILLER                  PIC X(03).
010200     05 CATINO                 PIC X(1).
010300     05 FILLER                  PIC X(03).
010400     05 NAR1O                  PIC X(60).
010500     05 FILLER                  PIC X(03).
010600     05 NAR2O                  PIC X(60).
010700     05 FILLER                  PIC X(03).
010800     05 NAR3O                  PIC X(60).
010900     05 FILLER                  PIC X(03).
011000     05 RESIDINO               PIC X(8).
011100     05 FILLER                  PIC X(03).
011200     05 RLN1O                  PIC X(70).
011300     05 FILLER                  PIC X(03).
011400     05 RLN2O                  PIC X(70).
011500     05 FILLER                  PIC X(03).
011600     05 RLN3O                  PIC X(70).
011700     05 FILLER                  PIC X(03).
011800     05 RLN4O                  PIC X(70).
011900     05 FILLER                  PIC X(03).
012000     05 RLN5O                  PIC X(70).
012100     05 FILLER                  PIC X(03).
012200     05 MSGOUTO                PIC X(70).
