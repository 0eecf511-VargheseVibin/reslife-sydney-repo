000100*****************************************************************
000200* RPKGMAPS - SYMBOLIC MAP FOR MAPSET RPKGMAP, MAP RPKGMAP       *
000300*            HAND-CARRIED EQUIVALENT OF THE BMS ASSEMBLER OUTPUT*
000400*            FOR RPKGMAP.bms - KEEP IN STEP WITH THAT SOURCE.   *
000500*****************************************************************
000600 01  RPKGMAPI.
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
001800     05 RESOUTL                PIC S9(4)      COMP.
001900     05 RESOUTF                PIC X.
002000     05 FILLER REDEFINES RESOUTF.
002100        10 RESOUTA              PIC X.
002200     05 RESOUTI                PIC X(56).
002300     05 PKGIDINL               PIC S9(4)      COMP.
002400     05 PKGIDINF               PIC X.
002500     05 FILLER REDEFINES PKGIDINF.
002600        10 PKGIDINA             PIC X.
002700     05 PKGIDINI               PIC X(6).
002800     05 TYPEINL                PIC S9(4)      COMP.
002900     05 TYPEINF                PIC X.
003000     05 FILLER REDEFINES TYPEINF.
003100        10 TYPEINA              PIC X.
003200     05 TYPEINI                PIC X(1).
003300     05 CARRINL                PIC S9(4)      COMP.
003400     05 CARRINF                PIC X.
003500     05 FILLER REDEFINES CARRINF.
003600        10 CARRINA              PIC X.
003700     05 CARRINI                PIC X(10).
003800     05 TRKINL                 PIC S9(4)      COMP.
003900     05 TRKINF                 PIC X.
004000     05 FILLER REDEFINES TRKINF.
004100        10 TRKINA               PIC X.
004200     05 TRKINI                 PIC X(20).
004300     05 DISPINL                PIC S9(4)      COMP.
004400     05 DISPINF                PIC X.
004500     05 FILLER REDEFINES DISPINF.
004600        10 DISPINA              PIC X.
004700     05 DISPINI                PIC X(1).
004800     05 PLN1L                  PIC S9(4)      COMP.
004900     05 PLN1F                  PIC X.
005000     05 FILLER REDEFINES PLN1F.
005100        10 PLN1A                PIC X.
005200     05 PLN1I                  PIC X(70).
005300     05 PLN2L                  PIC S9(4)      COMP.
005400     05 PLN2F                  PIC X.
005500     05 FILLER REDEFINES PLN2F.
005600        10 PLN2A                PIC X.
005700     05 PLN2I                  PIC X(70).
005800     05 PLN3L                  PIC S9(4)      COMP.
005900     05 PLN3F                  PIC X.
006000     05 FILLER REDEFINES PLN3F.
006100        10 PLN3A                PIC X.
006200     05 PLN3I                  PIC X(70).
006300     05 PLN4L                  PIC S9(4)      COMP.
006400     05 PLN4F                  PIC X.
006500     05 FILLER REDEFINES PLN4F.
006600        10 PLN4A                PIC X.
006700     05 PLN4I                  PIC X(70).
006800     05 PLN5L                  PIC S9(4)      COMP.
006900     05 PLN5F                  PIC X.
007000     05 FILLER REDEFINES PLN5F.
007100        10 PLN5A                PIC X.
007200     05 PLN5I                  PIC X(70).
007300     05 PLN6L                  PIC S9(4)      COMP.
007400     05 PLN6F                  PIC X.
007500     05 FILLER REDEFINES PLN6F.
007600        10 PLN6A                PIC X.
007700     05 PLN6I                  PIC X(70).
007800     05 PLN7L                  PIC S9(4)      COMP.
007900     05 PLN7F                  PIC X.
008000     05 FILLER REDEFINES PLN7F.
008100        10 PLN7A                PIC X.
008200     05 PLN7I                  PIC X(70).
008300     05 PLN8L                  PIC S9(4)      COMP.
008400     05 PLN8F                  PIC X.
008500     05 FILLER REDEFINES PLN8F.
008600        10 PLN8A                PIC X.
008700     05 PLN8I                  PIC X(70).
008800     05 MSGOUTL                PIC S9(4)      COMP.
008900     05 MSGOUTF                PIC X.
009000     05 FILLER REDEFINES MSGOUTF.
009100        10 MSGOUTA              PIC X.
009200     05 MSGOUTI                PIC X(70).
009300
009400 01  RPKGMAPO REDEFINES RPKGMAPI.
009500     05 FILLER                  PIC X(12).
009600     05 FILLER                  PIC X(03).
009700     05 RESIDINO               PIC X(8).
009800     05 FILLER                  PIC X(03).
009900     05 ACTINO                 PIC X(1).
010000     05 FILLER                  PIC X(03).
010100     05 RESOUTO                PIC X(56).
010200     05 FILLER                  PIC X(03).
010300     05 PKGIDINO               PIC X(6).
010400     05 FILLER                  PIC X(03).
010500     05 TYPEINO                PIC X(1).
010600     05 FILLER                  PIC X(03).
010700     05 CARRINO                PIC X(10).
010800     05 FILLER                  PIC X(03).
010900     05 TRKINO                 PIC X(20).
011000     05 FILLER                  PIC X(03).
011100     05 DISPINO                PIC X(1).
011200     05 FILLER                  PIC X(03).
011300     05 PLN1O                  PIC X(70).
011400     05 FILLER                  PIC X(03).
011500     05 PLN2O                  PIC X(70).
011600     05 FILLER                  PIC X(03).
011700     05 PLN3O                  PIC X(70).
011800     05 FILLER                  PIC X(03).
011900     05 PLN4O                  PIC X(70).
012000     05 FILLER                  PIC X(03).
012100     05 PLN5O                  PIC X(70).
012200     05 FILLER                  PIC X(03).
012300     05 PLN6O                  PIC X(70).
012400     05 FILLER                  PIC X(03).
012500     05 PLN7O                  PIC X(70).
012600     05 FILLER                  PIC X(03).
012700     05 PLN8O                  PIC X(70).
012800     05 FILLER                  PIC X(03).
012900     05 MSGOUTO                PIC X(70).
