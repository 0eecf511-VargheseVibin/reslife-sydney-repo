000100*****************************************************************
000200* RBLKMAPS - SYMBOLIC MAP FOR MAPSET RBLKMAP, MAP RBLKMAP        *
000300*            HAND-CARRIED EQUIVALENT OF THE BMS ASSEMBLER OUTPUT *
000400*            FOR RBLKMAP.bms - KEEP IN STEP WITH THAT SOURCE.    *
000500*****************************************************************
000600 01  RBLKMAPI.
000700     05 FILLER                  PIC X(12).
000800     05 HALLINL                PIC S9(4)      COMP.
000900     05 HALLINF                PIC X.
001000     05 FILLER REDEFINES HALLINF.
001100        10 HALLINA              PIC X.
001200     05 HALLINI                PIC X(4).
001300     05 ACTINL                 PIC S9(4)      COMP.
001400     05 ACTINF                 PIC X.
001500     05 FILLER REDEFINES ACTINF.
001600        10 ACTINA               PIC X.
001700     05 ACTINI                 PIC X(1).
001800     05 BLKIDINL               PIC S9(4)      COMP.
001900     05 BLKIDINF               PIC X.
002000     05 FILLER REDEFINES BLKIDINF.
002100        10 BLKIDINA             PIC X.
002200     05 BLKIDINI               PIC X(6).
002300     05 RMFRINL                PIC S9(4)      COMP.
002400     05 RMFRINF                PIC X.
002500     05 FILLER REDEFINES RMFRINF.
002600        10 RMFRINA              PIC X.
002700     05 RMFRINI                PIC X(6).
002800     05 RMTHINL                PIC S9(4)      COMP.
002900     05 RMTHINF                PIC X.
003000     05 FILLER REDEFINES RMTHINF.
003100        10 RMTHINA              PIC X.
003200     05 RMTHINI                PIC X(6).
003300     05 STRTINL                PIC S9(4)      COMP.
003400     05 STRTINF                PIC X.
003500     05 FILLER REDEFINES STRTINF.
003600        10 STRTINA              PIC X.
003700     05 STRTINI                PIC X(10).
003800     05 ENDINL                 PIC S9(4)      COMP.
003900     05 ENDINF                 PIC X.
004000     05 FILLER REDEFINES ENDINF.
004100        10 ENDINA               PIC X.
004200     05 ENDINI                 PIC X(10).
004300     05 OWNRINL                PIC S9(4)      COMP.
004400     05 OWNRINF                PIC X.
004500     05 FILLER REDEFINES OWNRINF.
004600        10 OWNRINA              PIC X.
004700     05 OWNRINI                PIC X(20).
004800     05 RSNINL                 PIC S9(4)      COMP.
004900     05 RSNINF                 PIC X.
005000     05 FILLER REDEFINES RSNINF.
005100        10 RSNINA               PIC X.
005200     05 RSNINI                 PIC X(30).
005300     05 BLN1L                  PIC S9(4)      COMP.
005400     05 BLN1F                  PIC X.
005500     05 FILLER REDEFINES BLN1F.
005600        10 BLN1A                PIC X.
005700     05 BLN1I                  PIC X(70).
005800     05 BLN2L                  PIC S9(4)      COMP.
005900     05 BLN2F                  PIC X.
006000     05 FILLER REDEFINES BLN2F.
006100        10 BLN2A                PIC X.
006200     05 BLN2I                  PIC X(70).
006300     05 BLN3L                  PIC S9(4)      COMP.
006400     05 BLN3F                  PIC X.
006500     05 FILLER REDEFINES BLN3F.
006600        10 BLN3A                PIC X.
006700     05 BLN3I                  PIC X(70).
006800     05 BLN4L                  PIC S9(4)      COMP.
006900     05 BLN4F                  PIC X.
007000     05 FILLER REDEFINES BLN4F.
007100        10 BLN4A                PIC X.
007200     05 BLN4I                  PIC X(70).
007300     05 BLN5L                  PIC S9(4)      COMP.
007400     05 BLN5F                  PIC X.
007500     05 FILLER REDEFINES BLN5F.
007600        10 BLN5A                PIC X.
007700     05 BLN5I                  PIC X(70).
007800     05 MSGOUTL                PIC S9(4)      COMP.
007900     05 MSGOUTF                PIC X.
008000     05 FILLER REDEFINES MSGOUTF.
008100        10 MSGOUTA              PIC X.
008200     05 MSGOUTI                PIC X(70).
008300
008400 01  RBLKMAPO REDEFINES RBLKMAPI.
008500     05 FILLER                  PIC X(12).
008600     05 FILLER                  PIC X(03).
008700     05 HALLINO                PIC X(4).
008800     05 FILLER                  PIC X(03).
008900     05 ACTINO                 PIC X(1).
009000     05 FILLER                  PIC X(03).
009100     05 BLKIDINO               PIC X(6).
009200     05 FILLER                  PIC X(03).
009300     05 RMFRINO                PIC X(6).
009400     05 FILLER                  PIC X(03).
009500     05 RMTHINO                PIC X(6).
009600     05 FILLER                  PIC X(03).
009700     05 STRTINO                PIC X(10).
009800     05 FILLER                  PIC X(03).
009900     05 ENDINO                 PIC X(10).
010000     05 FILLER                  PIC X(03).
010100     05 OWNRINO                PIC X(20).
010200     05 FILLER                  PIC X(03).
010300     05 RSNINO                 PIC X(30).
010400     05 FILLER                  PIC X(03).
010500     05 BLN1O                  PIC X(70).
010600     05 FILLER                  PIC X(03).
010700     05 BLN2O                  PIC X(70).
010800     05 FILLER                  PIC X(03).
010900     05 BLN3O                  PIC X(70).
011000     05 FILLER                  PIC X(03).
011100     05 BLN4O                  PIC X(70).
011200     05 FILLER                  PIC X(03).
011300     05 BLN5O                  PIC X(70).
011400     05 FILLER                  PIC X(03).
011500     05 MSGOUTO                PIC X(70).
