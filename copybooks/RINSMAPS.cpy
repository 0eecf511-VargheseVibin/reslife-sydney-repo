000100*****************************************************************
000200* RINSMAPS - SYMBOLIC MAP FOR MAPSET RINSMAP, MAP RINSMAP       *
000300*            HAND-CARRIED EQUIVALENT OF THE BMS ASSEMBLER OUTPUT*
000400*            FOR RINSMAP.bms - KEEP IN STEP WITH THAT SOURCE.   *
000500*****************************************************************
000600 01  RINSMAPI.
000700     05 FILLER                  PIC X(12).
000800     05 HALLINL                PIC S9(4)      COMP.
000900     05 HALLINF                PIC X.
001000     05 FILLER REDEFINES HALLINF.
001100        10 HALLINA              PIC X.
001200     05 HALLINI                PIC X(4).
001300     05 ROOMINL                PIC S9(4)      COMP.
001400     05 ROOMINF                PIC X.
001500     05 FILLER REDEFINES ROOMINF.
001600        10 ROOMINA              PIC X.
001700     05 ROOMINI                PIC X(6).
001800     05 DATEINL                PIC S9(4)      COMP.
001900     05 DATEINF                PIC X.
002000     05 FILLER REDEFINES DATEINF.
002100        10 DATEINA              PIC X.
002200     05 DATEINI                PIC X(10).
002300     05 ACTINL                 PIC S9(4)      COMP.
002400     05 ACTINF                 PIC X.
002500     05 FILLER REDEFINES ACTINF.
002600        10 ACTINA               PIC X.
002700     05 ACTINI                 PIC X(1).
002800     05 RESINL                 PIC S9(4)      COMP.
002900     05 RESINF                 PIC X.
003000     05 FILLER REDEFINES RESINF.
003100        10 RESINA               PIC X.
003200     05 RESINI                 PIC X(1).
003300     05 VIO1INL                PIC S9(4)      COMP.
003400     05 VIO1INF                PIC X.
003500     05 FILLER REDEFINES VIO1INF.
003600        10 VIO1INA              PIC X.
003700     05 VIO1INI                PIC X(2).
003800     05 VIO2INL                PIC S9(4)      COMP.
003900     05 VIO2INF                PIC X.
004000     05 FILLER REDEFINES VIO2INF.
004100        10 VIO2INA              PIC X.
004200     05 VIO2INI                PIC X(2).
004300     05 VIO3INL                PIC S9(4)      COMP.
004400     05 VIO3INF                PIC X.
004500     05 FILLER REDEFINES VIO3INF.
004600        10 VIO3INA              PIC X.
004700     05 VIO3INI                PIC X(2).
004800     05 VIO4INL                PIC S9(4)      COMP.
004900     05 VIO4INF                PIC X.
005000     05 FILLER REDEFINES VIO4INF.
005100        10 VIO4INA              PIC X.
005200     05 VIO4INI                PIC X(2).
005300     05 INSPINL                PIC S9(4)      COMP.
005400     05 INSPINF                PIC X.
005500     05 FILLER REDEFINES INSPINF.
005600        10 INSPINA              PIC X.
005700     05 INSPINI                PIC X(8).
005800     05 HLN1L                  PIC S9(4)      COMP.
005900     05 HLN1F                  PIC X.
006000     05 FILLER REDEFINES HLN1F.
006100        10 HLN1A                PIC X.
006200     05 HLN1I                  PIC X(70).
006300     05 HLN2L                  PIC S9(4)      COMP.
006400     05 HLN2F                  PIC X.
006500     05 FILLER REDEFINES HLN2F.
006600        10 HLN2A                PIC X.
006700     05 HLN2I                  PIC X(70).
006800     05 HLN3L                  PIC S9(4)      COMP.
006900     05 HLN3F                  PIC X.
007000     05 FILLER REDEFINES HLN3F.
007100        10 HLN3A                PIC X.
007200     05 HLN3I                  PIC X(70).
007300     05 HLN4L                  PIC S9(4)      COMP.
007400     05 HLN4F                  PIC X.
007500     05 FILLER REDEFINES HLN4F.
007600        10 HLN4A                PIC X.
007700     05 HLN4I                  PIC X(70).
007800     05 HLN5L                  PIC S9(4)      COMP.
007900     05 HLN5F                  PIC X.
008000     05 FILLER REDEFINES HLN5F.
008100        10 HLN5A                PIC X.
008200     05 HLN5I                  PIC X(70).
008300     05 MSGOUTL                PIC S9(4)      COMP.
008400     05 MSGOUTF                PIC X.
008500     05 FILLER REDEFINES MSGOUTF.
008600        10 MSGOUTA              PIC X.
008700     05 MSGOUTI                PIC X(70).
008800
008900 01  RINSMAPO REDEFINES RINSMAPI.
009000     05 FILLER                  PIC X(12).
009100     05 FILLER                  PIC X(03).
009200     05 HALLINO                PIC X(4).
009300     05 FILLER                  PIC X(03).
009400     05 ROOMINO                PIC X(6).
009500     05 FILLER                  PIC X(03).
009600     05 DATEINO                PIC X(10).
009700     05 FILLER                  PIC X(03).
009800     05 ACTINO                 PIC X(1).
009900     05 FILLER                  PIC X(03).
010000     05 RESINO                 PIC X(1).
010100     05 FILLER                  PIC X(03).
010200     05 VIO1INO                PIC X(2).
010300     05 FILLER                  PIC X(03).
010400     05 VIO2INO                PIC X(2).
010500     05 FILLER                  PIC X(03).
010600     05 VIO3INO                PIC X(2).
010700     05 FILLER                  PIC X(03).
010800     05 VIO4INO                PIC X(2).
010900     05 FILLER                  PIC X(03).
011000     05 INSPINO                PIC X(8).
011100     05 FILLER                  PIC X(03).
011200     05 HLN1O                  PIC X(70).
011300     05 FILLER                  PIC X(03).
011400     05 HLN2O                  PIC X(70).
011500     05 FILLER                  PIC X(03).
011600     05 HLN3O                  PIC X(70).
011700     05 FILLER                  PIC X(03).
011800     05 HLN4O                  PIC X(70).
011900     05 FILLER                  PIC X(03).
012000     05 HLN5O                  PIC X(70).
012100     05 FILLER                  PIC X(03).
012200     05 MSGOUTO                PIC X(70).
