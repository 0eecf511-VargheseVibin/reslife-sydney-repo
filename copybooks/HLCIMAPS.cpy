000460*              MOVE-OUT/TRANSFER UPDATE FUNCTION.                *
000470*  2026-08-22 FMV ADDED NEWMPIN FOR THE DINING OFFICE'S 'P' MEAL *
000480*              PLAN CHANGE FUNCTION.                             *
000490*  2026-10-06 FMV ADDED SWAPIDI FOR THE 'W' TWO-WAY ROOM SWAP.   *
000493*  2026-10-06 FMV ADDED TMPNMINI FOR THE 'E' EMERGENCY           *
000496*              PLACEMENT'S TEMPORARY RESIDENT NAME.              *
000500*****************************************************************
000600 01  HLCIMAPI.
000700     05 FILLER                  PIC X(12).
002786     05 FILLER REDEFINES NEWMPINF.
002788        10 NEWMPINA             PIC X.
002790     05 NEWMPINI                PIC X(2).
002791     05 SWAPIDL                 PIC S9(4)      COMP.
002792     05 SWAPIDF                 PIC X.
002793     05 FILLER REDEFINES SWAPIDF.
002794        10 SWAPIDA              PIC X.
002795     05 SWAPIDI                 PIC X(8).
002796     05 TMPNMINL                PIC S9(4)      COMP.
002797     05 TMPNMINF                PIC X.
002798     05 FILLER REDEFINES TMPNMINF.
002799        10 TMPNMINA             PIC X.
002800     05 TMPNMINI                PIC X(30).
002850     05 MSGOUTL                 PIC S9(4)      COMP.
002900     05 MSGOUTF                 PIC X.
003000     05 FILLER REDEFINES MSGOUTF.
003100        10 MSGOUTA              PIC X.
004340     05 FILLER                  PIC X(03).
004345     05 NEWMPINO                PIC X(2).
004400     05 FILLER                  PIC X(03).
004433     05 SWAPIDO                 PIC X(8).
004466     05 FILLER                  PIC X(03).
004477     05 TMPNMINO                PIC X(30).
004488     05 FILLER                  PIC X(03).
004500     05 MSGOUTO                 PIC X(70).
