001400     05 FUNCSINF                PIC X.
001500     05 FILLER REDEFINES FUNCSINF.
001600        10 FUNCSINA             PIC X.
001700     05 FUNCSINI                PIC X(16).
001800     05 HALLINL                 PIC S9(4)      COMP.
001900     05 HALLINF                 PIC X.
002000     05 FILLER REDEFINES HALLINF.
004100     05 FILLER                  PIC X(03).
004200     05 OPERINO                 PIC X(8).
004300     05 FILLER                  PIC X(03).
004400     05 FUNCSINO                PIC X(16).
004500     05 FILLER                  PIC X(03).
004600     05 HALLINO                 PIC X(4).
004700     05 FILLER                  PIC X(03).
