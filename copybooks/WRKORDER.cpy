000200* WRKORDER - ROOM TURNOVER WORK ORDER RECORD, WRITTEN ON EVERY   *
000300*            MOVE-OUT - BY THE FRONT-DESK SCREEN (TD QUEUE WORK, *
000400*            OFFLOADED DAILY) AND BY THE BATCH DEPARTURE PATHS   *
000500*            (HELLOWLD 'D', RESSWEEP, RESNOSHW, RESTURN -        *
000600*            SEQUENTIAL WORKORD FILES). READ BY RESWORKD, WHICH  *
000700*            PRINTS THE FACILITIES DISPATCH REPORT. A ROOM       *
000800*            CANNOT GO BACK TO THE WAITLIST UNTIL FACILITIES     *
000900*            SIGNS OFF, SO THIS RECORD STARTS THE RE-RENTAL      *
000950*            CLOCK. 80 BYTES.                                    *
001000*****************************************************************
001100     05 WO-RESIDENT-ID           PIC X(08).
001200     05 WO-HALL-CODE             PIC X(04).
