000400*           RUN (RESWORKD) INSERTS AN 'O' OPEN ROW FOR EVERY     *
000500*           ORDER IT DISPATCHES - ONLINE MOVE-OUTS OFF THE TD    *
000600*           QUEUE PLUS THE BATCH DEPARTURE PATHS (HELLOWLD 'D',  *
000700*           RESSWEEP, RESNOSHW, RESTURN) - AND THE FACILITIES     *
000800*           COMPLETION FEED (RESWOCMP) CLOSES IT OUT 'C' WITH     *
000900*           THE SIGN-OFF DATE, THE RE-KEY FLAG, AND THE DAMAGE    *
001000*           FLAG. A ROOM WITH AN UNSIGNED-OFF ORDER CANNOT BE     *
001100*           ASSIGNED OR OFFERED - HELLOWLD, THE HLCI SCREEN, AND  *
001200*           THE NIGHTLY BED MATCH ALL CHECK FOR AN OPEN ROW       *
001250*           FIRST.                                                *
001300*****************************************************************
001400     EXEC SQL DECLARE WORK_ORDER TABLE
001500     ( HALL_CODE            CHAR(4)      NOT NULL,
