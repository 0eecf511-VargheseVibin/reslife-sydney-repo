001000*           THE ROW. AN OUTSTANDING 'O' OFFER HOLDS ITS BED       *
001100*           AGAINST FURTHER MATCHING UNTIL IT IS TAKEN UP (THE    *
001200*           MOVE-IN FEED) OR CANCELLED.                           *
001212*  2026-10-06 FMV THE ASSIGNMENT OFFICE'S OFFER RESPONSES ARE     *
001224*          APPLIED NIGHTLY BY RESOFFER, WHICH ALSO LAPSES         *
001236*          OFFERS LEFT UNANSWERED TOO LONG. 'A' ACCEPTED          *
001248*          STILL HOLDS THE OFFERED BED LIKE 'O'; A DECLINE        *
001260*          RELEASES IT AND EITHER REQUEUES THE REQUEST ('W',      *
001272*          BACK OF THE LINE) OR CLOSES IT 'D' DECLINED; 'L'       *
001284*          LAPSED RELEASES IT AND CLOSES THE REQUEST.             *
001300*****************************************************************
001400     EXEC SQL DECLARE WAITLIST TABLE
001500     ( RESIDENT_ID          CHAR(8)      NOT NULL,
003200        88 WL-STATUS-WAITING            VALUE 'W'.
003300        88 WL-STATUS-OFFERED            VALUE 'O'.
003400        88 WL-STATUS-CANCELLED          VALUE 'C'.
003425        88 WL-STATUS-ACCEPTED           VALUE 'A'.
003450        88 WL-STATUS-DECLINED           VALUE 'D'.
003475        88 WL-STATUS-LAPSED             VALUE 'L'.
003500     10 WL-REQUEST-TS            PIC X(26).
003600     10 WL-OFFER-HALL            PIC X(4).
003700     10 WL-OFFER-ROOM            PIC X(6).
