000930*          STARTUP FROM THE DB2 MESSAGE_CATALOG TABLE (SEE       *
000940*          MSGCDCL), MAINTAINED ON THE HMSG SCREEN, AND          *
000950*          LTR-ENTRIES-USED SAYS HOW MANY ARE LIVE.              *
000958*  2026-10-06 FMV EACH ENTRY NOW ALSO CARRIES THE WAITLIST       *
000966*          OFFER NOTICE PARAGRAPHS (ACCEPTED, DECLINED,          *
000974*          LAPSED, AND THE REQUEUED/CLOSED FOLLOW-UP LINE)       *
000982*          PRINTED BY RESOFFER - ITEMS LTROFACC THROUGH          *
000990*          LTROFCLS ON MESSAGE_CATALOG.                          *
001000*****************************************************************
001100 01  WS-LTR-CATALOG-LOAD.
001200     05 FILLER.
002400        10 FILLER PIC X(16) VALUE 'CHECK-IN DATE'.
002500        10 FILLER PIC X(30) VALUE 'Welcome home,'.
002600        10 FILLER PIC X(30) VALUE 'Residence Life'.
002609        10 FILLER PIC X(60) VALUE
002618           'We have recorded your acceptance of the room offer.'.
002627        10 FILLER PIC X(60) VALUE
002636           'We have recorded that you declined the room offer.'.
002645        10 FILLER PIC X(60) VALUE
002654           'The room offer below lapsed without a reply.'.
002663        10 FILLER PIC X(60) VALUE
002672           'Your request stays on the waiting list.'.
002681        10 FILLER PIC X(60) VALUE
002690           'Your waiting list request is now closed.'.
002700     05 FILLER.
002800        10 FILLER PIC X(02) VALUE 'SP'.
002900        10 FILLER PIC X(30) VALUE 'Estimado/a'.
003900        10 FILLER PIC X(16) VALUE 'FECHA DE LLEGADA'.
004000        10 FILLER PIC X(30) VALUE 'Bienvenido/a a su hogar,'.
004100        10 FILLER PIC X(30) VALUE 'Residence Life'.
004109        10 FILLER PIC X(60) VALUE
004118           'Hemos registrado que acepto la oferta de vivienda.'.
004127        10 FILLER PIC X(60) VALUE
004136           'Hemos registrado que rechazo la oferta de vivienda.'.
004145        10 FILLER PIC X(60) VALUE
004154           'La oferta de vivienda vencio sin respuesta suya.'.
004163        10 FILLER PIC X(60) VALUE
004172           'Su solicitud sigue en la lista de espera.'.
004181        10 FILLER PIC X(60) VALUE
004190           'Su solicitud en la lista de espera queda cerrada.'.
004200     05 FILLER.
004300        10 FILLER PIC X(02) VALUE 'FR'.
004400        10 FILLER PIC X(30) VALUE 'Cher/Chere'.
005400        10 FILLER PIC X(16) VALUE 'DATE D ARRIVEE'.
005500        10 FILLER PIC X(30) VALUE 'Bienvenue chez vous,'.
005600        10 FILLER PIC X(30) VALUE 'Residence Life'.
005604        10 FILLER PIC X(60) VALUE
005608           'Nous avons note votre acceptation de l offre.'.
005612        10 FILLER PIC X(60) VALUE
005616           'Nous avons note votre refus de l offre de logement.'.
005620        10 FILLER PIC X(60) VALUE
005624           'L offre de logement a expire sans reponse.'.
005628        10 FILLER PIC X(60) VALUE
005632           'Votre demande reste sur la liste d attente.'.
005636        10 FILLER PIC X(60) VALUE
005640           'Votre demande sur la liste d attente est close.'.
005650     05 FILLER                  PIC X(4452) VALUE SPACES.
005700
005800 01  WS-LTR-CATALOG REDEFINES WS-LTR-CATALOG-LOAD.
005900     05 LTR-CATALOG-ENTRY       OCCURS 10 TIMES
006900        10 LTR-CKIN-LBL        PIC X(16).
007000        10 LTR-CLOSING         PIC X(30).
007100        10 LTR-SIGNATURE       PIC X(30).
007116        10 LTR-OFR-ACCEPT      PIC X(60).
007132        10 LTR-OFR-DECLINE     PIC X(60).
007148        10 LTR-OFR-LAPSE       PIC X(60).
007164        10 LTR-OFR-REQUEUE     PIC X(60).
007180        10 LTR-OFR-CLOSED      PIC X(60).
007200
007300 01  LTR-ENTRIES-USED           PIC 9(02) COMP VALUE 3.
