001500*        'S' = RUN STARTED                                       *
001600*        'E' = RUN ENDED, FEED COMPLETE ON DISK                  *
001700*        'C' = FEED CONSUMED BY PROVISIONING INTAKE              *
001710*        'B' = RUN BACKED OUT BY PGRUNBKO - ITS HISTORY ENTRIES  *
001720*              DELETED AND ITS AUDIT-MASTER ENTRIES MARKED       *
001730*              REVERSED.  A BACKED-OUT RUN HOLDS NOTHING, SO     *
001740*              THE SAME MODE AND STREAM CAN BE REGENERATED.      *
001750*              PG-RC-REQUESTOR-ID IS WHO ORDERED THE BACK-OUT,   *
001760*              AND THE TWO BACK-OUT COUNTS SAY WHAT IT TOUCHED.  *
001770*        'K' = FEED-KEY VERSION RETIRED BY PGFEDRKY.  CARRIES    *
001780*              NO RUN ID; PG-RC-RETIRED-KEY-VERSION IS THE       *
001790*              VERSION, PG-RC-REQUESTOR-ID WHO RETIRED IT.  THE  *
001791*              GENERATOR WILL NOT START UNDER A KEY CARD WHOSE   *
001792*              CURRENT VERSION IS NOT ABOVE EVERY RETIRED ONE.   *
001793*              RUN-LEDGER READERS PASS OVER THESE ENTRIES.       *
001800*****************************************************************
001900 01  PG-RUN-CONTROL-RECORD.
002000     05  PG-RC-RECORD-TYPE          PIC X(01).
002100         88  PG-RC-RUN-STARTED           VALUE 'S'.
002200         88  PG-RC-RUN-ENDED             VALUE 'E'.
002300         88  PG-RC-FEED-CONSUMED         VALUE 'C'.
002350         88  PG-RC-RUN-BACKED-OUT        VALUE 'B'.
002360         88  PG-RC-KEY-RETIRED           VALUE 'K'.
002400     05  PG-RC-RUN-ID               PIC X(14).
002500     05  PG-RC-RUN-MODE             PIC X(01).
002600     05  PG-RC-REQUESTOR-ID         PIC X(08).
002900     05  PG-RC-EXCLUDE-AMBIG-SW     PIC X(01).
003000     05  PG-RC-TIMESTAMP            PIC X(26).
003050     05  PG-RC-STREAM-ID            PIC X(02).
003060     05  PG-RC-BACKOUT-HIST-COUNT   PIC 9(07).
003070     05  PG-RC-BACKOUT-AUDIT-COUNT  PIC 9(07).
003080     05  PG-RC-RETIRED-KEY-VERSION  PIC X(03).
003090     05  FILLER                     PIC X(07).
