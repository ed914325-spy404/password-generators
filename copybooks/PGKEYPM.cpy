001000*    ABLE TO BROWSE THE KEY.  A GENERATOR RUN WITH NO KEY CARD  *
001100*    (OR A BLANK KEY) WRITES THE FEED IN CLEARTEXT WITH A       *
001200*    CONSOLE WARNING, FOR CUTOVER ONLY.                         *
001205*                                                               *
001210*    THE CARD HOLDS THE CURRENT KEY AND THE KEY IT REPLACED,    *
001215*    EACH WITH ITS KEY VERSION (001-999).  EVERY FEED RECORD    *
001220*    CARRIES THE VERSION IT WAS ENCODED UNDER (PG-FD-KEY-       *
001225*    VERSION), SO A FEED HELD FOR RESEND ACROSS A ROTATION IS   *
001230*    STILL DECODED WITH THE RIGHT KEY.  TO ROTATE -             *
001235*        1. MOVE THE CURRENT KEY AND VERSION TO THE PREVIOUS    *
001240*           FIELDS AND PUNCH THE NEW KEY UNDER A HIGHER         *
001245*           VERSION;                                            *
001250*        2. RE-ENCODE ANY HELD FEED WITH FEED-REKEY (PGFEDRKY), *
001255*           WHICH CAN ALSO RETIRE THE PREVIOUS VERSION ON       *
001260*           RUNCTL ONCE NOTHING IS LEFT UNDER IT.               *
001265*    THE GENERATOR WILL NOT START UNDER A VERSION THAT IS NOT   *
001270*    HIGHER THAN EVERY VERSION RETIRED ON RUNCTL.  A BLANK      *
001275*    CURRENT VERSION IS READ AS 001, THE VERSION OF THE SINGLE  *
001280*    KEY CARD IN USE BEFORE VERSIONS WERE CARRIED.  A BLANK     *
001285*    PREVIOUS KEY MEANS THERE IS NONE.  VERSION 000 IS NEVER    *
001290*    PUNCHED - ON A FEED RECORD IT MARKS A CLEARTEXT PASSWORD.  *
001300*****************************************************************
001400 01  PG-FEED-KEY-RECORD.
001500     05  PG-KY-FEED-KEY             PIC X(16).
001510     05  PG-KY-KEY-VERSION          PIC X(03).
001520     05  PG-KY-PREVIOUS-KEY         PIC X(16).
001530     05  PG-KY-PREVIOUS-VERSION     PIC X(03).
001540     05  FILLER                     PIC X(42).
