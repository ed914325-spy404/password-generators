000640*    INTAKE SIDE RECOVERS IT WITH PGFEDRCV UNDER THE SAME KEY    *
000650*    CARD.  THE ENCODING PRESERVES LENGTH AND CHARACTER CLASS,   *
000660*    SO PGPWDCFM AND PGPWDRPT WORK ON THE PROTECTED FEED AS IS.  *
000665*                                                                *
000670*    PG-FD-TARGET-PLATFORM IS THE ACCOUNT'S PROVISIONING TARGET  *
000675*    FROM ITS POLICY PROFILE (PGPROF).  PGFEDRTE SPLITS THE FEED *
000680*    ON IT INTO ONE DATASET PER PLATFORM, EACH IN THAT           *
000685*    PLATFORM'S OWN LAYOUT (PGDIRFD, PGMSFD, PGKSKFD).  A SPACE  *
000690*    IS READ AS THE DIRECTORY.  THE TRAILER CARRIES A COUNT AND  *
000695*    HASH PER PLATFORM SO EACH TARGET BALANCES ON ITS OWN.       *
000696*                                                                *
000697*    PG-FD-KEY-VERSION IS THE KEY-CARD VERSION (PGKEYPM) THE     *
000698*    PASSWORD WAS ENCODED UNDER; '000' MARKS CLEARTEXT AND       *
000699*    SPACES READ AS 001.  EVERY PLATFORM LAYOUT HAS IT AT 61-63. *
000700*****************************************************************
000800 01  PG-FEED-RECORD.
000900     05  PG-FD-ACCOUNT-ID           PIC X(08).
001000     05  PG-FD-PASSWORD             PIC X(32).
001100     05  PG-FD-GEN-DATE             PIC X(08).
001200     05  PG-FD-EXPIRATION-DATE      PIC X(08).
001210     05  PG-FD-TARGET-PLATFORM      PIC X(01).
001220         88  PG-FD-DIRECTORY             VALUE 'D' ' '.
001230         88  PG-FD-MAINFRAME-SECURITY    VALUE 'M'.
001240         88  PG-FD-KIOSK-PIN             VALUE 'K'.
001250     05  FILLER                     PIC X(03).
001260     05  PG-FD-KEY-VERSION          PIC X(03).
001270         88  PG-FD-CLEARTEXT             VALUE '000'.
001280     05  FILLER                     PIC X(17).
