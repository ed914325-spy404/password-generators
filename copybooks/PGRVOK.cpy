000100*****************************************************************
000200*    PGRVOK.CPY                                                 *
000300*    PG-REVOKE-RECORD - LEAVER REVOCATION FEED (REVKFEED),      *
000400*    WRITTEN NIGHTLY BY LEAVER-REVOKE (PGPWDRVK) FOR THE        *
000500*    PROVISIONING INTAKE JOB TO DISABLE THE CREDENTIAL LAST     *
000600*    ISSUED TO AN ACCOUNT HR HAS DISABLED, SUSPENDED, OR        *
000700*    TERMINATED.  ONE RECORD PER NON-ACTIVE ACCOUNT WHOSE       *
000800*    LATEST PASSWORD-HISTORY ENTRY HAS NOT YET EXPIRED; A       *
000900*    CREDENTIAL THAT HAS ALREADY LAPSED NEEDS NO REVOCATION.    *
001000*    THE INTAKE TREATS A REPEAT FOR AN ALREADY-DISABLED         *
001100*    CREDENTIAL AS A NO-OP, SO THE ACCOUNT IS OFFERED EACH      *
001200*    NIGHT UNTIL THE PASSWORD WOULD HAVE EXPIRED ANYWAY.        *
001300*                                                               *
001400*    PG-RV-ISSUED-AFTER-SW 'Y' MARKS AN ACCOUNT THAT RECEIVED   *
001500*    A PASSWORD ON OR AFTER ITS STATUS DATE - THE SAME ACCOUNT  *
001600*    PRINTS ON THE REVOCATION EXCEPTION REPORT.                 *
001700*                                                               *
001800*    THE FILE ENDS WITH A PGTRLR CONTROL-TOTAL TRAILER.         *
001900*****************************************************************
002000 01  PG-REVOKE-RECORD.
002100     05  PG-RV-ACCOUNT-ID           PIC X(08).
002200     05  PG-RV-ACCOUNT-STATUS       PIC X(01).
002300     05  PG-RV-STATUS-DATE          PIC X(08).
002400     05  PG-RV-PROFILE-CODE         PIC X(04).
002500     05  PG-RV-LAST-GEN-DATE        PIC X(08).
002600     05  PG-RV-EXPIRATION-DATE      PIC X(08).
002700     05  PG-RV-REVOKE-DATE          PIC X(08).
002800     05  PG-RV-ISSUED-AFTER-SW      PIC X(01).
002900         88  PG-RV-ISSUED-AFTER          VALUE 'Y'.
003000     05  FILLER                     PIC X(34).
