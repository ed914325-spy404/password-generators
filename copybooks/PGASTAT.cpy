001600*        'T' = TERMINATED                                       *
001700*    ANY VALUE OTHER THAN 'A' BLOCKS GENERATION; THE ACCOUNT    *
001800*    GETS A SKIPPED ('S') AUDIT RECORD AND NO FEED RECORD.      *
001810*                                                               *
001820*    PG-AS-STATUS-DATE (YYYYMMDD) IS THE DATE HR MADE THE       *
001830*    CURRENT STATUS EFFECTIVE.  THE LEAVER REVOCATION JOB       *
001840*    (PGPWDRVK) USES IT TO FIND PASSWORDS ISSUED AFTER THE      *
001850*    CHANGE; SPACES ON EXTRACTS THAT PREDATE THE FIELD.         *
001900*****************************************************************
002000 01  PG-ACCT-STATUS-RECORD.
002100     05  PG-AS-ACCOUNT-ID           PIC X(08).
002400         88  PG-AS-DISABLED              VALUE 'D'.
002500         88  PG-AS-SUSPENDED             VALUE 'S'.
002600         88  PG-AS-TERMINATED            VALUE 'T'.
002610     05  PG-AS-STATUS-DATE          PIC X(08).
002620     05  FILLER                     PIC X(63).
