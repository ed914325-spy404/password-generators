000100*****************************************************************
000200*    PGPRFPM.CPY                                                *
000300*    PG-PROFILE-MAINT-PARM-RECORD - CONTROL CARD FOR PROFILE-   *
000400*    MAINT (PGPRFMNT).  THE CARD IS OPTIONAL; WITHOUT IT THE    *
000500*    TRANSACTIONS ARE APPLIED AND A NEW MASTER IS WRITTEN.      *
000600*                                                               *
000700*    PG-PX-RUN-MODE VALUES -                                    *
000800*        'A' OR SPACE = APPLY - WRITE THE NEW MASTER (PROFMSTO) *
000900*        'W' = WHAT-IF - EDIT AND APPLY THE TRANSACTIONS IN     *
001000*              STORAGE ONLY, WRITE NO NEW MASTER, AND REPORT    *
001100*              THE IMPACT ON THE ACCOUNTS IN PWDHIST.  THE      *
001200*              AGING JOB'S OWN CARD (AGEPARM, PGAGEPM) SUPPLIES *
001300*              THE LEAD DAYS AND THE DEFAULT LIFETIME SO THE    *
001400*              FORECAST MATCHES WHAT PGPWDAGE WILL PICK UP.     *
001500*****************************************************************
001600 01  PG-PROFILE-MAINT-PARM-RECORD.
001700     05  PG-PX-RUN-MODE             PIC X(01).
001800         88  PG-PX-APPLY                 VALUE 'A' ' '.
001900         88  PG-PX-WHAT-IF               VALUE 'W'.
002000     05  FILLER                     PIC X(79).
