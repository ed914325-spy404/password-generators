000100*****************************************************************
000200*    PGBKOPM.CPY                                                *
000300*    PG-BACKOUT-PARM-RECORD - CONTROL CARD FOR THE RUN BACK-OUT *
000400*    (PGRUNBKO).  THE CARD IS REQUIRED - A BACK-OUT IS NEVER    *
000500*    TAKEN BY DEFAULT.                                          *
000600*                                                               *
000700*    PG-BK-RUN-ID            RUN-CONTROL RUN ID (PGRUNC) OF THE *
000800*                            GENERATOR RUN TO BACK OUT          *
000900*    PG-BK-REQUESTOR-ID      WHO ORDERED THE BACK-OUT; CARRIED  *
001000*                            TO THE LEDGER 'B' RECORD           *
001100*    PG-BK-TRIAL-SW          'Y' = COUNT AND REPORT ONLY - NO   *
001200*                            ENTRY IS DELETED OR MARKED AND NO  *
001300*                            LEDGER RECORD IS WRITTEN           *
001400*****************************************************************
001500 01  PG-BACKOUT-PARM-RECORD.
001600     05  PG-BK-RUN-ID               PIC X(14).
001700     05  PG-BK-REQUESTOR-ID         PIC X(08).
001800     05  PG-BK-TRIAL-SW             PIC X(01).
001900         88  PG-BK-TRIAL                 VALUE 'Y'.
002000     05  FILLER                     PIC X(57).
