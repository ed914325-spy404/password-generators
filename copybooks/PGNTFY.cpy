001100*    PG-NT-RUN-MODE VALUES -                                   *
001200*        'B' = NIGHTLY BATCH SWEEP                              *
001300*        'Q' = INTRADAY QUEUE SWEEP                             *
001310*                                                               *
001320*    PG-NT-RESET-REASON TELLS THE USER WHY THE RESET HAPPENED - *
001330*        'S' = SCHEDULED NIGHTLY RESET                          *
001340*        'H' = HELPDESK REQUEST                                 *
001350*        'I' = FORCED BY SECURITY INCIDENT PG-NT-INCIDENT-ID    *
001400*****************************************************************
001500 01  PG-NOTIFY-RECORD.
001600     05  PG-NT-ACCOUNT-ID           PIC X(08).
001800     05  PG-NT-EXPIRATION-DATE      PIC X(08).
001900     05  PG-NT-REQUESTOR-ID         PIC X(08).
002000     05  PG-NT-RUN-MODE             PIC X(01).
002010     05  PG-NT-RESET-REASON         PIC X(01).
002020         88  PG-NT-SCHEDULED-RESET       VALUE 'S'.
002030         88  PG-NT-HELPDESK-RESET        VALUE 'H'.
002040         88  PG-NT-INCIDENT-RESET        VALUE 'I'.
002050     05  PG-NT-INCIDENT-ID          PIC X(10).
002060     05  FILLER                     PIC X(18).
