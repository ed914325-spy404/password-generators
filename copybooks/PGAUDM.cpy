001600*    PG-AM-RUN-MODE VALUES -                                   *
001700*        'B' = NIGHTLY BATCH SWEEP (AUDITLOG)                   *
001800*        'Q' = INTRADAY QUEUE SWEEP (RQSTAUDT)                  *
001801*                                                               *
001802*    A MASTER BUILT ON THE 100-BYTE LAYOUT BEFORE THE           *
001803*    APPROVER, RUN, REVERSAL, AND INCIDENT FIELDS BELOW         *
001804*    WERE ADDED MUST BE RUN THROUGH THE ONE-TIME                *
001805*    CONVERSION UTILITY (PGAUDCVT) BEFORE AUDIT-LOAD            *
001806*    (PGAUDLD) OPENS IT.                                        *
001810*                                                               *
001820*    PG-AM-APPROVER-ID, PG-AM-PROFILE-CODE, AND PG-AM-DUAL-     *
001830*    CONTROL-SW CARRY THE APPROVER AND POLICY PROFILE FROM THE  *
001840*    AUDIT RECORD FOR THE ANOMALY REVIEW (PGAUDANM).            *
001850*                                                               *
001860*    PG-AM-RUN-ID IS THE GENERATOR RUN THAT WROTE THE ENTRY.    *
001870*    WHEN THAT RUN IS BACKED OUT (PGRUNBKO) THE ENTRY IS KEPT   *
001880*    FOR THE RECORD BUT PG-AM-REVERSED-SW IS SET TO 'Y' AND     *
001890*    PG-AM-REVERSED-DATE CARRIES THE BACK-OUT DATE (YYYYMMDD);  *
001895*    REVIEWS OF ISSUED PASSWORDS PASS REVERSED ENTRIES OVER.    *
001896*                                                               *
001897*    PG-AM-INCIDENT-ID IS THE SECURITY INCIDENT THAT FORCED THE *
001898*    RESET (PGINCBLD), SPACES FOR ROUTINE AND HELPDESK RESETS.  *
001900*****************************************************************
002000 01  PG-AUDIT-MASTER-RECORD.
002100     05  PG-AM-KEY.
003450         88  PG-AM-DENIED                VALUE 'D'.
003500     05  PG-AM-REQUEST-ID           PIC X(08).
003600     05  PG-AM-REASON-CODE          PIC X(04).
003610     05  PG-AM-APPROVER-ID          PIC X(08).
003620     05  PG-AM-PROFILE-CODE         PIC X(04).
003630     05  PG-AM-DUAL-CONTROL-SW      PIC X(01).
003640         88  PG-AM-DUAL-CONTROL          VALUE 'Y'.
003650     05  PG-AM-RUN-ID               PIC X(14).
003660     05  PG-AM-REVERSED-SW          PIC X(01).
003670         88  PG-AM-REVERSED              VALUE 'Y'.
003680     05  PG-AM-REVERSED-DATE        PIC X(08).
003690     05  PG-AM-INCIDENT-ID          PIC X(10).
003700     05  FILLER                     PIC X(01).
