000750*    PG-AD-REQUEST-ID AND PG-AD-REASON-CODE ARE FILLED ONLY BY  *
000760*    QUEUE-MODE (INTRADAY HELPDESK) RUNS, FROM PGRQST; NIGHTLY  *
000770*    BATCH RUNS LEAVE THEM SPACES.                              *
000771*                                                               *
000772*    AUDIT LOGS WRITTEN ON THE 98-BYTE LAYOUT BEFORE THE        *
000773*    FIELDS BELOW WERE ADDED (AND RETAINED RQSTAUDT             *
000774*    GENERATIONS) MUST BE RUN THROUGH THE ONE-TIME              *
000775*    CONVERSION UTILITY (PGAUDCVT) BEFORE AUDIT-LOAD            *
000776*    (PGAUDLD) READS THEM.                                      *
000777*                                                               *
000778*    PG-AD-APPROVER-ID, PG-AD-PROFILE-CODE, AND PG-AD-DUAL-     *
000779*    CONTROL-SW RECORD WHO APPROVED THE RESET AND UNDER WHICH   *
000780*    POLICY PROFILE, SO SEPARATION-OF-DUTY PATTERNS CAN BE      *
000781*    REVIEWED FROM THE AUDIT REPOSITORY.  THE APPROVER IS       *
000782*    FILLED ONLY BY QUEUE-MODE RUNS; THE DUAL-CONTROL FLAG IS   *
000783*    SPACES WHEN NO POLICY WAS RESOLVED (SKIPPED ACCOUNTS).     *
000784*                                                               *
000785*    PG-AD-RUN-ID IS THE RUN-CONTROL RUN ID (PGRUNC) OF THE     *
000786*    GENERATOR RUN THAT WROTE THE ENTRY.                        *
000787*                                                               *
000788*    PG-AD-TARGET-PLATFORM IS THE PROVISIONING TARGET OF THE    *
000789*    RESOLVED POLICY ('D' DIRECTORY, 'M' MAINFRAME SECURITY,    *
000790*    'K' KIOSK PIN), SO ACCEPTED ENTRIES BALANCE TO THE FEED    *
000791*    PER PLATFORM.  SPACES WHEN NO POLICY WAS RESOLVED.         *
000792*                                                               *
000793*    PG-AD-INCIDENT-ID IS THE SECURITY INCIDENT THAT FORCED THE *
000794*    RESET, FROM PG-IN-INCIDENT-ID ON AN ACCOUNT FILE BUILT BY  *
000795*    PGINCBLD.  SPACES FOR ROUTINE AND HELPDESK RESETS.         *
000800*****************************************************************
000900 01  PG-AUDIT-RECORD.
001000     05  PG-AD-REQUESTOR-ID         PIC X(08).
001740         88  PG-AD-DENIED                VALUE 'D'.
001750     05  PG-AD-REQUEST-ID           PIC X(08).
001760     05  PG-AD-REASON-CODE          PIC X(04).
001770     05  PG-AD-APPROVER-ID          PIC X(08).
001780     05  PG-AD-PROFILE-CODE         PIC X(04).
001790     05  PG-AD-DUAL-CONTROL-SW      PIC X(01).
001800         88  PG-AD-DUAL-CONTROL          VALUE 'Y'.
001810     05  PG-AD-RUN-ID               PIC X(14).
001820     05  PG-AD-TARGET-PLATFORM      PIC X(01).
001830     05  PG-AD-INCIDENT-ID          PIC X(10).
001840     05  FILLER                     PIC X(02).
