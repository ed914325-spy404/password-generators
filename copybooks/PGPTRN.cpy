001300*        'C' = CHANGE AN EXISTING PROFILE CODE                  *
001400*        'D' = DELETE AN EXISTING PROFILE CODE (POLICY FIELDS   *
001500*              IGNORED)                                         *
001510*                                                               *
001520*    PG-TX-TARGET-PLATFORM CARRIES THE PROFILE'S PROVISIONING   *
001530*    TARGET ('D' OR SPACE DIRECTORY, 'M' MAINFRAME SECURITY,    *
001540*    'K' KIOSK PIN - CHARSET MODE 'N' ONLY), AS ON PGPROF.      *
001600*****************************************************************
001700 01  PG-PROFILE-TRAN-RECORD.
001800     05  PG-TX-ACTION               PIC X(01).
003000     05  PG-TX-EXPIRATION-DAYS      PIC 9(03).
003050     05  PG-TX-DUAL-CONTROL-SW      PIC X(01).
003060         88  PG-TX-DUAL-CONTROL          VALUE 'Y'.
003070     05  PG-TX-TARGET-PLATFORM      PIC X(01).
003080         88  PG-TX-DIRECTORY             VALUE 'D' ' '.
003090         88  PG-TX-MAINFRAME-SECURITY    VALUE 'M'.
003100         88  PG-TX-KIOSK-PIN             VALUE 'K'.
003110     05  FILLER                     PIC X(66).
