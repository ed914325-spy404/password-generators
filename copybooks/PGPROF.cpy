001260*    FOR IT MUST CARRY A SECOND APPROVER ID DIFFERENT FROM THE   *
001270*    REQUESTOR, OR THE REQUEST IS DENIED TO THE REQUEST AUDIT    *
001280*    FILE WITHOUT GENERATING.                                    *
001282*                                                               *
001284*    PG-PF-TARGET-PLATFORM NAMES THE SYSTEM THE PROFILE'S       *
001286*    CREDENTIALS ARE PROVISIONED TO; PGFEDRTE ROUTES EACH FEED  *
001288*    RECORD TO THAT PLATFORM'S OWN FEED DATASET -               *
001290*        'D' OR SPACE = ENTERPRISE DIRECTORY (DIRFEED)          *
001292*        'M' = MAINFRAME SECURITY (MFSFEED)                     *
001294*        'K' = KIOSK PIN DEVICES (KSKFEED) - NUMERIC PIN ONLY   *
001300*****************************************************************
001400 01  PG-PROFILE-RECORD.
001500     05  PG-PF-PROFILE-CODE         PIC X(04).
002300     05  PG-PF-EXPIRATION-DAYS      PIC 9(03).
002350     05  PG-PF-DUAL-CONTROL-SW      PIC X(01).
002360         88  PG-PF-DUAL-CONTROL          VALUE 'Y'.
002370     05  PG-PF-TARGET-PLATFORM      PIC X(01).
002380         88  PG-PF-DIRECTORY             VALUE 'D' ' '.
002390         88  PG-PF-MAINFRAME-SECURITY    VALUE 'M'.
002400         88  PG-PF-KIOSK-PIN             VALUE 'K'.
002410     05  FILLER                     PIC X(67).
