000100*****************************************************************
000200*    PGRCRT.CPY                                                 *
000300*    PG-RECERT-RECORD - QUARTERLY ACCESS RECERTIFICATION        *
000400*    EXTRACT (RCRTEXT), ONE RECORD PER ACCOUNT IN PWDHIST,      *
000500*    WRITTEN BY ACCESS-RECERT (PGRECERT) IN PROFILE ORDER FOR   *
000600*    THE GRC TOOL TO LOAD.  THE FILE ENDS WITH A PGTRLR         *
000700*    CONTROL-TOTAL TRAILER.                                     *
000800*                                                               *
000900*    PG-RX-ACCOUNT-STATUS    ACCTSTAT STATUS; 'A' WHEN THE      *
001000*                            ACCOUNT HAS NO ACCTSTAT RECORD     *
001100*                            (PG-RX-STATUS-ON-FILE-SW 'N')      *
001200*    PG-RX-PROFILE-CODE      PROFILE OF THE LATEST PWDHIST      *
001300*                            ENTRY (SPACES = PARM DEFAULTS)     *
001400*    PG-RX-DUAL-CONTROL-SW   FROM PROFMAST; 'Y' SETS            *
001500*                            PG-RX-REVIEW-SW 'Y' - MANDATORY    *
001600*                            REVIEW                             *
001650*    PG-RX-REVIEW-SW         ALSO 'Y' WHEN THE PROFILE IS NO    *
001660*                            LONGER ON PROFMAST                 *
001700*    PG-RX-LAST-ISSUE-DATE   YYYYMMDD OF THE LATEST PWDHIST     *
001800*                            ENTRY                              *
001900*    PG-RX-EXPIRATION-DATE   YYYYMMDD - LAST ISSUE PLUS THE     *
002000*                            PROFILE LIFETIME                   *
002100*    PG-RX-BATCH-RESETS      ACCEPTED NIGHTLY ('B') RESETS IN   *
002200*                            THE QUARTER                        *
002300*    PG-RX-HELPDESK-RESETS   ACCEPTED HELPDESK QUEUE ('Q')      *
002400*                            RESETS IN THE QUARTER              *
002500*    PG-RX-LAST-REQUESTOR    REQUESTOR AND APPROVER OF THE      *
002600*    PG-RX-LAST-APPROVER     LATEST ACCEPTED AUDMAST ENTRY      *
002700*    PG-RX-LAST-ACTIVITY     YYYYMMDD OF THE LATEST ISSUE OR    *
002800*                            AUDIT ENTRY                        *
002900*    PG-RX-DORMANT-SW        'Y' = NO ACTIVITY FOR THE DORMANT  *
003000*                            DAYS ON THE CARD (PGRCRPM)         *
003100*    PG-RX-QUARTER-END       YYYYMMDD OF THE QUARTER REVIEWED   *
003200*                                                               *
003300*    REVERSED AUDIT ENTRIES (PGRUNBKO) ARE NOT COUNTED.         *
003400*****************************************************************
003500 01  PG-RECERT-RECORD.
003600     05  PG-RX-ACCOUNT-ID           PIC X(08).
003700     05  PG-RX-ACCOUNT-STATUS       PIC X(01).
003800     05  PG-RX-STATUS-ON-FILE-SW    PIC X(01).
003900     05  PG-RX-PROFILE-CODE         PIC X(04).
004000     05  PG-RX-DUAL-CONTROL-SW      PIC X(01).
004100         88  PG-RX-DUAL-CONTROL          VALUE 'Y'.
004200     05  PG-RX-REVIEW-SW            PIC X(01).
004300         88  PG-RX-MANDATORY-REVIEW      VALUE 'Y'.
004400     05  PG-RX-LAST-ISSUE-DATE      PIC X(08).
004500     05  PG-RX-EXPIRATION-DATE      PIC X(08).
004600     05  PG-RX-BATCH-RESETS         PIC 9(04).
004700     05  PG-RX-HELPDESK-RESETS      PIC 9(04).
004800     05  PG-RX-LAST-REQUESTOR       PIC X(08).
004900     05  PG-RX-LAST-APPROVER        PIC X(08).
005000     05  PG-RX-LAST-ACTIVITY        PIC X(08).
005100     05  PG-RX-DORMANT-SW           PIC X(01).
005200         88  PG-RX-DORMANT               VALUE 'Y'.
005300     05  PG-RX-QUARTER-END          PIC X(08).
005400     05  FILLER                     PIC X(07).
