000100*****************************************************************
000200*    PGINCPM.CPY                                                *
000300*    PG-INCIDENT-PARM-RECORD - CONTROL CARD FOR THE INCIDENT    *
000400*    MASS-RESET BUILDER (PGINCBLD).  THE CARD IS REQUIRED - A   *
000500*    MASS RESET IS NEVER BUILT BY DEFAULT.                      *
000600*                                                               *
000700*    PG-IC-INCIDENT-ID       SECURITY INCIDENT NUMBER, STAMPED  *
000800*                            ON EVERY ACCOUNT RECORD BUILT AND  *
000900*                            CARRIED TO THE AUDIT TRAIL         *
001000*    PG-IC-SELECT-TYPE       WHICH ACCOUNTS TO RESET -          *
001100*        'P' = EVERY ACCOUNT WHOSE LATEST PWDHIST ENTRY IS      *
001200*              UNDER PG-IC-PROFILE-CODE (MUST BE ON PROFMAST)   *
001300*        'R' = EVERY ACCOUNT PG-IC-REQUESTOR-ID RESET (ACCEPTED *
001400*              AUDMAST ENTRY) FROM PG-IC-FROM-DATE THROUGH      *
001500*              PG-IC-TO-DATE, YYYYMMDD (TO DATE BLANK = THE     *
001600*              RUN DATE)                                        *
001700*        'L' = THE ACCOUNT IDS LISTED ON INCLIST, ONE PER       *
001800*              RECORD IN COLUMNS 1-8                            *
001900*    ACCOUNTS ACCTSTAT SHOWS AS NOT ACTIVE ARE ALWAYS DROPPED.  *
002000*****************************************************************
002100 01  PG-INCIDENT-PARM-RECORD.
002200     05  PG-IC-INCIDENT-ID          PIC X(10).
002300     05  PG-IC-SELECT-TYPE          PIC X(01).
002400         88  PG-IC-BY-PROFILE            VALUE 'P'.
002500         88  PG-IC-BY-REQUESTOR          VALUE 'R'.
002600         88  PG-IC-BY-LIST               VALUE 'L'.
002700     05  PG-IC-PROFILE-CODE         PIC X(04).
002800     05  PG-IC-REQUESTOR-ID         PIC X(08).
002900     05  PG-IC-FROM-DATE            PIC X(08).
003000     05  PG-IC-TO-DATE              PIC X(08).
003100     05  FILLER                     PIC X(41).
