000300*    PG-TRAILER-RECORD - CONTROL-TOTAL TRAILER CARRIED AS THE   *
000400*    LAST RECORD OF EVERY INTERFACE FILE IN THE PROVISIONING    *
000500*    CHAIN (ACCTIN AND ITS STREAM SPLITS, PWDFEED, RQSTFEED,    *
000600*    RESENDFD, AUDITLOG, RQSTAUDT, RQSTDISP, REVKFEED,          *
000650*    DIRFEED, MFSFEED, KSKFEED, CONFDIR, CONFMFS, CONFKSK,      *
000660*    RCRTEXT).                                                  *
000700*    THE PRODUCING PROGRAM WRITES IT; EVERY CONSUMER            *
000800*    RECOMPUTES THE COUNT AND HASH WHILE READING AND FAILS THE  *
000900*    JOB (RC 16) WHEN THE TRAILER IS MISSING OR DOES NOT        *
001000*    BALANCE, SO A TRUNCATED TRANSFER STOPS THE CHAIN BEFORE    *
001050*    ANYTHING ACTS ON IT.                                       *
001100*                                                               *
001200*    THE SENTINEL '*TRAILER' SITS IN THE FIRST EIGHT BYTES OF   *
001300*    THE HOST RECORD - THE ACCOUNT-ID POSITION ON THE KEYED     *
001600*    THE ACCOUNT-ID EDITS.  THE COUNT COVERS DATA RECORDS       *
001700*    ONLY; THE HASH TOTAL IS THE SUM, MODULO 10**9, OF THE      *
001800*    PER-RECORD ACCOUNT-ID HASH FROM ACCOUNT-HASH (PGACCHSH).   *
001810*                                                               *
001820*    ON THE PGFEED-LAYOUT FILES (PWDFEED AND ITS STREAMS,       *
001830*    RQSTFEED, RESENDFD) PG-TL-TARGET-TOTALS CARRIES THE SAME   *
001840*    COUNT AND HASH BROKEN OUT BY TARGET PLATFORM - ENTRY 1     *
001850*    DIRECTORY, 2 MAINFRAME SECURITY, 3 KIOSK PIN - SO EACH     *
001860*    PLATFORM'S SHARE OF THE FEED BALANCES ON ITS OWN.  EVERY   *
001870*    OTHER FILE LEAVES THE AREA SPACES, AND A CONSUMER SKIPS    *
001880*    THE PER-PLATFORM CHECK WHEN IT IS NOT NUMERIC.             *
001900*****************************************************************
002000 01  PG-TRAILER-RECORD.
002100     05  PG-TL-SENTINEL             PIC X(08).
002200         88  PG-TL-IS-TRAILER            VALUE '*TRAILER'.
002300     05  PG-TL-RECORD-COUNT         PIC 9(07).
002400     05  PG-TL-HASH-TOTAL           PIC 9(09).
002410     05  PG-TL-TARGET-TOTALS.
002420         10  PG-TL-TARGET-ENTRY     OCCURS 3 TIMES.
002430             15  PG-TL-TARGET-COUNT PIC 9(07).
002440             15  PG-TL-TARGET-HASH  PIC 9(09).
002450     05  FILLER                     PIC X(08).
