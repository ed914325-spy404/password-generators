000100*****************************************************************
000200*    PGANMPM.CPY                                                *
000300*    PG-ANOMALY-PARM-RECORD - CONTROL CARD FOR THE AUDIT        *
000400*    ANOMALY REVIEW (PGAUDANM).  EVERY THRESHOLD IS OPTIONAL -  *
000500*    A BLANK OR ZERO FIELD TAKES THE STANDARD VALUE SHOWN.      *
000600*                                                               *
000700*    PG-NM-AS-OF-DATE        YYYYMMDD THE REVIEW ENDS ON        *
000800*                            (TODAY)                            *
000900*    PG-NM-WINDOW-DAYS       LENGTH OF THE ROLLING WINDOW AND   *
001000*                            OF THE CURRENT PERIOD (7)          *
001100*    PG-NM-RESET-LIMIT       ACCEPTED RESETS OF ONE ACCOUNT     *
001200*                            ALLOWED IN ANY WINDOW (3)          *
001300*    PG-NM-BASELINE-DAYS     DAYS BEFORE THE CURRENT PERIOD     *
001400*                            THAT FORM EACH REQUESTOR'S         *
001500*                            BASELINE (90)                      *
001600*    PG-NM-VOLUME-FACTOR     DAILY QUEUE VOLUME ABOVE THIS      *
001700*                            MULTIPLE OF BASELINE IS FLAGGED (3)*
001800*    PG-NM-MIN-VOLUME        QUEUE REQUESTS IN THE CURRENT      *
001900*                            PERIOD BEFORE A REQUESTOR IS       *
002000*                            JUDGED AT ALL (5)                  *
002100*    PG-NM-DENY-RATE-POINTS  PERCENTAGE POINTS THE DENIED RATE  *
002200*                            MAY RISE OVER BASELINE (25)        *
002300*    PG-NM-BUS-START-HHMM    BUSINESS DAY START (0700)          *
002400*    PG-NM-BUS-END-HHMM      BUSINESS DAY END (1900)            *
002500*    PG-NM-WEEKEND-SW        'Y' = WEEKENDS ARE WORKED AS       *
002600*                            ORDINARY BUSINESS DAYS; ANYTHING   *
002700*                            ELSE TREATS ALL OF SATURDAY AND    *
002800*                            SUNDAY AS OUTSIDE BUSINESS HOURS   *
002900*    PG-NM-PAIR-LIMIT        DUAL-CONTROL RESETS ONE APPROVER   *
003000*                            MAY APPROVE FOR ONE REQUESTOR OVER *
003100*                            THE WHOLE REVIEW SPAN (5)          *
003200*****************************************************************
003300 01  PG-ANOMALY-PARM-RECORD.
003400     05  PG-NM-AS-OF-DATE           PIC X(08).
003500     05  PG-NM-WINDOW-DAYS          PIC 9(03).
003600     05  PG-NM-RESET-LIMIT          PIC 9(03).
003700     05  PG-NM-BASELINE-DAYS        PIC 9(03).
003800     05  PG-NM-VOLUME-FACTOR        PIC 9(02).
003900     05  PG-NM-MIN-VOLUME           PIC 9(03).
004000     05  PG-NM-DENY-RATE-POINTS     PIC 9(03).
004100     05  PG-NM-BUS-START-HHMM       PIC 9(04).
004200     05  PG-NM-BUS-END-HHMM         PIC 9(04).
004300     05  PG-NM-WEEKEND-SW           PIC X(01).
004400         88  PG-NM-WEEKEND-WORKED        VALUE 'Y'.
004500     05  PG-NM-PAIR-LIMIT           PIC 9(03).
004600     05  FILLER                     PIC X(43).
