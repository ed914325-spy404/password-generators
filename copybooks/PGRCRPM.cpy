000100*****************************************************************
000200*    PGRCRPM.CPY                                                *
000300*    PG-RECERT-PARM-RECORD - CONTROL CARD FOR THE QUARTERLY     *
000400*    ACCESS RECERTIFICATION (PGRECERT).  THE CARD IS OPTIONAL - *
000500*    A MISSING CARD, OR A BLANK OR ZERO FIELD, TAKES THE        *
000600*    STANDARD VALUE SHOWN.                                      *
000700*                                                               *
000800*    PG-RR-QUARTER-START     YYYYMMDD FIRST DAY OF THE QUARTER  *
000900*                            (FIRST DAY OF THE LAST COMPLETED   *
001000*                            CALENDAR QUARTER)                  *
001100*    PG-RR-QUARTER-END       YYYYMMDD LAST DAY OF THE QUARTER   *
001200*                            (LAST DAY OF THAT SAME QUARTER)    *
001300*    PG-RR-DORMANT-DAYS      DAYS WITHOUT A PASSWORD ISSUE OR   *
001400*                            AN AUDIT ENTRY, COUNTED BACK FROM  *
001500*                            THE RUN DATE, AFTER WHICH AN       *
001600*                            ACCOUNT IS LISTED AS DORMANT (365) *
001700*    THE TWO DATES GO TOGETHER - GIVE BOTH OR NEITHER.  THE     *
001800*    QUARTER BOUNDS ONLY THE RESET COUNTS; STATUS, PROFILE,     *
001900*    LAST ISSUE, AND LAST REQUESTOR ARE AS OF THE RUN.          *
002000*****************************************************************
002100 01  PG-RECERT-PARM-RECORD.
002200     05  PG-RR-QUARTER-START        PIC X(08).
002300     05  PG-RR-QUARTER-END          PIC X(08).
002400     05  PG-RR-DORMANT-DAYS         PIC 9(03).
002500     05  FILLER                     PIC X(61).
