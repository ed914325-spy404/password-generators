000100*****************************************************************
000200*    PGMSFD.CPY                                                 *
000300*    PG-MFSEC-FEED-RECORD - MAINFRAME SECURITY FEED (MFSFEED),  *
000400*    WRITTEN BY FEED-ROUTE (PGFEDRTE) FROM THE PGFEED RECORDS   *
000500*    WHOSE TARGET PLATFORM IS 'M'.  THE SECURITY PRODUCT TAKES  *
000600*    A JULIAN DATE (YYYYDDD) AND AN INTERVAL IN DAYS RATHER     *
000700*    THAN AN EXPIRATION DATE.                                   *
000800*                                                               *
000900*    PG-MS-PASSWORD-TYPE VALUES -                               *
001000*        'P' = PASSWORD - EIGHT CHARACTERS OR FEWER             *
001100*        'F' = PASSWORD PHRASE - LONGER THAN EIGHT CHARACTERS   *
001200*                                                               *
001300*    THE USER ID, THE PASSWORD AND THE KEY VERSION SIT IN THE   *
001400*    SAME POSITIONS AS ON PGFEED (BYTES 1-8, 9-40 AND 61-63),   *
001500*    SO THE PROTECTED FORM IS RECOVERED WITH PGFEDRCV           *
001550*    UNCHANGED.  THE FILE ENDS WITH A PGTRLR CONTROL-TOTAL      *
001600*    TRAILER.                                                   *
001700*****************************************************************
001800 01  PG-MFSEC-FEED-RECORD.
001900     05  PG-MS-USERID               PIC X(08).
002000     05  PG-MS-PASSWORD             PIC X(32).
002100     05  PG-MS-PASSWORD-TYPE        PIC X(01).
002200         88  PG-MS-TYPE-PASSWORD         VALUE 'P'.
002300         88  PG-MS-TYPE-PHRASE           VALUE 'F'.
002400     05  PG-MS-GEN-DATE             PIC X(07).
002500     05  PG-MS-INTERVAL             PIC 9(03).
002600     05  FILLER                     PIC X(09).
002610     05  PG-MS-KEY-VERSION          PIC X(03).
002620     05  FILLER                     PIC X(17).
