000100*****************************************************************
000200*    PGDIRFD.CPY                                                *
000300*    PG-DIRECTORY-FEED-RECORD - ENTERPRISE DIRECTORY FEED       *
000400*    (DIRFEED), WRITTEN BY FEED-ROUTE (PGFEDRTE) FROM THE       *
000500*    PGFEED RECORDS WHOSE TARGET PLATFORM IS 'D' OR SPACE.      *
000600*    THE DIRECTORY INTAKE TAKES ISO DATES (YYYY-MM-DD).         *
000700*                                                               *
000800*    THE ACCOUNT ID, THE PASSWORD AND THE KEY VERSION SIT IN    *
000900*    THE SAME POSITIONS AS ON PGFEED (BYTES 1-8, 9-40 AND       *
000950*    61-63), SO THE PROTECTED FORM IS RECOVERED WITH PGFEDRCV   *
001050*    UNCHANGED.  THE FILE ENDS WITH A PGTRLR CONTROL-TOTAL      *
001100*    TRAILER.                                                   *
001200*****************************************************************
001300 01  PG-DIRECTORY-FEED-RECORD.
001400     05  PG-DR-ACCOUNT-ID           PIC X(08).
001500     05  PG-DR-PASSWORD             PIC X(32).
001600     05  PG-DR-PWD-LAST-SET         PIC X(10).
001700     05  PG-DR-PWD-EXPIRES          PIC X(10).
001800     05  PG-DR-KEY-VERSION          PIC X(03).
001810     05  FILLER                     PIC X(17).
