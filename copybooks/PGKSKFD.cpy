000100*****************************************************************
000200*    PGKSKFD.CPY                                                *
000300*    PG-KIOSK-FEED-RECORD - KIOSK PIN DEVICE FEED (KSKFEED),    *
000400*    WRITTEN BY FEED-ROUTE (PGFEDRTE) FROM THE PGFEED RECORDS   *
000500*    WHOSE TARGET PLATFORM IS 'K'.  THE DEVICE ENROLMENT JOB    *
000600*    TAKES THE PIN LENGTH EXPLICITLY SO IT NEED NOT TRIM THE    *
000700*    PADDED PIN FIELD.                                          *
000800*                                                               *
000900*    THE DEVICE ID, THE PIN AND THE KEY VERSION SIT IN THE      *
001000*    SAME POSITIONS AS ON PGFEED (BYTES 1-8, 9-40 AND 61-63),   *
001100*    SO THE PROTECTED FORM IS RECOVERED WITH PGFEDRCV           *
001150*    UNCHANGED.  THE FILE ENDS WITH A PGTRLR CONTROL-TOTAL      *
001200*    TRAILER.                                                   *
001300*****************************************************************
001400 01  PG-KIOSK-FEED-RECORD.
001500     05  PG-KS-DEVICE-ID            PIC X(08).
001600     05  PG-KS-PIN                  PIC X(32).
001700     05  PG-KS-PIN-LENGTH           PIC 9(02).
001800     05  PG-KS-EXPIRATION-DATE      PIC X(08).
001900     05  FILLER                     PIC X(10).
001910     05  PG-KS-KEY-VERSION          PIC X(03).
001920     05  FILLER                     PIC X(17).
