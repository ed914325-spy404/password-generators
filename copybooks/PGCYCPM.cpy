000100*****************************************************************
000200*    PGCYCPM.CPY                                                *
000300*    PG-CYCLE-PARM-RECORD - CONTROL CARD FOR THE CYCLE STATUS   *
000400*    REPORT (PGCYCRPT).  THE CARD IS OPTIONAL - A MISSING CARD, *
000500*    OR A BLANK FIELD, LEAVES THAT END OF THE RANGE OPEN.       *
000600*                                                               *
000700*    PG-CP-FROM-DATE         YYYYMMDD FIRST BUSINESS DATE       *
000800*                            REPORTED (EARLIEST ON CYCLOG)      *
000900*    PG-CP-TO-DATE           YYYYMMDD LAST BUSINESS DATE        *
001000*                            REPORTED (LATEST ON CYCLOG)        *
001100*    GIVE THE SAME DATE IN BOTH FOR A SINGLE NIGHT'S PAGE.      *
001200*****************************************************************
001300 01  PG-CYCLE-PARM-RECORD.
001400     05  PG-CP-FROM-DATE            PIC X(08).
001500     05  PG-CP-TO-DATE              PIC X(08).
001600     05  FILLER                     PIC X(64).
