000100*****************************************************************
000110*    PROGRAM  : PGCYCLOG (CYCLE-STEP-LOG)
000120*    AUTHOR    : D. OKAFOR, ACCESS CONTROL SYSTEMS GROUP
000130*    INSTALLATION : CORPORATE DATA CENTER
000140*    DATE-WRITTEN : 10/15/2026
000150*
000160*    REMARKS
000170*    ONE STEP RECORD IN, ONE LINE APPENDED TO THE CYCLE STEP
000180*    LOG (CYCLOG).  EVERY STEP OF THE NIGHTLY CHAIN FILLS A
000190*    PGSTEP RECORD - PROGRAM, START TIME, RETURN CODE, AND
000200*    THE COUNTS AND CONTROL TOTALS OF THE FILES IT READ AND
000210*    WROTE - AND CALLS THIS SUBPROGRAM AS ITS LAST ACT, SO
000220*    THE CYCLE STATUS REPORT (PGCYCRPT) CAN SHOW WHICH STEPS
000230*    RAN AND WHETHER THEIR COUNTS CARRY FORWARD.  THE END
000240*    TIME AND THE BUSINESS DATE ARE STAMPED HERE SO EVERY
000250*    STEP APPLIES THE SAME CUT-OVER: A STEP STARTED BEFORE
000260*    NOON BELONGS TO THE PRIOR DAY'S CYCLE.
000270*    LIKE THE RUN-STATISTICS APPEND IN PGPWDRPT, A LOG
000280*    FAILURE IS REPORTED BUT NEVER FAILS THE CALLING STEP.
000290*    THE CALLER'S RETURN CODE, CARRIED IN PG-SR-RETURN-CODE,
000300*    IS HANDED BACK UNCHANGED.
000310*
000320*    MAINTENANCE HISTORY
000330*    DATE-WRITTEN.... 10/15/2026  DLO  ORIGINAL - STEP
000340*                                      COMPLETION RECORD FOR
000350*                                      THE CYCLE STEP LOG
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. CYCLE-STEP-LOG.
000390 AUTHOR. D. OKAFOR.
000400 INSTALLATION. CORPORATE DATA CENTER.
000410 DATE-WRITTEN. 10/15/2026.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT OPTIONAL CYCLE-LOG-FILE ASSIGN TO "CYCLOG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS CL-LOG-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CYCLE-LOG-FILE
000540     RECORDING MODE IS F.
000550 01  CL-LOG-RECORD                  PIC X(350).
000560
000570 WORKING-STORAGE SECTION.
000580
000590 01  CL-CONSTANTS.
000600     05  CL-CUTOVER-HOUR            PIC X(02) VALUE '12'.
000610
000620 01  CL-WORK-FIELDS.
000630     05  CL-LOG-STATUS              PIC X(02).
000640     05  CL-CURRENT-DATE-TIME       PIC X(21).
000650     05  CL-START-YMD               PIC 9(08).
000660     05  CL-START-JULIAN            PIC 9(07) COMP.
000670
000680 LINKAGE SECTION.
000690     COPY PGSTEP.
000700
000710 PROCEDURE DIVISION USING PG-STEP-RECORD.
000720
000730*****************************************************************
000740*    0000-MAINLINE
000750*****************************************************************
000760 0000-MAINLINE.
000770     PERFORM 1000-STAMP-STEP THRU 1000-EXIT.
000780     PERFORM 2000-APPEND-STEP THRU 2000-EXIT.
000790     MOVE PG-SR-RETURN-CODE TO RETURN-CODE.
000800     GOBACK.
000810
000820*****************************************************************
000830*    1000-STAMP-STEP - END TIME NOW; BUSINESS DATE FROM THE
000840*    START TIME UNLESS THE CALLER HAS ALREADY SET ONE.
000850*****************************************************************
000860 1000-STAMP-STEP.
000870     MOVE FUNCTION CURRENT-DATE TO CL-CURRENT-DATE-TIME.
000880     MOVE CL-CURRENT-DATE-TIME(1:14) TO PG-SR-END-TIME.
000890     IF PG-SR-START-TIME = SPACES
000900         MOVE PG-SR-END-TIME TO PG-SR-START-TIME
000910     END-IF.
000920     IF PG-SR-BUSINESS-DATE NOT = SPACES
000930         GO TO 1000-EXIT
000940     END-IF.
000950     MOVE PG-SR-START-TIME(1:8) TO PG-SR-BUSINESS-DATE.
000960     IF PG-SR-START-TIME(9:2) NOT < CL-CUTOVER-HOUR
000970         GO TO 1000-EXIT
000980     END-IF.
000990     MOVE PG-SR-START-TIME(1:8) TO CL-START-YMD.
001000     COMPUTE CL-START-JULIAN =
001010         FUNCTION INTEGER-OF-DATE(CL-START-YMD) - 1.
001020     MOVE FUNCTION DATE-OF-INTEGER(CL-START-JULIAN)
001030         TO CL-START-YMD.
001040     MOVE CL-START-YMD TO PG-SR-BUSINESS-DATE.
001050 1000-EXIT.
001060     EXIT.
001070
001080*****************************************************************
001090*    2000-APPEND-STEP - THE LOG IS CREATED ON ITS FIRST USE.
001100*****************************************************************
001110 2000-APPEND-STEP.
001120     OPEN EXTEND CYCLE-LOG-FILE.
001130     IF CL-LOG-STATUS NOT = '00' AND CL-LOG-STATUS NOT = '05'
001140         DISPLAY "PGCYCLOG: *WARNING* CANNOT EXTEND CYCLE LOG - "
001150             "STATUS " CL-LOG-STATUS " - " PG-SR-PROGRAM
001160             " STEP NOT RECORDED"
001170         GO TO 2000-EXIT
001180     END-IF.
001190     WRITE CL-LOG-RECORD FROM PG-STEP-RECORD.
001200     IF CL-LOG-STATUS NOT = '00'
001210         DISPLAY "PGCYCLOG: *WARNING* CYCLE LOG WRITE FAILED - "
001220             "STATUS " CL-LOG-STATUS " - " PG-SR-PROGRAM
001230             " STEP NOT RECORDED"
001240     END-IF.
001250     CLOSE CYCLE-LOG-FILE.
001260 2000-EXIT.
001270     EXIT.
