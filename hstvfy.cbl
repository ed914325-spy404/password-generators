000470*    DATE-WRITTEN.... 09/02/2026  DLO  ORIGINAL - PRE-RUN
000480*                                      INTEGRITY SWEEP OF
000490*                                      PWDHIST
000492*    MODIFIED........ 10/15/2026  DLO  STEP COMPLETION RECORD
000494*                                      APPENDED TO THE CYCLE
000496*                                      STEP LOG
000500*****************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. HISTORY-VERIFY.
001500     05  HV-GEN-DATE-NUM            PIC 9(08).
001510     05  HV-GEN-JULIAN              PIC S9(07) COMP.
001530
001531*****************************************************************
001532*    CYCLE STEP LOG RECORD AND FILE-ENTRY WORK AREA
001533*****************************************************************
001534     COPY PGSTEP.
001535
001540 PROCEDURE DIVISION.
001550
001560*****************************************************************
001670
001680     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001690
001693     PERFORM 9900-LOG-CYCLE-STEP THRU 9900-EXIT.
001696
001700     STOP RUN.
001710
001720*****************************************************************
001730*    1000-INITIALIZE
001740*****************************************************************
001750 1000-INITIALIZE.
001752     MOVE SPACES TO PG-STEP-RECORD.
001754     MOVE ZERO TO PG-SR-FILE-COUNT.
001756     MOVE 'PGHSTVFY' TO PG-SR-PROGRAM.
001758     MOVE FUNCTION CURRENT-DATE TO PG-SR-START-TIME.
001760     MOVE FUNCTION CURRENT-DATE TO HV-CURRENT-DATE-TIME.
001770     MOVE HV-CURRENT-DATE-TIME(1:8) TO HV-TODAY-YMD.
001780
004870     END-IF.
004880 9000-EXIT.
004890     EXIT.
004900
004910*****************************************************************
004920*    9900-LOG-CYCLE-STEP - STEP COMPLETION RECORD FOR THE CYCLE
004930*    STEP LOG (PGSTEP).  PWDHIST CARRIES NO TRAILER; THE COUNT IS
004940*    THE RECORDS VERIFIED.
004950*****************************************************************
004960 9900-LOG-CYCLE-STEP.
004970     MOVE 'I' TO PG-SF-USE.
004980     MOVE 'PWDHIST' TO PG-SF-DD.
004990     MOVE HV-RECORDS-READ TO PG-SF-RECORDS.
005000     MOVE 'N' TO PG-SF-TRAILER-SW.
005010     MOVE ZERO TO PG-SF-HASH.
005020     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
005030     MOVE RETURN-CODE TO PG-SR-RETURN-CODE.
005040     CALL 'CYCLE-STEP-LOG' USING PG-STEP-RECORD.
005050 9900-EXIT.
005060     EXIT.
005070
005080*****************************************************************
005090*    9910-ADD-STEP-FILE - THE FILE ENTRY BUILT IN
005100*    PG-STEP-FILE-WORK BECOMES THE NEXT ENTRY OF THE STEP
005110*    RECORD.
005120*****************************************************************
005130 9910-ADD-STEP-FILE.
005140     IF PG-SR-FILE-COUNT NOT < 10
005150         GO TO 9910-EXIT
005160     END-IF.
005170     ADD 1 TO PG-SR-FILE-COUNT.
005180     MOVE PG-STEP-FILE-WORK
005190         TO PG-SR-FILE-ENTRY(PG-SR-FILE-COUNT).
005200 9910-EXIT.
005210     EXIT.
