000350*    MODIFIED........ 09/02/2026  DLO  VERIFY THE CONTROL-TOTAL
000360*                                      TRAILERS (PGTRLR) ON THE
000370*                                      FEED AND AUDIT INPUTS
000372*    MODIFIED........ 10/15/2026  DLO  STEP COMPLETION RECORD
000374*                                      APPENDED TO THE CYCLE
000376*                                      STEP LOG
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. PASSWORD-REPORT.
001510
001520     COPY PGHSHPM.
001530
001531*****************************************************************
001532*    CYCLE STEP LOG RECORD AND FILE-ENTRY WORK AREA
001533*****************************************************************
001534     COPY PGSTEP.
001535
001540 PROCEDURE DIVISION.
001550
001560******************************************************************
001730
001740     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001750
001753     PERFORM 9900-LOG-CYCLE-STEP THRU 9900-EXIT.
001756
001760     STOP RUN.
001770
001780 1000-INITIALIZE.
001782     MOVE SPACES TO PG-STEP-RECORD.
001784     MOVE ZERO TO PG-SR-FILE-COUNT.
001786     MOVE 'PGPWDRPT' TO PG-SR-PROGRAM.
001788     MOVE FUNCTION CURRENT-DATE TO PG-SR-START-TIME.
001790     OPEN INPUT PASSWORD-FEED-FILE.
001800     IF PR-FEED-STATUS NOT = '00'
001810         DISPLAY "PGPWDRPT: CANNOT OPEN PASSWORD-FEED-FILE - "
004670 9000-EXIT.
004680     EXIT.
004690
004700
004710*****************************************************************
004720*    9900-LOG-CYCLE-STEP - STEP COMPLETION RECORD FOR THE CYCLE
004730*    STEP LOG (PGSTEP): THE TWO BALANCED INPUTS.
004740*****************************************************************
004750 9900-LOG-CYCLE-STEP.
004760     MOVE 'I' TO PG-SF-USE.
004770     MOVE 'PWDFEED' TO PG-SF-DD.
004780     MOVE PR-TOTAL-GENERATED TO PG-SF-RECORDS.
004790     MOVE 'Y' TO PG-SF-TRAILER-SW.
004800     MOVE PR-FEED-HASH-TOTAL TO PG-SF-HASH.
004810     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
004820     MOVE 'I' TO PG-SF-USE.
004830     MOVE 'AUDITLOG' TO PG-SF-DD.
004840     MOVE PR-TOTAL-AUDIT-RECORDS TO PG-SF-RECORDS.
004850     MOVE 'Y' TO PG-SF-TRAILER-SW.
004860     MOVE PR-AUDIT-HASH-TOTAL TO PG-SF-HASH.
004870     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
004880     MOVE RETURN-CODE TO PG-SR-RETURN-CODE.
004890     CALL 'CYCLE-STEP-LOG' USING PG-STEP-RECORD.
004900 9900-EXIT.
004910     EXIT.
004920
004930*****************************************************************
004940*    9910-ADD-STEP-FILE - THE FILE ENTRY BUILT IN
004950*    PG-STEP-FILE-WORK BECOMES THE NEXT ENTRY OF THE STEP
004960*    RECORD.
004970*****************************************************************
004980 9910-ADD-STEP-FILE.
004990     IF PG-SR-FILE-COUNT NOT < 10
005000         GO TO 9910-EXIT
005010     END-IF.
005020     ADD 1 TO PG-SR-FILE-COUNT.
005030     MOVE PG-STEP-FILE-WORK
005040         TO PG-SR-FILE-ENTRY(PG-SR-FILE-COUNT).
005050 9910-EXIT.
005060     EXIT.
