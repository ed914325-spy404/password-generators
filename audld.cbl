000360*    MAINTENANCE HISTORY
000370*    DATE-WRITTEN.... 09/02/2026  DLO  ORIGINAL - CONSOLIDATED
000380*                                      AUDIT REPOSITORY LOAD
000382*    MODIFIED........ 10/15/2026  DLO  AUDIT RECORD WIDENED;
000384*                                      APPROVER, PROFILE CODE,
000386*                                      AND DUAL-CONTROL FLAG
000388*                                      LOADED TO AUDMAST
000389*    MODIFIED........ 10/15/2026  DLO  RUN ID LOADED TO AUDMAST
000391*    MODIFIED........ 10/15/2026  DLO  AUDIT INPUT LAYOUT
000393*                                      CARRIES THE TARGET
000395*                                      PLATFORM BYTE
000396*    MODIFIED........ 10/15/2026  DLO  INCIDENT ID LOADED TO
000397*                                      AUDMAST
000399*    MODIFIED........ 10/15/2026  DLO  STEP COMPLETION RECORD
000401*                                      APPENDED TO THE CYCLE
000403*                                      STEP LOG
000405*****************************************************************
000407 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. AUDIT-LOAD.
000420 AUTHOR. D. OKAFOR.
000430 INSTALLATION. CORPORATE DATA CENTER.
000690
000700 FD  REQUEST-AUDIT-FILE
000710     RECORDING MODE IS F.
000720 01  AL-QAUDIT-RECORD               PIC X(130).
000730
000740 FD  AUDIT-MASTER-FILE.
000750     COPY PGAUDM.
001110 01  AL-LOAD-WORK.
001120     05  AL-CURRENT-MODE            PIC X(01).
001130     05  AL-CURRENT-FILE-NAME       PIC X(12).
001140     05  AL-WORK-AUDIT-RECORD       PIC X(130).
001150
001160*****************************************************************
001170*    THE INPUT RECORD REPARSED THROUGH THE AUDIT LAYOUT - THE
001290     ==PG-AD-SKIPPED== BY ==AL-IN-SKIPPED==
001295     ==PG-AD-DENIED== BY ==AL-IN-DENIED==
001300     ==PG-AD-REQUEST-ID== BY ==AL-IN-REQUEST-ID==
001310     ==PG-AD-REASON-CODE== BY ==AL-IN-REASON-CODE==
001312     ==PG-AD-APPROVER-ID== BY ==AL-IN-APPROVER-ID==
001314     ==PG-AD-PROFILE-CODE== BY ==AL-IN-PROFILE-CODE==
001316     ==PG-AD-DUAL-CONTROL-SW== BY ==AL-IN-DUAL-CONTROL-SW==
001318     ==PG-AD-DUAL-CONTROL== BY ==AL-IN-DUAL-CONTROL==
001319     ==PG-AD-RUN-ID== BY ==AL-IN-RUN-ID==
001322     ==PG-AD-TARGET-PLATFORM== BY ==AL-IN-TARGET-PLATFORM==
001323     ==PG-AD-INCIDENT-ID== BY ==AL-IN-INCIDENT-ID==.
001325
001330*****************************************************************
001340*    CONTROL-TOTAL TRAILER AND ACCOUNT-HASH PARAMETER AREAS
001350*****************************************************************
001360     COPY PGTRLR.
001370
001380     COPY PGHSHPM.
001381
001382*****************************************************************
001383*    CYCLE STEP LOG RECORD AND FILE-ENTRY WORK AREA
001384*****************************************************************
001385     COPY PGSTEP.
001390
001400 PROCEDURE DIVISION.
001410
001490     PERFORM 3000-LOAD-REQUEST-AUDIT THRU 3000-EXIT.
001500
001510     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001513
001516     PERFORM 9900-LOG-CYCLE-STEP THRU 9900-EXIT.
001520
001530     STOP RUN.
001540
001580*    HISTORY FILE.
001590*****************************************************************
001600 1000-INITIALIZE.
001602     MOVE SPACES TO PG-STEP-RECORD.
001604     MOVE ZERO TO PG-SR-FILE-COUNT.
001606     MOVE 'PGAUDLD' TO PG-SR-PROGRAM.
001608     MOVE FUNCTION CURRENT-DATE TO PG-SR-START-TIME.
001610     OPEN I-O AUDIT-MASTER-FILE.
001620     IF AL-MASTER-STATUS = '35'
001630         OPEN OUTPUT AUDIT-MASTER-FILE
003070     MOVE AL-IN-STATUS TO PG-AM-STATUS.
003080     MOVE AL-IN-REQUEST-ID TO PG-AM-REQUEST-ID.
003090     MOVE AL-IN-REASON-CODE TO PG-AM-REASON-CODE.
003092     MOVE AL-IN-APPROVER-ID TO PG-AM-APPROVER-ID.
003094     MOVE AL-IN-PROFILE-CODE TO PG-AM-PROFILE-CODE.
003096     MOVE AL-IN-DUAL-CONTROL-SW TO PG-AM-DUAL-CONTROL-SW.
003098     MOVE AL-IN-RUN-ID TO PG-AM-RUN-ID.
003099     MOVE AL-IN-INCIDENT-ID TO PG-AM-INCIDENT-ID.
003100     PERFORM 4100-WRITE-WITH-SEQUENCE THRU 4100-EXIT.
003110 4000-EXIT.
003120     EXIT.
003640         MOVE 16 TO RETURN-CODE
003650         STOP RUN
003660     END-IF.
003661     MOVE 'I' TO PG-SF-USE.
003662     MOVE AL-CURRENT-FILE-NAME TO PG-SF-DD.
003663     MOVE AL-INPUT-DATA-COUNT TO PG-SF-RECORDS.
003664     MOVE 'Y' TO PG-SF-TRAILER-SW.
003665     MOVE AL-INPUT-HASH-TOTAL TO PG-SF-HASH.
003666     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
003670 7000-EXIT.
003680     EXIT.
003690
003850     END-IF.
003860 9000-EXIT.
003870     EXIT.
003880
003890*****************************************************************
003900*    9900-LOG-CYCLE-STEP - STEP COMPLETION RECORD FOR THE CYCLE
003910*    STEP LOG (PGSTEP).  EACH INPUT PRESENT TODAY WAS ENTERED
003920*    ONCE IT BALANCED; THE MASTER ENTRY COUNT FOLLOWS.
003930*****************************************************************
003940 9900-LOG-CYCLE-STEP.
003950     MOVE 'O' TO PG-SF-USE.
003960     MOVE 'AUDMAST' TO PG-SF-DD.
003970     ADD AL-BATCH-LOADED AL-QUEUE-LOADED GIVING PG-SF-RECORDS.
003980     MOVE 'N' TO PG-SF-TRAILER-SW.
003990     MOVE ZERO TO PG-SF-HASH.
004000     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
004010     MOVE RETURN-CODE TO PG-SR-RETURN-CODE.
004020     CALL 'CYCLE-STEP-LOG' USING PG-STEP-RECORD.
004030 9900-EXIT.
004040     EXIT.
004050
004060*****************************************************************
004070*    9910-ADD-STEP-FILE - THE FILE ENTRY BUILT IN
004080*    PG-STEP-FILE-WORK BECOMES THE NEXT ENTRY OF THE STEP
004090*    RECORD.
004100*****************************************************************
004110 9910-ADD-STEP-FILE.
004120     IF PG-SR-FILE-COUNT NOT < 10
004130         GO TO 9910-EXIT
004140     END-IF.
004150     ADD 1 TO PG-SR-FILE-COUNT.
004160     MOVE PG-STEP-FILE-WORK
004170         TO PG-SR-FILE-ENTRY(PG-SR-FILE-COUNT).
004180 9910-EXIT.
004190     EXIT.
