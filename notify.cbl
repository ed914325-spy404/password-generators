000410*    DATE-WRITTEN.... 09/02/2026  DLO  ORIGINAL - NOTIFICATION
000420*                                      EXTRACT FOR ACCEPTED
000430*                                      RESETS, BATCH AND QUEUE
000432*    MODIFIED........ 10/15/2026  DLO  REQUEST AUDIT RECORD
000434*                                      WIDENED FOR APPROVER AND
000436*                                      PROFILE FIELDS
000437*    MODIFIED........ 10/15/2026  DLO  REQUEST AUDIT RECORD
000438*                                      CARRIES THE RUN ID
000440*    MODIFIED........ 10/15/2026  DLO  REQUEST AUDIT AND FEED
000442*                                      RECORDS CARRY THE TARGET
000444*                                      PLATFORM BYTE
000445*    MODIFIED........ 10/15/2026  DLO  RESET REASON AND INCIDENT
000446*                                      ID ON THE NOTIFY RECORD
000448*    MODIFIED........ 10/15/2026  DLO  STEP COMPLETION RECORD
000450*                                      APPENDED TO THE CYCLE
000452*                                      STEP LOG
000454*****************************************************************
000456 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. PASSWORD-NOTIFY.
000470 AUTHOR. D. OKAFOR.
000480 INSTALLATION. CORPORATE DATA CENTER.
000800
000810 FD  REQUEST-AUDIT-FILE
000820     RECORDING MODE IS F.
000830 01  NT-QAUDIT-RECORD               PIC X(130).
000840
000850 FD  PASSWORD-FEED-FILE
000860     RECORDING MODE IS F.
001690     ==PG-AD-SKIPPED== BY ==NT-IN-SKIPPED==
001700     ==PG-AD-DENIED== BY ==NT-IN-DENIED==
001710     ==PG-AD-REQUEST-ID== BY ==NT-IN-REQUEST-ID==
001720     ==PG-AD-REASON-CODE== BY ==NT-IN-REASON-CODE==
001722     ==PG-AD-APPROVER-ID== BY ==NT-IN-APPROVER-ID==
001724     ==PG-AD-PROFILE-CODE== BY ==NT-IN-PROFILE-CODE==
001726     ==PG-AD-DUAL-CONTROL-SW== BY ==NT-IN-DUAL-CONTROL-SW==
001728     ==PG-AD-DUAL-CONTROL== BY ==NT-IN-DUAL-CONTROL==
001729     ==PG-AD-RUN-ID== BY ==NT-IN-RUN-ID==
001732     ==PG-AD-TARGET-PLATFORM== BY ==NT-IN-TARGET-PLATFORM==
001733     ==PG-AD-INCIDENT-ID== BY ==NT-IN-INCIDENT-ID==.
001735
001740*****************************************************************
001750*    THE QUEUE FEED RECORD REPARSED THROUGH THE FEED LAYOUT -
001760*    THE REQUEST FEED CARRIES THE SAME PGFEED SHAPE.
001790     ==PG-FD-ACCOUNT-ID== BY ==NT-QF-ACCOUNT-ID==
001800     ==PG-FD-PASSWORD== BY ==NT-QF-PASSWORD==
001810     ==PG-FD-GEN-DATE== BY ==NT-QF-GEN-DATE==
001820     ==PG-FD-EXPIRATION-DATE== BY ==NT-QF-EXPIRATION-DATE==
001822     ==PG-FD-TARGET-PLATFORM== BY ==NT-QF-TARGET-PLATFORM==
001824     ==PG-FD-DIRECTORY== BY ==NT-QF-DIRECTORY==
001826     ==PG-FD-MAINFRAME-SECURITY== BY ==NT-QF-MAINFRAME-SECURITY==
001828     ==PG-FD-KIOSK-PIN== BY ==NT-QF-KIOSK-PIN==.
001830
001840*****************************************************************
001850*    CONTROL-TOTAL TRAILER AND ACCOUNT-HASH PARAMETER AREAS
001870     COPY PGTRLR.
001880
001890     COPY PGHSHPM.
001891
001892*****************************************************************
001893*    CYCLE STEP LOG RECORD AND FILE-ENTRY WORK AREA
001894*****************************************************************
001895     COPY PGSTEP.
001900
001910 PROCEDURE DIVISION.
001920
002030     PERFORM 4000-EXTRACT-QUEUE-AUDIT THRU 4000-EXIT.
002040
002050     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002053
002056     PERFORM 9900-LOG-CYCLE-STEP THRU 9900-EXIT.
002060
002070     STOP RUN.
002080
002100*    1000-INITIALIZE
002110*****************************************************************
002120 1000-INITIALIZE.
002122     MOVE SPACES TO PG-STEP-RECORD.
002124     MOVE ZERO TO PG-SR-FILE-COUNT.
002126     MOVE 'PGPWDNTF' TO PG-SR-PROGRAM.
002128     MOVE FUNCTION CURRENT-DATE TO PG-SR-START-TIME.
002130     OPEN OUTPUT NOTIFY-FILE.
002140     IF NT-NOTIFY-STATUS NOT = '00'
002150         DISPLAY "PGPWDNTF: CANNOT OPEN NOTIFY-FILE - STATUS "
004340     MOVE NT-WORK-EXPIRATION TO PG-NT-EXPIRATION-DATE.
004350     MOVE NT-IN-REQUESTOR-ID TO PG-NT-REQUESTOR-ID.
004360     MOVE NT-CURRENT-MODE TO PG-NT-RUN-MODE.
004361     MOVE NT-IN-INCIDENT-ID TO PG-NT-INCIDENT-ID.
004362     IF NT-IN-INCIDENT-ID NOT = SPACES
004363        AND NT-IN-INCIDENT-ID NOT = LOW-VALUES
004364         MOVE 'I' TO PG-NT-RESET-REASON
004365     ELSE
004366         IF NT-CURRENT-MODE = 'B'
004367             MOVE 'S' TO PG-NT-RESET-REASON
004368         ELSE
004369             MOVE 'H' TO PG-NT-RESET-REASON
004370         END-IF
004371     END-IF.
004372     WRITE PG-NOTIFY-RECORD.
004380     IF NT-CURRENT-MODE = 'B'
004390         ADD 1 TO NT-BATCH-NOTICES
004400     ELSE
005220         MOVE 16 TO RETURN-CODE
005230         STOP RUN
005240     END-IF.
005241     MOVE 'I' TO PG-SF-USE.
005242     MOVE NT-CURRENT-FILE-NAME TO PG-SF-DD.
005243     MOVE NT-INPUT-DATA-COUNT TO PG-SF-RECORDS.
005244     MOVE 'Y' TO PG-SF-TRAILER-SW.
005245     MOVE NT-INPUT-HASH-TOTAL TO PG-SF-HASH.
005246     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
005250 7200-EXIT.
005260     EXIT.
005270
005710     END-IF.
005720 9000-EXIT.
005730     EXIT.
005740
005750*****************************************************************
005760*    9900-LOG-CYCLE-STEP - STEP COMPLETION RECORD FOR THE CYCLE
005770*    STEP LOG (PGSTEP).  EACH INPUT PRESENT TODAY WAS ENTERED
005780*    ONCE IT BALANCED; THE EXTRACT COUNT FOLLOWS.
005790*****************************************************************
005800 9900-LOG-CYCLE-STEP.
005810     MOVE 'O' TO PG-SF-USE.
005820     MOVE 'NOTIFY' TO PG-SF-DD.
005830     ADD NT-BATCH-NOTICES NT-QUEUE-NOTICES GIVING PG-SF-RECORDS.
005840     MOVE 'N' TO PG-SF-TRAILER-SW.
005850     MOVE ZERO TO PG-SF-HASH.
005860     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
005870     MOVE RETURN-CODE TO PG-SR-RETURN-CODE.
005880     CALL 'CYCLE-STEP-LOG' USING PG-STEP-RECORD.
005890 9900-EXIT.
005900     EXIT.
005910
005920*****************************************************************
005930*    9910-ADD-STEP-FILE - THE FILE ENTRY BUILT IN
005940*    PG-STEP-FILE-WORK BECOMES THE NEXT ENTRY OF THE STEP
005950*    RECORD.
005960*****************************************************************
005970 9910-ADD-STEP-FILE.
005980     IF PG-SR-FILE-COUNT NOT < 10
005990         GO TO 9910-EXIT
006000     END-IF.
006010     ADD 1 TO PG-SR-FILE-COUNT.
006020     MOVE PG-STEP-FILE-WORK
006030         TO PG-SR-FILE-ENTRY(PG-SR-FILE-COUNT).
006040 9910-EXIT.
006050     EXIT.
