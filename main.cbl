001210*                                      FLAGGED PROFILES; FAILED
001220*                                      REQUESTS DENIED WITH THE
001230*                                      NEW 'D' AUDIT STATUS
001231*    MODIFIED........ 10/15/2026  DLO  QUEUE MODE WRITES ONE
001232*                                      DISPOSITION RECORD PER
001233*                                      REQUEST (PGDISP) TO
001234*                                      RQSTDISP, TRAILERED AND
001235*                                      BALANCED TO REQUESTS READ
001236*    MODIFIED........ 10/15/2026  DLO  AUDIT RECORDS CARRY THE
001237*                                      APPROVER, PROFILE CODE,
001238*                                      AND DUAL-CONTROL FLAG
001240*    MODIFIED........ 10/15/2026  DLO  HISTORY AND AUDIT ENTRIES
001242*                                      STAMPED WITH THE RUN-
001244*                                      CONTROL RUN ID FOR RUN
001246*                                      BACK-OUT (PGRUNBKO)
001247*    MODIFIED........ 10/15/2026  DLO  FEED AND AUDIT RECORDS
001248*                                      STAMPED WITH THE
001249*                                      PROFILE'S TARGET
001250*                                      PLATFORM; FEED TRAILER
001251*                                      CARRIES PER-PLATFORM
001252*                                      COUNT AND HASH
001253*    MODIFIED........ 10/15/2026  DLO  INCIDENT ID CARRIED FROM
001254*                                      THE ACCOUNT FILE TO THE
001255*                                      AUDIT RECORD
001257*    MODIFIED........ 10/15/2026  DLO  STEP COMPLETION RECORD
001259*                                      APPENDED TO THE CYCLE
001261*                                      STEP LOG
001262*    MODIFIED........ 10/15/2026  DLO  FEED RECORDS STAMPED WITH
001263*                                      THE KEY-CARD KEY VERSION;
001264*                                      REFUSE TO START UNDER A
001265*                                      KEY VERSION NOT ABOVE THE
001266*                                      HIGHEST RETIRED ON RUNCTL
001267*                                      (RC 12)
001268*****************************************************************
001269 IDENTIFICATION DIVISION.
001270 PROGRAM-ID. PASSWORD-GENERATOR.
001271 AUTHOR. D. OKAFOR.
001280 INSTALLATION. CORPORATE DATA CENTER.
001290 DATE-WRITTEN. 01/06/2024.
001300 DATE-COMPILED.
001840         ORGANIZATION IS LINE SEQUENTIAL
001850         FILE STATUS IS PG-QAUDIT-STATUS.
001860
001862     SELECT REQUEST-DISP-FILE ASSIGN TO "RQSTDISP"
001864         ORGANIZATION IS LINE SEQUENTIAL
001866         FILE STATUS IS PG-DISP-STATUS.
001868
001870     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
001880         ORGANIZATION IS LINE SEQUENTIAL
001890         FILE STATUS IS PG-RUNC-STATUS.
002460
002470 FD  REQUEST-AUDIT-FILE
002480     RECORDING MODE IS F.
002490 01  PG-QAUDIT-RECORD               PIC X(130).
002500
002502 FD  REQUEST-DISP-FILE
002504     RECORDING MODE IS F.
002506     COPY PGDISP.
002508
002510 FD  RUN-CONTROL-FILE
002520     RECORDING MODE IS F.
002530     COPY PGRUNC.
003540     05  PG-KEY-STATUS              PIC X(02).
003550     05  PG-WORD-STATUS             PIC X(02).
003560     05  PG-RSN-STATUS              PIC X(02).
003565     05  PG-DISP-STATUS             PIC X(02).
003570
003580*****************************************************************
003590*    COUNTERS AND WORKING SUBSCRIPTS
003910         10  PG-PT-EXCLUDE-AMBIG-SW PIC X(01).
003920         10  PG-PT-EXPIRATION-DAYS  PIC 9(03).
003930         10  PG-PT-DUAL-CONTROL-SW  PIC X(01).
003935         10  PG-PT-TARGET-PLATFORM  PIC X(01).
003940
003950*****************************************************************
003960*    ACCOUNT-STATUS TABLE - LOADED ONCE FROM THE HR ACCOUNT-
004700     05  PG-EF-DUAL-CONTROL-SW      PIC X(01).
004710         88  PG-EF-DUAL-CONTROL          VALUE 'Y'.
004720     05  PG-EF-EXPIRATION-DAYS      PIC 9(03).
004725     05  PG-EF-TARGET-PLATFORM      PIC X(01).
004730
004740 01  PG-POOL-BUILT-POLICY.
004750     05  PG-PB-CHARSET-MODE         PIC X(01) VALUE LOW-VALUE.
005270     05  PG-CU-REASON-CODE          PIC X(04).
005280     05  PG-CU-APPROVER-ID          PIC X(08).
005290     05  PG-CU-DENY-REASON          PIC X(32).
005295     05  PG-CU-OUTCOME              PIC X(01).
005297     05  PG-CU-INCIDENT-ID          PIC X(10).
005300
005310*****************************************************************
005320*    RUN-CONTROL LEDGER STATE - ONE ENTRY PER RUN ID SEEN ON
005490     05  PG-RW-FOUND-SWITCH         PIC X(01).
005500         88  PG-RW-FOUND                 VALUE 'Y'.
005510     05  PG-RW-HOLD-RUN-ID          PIC X(14).
005515     05  PG-RW-STEP-DD-BASE         PIC X(08).
005520     05  PG-RW-LAST-MODE-STATE      PIC X(01).
005530     05  PG-RW-MODE-NORMALIZED      PIC X(01).
005540     05  PG-RW-STREAM-NORMALIZED    PIC X(02).
005550     05  PG-RW-RECORD-STREAM        PIC X(02).
005560     05  PG-RW-RECORD-TYPE          PIC X(01).
005570     05  PG-RW-MATCH-INDEX          PIC 9(03) COMP.
005575     05  PG-RW-RETIRED-VERSION      PIC 9(03).
005580
005590*****************************************************************
005600*    OUTPUT RECORD WORK AREAS - FEED AND AUDIT RECORDS ARE
005650     ==PG-FD-ACCOUNT-ID== BY ==PG-FW-ACCOUNT-ID==
005660     ==PG-FD-PASSWORD== BY ==PG-FW-PASSWORD==
005670     ==PG-FD-GEN-DATE== BY ==PG-FW-GEN-DATE==
005680     ==PG-FD-EXPIRATION-DATE== BY ==PG-FW-EXPIRATION-DATE==
005682     ==PG-FD-TARGET-PLATFORM== BY ==PG-FW-TARGET-PLATFORM==
005684     ==PG-FD-DIRECTORY== BY ==PG-FW-DIRECTORY==
005686     ==PG-FD-MAINFRAME-SECURITY== BY ==PG-FW-MAINFRAME-SECURITY==
005687     ==PG-FD-KIOSK-PIN== BY ==PG-FW-KIOSK-PIN==
005688     ==PG-FD-KEY-VERSION== BY ==PG-FW-KEY-VERSION==
005689     ==PG-FD-CLEARTEXT== BY ==PG-FW-CLEARTEXT==.
005690
005700 COPY PGAUDIT REPLACING ==PG-AUDIT-RECORD== BY ==PG-AW-RECORD==
005710     ==PG-AD-REQUESTOR-ID== BY ==PG-AW-REQUESTOR-ID==
005790     ==PG-AD-SKIPPED== BY ==PG-AW-SKIPPED==
005800     ==PG-AD-DENIED== BY ==PG-AW-DENIED==
005810     ==PG-AD-REQUEST-ID== BY ==PG-AW-REQUEST-ID==
005820     ==PG-AD-REASON-CODE== BY ==PG-AW-REASON-CODE==
005822     ==PG-AD-APPROVER-ID== BY ==PG-AW-APPROVER-ID==
005824     ==PG-AD-PROFILE-CODE== BY ==PG-AW-PROFILE-CODE==
005826     ==PG-AD-DUAL-CONTROL-SW== BY ==PG-AW-DUAL-CONTROL-SW==
005828     ==PG-AD-DUAL-CONTROL== BY ==PG-AW-DUAL-CONTROL==
005829     ==PG-AD-RUN-ID== BY ==PG-AW-RUN-ID==
005832     ==PG-AD-TARGET-PLATFORM== BY ==PG-AW-TARGET-PLATFORM==
005833     ==PG-AD-INCIDENT-ID== BY ==PG-AW-INCIDENT-ID==.
005835
005840*****************************************************************
005850*    PASSWORD-DIGEST PARAMETER AREA (PGPWDDIG)
005860*****************************************************************
005900*    FEED-PROTECTION PARAMETER AREA (PGPWDCRY) AND THE FEED
005910*    KEY FROM THE KEY CARD.  A BLANK KEY MEANS THE FEED WRITES
005920*    IN CLEARTEXT, CUTOVER USE ONLY, WITH A CONSOLE WARNING.
005923*    THE KEY VERSION IS STAMPED ON EVERY FEED RECORD; ZERO WHEN
005926*    THE FEED WRITES IN CLEARTEXT.
005930*****************************************************************
005940     COPY PGCRYPM.
005950
005970     05  PG-FEED-KEY-SAVE           PIC X(16).
005980     05  PG-FEED-PROTECT-SW         PIC X(01) VALUE 'N'.
005990         88  PG-FEED-PROTECTED           VALUE 'Y'.
005995     05  PG-FEED-KEY-VERSION        PIC 9(03) VALUE ZERO.
005997     05  PG-FEED-KEY-VERSION-SAVE   PIC X(03).
006000
006010*****************************************************************
006020*    CONTROL-TOTAL TRAILER STATE - RUNNING COUNTS AND HASH
006030*    TOTALS FOR THE OUTPUT FILES OF THIS RUN MODE, AND THE
006040*    EXPECTED VALUES CAPTURED FROM THE ACCTIN TRAILER.  THE
006050*    FEED AND AUDIT TOTALS ARE RECOUNTED FROM THE EXTENDED
006060*    FILES ON A RESTART (1420-RECOUNT-OUTPUT-TOTALS).  THE FEED
006063*    IS ALSO COUNTED BY TARGET PLATFORM - ENTRY 1 DIRECTORY,
006066*    2 MAINFRAME SECURITY, 3 KIOSK PIN - FOR ITS TRAILER.
006070*****************************************************************
006080 01  PG-TRAILER-TOTALS.
006090     05  PG-TT-FEED-COUNT           PIC 9(07) COMP VALUE ZERO.
006140     05  PG-TT-ACCT-HASH            PIC 9(09) COMP VALUE ZERO.
006150     05  PG-TT-EXPECT-COUNT         PIC 9(07) COMP VALUE ZERO.
006160     05  PG-TT-EXPECT-HASH          PIC 9(09) COMP VALUE ZERO.
006163     05  PG-TT-DISP-COUNT           PIC 9(07) COMP VALUE ZERO.
006166     05  PG-TT-DISP-HASH            PIC 9(09) COMP VALUE ZERO.
006167     05  PG-TT-TARGET-COUNT         PIC 9(07) COMP
006168             OCCURS 03 TIMES VALUE ZERO.
006169     05  PG-TT-TARGET-HASH          PIC 9(09) COMP
006170             OCCURS 03 TIMES VALUE ZERO.
006171     05  PG-TT-TARGET-INDEX         PIC 9(02) COMP.
006172     05  PG-TT-TARGET-PLATFORM      PIC X(01).
006173         88  PG-TT-TARGET-MAINFRAME      VALUE 'M'.
006174         88  PG-TT-TARGET-KIOSK          VALUE 'K'.
006175
006180     COPY PGTRLR.
006190
006200     COPY PGHSHPM.
006201
006202*****************************************************************
006203*    CYCLE STEP LOG RECORD AND FILE-ENTRY WORK AREA
006204*****************************************************************
006205     COPY PGSTEP.
006210

006220*****************************************************************
006470     END-IF.
006480
006490     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006493
006496     PERFORM 9900-LOG-CYCLE-STEP THRU 9900-EXIT.
006500
006510     STOP RUN.
006520
006560*    FROM A PRIOR RUN, AND OPEN ALL FILES IN THE CORRECT MODE.
006570*****************************************************************
006580 1000-INITIALIZE.
006582     MOVE SPACES TO PG-STEP-RECORD.
006584     MOVE ZERO TO PG-SR-FILE-COUNT.
006586     MOVE 'PGPWDGEN' TO PG-SR-PROGRAM.
006588     MOVE FUNCTION CURRENT-DATE TO PG-SR-START-TIME.
006590     PERFORM 1300-READ-PARM-CARD THRU 1300-EXIT.
006600     PERFORM 1350-LOAD-PROFILE-TABLE THRU 1350-EXIT.
006610     PERFORM 1370-LOAD-STATUS-TABLE THRU 1370-EXIT.
008610*    NIGHTLY ACCOUNT, FEED, OR AUDIT FILES; IT READS THE
008620*    HELPDESK REQUEST QUEUE AND WRITES ITS OWN FEED AND AUDIT
008630*    SO AN INTRADAY SWEEP CANNOT CLOBBER THE BATCH OUTPUTS.
008635*    THE DISPOSITION FILE GOES BACK TO THE TICKETING SYSTEM.
008640*****************************************************************
008650 1220-OPEN-REQUEST-FILES.
008660     OPEN INPUT REQUEST-IN-FILE.
008840         MOVE 16 TO RETURN-CODE
008850         STOP RUN
008860     END-IF.
008861     OPEN OUTPUT REQUEST-DISP-FILE.
008862     IF PG-DISP-STATUS NOT = '00'
008863         DISPLAY "PGPWDGEN: CANNOT OPEN REQUEST-DISP-FILE - "
008864             "STATUS " PG-DISP-STATUS " - ABEND"
008865         MOVE 16 TO RETURN-CODE
008866         STOP RUN
008867     END-IF.
008870 1220-EXIT.
008880     EXIT.
008890
010180         TO PG-EF-EXCLUDE-AMBIGUOUS-SW.
010190     MOVE PG-DEFAULT-EXPIRATION-DAYS TO PG-EF-EXPIRATION-DAYS.
010200     MOVE 'N' TO PG-EF-DUAL-CONTROL-SW.
010205     MOVE 'D' TO PG-EF-TARGET-PLATFORM.
010210 1320-EXIT.
010220     EXIT.
010230
010270*    ENCODED FORM (PGPWDCRY) AND THE INTAKE SIDE RECOVERS IT
010280*    WITH PGFEDRCV UNDER THE SAME CARD.  A MISSING CARD OR A
010290*    BLANK KEY FALLS BACK TO A CLEARTEXT FEED WITH A CONSOLE
010294*    WARNING - CUTOVER USE ONLY.  THE CARD'S CURRENT KEY
010298*    VERSION (BLANK READS AS 001) IS STAMPED ON EVERY FEED
010302*    RECORD SO PGFEDRCV PICKS THE RIGHT KEY AFTER A ROTATION;
010306*    1535-ENFORCE-KEY-VERSION CHECKS IT AGAINST RUNCTL.
010310*****************************************************************
010320 1330-READ-FEED-KEY.
010330     MOVE SPACES TO PG-FEED-KEY-SAVE.
010335     MOVE SPACES TO PG-FEED-KEY-VERSION-SAVE.
010340     MOVE 'N' TO PG-FEED-PROTECT-SW.
010345     MOVE ZERO TO PG-FEED-KEY-VERSION.
010350     OPEN INPUT FEED-KEY-FILE.
010360     IF PG-KEY-STATUS = '00' OR PG-KEY-STATUS = '05'
010370         READ FEED-KEY-FILE
010390                 CONTINUE
010400             NOT AT END
010410                 MOVE PG-KY-FEED-KEY TO PG-FEED-KEY-SAVE
010415                 MOVE PG-KY-KEY-VERSION
010416                     TO PG-FEED-KEY-VERSION-SAVE
010420         END-READ
010430         CLOSE FEED-KEY-FILE
010440     END-IF.
010460        OR PG-FEED-KEY-SAVE = LOW-VALUES
010470         DISPLAY "PGPWDGEN: *WARNING* NO FEED KEY ON KEYCARD - "
010480             "FEED PASSWORDS WRITE IN CLEARTEXT"
010482         GO TO 1330-EXIT
010484     END-IF.
010486     MOVE 'Y' TO PG-FEED-PROTECT-SW.
010488     IF PG-FEED-KEY-VERSION-SAVE = SPACES
010490         MOVE 1 TO PG-FEED-KEY-VERSION
010492         GO TO 1330-EXIT
010494     END-IF.
010496     IF PG-FEED-KEY-VERSION-SAVE NOT NUMERIC
010498        OR PG-FEED-KEY-VERSION-SAVE = '000'
010500         DISPLAY "PGPWDGEN: KEYCARD KEY VERSION '"
010502             PG-FEED-KEY-VERSION-SAVE "' MUST BE 001-999 - ABEND"
010504         MOVE 16 TO RETURN-CODE
010506         STOP RUN
010508     END-IF.
010510     MOVE PG-FEED-KEY-VERSION-SAVE TO PG-FEED-KEY-VERSION.
010520 1330-EXIT.
010530     EXIT.
010540
011170     ELSE
011180         MOVE 'N' TO PG-PT-DUAL-CONTROL-SW(PG-PROFILE-COUNT)
011190     END-IF.
011192     IF PG-PF-DIRECTORY
011193         MOVE 'D' TO PG-PT-TARGET-PLATFORM(PG-PROFILE-COUNT)
011194     ELSE
011195         MOVE PG-PF-TARGET-PLATFORM
011196             TO PG-PT-TARGET-PLATFORM(PG-PROFILE-COUNT)
011197     END-IF.
011200     PERFORM 1352-VALIDATE-ONE-PROFILE THRU 1352-EXIT.
011201     IF NOT PG-PF-DIRECTORY
011202        AND NOT PG-PF-MAINFRAME-SECURITY
011203        AND NOT PG-PF-KIOSK-PIN
011204         DISPLAY "PGPWDGEN: INVALID TARGET PLATFORM '"
011205             PG-PF-TARGET-PLATFORM "' ON PROFILE "
011206             PG-PF-PROFILE-CODE " - ABEND"
011207         MOVE 16 TO RETURN-CODE
011208         STOP RUN
011209     END-IF.
011210 1351-EXIT.
011220     EXIT.
011230
011260*    THE SAME EDITS AS THE PARM CARD BY STAGING IT INTO THE
011270*    EFFECTIVE POLICY.  1000-INITIALIZE RESTORES THE PARM-CARD
011280*    DEFAULTS AFTER THE WHOLE TABLE HAS LOADED.
011285*    A KIOSK PIN PROFILE MUST ALSO BE CHARSET MODE N.
011290*****************************************************************
011300 1352-VALIDATE-ONE-PROFILE.
011310     IF PG-PT-PASSWORD-LENGTH(PG-PROFILE-COUNT) = ZERO
011460     MOVE PG-PT-EXCLUDE-AMBIG-SW(PG-PROFILE-COUNT)
011470         TO PG-EF-EXCLUDE-AMBIGUOUS-SW.
011480     PERFORM 1310-VALIDATE-LENGTH-VS-CHARSET THRU 1310-EXIT.
011482     IF PG-PF-KIOSK-PIN
011483        AND NOT PG-PF-NUMERIC-PIN-ONLY
011484         DISPLAY "PGPWDGEN: KIOSK PROFILE " PG-PF-PROFILE-CODE
011485             " IS NOT CHARSET MODE N - ABEND"
011486         MOVE 16 TO RETURN-CODE
011487         STOP RUN
011488     END-IF.
011490 1352-EXIT.
011500     EXIT.
011510
014720     MOVE ZERO TO PG-TT-FEED-HASH.
014730     MOVE ZERO TO PG-TT-AUDIT-COUNT.
014740     MOVE ZERO TO PG-TT-AUDIT-HASH.
014742     MOVE ZERO TO PG-TT-TARGET-COUNT(1) PG-TT-TARGET-COUNT(2)
014744                  PG-TT-TARGET-COUNT(3).
014746     MOVE ZERO TO PG-TT-TARGET-HASH(1) PG-TT-TARGET-HASH(2)
014748                  PG-TT-TARGET-HASH(3).
014750
014760     OPEN INPUT PASSWORD-FEED-FILE.
014770     IF PG-FEED-STATUS NOT = '00'
015170     COMPUTE PG-TT-FEED-HASH =
015180         FUNCTION MOD(PG-TT-FEED-HASH + PG-HS-HASH-VALUE,
015190             1000000000).
015193     MOVE PG-FD-TARGET-PLATFORM TO PG-TT-TARGET-PLATFORM.
015196     PERFORM 4110-ADD-TARGET-TOTALS THRU 4110-EXIT.
015200 1421-EXIT.
015210     EXIT.
015220
015570*    AFTER AN ABEND THAT NEVER REACHED A CHECKPOINT.  A NEW
015580*    'S' RECORD IS APPENDED BEFORE ANY OUTPUT FILE IS OPENED;
015590*    9100-WRITE-RUN-END CLOSES ANY STALE OPEN ENTRIES OF THIS
015600*    MODE WHEN THE RUN COMPLETES.  A RUN BACKED OUT BY PGRUNBKO
015603*    ENDS IN STATE 'B' AND HOLDS NOTHING.  THE RUN ID IS STAMPED
015604*    ON EVERY HISTORY AND AUDIT ENTRY THE RUN WRITES.  'K'
015605*    RECORDS (FEED-KEY VERSIONS RETIRED BY PGFEDRKY) ARE NOT
015606*    RUNS; THE HIGHEST ONE IS HELD FOR 1535-ENFORCE-KEY-VERSION,
015607*    WHICH NEITHER A RESTART NOR A FORCE START BYPASSES.
015610*****************************************************************
015620 1500-CHECK-RUN-CONTROL.
015630     MOVE ZERO TO PG-RL-COUNT.
015640     MOVE 'N' TO PG-RUNC-EOF-SWITCH.
015650     MOVE SPACE TO PG-RW-LAST-MODE-STATE.
015655     MOVE ZERO TO PG-RW-RETIRED-VERSION.
015660     IF PG-PC-QUEUE-MODE
015670         MOVE 'Q' TO PG-RW-MODE-NORMALIZED
015680     ELSE
015800             " - TREATING AS EMPTY"
015810     END-IF.
015820
015825     PERFORM 1535-ENFORCE-KEY-VERSION THRU 1535-EXIT.
015830     PERFORM 1530-ENFORCE-RUN-CONTROL THRU 1530-EXIT.
015840     PERFORM 1540-WRITE-START-RECORD THRU 1540-EXIT.
015850 1500-EXIT.
015910             MOVE 'Y' TO PG-RUNC-EOF-SWITCH
015920             GO TO 1510-EXIT
015930     END-READ.
015931     IF PG-RC-KEY-RETIRED
015932         IF PG-RC-RETIRED-KEY-VERSION NUMERIC
015933            AND PG-RC-RETIRED-KEY-VERSION > PG-RW-RETIRED-VERSION
015934             MOVE PG-RC-RETIRED-KEY-VERSION
015935                 TO PG-RW-RETIRED-VERSION
015936         END-IF
015937         GO TO 1510-EXIT
015938     END-IF.
015940     PERFORM 1520-POST-LEDGER-RECORD THRU 1520-EXIT.
015950 1510-EXIT.
015960     EXIT.
016800     END-IF.
016810 1530-EXIT.
016820     EXIT.
016821
016822*****************************************************************
016823*    1535-ENFORCE-KEY-VERSION - ONCE A FEED-KEY VERSION HAS BEEN
016824*    RETIRED, NO FEED MAY BE WRITTEN UNDER IT, UNDER AN OLDER
016825*    CARD, OR IN CLEARTEXT.  THE KEY CARD MUST CARRY A CURRENT
016826*    VERSION ABOVE THE HIGHEST ONE RETIRED ON RUNCTL.
016827*****************************************************************
016828 1535-ENFORCE-KEY-VERSION.
016829     IF PG-RW-RETIRED-VERSION = ZERO
016830         GO TO 1535-EXIT
016831     END-IF.
016832     IF NOT PG-FEED-PROTECTED
016833         DISPLAY "PGPWDGEN: NO FEED KEY ON KEYCARD AND KEY "
016834             "VERSION " PG-RW-RETIRED-VERSION " IS RETIRED ON "
016835             "THE RUN-CONTROL LEDGER - CLEARTEXT FEED REFUSED"
016836         MOVE 12 TO RETURN-CODE
016837         STOP RUN
016838     END-IF.
016839     IF PG-FEED-KEY-VERSION NOT > PG-RW-RETIRED-VERSION
016840         DISPLAY "PGPWDGEN: KEYCARD KEY VERSION "
016841             PG-FEED-KEY-VERSION " IS NOT ABOVE RETIRED VERSION "
016842             PG-RW-RETIRED-VERSION " ON THE RUN-CONTROL LEDGER - "
016843             "REFUSED"
016844         DISPLAY "PGPWDGEN: RUN WITH THE ROTATED KEY CARD"
016845         MOVE 12 TO RETURN-CODE
016846         STOP RUN
016847     END-IF.
016848 1535-EXIT.
016849     EXIT.
016850
016851*****************************************************************
016852*    1540-WRITE-START-RECORD - THE RUN ID IS THE START TIMESTAMP
016860*    TO THE SECOND; THE PARM VALUES IN EFFECT ARE ECHOED SO AN
016870*    AUDITOR CAN SEE WHAT EVERY RUN WAS ASKED TO DO.
016880*****************************************************************
017760     MOVE SPACES TO PG-CU-REQUEST-ID.
017770     MOVE SPACES TO PG-CU-REASON-CODE.
017780     MOVE SPACES TO PG-CU-APPROVER-ID.
017785     MOVE PG-IN-INCIDENT-ID TO PG-CU-INCIDENT-ID.
017790
017800     PERFORM 2055-CHECK-ACCOUNT-STATUS THRU 2055-EXIT.
017810     IF PG-ACCOUNT-SKIPPED
018460             TO PG-EF-EXPIRATION-DAYS
018470         MOVE PG-PT-DUAL-CONTROL-SW(PG-PROFILE-INDEX)
018480             TO PG-EF-DUAL-CONTROL-SW
018483         MOVE PG-PT-TARGET-PLATFORM(PG-PROFILE-INDEX)
018486             TO PG-EF-TARGET-PLATFORM
018490     END-IF.
018500 2051-EXIT.
018510     EXIT.
019140*    POLICY RESOLUTION, GENERATION, AND OUTPUT PARAGRAPHS AS THE
019150*    NIGHTLY BATCH.  THE SHARED HISTORY FILE KEEPS THE NO-REUSE
019160*    CHECK HONEST ACROSS BOTH PATHS; CHECKPOINTING DOES NOT APPLY
019170*    TO AN INTRADAY SWEEP.  EVERY REQUEST READ, EVEN ONE WITH
019175*    NO ACCOUNT ID, LEAVES EXACTLY ONE DISPOSITION RECORD.
019180*****************************************************************
019190 2500-PROCESS-REQUESTS.
019200     PERFORM 2510-READ-REQUEST THRU 2510-EXIT.
019280        OR PG-RQ-ACCOUNT-ID = LOW-VALUES
019290         DISPLAY "PGPWDGEN: *WARNING* REQUEST " PG-RQ-REQUEST-ID
019300             " HAS NO ACCOUNT ID - SKIPPED"
019302         MOVE PG-RQ-ACCOUNT-ID TO PG-CU-ACCOUNT-ID
019303         MOVE PG-RQ-REQUEST-ID TO PG-CU-REQUEST-ID
019304         MOVE PG-RQ-REQUESTOR-ID TO PG-CU-REQUESTOR-ID
019305         PERFORM 2150-GET-CURRENT-DATE-TIME THRU 2150-EXIT
019306         MOVE "NO ACCOUNT ID ON REQUEST" TO PG-CU-DENY-REASON
019307         MOVE 'D' TO PG-CU-OUTCOME
019308         PERFORM 4500-WRITE-DISPOSITION THRU 4500-EXIT
019310         GO TO 2500-EXIT
019320     END-IF.
019330
019360     MOVE PG-RQ-REQUEST-ID TO PG-CU-REQUEST-ID.
019370     MOVE PG-RQ-REASON-CODE TO PG-CU-REASON-CODE.
019380     MOVE PG-RQ-APPROVER-ID TO PG-CU-APPROVER-ID.
019385     MOVE SPACES TO PG-CU-INCIDENT-ID.
019390     IF PG-RQ-REQUESTOR-ID = SPACES
019400        OR PG-RQ-REQUESTOR-ID = LOW-VALUES
019410         MOVE PG-PC-REQUESTOR-ID TO PG-CU-REQUESTOR-ID
019470     IF PG-ACCOUNT-SKIPPED
019480         PERFORM 2150-GET-CURRENT-DATE-TIME THRU 2150-EXIT
019490         PERFORM 4250-WRITE-SKIPPED-AUDIT THRU 4250-EXIT
019493         MOVE 'S' TO PG-CU-OUTCOME
019496         PERFORM 4500-WRITE-DISPOSITION THRU 4500-EXIT
019500         GO TO 2500-EXIT
019510     END-IF.
019520     PERFORM 2050-RESOLVE-ACCOUNT-POLICY THRU 2050-EXIT.
019540     IF PG-REQUEST-DENIED
019550         PERFORM 2150-GET-CURRENT-DATE-TIME THRU 2150-EXIT
019560         PERFORM 4260-WRITE-DENIED-AUDIT THRU 4260-EXIT
019563         MOVE 'D' TO PG-CU-OUTCOME
019566         PERFORM 4500-WRITE-DISPOSITION THRU 4500-EXIT
019570         GO TO 2500-EXIT
019580     END-IF.
019590     PERFORM 2150-GET-CURRENT-DATE-TIME THRU 2150-EXIT.
019610     IF PG-PASSWORD-ACCEPTED
019620         PERFORM 4000-WRITE-OUTPUT-RECORDS THRU 4000-EXIT
019630         ADD 1 TO PG-ACCOUNTS-PROCESSED
019632         MOVE 'C' TO PG-CU-OUTCOME
019634     ELSE
019636         MOVE 'R' TO PG-CU-OUTCOME
019640     END-IF.
019645     PERFORM 4500-WRITE-DISPOSITION THRU 4500-EXIT.
019650 2500-EXIT.
019660     EXIT.
019670
024030     MOVE PG-DG-OUTPUT-DIGEST TO PG-HI-PASSWORD-DIGEST.
024040     MOVE PG-TODAY-YMD TO PG-HI-GEN-DATE.
024050     MOVE PG-CU-PROFILE-CODE TO PG-HI-PROFILE-CODE.
024055     MOVE PG-RW-RUN-ID TO PG-HI-RUN-ID.
024060     WRITE PG-HISTORY-RECORD
024070         INVALID KEY
024080             DISPLAY "PGPWDGEN: HISTORY WRITE FAILED FOR "
024370     END-IF.
024380     MOVE PG-TODAY-YMD TO PG-FW-GEN-DATE.
024390     MOVE PG-EXPIRATION-YMD TO PG-FW-EXPIRATION-DATE.
024395     MOVE PG-EF-TARGET-PLATFORM TO PG-FW-TARGET-PLATFORM.
024397     MOVE PG-FEED-KEY-VERSION TO PG-FW-KEY-VERSION.
024400     IF PG-PC-QUEUE-MODE
024410         WRITE PG-QFEED-RECORD FROM PG-FW-RECORD
024420     ELSE
024480     COMPUTE PG-TT-FEED-HASH =
024490         FUNCTION MOD(PG-TT-FEED-HASH + PG-HS-HASH-VALUE,
024500             1000000000).
024503     MOVE PG-EF-TARGET-PLATFORM TO PG-TT-TARGET-PLATFORM.
024506     PERFORM 4110-ADD-TARGET-TOTALS THRU 4110-EXIT.
024510 4100-EXIT.
024520     EXIT.
024521
024522*****************************************************************
024523*    4110-ADD-TARGET-TOTALS - ADDS THE FEED RECORD JUST COUNTED
024524*    (ITS ACCOUNT HASH STILL IN PG-HS-HASH-VALUE) TO THE
024525*    TOTALS OF ITS TARGET PLATFORM.  ANYTHING NOT MAINFRAME OR
024526*    KIOSK IS THE DIRECTORY.
024527*****************************************************************
024528 4110-ADD-TARGET-TOTALS.
024529     IF PG-TT-TARGET-KIOSK
024530         MOVE 3 TO PG-TT-TARGET-INDEX
024531     ELSE
024532         IF PG-TT-TARGET-MAINFRAME
024533             MOVE 2 TO PG-TT-TARGET-INDEX
024534         ELSE
024535             MOVE 1 TO PG-TT-TARGET-INDEX
024536         END-IF
024537     END-IF.
024538     ADD 1 TO PG-TT-TARGET-COUNT(PG-TT-TARGET-INDEX).
024539     COMPUTE PG-TT-TARGET-HASH(PG-TT-TARGET-INDEX) =
024540         FUNCTION MOD(PG-TT-TARGET-HASH(PG-TT-TARGET-INDEX)
024541             + PG-HS-HASH-VALUE, 1000000000).
024542 4110-EXIT.
024543     EXIT.
024544
024545 4200-WRITE-AUDIT-RECORD.
024550     PERFORM 4300-MASK-PASSWORD THRU 4300-EXIT.
024560     MOVE SPACES TO PG-AW-RECORD.
024570     MOVE PG-CU-REQUESTOR-ID TO PG-AW-REQUESTOR-ID.
024660     END-IF.
024670     MOVE PG-CU-REQUEST-ID TO PG-AW-REQUEST-ID.
024680     MOVE PG-CU-REASON-CODE TO PG-AW-REASON-CODE.
024682     MOVE PG-CU-APPROVER-ID TO PG-AW-APPROVER-ID.
024684     MOVE PG-CU-PROFILE-CODE TO PG-AW-PROFILE-CODE.
024685     MOVE PG-RW-RUN-ID TO PG-AW-RUN-ID.
024686     MOVE PG-EF-DUAL-CONTROL-SW TO PG-AW-DUAL-CONTROL-SW.
024688     MOVE PG-EF-TARGET-PLATFORM TO PG-AW-TARGET-PLATFORM.
024689     MOVE PG-CU-INCIDENT-ID TO PG-AW-INCIDENT-ID.
024690     IF PG-PC-QUEUE-MODE
024700         WRITE PG-QAUDIT-RECORD FROM PG-AW-RECORD
024710     ELSE
024920     MOVE 'S' TO PG-AW-STATUS.
024930     MOVE PG-CU-REQUEST-ID TO PG-AW-REQUEST-ID.
024940     MOVE PG-CU-REASON-CODE TO PG-AW-REASON-CODE.
024943     MOVE PG-CU-APPROVER-ID TO PG-AW-APPROVER-ID.
024946     MOVE PG-CU-PROFILE-CODE TO PG-AW-PROFILE-CODE.
024948     MOVE PG-RW-RUN-ID TO PG-AW-RUN-ID.
024949     MOVE PG-CU-INCIDENT-ID TO PG-AW-INCIDENT-ID.
024950     IF PG-PC-QUEUE-MODE
024960         WRITE PG-QAUDIT-RECORD FROM PG-AW-RECORD
024970     ELSE
025200     MOVE 'D' TO PG-AW-STATUS.
025210     MOVE PG-CU-REQUEST-ID TO PG-AW-REQUEST-ID.
025220     MOVE PG-CU-REASON-CODE TO PG-AW-REASON-CODE.
025222     MOVE PG-CU-APPROVER-ID TO PG-AW-APPROVER-ID.
025224     MOVE PG-CU-PROFILE-CODE TO PG-AW-PROFILE-CODE.
025225     MOVE PG-RW-RUN-ID TO PG-AW-RUN-ID.
025226     MOVE PG-EF-DUAL-CONTROL-SW TO PG-AW-DUAL-CONTROL-SW.
025228     MOVE PG-EF-TARGET-PLATFORM TO PG-AW-TARGET-PLATFORM.
025229     MOVE PG-CU-INCIDENT-ID TO PG-AW-INCIDENT-ID.
025230     WRITE PG-QAUDIT-RECORD FROM PG-AW-RECORD.
025240     PERFORM 4400-COUNT-AUDIT-RECORD THRU 4400-EXIT.
025250 4260-EXIT.
025570 4400-EXIT.
025580     EXIT.
025590
025591*****************************************************************
025592*    4500-WRITE-DISPOSITION - THE TICKETING SYSTEM'S ANSWER FOR
025593*    THE CURRENT REQUEST.  PG-CU-OUTCOME IS SET BY THE CALLER;
025594*    A COMPLETED REQUEST CARRIES THE EXPIRATION DATE IT WAS
025595*    ISSUED WITH, A DENIED ONE THE VALIDATION REASON.  THE
025596*    HASH IS TAKEN OVER THE REQUEST ID SINCE A DENIED REQUEST
025597*    MAY HAVE NO ACCOUNT.
025598*****************************************************************
025599 4500-WRITE-DISPOSITION.
025600     MOVE SPACES TO PG-DISPOSITION-RECORD.
025601     MOVE PG-CU-REQUEST-ID TO PG-DP-REQUEST-ID.
025602     MOVE PG-CU-ACCOUNT-ID TO PG-DP-ACCOUNT-ID.
025603     MOVE PG-CU-REQUESTOR-ID TO PG-DP-REQUESTOR-ID.
025604     MOVE PG-CU-OUTCOME TO PG-DP-OUTCOME.
025605     MOVE PG-TODAY-YMD TO PG-DP-GEN-DATE.
025606     EVALUATE TRUE
025607         WHEN PG-DP-COMPLETED
025608             MOVE PG-EXPIRATION-YMD TO PG-DP-EXPIRATION-DATE
025609         WHEN PG-DP-REJECTED
025610             MOVE "NO VALID PASSWORD AFTER RETRIES"
025611                 TO PG-DP-REASON-TEXT
025612         WHEN PG-DP-SKIPPED
025613             MOVE "ACCOUNT STATUS NOT ACTIVE"
025614                 TO PG-DP-REASON-TEXT
025615         WHEN OTHER
025616             MOVE PG-CU-DENY-REASON TO PG-DP-REASON-TEXT
025617     END-EVALUATE.
025618     WRITE PG-DISPOSITION-RECORD.
025619     ADD 1 TO PG-TT-DISP-COUNT.
025620     MOVE PG-CU-REQUEST-ID TO PG-HS-ACCOUNT-ID.
025621     CALL 'ACCOUNT-HASH' USING PG-HASH-PARMS.
025622     COMPUTE PG-TT-DISP-HASH =
025623         FUNCTION MOD(PG-TT-DISP-HASH + PG-HS-HASH-VALUE,
025624             1000000000).
025625 4500-EXIT.
025626     EXIT.
025627
025628*****************************************************************
025629*    5000-CHECKPOINT-IF-NEEDED - EVERY PG-PC-CHECKPOINT-INTERVAL
025630*    ACCOUNTS READ, THE LAST ACCOUNT ID READ IS WRITTEN TO
025631*    CHECKPOINT-FILE SO AN OPERATOR CAN RESTART FROM THERE
025640*    INSTEAD OF FROM ACCOUNT ONE.  THE INTERVAL IS COUNTED ON
025650*    ACCOUNTS READ, NOT ACCOUNTS ACCEPTED, SO AN ACCOUNT THAT
025660*    EXHAUSTS ITS RETRIES WITHOUT EVER BEING ACCEPTED STILL
026060 9000-TERMINATE.
026070     IF NOT PG-PC-QUEUE-MODE
026080         PERFORM 9200-VERIFY-ACCT-TRAILER THRU 9200-EXIT
026083     ELSE
026086         PERFORM 9250-VERIFY-DISPOSITIONS THRU 9250-EXIT
026090     END-IF.
026100     PERFORM 9300-WRITE-OUTPUT-TRAILERS THRU 9300-EXIT.
026110     PERFORM 9100-WRITE-RUN-END THRU 9100-EXIT.
026130         CLOSE REQUEST-IN-FILE
026140         CLOSE REQUEST-FEED-FILE
026150         CLOSE REQUEST-AUDIT-FILE
026155         CLOSE REQUEST-DISP-FILE
026160         CLOSE PASSWORD-HISTORY-FILE
026170         DISPLAY "PGPWDGEN: " PG-ACCOUNTS-PROCESSED
026180             " REQUESTS PROCESSED THIS SWEEP"
026200             " REQUESTS SKIPPED - ACCOUNT NOT ACTIVE"
026210         DISPLAY "PGPWDGEN: " PG-REQUESTS-DENIED
026220             " REQUESTS DENIED - VALIDATION FAILED"
026223         DISPLAY "PGPWDGEN: " PG-TT-DISP-COUNT
026226             " REQUEST DISPOSITIONS WRITTEN"
026230         GO TO 9000-EXIT
026240     END-IF.
026250     CLOSE ACCOUNT-IN-FILE.
026990 9200-EXIT.
027000     EXIT.
027010
027011*****************************************************************
027012*    9250-VERIFY-DISPOSITIONS - EVERY REQUEST READ FROM RQSTIN
027013*    MUST HAVE LEFT EXACTLY ONE DISPOSITION.  A MISMATCH FAILS
027014*    THE SWEEP BEFORE THE TRAILERS ARE WRITTEN, SO THE
027015*    TICKETING SYSTEM REJECTS THE FILE RATHER THAN CLOSING
027016*    TICKETS FROM A SHORT ONE.
027017*****************************************************************
027018 9250-VERIFY-DISPOSITIONS.
027019     IF PG-TT-DISP-COUNT NOT = PG-ACCOUNTS-READ
027020         DISPLAY "PGPWDGEN: DISPOSITIONS OUT OF BALANCE - "
027021             PG-ACCOUNTS-READ " REQUESTS READ "
027022             PG-TT-DISP-COUNT " DISPOSITIONS WRITTEN - ABEND"
027023         MOVE 16 TO RETURN-CODE
027024         STOP RUN
027025     END-IF.
027026 9250-EXIT.
027027     EXIT.
027028
027029*****************************************************************
027030*    9300-WRITE-OUTPUT-TRAILERS - CONTROL-TOTAL TRAILERS ON THE
027040*    FEED AND AUDIT FILES OF THIS RUN MODE (AND THE REQUEST
027045*    DISPOSITION FILE IN QUEUE MODE), WRITTEN ONLY AT A
027050*    CLEAN END OF JOB SO A RESTARTED RUN APPENDS ITS RECORDS
027060*    FIRST AND TRAILS THE FILE ONCE.
027070*****************************************************************
027100     MOVE '*TRAILER' TO PG-TL-SENTINEL.
027110     MOVE PG-TT-FEED-COUNT TO PG-TL-RECORD-COUNT.
027120     MOVE PG-TT-FEED-HASH TO PG-TL-HASH-TOTAL.
027121     MOVE PG-TT-TARGET-COUNT(1) TO PG-TL-TARGET-COUNT(1).
027122     MOVE PG-TT-TARGET-HASH(1) TO PG-TL-TARGET-HASH(1).
027123     MOVE PG-TT-TARGET-COUNT(2) TO PG-TL-TARGET-COUNT(2).
027124     MOVE PG-TT-TARGET-HASH(2) TO PG-TL-TARGET-HASH(2).
027125     MOVE PG-TT-TARGET-COUNT(3) TO PG-TL-TARGET-COUNT(3).
027126     MOVE PG-TT-TARGET-HASH(3) TO PG-TL-TARGET-HASH(3).
027130     IF PG-PC-QUEUE-MODE
027140         WRITE PG-QFEED-RECORD FROM PG-TRAILER-RECORD
027150     ELSE
027160         WRITE PG-FEED-RECORD FROM PG-TRAILER-RECORD
027170     END-IF.
027175     MOVE SPACES TO PG-TL-TARGET-TOTALS.
027180     MOVE PG-TT-AUDIT-COUNT TO PG-TL-RECORD-COUNT.
027190     MOVE PG-TT-AUDIT-HASH TO PG-TL-HASH-TOTAL.
027200     IF PG-PC-QUEUE-MODE
027260         MOVE PG-TRAILER-RECORD TO PG-AUDIT-RECORD(1:80)
027270         WRITE PG-AUDIT-RECORD
027280     END-IF.
027281     IF PG-PC-QUEUE-MODE
027282         MOVE PG-TT-DISP-COUNT TO PG-TL-RECORD-COUNT
027283         MOVE PG-TT-DISP-HASH TO PG-TL-HASH-TOTAL
027284         WRITE PG-DISPOSITION-RECORD FROM PG-TRAILER-RECORD
027285     END-IF.
027290 9300-EXIT.
027300     EXIT.
027310
027330*****************************************************************
027340*    9900-LOG-CYCLE-STEP - STEP COMPLETION RECORD FOR THE CYCLE
027350*    STEP LOG (PGSTEP), TIED TO THIS RUN'S RUNCTL ENTRIES BY THE
027360*    RUN ID.  A STREAM RUN LOGS ITS FILES UNDER THE STREAM DD
027370*    NAMES PGACCSPL AND PGFEDMRG USE (ACCTIN01, PWDFEED01,
027380*    AUDITLG01), SO THE CYCLE STATUS REPORT CAN CARRY EACH
027390*    STREAM'S COUNTS FROM THE SPLIT TO THE MERGE.
027400*****************************************************************
027410 9900-LOG-CYCLE-STEP.
027420     MOVE PG-RW-STREAM-NORMALIZED TO PG-SR-STREAM-ID.
027430     MOVE PG-RW-MODE-NORMALIZED TO PG-SR-RUN-MODE.
027440     MOVE PG-RW-RUN-ID TO PG-SR-RUN-ID.
027450     IF PG-PC-QUEUE-MODE
027460         PERFORM 9920-LOG-QUEUE-FILES THRU 9920-EXIT
027470     ELSE
027480         PERFORM 9930-LOG-BATCH-FILES THRU 9930-EXIT
027490     END-IF.
027500     MOVE RETURN-CODE TO PG-SR-RETURN-CODE.
027510     CALL 'CYCLE-STEP-LOG' USING PG-STEP-RECORD.
027520 9900-EXIT.
027530     EXIT.
027540
027550*****************************************************************
027560*    9910-ADD-STEP-FILE - THE FILE ENTRY BUILT IN
027570*    PG-STEP-FILE-WORK BECOMES THE NEXT ENTRY OF THE STEP
027580*    RECORD.
027590*****************************************************************
027600 9910-ADD-STEP-FILE.
027610     IF PG-SR-FILE-COUNT NOT < 10
027620         GO TO 9910-EXIT
027630     END-IF.
027640     ADD 1 TO PG-SR-FILE-COUNT.
027650     MOVE PG-STEP-FILE-WORK
027660         TO PG-SR-FILE-ENTRY(PG-SR-FILE-COUNT).
027670 9910-EXIT.
027680     EXIT.
027690
027691*****************************************************************
027692*    9920-LOG-QUEUE-FILES - A HELPDESK QUEUE RUN: THE REQUEST
027693*    QUEUE READ, AND THE REQUEST FEED, REQUEST AUDIT, AND
027694*    DISPOSITION FILES WRITTEN WITH THEIR TRAILER TOTALS.
027695*****************************************************************
027700 9920-LOG-QUEUE-FILES.
027710     MOVE 'I' TO PG-SF-USE.
027720     MOVE 'RQSTIN' TO PG-SF-DD.
027730     MOVE PG-ACCOUNTS-READ TO PG-SF-RECORDS.
027740     MOVE 'N' TO PG-SF-TRAILER-SW.
027750     MOVE ZERO TO PG-SF-HASH.
027760     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
027770     MOVE 'O' TO PG-SF-USE.
027780     MOVE 'RQSTFEED' TO PG-SF-DD.
027790     MOVE PG-TT-FEED-COUNT TO PG-SF-RECORDS.
027800     MOVE 'Y' TO PG-SF-TRAILER-SW.
027810     MOVE PG-TT-FEED-HASH TO PG-SF-HASH.
027820     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
027830     MOVE 'O' TO PG-SF-USE.
027840     MOVE 'RQSTAUDT' TO PG-SF-DD.
027850     MOVE PG-TT-AUDIT-COUNT TO PG-SF-RECORDS.
027860     MOVE 'Y' TO PG-SF-TRAILER-SW.
027870     MOVE PG-TT-AUDIT-HASH TO PG-SF-HASH.
027880     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
027890     MOVE 'O' TO PG-SF-USE.
027900     MOVE 'RQSTDISP' TO PG-SF-DD.
027910     MOVE PG-TT-DISP-COUNT TO PG-SF-RECORDS.
027920     MOVE 'Y' TO PG-SF-TRAILER-SW.
027930     MOVE PG-TT-DISP-HASH TO PG-SF-HASH.
027940     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
027950 9920-EXIT.
027960     EXIT.
027970
027971*****************************************************************
027972*    9930-LOG-BATCH-FILES - A NIGHTLY BATCH RUN: THE ACCOUNT
027973*    FILE READ, AND THE FEED AND AUDIT LOG WRITTEN, UNDER THE
027974*    DD NAMES OF THE RUN'S STREAM.
027975*****************************************************************
027980 9930-LOG-BATCH-FILES.
027990     MOVE 'I' TO PG-SF-USE.
028000     MOVE 'ACCTIN' TO PG-RW-STEP-DD-BASE.
028010     PERFORM 9940-SET-STREAM-DD THRU 9940-EXIT.
028020     MOVE PG-TT-ACCT-COUNT TO PG-SF-RECORDS.
028030     MOVE 'Y' TO PG-SF-TRAILER-SW.
028040     MOVE PG-TT-ACCT-HASH TO PG-SF-HASH.
028050     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
028060     MOVE 'O' TO PG-SF-USE.
028070     MOVE 'PWDFEED' TO PG-RW-STEP-DD-BASE.
028080     PERFORM 9940-SET-STREAM-DD THRU 9940-EXIT.
028090     MOVE PG-TT-FEED-COUNT TO PG-SF-RECORDS.
028100     MOVE PG-TT-FEED-HASH TO PG-SF-HASH.
028110     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
028120     MOVE 'AUDITLG' TO PG-RW-STEP-DD-BASE.
028130     PERFORM 9940-SET-STREAM-DD THRU 9940-EXIT.
028140     IF PG-RW-STREAM-NORMALIZED = '00'
028150         MOVE 'AUDITLOG' TO PG-SF-DD
028160     END-IF.
028170     MOVE PG-TT-AUDIT-COUNT TO PG-SF-RECORDS.
028180     MOVE PG-TT-AUDIT-HASH TO PG-SF-HASH.
028190     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
028200 9930-EXIT.
028210     EXIT.
028220
028221*****************************************************************
028222*    9940-SET-STREAM-DD - THE BASE DD NAME ON AN UNSPLIT RUN
028223*    (STREAM 00); OTHERWISE THE BASE NAME WITH THE STREAM ID
028224*    APPENDED, AS PGACCSPL AND PGFEDMRG NAME THE STREAM FILES.
028225*****************************************************************
028230 9940-SET-STREAM-DD.
028240     MOVE SPACES TO PG-SF-DD.
028250     IF PG-RW-STREAM-NORMALIZED = '00'
028260         MOVE PG-RW-STEP-DD-BASE TO PG-SF-DD
028270         GO TO 9940-EXIT
028280     END-IF.
028290     STRING PG-RW-STEP-DD-BASE DELIMITED BY SPACE
028300         PG-RW-STREAM-NORMALIZED DELIMITED BY SIZE
028310         INTO PG-SF-DD.
028320 9940-EXIT.
028330     EXIT.
