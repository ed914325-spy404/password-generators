000100*****************************************************************
000110*    PROGRAM  : PGFEDRTE (FEED-ROUTE)
000120*    AUTHOR    : D. OKAFOR, ACCESS CONTROL SYSTEMS GROUP
000130*    INSTALLATION : CORPORATE DATA CENTER
000140*    DATE-WRITTEN : 10/15/2026
000150*
000160*    REMARKS
000170*    SPLITS A PROVISIONING FEED BY TARGET PLATFORM.  EACH
000180*    ACCOUNT'S POLICY PROFILE (PGPROF) NAMES THE SYSTEM ITS
000190*    CREDENTIAL IS PROVISIONED TO, AND PASSWORD-GENERATOR
000200*    CARRIES THAT CODE ON THE FEED RECORD.  THIS JOB READS ANY
000210*    FEED IN THE PGFEED LAYOUT - THE NIGHTLY FEED, THE REQUEST
000220*    FEED, OR THE RE-SEND FEED - THROUGH THE FEEDIN DD, AFTER
000230*    RECONCILIATION (PGPWDRCN) HAS PASSED IT, AND WRITES ONE
000240*    DATASET PER PLATFORM IN THAT PLATFORM'S OWN LAYOUT -
000250*        DIRFEED  ENTERPRISE DIRECTORY   (PGDIRFD) 'D' OR SPACE
000260*        MFSFEED  MAINFRAME SECURITY     (PGMSFD)  'M'
000270*        KSKFEED  KIOSK PIN DEVICES      (PGKSKFD) 'K'
000280*    EVERY OUTPUT ENDS WITH ITS OWN CONTROL-TOTAL TRAILER
000290*    (PGTRLR), EVEN WHEN NO RECORD WENT TO THAT PLATFORM, SO
000300*    EACH INTAKE BALANCES ITS FILE ON ITS OWN.
000310*
000320*    THE PASSWORD IS CARRIED AS IT STANDS ON THE FEED.  WHEN
000330*    THE FEED IS PROTECTED (PGPWDCRY) THE PLATFORM FILES ARE
000340*    TOO, AND EACH INTAKE RECOVERS ITS FILE WITH PGFEDRCV - THE
000350*    ID AND PASSWORD SIT IN THE SAME POSITIONS ON EVERY LAYOUT.
000360*    THE PROTECTED FORM KEEPS THE LENGTH OF THE CLEARTEXT, SO
000370*    THE MAINFRAME PASSWORD TYPE AND THE KIOSK PIN LENGTH ARE
000380*    TAKEN FROM IT WITHOUT THE KEY.  THE KEY VERSION THE
000383*    PASSWORD WAS ENCODED UNDER TRAVELS WITH IT, IN THE SAME
000386*    POSITION ON EVERY LAYOUT.
000390*
000400*    RETURN CODES -
000410*        0 = FEED ROUTED
000420*       16 = FILE OPEN FAILURE, UNKNOWN TARGET PLATFORM CODE,
000430*            BAD GENERATION OR EXPIRATION DATE, OR FEED
000440*            TRAILER MISSING OR OUT OF BALANCE (IN TOTAL OR
000450*            FOR ANY PLATFORM)
000460*
000470*    MAINTENANCE HISTORY
000480*    DATE-WRITTEN.... 10/15/2026  DLO  ORIGINAL - ROUTE THE FEED
000490*                                      TO ONE DATASET PER TARGET
000500*                                      PLATFORM
000502*    MODIFIED........ 10/15/2026  DLO  KEY VERSION CARRIED FROM
000504*                                      THE FEED TO EVERY
000506*                                      PLATFORM RECORD
000507*    MODIFIED........ 10/15/2026  DLO  STEP COMPLETION RECORD
000508*                                      APPENDED TO THE CYCLE
000509*                                      STEP LOG
000510*****************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. FEED-ROUTE.
000540 AUTHOR. D. OKAFOR.
000550 INSTALLATION. CORPORATE DATA CENTER.
000560 DATE-WRITTEN. 10/15/2026.
000570 DATE-COMPILED.
000580
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT FEED-IN-FILE ASSIGN TO "FEEDIN"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FT-FEEDIN-STATUS.
000650
000660     SELECT DIRECTORY-FEED-FILE ASSIGN TO "DIRFEED"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FT-DIRFEED-STATUS.
000690
000700     SELECT MFSEC-FEED-FILE ASSIGN TO "MFSFEED"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS FT-MFSFEED-STATUS.
000730
000740     SELECT KIOSK-FEED-FILE ASSIGN TO "KSKFEED"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS FT-KSKFEED-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  FEED-IN-FILE
000810     RECORDING MODE IS F.
000820     COPY PGFEED.
000830
000840 FD  DIRECTORY-FEED-FILE
000850     RECORDING MODE IS F.
000860     COPY PGDIRFD.
000870
000880 FD  MFSEC-FEED-FILE
000890     RECORDING MODE IS F.
000900     COPY PGMSFD.
000910
000920 FD  KIOSK-FEED-FILE
000930     RECORDING MODE IS F.
000940     COPY PGKSKFD.
000950
000960 WORKING-STORAGE SECTION.
000970
000980*****************************************************************
000990*    SWITCHES
001000*****************************************************************
001010 01  FT-SWITCHES.
001020     05  FT-FEED-EOF-SWITCH         PIC X(01) VALUE 'N'.
001030         88  FT-END-OF-FEED              VALUE 'Y'.
001040     05  FT-TRAILER-SEEN-SWITCH     PIC X(01) VALUE 'N'.
001050         88  FT-TRAILER-SEEN             VALUE 'Y'.
001060     05  FT-TARGET-TOTALS-SWITCH    PIC X(01) VALUE 'N'.
001070         88  FT-TARGET-TOTALS-SEEN       VALUE 'Y'.
001080
001090*****************************************************************
001100*    FILE STATUS FIELDS
001110*****************************************************************
001120 01  FT-FILE-STATUSES.
001130     05  FT-FEEDIN-STATUS           PIC X(02).
001140     05  FT-DIRFEED-STATUS          PIC X(02).
001150     05  FT-MFSFEED-STATUS          PIC X(02).
001160     05  FT-KSKFEED-STATUS          PIC X(02).
001170
001180*****************************************************************
001190*    COUNTERS
001200*****************************************************************
001210 01  FT-COUNTERS.
001220     05  FT-RECORDS-READ            PIC 9(07) COMP VALUE ZERO.
001230
001240*****************************************************************
001250*    CONTROL-TOTAL TRAILER STATE, IN TOTAL AND PER PLATFORM -
001260*    ENTRY 1 DIRECTORY, 2 MAINFRAME SECURITY, 3 KIOSK PIN.  THE
001270*    PER-PLATFORM COUNT AND HASH ARE ALSO THE TOTALS WRITTEN ON
001280*    EACH PLATFORM FILE'S OWN TRAILER.
001290*****************************************************************
001300 01  FT-TRAILER-WORK.
001310     05  FT-HASH-TOTAL              PIC 9(09) COMP VALUE ZERO.
001320     05  FT-EXPECT-COUNT            PIC 9(07) COMP VALUE ZERO.
001330     05  FT-EXPECT-HASH             PIC 9(09) COMP VALUE ZERO.
001340     05  FT-TARGET-INDEX            PIC 9(02) COMP VALUE ZERO.
001350     05  FT-TG-COUNT                PIC 9(07) COMP
001360             OCCURS 03 TIMES VALUE ZERO.
001370     05  FT-TG-HASH                 PIC 9(09) COMP
001380             OCCURS 03 TIMES VALUE ZERO.
001390     05  FT-TG-EXPECT-COUNT         PIC 9(07) COMP
001400             OCCURS 03 TIMES VALUE ZERO.
001410     05  FT-TG-EXPECT-HASH          PIC 9(09) COMP
001420             OCCURS 03 TIMES VALUE ZERO.
001430
001440 01  FT-TARGET-NAME-VALUES.
001450     05  FILLER                     PIC X(18)
001460             VALUE 'DIRECTORY'.
001470     05  FILLER                     PIC X(18)
001480             VALUE 'MAINFRAME SECURITY'.
001490     05  FILLER                     PIC X(18)
001500             VALUE 'KIOSK PIN'.
001510 01  FT-TARGET-NAME-TABLE REDEFINES FT-TARGET-NAME-VALUES.
001520     05  FT-TARGET-NAME             PIC X(18) OCCURS 3 TIMES.
001521
001522 01  FT-TARGET-DD-VALUES.
001523     05  FILLER                     PIC X(09) VALUE 'DIRFEED'.
001524     05  FILLER                     PIC X(09) VALUE 'MFSFEED'.
001525     05  FILLER                     PIC X(09) VALUE 'KSKFEED'.
001526 01  FT-TARGET-DD-TABLE REDEFINES FT-TARGET-DD-VALUES.
001527     05  FT-TARGET-DD-NAME          PIC X(09) OCCURS 3 TIMES.
001530
001540*****************************************************************
001550*    PLATFORM FIELD CONVERSION WORK AREA
001560*****************************************************************
001570 01  FT-CONVERT-WORK.
001580     05  FT-GEN-DATE-NUM            PIC 9(08).
001590     05  FT-EXP-DATE-NUM            PIC 9(08).
001600     05  FT-GEN-INTEGER             PIC 9(07) COMP.
001610     05  FT-EXP-INTEGER             PIC 9(07) COMP.
001620     05  FT-INTERVAL-DAYS           PIC S9(07) COMP.
001630     05  FT-JULIAN-DATE             PIC 9(07).
001640     05  FT-MAX-LENGTH              PIC 9(02) COMP VALUE 32.
001650     05  FT-ACTUAL-LENGTH           PIC 9(02) COMP.
001660     05  FT-MAX-INTERVAL            PIC 9(03) VALUE 999.
001670
001680     COPY PGTRLR.
001690
001700     COPY PGHSHPM.
001710
001711*****************************************************************
001712*    CYCLE STEP LOG RECORD AND FILE-ENTRY WORK AREA
001713*****************************************************************
001714     COPY PGSTEP.
001715
001720 PROCEDURE DIVISION.
001730
001740*****************************************************************
001750*    0000-MAINLINE
001760*****************************************************************
001770 0000-MAINLINE.
001780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001790
001800     PERFORM 2000-ROUTE-ONE-RECORD THRU 2000-EXIT
001810         UNTIL FT-END-OF-FEED.
001820
001830     PERFORM 7000-VERIFY-FEED-TRAILER THRU 7000-EXIT.
001840
001850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001853
001856     PERFORM 9900-LOG-CYCLE-STEP THRU 9900-EXIT.
001860
001870     STOP RUN.
001880
001890*****************************************************************
001900*    1000-INITIALIZE - ALL THREE PLATFORM FILES ARE ALWAYS
001910*    WRITTEN, SO EACH INTAKE CAN TELL "NOTHING FOR YOU TONIGHT"
001920*    FROM A MISSING TRANSFER.
001930*****************************************************************
001940 1000-INITIALIZE.
001942     MOVE SPACES TO PG-STEP-RECORD.
001944     MOVE ZERO TO PG-SR-FILE-COUNT.
001946     MOVE 'PGFEDRTE' TO PG-SR-PROGRAM.
001948     MOVE FUNCTION CURRENT-DATE TO PG-SR-START-TIME.
001950     OPEN INPUT FEED-IN-FILE.
001960     IF FT-FEEDIN-STATUS NOT = '00'
001970         DISPLAY "PGFEDRTE: CANNOT OPEN FEED-IN-FILE - STATUS "
001980             FT-FEEDIN-STATUS " - ABEND"
001990         MOVE 16 TO RETURN-CODE
002000         STOP RUN
002010     END-IF.
002020     OPEN OUTPUT DIRECTORY-FEED-FILE.
002030     IF FT-DIRFEED-STATUS NOT = '00'
002040         DISPLAY "PGFEDRTE: CANNOT OPEN DIRECTORY-FEED-FILE - "
002050             "STATUS " FT-DIRFEED-STATUS " - ABEND"
002060         MOVE 16 TO RETURN-CODE
002070         STOP RUN
002080     END-IF.
002090     OPEN OUTPUT MFSEC-FEED-FILE.
002100     IF FT-MFSFEED-STATUS NOT = '00'
002110         DISPLAY "PGFEDRTE: CANNOT OPEN MFSEC-FEED-FILE - "
002120             "STATUS " FT-MFSFEED-STATUS " - ABEND"
002130         MOVE 16 TO RETURN-CODE
002140         STOP RUN
002150     END-IF.
002160     OPEN OUTPUT KIOSK-FEED-FILE.
002170     IF FT-KSKFEED-STATUS NOT = '00'
002180         DISPLAY "PGFEDRTE: CANNOT OPEN KIOSK-FEED-FILE - "
002190             "STATUS " FT-KSKFEED-STATUS " - ABEND"
002200         MOVE 16 TO RETURN-CODE
002210         STOP RUN
002220     END-IF.
002230 1000-EXIT.
002240     EXIT.
002250
002260*****************************************************************
002270*    2000-ROUTE-ONE-RECORD - THE TARGET CODE PICKS THE OUTPUT.
002280*    A CODE NO PLATFORM OWNS MEANS THE FEED AND THE PROFILE
002290*    EDITS HAVE DRIFTED APART, AND ROUTING IT ANYWHERE WOULD
002300*    PROVISION A CREDENTIAL TO THE WRONG SYSTEM, SO IT ABENDS.
002310*****************************************************************
002320 2000-ROUTE-ONE-RECORD.
002330     READ FEED-IN-FILE
002340         AT END
002350             MOVE 'Y' TO FT-FEED-EOF-SWITCH
002360             GO TO 2000-EXIT
002370     END-READ.
002380     IF PG-FD-ACCOUNT-ID = '*TRAILER'
002390         MOVE PG-FEED-RECORD TO PG-TRAILER-RECORD
002400         MOVE PG-TL-RECORD-COUNT TO FT-EXPECT-COUNT
002410         MOVE PG-TL-HASH-TOTAL TO FT-EXPECT-HASH
002420         MOVE 'Y' TO FT-TRAILER-SEEN-SWITCH
002430         IF PG-TL-TARGET-TOTALS NUMERIC
002440             PERFORM 2050-SAVE-TARGET-EXPECT THRU 2050-EXIT
002450                 VARYING FT-TARGET-INDEX FROM 1 BY 1
002460                 UNTIL FT-TARGET-INDEX > 3
002470             MOVE 'Y' TO FT-TARGET-TOTALS-SWITCH
002480         END-IF
002490         GO TO 2000-EXIT
002500     END-IF.
002510     IF FT-TRAILER-SEEN
002520         DISPLAY "PGFEDRTE: DATA AFTER THE FEED TRAILER - ABEND"
002530         MOVE 16 TO RETURN-CODE
002540         STOP RUN
002550     END-IF.
002560     MOVE PG-FD-ACCOUNT-ID TO PG-HS-ACCOUNT-ID.
002570     CALL 'ACCOUNT-HASH' USING PG-HASH-PARMS.
002580     COMPUTE FT-HASH-TOTAL =
002590         FUNCTION MOD(FT-HASH-TOTAL + PG-HS-HASH-VALUE,
002600             1000000000).
002610     ADD 1 TO FT-RECORDS-READ.
002620
002630     IF PG-FD-GEN-DATE NOT NUMERIC
002640        OR PG-FD-EXPIRATION-DATE NOT NUMERIC
002650         DISPLAY "PGFEDRTE: BAD GENERATION OR EXPIRATION DATE "
002660             "FOR " PG-FD-ACCOUNT-ID " - ABEND"
002670         MOVE 16 TO RETURN-CODE
002680         STOP RUN
002690     END-IF.
002700
002710     IF PG-FD-DIRECTORY
002720         MOVE 1 TO FT-TARGET-INDEX
002730         PERFORM 2100-WRITE-DIRECTORY THRU 2100-EXIT
002740     ELSE
002750         IF PG-FD-MAINFRAME-SECURITY
002760             MOVE 2 TO FT-TARGET-INDEX
002770             PERFORM 2200-WRITE-MAINFRAME THRU 2200-EXIT
002780         ELSE
002790             IF PG-FD-KIOSK-PIN
002800                 MOVE 3 TO FT-TARGET-INDEX
002810                 PERFORM 2300-WRITE-KIOSK THRU 2300-EXIT
002820             ELSE
002830                 DISPLAY "PGFEDRTE: UNKNOWN TARGET PLATFORM '"
002840                     PG-FD-TARGET-PLATFORM "' FOR "
002850                     PG-FD-ACCOUNT-ID " - ABEND"
002860                 MOVE 16 TO RETURN-CODE
002870                 STOP RUN
002880             END-IF
002890         END-IF
002900     END-IF.
002910
002920     ADD 1 TO FT-TG-COUNT(FT-TARGET-INDEX).
002930     COMPUTE FT-TG-HASH(FT-TARGET-INDEX) =
002940         FUNCTION MOD(FT-TG-HASH(FT-TARGET-INDEX)
002950             + PG-HS-HASH-VALUE, 1000000000).
002960 2000-EXIT.
002970     EXIT.
002980
002990 2050-SAVE-TARGET-EXPECT.
003000     MOVE PG-TL-TARGET-COUNT(FT-TARGET-INDEX)
003010         TO FT-TG-EXPECT-COUNT(FT-TARGET-INDEX).
003020     MOVE PG-TL-TARGET-HASH(FT-TARGET-INDEX)
003030         TO FT-TG-EXPECT-HASH(FT-TARGET-INDEX).
003040 2050-EXIT.
003050     EXIT.
003060
003070*****************************************************************
003080*    2100-WRITE-DIRECTORY - THE DIRECTORY TAKES THE LAST-SET
003090*    AND EXPIRES DATES IN ISO FORM.
003100*****************************************************************
003110 2100-WRITE-DIRECTORY.
003120     MOVE SPACES TO PG-DIRECTORY-FEED-RECORD.
003130     MOVE PG-FD-ACCOUNT-ID TO PG-DR-ACCOUNT-ID.
003140     MOVE PG-FD-PASSWORD TO PG-DR-PASSWORD.
003145     MOVE PG-FD-KEY-VERSION TO PG-DR-KEY-VERSION.
003150     STRING PG-FD-GEN-DATE(1:4) "-"
003160            PG-FD-GEN-DATE(5:2) "-"
003170            PG-FD-GEN-DATE(7:2)
003180         DELIMITED BY SIZE INTO PG-DR-PWD-LAST-SET.
003190     STRING PG-FD-EXPIRATION-DATE(1:4) "-"
003200            PG-FD-EXPIRATION-DATE(5:2) "-"
003210            PG-FD-EXPIRATION-DATE(7:2)
003220         DELIMITED BY SIZE INTO PG-DR-PWD-EXPIRES.
003230     WRITE PG-DIRECTORY-FEED-RECORD.
003240 2100-EXIT.
003250     EXIT.
003260
003270*****************************************************************
003280*    2200-WRITE-MAINFRAME - THE SECURITY PRODUCT TAKES A JULIAN
003290*    GENERATION DATE AND THE INTERVAL IN DAYS TO EXPIRATION,
003300*    AND TELLS A PASSWORD (EIGHT OR FEWER) FROM A PASSWORD
003310*    PHRASE BY LENGTH.  ITS INTERVAL FIELD HOLDS AT MOST 999.
003320*****************************************************************
003330 2200-WRITE-MAINFRAME.
003340     MOVE SPACES TO PG-MFSEC-FEED-RECORD.
003350     MOVE PG-FD-ACCOUNT-ID TO PG-MS-USERID.
003360     MOVE PG-FD-PASSWORD TO PG-MS-PASSWORD.
003365     MOVE PG-FD-KEY-VERSION TO PG-MS-KEY-VERSION.
003370     PERFORM 2400-FIND-ACTUAL-LENGTH THRU 2400-EXIT.
003380     IF FT-ACTUAL-LENGTH > 8
003390         MOVE 'F' TO PG-MS-PASSWORD-TYPE
003400     ELSE
003410         MOVE 'P' TO PG-MS-PASSWORD-TYPE
003420     END-IF.
003430     MOVE PG-FD-GEN-DATE TO FT-GEN-DATE-NUM.
003440     MOVE PG-FD-EXPIRATION-DATE TO FT-EXP-DATE-NUM.
003450     COMPUTE FT-GEN-INTEGER =
003460         FUNCTION INTEGER-OF-DATE(FT-GEN-DATE-NUM).
003470     COMPUTE FT-EXP-INTEGER =
003480         FUNCTION INTEGER-OF-DATE(FT-EXP-DATE-NUM).
003490     COMPUTE FT-JULIAN-DATE =
003500         FUNCTION DAY-OF-INTEGER(FT-GEN-INTEGER).
003510     MOVE FT-JULIAN-DATE TO PG-MS-GEN-DATE.
003520     COMPUTE FT-INTERVAL-DAYS = FT-EXP-INTEGER - FT-GEN-INTEGER.
003530     IF FT-INTERVAL-DAYS < ZERO
003540         MOVE ZERO TO FT-INTERVAL-DAYS
003550     END-IF.
003560     IF FT-INTERVAL-DAYS > FT-MAX-INTERVAL
003570         MOVE FT-MAX-INTERVAL TO FT-INTERVAL-DAYS
003580     END-IF.
003590     MOVE FT-INTERVAL-DAYS TO PG-MS-INTERVAL.
003600     WRITE PG-MFSEC-FEED-RECORD.
003610 2200-EXIT.
003620     EXIT.
003630
003640*****************************************************************
003650*    2300-WRITE-KIOSK - THE DEVICE ENROLMENT JOB TAKES THE PIN
003660*    LENGTH EXPLICITLY AND THE EXPIRATION DATE AS IT STANDS.
003670*****************************************************************
003680 2300-WRITE-KIOSK.
003690     MOVE SPACES TO PG-KIOSK-FEED-RECORD.
003700     MOVE PG-FD-ACCOUNT-ID TO PG-KS-DEVICE-ID.
003710     MOVE PG-FD-PASSWORD TO PG-KS-PIN.
003715     MOVE PG-FD-KEY-VERSION TO PG-KS-KEY-VERSION.
003720     PERFORM 2400-FIND-ACTUAL-LENGTH THRU 2400-EXIT.
003730     MOVE FT-ACTUAL-LENGTH TO PG-KS-PIN-LENGTH.
003740     MOVE PG-FD-EXPIRATION-DATE TO PG-KS-EXPIRATION-DATE.
003750     WRITE PG-KIOSK-FEED-RECORD.
003760 2300-EXIT.
003770     EXIT.
003780
003790*****************************************************************
003800*    2400-FIND-ACTUAL-LENGTH - PG-FD-PASSWORD IS RIGHT-PADDED
003810*    WITH SPACES, SO THE TRUE LENGTH IS WHATEVER IS LEFT AFTER
003820*    TRIMMING TRAILING SPACES.
003830*****************************************************************
003840 2400-FIND-ACTUAL-LENGTH.
003850     MOVE FT-MAX-LENGTH TO FT-ACTUAL-LENGTH.
003860     PERFORM 2410-BACK-UP-ONE THRU 2410-EXIT
003870         UNTIL FT-ACTUAL-LENGTH = ZERO
003880            OR PG-FD-PASSWORD(FT-ACTUAL-LENGTH:1) NOT = SPACE.
003890 2400-EXIT.
003900     EXIT.
003910
003920 2410-BACK-UP-ONE.
003930     SUBTRACT 1 FROM FT-ACTUAL-LENGTH.
003940 2410-EXIT.
003950     EXIT.
003960
003970*****************************************************************
003980*    7000-VERIFY-FEED-TRAILER - THE INBOUND FEED MUST BALANCE
003990*    IN TOTAL, AND PER PLATFORM WHEN ITS TRAILER CARRIES THE
004000*    SUBTOTALS, BEFORE ANY PLATFORM FILE IS RELEASED.
004010*****************************************************************
004020 7000-VERIFY-FEED-TRAILER.
004030     IF NOT FT-TRAILER-SEEN
004040         DISPLAY "PGFEDRTE: NO CONTROL-TOTAL TRAILER ON "
004050             "FEED-IN-FILE - ABEND"
004060         MOVE 16 TO RETURN-CODE
004070         STOP RUN
004080     END-IF.
004090     IF FT-RECORDS-READ NOT = FT-EXPECT-COUNT
004100        OR FT-HASH-TOTAL NOT = FT-EXPECT-HASH
004110         DISPLAY "PGFEDRTE: FEED TRAILER OUT OF BALANCE - "
004120             "EXPECTED " FT-EXPECT-COUNT " RECORDS HASH "
004130             FT-EXPECT-HASH " GOT " FT-RECORDS-READ " HASH "
004140             FT-HASH-TOTAL " - ABEND"
004150         MOVE 16 TO RETURN-CODE
004160         STOP RUN
004170     END-IF.
004180     IF FT-TARGET-TOTALS-SEEN
004190         PERFORM 7100-VERIFY-ONE-TARGET THRU 7100-EXIT
004200             VARYING FT-TARGET-INDEX FROM 1 BY 1
004210             UNTIL FT-TARGET-INDEX > 3
004220     END-IF.
004230 7000-EXIT.
004240     EXIT.
004250
004260 7100-VERIFY-ONE-TARGET.
004270     IF FT-TG-COUNT(FT-TARGET-INDEX)
004280            NOT = FT-TG-EXPECT-COUNT(FT-TARGET-INDEX)
004290        OR FT-TG-HASH(FT-TARGET-INDEX)
004300            NOT = FT-TG-EXPECT-HASH(FT-TARGET-INDEX)
004310         DISPLAY "PGFEDRTE: FEED "
004320             FT-TARGET-NAME(FT-TARGET-INDEX)
004330             " TOTALS OUT OF BALANCE - EXPECTED "
004340             FT-TG-EXPECT-COUNT(FT-TARGET-INDEX)
004350             " RECORDS HASH "
004360             FT-TG-EXPECT-HASH(FT-TARGET-INDEX)
004370             " GOT " FT-TG-COUNT(FT-TARGET-INDEX)
004380             " HASH " FT-TG-HASH(FT-TARGET-INDEX)
004390             " - ABEND"
004400         MOVE 16 TO RETURN-CODE
004410         STOP RUN
004420     END-IF.
004430 7100-EXIT.
004440     EXIT.
004450
004460*****************************************************************
004470*    9000-TERMINATE - ONE TRAILER PER PLATFORM FILE.
004480*****************************************************************
004490 9000-TERMINATE.
004500     MOVE SPACES TO PG-TRAILER-RECORD.
004510     MOVE '*TRAILER' TO PG-TL-SENTINEL.
004520     MOVE FT-TG-COUNT(1) TO PG-TL-RECORD-COUNT.
004530     MOVE FT-TG-HASH(1) TO PG-TL-HASH-TOTAL.
004540     WRITE PG-DIRECTORY-FEED-RECORD FROM PG-TRAILER-RECORD.
004550
004560     MOVE FT-TG-COUNT(2) TO PG-TL-RECORD-COUNT.
004570     MOVE FT-TG-HASH(2) TO PG-TL-HASH-TOTAL.
004580     WRITE PG-MFSEC-FEED-RECORD FROM PG-TRAILER-RECORD.
004590
004600     MOVE FT-TG-COUNT(3) TO PG-TL-RECORD-COUNT.
004610     MOVE FT-TG-HASH(3) TO PG-TL-HASH-TOTAL.
004620     WRITE PG-KIOSK-FEED-RECORD FROM PG-TRAILER-RECORD.
004630
004640     CLOSE FEED-IN-FILE.
004650     CLOSE DIRECTORY-FEED-FILE.
004660     CLOSE MFSEC-FEED-FILE.
004670     CLOSE KIOSK-FEED-FILE.
004680     DISPLAY "PGFEDRTE: " FT-RECORDS-READ " FEED RECORDS READ".
004690     PERFORM 9100-REPORT-ONE-TARGET THRU 9100-EXIT
004700         VARYING FT-TARGET-INDEX FROM 1 BY 1
004710         UNTIL FT-TARGET-INDEX > 3.
004720 9000-EXIT.
004730     EXIT.
004740
004750 9100-REPORT-ONE-TARGET.
004760     DISPLAY "PGFEDRTE: " FT-TG-COUNT(FT-TARGET-INDEX)
004770         " RECORDS ROUTED TO " FT-TARGET-NAME(FT-TARGET-INDEX).
004780 9100-EXIT.
004790     EXIT.
004800
004810*****************************************************************
004820*    9900-LOG-CYCLE-STEP - STEP COMPLETION RECORD FOR THE CYCLE
004830*    STEP LOG (PGSTEP): THE FEED AND EACH PLATFORM FILE, WITH
004840*    THE TOTALS ON ITS TRAILER.  IN THE NIGHTLY CHAIN FEEDIN
004850*    IS THE NIGHTLY FEED, SO THE INPUT IS LOGGED AS PWDFEED TO
004860*    CARRY FORWARD FROM THE STEP THAT WROTE IT.
004870*****************************************************************
004880 9900-LOG-CYCLE-STEP.
004890     MOVE 'I' TO PG-SF-USE.
004900     MOVE 'PWDFEED' TO PG-SF-DD.
004910     MOVE FT-RECORDS-READ TO PG-SF-RECORDS.
004920     MOVE 'Y' TO PG-SF-TRAILER-SW.
004930     MOVE FT-HASH-TOTAL TO PG-SF-HASH.
004940     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
004950     PERFORM 9920-LOG-ONE-TARGET THRU 9920-EXIT
004960         VARYING FT-TARGET-INDEX FROM 1 BY 1
004970         UNTIL FT-TARGET-INDEX > 3.
004980     MOVE RETURN-CODE TO PG-SR-RETURN-CODE.
004990     CALL 'CYCLE-STEP-LOG' USING PG-STEP-RECORD.
005000 9900-EXIT.
005010     EXIT.
005020
005030*****************************************************************
005040*    9910-ADD-STEP-FILE - THE FILE ENTRY BUILT IN
005050*    PG-STEP-FILE-WORK BECOMES THE NEXT ENTRY OF THE STEP
005060*    RECORD.
005070*****************************************************************
005080 9910-ADD-STEP-FILE.
005090     IF PG-SR-FILE-COUNT NOT < 10
005100         GO TO 9910-EXIT
005110     END-IF.
005120     ADD 1 TO PG-SR-FILE-COUNT.
005130     MOVE PG-STEP-FILE-WORK
005140         TO PG-SR-FILE-ENTRY(PG-SR-FILE-COUNT).
005150 9910-EXIT.
005160     EXIT.
005170
005180*****************************************************************
005190*    9920-LOG-ONE-TARGET - ONE PLATFORM FILE, WITH THE COUNT
005200*    AND HASH WRITTEN ON ITS TRAILER IN 9000-TERMINATE.
005210*****************************************************************
005220 9920-LOG-ONE-TARGET.
005230     MOVE 'O' TO PG-SF-USE.
005240     MOVE FT-TARGET-DD-NAME(FT-TARGET-INDEX) TO PG-SF-DD.
005250     MOVE FT-TG-COUNT(FT-TARGET-INDEX) TO PG-SF-RECORDS.
005260     MOVE 'Y' TO PG-SF-TRAILER-SW.
005270     MOVE FT-TG-HASH(FT-TARGET-INDEX) TO PG-SF-HASH.
005280     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
005290 9920-EXIT.
005300     EXIT.
