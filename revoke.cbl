000100*****************************************************************
000110*    PROGRAM  : PGPWDRVK (LEAVER-REVOKE)
000120*    AUTHOR    : D. OKAFOR, ACCESS CONTROL SYSTEMS GROUP
000130*    INSTALLATION : CORPORATE DATA CENTER
000140*    DATE-WRITTEN : 10/15/2026
000150*
000160*    REMARKS
000170*    NIGHTLY LEAVER SWEEP.  THE GENERATOR ONLY LOOKS AT THE HR
000180*    ACCOUNT-STATUS MASTER BEFORE ISSUING A NEW PASSWORD;
000190*    THIS JOB LOOKS BACKWARD AT WHAT WAS ALREADY ISSUED.  FOR
000200*    EVERY ACCOUNT ACCTSTAT CARRIES AS DISABLED, SUSPENDED, OR
000210*    TERMINATED:
000220*      - THE LATEST PWDHIST ENTRY (HIGHEST SEQUENCE) GIVES THE
000230*        LAST ISSUE DATE AND PROFILE; ITS EXPIRATION IS THE
000240*        ISSUE DATE PLUS THE PROFILE LIFETIME (PARM DEFAULT
000250*        WHEN THE PROFILE IS BLANK OR UNKNOWN).  A CREDENTIAL
000260*        STILL LIVE TODAY IS WRITTEN TO THE REVOCATION FEED
000270*        (PGRVOK) FOR THE PROVISIONING INTAKE TO DISABLE.
000280*      - THE ACCOUNT'S AUDMAST ENTRIES ARE BROWSED BY KEY; ANY
000290*        ACCEPTED ISSUE ON OR AFTER THE HR STATUS DATE PRINTS
000300*        ON THE EXCEPTION REPORT WITH THE REQUESTOR AND RUN
000310*        MODE, SINCE THE ACCOUNT SHOULD HAVE BEEN BLOCKED.
000320*    AN ACCOUNT WITH NO STATUS DATE CAN STILL BE REVOKED BUT
000330*    CANNOT BE JUDGED FOR EXCEPTIONS; IT IS COUNTED.
000340*
000350*    RETURN CODES -
000360*        0 = CLEAN RUN, NO EXCEPTIONS
000370*        4 = EXCEPTIONS PRINTED - PASSWORDS ISSUED AFTER A
000380*            STATUS CHANGE
000390*       16 = FILE OPEN FAILURE OR TABLE OVERFLOW
000400*
000410*    MAINTENANCE HISTORY
000420*    DATE-WRITTEN.... 10/15/2026  DLO  ORIGINAL - LEAVER
000430*                                      REVOCATION FEED AND
000440*                                      ISSUED-AFTER-CHANGE
000450*                                      EXCEPTION REPORT
000453*    MODIFIED........ 10/15/2026  DLO  REVERSED AUDIT ENTRIES
000456*                                      ARE NOT COUNTED AS ISSUES
000460*****************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. LEAVER-REVOKE.
000490 AUTHOR. D. OKAFOR.
000500 INSTALLATION. CORPORATE DATA CENTER.
000510 DATE-WRITTEN. 10/15/2026.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT ACCOUNT-STATUS-FILE ASSIGN TO "ACCTSTAT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS RV-ASTAT-STATUS.
000600
000610     SELECT PASSWORD-HISTORY-FILE ASSIGN TO "PWDHIST"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS PG-HI-KEY
000650         FILE STATUS IS RV-HIST-STATUS.
000660
000670     SELECT AUDIT-MASTER-FILE ASSIGN TO "AUDMAST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS PG-AM-KEY
000710         FILE STATUS IS RV-MASTER-STATUS.
000720
000730     SELECT OPTIONAL PROFILE-MASTER-FILE ASSIGN TO "PROFMAST"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS RV-PROF-STATUS.
000760
000770     SELECT REVOKE-FEED-FILE ASSIGN TO "REVKFEED"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS RV-FEED-STATUS.
000800
000810     SELECT REVOKE-REPORT-FILE ASSIGN TO "REVKRPT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS RV-REPT-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  ACCOUNT-STATUS-FILE
000880     RECORDING MODE IS F.
000890     COPY PGASTAT.
000900
000910 FD  PASSWORD-HISTORY-FILE.
000920     COPY PGHIST.
000930
000940 FD  AUDIT-MASTER-FILE.
000950     COPY PGAUDM.
000960
000970 FD  PROFILE-MASTER-FILE
000980     RECORDING MODE IS F.
000990     COPY PGPROF.
001000
001010 FD  REVOKE-FEED-FILE
001020     RECORDING MODE IS F.
001030     COPY PGRVOK.
001040
001050 FD  REVOKE-REPORT-FILE
001060     RECORDING MODE IS F.
001070 01  RV-REPORT-LINE                 PIC X(132).
001080
001090 WORKING-STORAGE SECTION.
001100
001110*****************************************************************
001120*    CONSTANTS
001130*****************************************************************
001140 01  RV-CONSTANTS.
001150     05  RV-DEFAULT-EXPIRE-DAYS     PIC 9(03) COMP VALUE 90.
001160
001170*****************************************************************
001180*    SWITCHES
001190*****************************************************************
001200 01  RV-SWITCHES.
001210     05  RV-ASTAT-EOF-SWITCH        PIC X(01) VALUE 'N'.
001220         88  RV-END-OF-STATUSES          VALUE 'Y'.
001230     05  RV-PROFILE-EOF-SWITCH      PIC X(01) VALUE 'N'.
001240         88  RV-END-OF-PROFILES          VALUE 'Y'.
001250     05  RV-PROFILE-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001260         88  RV-PROFILE-FOUND            VALUE 'Y'.
001270     05  RV-HIST-DONE-SWITCH        PIC X(01) VALUE 'N'.
001280         88  RV-HISTORY-DONE             VALUE 'Y'.
001290     05  RV-HIST-FOUND-SWITCH       PIC X(01) VALUE 'N'.
001300         88  RV-HISTORY-FOUND            VALUE 'Y'.
001310     05  RV-AUDIT-DONE-SWITCH       PIC X(01) VALUE 'N'.
001320         88  RV-AUDIT-DONE               VALUE 'Y'.
001330     05  RV-ISSUED-AFTER-SWITCH     PIC X(01) VALUE 'N'.
001340         88  RV-ISSUED-AFTER             VALUE 'Y'.
001350
001360*****************************************************************
001370*    FILE STATUS FIELDS
001380*****************************************************************
001390 01  RV-FILE-STATUSES.
001400     05  RV-ASTAT-STATUS            PIC X(02).
001410     05  RV-HIST-STATUS             PIC X(02).
001420     05  RV-MASTER-STATUS           PIC X(02).
001430     05  RV-PROF-STATUS             PIC X(02).
001440     05  RV-FEED-STATUS             PIC X(02).
001450     05  RV-REPT-STATUS             PIC X(02).
001460
001470*****************************************************************
001480*    PROFILE EXPIRATION TABLE - CODE AND LIFETIME ONLY, AS THE
001490*    AGING JOB KEEPS IT.
001500*****************************************************************
001510 01  RV-PROFILE-TABLE.
001520     05  RV-PROFILE-COUNT           PIC 9(03) COMP VALUE ZERO.
001530     05  RV-PROFILE-MAX             PIC 9(03) COMP VALUE 50.
001540     05  RV-PROFILE-ENTRY OCCURS 50 TIMES.
001550         10  RV-PT-PROFILE-CODE     PIC X(04).
001560         10  RV-PT-EXPIRATION-DAYS  PIC 9(03).
001570
001580*****************************************************************
001590*    COUNTERS
001600*****************************************************************
001610 01  RV-COUNTERS.
001620     05  RV-PROFILE-INDEX           PIC 9(03) COMP.
001630     05  RV-STATUS-RECORDS          PIC 9(07) COMP VALUE ZERO.
001640     05  RV-NONACTIVE-ACCOUNTS      PIC 9(07) COMP VALUE ZERO.
001650     05  RV-NO-HISTORY              PIC 9(07) COMP VALUE ZERO.
001660     05  RV-ALREADY-EXPIRED         PIC 9(07) COMP VALUE ZERO.
001670     05  RV-REVOKES-WRITTEN         PIC 9(07) COMP VALUE ZERO.
001680     05  RV-NO-STATUS-DATE          PIC 9(07) COMP VALUE ZERO.
001690     05  RV-AUDIT-ENTRIES-READ      PIC 9(07) COMP VALUE ZERO.
001700     05  RV-EXCEPTIONS              PIC 9(07) COMP VALUE ZERO.
001710     05  RV-EXPIRE-DAYS-USED        PIC 9(03) COMP VALUE ZERO.
001720
001730*****************************************************************
001740*    CURRENT ACCOUNT - THE NON-ACTIVE STATUS RECORD AND THE
001750*    LATEST HISTORY ENTRY FOUND FOR IT.
001760*****************************************************************
001770 01  RV-ACCOUNT-WORK.
001780     05  RV-AC-ACCOUNT-ID           PIC X(08).
001790     05  RV-AC-STATUS               PIC X(01).
001800     05  RV-AC-STATUS-DATE          PIC X(08).
001810     05  RV-AC-STATUS-DASHED        PIC X(10).
001820     05  RV-AC-PROFILE-CODE         PIC X(04).
001830     05  RV-AC-LAST-GEN-DATE        PIC X(08).
001840     05  RV-AC-EXPIRATION-YMD       PIC 9(08).
001850
001860 01  RV-TRAILER-WORK.
001870     05  RV-HASH-TOTAL              PIC 9(09) COMP VALUE ZERO.
001880
001890*****************************************************************
001900*    CONTROL-TOTAL TRAILER AND ACCOUNT-HASH PARAMETER AREAS
001910*****************************************************************
001920     COPY PGTRLR.
001930
001940     COPY PGHSHPM.
001950
001960 01  RV-DATE-WORK.
001970     05  RV-CURRENT-DATE-TIME       PIC X(21).
001980     05  RV-TODAY-YMD               PIC 9(08).
001990     05  RV-TODAY-JULIAN            PIC 9(07) COMP.
002000     05  RV-GEN-DATE-NUM            PIC 9(08).
002010     05  RV-EXPIRE-JULIAN           PIC 9(07) COMP.
002020
002030 01  RV-EDIT-WORK.
002040     05  RV-COUNT-DISPLAY           PIC 9(07).
002050
002060 PROCEDURE DIVISION.
002070
002080*****************************************************************
002090*    0000-MAINLINE - ONE PASS OF THE STATUS MASTER; EACH
002100*    NON-ACTIVE ACCOUNT DRIVES A KEYED LOOK INTO PWDHIST AND
002110*    AUDMAST.
002120*****************************************************************
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150
002160     PERFORM 2000-PROCESS-ONE-STATUS THRU 2000-EXIT
002170         UNTIL RV-END-OF-STATUSES.
002180
002190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002200
002210     STOP RUN.
002220
002230*****************************************************************
002240*    1000-INITIALIZE
002250*****************************************************************
002260 1000-INITIALIZE.
002270     MOVE FUNCTION CURRENT-DATE TO RV-CURRENT-DATE-TIME.
002280     MOVE RV-CURRENT-DATE-TIME(1:8) TO RV-TODAY-YMD.
002290     COMPUTE RV-TODAY-JULIAN =
002300         FUNCTION INTEGER-OF-DATE(RV-TODAY-YMD).
002310
002320     PERFORM 1100-LOAD-PROFILE-TABLE THRU 1100-EXIT.
002330
002340     OPEN INPUT ACCOUNT-STATUS-FILE.
002350     IF RV-ASTAT-STATUS NOT = '00'
002360         DISPLAY "PGPWDRVK: CANNOT OPEN ACCOUNT-STATUS-FILE - "
002370             "STATUS " RV-ASTAT-STATUS " - ABEND"
002380         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002400     END-IF.
002410     OPEN INPUT PASSWORD-HISTORY-FILE.
002420     IF RV-HIST-STATUS NOT = '00'
002430         DISPLAY "PGPWDRVK: CANNOT OPEN PASSWORD-HISTORY-FILE "
002440             "- STATUS " RV-HIST-STATUS " - ABEND"
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN
002470     END-IF.
002480     OPEN INPUT AUDIT-MASTER-FILE.
002490     IF RV-MASTER-STATUS NOT = '00'
002500         DISPLAY "PGPWDRVK: CANNOT OPEN AUDIT-MASTER-FILE - "
002510             "STATUS " RV-MASTER-STATUS " - ABEND"
002520         MOVE 16 TO RETURN-CODE
002530         STOP RUN
002540     END-IF.
002550     OPEN OUTPUT REVOKE-FEED-FILE.
002560     IF RV-FEED-STATUS NOT = '00'
002570         DISPLAY "PGPWDRVK: CANNOT OPEN REVOKE-FEED-FILE - "
002580             "STATUS " RV-FEED-STATUS " - ABEND"
002590         MOVE 16 TO RETURN-CODE
002600         STOP RUN
002610     END-IF.
002620     OPEN OUTPUT REVOKE-REPORT-FILE.
002630     IF RV-REPT-STATUS NOT = '00'
002640         DISPLAY "PGPWDRVK: CANNOT OPEN REVOKE-REPORT-FILE - "
002650             "STATUS " RV-REPT-STATUS " - ABEND"
002660         MOVE 16 TO RETURN-CODE
002670         STOP RUN
002680     END-IF.
002690     PERFORM 1200-WRITE-REPORT-HEADING THRU 1200-EXIT.
002700 1000-EXIT.
002710     EXIT.
002720
002730*****************************************************************
002740*    1100-LOAD-PROFILE-TABLE - ONLY EXPIRATION DAYS ARE TAKEN.
002750*    A MISSING MASTER MEANS EVERY ACCOUNT EXPIRES UNDER THE
002760*    DEFAULT LIFETIME.
002770*****************************************************************
002780 1100-LOAD-PROFILE-TABLE.
002790     MOVE ZERO TO RV-PROFILE-COUNT.
002800     MOVE 'N' TO RV-PROFILE-EOF-SWITCH.
002810     OPEN INPUT PROFILE-MASTER-FILE.
002820     IF RV-PROF-STATUS NOT = '00' AND RV-PROF-STATUS NOT = '05'
002830         DISPLAY "PGPWDRVK: CANNOT OPEN PROFILE-MASTER-FILE - "
002840             "STATUS " RV-PROF-STATUS " - ABEND"
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002880     PERFORM 1110-LOAD-ONE-PROFILE THRU 1110-EXIT
002890         UNTIL RV-END-OF-PROFILES.
002900     CLOSE PROFILE-MASTER-FILE.
002910 1100-EXIT.
002920     EXIT.
002930
002940 1110-LOAD-ONE-PROFILE.
002950     READ PROFILE-MASTER-FILE
002960         AT END
002970             MOVE 'Y' TO RV-PROFILE-EOF-SWITCH
002980             GO TO 1110-EXIT
002990     END-READ.
003000     IF RV-PROFILE-COUNT NOT < RV-PROFILE-MAX
003010         DISPLAY "PGPWDRVK: MORE THAN " RV-PROFILE-MAX
003020             " PROFILE-MASTER ENTRIES - ABEND"
003030         MOVE 16 TO RETURN-CODE
003040         STOP RUN
003050     END-IF.
003060     ADD 1 TO RV-PROFILE-COUNT.
003070     MOVE PG-PF-PROFILE-CODE
003080         TO RV-PT-PROFILE-CODE(RV-PROFILE-COUNT).
003090     IF PG-PF-EXPIRATION-DAYS = ZERO
003100         MOVE RV-DEFAULT-EXPIRE-DAYS
003110             TO RV-PT-EXPIRATION-DAYS(RV-PROFILE-COUNT)
003120     ELSE
003130         MOVE PG-PF-EXPIRATION-DAYS
003140             TO RV-PT-EXPIRATION-DAYS(RV-PROFILE-COUNT)
003150     END-IF.
003160 1110-EXIT.
003170     EXIT.
003180
003190 1200-WRITE-REPORT-HEADING.
003200     MOVE SPACES TO RV-REPORT-LINE.
003210     STRING "PGPWDRVK - LEAVER CREDENTIAL REVOCATION  "
003220            "RUN DATE "
003230            RV-CURRENT-DATE-TIME(1:4) "-"
003240            RV-CURRENT-DATE-TIME(5:2) "-"
003250            RV-CURRENT-DATE-TIME(7:2)
003260         DELIMITED BY SIZE INTO RV-REPORT-LINE.
003270     WRITE RV-REPORT-LINE.
003280     MOVE SPACES TO RV-REPORT-LINE.
003290     WRITE RV-REPORT-LINE.
003300     MOVE SPACES TO RV-REPORT-LINE.
003310     STRING "EXCEPTIONS - PASSWORD ISSUED ON OR AFTER THE "
003320            "ACCOUNT STATUS CHANGE"
003330         DELIMITED BY SIZE INTO RV-REPORT-LINE.
003340     WRITE RV-REPORT-LINE.
003350     MOVE SPACES TO RV-REPORT-LINE.
003360     STRING "ACCOUNT  ST STATUS-DT GENERATED                  "
003370            "MODE REQUESTOR REQUEST  REASON"
003380         DELIMITED BY SIZE INTO RV-REPORT-LINE.
003390     WRITE RV-REPORT-LINE.
003400 1200-EXIT.
003410     EXIT.
003420
003430*****************************************************************
003440*    2000-PROCESS-ONE-STATUS - ACTIVE ACCOUNTS NEED NOTHING.  A
003450*    NON-ACTIVE ACCOUNT WITH NO HISTORY WAS NEVER ISSUED A
003460*    PASSWORD AND HAS NOTHING TO REVOKE.
003470*****************************************************************
003480 2000-PROCESS-ONE-STATUS.
003490     READ ACCOUNT-STATUS-FILE
003500         AT END
003510             MOVE 'Y' TO RV-ASTAT-EOF-SWITCH
003520             GO TO 2000-EXIT
003530     END-READ.
003540     IF PG-AS-ACCOUNT-ID = SPACES
003550        OR PG-AS-ACCOUNT-ID = LOW-VALUES
003560         GO TO 2000-EXIT
003570     END-IF.
003580     ADD 1 TO RV-STATUS-RECORDS.
003590     IF PG-AS-ACTIVE
003600         GO TO 2000-EXIT
003610     END-IF.
003620     ADD 1 TO RV-NONACTIVE-ACCOUNTS.
003630
003640     MOVE PG-AS-ACCOUNT-ID TO RV-AC-ACCOUNT-ID.
003650     MOVE PG-AS-STATUS TO RV-AC-STATUS.
003660     MOVE PG-AS-STATUS-DATE TO RV-AC-STATUS-DATE.
003670     MOVE SPACES TO RV-AC-STATUS-DASHED.
003680     IF RV-AC-STATUS-DATE NUMERIC
003690         STRING RV-AC-STATUS-DATE(1:4) "-"
003700                RV-AC-STATUS-DATE(5:2) "-"
003710                RV-AC-STATUS-DATE(7:2)
003720             DELIMITED BY SIZE INTO RV-AC-STATUS-DASHED
003730     ELSE
003740         ADD 1 TO RV-NO-STATUS-DATE
003750     END-IF.
003760
003770     PERFORM 2100-FIND-LATEST-HISTORY THRU 2100-EXIT.
003780     IF NOT RV-HISTORY-FOUND
003790         ADD 1 TO RV-NO-HISTORY
003800         GO TO 2000-EXIT
003810     END-IF.
003820
003830     PERFORM 2200-SCAN-AUDIT-MASTER THRU 2200-EXIT.
003840
003850     PERFORM 2300-COMPUTE-EXPIRATION THRU 2300-EXIT.
003860     IF RV-AC-EXPIRATION-YMD < RV-TODAY-YMD
003870         ADD 1 TO RV-ALREADY-EXPIRED
003880         GO TO 2000-EXIT
003890     END-IF.
003900
003910     PERFORM 3000-WRITE-REVOKE-RECORD THRU 3000-EXIT.
003920 2000-EXIT.
003930     EXIT.
003940
003950*****************************************************************
003960*    2100-FIND-LATEST-HISTORY - POSITION AT THE ACCOUNT'S FIRST
003970*    HISTORY ENTRY AND READ TO THE ACCOUNT BREAK; KEY ORDER
003980*    LEAVES THE HIGHEST SEQUENCE LAST.
003990*****************************************************************
004000 2100-FIND-LATEST-HISTORY.
004010     MOVE 'N' TO RV-HIST-FOUND-SWITCH.
004020     MOVE 'N' TO RV-HIST-DONE-SWITCH.
004030     MOVE RV-AC-ACCOUNT-ID TO PG-HI-ACCOUNT-ID.
004040     MOVE ZERO TO PG-HI-SEQUENCE-NO.
004050     START PASSWORD-HISTORY-FILE KEY IS NOT LESS THAN PG-HI-KEY
004060         INVALID KEY
004070             GO TO 2100-EXIT
004080     END-START.
004090     PERFORM 2110-READ-ONE-HISTORY THRU 2110-EXIT
004100         UNTIL RV-HISTORY-DONE.
004110 2100-EXIT.
004120     EXIT.
004130
004140 2110-READ-ONE-HISTORY.
004150     READ PASSWORD-HISTORY-FILE NEXT RECORD
004160         AT END
004170             MOVE 'Y' TO RV-HIST-DONE-SWITCH
004180             GO TO 2110-EXIT
004190     END-READ.
004200     IF PG-HI-ACCOUNT-ID NOT = RV-AC-ACCOUNT-ID
004210         MOVE 'Y' TO RV-HIST-DONE-SWITCH
004220         GO TO 2110-EXIT
004230     END-IF.
004240     MOVE 'Y' TO RV-HIST-FOUND-SWITCH.
004250     MOVE PG-HI-PROFILE-CODE TO RV-AC-PROFILE-CODE.
004260     MOVE PG-HI-GEN-DATE TO RV-AC-LAST-GEN-DATE.
004270 2110-EXIT.
004280     EXIT.
004290
004300*****************************************************************
004310*    2200-SCAN-AUDIT-MASTER - EVERY ACCEPTED ISSUE DATED ON OR
004320*    AFTER THE HR STATUS DATE IS AN EXCEPTION.  WITHOUT A
004330*    STATUS DATE THERE IS NOTHING TO COMPARE AND THE BROWSE
004340*    IS SKIPPED.
004350*****************************************************************
004360 2200-SCAN-AUDIT-MASTER.
004370     MOVE 'N' TO RV-ISSUED-AFTER-SWITCH.
004380     MOVE 'N' TO RV-AUDIT-DONE-SWITCH.
004390     IF RV-AC-STATUS-DASHED = SPACES
004400         GO TO 2200-EXIT
004410     END-IF.
004420     MOVE RV-AC-ACCOUNT-ID TO PG-AM-ACCOUNT-ID.
004430     MOVE LOW-VALUES TO PG-AM-GEN-TIMESTAMP.
004440     MOVE ZERO TO PG-AM-LOAD-SEQ.
004450     START AUDIT-MASTER-FILE KEY IS NOT LESS THAN PG-AM-KEY
004460         INVALID KEY
004470             GO TO 2200-EXIT
004480     END-START.
004490     PERFORM 2210-READ-ONE-AUDIT THRU 2210-EXIT
004500         UNTIL RV-AUDIT-DONE.
004510 2200-EXIT.
004520     EXIT.
004530
004540 2210-READ-ONE-AUDIT.
004550     READ AUDIT-MASTER-FILE NEXT RECORD
004560         AT END
004570             MOVE 'Y' TO RV-AUDIT-DONE-SWITCH
004580             GO TO 2210-EXIT
004590     END-READ.
004600     IF PG-AM-ACCOUNT-ID NOT = RV-AC-ACCOUNT-ID
004610         MOVE 'Y' TO RV-AUDIT-DONE-SWITCH
004620         GO TO 2210-EXIT
004630     END-IF.
004640     ADD 1 TO RV-AUDIT-ENTRIES-READ.
004650     IF NOT PG-AM-ACCEPTED
004655        OR PG-AM-REVERSED
004660         GO TO 2210-EXIT
004670     END-IF.
004680     IF PG-AM-GEN-TIMESTAMP(1:10) < RV-AC-STATUS-DASHED
004690         GO TO 2210-EXIT
004700     END-IF.
004710     MOVE 'Y' TO RV-ISSUED-AFTER-SWITCH.
004720     PERFORM 8000-REPORT-EXCEPTION THRU 8000-EXIT.
004730 2210-EXIT.
004740     EXIT.
004750
004760*****************************************************************
004770*    2300-COMPUTE-EXPIRATION - LAST ISSUE DATE PLUS THE PROFILE
004780*    LIFETIME.  A HISTORY DATE THAT IS NOT NUMERIC CANNOT BE
004790*    AGED AND IS TREATED AS STILL LIVE - REVOKING AN EXPIRED
004800*    CREDENTIAL COSTS NOTHING, MISSING A LIVE ONE DOES.
004810*****************************************************************
004820 2300-COMPUTE-EXPIRATION.
004830     IF RV-AC-LAST-GEN-DATE NOT NUMERIC
004840         DISPLAY "PGPWDRVK: *WARNING* BAD GEN DATE '"
004850             RV-AC-LAST-GEN-DATE "' ON ACCOUNT "
004860             RV-AC-ACCOUNT-ID " - REVOKED UNAGED"
004870         MOVE RV-TODAY-YMD TO RV-AC-EXPIRATION-YMD
004880         GO TO 2300-EXIT
004890     END-IF.
004900     MOVE RV-AC-LAST-GEN-DATE TO RV-GEN-DATE-NUM.
004910     PERFORM 2310-RESOLVE-EXPIRE-DAYS THRU 2310-EXIT.
004920     COMPUTE RV-EXPIRE-JULIAN =
004930         FUNCTION INTEGER-OF-DATE(RV-GEN-DATE-NUM)
004940         + RV-EXPIRE-DAYS-USED.
004950     COMPUTE RV-AC-EXPIRATION-YMD =
004960         FUNCTION DATE-OF-INTEGER(RV-EXPIRE-JULIAN).
004970 2300-EXIT.
004980     EXIT.
004990
005000 2310-RESOLVE-EXPIRE-DAYS.
005010     MOVE RV-DEFAULT-EXPIRE-DAYS TO RV-EXPIRE-DAYS-USED.
005020     IF RV-AC-PROFILE-CODE = SPACES
005030        OR RV-AC-PROFILE-CODE = LOW-VALUES
005040         GO TO 2310-EXIT
005050     END-IF.
005060     MOVE 'N' TO RV-PROFILE-FOUND-SWITCH.
005070     PERFORM 2320-MATCH-ONE-PROFILE THRU 2320-EXIT
005080         VARYING RV-PROFILE-INDEX FROM 1 BY 1
005090         UNTIL RV-PROFILE-INDEX > RV-PROFILE-COUNT
005100            OR RV-PROFILE-FOUND.
005110 2310-EXIT.
005120     EXIT.
005130
005140 2320-MATCH-ONE-PROFILE.
005150     IF RV-PT-PROFILE-CODE(RV-PROFILE-INDEX)
005160        = RV-AC-PROFILE-CODE
005170         MOVE 'Y' TO RV-PROFILE-FOUND-SWITCH
005180         MOVE RV-PT-EXPIRATION-DAYS(RV-PROFILE-INDEX)
005190             TO RV-EXPIRE-DAYS-USED
005200     END-IF.
005210 2320-EXIT.
005220     EXIT.
005230
005240*****************************************************************
005250*    3000-WRITE-REVOKE-RECORD
005260*****************************************************************
005270 3000-WRITE-REVOKE-RECORD.
005280     MOVE SPACES TO PG-REVOKE-RECORD.
005290     MOVE RV-AC-ACCOUNT-ID TO PG-RV-ACCOUNT-ID.
005300     MOVE RV-AC-STATUS TO PG-RV-ACCOUNT-STATUS.
005310     MOVE RV-AC-STATUS-DATE TO PG-RV-STATUS-DATE.
005320     MOVE RV-AC-PROFILE-CODE TO PG-RV-PROFILE-CODE.
005330     MOVE RV-AC-LAST-GEN-DATE TO PG-RV-LAST-GEN-DATE.
005340     MOVE RV-AC-EXPIRATION-YMD TO PG-RV-EXPIRATION-DATE.
005350     MOVE RV-TODAY-YMD TO PG-RV-REVOKE-DATE.
005360     IF RV-ISSUED-AFTER
005370         MOVE 'Y' TO PG-RV-ISSUED-AFTER-SW
005380     ELSE
005390         MOVE 'N' TO PG-RV-ISSUED-AFTER-SW
005400     END-IF.
005410     WRITE PG-REVOKE-RECORD.
005420     ADD 1 TO RV-REVOKES-WRITTEN.
005430     MOVE RV-AC-ACCOUNT-ID TO PG-HS-ACCOUNT-ID.
005440     CALL 'ACCOUNT-HASH' USING PG-HASH-PARMS.
005450     COMPUTE RV-HASH-TOTAL =
005460         FUNCTION MOD(RV-HASH-TOTAL + PG-HS-HASH-VALUE,
005470             1000000000).
005480 3000-EXIT.
005490     EXIT.
005500
005510*****************************************************************
005520*    3100-WRITE-REVOKE-TRAILER - CONTROL-TOTAL TRAILER SO THE
005530*    INTAKE CAN PROVE THE REVOCATION FEED ARRIVED WHOLE.
005540*****************************************************************
005550 3100-WRITE-REVOKE-TRAILER.
005560     MOVE SPACES TO PG-TRAILER-RECORD.
005570     MOVE '*TRAILER' TO PG-TL-SENTINEL.
005580     MOVE RV-REVOKES-WRITTEN TO PG-TL-RECORD-COUNT.
005590     MOVE RV-HASH-TOTAL TO PG-TL-HASH-TOTAL.
005600     WRITE PG-REVOKE-RECORD FROM PG-TRAILER-RECORD.
005610 3100-EXIT.
005620     EXIT.
005630
005640*****************************************************************
005650*    8000-REPORT-EXCEPTION - ONE LINE PER ACCEPTED ISSUE AFTER
005660*    THE STATUS CHANGE: WHO ASKED, WHEN, AND WHETHER IT CAME
005670*    FROM THE NIGHTLY BATCH OR A HELPDESK QUEUE SWEEP.
005680*****************************************************************
005690 8000-REPORT-EXCEPTION.
005700     ADD 1 TO RV-EXCEPTIONS.
005710     MOVE SPACES TO RV-REPORT-LINE.
005720     STRING RV-AC-ACCOUNT-ID " "
005730            RV-AC-STATUS "  "
005740            RV-AC-STATUS-DATE "  "
005750            PG-AM-GEN-TIMESTAMP " "
005760            PG-AM-RUN-MODE "    "
005770            PG-AM-REQUESTOR-ID "  "
005780            PG-AM-REQUEST-ID " "
005790            PG-AM-REASON-CODE
005800         DELIMITED BY SIZE INTO RV-REPORT-LINE.
005810     WRITE RV-REPORT-LINE.
005820 8000-EXIT.
005830     EXIT.
005840
005850*****************************************************************
005860*    9000-TERMINATE - RETURN CODE 4 WHEN ANY PASSWORD WENT OUT
005870*    AFTER A STATUS CHANGE, SO THE MORNING STACK GETS A LOOK.
005880*****************************************************************
005890 9000-TERMINATE.
005900     PERFORM 3100-WRITE-REVOKE-TRAILER THRU 3100-EXIT.
005910     MOVE SPACES TO RV-REPORT-LINE.
005920     WRITE RV-REPORT-LINE.
005930     MOVE SPACES TO RV-REPORT-LINE.
005940     MOVE RV-NONACTIVE-ACCOUNTS TO RV-COUNT-DISPLAY.
005950     STRING "NON-ACTIVE ACCOUNTS          " RV-COUNT-DISPLAY
005960         DELIMITED BY SIZE INTO RV-REPORT-LINE.
005970     WRITE RV-REPORT-LINE.
005980     MOVE SPACES TO RV-REPORT-LINE.
005990     MOVE RV-NO-HISTORY TO RV-COUNT-DISPLAY.
006000     STRING "  NEVER ISSUED A PASSWORD   " RV-COUNT-DISPLAY
006010         DELIMITED BY SIZE INTO RV-REPORT-LINE.
006020     WRITE RV-REPORT-LINE.
006030     MOVE SPACES TO RV-REPORT-LINE.
006040     MOVE RV-ALREADY-EXPIRED TO RV-COUNT-DISPLAY.
006050     STRING "  PASSWORD ALREADY EXPIRED  " RV-COUNT-DISPLAY
006060         DELIMITED BY SIZE INTO RV-REPORT-LINE.
006070     WRITE RV-REPORT-LINE.
006080     MOVE SPACES TO RV-REPORT-LINE.
006090     MOVE RV-REVOKES-WRITTEN TO RV-COUNT-DISPLAY.
006100     STRING "  REVOCATIONS WRITTEN       " RV-COUNT-DISPLAY
006110         DELIMITED BY SIZE INTO RV-REPORT-LINE.
006120     WRITE RV-REPORT-LINE.
006130     MOVE SPACES TO RV-REPORT-LINE.
006140     MOVE RV-NO-STATUS-DATE TO RV-COUNT-DISPLAY.
006150     STRING "  NO STATUS DATE - UNJUDGED " RV-COUNT-DISPLAY
006160         DELIMITED BY SIZE INTO RV-REPORT-LINE.
006170     WRITE RV-REPORT-LINE.
006180     MOVE SPACES TO RV-REPORT-LINE.
006190     MOVE RV-EXCEPTIONS TO RV-COUNT-DISPLAY.
006200     STRING "ISSUED AFTER STATUS CHANGE   " RV-COUNT-DISPLAY
006210         DELIMITED BY SIZE INTO RV-REPORT-LINE.
006220     WRITE RV-REPORT-LINE.
006230     CLOSE ACCOUNT-STATUS-FILE.
006240     CLOSE PASSWORD-HISTORY-FILE.
006250     CLOSE AUDIT-MASTER-FILE.
006260     CLOSE REVOKE-FEED-FILE.
006270     CLOSE REVOKE-REPORT-FILE.
006280     DISPLAY "PGPWDRVK: " RV-NONACTIVE-ACCOUNTS
006290         " NON-ACTIVE ACCOUNTS".
006300     DISPLAY "PGPWDRVK: " RV-REVOKES-WRITTEN
006310         " REVOCATIONS WRITTEN".
006320     DISPLAY "PGPWDRVK: " RV-EXCEPTIONS
006330         " PASSWORDS ISSUED AFTER STATUS CHANGE".
006340     IF RV-EXCEPTIONS > ZERO
006350         MOVE 04 TO RETURN-CODE
006360         DISPLAY "PGPWDRVK: *WARNING* PASSWORDS ISSUED TO "
006370             "NON-ACTIVE ACCOUNTS - SEE REVKRPT"
006380     END-IF.
006390 9000-EXIT.
006400     EXIT.
