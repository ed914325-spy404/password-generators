000100*****************************************************************
000110*    PROGRAM  : PGRECERT (ACCESS-RECERT)
000120*    AUTHOR    : D. OKAFOR, ACCESS CONTROL SYSTEMS GROUP
000130*    INSTALLATION : CORPORATE DATA CENTER
000140*    DATE-WRITTEN : 10/15/2026
000150*
000160*    REMARKS
000170*    QUARTERLY ACCESS RECERTIFICATION ROLL-UP.  PGAUDINQ LISTS
000180*    AUDIT ENTRIES ONE EVENT PER LINE; THE RECERTIFYING
000190*    MANAGERS WANT ONE LINE PER ACCOUNT.  EVERY ACCOUNT IN
000200*    PWDHIST GETS A LINE CARRYING -
000210*      - ITS CURRENT ACCTSTAT STATUS (AN ACCOUNT WITH NO
000220*        RECORD THERE IS ACTIVE, AS THE GENERATOR TREATS IT);
000230*      - THE PROFILE OF ITS LATEST PWDHIST ENTRY AND THAT
000240*        PROFILE'S DUAL-CONTROL FLAG FROM PROFMAST;
000250*      - THE LAST ISSUE DATE AND ITS EXPIRATION (ISSUE DATE
000260*        PLUS THE PROFILE LIFETIME, PARM DEFAULT WHEN THE
000270*        PROFILE IS BLANK OR UNKNOWN);
000280*      - ACCEPTED RESETS IN THE QUARTER FROM AUDMAST, NIGHTLY
000290*        BATCH ('B') AND HELPDESK QUEUE ('Q') APART;
000300*      - THE REQUESTOR AND APPROVER OF THE LATEST ACCEPTED
000310*        AUDMAST ENTRY.
000320*    THE REPORT (RCRTRPT) AND THE FIXED-WIDTH EXTRACT FOR THE
000330*    GRC TOOL (RCRTEXT, PGRCRT) ARE BOTH IN PROFILE ORDER -
000340*    PROFMAST ORDER, THEN PROFILES NO LONGER ON PROFMAST, THEN
000350*    ACCOUNTS ON PARM DEFAULTS.  A DUAL-CONTROL PROFILE, OR
000360*    ONE PROFMAST NO LONGER CARRIES, IS FLAGGED FOR MANDATORY
000370*    REVIEW.  A CLOSING SECTION LISTS THE ACCOUNTS WITH NO
000380*    PASSWORD ISSUE AND NO AUDIT ENTRY FOR THE DORMANT DAYS.
000390*
000400*    PWDHIST AND AUDMAST ARE BOTH READ ONCE IN KEY ORDER, SO
000410*    BOTH ARRIVE IN ACCOUNT ORDER AND THE AUDIT ENTRIES ARE
000420*    MATCHED TO THE ACCOUNT TABLE BY A FORWARD-ONLY CURSOR.
000430*    ACCTSTAT IS IN NO PARTICULAR ORDER AND IS MATCHED BY A
000440*    BINARY SEARCH OF THE SAME TABLE.  REVERSED AUDIT ENTRIES
000450*    (PGRUNBKO) ARE PASSED OVER.
000460*
000470*    THE CONTROL CARD (RCRPARM, PGRCRPM) IS OPTIONAL; WITHOUT
000480*    IT THE QUARTER IS THE LAST COMPLETED CALENDAR QUARTER.
000490*
000500*    RETURN CODES -
000510*        0 = ROLL-UP WRITTEN
000520*        4 = PWDHIST HELD NO ACCOUNTS - NOTHING TO RECERTIFY
000530*       16 = FILE OPEN FAILURE, BAD CONTROL CARD, OR TABLE
000540*            OVERFLOW
000550*
000560*    MAINTENANCE HISTORY
000570*    DATE-WRITTEN.... 10/15/2026  DLO  ORIGINAL - QUARTERLY
000580*                                      RECERTIFICATION REPORT
000590*                                      AND GRC EXTRACT
000600*****************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. ACCESS-RECERT.
000630 AUTHOR. D. OKAFOR.
000640 INSTALLATION. CORPORATE DATA CENTER.
000650 DATE-WRITTEN. 10/15/2026.
000660 DATE-COMPILED.
000670
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT OPTIONAL RECERT-PARM-FILE ASSIGN TO "RCRPARM"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS QR-PARM-STATUS.
000740
000750     SELECT PASSWORD-HISTORY-FILE ASSIGN TO "PWDHIST"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS SEQUENTIAL
000780         RECORD KEY IS PG-HI-KEY
000790         FILE STATUS IS QR-HIST-STATUS.
000800
000810     SELECT AUDIT-MASTER-FILE ASSIGN TO "AUDMAST"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS SEQUENTIAL
000840         RECORD KEY IS PG-AM-KEY
000850         FILE STATUS IS QR-MASTER-STATUS.
000860
000870     SELECT OPTIONAL ACCOUNT-STATUS-FILE ASSIGN TO "ACCTSTAT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS QR-ASTAT-STATUS.
000900
000910     SELECT OPTIONAL PROFILE-MASTER-FILE ASSIGN TO "PROFMAST"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS QR-PROF-STATUS.
000940
000950     SELECT RECERT-EXTRACT-FILE ASSIGN TO "RCRTEXT"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS QR-EXTR-STATUS.
000980
000990     SELECT RECERT-REPORT-FILE ASSIGN TO "RCRTRPT"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS QR-REPT-STATUS.
001020
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  RECERT-PARM-FILE
001060     RECORDING MODE IS F.
001070     COPY PGRCRPM.
001080
001090 FD  PASSWORD-HISTORY-FILE.
001100     COPY PGHIST.
001110
001120 FD  AUDIT-MASTER-FILE.
001130     COPY PGAUDM.
001140
001150 FD  ACCOUNT-STATUS-FILE
001160     RECORDING MODE IS F.
001170     COPY PGASTAT.
001180
001190 FD  PROFILE-MASTER-FILE
001200     RECORDING MODE IS F.
001210     COPY PGPROF.
001220
001230 FD  RECERT-EXTRACT-FILE
001240     RECORDING MODE IS F.
001250     COPY PGRCRT.
001260
001270 FD  RECERT-REPORT-FILE
001280     RECORDING MODE IS F.
001290 01  QR-REPORT-LINE                 PIC X(132).
001300
001310 WORKING-STORAGE SECTION.
001320
001330*****************************************************************
001340*    CONSTANTS
001350*****************************************************************
001360 01  QR-CONSTANTS.
001370     05  QR-DEFAULT-EXPIRE-DAYS     PIC 9(03) COMP VALUE 90.
001380     05  QR-DEFAULT-DORMANT-DAYS    PIC 9(03) COMP VALUE 365.
001390
001400*****************************************************************
001410*    SWITCHES
001420*****************************************************************
001430 01  QR-SWITCHES.
001440     05  QR-HIST-EOF-SWITCH         PIC X(01) VALUE 'N'.
001450         88  QR-END-OF-HISTORY           VALUE 'Y'.
001460     05  QR-MASTER-EOF-SWITCH       PIC X(01) VALUE 'N'.
001470         88  QR-END-OF-MASTER            VALUE 'Y'.
001480     05  QR-ASTAT-EOF-SWITCH        PIC X(01) VALUE 'N'.
001490         88  QR-END-OF-STATUSES          VALUE 'Y'.
001500     05  QR-PROFILE-EOF-SWITCH      PIC X(01) VALUE 'N'.
001510         88  QR-END-OF-PROFILES          VALUE 'Y'.
001520     05  QR-PROFILE-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001530         88  QR-PROFILE-FOUND            VALUE 'Y'.
001540     05  QR-ACCOUNT-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001550         88  QR-ACCOUNT-FOUND            VALUE 'Y'.
001560
001570*****************************************************************
001580*    FILE STATUS FIELDS
001590*****************************************************************
001600 01  QR-FILE-STATUSES.
001610     05  QR-PARM-STATUS             PIC X(02).
001620     05  QR-HIST-STATUS             PIC X(02).
001630     05  QR-MASTER-STATUS           PIC X(02).
001640     05  QR-ASTAT-STATUS            PIC X(02).
001650     05  QR-PROF-STATUS             PIC X(02).
001660     05  QR-EXTR-STATUS             PIC X(02).
001670     05  QR-REPT-STATUS             PIC X(02).
001680
001690*****************************************************************
001700*    PROFILE TABLE - CODE, LIFETIME, AND DUAL-CONTROL FLAG.
001710*    THE TABLE INDEX IS ALSO THE ACCOUNT'S REPORT GROUP; TWO
001720*    MORE GROUPS FOLLOW THE LAST PROFILE - CODES NOT ON
001730*    PROFMAST, THEN BLANK (PARM-DEFAULT) PROFILES.
001740*****************************************************************
001750 01  QR-PROFILE-TABLE.
001760     05  QR-PROFILE-COUNT           PIC 9(03) COMP VALUE ZERO.
001770     05  QR-PROFILE-MAX             PIC 9(03) COMP VALUE 50.
001780     05  QR-PROFILE-ENTRY OCCURS 50 TIMES.
001790         10  QR-PT-PROFILE-CODE     PIC X(04).
001800         10  QR-PT-EXPIRATION-DAYS  PIC 9(03).
001810         10  QR-PT-DUAL-CONTROL-SW  PIC X(01).
001820
001830*****************************************************************
001840*    ACCOUNT TABLE - ONE ENTRY PER PWDHIST ACCOUNT, LOADED IN
001850*    KEY (ACCOUNT) ORDER.
001860*****************************************************************
001870 01  QR-ACCOUNT-TABLE.
001880     05  QR-ACCT-COUNT              PIC 9(05) COMP VALUE ZERO.
001890     05  QR-ACCT-MAX                PIC 9(05) COMP VALUE 5000.
001900     05  QR-ACCT-ENTRY OCCURS 5000 TIMES.
001910         10  QR-AT-ACCOUNT-ID       PIC X(08).
001920         10  QR-AT-STATUS           PIC X(01).
001930         10  QR-AT-STATUS-ON-FILE   PIC X(01).
001940         10  QR-AT-PROFILE-CODE     PIC X(04).
001950         10  QR-AT-GROUP            PIC 9(03) COMP.
001960         10  QR-AT-DUAL-CONTROL-SW  PIC X(01).
001970         10  QR-AT-REVIEW-SW        PIC X(01).
001980         10  QR-AT-LAST-ISSUE       PIC X(08).
001990         10  QR-AT-EXPIRATION       PIC X(08).
002000         10  QR-AT-BATCH-RESETS     PIC 9(04) COMP.
002010         10  QR-AT-HELPDESK-RESETS  PIC 9(04) COMP.
002020         10  QR-AT-LAST-REQUESTOR   PIC X(08).
002030         10  QR-AT-LAST-APPROVER    PIC X(08).
002040         10  QR-AT-LAST-ACTIVITY    PIC X(08).
002050         10  QR-AT-DORMANT-SW       PIC X(01).
002060
002070*****************************************************************
002080*    SUBSCRIPTS AND SEARCH WORK
002090*****************************************************************
002100 01  QR-INDEXES.
002110     05  QR-ACCT-INDEX              PIC 9(05) COMP.
002120     05  QR-AUDIT-CURSOR            PIC 9(05) COMP VALUE 1.
002130     05  QR-PROFILE-INDEX           PIC 9(03) COMP.
002140     05  QR-GROUP-INDEX             PIC 9(03) COMP.
002150     05  QR-GROUP-LAST              PIC 9(03) COMP.
002160     05  QR-UNKNOWN-GROUP           PIC 9(03) COMP.
002170     05  QR-DEFAULT-GROUP           PIC 9(03) COMP.
002180     05  QR-SEARCH-LOW              PIC 9(05) COMP.
002190     05  QR-SEARCH-HIGH             PIC 9(05) COMP.
002200     05  QR-SEARCH-MID              PIC 9(05) COMP.
002210
002220*****************************************************************
002230*    COUNTERS
002240*****************************************************************
002250 01  QR-COUNTERS.
002260     05  QR-HISTORY-READ            PIC 9(07) COMP VALUE ZERO.
002270     05  QR-AUDIT-READ              PIC 9(07) COMP VALUE ZERO.
002280     05  QR-AUDIT-NO-HISTORY        PIC 9(07) COMP VALUE ZERO.
002290     05  QR-AUDIT-REVERSED          PIC 9(07) COMP VALUE ZERO.
002300     05  QR-STATUS-READ             PIC 9(07) COMP VALUE ZERO.
002310     05  QR-STATUS-MATCHED          PIC 9(07) COMP VALUE ZERO.
002320     05  QR-REVIEW-ACCOUNTS         PIC 9(07) COMP VALUE ZERO.
002330     05  QR-DORMANT-ACCOUNTS        PIC 9(07) COMP VALUE ZERO.
002340     05  QR-NONACTIVE-ACCOUNTS      PIC 9(07) COMP VALUE ZERO.
002350     05  QR-TOTAL-BATCH-RESETS      PIC 9(07) COMP VALUE ZERO.
002360     05  QR-TOTAL-HELPDESK-RESETS   PIC 9(07) COMP VALUE ZERO.
002370     05  QR-EXTRACT-WRITTEN         PIC 9(07) COMP VALUE ZERO.
002380     05  QR-GROUP-ACCOUNTS          PIC 9(07) COMP VALUE ZERO.
002390     05  QR-EXPIRE-DAYS-USED        PIC 9(03) COMP VALUE ZERO.
002400
002410 01  QR-TRAILER-WORK.
002420     05  QR-HASH-TOTAL              PIC 9(09) COMP VALUE ZERO.
002430
002440*****************************************************************
002450*    CONTROL-TOTAL TRAILER AND ACCOUNT-HASH PARAMETER AREAS
002460*****************************************************************
002470     COPY PGTRLR.
002480
002490     COPY PGHSHPM.
002500
002510*****************************************************************
002520*    DATE WORK - QUARTER BOUNDS AND THE DORMANT CUT-OFF AS
002530*    YYYYMMDD SO AUDIT DATES COMPARE DIRECTLY.
002540*****************************************************************
002550 01  QR-DATE-WORK.
002560     05  QR-CURRENT-DATE-TIME       PIC X(21).
002570     05  QR-TODAY-YMD               PIC 9(08).
002580     05  QR-TODAY-JULIAN            PIC 9(07) COMP.
002590     05  QR-QTR-START-YMD           PIC 9(08).
002600     05  QR-QTR-END-YMD             PIC 9(08).
002610     05  QR-QTR-START-DASHED        PIC X(10).
002620     05  QR-QTR-END-DASHED          PIC X(10).
002630     05  QR-DORMANT-DAYS            PIC 9(03) COMP.
002640     05  QR-DORMANT-CUTOFF-YMD      PIC 9(08).
002650     05  QR-WORK-YEAR               PIC 9(04).
002660     05  QR-WORK-MONTH              PIC 9(02).
002670     05  QR-WORK-QUARTER            PIC 9(01).
002680     05  QR-WORK-YMD                PIC 9(08).
002690     05  QR-WORK-JULIAN             PIC 9(07) COMP.
002700     05  QR-ENTRY-YMD               PIC X(08).
002710     05  QR-ENTRY-YMD-NUM REDEFINES QR-ENTRY-YMD
002720                                    PIC 9(08).
002730
002740 01  QR-EDIT-WORK.
002750     05  QR-COUNT-DISPLAY           PIC 9(07).
002760     05  QR-BATCH-DISPLAY           PIC 9(04).
002770     05  QR-HELPDESK-DISPLAY        PIC 9(04).
002780     05  QR-DAYS-DISPLAY            PIC 9(03).
002790     05  QR-GROUP-TITLE             PIC X(50).
002800
002810 PROCEDURE DIVISION.
002820
002830*****************************************************************
002840*    0000-MAINLINE
002850*****************************************************************
002860 0000-MAINLINE.
002870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002880
002890     PERFORM 2000-LOAD-ONE-HISTORY THRU 2000-EXIT
002900         UNTIL QR-END-OF-HISTORY.
002910
002920     PERFORM 3000-POST-ONE-AUDIT THRU 3000-EXIT
002930         UNTIL QR-END-OF-MASTER.
002940
002950     PERFORM 4000-APPLY-ONE-STATUS THRU 4000-EXIT
002960         UNTIL QR-END-OF-STATUSES.
002970
002980     PERFORM 5000-FINISH-ONE-ACCOUNT THRU 5000-EXIT
002990         VARYING QR-ACCT-INDEX FROM 1 BY 1
003000         UNTIL QR-ACCT-INDEX > QR-ACCT-COUNT.
003010
003020     PERFORM 6000-REPORT-ONE-GROUP THRU 6000-EXIT
003030         VARYING QR-GROUP-INDEX FROM 1 BY 1
003040         UNTIL QR-GROUP-INDEX > QR-GROUP-LAST.
003050
003060     PERFORM 7000-REPORT-DORMANT THRU 7000-EXIT.
003070
003080     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003090
003100     STOP RUN.
003110
003120*****************************************************************
003130*    1000-INITIALIZE
003140*****************************************************************
003150 1000-INITIALIZE.
003160     MOVE FUNCTION CURRENT-DATE TO QR-CURRENT-DATE-TIME.
003170     MOVE QR-CURRENT-DATE-TIME(1:8) TO QR-TODAY-YMD.
003180     COMPUTE QR-TODAY-JULIAN =
003190         FUNCTION INTEGER-OF-DATE(QR-TODAY-YMD).
003200
003210     PERFORM 1100-READ-RECERT-PARM THRU 1100-EXIT.
003220     PERFORM 1200-LOAD-PROFILE-TABLE THRU 1200-EXIT.
003230     COMPUTE QR-UNKNOWN-GROUP = QR-PROFILE-COUNT + 1.
003240     COMPUTE QR-DEFAULT-GROUP = QR-PROFILE-COUNT + 2.
003250     MOVE QR-DEFAULT-GROUP TO QR-GROUP-LAST.
003260
003270     OPEN INPUT PASSWORD-HISTORY-FILE.
003280     IF QR-HIST-STATUS NOT = '00'
003290         DISPLAY "PGRECERT: CANNOT OPEN PASSWORD-HISTORY-FILE "
003300             "- STATUS " QR-HIST-STATUS " - ABEND"
003310         MOVE 16 TO RETURN-CODE
003320         STOP RUN
003330     END-IF.
003340     OPEN INPUT AUDIT-MASTER-FILE.
003350     IF QR-MASTER-STATUS NOT = '00'
003360         DISPLAY "PGRECERT: CANNOT OPEN AUDIT-MASTER-FILE - "
003370             "STATUS " QR-MASTER-STATUS " - ABEND"
003380         MOVE 16 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410     OPEN INPUT ACCOUNT-STATUS-FILE.
003420     IF QR-ASTAT-STATUS NOT = '00' AND QR-ASTAT-STATUS NOT = '05'
003430         DISPLAY "PGRECERT: CANNOT OPEN ACCOUNT-STATUS-FILE - "
003440             "STATUS " QR-ASTAT-STATUS " - ABEND"
003450         MOVE 16 TO RETURN-CODE
003460         STOP RUN
003470     END-IF.
003480     OPEN OUTPUT RECERT-EXTRACT-FILE.
003490     IF QR-EXTR-STATUS NOT = '00'
003500         DISPLAY "PGRECERT: CANNOT OPEN RECERT-EXTRACT-FILE - "
003510             "STATUS " QR-EXTR-STATUS " - ABEND"
003520         MOVE 16 TO RETURN-CODE
003530         STOP RUN
003540     END-IF.
003550     OPEN OUTPUT RECERT-REPORT-FILE.
003560     IF QR-REPT-STATUS NOT = '00'
003570         DISPLAY "PGRECERT: CANNOT OPEN RECERT-REPORT-FILE - "
003580             "STATUS " QR-REPT-STATUS " - ABEND"
003590         MOVE 16 TO RETURN-CODE
003600         STOP RUN
003610     END-IF.
003620     PERFORM 1300-WRITE-REPORT-HEADING THRU 1300-EXIT.
003630 1000-EXIT.
003640     EXIT.
003650
003660*****************************************************************
003670*    1100-READ-RECERT-PARM - WITHOUT QUARTER DATES THE QUARTER
003680*    IS THE LAST COMPLETED CALENDAR QUARTER: IT ENDS THE DAY
003690*    BEFORE THE CURRENT QUARTER BEGINS.  INTEGER-OF-DATE
003700*    YIELDS ZERO FOR AN IMPOSSIBLE DATE ON THE CARD.
003710*****************************************************************
003720 1100-READ-RECERT-PARM.
003730     MOVE SPACES TO PG-RECERT-PARM-RECORD.
003740     OPEN INPUT RECERT-PARM-FILE.
003750     IF QR-PARM-STATUS NOT = '00' AND QR-PARM-STATUS NOT = '05'
003760         DISPLAY "PGRECERT: CANNOT OPEN RECERT-PARM-FILE - "
003770             "STATUS " QR-PARM-STATUS " - ABEND"
003780         MOVE 16 TO RETURN-CODE
003790         STOP RUN
003800     END-IF.
003810     READ RECERT-PARM-FILE
003820         AT END
003830             DISPLAY "PGRECERT: NO RECERT PARM CARD - LAST "
003840                 "COMPLETED QUARTER USED"
003850             MOVE SPACES TO PG-RECERT-PARM-RECORD
003860     END-READ.
003870     CLOSE RECERT-PARM-FILE.
003880
003890     IF PG-RR-DORMANT-DAYS NOT NUMERIC
003900        OR PG-RR-DORMANT-DAYS = ZERO
003910         MOVE QR-DEFAULT-DORMANT-DAYS TO QR-DORMANT-DAYS
003920     ELSE
003930         MOVE PG-RR-DORMANT-DAYS TO QR-DORMANT-DAYS
003940     END-IF.
003950     COMPUTE QR-WORK-JULIAN = QR-TODAY-JULIAN - QR-DORMANT-DAYS.
003960     COMPUTE QR-DORMANT-CUTOFF-YMD =
003970         FUNCTION DATE-OF-INTEGER(QR-WORK-JULIAN).
003980
003990     IF (PG-RR-QUARTER-START = SPACES
004000            OR PG-RR-QUARTER-START = LOW-VALUES)
004010        AND (PG-RR-QUARTER-END = SPACES
004020            OR PG-RR-QUARTER-END = LOW-VALUES)
004030         PERFORM 1110-SET-LAST-QUARTER THRU 1110-EXIT
004040     ELSE
004050         PERFORM 1120-EDIT-CARD-QUARTER THRU 1120-EXIT
004060     END-IF.
004070
004080     MOVE SPACES TO QR-QTR-START-DASHED.
004090     STRING QR-QTR-START-YMD(1:4) "-" QR-QTR-START-YMD(5:2) "-"
004100            QR-QTR-START-YMD(7:2)
004110         DELIMITED BY SIZE INTO QR-QTR-START-DASHED.
004120     MOVE SPACES TO QR-QTR-END-DASHED.
004130     STRING QR-QTR-END-YMD(1:4) "-" QR-QTR-END-YMD(5:2) "-"
004140            QR-QTR-END-YMD(7:2)
004150         DELIMITED BY SIZE INTO QR-QTR-END-DASHED.
004160 1100-EXIT.
004170     EXIT.
004180
004190 1110-SET-LAST-QUARTER.
004200     MOVE QR-TODAY-YMD(1:4) TO QR-WORK-YEAR.
004210     MOVE QR-TODAY-YMD(5:2) TO QR-WORK-MONTH.
004220     COMPUTE QR-WORK-QUARTER = (QR-WORK-MONTH - 1) / 3.
004230     COMPUTE QR-WORK-MONTH = QR-WORK-QUARTER * 3 + 1.
004240     COMPUTE QR-WORK-YMD =
004250         QR-WORK-YEAR * 10000 + QR-WORK-MONTH * 100 + 1.
004260     COMPUTE QR-WORK-JULIAN =
004270         FUNCTION INTEGER-OF-DATE(QR-WORK-YMD) - 1.
004280     COMPUTE QR-QTR-END-YMD =
004290         FUNCTION DATE-OF-INTEGER(QR-WORK-JULIAN).
004300     IF QR-WORK-MONTH = 1
004310         COMPUTE QR-QTR-START-YMD =
004320             (QR-WORK-YEAR - 1) * 10000 + 1001
004330     ELSE
004340         COMPUTE QR-QTR-START-YMD =
004350             QR-WORK-YEAR * 10000 + (QR-WORK-MONTH - 3) * 100
004360             + 1
004370     END-IF.
004380 1110-EXIT.
004390     EXIT.
004400
004410 1120-EDIT-CARD-QUARTER.
004420     IF PG-RR-QUARTER-START NOT NUMERIC
004430        OR PG-RR-QUARTER-END NOT NUMERIC
004440         DISPLAY "PGRECERT: QUARTER START '" PG-RR-QUARTER-START
004450             "' AND END '" PG-RR-QUARTER-END
004460             "' MUST BOTH BE YYYYMMDD - ABEND"
004470         MOVE 16 TO RETURN-CODE
004480         STOP RUN
004490     END-IF.
004500     MOVE PG-RR-QUARTER-START TO QR-QTR-START-YMD.
004510     MOVE PG-RR-QUARTER-END TO QR-QTR-END-YMD.
004520     IF FUNCTION INTEGER-OF-DATE(QR-QTR-START-YMD) = ZERO
004530        OR FUNCTION INTEGER-OF-DATE(QR-QTR-END-YMD) = ZERO
004540         DISPLAY "PGRECERT: QUARTER " QR-QTR-START-YMD " THRU "
004550             QR-QTR-END-YMD " NOT CALENDAR DATES - ABEND"
004560         MOVE 16 TO RETURN-CODE
004570         STOP RUN
004580     END-IF.
004590     IF QR-QTR-END-YMD < QR-QTR-START-YMD
004600         DISPLAY "PGRECERT: QUARTER END " QR-QTR-END-YMD
004610             " BEFORE START " QR-QTR-START-YMD " - ABEND"
004620         MOVE 16 TO RETURN-CODE
004630         STOP RUN
004640     END-IF.
004650 1120-EXIT.
004660     EXIT.
004670
004680*****************************************************************
004690*    1200-LOAD-PROFILE-TABLE - A MISSING MASTER LEAVES EVERY
004700*    NAMED PROFILE UNKNOWN, AND SO UNDER MANDATORY REVIEW.
004710*****************************************************************
004720 1200-LOAD-PROFILE-TABLE.
004730     MOVE ZERO TO QR-PROFILE-COUNT.
004740     MOVE 'N' TO QR-PROFILE-EOF-SWITCH.
004750     OPEN INPUT PROFILE-MASTER-FILE.
004760     IF QR-PROF-STATUS NOT = '00' AND QR-PROF-STATUS NOT = '05'
004770         DISPLAY "PGRECERT: CANNOT OPEN PROFILE-MASTER-FILE - "
004780             "STATUS " QR-PROF-STATUS " - ABEND"
004790         MOVE 16 TO RETURN-CODE
004800         STOP RUN
004810     END-IF.
004820     PERFORM 1210-LOAD-ONE-PROFILE THRU 1210-EXIT
004830         UNTIL QR-END-OF-PROFILES.
004840     CLOSE PROFILE-MASTER-FILE.
004850 1200-EXIT.
004860     EXIT.
004870
004880 1210-LOAD-ONE-PROFILE.
004890     READ PROFILE-MASTER-FILE
004900         AT END
004910             MOVE 'Y' TO QR-PROFILE-EOF-SWITCH
004920             GO TO 1210-EXIT
004930     END-READ.
004940     IF QR-PROFILE-COUNT NOT < QR-PROFILE-MAX
004950         DISPLAY "PGRECERT: MORE THAN " QR-PROFILE-MAX
004960             " PROFILE-MASTER ENTRIES - ABEND"
004970         MOVE 16 TO RETURN-CODE
004980         STOP RUN
004990     END-IF.
005000     ADD 1 TO QR-PROFILE-COUNT.
005010     MOVE PG-PF-PROFILE-CODE
005020         TO QR-PT-PROFILE-CODE(QR-PROFILE-COUNT).
005030     MOVE PG-PF-DUAL-CONTROL-SW
005040         TO QR-PT-DUAL-CONTROL-SW(QR-PROFILE-COUNT).
005050     IF PG-PF-EXPIRATION-DAYS = ZERO
005060         MOVE QR-DEFAULT-EXPIRE-DAYS
005070             TO QR-PT-EXPIRATION-DAYS(QR-PROFILE-COUNT)
005080     ELSE
005090         MOVE PG-PF-EXPIRATION-DAYS
005100             TO QR-PT-EXPIRATION-DAYS(QR-PROFILE-COUNT)
005110     END-IF.
005120 1210-EXIT.
005130     EXIT.
005140
005150 1300-WRITE-REPORT-HEADING.
005160     MOVE SPACES TO QR-REPORT-LINE.
005170     STRING "PGRECERT - QUARTERLY ACCESS RECERTIFICATION  "
005180            "QUARTER " QR-QTR-START-DASHED " THRU "
005190            QR-QTR-END-DASHED
005200            "  RUN DATE "
005210            QR-CURRENT-DATE-TIME(1:4) "-"
005220            QR-CURRENT-DATE-TIME(5:2) "-"
005230            QR-CURRENT-DATE-TIME(7:2)
005240         DELIMITED BY SIZE INTO QR-REPORT-LINE.
005250     WRITE QR-REPORT-LINE.
005260     MOVE SPACES TO QR-REPORT-LINE.
005270     MOVE QR-DORMANT-DAYS TO QR-DAYS-DISPLAY.
005280     STRING "DORMANT AFTER " QR-DAYS-DISPLAY
005290            " DAYS WITHOUT AN ISSUE OR AUDIT ENTRY"
005300         DELIMITED BY SIZE INTO QR-REPORT-LINE.
005310     WRITE QR-REPORT-LINE.
005320 1300-EXIT.
005330     EXIT.
005340
005350*****************************************************************
005360*    2000-LOAD-ONE-HISTORY - KEY ORDER BRINGS EACH ACCOUNT'S
005370*    ENTRIES TOGETHER WITH THE HIGHEST SEQUENCE LAST, SO THE
005380*    LAST ENTRY SEEN FOR AN ACCOUNT IS ITS LATEST ISSUE.
005390*****************************************************************
005400 2000-LOAD-ONE-HISTORY.
005410     READ PASSWORD-HISTORY-FILE NEXT RECORD
005420         AT END
005430             MOVE 'Y' TO QR-HIST-EOF-SWITCH
005440             GO TO 2000-EXIT
005450     END-READ.
005460     ADD 1 TO QR-HISTORY-READ.
005470     IF QR-ACCT-COUNT = ZERO
005480        OR PG-HI-ACCOUNT-ID
005490            NOT = QR-AT-ACCOUNT-ID(QR-ACCT-COUNT)
005500         PERFORM 2100-ADD-ACCOUNT THRU 2100-EXIT
005510     END-IF.
005520     MOVE PG-HI-PROFILE-CODE
005530         TO QR-AT-PROFILE-CODE(QR-ACCT-COUNT).
005540     MOVE PG-HI-GEN-DATE TO QR-AT-LAST-ISSUE(QR-ACCT-COUNT).
005550     IF PG-HI-GEN-DATE NUMERIC
005560        AND PG-HI-GEN-DATE > QR-AT-LAST-ACTIVITY(QR-ACCT-COUNT)
005570         MOVE PG-HI-GEN-DATE
005580             TO QR-AT-LAST-ACTIVITY(QR-ACCT-COUNT)
005590     END-IF.
005600 2000-EXIT.
005610     EXIT.
005620
005630 2100-ADD-ACCOUNT.
005640     IF QR-ACCT-COUNT NOT < QR-ACCT-MAX
005650         DISPLAY "PGRECERT: MORE THAN " QR-ACCT-MAX
005660             " ACCOUNTS IN PWDHIST - ABEND"
005670         MOVE 16 TO RETURN-CODE
005680         STOP RUN
005690     END-IF.
005700     ADD 1 TO QR-ACCT-COUNT.
005710     MOVE PG-HI-ACCOUNT-ID TO QR-AT-ACCOUNT-ID(QR-ACCT-COUNT).
005720     MOVE 'A' TO QR-AT-STATUS(QR-ACCT-COUNT).
005730     MOVE 'N' TO QR-AT-STATUS-ON-FILE(QR-ACCT-COUNT).
005740     MOVE SPACES TO QR-AT-PROFILE-CODE(QR-ACCT-COUNT).
005750     MOVE ZERO TO QR-AT-GROUP(QR-ACCT-COUNT).
005760     MOVE 'N' TO QR-AT-DUAL-CONTROL-SW(QR-ACCT-COUNT).
005770     MOVE 'N' TO QR-AT-REVIEW-SW(QR-ACCT-COUNT).
005780     MOVE SPACES TO QR-AT-LAST-ISSUE(QR-ACCT-COUNT).
005790     MOVE SPACES TO QR-AT-EXPIRATION(QR-ACCT-COUNT).
005800     MOVE ZERO TO QR-AT-BATCH-RESETS(QR-ACCT-COUNT).
005810     MOVE ZERO TO QR-AT-HELPDESK-RESETS(QR-ACCT-COUNT).
005820     MOVE SPACES TO QR-AT-LAST-REQUESTOR(QR-ACCT-COUNT).
005830     MOVE SPACES TO QR-AT-LAST-APPROVER(QR-ACCT-COUNT).
005840     MOVE LOW-VALUES TO QR-AT-LAST-ACTIVITY(QR-ACCT-COUNT).
005850     MOVE 'N' TO QR-AT-DORMANT-SW(QR-ACCT-COUNT).
005860 2100-EXIT.
005870     EXIT.
005880
005890*****************************************************************
005900*    3000-POST-ONE-AUDIT - THE CURSOR ONLY EVER MOVES FORWARD,
005910*    SINCE AUDMAST AND THE TABLE ARE BOTH IN ACCOUNT ORDER.
005920*    ANY ENTRY DATES ACTIVITY; ONLY AN ACCEPTED ONE COUNTS AS
005930*    A RESET OR NAMES THE LAST REQUESTOR AND APPROVER.  KEY
005940*    ORDER IS TIME ORDER WITHIN AN ACCOUNT, SO THE LAST
005950*    ACCEPTED ENTRY SEEN IS THE LATEST.
005960*****************************************************************
005970 3000-POST-ONE-AUDIT.
005980     READ AUDIT-MASTER-FILE NEXT RECORD
005990         AT END
006000             MOVE 'Y' TO QR-MASTER-EOF-SWITCH
006010             GO TO 3000-EXIT
006020     END-READ.
006030     ADD 1 TO QR-AUDIT-READ.
006040     PERFORM 3100-ADVANCE-CURSOR THRU 3100-EXIT
006050         UNTIL QR-AUDIT-CURSOR > QR-ACCT-COUNT
006060            OR QR-AT-ACCOUNT-ID(QR-AUDIT-CURSOR)
006070                NOT < PG-AM-ACCOUNT-ID.
006080     IF QR-AUDIT-CURSOR > QR-ACCT-COUNT
006090         ADD 1 TO QR-AUDIT-NO-HISTORY
006100         GO TO 3000-EXIT
006110     END-IF.
006120     IF QR-AT-ACCOUNT-ID(QR-AUDIT-CURSOR) NOT = PG-AM-ACCOUNT-ID
006130         ADD 1 TO QR-AUDIT-NO-HISTORY
006140         GO TO 3000-EXIT
006150     END-IF.
006160     IF PG-AM-REVERSED
006170         ADD 1 TO QR-AUDIT-REVERSED
006180         GO TO 3000-EXIT
006190     END-IF.
006200
006210     MOVE SPACES TO QR-ENTRY-YMD.
006220     STRING PG-AM-GEN-TIMESTAMP(1:4)
006230            PG-AM-GEN-TIMESTAMP(6:2)
006240            PG-AM-GEN-TIMESTAMP(9:2)
006250         DELIMITED BY SIZE INTO QR-ENTRY-YMD.
006260     IF QR-ENTRY-YMD NOT NUMERIC
006270         GO TO 3000-EXIT
006280     END-IF.
006290     IF QR-ENTRY-YMD > QR-AT-LAST-ACTIVITY(QR-AUDIT-CURSOR)
006300         MOVE QR-ENTRY-YMD
006310             TO QR-AT-LAST-ACTIVITY(QR-AUDIT-CURSOR)
006320     END-IF.
006330     IF NOT PG-AM-ACCEPTED
006340         GO TO 3000-EXIT
006350     END-IF.
006360     MOVE PG-AM-REQUESTOR-ID
006370         TO QR-AT-LAST-REQUESTOR(QR-AUDIT-CURSOR).
006380     MOVE PG-AM-APPROVER-ID
006390         TO QR-AT-LAST-APPROVER(QR-AUDIT-CURSOR).
006400     IF QR-ENTRY-YMD-NUM < QR-QTR-START-YMD
006410        OR QR-ENTRY-YMD-NUM > QR-QTR-END-YMD
006420         GO TO 3000-EXIT
006430     END-IF.
006440     IF PG-AM-BATCH-MODE
006450         ADD 1 TO QR-AT-BATCH-RESETS(QR-AUDIT-CURSOR)
006460         ADD 1 TO QR-TOTAL-BATCH-RESETS
006470     END-IF.
006480     IF PG-AM-QUEUE-MODE
006490         ADD 1 TO QR-AT-HELPDESK-RESETS(QR-AUDIT-CURSOR)
006500         ADD 1 TO QR-TOTAL-HELPDESK-RESETS
006510     END-IF.
006520 3000-EXIT.
006530     EXIT.
006540
006550 3100-ADVANCE-CURSOR.
006560     ADD 1 TO QR-AUDIT-CURSOR.
006570 3100-EXIT.
006580     EXIT.
006590
006600*****************************************************************
006610*    4000-APPLY-ONE-STATUS - BINARY SEARCH OF THE ACCOUNT
006620*    TABLE.  A STATUS RECORD FOR AN ACCOUNT NEVER ISSUED A
006630*    PASSWORD HAS NOTHING TO RECERTIFY.
006640*****************************************************************
006650 4000-APPLY-ONE-STATUS.
006660     READ ACCOUNT-STATUS-FILE
006670         AT END
006680             MOVE 'Y' TO QR-ASTAT-EOF-SWITCH
006690             GO TO 4000-EXIT
006700     END-READ.
006710     IF PG-AS-ACCOUNT-ID = SPACES
006720        OR PG-AS-ACCOUNT-ID = LOW-VALUES
006730         GO TO 4000-EXIT
006740     END-IF.
006750     ADD 1 TO QR-STATUS-READ.
006760     MOVE 'N' TO QR-ACCOUNT-FOUND-SWITCH.
006770     MOVE 1 TO QR-SEARCH-LOW.
006780     MOVE QR-ACCT-COUNT TO QR-SEARCH-HIGH.
006790     PERFORM 4100-PROBE-ONE-ACCOUNT THRU 4100-EXIT
006800         UNTIL QR-SEARCH-LOW > QR-SEARCH-HIGH
006810            OR QR-ACCOUNT-FOUND.
006820     IF NOT QR-ACCOUNT-FOUND
006830         GO TO 4000-EXIT
006840     END-IF.
006850     ADD 1 TO QR-STATUS-MATCHED.
006860     MOVE PG-AS-STATUS TO QR-AT-STATUS(QR-SEARCH-MID).
006870     MOVE 'Y' TO QR-AT-STATUS-ON-FILE(QR-SEARCH-MID).
006880 4000-EXIT.
006890     EXIT.
006900
006910 4100-PROBE-ONE-ACCOUNT.
006920     COMPUTE QR-SEARCH-MID = (QR-SEARCH-LOW + QR-SEARCH-HIGH) / 2.
006930     IF QR-AT-ACCOUNT-ID(QR-SEARCH-MID) = PG-AS-ACCOUNT-ID
006940         MOVE 'Y' TO QR-ACCOUNT-FOUND-SWITCH
006950         GO TO 4100-EXIT
006960     END-IF.
006970     IF QR-AT-ACCOUNT-ID(QR-SEARCH-MID) < PG-AS-ACCOUNT-ID
006980         COMPUTE QR-SEARCH-LOW = QR-SEARCH-MID + 1
006990     ELSE
007000         IF QR-SEARCH-MID = 1
007010             MOVE ZERO TO QR-SEARCH-HIGH
007020         ELSE
007030             COMPUTE QR-SEARCH-HIGH = QR-SEARCH-MID - 1
007040         END-IF
007050     END-IF.
007060 4100-EXIT.
007070     EXIT.
007080
007090*****************************************************************
007100*    5000-FINISH-ONE-ACCOUNT - PROFILE GROUP, REVIEW FLAG,
007110*    EXPIRATION, AND DORMANCY.  A PROFILE CODE PROFMAST NO
007120*    LONGER CARRIES CANNOT BE SHOWN TO BE UNPRIVILEGED, SO IT
007130*    IS REVIEWED ALONG WITH THE DUAL-CONTROL PROFILES.
007140*****************************************************************
007150 5000-FINISH-ONE-ACCOUNT.
007160     MOVE QR-DEFAULT-EXPIRE-DAYS TO QR-EXPIRE-DAYS-USED.
007170     IF QR-AT-PROFILE-CODE(QR-ACCT-INDEX) = SPACES
007180        OR QR-AT-PROFILE-CODE(QR-ACCT-INDEX) = LOW-VALUES
007190         MOVE QR-DEFAULT-GROUP TO QR-AT-GROUP(QR-ACCT-INDEX)
007200     ELSE
007210         MOVE 'N' TO QR-PROFILE-FOUND-SWITCH
007220         PERFORM 5100-MATCH-ONE-PROFILE THRU 5100-EXIT
007230             VARYING QR-PROFILE-INDEX FROM 1 BY 1
007240             UNTIL QR-PROFILE-INDEX > QR-PROFILE-COUNT
007250                OR QR-PROFILE-FOUND
007260         IF NOT QR-PROFILE-FOUND
007270             MOVE QR-UNKNOWN-GROUP TO QR-AT-GROUP(QR-ACCT-INDEX)
007280             MOVE 'Y' TO QR-AT-REVIEW-SW(QR-ACCT-INDEX)
007290         END-IF
007300     END-IF.
007310     IF QR-AT-DUAL-CONTROL-SW(QR-ACCT-INDEX) = 'Y'
007320         MOVE 'Y' TO QR-AT-REVIEW-SW(QR-ACCT-INDEX)
007330     END-IF.
007340     IF QR-AT-REVIEW-SW(QR-ACCT-INDEX) = 'Y'
007350         ADD 1 TO QR-REVIEW-ACCOUNTS
007360     END-IF.
007370     IF QR-AT-STATUS(QR-ACCT-INDEX) NOT = 'A'
007380         ADD 1 TO QR-NONACTIVE-ACCOUNTS
007390     END-IF.
007400
007410     IF QR-AT-LAST-ISSUE(QR-ACCT-INDEX) NUMERIC
007420         MOVE QR-AT-LAST-ISSUE(QR-ACCT-INDEX) TO QR-WORK-YMD
007430         COMPUTE QR-WORK-JULIAN =
007440             FUNCTION INTEGER-OF-DATE(QR-WORK-YMD)
007450             + QR-EXPIRE-DAYS-USED
007460         COMPUTE QR-WORK-YMD =
007470             FUNCTION DATE-OF-INTEGER(QR-WORK-JULIAN)
007480         MOVE QR-WORK-YMD TO QR-AT-EXPIRATION(QR-ACCT-INDEX)
007490     END-IF.
007500
007510     IF QR-AT-LAST-ACTIVITY(QR-ACCT-INDEX) = LOW-VALUES
007520         MOVE SPACES TO QR-AT-LAST-ACTIVITY(QR-ACCT-INDEX)
007530     END-IF.
007540     IF QR-AT-LAST-ACTIVITY(QR-ACCT-INDEX) NOT NUMERIC
007550         MOVE 'Y' TO QR-AT-DORMANT-SW(QR-ACCT-INDEX)
007560     ELSE
007570         MOVE QR-AT-LAST-ACTIVITY(QR-ACCT-INDEX) TO QR-WORK-YMD
007580         IF QR-WORK-YMD < QR-DORMANT-CUTOFF-YMD
007590             MOVE 'Y' TO QR-AT-DORMANT-SW(QR-ACCT-INDEX)
007600         END-IF
007610     END-IF.
007620     IF QR-AT-DORMANT-SW(QR-ACCT-INDEX) = 'Y'
007630         ADD 1 TO QR-DORMANT-ACCOUNTS
007640     END-IF.
007650 5000-EXIT.
007660     EXIT.
007670
007680 5100-MATCH-ONE-PROFILE.
007690     IF QR-PT-PROFILE-CODE(QR-PROFILE-INDEX)
007700        = QR-AT-PROFILE-CODE(QR-ACCT-INDEX)
007710         MOVE 'Y' TO QR-PROFILE-FOUND-SWITCH
007720         MOVE QR-PROFILE-INDEX TO QR-AT-GROUP(QR-ACCT-INDEX)
007730         MOVE QR-PT-EXPIRATION-DAYS(QR-PROFILE-INDEX)
007740             TO QR-EXPIRE-DAYS-USED
007750         IF QR-PT-DUAL-CONTROL-SW(QR-PROFILE-INDEX) = 'Y'
007760             MOVE 'Y' TO QR-AT-DUAL-CONTROL-SW(QR-ACCT-INDEX)
007770         END-IF
007780     END-IF.
007790 5100-EXIT.
007800     EXIT.
007810
007820*****************************************************************
007830*    6000-REPORT-ONE-GROUP - ONE PROFILE'S ACCOUNTS, IN ACCOUNT
007840*    ORDER, TO THE REPORT AND THE EXTRACT ALIKE.  A GROUP WITH
007850*    NO ACCOUNTS PRINTS NOTHING.
007860*****************************************************************
007870 6000-REPORT-ONE-GROUP.
007880     MOVE ZERO TO QR-GROUP-ACCOUNTS.
007890     PERFORM 6100-COUNT-ONE-MEMBER THRU 6100-EXIT
007900         VARYING QR-ACCT-INDEX FROM 1 BY 1
007910         UNTIL QR-ACCT-INDEX > QR-ACCT-COUNT.
007920     IF QR-GROUP-ACCOUNTS = ZERO
007930         GO TO 6000-EXIT
007940     END-IF.
007950
007960     MOVE SPACES TO QR-GROUP-TITLE.
007970     IF QR-GROUP-INDEX = QR-UNKNOWN-GROUP
007980         MOVE "PROFILE NOT ON PROFMAST - MANDATORY REVIEW"
007990             TO QR-GROUP-TITLE
008000     END-IF.
008010     IF QR-GROUP-INDEX = QR-DEFAULT-GROUP
008020         MOVE "NO PROFILE - PARM DEFAULTS" TO QR-GROUP-TITLE
008030     END-IF.
008040     IF QR-GROUP-INDEX NOT > QR-PROFILE-COUNT
008050         IF QR-PT-DUAL-CONTROL-SW(QR-GROUP-INDEX) = 'Y'
008060             STRING "PROFILE "
008070                    QR-PT-PROFILE-CODE(QR-GROUP-INDEX)
008080                    "  DUAL CONTROL - MANDATORY REVIEW"
008090                 DELIMITED BY SIZE INTO QR-GROUP-TITLE
008100         ELSE
008110             STRING "PROFILE "
008120                    QR-PT-PROFILE-CODE(QR-GROUP-INDEX)
008130                 DELIMITED BY SIZE INTO QR-GROUP-TITLE
008140         END-IF
008150     END-IF.
008160     MOVE SPACES TO QR-REPORT-LINE.
008170     WRITE QR-REPORT-LINE.
008180     MOVE SPACES TO QR-REPORT-LINE.
008190     MOVE QR-GROUP-ACCOUNTS TO QR-COUNT-DISPLAY.
008200     STRING QR-GROUP-TITLE "  ACCOUNTS " QR-COUNT-DISPLAY
008210         DELIMITED BY SIZE INTO QR-REPORT-LINE.
008220     WRITE QR-REPORT-LINE.
008230     MOVE SPACES TO QR-REPORT-LINE.
008240     STRING "ACCOUNT  ST PROF DC REVIEW LAST-ISSUE EXPIRES   "
008250            "BATCH HELPDESK REQUESTOR APPROVER LAST-ACT  "
008260            "DORMANT"
008270         DELIMITED BY SIZE INTO QR-REPORT-LINE.
008280     WRITE QR-REPORT-LINE.
008290     PERFORM 6200-WRITE-ONE-MEMBER THRU 6200-EXIT
008300         VARYING QR-ACCT-INDEX FROM 1 BY 1
008310         UNTIL QR-ACCT-INDEX > QR-ACCT-COUNT.
008320 6000-EXIT.
008330     EXIT.
008340
008350 6100-COUNT-ONE-MEMBER.
008360     IF QR-AT-GROUP(QR-ACCT-INDEX) = QR-GROUP-INDEX
008370         ADD 1 TO QR-GROUP-ACCOUNTS
008380     END-IF.
008390 6100-EXIT.
008400     EXIT.
008410
008420 6200-WRITE-ONE-MEMBER.
008430     IF QR-AT-GROUP(QR-ACCT-INDEX) NOT = QR-GROUP-INDEX
008440         GO TO 6200-EXIT
008450     END-IF.
008460     MOVE SPACES TO PG-RECERT-RECORD.
008470     MOVE QR-AT-ACCOUNT-ID(QR-ACCT-INDEX) TO PG-RX-ACCOUNT-ID.
008480     MOVE QR-AT-STATUS(QR-ACCT-INDEX) TO PG-RX-ACCOUNT-STATUS.
008490     MOVE QR-AT-STATUS-ON-FILE(QR-ACCT-INDEX)
008500         TO PG-RX-STATUS-ON-FILE-SW.
008510     MOVE QR-AT-PROFILE-CODE(QR-ACCT-INDEX)
008520         TO PG-RX-PROFILE-CODE.
008530     MOVE QR-AT-DUAL-CONTROL-SW(QR-ACCT-INDEX)
008540         TO PG-RX-DUAL-CONTROL-SW.
008550     MOVE QR-AT-REVIEW-SW(QR-ACCT-INDEX) TO PG-RX-REVIEW-SW.
008560     MOVE QR-AT-LAST-ISSUE(QR-ACCT-INDEX)
008570         TO PG-RX-LAST-ISSUE-DATE.
008580     MOVE QR-AT-EXPIRATION(QR-ACCT-INDEX)
008590         TO PG-RX-EXPIRATION-DATE.
008600     MOVE QR-AT-BATCH-RESETS(QR-ACCT-INDEX)
008610         TO PG-RX-BATCH-RESETS.
008620     MOVE QR-AT-HELPDESK-RESETS(QR-ACCT-INDEX)
008630         TO PG-RX-HELPDESK-RESETS.
008640     MOVE QR-AT-LAST-REQUESTOR(QR-ACCT-INDEX)
008650         TO PG-RX-LAST-REQUESTOR.
008660     MOVE QR-AT-LAST-APPROVER(QR-ACCT-INDEX)
008670         TO PG-RX-LAST-APPROVER.
008680     MOVE QR-AT-LAST-ACTIVITY(QR-ACCT-INDEX)
008690         TO PG-RX-LAST-ACTIVITY.
008700     MOVE QR-AT-DORMANT-SW(QR-ACCT-INDEX) TO PG-RX-DORMANT-SW.
008710     MOVE QR-QTR-END-YMD TO PG-RX-QUARTER-END.
008720     WRITE PG-RECERT-RECORD.
008730     ADD 1 TO QR-EXTRACT-WRITTEN.
008740     MOVE PG-RX-ACCOUNT-ID TO PG-HS-ACCOUNT-ID.
008750     CALL 'ACCOUNT-HASH' USING PG-HASH-PARMS.
008760     COMPUTE QR-HASH-TOTAL =
008770         FUNCTION MOD(QR-HASH-TOTAL + PG-HS-HASH-VALUE,
008780             1000000000).
008790
008800     MOVE PG-RX-BATCH-RESETS TO QR-BATCH-DISPLAY.
008810     MOVE PG-RX-HELPDESK-RESETS TO QR-HELPDESK-DISPLAY.
008820     MOVE SPACES TO QR-REPORT-LINE.
008830     STRING PG-RX-ACCOUNT-ID " "
008840            PG-RX-ACCOUNT-STATUS "  "
008850            PG-RX-PROFILE-CODE " "
008860            PG-RX-DUAL-CONTROL-SW "  "
008870            PG-RX-REVIEW-SW "      "
008880            PG-RX-LAST-ISSUE-DATE "   "
008890            PG-RX-EXPIRATION-DATE "  "
008900            QR-BATCH-DISPLAY "  "
008910            QR-HELPDESK-DISPLAY "     "
008920            PG-RX-LAST-REQUESTOR "  "
008930            PG-RX-LAST-APPROVER " "
008940            PG-RX-LAST-ACTIVITY "  "
008950            PG-RX-DORMANT-SW
008960         DELIMITED BY SIZE INTO QR-REPORT-LINE.
008970     WRITE QR-REPORT-LINE.
008980 6200-EXIT.
008990     EXIT.
009000
009010*****************************************************************
009020*    7000-REPORT-DORMANT - ACCOUNTS STILL IN PWDHIST WITH NO
009030*    ISSUE AND NO AUDIT ENTRY SINCE THE DORMANT CUT-OFF.  THEY
009040*    ARE THE FIRST CANDIDATES FOR REMOVAL AT RECERTIFICATION.
009050*****************************************************************
009060 7000-REPORT-DORMANT.
009070     MOVE SPACES TO QR-REPORT-LINE.
009080     WRITE QR-REPORT-LINE.
009090     MOVE SPACES TO QR-REPORT-LINE.
009100     MOVE QR-DORMANT-DAYS TO QR-DAYS-DISPLAY.
009110     STRING "DORMANT ACCOUNTS - NO ACTIVITY IN "
009120            QR-DAYS-DISPLAY " DAYS"
009130         DELIMITED BY SIZE INTO QR-REPORT-LINE.
009140     WRITE QR-REPORT-LINE.
009150     MOVE SPACES TO QR-REPORT-LINE.
009160     STRING "ACCOUNT  ST PROF LAST-ISSUE LAST-ACT  "
009170            "REQUESTOR"
009180         DELIMITED BY SIZE INTO QR-REPORT-LINE.
009190     WRITE QR-REPORT-LINE.
009200     PERFORM 7100-REPORT-ONE-DORMANT THRU 7100-EXIT
009210         VARYING QR-ACCT-INDEX FROM 1 BY 1
009220         UNTIL QR-ACCT-INDEX > QR-ACCT-COUNT.
009230 7000-EXIT.
009240     EXIT.
009250
009260 7100-REPORT-ONE-DORMANT.
009270     IF QR-AT-DORMANT-SW(QR-ACCT-INDEX) NOT = 'Y'
009280         GO TO 7100-EXIT
009290     END-IF.
009300     MOVE SPACES TO QR-REPORT-LINE.
009310     STRING QR-AT-ACCOUNT-ID(QR-ACCT-INDEX) " "
009320            QR-AT-STATUS(QR-ACCT-INDEX) "  "
009330            QR-AT-PROFILE-CODE(QR-ACCT-INDEX) " "
009340            QR-AT-LAST-ISSUE(QR-ACCT-INDEX) "   "
009350            QR-AT-LAST-ACTIVITY(QR-ACCT-INDEX) "  "
009360            QR-AT-LAST-REQUESTOR(QR-ACCT-INDEX)
009370         DELIMITED BY SIZE INTO QR-REPORT-LINE.
009380     WRITE QR-REPORT-LINE.
009390 7100-EXIT.
009400     EXIT.
009410
009420*****************************************************************
009430*    9000-TERMINATE
009440*****************************************************************
009450 9000-TERMINATE.
009460     MOVE SPACES TO PG-TRAILER-RECORD.
009470     MOVE '*TRAILER' TO PG-TL-SENTINEL.
009480     MOVE QR-EXTRACT-WRITTEN TO PG-TL-RECORD-COUNT.
009490     MOVE QR-HASH-TOTAL TO PG-TL-HASH-TOTAL.
009500     WRITE PG-RECERT-RECORD FROM PG-TRAILER-RECORD.
009510
009520     MOVE SPACES TO QR-REPORT-LINE.
009530     WRITE QR-REPORT-LINE.
009540     MOVE SPACES TO QR-REPORT-LINE.
009550     MOVE QR-ACCT-COUNT TO QR-COUNT-DISPLAY.
009560     STRING "ACCOUNTS RECERTIFIED         " QR-COUNT-DISPLAY
009570         DELIMITED BY SIZE INTO QR-REPORT-LINE.
009580     WRITE QR-REPORT-LINE.
009590     MOVE SPACES TO QR-REPORT-LINE.
009600     MOVE QR-REVIEW-ACCOUNTS TO QR-COUNT-DISPLAY.
009610     STRING "  MANDATORY REVIEW           " QR-COUNT-DISPLAY
009620         DELIMITED BY SIZE INTO QR-REPORT-LINE.
009630     WRITE QR-REPORT-LINE.
009640     MOVE SPACES TO QR-REPORT-LINE.
009650     MOVE QR-NONACTIVE-ACCOUNTS TO QR-COUNT-DISPLAY.
009660     STRING "  NOT ACTIVE IN ACCTSTAT     " QR-COUNT-DISPLAY
009670         DELIMITED BY SIZE INTO QR-REPORT-LINE.
009680     WRITE QR-REPORT-LINE.
009690     MOVE SPACES TO QR-REPORT-LINE.
009700     MOVE QR-DORMANT-ACCOUNTS TO QR-COUNT-DISPLAY.
009710     STRING "  DORMANT                    " QR-COUNT-DISPLAY
009720         DELIMITED BY SIZE INTO QR-REPORT-LINE.
009730     WRITE QR-REPORT-LINE.
009740     MOVE SPACES TO QR-REPORT-LINE.
009750     MOVE QR-TOTAL-BATCH-RESETS TO QR-COUNT-DISPLAY.
009760     STRING "NIGHTLY RESETS IN QUARTER    " QR-COUNT-DISPLAY
009770         DELIMITED BY SIZE INTO QR-REPORT-LINE.
009780     WRITE QR-REPORT-LINE.
009790     MOVE SPACES TO QR-REPORT-LINE.
009800     MOVE QR-TOTAL-HELPDESK-RESETS TO QR-COUNT-DISPLAY.
009810     STRING "HELPDESK RESETS IN QUARTER   " QR-COUNT-DISPLAY
009820         DELIMITED BY SIZE INTO QR-REPORT-LINE.
009830     WRITE QR-REPORT-LINE.
009840     MOVE SPACES TO QR-REPORT-LINE.
009850     MOVE QR-AUDIT-NO-HISTORY TO QR-COUNT-DISPLAY.
009860     STRING "AUDIT ENTRIES NOT IN PWDHIST " QR-COUNT-DISPLAY
009870         DELIMITED BY SIZE INTO QR-REPORT-LINE.
009880     WRITE QR-REPORT-LINE.
009890
009900     CLOSE PASSWORD-HISTORY-FILE.
009910     CLOSE AUDIT-MASTER-FILE.
009920     CLOSE ACCOUNT-STATUS-FILE.
009930     CLOSE RECERT-EXTRACT-FILE.
009940     CLOSE RECERT-REPORT-FILE.
009950     DISPLAY "PGRECERT: " QR-ACCT-COUNT " ACCOUNTS RECERTIFIED".
009960     DISPLAY "PGRECERT: " QR-REVIEW-ACCOUNTS
009970         " ACCOUNTS FOR MANDATORY REVIEW".
009980     DISPLAY "PGRECERT: " QR-DORMANT-ACCOUNTS
009990         " DORMANT ACCOUNTS".
010000     DISPLAY "PGRECERT: " QR-AUDIT-READ " AUDIT ENTRIES READ, "
010010         QR-AUDIT-NO-HISTORY " WITH NO PWDHIST ACCOUNT".
010020     IF QR-ACCT-COUNT = ZERO
010030         MOVE 04 TO RETURN-CODE
010040         DISPLAY "PGRECERT: *WARNING* PWDHIST HELD NO ACCOUNTS"
010050     END-IF.
010060 9000-EXIT.
010070     EXIT.
