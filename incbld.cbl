000100*****************************************************************
000110*    PROGRAM  : PGINCBLD (INCIDENT-BUILD)
000120*    AUTHOR    : D. OKAFOR, ACCESS CONTROL SYSTEMS GROUP
000130*    INSTALLATION : CORPORATE DATA CENTER
000140*    DATE-WRITTEN : 10/15/2026
000150*
000160*    REMARKS
000170*    INCIDENT MASS-RESET BUILDER.  WHEN SECURITY DECLARES AN
000180*    INCIDENT A WHOLE POPULATION MUST BE FORCE-RESET AT ONCE.
000190*    THIS JOB BUILDS THE ACCOUNT FILE FOR THAT RUN FROM THE
000200*    INCIDENT CONTROL CARD (INCPARM, PGINCPM) INSTEAD OF BY
000210*    HAND.  THE CARD SELECTS ONE OF -
000220*      - EVERY ACCOUNT UNDER ONE PROFILE CODE (LATEST PWDHIST
000230*        ENTRY; THE CODE MUST BE ON PROFMAST);
000240*      - EVERY ACCOUNT ONE REQUESTOR RESET IN A DATE RANGE
000250*        (ACCEPTED, UNREVERSED AUDMAST ENTRIES);
000260*      - A LIST OF ACCOUNT IDS FROM THE INVESTIGATORS (INCLIST).
000270*    ONLY ACCOUNTS IN PWDHIST ARE BUILT - AN ACCOUNT THIS
000280*    SYSTEM NEVER ISSUED A PASSWORD HAS NONE TO COMPROMISE - AND
000290*    EACH CARRIES THE PROFILE OF ITS LATEST PWDHIST ENTRY.  AN
000300*    ACCOUNT ACCTSTAT SHOWS AS NOT ACTIVE IS DROPPED; ONE WITH
000310*    NO ACCTSTAT RECORD IS ACTIVE, AS THE GENERATOR TREATS IT.
000320*
000330*    THE OUTPUT IS A TRAILERED ACCOUNT FILE (ACCTIN, PGACCT) IN
000340*    ACCOUNT ORDER WITH THE INCIDENT ID ON EVERY RECORD.  IT
000350*    GOES TO THE GENERATOR THROUGH PGACCEDT (AS ACCTRAW) OR
000360*    PGACCSPL; THE GENERATOR CARRIES THE INCIDENT ID TO THE
000370*    AUDIT TRAIL AND PGPWDNTF TELLS EACH USER WHY THEY WERE
000380*    RESET.  THE REPORT (INCRPT) LISTS EVERY ACCOUNT BUILT OR
000390*    DROPPED AND WHY.
000400*
000410*    PWDHIST AND AUDMAST ARE READ IN KEY ORDER, SO THE AUDIT
000420*    ENTRIES ARE MATCHED TO THE ACCOUNT TABLE BY A FORWARD-ONLY
000430*    CURSOR; THE LIST AND ACCTSTAT ARE MATCHED BY A BINARY
000440*    SEARCH OF THE SAME TABLE.
000450*
000460*    RETURN CODES -
000470*        0 = ACCOUNT FILE BUILT
000480*        4 = NOTHING SELECTED (EMPTY, TRAILERED FILE), OR SOME
000490*            LISTED OR AUDITED ACCOUNTS ARE NOT IN PWDHIST
000500*       16 = FILE OPEN FAILURE, BAD CONTROL CARD, OR TABLE
000510*            OVERFLOW
000520*
000530*    MAINTENANCE HISTORY
000540*    DATE-WRITTEN.... 10/15/2026  DLO  ORIGINAL - INCIDENT-
000550*                                      DRIVEN MASS RESET
000560*                                      ACCOUNT FILE BUILDER
000570*****************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. INCIDENT-BUILD.
000600 AUTHOR. D. OKAFOR.
000610 INSTALLATION. CORPORATE DATA CENTER.
000620 DATE-WRITTEN. 10/15/2026.
000630 DATE-COMPILED.
000640
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT INCIDENT-PARM-FILE ASSIGN TO "INCPARM"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS IB-PARM-STATUS.
000710
000720     SELECT OPTIONAL INCIDENT-LIST-FILE ASSIGN TO "INCLIST"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS IB-LIST-STATUS.
000750
000760     SELECT PASSWORD-HISTORY-FILE ASSIGN TO "PWDHIST"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS SEQUENTIAL
000790         RECORD KEY IS PG-HI-KEY
000800         FILE STATUS IS IB-HIST-STATUS.
000810
000820     SELECT AUDIT-MASTER-FILE ASSIGN TO "AUDMAST"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS SEQUENTIAL
000850         RECORD KEY IS PG-AM-KEY
000860         FILE STATUS IS IB-MASTER-STATUS.
000870
000880     SELECT OPTIONAL ACCOUNT-STATUS-FILE ASSIGN TO "ACCTSTAT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS IB-ASTAT-STATUS.
000910
000920     SELECT OPTIONAL PROFILE-MASTER-FILE ASSIGN TO "PROFMAST"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS IB-PROF-STATUS.
000950
000960     SELECT ACCOUNT-OUT-FILE ASSIGN TO "ACCTIN"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS IB-ACCT-STATUS.
000990
001000     SELECT INCIDENT-REPORT-FILE ASSIGN TO "INCRPT"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS IB-REPT-STATUS.
001030
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  INCIDENT-PARM-FILE
001070     RECORDING MODE IS F.
001080     COPY PGINCPM.
001090
001100 FD  INCIDENT-LIST-FILE
001110     RECORDING MODE IS F.
001120 01  IB-LIST-RECORD.
001130     05  IB-LS-ACCOUNT-ID           PIC X(08).
001140     05  FILLER                     PIC X(72).
001150
001160 FD  PASSWORD-HISTORY-FILE.
001170     COPY PGHIST.
001180
001190 FD  AUDIT-MASTER-FILE.
001200     COPY PGAUDM.
001210
001220 FD  ACCOUNT-STATUS-FILE
001230     RECORDING MODE IS F.
001240     COPY PGASTAT.
001250
001260 FD  PROFILE-MASTER-FILE
001270     RECORDING MODE IS F.
001280     COPY PGPROF.
001290
001300 FD  ACCOUNT-OUT-FILE
001310     RECORDING MODE IS F.
001320     COPY PGACCT.
001330
001340 FD  INCIDENT-REPORT-FILE
001350     RECORDING MODE IS F.
001360 01  IB-REPORT-LINE                 PIC X(132).
001370
001380 WORKING-STORAGE SECTION.
001390
001400*****************************************************************
001410*    SWITCHES
001420*****************************************************************
001430 01  IB-SWITCHES.
001440     05  IB-LIST-EOF-SWITCH         PIC X(01) VALUE 'N'.
001450         88  IB-END-OF-LIST              VALUE 'Y'.
001460     05  IB-HIST-EOF-SWITCH         PIC X(01) VALUE 'N'.
001470         88  IB-END-OF-HISTORY           VALUE 'Y'.
001480     05  IB-MASTER-EOF-SWITCH       PIC X(01) VALUE 'N'.
001490         88  IB-END-OF-MASTER            VALUE 'Y'.
001500     05  IB-ASTAT-EOF-SWITCH        PIC X(01) VALUE 'N'.
001510         88  IB-END-OF-STATUSES          VALUE 'Y'.
001520     05  IB-PROFILE-EOF-SWITCH      PIC X(01) VALUE 'N'.
001530         88  IB-END-OF-PROFILES          VALUE 'Y'.
001540     05  IB-PROFILE-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001550         88  IB-PROFILE-FOUND            VALUE 'Y'.
001560     05  IB-ACCOUNT-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001570         88  IB-ACCOUNT-FOUND            VALUE 'Y'.
001580
001590*****************************************************************
001600*    FILE STATUS FIELDS
001610*****************************************************************
001620 01  IB-FILE-STATUSES.
001630     05  IB-PARM-STATUS             PIC X(02).
001640     05  IB-LIST-STATUS             PIC X(02).
001650     05  IB-HIST-STATUS             PIC X(02).
001660     05  IB-MASTER-STATUS           PIC X(02).
001670     05  IB-ASTAT-STATUS            PIC X(02).
001680     05  IB-PROF-STATUS             PIC X(02).
001690     05  IB-ACCT-STATUS             PIC X(02).
001700     05  IB-REPT-STATUS             PIC X(02).
001710
001720*****************************************************************
001730*    ACCOUNT TABLE - ONE ENTRY PER PWDHIST ACCOUNT, LOADED IN
001740*    KEY (ACCOUNT) ORDER.  IB-AT-STATUS IS SPACES UNTIL AN
001750*    ACCTSTAT RECORD IS FOUND FOR A SELECTED ACCOUNT.
001760*****************************************************************
001770 01  IB-ACCOUNT-TABLE.
001780     05  IB-ACCT-COUNT              PIC 9(05) COMP VALUE ZERO.
001790     05  IB-ACCT-MAX                PIC 9(05) COMP VALUE 5000.
001800     05  IB-ACCT-ENTRY OCCURS 5000 TIMES.
001810         10  IB-AT-ACCOUNT-ID       PIC X(08).
001820         10  IB-AT-PROFILE-CODE     PIC X(04).
001830         10  IB-AT-SELECTED-SW      PIC X(01).
001840         10  IB-AT-STATUS           PIC X(01).
001850
001860*****************************************************************
001870*    SUBSCRIPTS AND SEARCH WORK
001880*****************************************************************
001890 01  IB-INDEXES.
001900     05  IB-ACCT-INDEX              PIC 9(05) COMP.
001910     05  IB-AUDIT-CURSOR            PIC 9(05) COMP VALUE 1.
001920     05  IB-SEARCH-LOW              PIC 9(05) COMP.
001930     05  IB-SEARCH-HIGH             PIC 9(05) COMP.
001940     05  IB-SEARCH-MID              PIC 9(05) COMP.
001950     05  IB-SEARCH-ACCOUNT-ID       PIC X(08).
001960     05  IB-LAST-MISSING-ID         PIC X(08) VALUE SPACES.
001970
001980*****************************************************************
001990*    COUNTERS
002000*****************************************************************
002010 01  IB-COUNTERS.
002020     05  IB-HISTORY-READ            PIC 9(07) COMP VALUE ZERO.
002030     05  IB-AUDIT-READ              PIC 9(07) COMP VALUE ZERO.
002040     05  IB-AUDIT-MATCHED           PIC 9(07) COMP VALUE ZERO.
002050     05  IB-LIST-READ               PIC 9(07) COMP VALUE ZERO.
002060     05  IB-ACCOUNTS-SELECTED       PIC 9(07) COMP VALUE ZERO.
002070     05  IB-NOT-IN-HISTORY          PIC 9(07) COMP VALUE ZERO.
002080     05  IB-NOT-ACTIVE              PIC 9(07) COMP VALUE ZERO.
002090     05  IB-ACCOUNTS-WRITTEN        PIC 9(07) COMP VALUE ZERO.
002100
002110 01  IB-TRAILER-WORK.
002120     05  IB-HASH-TOTAL              PIC 9(09) COMP VALUE ZERO.
002130
002140*****************************************************************
002150*    CONTROL-TOTAL TRAILER AND ACCOUNT-HASH PARAMETER AREAS
002160*****************************************************************
002170     COPY PGTRLR.
002180
002190     COPY PGHSHPM.
002200
002210*****************************************************************
002220*    DATE WORK - THE REQUESTOR RANGE AS YYYYMMDD SO AUDIT DATES
002230*    COMPARE DIRECTLY.
002240*****************************************************************
002250 01  IB-DATE-WORK.
002260     05  IB-CURRENT-DATE-TIME       PIC X(21).
002270     05  IB-FROM-YMD                PIC 9(08) VALUE ZERO.
002280     05  IB-TO-YMD                  PIC 9(08) VALUE ZERO.
002290     05  IB-ENTRY-YMD               PIC X(08).
002300     05  IB-ENTRY-YMD-NUM REDEFINES IB-ENTRY-YMD
002310                                    PIC 9(08).
002320
002330 01  IB-EDIT-WORK.
002340     05  IB-COUNT-DISPLAY           PIC 9(07).
002350     05  IB-ACTION-TEXT             PIC X(40).
002360
002370 PROCEDURE DIVISION.
002380
002390*****************************************************************
002400*    0000-MAINLINE
002410*****************************************************************
002420 0000-MAINLINE.
002430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002440
002450     PERFORM 2000-LOAD-ONE-HISTORY THRU 2000-EXIT
002460         UNTIL IB-END-OF-HISTORY.
002470
002480     PERFORM 3000-SELECT-ACCOUNTS THRU 3000-EXIT.
002490
002500     PERFORM 4000-APPLY-ONE-STATUS THRU 4000-EXIT
002510         UNTIL IB-END-OF-STATUSES.
002520
002530     PERFORM 5000-WRITE-ONE-ACCOUNT THRU 5000-EXIT
002540         VARYING IB-ACCT-INDEX FROM 1 BY 1
002550         UNTIL IB-ACCT-INDEX > IB-ACCT-COUNT.
002560
002570     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002580
002590     STOP RUN.
002600
002610*****************************************************************
002620*    1000-INITIALIZE
002630*****************************************************************
002640 1000-INITIALIZE.
002650     MOVE FUNCTION CURRENT-DATE TO IB-CURRENT-DATE-TIME.
002660     PERFORM 1100-READ-INCIDENT-PARM THRU 1100-EXIT.
002670     IF PG-IC-BY-PROFILE
002680         PERFORM 1200-CHECK-PROFILE-MASTER THRU 1200-EXIT
002690     END-IF.
002700
002710     OPEN INPUT PASSWORD-HISTORY-FILE.
002720     IF IB-HIST-STATUS NOT = '00'
002730         DISPLAY "PGINCBLD: CANNOT OPEN PASSWORD-HISTORY-FILE "
002740             "- STATUS " IB-HIST-STATUS " - ABEND"
002750         MOVE 16 TO RETURN-CODE
002760         STOP RUN
002770     END-IF.
002780     OPEN INPUT ACCOUNT-STATUS-FILE.
002790     IF IB-ASTAT-STATUS NOT = '00' AND IB-ASTAT-STATUS NOT = '05'
002800         DISPLAY "PGINCBLD: CANNOT OPEN ACCOUNT-STATUS-FILE - "
002810             "STATUS " IB-ASTAT-STATUS " - ABEND"
002820         MOVE 16 TO RETURN-CODE
002830         STOP RUN
002840     END-IF.
002850     OPEN OUTPUT ACCOUNT-OUT-FILE.
002860     IF IB-ACCT-STATUS NOT = '00'
002870         DISPLAY "PGINCBLD: CANNOT OPEN ACCOUNT-OUT-FILE - "
002880             "STATUS " IB-ACCT-STATUS " - ABEND"
002890         MOVE 16 TO RETURN-CODE
002900         STOP RUN
002910     END-IF.
002920     OPEN OUTPUT INCIDENT-REPORT-FILE.
002930     IF IB-REPT-STATUS NOT = '00'
002940         DISPLAY "PGINCBLD: CANNOT OPEN INCIDENT-REPORT-FILE - "
002950             "STATUS " IB-REPT-STATUS " - ABEND"
002960         MOVE 16 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990     PERFORM 1300-WRITE-REPORT-HEADING THRU 1300-EXIT.
003000 1000-EXIT.
003010     EXIT.
003020
003030*****************************************************************
003040*    1100-READ-INCIDENT-PARM - NO DEFAULTS BUT THE REQUESTOR
003050*    RANGE'S TO DATE.  ANY CARD THAT DOES NOT SAY EXACTLY WHO
003060*    TO RESET IS REFUSED.  INTEGER-OF-DATE YIELDS ZERO FOR AN
003070*    IMPOSSIBLE DATE.
003080*****************************************************************
003090 1100-READ-INCIDENT-PARM.
003100     OPEN INPUT INCIDENT-PARM-FILE.
003110     IF IB-PARM-STATUS NOT = '00'
003120         DISPLAY "PGINCBLD: NO INCIDENT PARM CARD - STATUS "
003130             IB-PARM-STATUS " - ABEND"
003140         MOVE 16 TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170     READ INCIDENT-PARM-FILE
003180         AT END
003190             MOVE SPACES TO PG-INCIDENT-PARM-RECORD
003200     END-READ.
003210     CLOSE INCIDENT-PARM-FILE.
003220
003230     IF PG-IC-INCIDENT-ID = SPACES
003240        OR PG-IC-INCIDENT-ID = LOW-VALUES
003250         DISPLAY "PGINCBLD: NO INCIDENT ID ON THE INCIDENT PARM "
003260             "CARD - ABEND"
003270         MOVE 16 TO RETURN-CODE
003280         STOP RUN
003290     END-IF.
003300     IF NOT PG-IC-BY-PROFILE
003310        AND NOT PG-IC-BY-REQUESTOR
003320        AND NOT PG-IC-BY-LIST
003330         DISPLAY "PGINCBLD: SELECT TYPE '" PG-IC-SELECT-TYPE
003340             "' IS NOT P, R, OR L - ABEND"
003350         MOVE 16 TO RETURN-CODE
003360         STOP RUN
003370     END-IF.
003380     IF PG-IC-BY-PROFILE
003390        AND (PG-IC-PROFILE-CODE = SPACES
003400            OR PG-IC-PROFILE-CODE = LOW-VALUES)
003410         DISPLAY "PGINCBLD: SELECT BY PROFILE WITH NO PROFILE "
003420             "CODE - ABEND"
003430         MOVE 16 TO RETURN-CODE
003440         STOP RUN
003450     END-IF.
003460     IF PG-IC-BY-REQUESTOR
003470         PERFORM 1110-EDIT-REQUESTOR-RANGE THRU 1110-EXIT
003480     END-IF.
003490 1100-EXIT.
003500     EXIT.
003510
003520 1110-EDIT-REQUESTOR-RANGE.
003530     IF PG-IC-REQUESTOR-ID = SPACES
003540        OR PG-IC-REQUESTOR-ID = LOW-VALUES
003550         DISPLAY "PGINCBLD: SELECT BY REQUESTOR WITH NO "
003560             "REQUESTOR ID - ABEND"
003570         MOVE 16 TO RETURN-CODE
003580         STOP RUN
003590     END-IF.
003600     IF PG-IC-TO-DATE = SPACES
003610         MOVE IB-CURRENT-DATE-TIME(1:8) TO PG-IC-TO-DATE
003620     END-IF.
003630     IF PG-IC-FROM-DATE NOT NUMERIC
003640        OR PG-IC-TO-DATE NOT NUMERIC
003650         DISPLAY "PGINCBLD: FROM DATE '" PG-IC-FROM-DATE
003660             "' AND TO DATE '" PG-IC-TO-DATE
003670             "' MUST BE YYYYMMDD - ABEND"
003680         MOVE 16 TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003710     MOVE PG-IC-FROM-DATE TO IB-FROM-YMD.
003720     MOVE PG-IC-TO-DATE TO IB-TO-YMD.
003730     IF FUNCTION INTEGER-OF-DATE(IB-FROM-YMD) = ZERO
003740        OR FUNCTION INTEGER-OF-DATE(IB-TO-YMD) = ZERO
003750         DISPLAY "PGINCBLD: RANGE " IB-FROM-YMD " THRU "
003760             IB-TO-YMD " NOT CALENDAR DATES - ABEND"
003770         MOVE 16 TO RETURN-CODE
003780         STOP RUN
003790     END-IF.
003800     IF IB-TO-YMD < IB-FROM-YMD
003810         DISPLAY "PGINCBLD: TO DATE " IB-TO-YMD
003820             " BEFORE FROM DATE " IB-FROM-YMD " - ABEND"
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860 1110-EXIT.
003870     EXIT.
003880
003890*****************************************************************
003900*    1200-CHECK-PROFILE-MASTER - A PROFILE SELECTION MUST NAME
003910*    A PROFILE ON PROFMAST, SO A MISKEYED CODE CANNOT BUILD AN
003920*    EMPTY FILE THAT LOOKS LIKE A CLEAN INCIDENT.
003930*****************************************************************
003940 1200-CHECK-PROFILE-MASTER.
003950     MOVE 'N' TO IB-PROFILE-FOUND-SWITCH.
003960     OPEN INPUT PROFILE-MASTER-FILE.
003970     IF IB-PROF-STATUS NOT = '00' AND IB-PROF-STATUS NOT = '05'
003980         DISPLAY "PGINCBLD: CANNOT OPEN PROFILE-MASTER-FILE - "
003990             "STATUS " IB-PROF-STATUS " - ABEND"
004000         MOVE 16 TO RETURN-CODE
004010         STOP RUN
004020     END-IF.
004030     PERFORM 1210-CHECK-ONE-PROFILE THRU 1210-EXIT
004040         UNTIL IB-END-OF-PROFILES
004050            OR IB-PROFILE-FOUND.
004060     CLOSE PROFILE-MASTER-FILE.
004070     IF NOT IB-PROFILE-FOUND
004080         DISPLAY "PGINCBLD: PROFILE " PG-IC-PROFILE-CODE
004090             " IS NOT ON THE PROFILE MASTER - ABEND"
004100         MOVE 16 TO RETURN-CODE
004110         STOP RUN
004120     END-IF.
004130 1200-EXIT.
004140     EXIT.
004150
004160 1210-CHECK-ONE-PROFILE.
004170     READ PROFILE-MASTER-FILE
004180         AT END
004190             MOVE 'Y' TO IB-PROFILE-EOF-SWITCH
004200             GO TO 1210-EXIT
004210     END-READ.
004220     IF PG-PF-PROFILE-CODE = PG-IC-PROFILE-CODE
004230         MOVE 'Y' TO IB-PROFILE-FOUND-SWITCH
004240     END-IF.
004250 1210-EXIT.
004260     EXIT.
004270
004280 1300-WRITE-REPORT-HEADING.
004290     MOVE SPACES TO IB-REPORT-LINE.
004300     STRING "PGINCBLD - INCIDENT MASS RESET  INCIDENT "
004310            PG-IC-INCIDENT-ID
004320            "  RUN DATE "
004330            IB-CURRENT-DATE-TIME(1:4) "-"
004340            IB-CURRENT-DATE-TIME(5:2) "-"
004350            IB-CURRENT-DATE-TIME(7:2)
004360         DELIMITED BY SIZE INTO IB-REPORT-LINE.
004370     WRITE IB-REPORT-LINE.
004380     MOVE SPACES TO IB-REPORT-LINE.
004390     IF PG-IC-BY-PROFILE
004400         STRING "SELECTED BY PROFILE " PG-IC-PROFILE-CODE
004410             DELIMITED BY SIZE INTO IB-REPORT-LINE
004420     END-IF.
004430     IF PG-IC-BY-REQUESTOR
004440         STRING "SELECTED BY REQUESTOR " PG-IC-REQUESTOR-ID
004450                " FROM " IB-FROM-YMD " THRU " IB-TO-YMD
004460             DELIMITED BY SIZE INTO IB-REPORT-LINE
004470     END-IF.
004480     IF PG-IC-BY-LIST
004490         MOVE "SELECTED BY INCIDENT ACCOUNT LIST (INCLIST)"
004500             TO IB-REPORT-LINE
004510     END-IF.
004520     WRITE IB-REPORT-LINE.
004530     MOVE SPACES TO IB-REPORT-LINE.
004540     WRITE IB-REPORT-LINE.
004550     MOVE SPACES TO IB-REPORT-LINE.
004560     STRING "ACCOUNT  PROF ACTION"
004570         DELIMITED BY SIZE INTO IB-REPORT-LINE.
004580     WRITE IB-REPORT-LINE.
004590 1300-EXIT.
004600     EXIT.
004610
004620*****************************************************************
004630*    2000-LOAD-ONE-HISTORY - KEY ORDER BRINGS EACH ACCOUNT'S
004640*    ENTRIES TOGETHER WITH THE HIGHEST SEQUENCE LAST, SO THE
004650*    LAST ENTRY SEEN FOR AN ACCOUNT CARRIES ITS CURRENT PROFILE.
004660*****************************************************************
004670 2000-LOAD-ONE-HISTORY.
004680     READ PASSWORD-HISTORY-FILE NEXT RECORD
004690         AT END
004700             MOVE 'Y' TO IB-HIST-EOF-SWITCH
004710             GO TO 2000-EXIT
004720     END-READ.
004730     ADD 1 TO IB-HISTORY-READ.
004740     IF IB-ACCT-COUNT = ZERO
004750        OR PG-HI-ACCOUNT-ID
004760            NOT = IB-AT-ACCOUNT-ID(IB-ACCT-COUNT)
004770         PERFORM 2100-ADD-ACCOUNT THRU 2100-EXIT
004780     END-IF.
004790     MOVE PG-HI-PROFILE-CODE
004800         TO IB-AT-PROFILE-CODE(IB-ACCT-COUNT).
004810 2000-EXIT.
004820     EXIT.
004830
004840 2100-ADD-ACCOUNT.
004850     IF IB-ACCT-COUNT NOT < IB-ACCT-MAX
004860         DISPLAY "PGINCBLD: MORE THAN " IB-ACCT-MAX
004870             " ACCOUNTS IN PWDHIST - ABEND"
004880         MOVE 16 TO RETURN-CODE
004890         STOP RUN
004900     END-IF.
004910     ADD 1 TO IB-ACCT-COUNT.
004920     MOVE PG-HI-ACCOUNT-ID TO IB-AT-ACCOUNT-ID(IB-ACCT-COUNT).
004930     MOVE SPACES TO IB-AT-PROFILE-CODE(IB-ACCT-COUNT).
004940     MOVE 'N' TO IB-AT-SELECTED-SW(IB-ACCT-COUNT).
004950     MOVE SPACES TO IB-AT-STATUS(IB-ACCT-COUNT).
004960 2100-EXIT.
004970     EXIT.
004980
004990*****************************************************************
005000*    3000-SELECT-ACCOUNTS - MARK THE TABLE BY THE CARD'S
005010*    SELECTION.
005020*****************************************************************
005030 3000-SELECT-ACCOUNTS.
005040     IF PG-IC-BY-PROFILE
005050         PERFORM 3100-SELECT-BY-PROFILE THRU 3100-EXIT
005060             VARYING IB-ACCT-INDEX FROM 1 BY 1
005070             UNTIL IB-ACCT-INDEX > IB-ACCT-COUNT
005080     END-IF.
005090     IF PG-IC-BY-REQUESTOR
005100         OPEN INPUT AUDIT-MASTER-FILE
005110         IF IB-MASTER-STATUS NOT = '00'
005120             DISPLAY "PGINCBLD: CANNOT OPEN AUDIT-MASTER-FILE - "
005130                 "STATUS " IB-MASTER-STATUS " - ABEND"
005140             MOVE 16 TO RETURN-CODE
005150             STOP RUN
005160         END-IF
005170         PERFORM 3200-SELECT-ONE-AUDIT THRU 3200-EXIT
005180             UNTIL IB-END-OF-MASTER
005190         CLOSE AUDIT-MASTER-FILE
005200     END-IF.
005210     IF PG-IC-BY-LIST
005220         OPEN INPUT INCIDENT-LIST-FILE
005230         IF IB-LIST-STATUS NOT = '00'
005240             DISPLAY "PGINCBLD: NO INCIDENT ACCOUNT LIST - "
005250                 "STATUS " IB-LIST-STATUS " - ABEND"
005260             MOVE 16 TO RETURN-CODE
005270             STOP RUN
005280         END-IF
005290         PERFORM 3300-SELECT-ONE-LISTED THRU 3300-EXIT
005300             UNTIL IB-END-OF-LIST
005310         CLOSE INCIDENT-LIST-FILE
005320     END-IF.
005330 3000-EXIT.
005340     EXIT.
005350
005360 3100-SELECT-BY-PROFILE.
005370     IF IB-AT-PROFILE-CODE(IB-ACCT-INDEX) = PG-IC-PROFILE-CODE
005380         MOVE 'Y' TO IB-AT-SELECTED-SW(IB-ACCT-INDEX)
005390     END-IF.
005400 3100-EXIT.
005410     EXIT.
005420
005430*****************************************************************
005440*    3200-SELECT-ONE-AUDIT - AN ACCEPTED, UNREVERSED RESET BY
005450*    THE CARD'S REQUESTOR WITHIN THE RANGE.  THE CURSOR ONLY
005460*    MOVES FORWARD, SINCE AUDMAST AND THE TABLE ARE BOTH IN
005470*    ACCOUNT ORDER.
005480*****************************************************************
005490 3200-SELECT-ONE-AUDIT.
005500     READ AUDIT-MASTER-FILE NEXT RECORD
005510         AT END
005520             MOVE 'Y' TO IB-MASTER-EOF-SWITCH
005530             GO TO 3200-EXIT
005540     END-READ.
005550     ADD 1 TO IB-AUDIT-READ.
005560     IF PG-AM-REQUESTOR-ID NOT = PG-IC-REQUESTOR-ID
005570         GO TO 3200-EXIT
005580     END-IF.
005590     IF NOT PG-AM-ACCEPTED
005600         GO TO 3200-EXIT
005610     END-IF.
005620     IF PG-AM-REVERSED
005630         GO TO 3200-EXIT
005640     END-IF.
005650     MOVE SPACES TO IB-ENTRY-YMD.
005660     STRING PG-AM-GEN-TIMESTAMP(1:4)
005670            PG-AM-GEN-TIMESTAMP(6:2)
005680            PG-AM-GEN-TIMESTAMP(9:2)
005690         DELIMITED BY SIZE INTO IB-ENTRY-YMD.
005700     IF IB-ENTRY-YMD NOT NUMERIC
005710         GO TO 3200-EXIT
005720     END-IF.
005730     IF IB-ENTRY-YMD-NUM < IB-FROM-YMD
005740        OR IB-ENTRY-YMD-NUM > IB-TO-YMD
005750         GO TO 3200-EXIT
005760     END-IF.
005770     ADD 1 TO IB-AUDIT-MATCHED.
005780
005790     PERFORM 3210-ADVANCE-CURSOR THRU 3210-EXIT
005800         UNTIL IB-AUDIT-CURSOR > IB-ACCT-COUNT
005810            OR IB-AT-ACCOUNT-ID(IB-AUDIT-CURSOR)
005820                NOT < PG-AM-ACCOUNT-ID.
005830     IF IB-AUDIT-CURSOR NOT > IB-ACCT-COUNT
005840         IF IB-AT-ACCOUNT-ID(IB-AUDIT-CURSOR) = PG-AM-ACCOUNT-ID
005850             MOVE 'Y' TO IB-AT-SELECTED-SW(IB-AUDIT-CURSOR)
005860             GO TO 3200-EXIT
005870         END-IF
005880     END-IF.
005890     IF PG-AM-ACCOUNT-ID NOT = IB-LAST-MISSING-ID
005900         MOVE PG-AM-ACCOUNT-ID TO IB-LAST-MISSING-ID
005910         MOVE PG-AM-ACCOUNT-ID TO IB-SEARCH-ACCOUNT-ID
005920         PERFORM 3400-REPORT-NOT-IN-HISTORY THRU 3400-EXIT
005930     END-IF.
005940 3200-EXIT.
005950     EXIT.
005960
005970 3210-ADVANCE-CURSOR.
005980     ADD 1 TO IB-AUDIT-CURSOR.
005990 3210-EXIT.
006000     EXIT.
006010
006020*****************************************************************
006030*    3300-SELECT-ONE-LISTED - THE INVESTIGATORS' LIST IS IN NO
006040*    PARTICULAR ORDER AND MAY REPEAT AN ACCOUNT; A REPEAT JUST
006050*    SELECTS IT AGAIN.
006060*****************************************************************
006070 3300-SELECT-ONE-LISTED.
006080     READ INCIDENT-LIST-FILE
006090         AT END
006100             MOVE 'Y' TO IB-LIST-EOF-SWITCH
006110             GO TO 3300-EXIT
006120     END-READ.
006130     IF IB-LS-ACCOUNT-ID = SPACES
006140        OR IB-LS-ACCOUNT-ID = LOW-VALUES
006150         GO TO 3300-EXIT
006160     END-IF.
006170     ADD 1 TO IB-LIST-READ.
006180     MOVE IB-LS-ACCOUNT-ID TO IB-SEARCH-ACCOUNT-ID.
006190     PERFORM 6000-FIND-ACCOUNT THRU 6000-EXIT.
006200     IF IB-ACCOUNT-FOUND
006210         MOVE 'Y' TO IB-AT-SELECTED-SW(IB-SEARCH-MID)
006220     ELSE
006230         PERFORM 3400-REPORT-NOT-IN-HISTORY THRU 3400-EXIT
006240     END-IF.
006250 3300-EXIT.
006260     EXIT.
006270
006280 3400-REPORT-NOT-IN-HISTORY.
006290     ADD 1 TO IB-NOT-IN-HISTORY.
006300     MOVE SPACES TO IB-REPORT-LINE.
006310     STRING IB-SEARCH-ACCOUNT-ID "      "
006320            "DROPPED - NOT IN PWDHIST"
006330         DELIMITED BY SIZE INTO IB-REPORT-LINE.
006340     WRITE IB-REPORT-LINE.
006350 3400-EXIT.
006360     EXIT.
006370
006380*****************************************************************
006390*    4000-APPLY-ONE-STATUS - ONLY SELECTED ACCOUNTS NEED THEIR
006400*    STATUS.
006410*****************************************************************
006420 4000-APPLY-ONE-STATUS.
006430     READ ACCOUNT-STATUS-FILE
006440         AT END
006450             MOVE 'Y' TO IB-ASTAT-EOF-SWITCH
006460             GO TO 4000-EXIT
006470     END-READ.
006480     IF PG-AS-ACCOUNT-ID = SPACES
006490        OR PG-AS-ACCOUNT-ID = LOW-VALUES
006500         GO TO 4000-EXIT
006510     END-IF.
006520     MOVE PG-AS-ACCOUNT-ID TO IB-SEARCH-ACCOUNT-ID.
006530     PERFORM 6000-FIND-ACCOUNT THRU 6000-EXIT.
006540     IF IB-ACCOUNT-FOUND
006550         MOVE PG-AS-STATUS TO IB-AT-STATUS(IB-SEARCH-MID)
006560     END-IF.
006570 4000-EXIT.
006580     EXIT.
006590
006600*****************************************************************
006610*    5000-WRITE-ONE-ACCOUNT - EVERY SELECTED, ACTIVE ACCOUNT
006620*    GOES TO THE ACCOUNT FILE WITH THE INCIDENT ID.
006630*****************************************************************
006640 5000-WRITE-ONE-ACCOUNT.
006650     IF IB-AT-SELECTED-SW(IB-ACCT-INDEX) NOT = 'Y'
006660         GO TO 5000-EXIT
006670     END-IF.
006680     ADD 1 TO IB-ACCOUNTS-SELECTED.
006690     MOVE SPACES TO IB-ACTION-TEXT.
006700     IF IB-AT-STATUS(IB-ACCT-INDEX) NOT = SPACES
006710        AND IB-AT-STATUS(IB-ACCT-INDEX) NOT = 'A'
006720         ADD 1 TO IB-NOT-ACTIVE
006730         STRING "DROPPED - NOT ACTIVE, ACCTSTAT STATUS "
006740                IB-AT-STATUS(IB-ACCT-INDEX)
006750             DELIMITED BY SIZE INTO IB-ACTION-TEXT
006760     ELSE
006770         MOVE SPACES TO PG-ACCOUNT-IN-RECORD
006780         MOVE IB-AT-ACCOUNT-ID(IB-ACCT-INDEX) TO PG-IN-ACCOUNT-ID
006790         MOVE IB-AT-PROFILE-CODE(IB-ACCT-INDEX)
006800             TO PG-IN-PROFILE-CODE
006810         MOVE PG-IC-INCIDENT-ID TO PG-IN-INCIDENT-ID
006820         WRITE PG-ACCOUNT-IN-RECORD
006830         ADD 1 TO IB-ACCOUNTS-WRITTEN
006840         MOVE PG-IN-ACCOUNT-ID TO PG-HS-ACCOUNT-ID
006850         CALL 'ACCOUNT-HASH' USING PG-HASH-PARMS
006860         COMPUTE IB-HASH-TOTAL =
006870             FUNCTION MOD(IB-HASH-TOTAL + PG-HS-HASH-VALUE,
006880                 1000000000)
006890         MOVE "RESET" TO IB-ACTION-TEXT
006900     END-IF.
006910     MOVE SPACES TO IB-REPORT-LINE.
006920     STRING IB-AT-ACCOUNT-ID(IB-ACCT-INDEX) " "
006930            IB-AT-PROFILE-CODE(IB-ACCT-INDEX) " "
006940            IB-ACTION-TEXT
006950         DELIMITED BY SIZE INTO IB-REPORT-LINE.
006960     WRITE IB-REPORT-LINE.
006970 5000-EXIT.
006980     EXIT.
006990
007000*****************************************************************
007010*    6000-FIND-ACCOUNT - BINARY SEARCH OF THE ACCOUNT TABLE FOR
007020*    IB-SEARCH-ACCOUNT-ID.  A HIT LEAVES IB-SEARCH-MID ON THE
007030*    ENTRY.
007040*****************************************************************
007050 6000-FIND-ACCOUNT.
007060     MOVE 'N' TO IB-ACCOUNT-FOUND-SWITCH.
007070     MOVE 1 TO IB-SEARCH-LOW.
007080     MOVE IB-ACCT-COUNT TO IB-SEARCH-HIGH.
007090     PERFORM 6100-PROBE-ONE-ACCOUNT THRU 6100-EXIT
007100         UNTIL IB-SEARCH-LOW > IB-SEARCH-HIGH
007110            OR IB-ACCOUNT-FOUND.
007120 6000-EXIT.
007130     EXIT.
007140
007150 6100-PROBE-ONE-ACCOUNT.
007160     COMPUTE IB-SEARCH-MID = (IB-SEARCH-LOW + IB-SEARCH-HIGH) / 2.
007170     IF IB-AT-ACCOUNT-ID(IB-SEARCH-MID) = IB-SEARCH-ACCOUNT-ID
007180         MOVE 'Y' TO IB-ACCOUNT-FOUND-SWITCH
007190         GO TO 6100-EXIT
007200     END-IF.
007210     IF IB-AT-ACCOUNT-ID(IB-SEARCH-MID) < IB-SEARCH-ACCOUNT-ID
007220         COMPUTE IB-SEARCH-LOW = IB-SEARCH-MID + 1
007230     ELSE
007240         IF IB-SEARCH-MID = 1
007250             MOVE ZERO TO IB-SEARCH-HIGH
007260         ELSE
007270             COMPUTE IB-SEARCH-HIGH = IB-SEARCH-MID - 1
007280         END-IF
007290     END-IF.
007300 6100-EXIT.
007310     EXIT.
007320
007330*****************************************************************
007340*    9000-TERMINATE
007350*****************************************************************
007360 9000-TERMINATE.
007370     MOVE SPACES TO PG-TRAILER-RECORD.
007380     MOVE '*TRAILER' TO PG-TL-SENTINEL.
007390     MOVE IB-ACCOUNTS-WRITTEN TO PG-TL-RECORD-COUNT.
007400     MOVE IB-HASH-TOTAL TO PG-TL-HASH-TOTAL.
007410     WRITE PG-ACCOUNT-IN-RECORD FROM PG-TRAILER-RECORD.
007420
007430     MOVE SPACES TO IB-REPORT-LINE.
007440     WRITE IB-REPORT-LINE.
007450     MOVE SPACES TO IB-REPORT-LINE.
007460     MOVE IB-ACCOUNTS-SELECTED TO IB-COUNT-DISPLAY.
007470     STRING "ACCOUNTS SELECTED            " IB-COUNT-DISPLAY
007480         DELIMITED BY SIZE INTO IB-REPORT-LINE.
007490     WRITE IB-REPORT-LINE.
007500     MOVE SPACES TO IB-REPORT-LINE.
007510     MOVE IB-NOT-ACTIVE TO IB-COUNT-DISPLAY.
007520     STRING "  DROPPED - NOT ACTIVE       " IB-COUNT-DISPLAY
007530         DELIMITED BY SIZE INTO IB-REPORT-LINE.
007540     WRITE IB-REPORT-LINE.
007550     MOVE SPACES TO IB-REPORT-LINE.
007560     MOVE IB-ACCOUNTS-WRITTEN TO IB-COUNT-DISPLAY.
007570     STRING "  WRITTEN FOR RESET          " IB-COUNT-DISPLAY
007580         DELIMITED BY SIZE INTO IB-REPORT-LINE.
007590     WRITE IB-REPORT-LINE.
007600     MOVE SPACES TO IB-REPORT-LINE.
007610     MOVE IB-NOT-IN-HISTORY TO IB-COUNT-DISPLAY.
007620     STRING "DROPPED - NOT IN PWDHIST     " IB-COUNT-DISPLAY
007630         DELIMITED BY SIZE INTO IB-REPORT-LINE.
007640     WRITE IB-REPORT-LINE.
007650
007660     CLOSE PASSWORD-HISTORY-FILE.
007670     CLOSE ACCOUNT-STATUS-FILE.
007680     CLOSE ACCOUNT-OUT-FILE.
007690     CLOSE INCIDENT-REPORT-FILE.
007700     DISPLAY "PGINCBLD: INCIDENT " PG-IC-INCIDENT-ID.
007710     DISPLAY "PGINCBLD: " IB-ACCOUNTS-SELECTED
007720         " ACCOUNTS SELECTED".
007730     DISPLAY "PGINCBLD: " IB-NOT-ACTIVE
007740         " DROPPED AS NOT ACTIVE".
007750     DISPLAY "PGINCBLD: " IB-ACCOUNTS-WRITTEN
007760         " ACCOUNTS WRITTEN FOR RESET".
007770     IF IB-NOT-IN-HISTORY > ZERO
007780         MOVE 04 TO RETURN-CODE
007790         DISPLAY "PGINCBLD: *WARNING* " IB-NOT-IN-HISTORY
007800             " SELECTED ACCOUNTS NOT IN PWDHIST - SEE REPORT"
007810     END-IF.
007820     IF IB-ACCOUNTS-WRITTEN = ZERO
007830         MOVE 04 TO RETURN-CODE
007840         DISPLAY "PGINCBLD: *WARNING* NO ACCOUNTS WRITTEN"
007850     END-IF.
007860 9000-EXIT.
007870     EXIT.
