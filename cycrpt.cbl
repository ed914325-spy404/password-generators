000100*****************************************************************
000110*    PROGRAM  : PGCYCRPT (CYCLE-STATUS)
000120*    AUTHOR    : D. OKAFOR, ACCESS CONTROL SYSTEMS GROUP
000130*    INSTALLATION : CORPORATE DATA CENTER
000140*    DATE-WRITTEN : 10/15/2026
000150*
000160*    REMARKS
000170*    NIGHTLY CYCLE STATUS REPORT.  READS THE CYCLE STEP LOG
000180*    (CYCLOG, PGSTEP) THAT EVERY STEP OF THE CHAIN APPENDS TO
000190*    THROUGH PGCYCLOG, ALONGSIDE THE RUN-CONTROL LEDGER
000200*    (RUNCTL), AND PRINTS ONE STATUS PAGE PER BUSINESS DATE -
000210*      - EVERY STEP LOGGED, WITH ITS RETURN CODE, START AND
000220*        END TIMES, AND THE COUNTS AND CONTROL TOTALS OF THE
000230*        FILES IT READ AND WROTE;
000240*      - THE EXPECTED STEPS NOT ON THE LOG.  A STEP THAT
000250*        ABENDS WRITES NO STEP RECORD, SO IT IS LISTED HERE;
000260*      - STEPS OUT OF ORDER - A STEP STARTED BEFORE A STEP
000270*        THAT MUST PRECEDE IT HAD ENDED;
000280*      - COUNT CARRY-FORWARD - EACH FILE A STEP READ AGAINST
000290*        THE LAST STEP THAT WROTE IT (ACCTIN FROM PGACCEDT
000300*        INTO THE GENERATOR AND INTO PGPWDRCN, EACH STREAM
000310*        FROM PGACCSPL TO ITS GENERATOR RUN AND ON TO
000320*        PGFEDMRG).  RECORD COUNTS MUST AGREE, AND THE HASH
000330*        TOTALS AS WELL WHERE BOTH SIDES WERE TRAILERED.  A
000340*        FILE WITH NO PRODUCER ON THE LOG (A TARGET PLATFORM'S
000350*        CONFIRMATION FILE, SAY) IS NOT JUDGED;
000360*      - THE RUN-CONTROL ENTRIES OF THE DATE, AND ANY LOGGED
000370*        GENERATOR RUN WITH NO END RECORD ON RUNCTL.
000380*    THE ORDER IS A RANK, NOT A FIXED SEQUENCE: PGHSTVFY AND
000390*    PGACCEDT (1) MAY RUN TOGETHER AHEAD OF PGACCSPL (2), THE
000400*    GENERATOR (3) AND PGFEDMRG (4); PGPWDRCN, PGPWDRPT,
000410*    PGAUDLD AND PGPWDNTF (5) FOLLOW THE GENERATOR OR MERGE,
000420*    PGFEDRTE (6) ROUTES THE FEED ONCE PGPWDRCN HAS PASSED
000425*    IT, AND PGPWDCFM (7) COMES LAST, AFTER THE ROUTING AND
000430*    PROVISIONING INTAKE.  NO STEP WAITS ON PGPWDRPT, PGAUDLD
000440*    OR PGPWDNTF, SO A LATER STEP OVERLAPPING THEM IS IN ORDER.
000450*    A CYCLE IS A SPLIT CYCLE WHEN PGACCSPL IS ON THE LOG FOR
000460*    THE DATE; THEN ONE GENERATOR RUN IS EXPECTED PER STREAM
000470*    FILE PGACCSPL WROTE, AND PGFEDMRG IS EXPECTED.  OTHERWISE
000480*    ONE GENERATOR RUN ON STREAM 00 IS EXPECTED.  HELPDESK
000490*    QUEUE RUNS OF THE GENERATOR ARE LISTED BUT NOT JUDGED.
000500*
000510*    A RUNCTL ENTRY'S BUSINESS DATE COMES FROM ITS RUN ID BY
000520*    THE SAME NOON CUT-OVER PGCYCLOG APPLIES.  WITHOUT A
000530*    DATE RANGE ON THE CONTROL CARD (CYCPARM, PGCYCPM) EVERY
000540*    DATE ON THE LOG IS REPORTED, PLUS ANY LATER DATE THAT
000550*    HAS ONLY RUNCTL ENTRIES (A NIGHT WHEN EVERY LOGGING STEP
000560*    ABENDED); LEDGER ENTRIES OLDER THAN THE LOG ARE LEFT
000570*    OUT.  WITH A RANGE, EVERY DATE IN IT FROM EITHER FILE IS
000580*    REPORTED.
000590*
000600*    RETURN CODES -
000610*        0 = EVERY DATE REPORTED IS CLEAN
000620*        4 = WARNINGS ONLY (A STEP ENDED RC 4, A BATCH FEED
000630*            NOT YET CONSUMED), OR NOTHING TO REPORT
000640*        8 = A STEP MISSING OR OUT OF ORDER, A COUNT THAT DID
000650*            NOT CARRY FORWARD, A STEP ENDED RC 8 OR HIGHER,
000660*            OR A GENERATOR RUN LEFT OPEN
000670*       16 = FILE OPEN FAILURE, BAD CONTROL CARD, OR TABLE
000680*            OVERFLOW
000690*
000700*    MAINTENANCE HISTORY
000710*    DATE-WRITTEN.... 10/15/2026  DLO  ORIGINAL - NIGHTLY
000720*                                      CYCLE STATUS REPORT
000723*    MODIFIED........ 10/15/2026  DLO  RETIRED FEED-KEY ENTRIES
000726*                                      ON RUNCTL PASSED OVER
000730*****************************************************************
000740 IDENTIFICATION DIVISION.
000750 PROGRAM-ID. CYCLE-STATUS.
000760 AUTHOR. D. OKAFOR.
000770 INSTALLATION. CORPORATE DATA CENTER.
000780 DATE-WRITTEN. 10/15/2026.
000790 DATE-COMPILED.
000800
000810 ENVIRONMENT DIVISION.
000820 INPUT-OUTPUT SECTION.
000830 FILE-CONTROL.
000840     SELECT OPTIONAL CYCLE-PARM-FILE ASSIGN TO "CYCPARM"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS CY-PARM-STATUS.
000870
000880     SELECT OPTIONAL CYCLE-LOG-FILE ASSIGN TO "CYCLOG"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS CY-LOG-STATUS.
000910
000920     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS CY-RUNCTL-STATUS.
000950
000960     SELECT CYCLE-REPORT-FILE ASSIGN TO "CYCRPT"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS CY-REPT-STATUS.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  CYCLE-PARM-FILE
001030     RECORDING MODE IS F.
001040     COPY PGCYCPM.
001050
001060 FD  CYCLE-LOG-FILE
001070     RECORDING MODE IS F.
001080 01  CY-LOG-RECORD                  PIC X(350).
001090
001100 FD  RUN-CONTROL-FILE
001110     RECORDING MODE IS F.
001120     COPY PGRUNC.
001130
001140 FD  CYCLE-REPORT-FILE
001150     RECORDING MODE IS F.
001160 01  CY-REPORT-LINE                 PIC X(132).
001170
001180 WORKING-STORAGE SECTION.
001190
001200*****************************************************************
001210*    CONSTANTS - THE CUT-OVER HOUR MUST MATCH PGCYCLOG'S.
001220*****************************************************************
001230 01  CY-CONSTANTS.
001240     05  CY-CUTOVER-HOUR            PIC X(02) VALUE '12'.
001250     05  CY-EXPECTED-COUNT          PIC 9(02) COMP VALUE 11.
001260
001270*****************************************************************
001280*    EXPECTED STEPS - PROGRAM, ORDER RANK, WHEN THE STEP IS
001290*    REQUIRED ('A' EVERY CYCLE, 'S' SPLIT CYCLES ONLY, 'G' ONCE
001300*    PER GENERATOR STREAM, 'O' NEVER - ITS PRESENCE IS WHAT
001310*    MAKES A CYCLE A SPLIT CYCLE), AND 'Y' FOR A STEP NO OTHER
001320*    STEP WAITS ON.
001330*****************************************************************
001340 01  CY-EXPECTED-STEP-VALUES.
001350     05  FILLER                     PIC X(40)
001360             VALUE 'PGHSTVFY1ANHISTORY PRE-RUN VERIFY'.
001370     05  FILLER                     PIC X(40)
001380             VALUE 'PGACCEDT1ANACCOUNT INPUT EDIT'.
001390     05  FILLER                     PIC X(40)
001400             VALUE 'PGACCSPL2ONACCOUNT STREAM SPLIT'.
001410     05  FILLER                     PIC X(40)
001420             VALUE 'PGPWDGEN3GNPASSWORD GENERATOR'.
001430     05  FILLER                     PIC X(40)
001440             VALUE 'PGFEDMRG4SNSTREAM FEED MERGE'.
001450     05  FILLER                     PIC X(40)
001460             VALUE 'PGPWDRCN5ANPRE-INTAKE RECONCILIATION'.
001470     05  FILLER                     PIC X(40)
001480             VALUE 'PGPWDRPT5AYRUN REPORT'.
001490     05  FILLER                     PIC X(40)
001500             VALUE 'PGAUDLD 5AYAUDIT MASTER LOAD'.
001510     05  FILLER                     PIC X(40)
001520             VALUE 'PGPWDNTF5AYUSER NOTIFICATION'.
001524     05  FILLER                     PIC X(40)
001527             VALUE 'PGFEDRTE6ANTARGET-PLATFORM FEED ROUTING'.
001530     05  FILLER                     PIC X(40)
001540             VALUE 'PGPWDCFM7ANPROVISIONING CONFIRMATION'.
001550 01  CY-EXPECTED-STEP-TABLE REDEFINES CY-EXPECTED-STEP-VALUES.
001560     05  CY-EXPECTED-ENTRY OCCURS 11 TIMES.
001570         10  CY-EX-PROGRAM          PIC X(08).
001580         10  CY-EX-RANK             PIC 9(01).
001590         10  CY-EX-RULE             PIC X(01).
001600             88  CY-EX-EVERY-CYCLE       VALUE 'A'.
001610             88  CY-EX-SPLIT-ONLY        VALUE 'S'.
001620             88  CY-EX-PER-STREAM        VALUE 'G'.
001630         10  CY-EX-LEAF-SW          PIC X(01).
001640         10  CY-EX-TITLE            PIC X(29).
001650
001660*****************************************************************
001670*    SWITCHES
001680*****************************************************************
001690 01  CY-SWITCHES.
001700     05  CY-LOG-EOF-SWITCH          PIC X(01) VALUE 'N'.
001710         88  CY-END-OF-LOG               VALUE 'Y'.
001720     05  CY-RUNCTL-EOF-SWITCH       PIC X(01) VALUE 'N'.
001730         88  CY-END-OF-RUNCTL            VALUE 'Y'.
001740     05  CY-RANGE-SWITCH            PIC X(01) VALUE 'N'.
001750         88  CY-RANGE-ON-CARD            VALUE 'Y'.
001760     05  CY-FOUND-SWITCH            PIC X(01) VALUE 'N'.
001770         88  CY-FOUND                    VALUE 'Y'.
001780     05  CY-SHIFT-DONE-SWITCH       PIC X(01) VALUE 'N'.
001790         88  CY-SHIFT-DONE               VALUE 'Y'.
001800     05  CY-SPLIT-SWITCH            PIC X(01) VALUE 'N'.
001810         88  CY-SPLIT-CYCLE              VALUE 'Y'.
001820
001830*****************************************************************
001840*    FILE STATUS FIELDS
001850*****************************************************************
001860 01  CY-FILE-STATUSES.
001870     05  CY-PARM-STATUS             PIC X(02).
001880     05  CY-LOG-STATUS              PIC X(02).
001890     05  CY-RUNCTL-STATUS           PIC X(02).
001900     05  CY-REPT-STATUS             PIC X(02).
001910
001920*****************************************************************
001930*    CYCLE STEP LOG RECORD AND FILE-ENTRY WORK AREA
001940*****************************************************************
001950     COPY PGSTEP.
001960
001970*****************************************************************
001980*    STEP TABLE - ONE ENTRY PER CYCLOG RECORD IN THE DATE
001990*    RANGE, IN LOG ORDER.  THE IMAGE IS THE PGSTEP RECORD LESS
002000*    ITS FILLER.  THE RANK IS ZERO FOR A STEP THAT IS NOT
002010*    JUDGED - A HELPDESK QUEUE RUN OR A PROGRAM NOT IN THE
002020*    EXPECTED-STEP TABLE.  THE LEAF SWITCH IS THE EXPECTED-STEP
002030*    TABLE'S.
002040*****************************************************************
002050 01  CY-STEP-TABLE.
002060     05  CY-STEP-COUNT              PIC 9(05) COMP VALUE ZERO.
002070     05  CY-STEP-MAX                PIC 9(05) COMP VALUE 3000.
002080     05  CY-STEP-ENTRY OCCURS 3000 TIMES.
002090         10  CY-ST-IMAGE.
002100             15  CY-ST-BUSINESS-DATE    PIC X(08).
002110             15  CY-ST-PROGRAM          PIC X(08).
002120             15  CY-ST-STREAM-ID        PIC X(02).
002130             15  CY-ST-RUN-MODE         PIC X(01).
002140             15  CY-ST-RUN-ID           PIC X(14).
002150             15  CY-ST-RETURN-CODE      PIC 9(03).
002160             15  CY-ST-START-TIME       PIC X(14).
002170             15  CY-ST-END-TIME         PIC X(14).
002180             15  CY-ST-FILE-COUNT       PIC 9(02).
002190             15  CY-ST-FILE-ENTRY OCCURS 10 TIMES.
002200                 20  CY-ST-FILE-USE     PIC X(01).
002210                 20  CY-ST-FILE-DD      PIC X(09).
002220                 20  CY-ST-FILE-RECORDS PIC 9(07).
002230                 20  CY-ST-FILE-TRAILER-SW
002240                                        PIC X(01).
002250                 20  CY-ST-FILE-HASH    PIC 9(09).
002260         10  CY-ST-RANK             PIC 9(01) COMP.
002270         10  CY-ST-LEAF-SW          PIC X(01).
002280
002290*****************************************************************
002300*    BUSINESS DATE TABLE - EVERY DATE TO BE REPORTED, KEPT IN
002310*    DATE ORDER AS IT IS BUILT.
002320*****************************************************************
002330 01  CY-DATE-TABLE.
002340     05  CY-DATE-COUNT              PIC 9(03) COMP VALUE ZERO.
002350     05  CY-DATE-MAX                PIC 9(03) COMP VALUE 400.
002360     05  CY-DATE-ENTRY OCCURS 400 TIMES.
002370         10  CY-DT-BUSINESS-DATE    PIC X(08).
002380
002390*****************************************************************
002400*    RUN TABLE - ONE ENTRY PER RUN ID ON RUNCTL IN THE DATE
002410*    RANGE, WITH THE RECORD TYPES SEEN FOR IT.
002420*****************************************************************
002430 01  CY-RUN-TABLE.
002440     05  CY-RUN-COUNT               PIC 9(05) COMP VALUE ZERO.
002450     05  CY-RUN-MAX                 PIC 9(05) COMP VALUE 3000.
002460     05  CY-RUN-ENTRY OCCURS 3000 TIMES.
002470         10  CY-RN-RUN-ID           PIC X(14).
002480         10  CY-RN-BUSINESS-DATE    PIC X(08).
002490         10  CY-RN-RUN-MODE         PIC X(01).
002500         10  CY-RN-STREAM-ID        PIC X(02).
002510         10  CY-RN-STARTED-SW       PIC X(01).
002520         10  CY-RN-ENDED-SW         PIC X(01).
002530         10  CY-RN-CONSUMED-SW      PIC X(01).
002540         10  CY-RN-BACKED-OUT-SW    PIC X(01).
002550
002560*****************************************************************
002570*    SUBSCRIPTS AND SEARCH WORK
002580*****************************************************************
002590 01  CY-INDEXES.
002600     05  CY-STEP-INDEX              PIC 9(05) COMP.
002610     05  CY-OTHER-INDEX             PIC 9(05) COMP.
002620     05  CY-FILE-INDEX              PIC 9(02) COMP.
002630     05  CY-OTHER-FILE-INDEX        PIC 9(02) COMP.
002640     05  CY-DATE-INDEX              PIC 9(03) COMP.
002650     05  CY-SHIFT-INDEX             PIC 9(03) COMP.
002660     05  CY-RUN-INDEX               PIC 9(05) COMP.
002670     05  CY-EXPECT-INDEX            PIC 9(02) COMP.
002680     05  CY-SPLIT-INDEX             PIC 9(05) COMP.
002690     05  CY-PRODUCER-INDEX          PIC 9(05) COMP.
002700     05  CY-PRODUCER-FILE           PIC 9(02) COMP.
002710     05  CY-STREAM-INDEX            PIC 9(02) COMP.
002720     05  CY-STREAM-COUNT            PIC 9(02) COMP.
002730
002740 01  CY-SEARCH-WORK.
002750     05  CY-WORK-DATE               PIC X(08).
002760     05  CY-WANT-PROGRAM            PIC X(08).
002770     05  CY-WANT-STREAM             PIC X(02).
002780     05  CY-WANT-RUN-ID             PIC X(14).
002790     05  CY-STREAM-NO               PIC 9(02).
002800     05  CY-PRODUCER-END            PIC X(14).
002810
002820*****************************************************************
002830*    COUNTERS
002840*****************************************************************
002850 01  CY-COUNTERS.
002860     05  CY-LOG-READ                PIC 9(07) COMP VALUE ZERO.
002870     05  CY-LOG-OUT-OF-RANGE        PIC 9(07) COMP VALUE ZERO.
002880     05  CY-RUNCTL-READ             PIC 9(07) COMP VALUE ZERO.
002890     05  CY-RUNCTL-OUT-OF-RANGE     PIC 9(07) COMP VALUE ZERO.
002900     05  CY-DATE-EXCEPTIONS         PIC 9(05) COMP VALUE ZERO.
002910     05  CY-DATE-WARNINGS           PIC 9(05) COMP VALUE ZERO.
002920     05  CY-SECTION-LINES           PIC 9(05) COMP VALUE ZERO.
002930     05  CY-DATES-CLEAN             PIC 9(05) COMP VALUE ZERO.
002940     05  CY-DATES-WARNED            PIC 9(05) COMP VALUE ZERO.
002950     05  CY-DATES-EXCEPTED          PIC 9(05) COMP VALUE ZERO.
002960     05  CY-TOTAL-EXCEPTIONS        PIC 9(07) COMP VALUE ZERO.
002970     05  CY-TOTAL-WARNINGS          PIC 9(07) COMP VALUE ZERO.
002980
002990*****************************************************************
003000*    DATE WORK
003010*****************************************************************
003020 01  CY-DATE-WORK.
003030     05  CY-CURRENT-DATE-TIME       PIC X(21).
003040     05  CY-FROM-DATE               PIC X(08) VALUE '00000000'.
003050     05  CY-TO-DATE                 PIC X(08) VALUE '99999999'.
003060     05  CY-CARD-YMD                PIC 9(08).
003070     05  CY-RUN-YMD                 PIC 9(08).
003080     05  CY-RUN-JULIAN              PIC 9(07) COMP.
003090
003100 01  CY-EDIT-WORK.
003110     05  CY-COUNT-DISPLAY           PIC 9(07).
003120     05  CY-OTHER-COUNT-DISPLAY     PIC 9(07).
003130     05  CY-EXCEPTION-DISPLAY       PIC 9(05).
003140     05  CY-WARNING-DISPLAY         PIC 9(05).
003150     05  CY-RC-DISPLAY              PIC 9(03).
003160     05  CY-TIME-IN                 PIC X(14).
003170     05  CY-TIME-OUT                PIC X(19).
003180     05  CY-START-EDIT              PIC X(19).
003190     05  CY-END-EDIT                PIC X(19).
003200     05  CY-DATE-EDIT               PIC X(10).
003210     05  CY-USE-TEXT                PIC X(03).
003220     05  CY-STEP-NOTE               PIC X(40).
003230     05  CY-RESULT-TEXT             PIC X(30).
003240
003250 PROCEDURE DIVISION.
003260
003270*****************************************************************
003280*    0000-MAINLINE
003290*****************************************************************
003300 0000-MAINLINE.
003310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003320
003330     PERFORM 2000-LOAD-CYCLE-LOG THRU 2000-EXIT.
003340
003350     PERFORM 3000-LOAD-RUN-CONTROL THRU 3000-EXIT.
003360
003370     PERFORM 4000-REPORT-ONE-DATE THRU 4000-EXIT
003380         VARYING CY-DATE-INDEX FROM 1 BY 1
003390         UNTIL CY-DATE-INDEX > CY-DATE-COUNT.
003400
003410     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003420
003430     STOP RUN.
003440
003450*****************************************************************
003460*    1000-INITIALIZE
003470*****************************************************************
003480 1000-INITIALIZE.
003490     MOVE FUNCTION CURRENT-DATE TO CY-CURRENT-DATE-TIME.
003500     PERFORM 1100-READ-CYCLE-PARM THRU 1100-EXIT.
003510
003520     OPEN OUTPUT CYCLE-REPORT-FILE.
003530     IF CY-REPT-STATUS NOT = '00'
003540         DISPLAY "PGCYCRPT: CANNOT OPEN CYCLE-REPORT-FILE - "
003550             "STATUS " CY-REPT-STATUS " - ABEND"
003560         MOVE 16 TO RETURN-CODE
003570         STOP RUN
003580     END-IF.
003590 1000-EXIT.
003600     EXIT.
003610
003620*****************************************************************
003630*    1100-READ-CYCLE-PARM - A BLANK DATE LEAVES ITS END OF THE
003640*    RANGE OPEN.  INTEGER-OF-DATE YIELDS ZERO FOR AN
003650*    IMPOSSIBLE DATE ON THE CARD.
003660*****************************************************************
003670 1100-READ-CYCLE-PARM.
003680     MOVE SPACES TO PG-CYCLE-PARM-RECORD.
003690     OPEN INPUT CYCLE-PARM-FILE.
003700     IF CY-PARM-STATUS NOT = '00' AND CY-PARM-STATUS NOT = '05'
003710         DISPLAY "PGCYCRPT: CANNOT OPEN CYCLE-PARM-FILE - "
003720             "STATUS " CY-PARM-STATUS " - ABEND"
003730         MOVE 16 TO RETURN-CODE
003740         STOP RUN
003750     END-IF.
003760     READ CYCLE-PARM-FILE
003770         AT END
003780             DISPLAY "PGCYCRPT: NO CYCLE PARM CARD - EVERY "
003790                 "DATE ON THE LOG REPORTED"
003800             MOVE SPACES TO PG-CYCLE-PARM-RECORD
003810     END-READ.
003820     CLOSE CYCLE-PARM-FILE.
003830
003840     IF PG-CP-FROM-DATE NOT = SPACES
003850        AND PG-CP-FROM-DATE NOT = LOW-VALUES
003860         MOVE PG-CP-FROM-DATE TO CY-WORK-DATE
003870         PERFORM 1110-EDIT-CARD-DATE THRU 1110-EXIT
003880         MOVE PG-CP-FROM-DATE TO CY-FROM-DATE
003890         MOVE 'Y' TO CY-RANGE-SWITCH
003900     END-IF.
003910     IF PG-CP-TO-DATE NOT = SPACES
003920        AND PG-CP-TO-DATE NOT = LOW-VALUES
003930         MOVE PG-CP-TO-DATE TO CY-WORK-DATE
003940         PERFORM 1110-EDIT-CARD-DATE THRU 1110-EXIT
003950         MOVE PG-CP-TO-DATE TO CY-TO-DATE
003960         MOVE 'Y' TO CY-RANGE-SWITCH
003970     END-IF.
003980     IF CY-TO-DATE < CY-FROM-DATE
003990         DISPLAY "PGCYCRPT: TO DATE " CY-TO-DATE
004000             " BEFORE FROM DATE " CY-FROM-DATE " - ABEND"
004010         MOVE 16 TO RETURN-CODE
004020         STOP RUN
004030     END-IF.
004040 1100-EXIT.
004050     EXIT.
004060
004070 1110-EDIT-CARD-DATE.
004080     IF CY-WORK-DATE NOT NUMERIC
004090         DISPLAY "PGCYCRPT: CARD DATE '" CY-WORK-DATE
004100             "' MUST BE YYYYMMDD - ABEND"
004110         MOVE 16 TO RETURN-CODE
004120         STOP RUN
004130     END-IF.
004140     MOVE CY-WORK-DATE TO CY-CARD-YMD.
004150     IF FUNCTION INTEGER-OF-DATE(CY-CARD-YMD) = ZERO
004160         DISPLAY "PGCYCRPT: CARD DATE " CY-CARD-YMD
004170             " NOT A CALENDAR DATE - ABEND"
004180         MOVE 16 TO RETURN-CODE
004190         STOP RUN
004200     END-IF.
004210 1110-EXIT.
004220     EXIT.
004230
004240*****************************************************************
004250*    2000-LOAD-CYCLE-LOG - A LOG NOT YET CREATED IS EMPTY.
004260*****************************************************************
004270 2000-LOAD-CYCLE-LOG.
004280     OPEN INPUT CYCLE-LOG-FILE.
004290     IF CY-LOG-STATUS NOT = '00' AND CY-LOG-STATUS NOT = '05'
004300         DISPLAY "PGCYCRPT: CANNOT OPEN CYCLE-LOG-FILE - "
004310             "STATUS " CY-LOG-STATUS " - ABEND"
004320         MOVE 16 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350     PERFORM 2100-LOAD-ONE-STEP THRU 2100-EXIT
004360         UNTIL CY-END-OF-LOG.
004370     CLOSE CYCLE-LOG-FILE.
004380 2000-EXIT.
004390     EXIT.
004400
004410 2100-LOAD-ONE-STEP.
004420     READ CYCLE-LOG-FILE INTO PG-STEP-RECORD
004430         AT END
004440             MOVE 'Y' TO CY-LOG-EOF-SWITCH
004450             GO TO 2100-EXIT
004460     END-READ.
004470     ADD 1 TO CY-LOG-READ.
004480     IF PG-SR-BUSINESS-DATE < CY-FROM-DATE
004490        OR PG-SR-BUSINESS-DATE > CY-TO-DATE
004500         ADD 1 TO CY-LOG-OUT-OF-RANGE
004510         GO TO 2100-EXIT
004520     END-IF.
004530     IF CY-STEP-COUNT NOT < CY-STEP-MAX
004540         DISPLAY "PGCYCRPT: MORE THAN " CY-STEP-MAX
004550             " CYCLE LOG RECORDS IN THE DATE RANGE - ABEND"
004560         MOVE 16 TO RETURN-CODE
004570         STOP RUN
004580     END-IF.
004590     ADD 1 TO CY-STEP-COUNT.
004600     MOVE PG-STEP-RECORD TO CY-ST-IMAGE(CY-STEP-COUNT).
004610     IF PG-SR-FILE-COUNT NOT NUMERIC
004620         MOVE ZERO TO CY-ST-FILE-COUNT(CY-STEP-COUNT)
004630     END-IF.
004640     IF CY-ST-FILE-COUNT(CY-STEP-COUNT) > 10
004650         MOVE 10 TO CY-ST-FILE-COUNT(CY-STEP-COUNT)
004660     END-IF.
004670
004680     MOVE ZERO TO CY-ST-RANK(CY-STEP-COUNT).
004690     MOVE 'N' TO CY-ST-LEAF-SW(CY-STEP-COUNT).
004700     IF NOT PG-SR-QUEUE-MODE
004710         PERFORM 2110-MATCH-ONE-EXPECTED THRU 2110-EXIT
004720             VARYING CY-EXPECT-INDEX FROM 1 BY 1
004730             UNTIL CY-EXPECT-INDEX > CY-EXPECTED-COUNT
004740     END-IF.
004750
004760     MOVE PG-SR-BUSINESS-DATE TO CY-WORK-DATE.
004770     PERFORM 2200-ADD-DATE THRU 2200-EXIT.
004780 2100-EXIT.
004790     EXIT.
004800
004810 2110-MATCH-ONE-EXPECTED.
004820     IF CY-EX-PROGRAM(CY-EXPECT-INDEX) = PG-SR-PROGRAM
004830         MOVE CY-EX-RANK(CY-EXPECT-INDEX)
004840             TO CY-ST-RANK(CY-STEP-COUNT)
004850         MOVE CY-EX-LEAF-SW(CY-EXPECT-INDEX)
004860             TO CY-ST-LEAF-SW(CY-STEP-COUNT)
004870     END-IF.
004880 2110-EXIT.
004890     EXIT.
004900
004910*****************************************************************
004920*    2200-ADD-DATE - CY-WORK-DATE INTO THE DATE TABLE UNLESS
004930*    ALREADY THERE.  A NEW DATE IS SLOTTED INTO DATE ORDER BY
004940*    MOVING THE LATER DATES UP ONE.
004950*****************************************************************
004960 2200-ADD-DATE.
004970     MOVE 'N' TO CY-FOUND-SWITCH.
004980     PERFORM 2210-MATCH-ONE-DATE THRU 2210-EXIT
004990         VARYING CY-SHIFT-INDEX FROM 1 BY 1
005000         UNTIL CY-SHIFT-INDEX > CY-DATE-COUNT
005010            OR CY-FOUND.
005020     IF CY-FOUND
005030         GO TO 2200-EXIT
005040     END-IF.
005050     IF CY-DATE-COUNT NOT < CY-DATE-MAX
005060         DISPLAY "PGCYCRPT: MORE THAN " CY-DATE-MAX
005070             " BUSINESS DATES IN THE DATE RANGE - ABEND"
005080         MOVE 16 TO RETURN-CODE
005090         STOP RUN
005100     END-IF.
005110     ADD 1 TO CY-DATE-COUNT.
005120     MOVE CY-DATE-COUNT TO CY-SHIFT-INDEX.
005130     MOVE 'N' TO CY-SHIFT-DONE-SWITCH.
005140     PERFORM 2220-SHIFT-ONE-DATE THRU 2220-EXIT
005150         UNTIL CY-SHIFT-DONE.
005160     MOVE CY-WORK-DATE TO CY-DT-BUSINESS-DATE(CY-SHIFT-INDEX).
005170 2200-EXIT.
005180     EXIT.
005190
005200 2210-MATCH-ONE-DATE.
005210     IF CY-DT-BUSINESS-DATE(CY-SHIFT-INDEX) = CY-WORK-DATE
005220         MOVE 'Y' TO CY-FOUND-SWITCH
005230     END-IF.
005240 2210-EXIT.
005250     EXIT.
005260
005270 2220-SHIFT-ONE-DATE.
005280     IF CY-SHIFT-INDEX = 1
005290         MOVE 'Y' TO CY-SHIFT-DONE-SWITCH
005300         GO TO 2220-EXIT
005310     END-IF.
005320     IF CY-DT-BUSINESS-DATE(CY-SHIFT-INDEX - 1)
005330             NOT > CY-WORK-DATE
005340         MOVE 'Y' TO CY-SHIFT-DONE-SWITCH
005350         GO TO 2220-EXIT
005360     END-IF.
005370     MOVE CY-DT-BUSINESS-DATE(CY-SHIFT-INDEX - 1)
005380         TO CY-DT-BUSINESS-DATE(CY-SHIFT-INDEX).
005390     SUBTRACT 1 FROM CY-SHIFT-INDEX.
005400 2220-EXIT.
005410     EXIT.
005420
005430*****************************************************************
005440*    3000-LOAD-RUN-CONTROL - EACH RUN ID'S RECORD TYPES.  A
005450*    LEDGER NOT YET CREATED IS EMPTY.  WITHOUT A DATE RANGE ON
005460*    THE CARD THE LEDGER IS TAKEN FROM THE FIRST DATE ON THE
005470*    LOG, SO A NEW LOG DOES NOT TURN MONTHS OF OLD LEDGER
005480*    ENTRIES INTO PAGES OF MISSING STEPS.  A RETIRED FEED-KEY
005485*    ENTRY ('K') IS NOT A RUN AND IS PASSED OVER.
005490*****************************************************************
005500 3000-LOAD-RUN-CONTROL.
005510     IF NOT CY-RANGE-ON-CARD
005520         IF CY-DATE-COUNT = ZERO
005530             GO TO 3000-EXIT
005540         END-IF
005550         MOVE CY-DT-BUSINESS-DATE(1) TO CY-FROM-DATE
005560     END-IF.
005570     OPEN INPUT RUN-CONTROL-FILE.
005580     IF CY-RUNCTL-STATUS NOT = '00'
005590        AND CY-RUNCTL-STATUS NOT = '05'
005600         DISPLAY "PGCYCRPT: CANNOT OPEN RUN-CONTROL-FILE - "
005610             "STATUS " CY-RUNCTL-STATUS " - ABEND"
005620         MOVE 16 TO RETURN-CODE
005630         STOP RUN
005640     END-IF.
005650     PERFORM 3100-LOAD-ONE-RUN-ENTRY THRU 3100-EXIT
005660         UNTIL CY-END-OF-RUNCTL.
005670     CLOSE RUN-CONTROL-FILE.
005680 3000-EXIT.
005690     EXIT.
005700
005710 3100-LOAD-ONE-RUN-ENTRY.
005720     READ RUN-CONTROL-FILE
005730         AT END
005740             MOVE 'Y' TO CY-RUNCTL-EOF-SWITCH
005750             GO TO 3100-EXIT
005760     END-READ.
005770     ADD 1 TO CY-RUNCTL-READ.
005772     IF PG-RC-KEY-RETIRED
005774         GO TO 3100-EXIT
005776     END-IF.
005780     IF PG-RC-RUN-ID NOT NUMERIC
005790         ADD 1 TO CY-RUNCTL-OUT-OF-RANGE
005800         GO TO 3100-EXIT
005810     END-IF.
005820     PERFORM 3200-SET-RUN-DATE THRU 3200-EXIT.
005830     IF CY-WORK-DATE < CY-FROM-DATE
005840        OR CY-WORK-DATE > CY-TO-DATE
005850         ADD 1 TO CY-RUNCTL-OUT-OF-RANGE
005860         GO TO 3100-EXIT
005870     END-IF.
005880
005890     MOVE 'N' TO CY-FOUND-SWITCH.
005900     PERFORM 3110-MATCH-ONE-RUN THRU 3110-EXIT
005910         VARYING CY-RUN-INDEX FROM 1 BY 1
005920         UNTIL CY-RUN-INDEX > CY-RUN-COUNT
005930            OR CY-FOUND.
005940     IF CY-FOUND
005950         SUBTRACT 1 FROM CY-RUN-INDEX
005960     ELSE
005970         PERFORM 3120-ADD-RUN THRU 3120-EXIT
005980     END-IF.
005990
006000     IF PG-RC-RUN-STARTED
006010         MOVE 'Y' TO CY-RN-STARTED-SW(CY-RUN-INDEX)
006020     END-IF.
006030     IF PG-RC-RUN-ENDED
006040         MOVE 'Y' TO CY-RN-ENDED-SW(CY-RUN-INDEX)
006050     END-IF.
006060     IF PG-RC-FEED-CONSUMED
006070         MOVE 'Y' TO CY-RN-CONSUMED-SW(CY-RUN-INDEX)
006080     END-IF.
006090     IF PG-RC-RUN-BACKED-OUT
006100         MOVE 'Y' TO CY-RN-BACKED-OUT-SW(CY-RUN-INDEX)
006110     END-IF.
006120
006130     PERFORM 2200-ADD-DATE THRU 2200-EXIT.
006140 3100-EXIT.
006150     EXIT.
006160
006170 3110-MATCH-ONE-RUN.
006180     IF CY-RN-RUN-ID(CY-RUN-INDEX) = PG-RC-RUN-ID
006190         MOVE 'Y' TO CY-FOUND-SWITCH
006200     END-IF.
006210 3110-EXIT.
006220     EXIT.
006230
006240 3120-ADD-RUN.
006250     IF CY-RUN-COUNT NOT < CY-RUN-MAX
006260         DISPLAY "PGCYCRPT: MORE THAN " CY-RUN-MAX
006270             " RUN IDS ON RUNCTL IN THE DATE RANGE - ABEND"
006280         MOVE 16 TO RETURN-CODE
006290         STOP RUN
006300     END-IF.
006310     ADD 1 TO CY-RUN-COUNT.
006320     MOVE CY-RUN-COUNT TO CY-RUN-INDEX.
006330     MOVE PG-RC-RUN-ID TO CY-RN-RUN-ID(CY-RUN-INDEX).
006340     MOVE CY-WORK-DATE TO CY-RN-BUSINESS-DATE(CY-RUN-INDEX).
006350     MOVE PG-RC-RUN-MODE TO CY-RN-RUN-MODE(CY-RUN-INDEX).
006360     IF PG-RC-STREAM-ID = SPACES
006370         MOVE '00' TO CY-RN-STREAM-ID(CY-RUN-INDEX)
006380     ELSE
006390         MOVE PG-RC-STREAM-ID TO CY-RN-STREAM-ID(CY-RUN-INDEX)
006400     END-IF.
006410     MOVE 'N' TO CY-RN-STARTED-SW(CY-RUN-INDEX).
006420     MOVE 'N' TO CY-RN-ENDED-SW(CY-RUN-INDEX).
006430     MOVE 'N' TO CY-RN-CONSUMED-SW(CY-RUN-INDEX).
006440     MOVE 'N' TO CY-RN-BACKED-OUT-SW(CY-RUN-INDEX).
006450 3120-EXIT.
006460     EXIT.
006470
006480*****************************************************************
006490*    3200-SET-RUN-DATE - BUSINESS DATE OF A RUN ID (THE
006500*    GENERATOR'S START TIME) BY THE PGCYCLOG CUT-OVER: BEFORE
006510*    NOON IS THE PRIOR DAY'S CYCLE.
006520*****************************************************************
006530 3200-SET-RUN-DATE.
006540     MOVE PG-RC-RUN-ID(1:8) TO CY-WORK-DATE.
006550     IF PG-RC-RUN-ID(9:2) NOT < CY-CUTOVER-HOUR
006560         GO TO 3200-EXIT
006570     END-IF.
006580     MOVE PG-RC-RUN-ID(1:8) TO CY-RUN-YMD.
006590     COMPUTE CY-RUN-JULIAN =
006600         FUNCTION INTEGER-OF-DATE(CY-RUN-YMD) - 1.
006610     MOVE FUNCTION DATE-OF-INTEGER(CY-RUN-JULIAN)
006620         TO CY-RUN-YMD.
006630     MOVE CY-RUN-YMD TO CY-WORK-DATE.
006640 3200-EXIT.
006650     EXIT.
006660
006670*****************************************************************
006680*    4000-REPORT-ONE-DATE - ONE STATUS PAGE.
006690*****************************************************************
006700 4000-REPORT-ONE-DATE.
006710     MOVE CY-DT-BUSINESS-DATE(CY-DATE-INDEX) TO CY-WORK-DATE.
006720     MOVE ZERO TO CY-DATE-EXCEPTIONS.
006730     MOVE ZERO TO CY-DATE-WARNINGS.
006740
006750     PERFORM 4100-FIND-SPLIT THRU 4100-EXIT.
006760     PERFORM 4200-WRITE-PAGE-HEADING THRU 4200-EXIT.
006770     PERFORM 4300-LIST-STEPS THRU 4300-EXIT.
006780     PERFORM 4400-LIST-MISSING THRU 4400-EXIT.
006790     PERFORM 4500-LIST-OUT-OF-ORDER THRU 4500-EXIT.
006800     PERFORM 4600-LIST-CARRY-FORWARD THRU 4600-EXIT.
006810     PERFORM 4700-LIST-RUN-CONTROL THRU 4700-EXIT.
006820     PERFORM 4800-WRITE-DATE-STATUS THRU 4800-EXIT.
006830 4000-EXIT.
006840     EXIT.
006850
006860*****************************************************************
006870*    4100-FIND-SPLIT - THE LAST PGACCSPL STEP OF THE DATE, AND
006880*    THE NUMBER OF STREAM FILES (ACCTINNN) IT WROTE.
006890*****************************************************************
006900 4100-FIND-SPLIT.
006910     MOVE 'N' TO CY-SPLIT-SWITCH.
006920     MOVE ZERO TO CY-SPLIT-INDEX.
006930     MOVE ZERO TO CY-STREAM-COUNT.
006940     PERFORM 4110-CHECK-ONE-SPLIT THRU 4110-EXIT
006950         VARYING CY-STEP-INDEX FROM 1 BY 1
006960         UNTIL CY-STEP-INDEX > CY-STEP-COUNT.
006970     IF CY-SPLIT-INDEX = ZERO
006980         GO TO 4100-EXIT
006990     END-IF.
007000     MOVE 'Y' TO CY-SPLIT-SWITCH.
007010     MOVE CY-SPLIT-INDEX TO CY-STEP-INDEX.
007020     PERFORM 4120-COUNT-ONE-STREAM THRU 4120-EXIT
007030         VARYING CY-FILE-INDEX FROM 1 BY 1
007040         UNTIL CY-FILE-INDEX > CY-ST-FILE-COUNT(CY-STEP-INDEX).
007050 4100-EXIT.
007060     EXIT.
007070
007080 4110-CHECK-ONE-SPLIT.
007090     IF CY-ST-BUSINESS-DATE(CY-STEP-INDEX) = CY-WORK-DATE
007100        AND CY-ST-PROGRAM(CY-STEP-INDEX) = 'PGACCSPL'
007110         MOVE CY-STEP-INDEX TO CY-SPLIT-INDEX
007120     END-IF.
007130 4110-EXIT.
007140     EXIT.
007150
007160 4120-COUNT-ONE-STREAM.
007170     IF CY-ST-FILE-USE(CY-STEP-INDEX, CY-FILE-INDEX) = 'O'
007180        AND CY-ST-FILE-DD(CY-STEP-INDEX, CY-FILE-INDEX)(1:6)
007190            = 'ACCTIN'
007200         ADD 1 TO CY-STREAM-COUNT
007210     END-IF.
007220 4120-EXIT.
007230     EXIT.
007240
007250 4200-WRITE-PAGE-HEADING.
007251     IF CY-DATE-INDEX > 1
007252         MOVE SPACES TO CY-REPORT-LINE
007253         WRITE CY-REPORT-LINE
007254         WRITE CY-REPORT-LINE
007255     END-IF.
007260     MOVE SPACES TO CY-DATE-EDIT.
007270     STRING CY-WORK-DATE(1:4) "-" CY-WORK-DATE(5:2) "-"
007280            CY-WORK-DATE(7:2)
007290         DELIMITED BY SIZE INTO CY-DATE-EDIT.
007300     MOVE SPACES TO CY-REPORT-LINE.
007310     STRING "PGCYCRPT - NIGHTLY CYCLE STATUS  BUSINESS DATE "
007320            CY-DATE-EDIT
007330            "  RUN DATE "
007340            CY-CURRENT-DATE-TIME(1:4) "-"
007350            CY-CURRENT-DATE-TIME(5:2) "-"
007360            CY-CURRENT-DATE-TIME(7:2)
007370         DELIMITED BY SIZE INTO CY-REPORT-LINE.
007380     WRITE CY-REPORT-LINE.
007390     MOVE SPACES TO CY-REPORT-LINE.
007400     IF CY-SPLIT-CYCLE
007410         MOVE CY-STREAM-COUNT TO CY-STREAM-NO
007420         STRING "SPLIT CYCLE - " CY-STREAM-NO
007430                " GENERATOR STREAMS"
007440             DELIMITED BY SIZE INTO CY-REPORT-LINE
007450     ELSE
007460         MOVE "SINGLE-STREAM CYCLE - GENERATOR STREAM 00"
007470             TO CY-REPORT-LINE
007480     END-IF.
007490     WRITE CY-REPORT-LINE.
007500 4200-EXIT.
007510     EXIT.
007520
007530*****************************************************************
007540*    4300-LIST-STEPS - EVERY STEP OF THE DATE IN LOG ORDER,
007550*    EACH FOLLOWED BY THE FILES IT READ AND WROTE.
007560*****************************************************************
007570 4300-LIST-STEPS.
007580     MOVE SPACES TO CY-REPORT-LINE.
007590     WRITE CY-REPORT-LINE.
007600     MOVE "STEPS RUN" TO CY-REPORT-LINE.
007610     WRITE CY-REPORT-LINE.
007620     MOVE SPACES TO CY-REPORT-LINE.
007630     STRING "PROGRAM  STRM MODE RUN ID         RC  "
007640            "STARTED             ENDED               NOTE"
007650         DELIMITED BY SIZE INTO CY-REPORT-LINE.
007660     WRITE CY-REPORT-LINE.
007670     MOVE ZERO TO CY-SECTION-LINES.
007680     PERFORM 4310-LIST-ONE-STEP THRU 4310-EXIT
007690         VARYING CY-STEP-INDEX FROM 1 BY 1
007700         UNTIL CY-STEP-INDEX > CY-STEP-COUNT.
007710     IF CY-SECTION-LINES = ZERO
007720         MOVE "  NO STEP OF THIS DATE IS ON THE CYCLE LOG"
007730             TO CY-REPORT-LINE
007740         WRITE CY-REPORT-LINE
007750     END-IF.
007760 4300-EXIT.
007770     EXIT.
007780
007790 4310-LIST-ONE-STEP.
007800     IF CY-ST-BUSINESS-DATE(CY-STEP-INDEX) NOT = CY-WORK-DATE
007810         GO TO 4310-EXIT
007820     END-IF.
007830     ADD 1 TO CY-SECTION-LINES.
007840     MOVE CY-ST-START-TIME(CY-STEP-INDEX) TO CY-TIME-IN.
007850     PERFORM 8300-EDIT-TIME THRU 8300-EXIT.
007860     MOVE CY-TIME-OUT TO CY-START-EDIT.
007870     MOVE CY-ST-END-TIME(CY-STEP-INDEX) TO CY-TIME-IN.
007880     PERFORM 8300-EDIT-TIME THRU 8300-EXIT.
007890     MOVE CY-TIME-OUT TO CY-END-EDIT.
007900
007910     MOVE SPACES TO CY-STEP-NOTE.
007920     IF CY-ST-RANK(CY-STEP-INDEX) = ZERO
007930         IF CY-ST-RUN-MODE(CY-STEP-INDEX) = 'Q'
007940             MOVE "HELPDESK QUEUE RUN - NOT JUDGED"
007950                 TO CY-STEP-NOTE
007960         ELSE
007970             MOVE "NOT A CYCLE STEP - NOT JUDGED"
007980                 TO CY-STEP-NOTE
007990         END-IF
008000     END-IF.
008010     IF CY-ST-RETURN-CODE(CY-STEP-INDEX) NOT NUMERIC
008020         MOVE 999 TO CY-ST-RETURN-CODE(CY-STEP-INDEX)
008030     END-IF.
008040     IF CY-ST-RETURN-CODE(CY-STEP-INDEX) > 4
008050         MOVE "*EXCEPTION* STEP ENDED RC 8 OR HIGHER"
008060             TO CY-STEP-NOTE
008070         PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT
008080     ELSE
008090         IF CY-ST-RETURN-CODE(CY-STEP-INDEX) > ZERO
008100             MOVE "*WARNING* STEP ENDED WITH A WARNING"
008110                 TO CY-STEP-NOTE
008120             PERFORM 8200-NOTE-WARNING THRU 8200-EXIT
008130         END-IF
008140     END-IF.
008150     MOVE CY-ST-RETURN-CODE(CY-STEP-INDEX) TO CY-RC-DISPLAY.
008160
008170     MOVE SPACES TO CY-REPORT-LINE.
008180     STRING CY-ST-PROGRAM(CY-STEP-INDEX) " "
008190            CY-ST-STREAM-ID(CY-STEP-INDEX) "   "
008200            CY-ST-RUN-MODE(CY-STEP-INDEX) "    "
008210            CY-ST-RUN-ID(CY-STEP-INDEX) " "
008220            CY-RC-DISPLAY " "
008230            CY-START-EDIT " "
008240            CY-END-EDIT " "
008250            CY-STEP-NOTE
008260         DELIMITED BY SIZE INTO CY-REPORT-LINE.
008270     WRITE CY-REPORT-LINE.
008280     PERFORM 4320-LIST-ONE-FILE THRU 4320-EXIT
008290         VARYING CY-FILE-INDEX FROM 1 BY 1
008300         UNTIL CY-FILE-INDEX > CY-ST-FILE-COUNT(CY-STEP-INDEX).
008310 4310-EXIT.
008320     EXIT.
008330
008340 4320-LIST-ONE-FILE.
008350     IF CY-ST-FILE-USE(CY-STEP-INDEX, CY-FILE-INDEX) = 'O'
008360         MOVE "OUT" TO CY-USE-TEXT
008370     ELSE
008380         MOVE "IN " TO CY-USE-TEXT
008390     END-IF.
008400     MOVE CY-ST-FILE-RECORDS(CY-STEP-INDEX, CY-FILE-INDEX)
008410         TO CY-COUNT-DISPLAY.
008420     MOVE SPACES TO CY-REPORT-LINE.
008430     IF CY-ST-FILE-TRAILER-SW(CY-STEP-INDEX, CY-FILE-INDEX)
008440             = 'Y'
008450         STRING "         " CY-USE-TEXT " "
008460                CY-ST-FILE-DD(CY-STEP-INDEX, CY-FILE-INDEX)
008470                " RECORDS " CY-COUNT-DISPLAY
008480                "  TRAILER HASH "
008490                CY-ST-FILE-HASH(CY-STEP-INDEX, CY-FILE-INDEX)
008500             DELIMITED BY SIZE INTO CY-REPORT-LINE
008510     ELSE
008520         STRING "         " CY-USE-TEXT " "
008530                CY-ST-FILE-DD(CY-STEP-INDEX, CY-FILE-INDEX)
008540                " RECORDS " CY-COUNT-DISPLAY
008550                "  NO TRAILER"
008560             DELIMITED BY SIZE INTO CY-REPORT-LINE
008570     END-IF.
008580     WRITE CY-REPORT-LINE.
008590 4320-EXIT.
008600     EXIT.
008610
008620*****************************************************************
008630*    4400-LIST-MISSING - EXPECTED STEPS WITH NO STEP RECORD.
008640*    A STEP THAT ABENDED WROTE NONE, SO IT IS LISTED HERE.
008650*****************************************************************
008660 4400-LIST-MISSING.
008670     MOVE SPACES TO CY-REPORT-LINE.
008680     WRITE CY-REPORT-LINE.
008690     MOVE "EXPECTED STEPS NOT RUN (OR NOT ENDED CLEANLY)"
008700         TO CY-REPORT-LINE.
008710     WRITE CY-REPORT-LINE.
008720     MOVE ZERO TO CY-SECTION-LINES.
008730     PERFORM 4410-CHECK-ONE-EXPECTED THRU 4410-EXIT
008740         VARYING CY-EXPECT-INDEX FROM 1 BY 1
008750         UNTIL CY-EXPECT-INDEX > CY-EXPECTED-COUNT.
008760     IF CY-SECTION-LINES = ZERO
008770         MOVE "  NONE" TO CY-REPORT-LINE
008780         WRITE CY-REPORT-LINE
008790     END-IF.
008800 4400-EXIT.
008810     EXIT.
008820
008830 4410-CHECK-ONE-EXPECTED.
008840     MOVE CY-EX-PROGRAM(CY-EXPECT-INDEX) TO CY-WANT-PROGRAM.
008850     MOVE SPACES TO CY-WANT-STREAM.
008860     IF CY-EX-EVERY-CYCLE(CY-EXPECT-INDEX)
008870        OR (CY-EX-SPLIT-ONLY(CY-EXPECT-INDEX)
008880            AND CY-SPLIT-CYCLE)
008890         PERFORM 8400-FIND-STEP THRU 8400-EXIT
008900         IF NOT CY-FOUND
008910             PERFORM 4430-WRITE-MISSING THRU 4430-EXIT
008920         END-IF
008930     END-IF.
008940     IF NOT CY-EX-PER-STREAM(CY-EXPECT-INDEX)
008950         GO TO 4410-EXIT
008960     END-IF.
008970     IF CY-SPLIT-CYCLE
008980         PERFORM 4420-CHECK-ONE-STREAM THRU 4420-EXIT
008990             VARYING CY-STREAM-INDEX FROM 1 BY 1
009000             UNTIL CY-STREAM-INDEX > CY-STREAM-COUNT
009010     ELSE
009020         MOVE '00' TO CY-WANT-STREAM
009030         PERFORM 8400-FIND-STEP THRU 8400-EXIT
009040         IF NOT CY-FOUND
009050             PERFORM 4430-WRITE-MISSING THRU 4430-EXIT
009060         END-IF
009070     END-IF.
009080 4410-EXIT.
009090     EXIT.
009100
009110 4420-CHECK-ONE-STREAM.
009120     MOVE CY-STREAM-INDEX TO CY-STREAM-NO.
009130     MOVE CY-STREAM-NO TO CY-WANT-STREAM.
009140     PERFORM 8400-FIND-STEP THRU 8400-EXIT.
009150     IF NOT CY-FOUND
009160         PERFORM 4430-WRITE-MISSING THRU 4430-EXIT
009170     END-IF.
009180 4420-EXIT.
009190     EXIT.
009200
009210 4430-WRITE-MISSING.
009220     ADD 1 TO CY-SECTION-LINES.
009230     PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT.
009240     MOVE SPACES TO CY-REPORT-LINE.
009250     IF CY-WANT-STREAM = SPACES
009260         STRING "  *EXCEPTION* " CY-WANT-PROGRAM " "
009265                DELIMITED BY SIZE
009270                CY-EX-TITLE(CY-EXPECT-INDEX) DELIMITED BY "  "
009280                " NOT ON THE CYCLE LOG"
009290             DELIMITED BY SIZE INTO CY-REPORT-LINE
009300     ELSE
009310         STRING "  *EXCEPTION* " CY-WANT-PROGRAM " "
009315                DELIMITED BY SIZE
009320                CY-EX-TITLE(CY-EXPECT-INDEX) DELIMITED BY "  "
009330                " STREAM " CY-WANT-STREAM
009340                " NOT ON THE CYCLE LOG"
009350             DELIMITED BY SIZE INTO CY-REPORT-LINE
009360     END-IF.
009370     WRITE CY-REPORT-LINE.
009380 4430-EXIT.
009390     EXIT.
009400
009410*****************************************************************
009420*    4500-LIST-OUT-OF-ORDER - A JUDGED STEP THAT STARTED BEFORE
009430*    A JUDGED STEP OF LOWER RANK ON THE SAME DATE HAD ENDED.
009440*    A STEP NOTHING WAITS ON IS NEVER A PREDECESSOR.
009450*****************************************************************
009460 4500-LIST-OUT-OF-ORDER.
009470     MOVE SPACES TO CY-REPORT-LINE.
009480     WRITE CY-REPORT-LINE.
009490     MOVE "STEPS OUT OF ORDER" TO CY-REPORT-LINE.
009500     WRITE CY-REPORT-LINE.
009510     MOVE ZERO TO CY-SECTION-LINES.
009520     PERFORM 4510-CHECK-ONE-STEP THRU 4510-EXIT
009530         VARYING CY-STEP-INDEX FROM 1 BY 1
009540         UNTIL CY-STEP-INDEX > CY-STEP-COUNT.
009550     IF CY-SECTION-LINES = ZERO
009560         MOVE "  NONE" TO CY-REPORT-LINE
009570         WRITE CY-REPORT-LINE
009580     END-IF.
009590 4500-EXIT.
009600     EXIT.
009610
009620 4510-CHECK-ONE-STEP.
009630     IF CY-ST-BUSINESS-DATE(CY-STEP-INDEX) NOT = CY-WORK-DATE
009640        OR CY-ST-RANK(CY-STEP-INDEX) < 2
009650         GO TO 4510-EXIT
009660     END-IF.
009670     PERFORM 4520-CHECK-ONE-PREDECESSOR THRU 4520-EXIT
009680         VARYING CY-OTHER-INDEX FROM 1 BY 1
009690         UNTIL CY-OTHER-INDEX > CY-STEP-COUNT.
009700 4510-EXIT.
009710     EXIT.
009720
009730 4520-CHECK-ONE-PREDECESSOR.
009740     IF CY-ST-BUSINESS-DATE(CY-OTHER-INDEX) NOT = CY-WORK-DATE
009750        OR CY-ST-RANK(CY-OTHER-INDEX) = ZERO
009760        OR CY-ST-LEAF-SW(CY-OTHER-INDEX) = 'Y'
009770        OR CY-ST-RANK(CY-OTHER-INDEX)
009780            NOT < CY-ST-RANK(CY-STEP-INDEX)
009790         GO TO 4520-EXIT
009800     END-IF.
009810     IF CY-ST-START-TIME(CY-STEP-INDEX)
009820             NOT < CY-ST-END-TIME(CY-OTHER-INDEX)
009830         GO TO 4520-EXIT
009840     END-IF.
009850     ADD 1 TO CY-SECTION-LINES.
009860     PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT.
009870     MOVE CY-ST-START-TIME(CY-STEP-INDEX) TO CY-TIME-IN.
009880     PERFORM 8300-EDIT-TIME THRU 8300-EXIT.
009890     MOVE CY-TIME-OUT TO CY-START-EDIT.
009900     MOVE CY-ST-END-TIME(CY-OTHER-INDEX) TO CY-TIME-IN.
009910     PERFORM 8300-EDIT-TIME THRU 8300-EXIT.
009920     MOVE CY-TIME-OUT TO CY-END-EDIT.
009930     MOVE SPACES TO CY-REPORT-LINE.
009940     STRING "  *EXCEPTION* " CY-ST-PROGRAM(CY-STEP-INDEX)
009950            " " CY-ST-STREAM-ID(CY-STEP-INDEX)
009960            " STARTED " CY-START-EDIT
009970            " BEFORE " CY-ST-PROGRAM(CY-OTHER-INDEX)
009980            " " CY-ST-STREAM-ID(CY-OTHER-INDEX)
009990            " ENDED " CY-END-EDIT
010000         DELIMITED BY SIZE INTO CY-REPORT-LINE.
010010     WRITE CY-REPORT-LINE.
010020 4520-EXIT.
010030     EXIT.
010040
010050*****************************************************************
010060*    4600-LIST-CARRY-FORWARD - EACH FILE A JUDGED STEP READ,
010070*    AGAINST THE LAST JUDGED STEP OF THE DATE THAT WROTE THE
010080*    SAME DD AND HAD ENDED BEFORE THE READER STARTED.
010090*****************************************************************
010100 4600-LIST-CARRY-FORWARD.
010110     MOVE SPACES TO CY-REPORT-LINE.
010120     WRITE CY-REPORT-LINE.
010130     MOVE "COUNT CARRY-FORWARD" TO CY-REPORT-LINE.
010140     WRITE CY-REPORT-LINE.
010150     MOVE SPACES TO CY-REPORT-LINE.
010160     STRING "FILE      WRITTEN BY  RECORDS  READ BY     "
010170            "RECORDS  RESULT"
010180         DELIMITED BY SIZE INTO CY-REPORT-LINE.
010190     WRITE CY-REPORT-LINE.
010200     MOVE ZERO TO CY-SECTION-LINES.
010210     PERFORM 4610-CHECK-ONE-READER THRU 4610-EXIT
010220         VARYING CY-STEP-INDEX FROM 1 BY 1
010230         UNTIL CY-STEP-INDEX > CY-STEP-COUNT.
010240     IF CY-SECTION-LINES = ZERO
010250         MOVE "  NO FILE PASSED BETWEEN LOGGED STEPS"
010260             TO CY-REPORT-LINE
010270         WRITE CY-REPORT-LINE
010280     END-IF.
010290 4600-EXIT.
010300     EXIT.
010310
010320 4610-CHECK-ONE-READER.
010330     IF CY-ST-BUSINESS-DATE(CY-STEP-INDEX) NOT = CY-WORK-DATE
010340        OR CY-ST-RANK(CY-STEP-INDEX) = ZERO
010350         GO TO 4610-EXIT
010360     END-IF.
010370     PERFORM 4620-CHECK-ONE-INPUT THRU 4620-EXIT
010380         VARYING CY-FILE-INDEX FROM 1 BY 1
010390         UNTIL CY-FILE-INDEX > CY-ST-FILE-COUNT(CY-STEP-INDEX).
010400 4610-EXIT.
010410     EXIT.
010420
010430 4620-CHECK-ONE-INPUT.
010440     IF CY-ST-FILE-USE(CY-STEP-INDEX, CY-FILE-INDEX) NOT = 'I'
010450         GO TO 4620-EXIT
010460     END-IF.
010470     MOVE ZERO TO CY-PRODUCER-INDEX.
010480     MOVE ZERO TO CY-PRODUCER-FILE.
010490     MOVE SPACES TO CY-PRODUCER-END.
010500     PERFORM 4630-CHECK-ONE-WRITER THRU 4630-EXIT
010510         VARYING CY-OTHER-INDEX FROM 1 BY 1
010520         UNTIL CY-OTHER-INDEX > CY-STEP-COUNT.
010530     IF CY-PRODUCER-INDEX = ZERO
010540         GO TO 4620-EXIT
010550     END-IF.
010560
010570     MOVE "CARRIED" TO CY-RESULT-TEXT.
010580     IF CY-ST-FILE-RECORDS(CY-PRODUCER-INDEX, CY-PRODUCER-FILE)
010590        NOT = CY-ST-FILE-RECORDS(CY-STEP-INDEX, CY-FILE-INDEX)
010600         MOVE "*EXCEPTION* COUNT BREAK" TO CY-RESULT-TEXT
010610     ELSE
010620         IF CY-ST-FILE-TRAILER-SW
010630                (CY-PRODUCER-INDEX, CY-PRODUCER-FILE) = 'Y'
010640            AND CY-ST-FILE-TRAILER-SW
010650                (CY-STEP-INDEX, CY-FILE-INDEX) = 'Y'
010660            AND CY-ST-FILE-HASH
010670                (CY-PRODUCER-INDEX, CY-PRODUCER-FILE)
010680                NOT = CY-ST-FILE-HASH
010690                (CY-STEP-INDEX, CY-FILE-INDEX)
010700             MOVE "*EXCEPTION* HASH TOTAL BREAK"
010710                 TO CY-RESULT-TEXT
010720         END-IF
010730     END-IF.
010740     IF CY-RESULT-TEXT NOT = "CARRIED"
010750         PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT
010760     END-IF.
010770
010780     ADD 1 TO CY-SECTION-LINES.
010790     MOVE CY-ST-FILE-RECORDS(CY-PRODUCER-INDEX, CY-PRODUCER-FILE)
010800         TO CY-COUNT-DISPLAY.
010810     MOVE CY-ST-FILE-RECORDS(CY-STEP-INDEX, CY-FILE-INDEX)
010820         TO CY-OTHER-COUNT-DISPLAY.
010830     MOVE SPACES TO CY-REPORT-LINE.
010840     STRING CY-ST-FILE-DD(CY-STEP-INDEX, CY-FILE-INDEX) " "
010850            CY-ST-PROGRAM(CY-PRODUCER-INDEX) " "
010860            CY-ST-STREAM-ID(CY-PRODUCER-INDEX) " "
010870            CY-COUNT-DISPLAY "  "
010880            CY-ST-PROGRAM(CY-STEP-INDEX) " "
010890            CY-ST-STREAM-ID(CY-STEP-INDEX) " "
010900            CY-OTHER-COUNT-DISPLAY "  "
010910            CY-RESULT-TEXT
010920         DELIMITED BY SIZE INTO CY-REPORT-LINE.
010930     WRITE CY-REPORT-LINE.
010940 4620-EXIT.
010950     EXIT.
010960
010970 4630-CHECK-ONE-WRITER.
010980     IF CY-ST-BUSINESS-DATE(CY-OTHER-INDEX) NOT = CY-WORK-DATE
010990        OR CY-ST-RANK(CY-OTHER-INDEX) = ZERO
011000         GO TO 4630-EXIT
011010     END-IF.
011020     IF CY-ST-END-TIME(CY-OTHER-INDEX)
011030             > CY-ST-START-TIME(CY-STEP-INDEX)
011040        OR CY-ST-END-TIME(CY-OTHER-INDEX) < CY-PRODUCER-END
011050         GO TO 4630-EXIT
011060     END-IF.
011070     PERFORM 4640-MATCH-ONE-OUTPUT THRU 4640-EXIT
011080         VARYING CY-OTHER-FILE-INDEX FROM 1 BY 1
011090         UNTIL CY-OTHER-FILE-INDEX
011100             > CY-ST-FILE-COUNT(CY-OTHER-INDEX).
011110 4630-EXIT.
011120     EXIT.
011130
011140 4640-MATCH-ONE-OUTPUT.
011150     IF CY-ST-FILE-USE(CY-OTHER-INDEX, CY-OTHER-FILE-INDEX)
011160             = 'O'
011170        AND CY-ST-FILE-DD(CY-OTHER-INDEX, CY-OTHER-FILE-INDEX)
011180             = CY-ST-FILE-DD(CY-STEP-INDEX, CY-FILE-INDEX)
011190         MOVE CY-OTHER-INDEX TO CY-PRODUCER-INDEX
011200         MOVE CY-OTHER-FILE-INDEX TO CY-PRODUCER-FILE
011210         MOVE CY-ST-END-TIME(CY-OTHER-INDEX) TO CY-PRODUCER-END
011220     END-IF.
011230 4640-EXIT.
011240     EXIT.
011250
011260*****************************************************************
011270*    4700-LIST-RUN-CONTROL - THE DATE'S RUNCTL ENTRIES, THEN
011280*    ANY LOGGED BATCH GENERATOR RUN THE LEDGER DOES NOT SHOW
011290*    AS ENDED.  A BATCH FEED ENDED BUT NOT YET CONSUMED IS A
011300*    WARNING; A RUN STARTED AND NEVER ENDED OR BACKED OUT IS
011310*    AN EXCEPTION - IT HOLDS ITS MODE AND STREAM.
011320*****************************************************************
011330 4700-LIST-RUN-CONTROL.
011340     MOVE SPACES TO CY-REPORT-LINE.
011350     WRITE CY-REPORT-LINE.
011360     MOVE "RUN-CONTROL LEDGER" TO CY-REPORT-LINE.
011370     WRITE CY-REPORT-LINE.
011380     MOVE "RUN ID         MODE STRM S E C B  STATE"
011390         TO CY-REPORT-LINE.
011400     WRITE CY-REPORT-LINE.
011410     MOVE ZERO TO CY-SECTION-LINES.
011420     PERFORM 4710-LIST-ONE-RUN THRU 4710-EXIT
011430         VARYING CY-RUN-INDEX FROM 1 BY 1
011440         UNTIL CY-RUN-INDEX > CY-RUN-COUNT.
011450     IF CY-SECTION-LINES = ZERO
011460         MOVE "  NO RUNCTL ENTRY FOR THIS DATE" TO CY-REPORT-LINE
011470         WRITE CY-REPORT-LINE
011480     END-IF.
011490     PERFORM 4720-CHECK-ONE-GENERATOR THRU 4720-EXIT
011500         VARYING CY-STEP-INDEX FROM 1 BY 1
011510         UNTIL CY-STEP-INDEX > CY-STEP-COUNT.
011520 4700-EXIT.
011530     EXIT.
011540
011550 4710-LIST-ONE-RUN.
011560     IF CY-RN-BUSINESS-DATE(CY-RUN-INDEX) NOT = CY-WORK-DATE
011570         GO TO 4710-EXIT
011580     END-IF.
011590     ADD 1 TO CY-SECTION-LINES.
011600     MOVE SPACES TO CY-RESULT-TEXT.
011610     IF CY-RN-BACKED-OUT-SW(CY-RUN-INDEX) = 'Y'
011620         MOVE "BACKED OUT" TO CY-RESULT-TEXT
011630     ELSE
011640         IF CY-RN-CONSUMED-SW(CY-RUN-INDEX) = 'Y'
011650             MOVE "FEED CONSUMED" TO CY-RESULT-TEXT
011660         ELSE
011670             IF CY-RN-ENDED-SW(CY-RUN-INDEX) = 'Y'
011680                 PERFORM 4711-JUDGE-UNCONSUMED THRU 4711-EXIT
011690             ELSE
011700                 MOVE "*EXCEPTION* NEVER ENDED"
011710                     TO CY-RESULT-TEXT
011720                 PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT
011730             END-IF
011740         END-IF
011750     END-IF.
011760     MOVE SPACES TO CY-REPORT-LINE.
011770     STRING CY-RN-RUN-ID(CY-RUN-INDEX) " "
011780            CY-RN-RUN-MODE(CY-RUN-INDEX) "    "
011790            CY-RN-STREAM-ID(CY-RUN-INDEX) "   "
011800            CY-RN-STARTED-SW(CY-RUN-INDEX) " "
011810            CY-RN-ENDED-SW(CY-RUN-INDEX) " "
011820            CY-RN-CONSUMED-SW(CY-RUN-INDEX) " "
011830            CY-RN-BACKED-OUT-SW(CY-RUN-INDEX) "  "
011840            CY-RESULT-TEXT
011850         DELIMITED BY SIZE INTO CY-REPORT-LINE.
011860     WRITE CY-REPORT-LINE.
011870 4710-EXIT.
011880     EXIT.
011890
011900 4711-JUDGE-UNCONSUMED.
011910     IF CY-RN-RUN-MODE(CY-RUN-INDEX) = 'Q'
011920         MOVE "ENDED" TO CY-RESULT-TEXT
011930         GO TO 4711-EXIT
011940     END-IF.
011950     MOVE "*WARNING* ENDED - NOT CONSUMED" TO CY-RESULT-TEXT.
011960     PERFORM 8200-NOTE-WARNING THRU 8200-EXIT.
011970 4711-EXIT.
011980     EXIT.
011990
012000 4720-CHECK-ONE-GENERATOR.
012010     IF CY-ST-BUSINESS-DATE(CY-STEP-INDEX) NOT = CY-WORK-DATE
012020        OR CY-ST-RANK(CY-STEP-INDEX) = ZERO
012030        OR CY-ST-PROGRAM(CY-STEP-INDEX) NOT = 'PGPWDGEN'
012040         GO TO 4720-EXIT
012050     END-IF.
012060     MOVE CY-ST-RUN-ID(CY-STEP-INDEX) TO CY-WANT-RUN-ID.
012070     MOVE 'N' TO CY-FOUND-SWITCH.
012080     PERFORM 4730-MATCH-ENDED-RUN THRU 4730-EXIT
012090         VARYING CY-RUN-INDEX FROM 1 BY 1
012100         UNTIL CY-RUN-INDEX > CY-RUN-COUNT
012110            OR CY-FOUND.
012120     IF CY-FOUND
012130         GO TO 4720-EXIT
012140     END-IF.
012150     PERFORM 8100-NOTE-EXCEPTION THRU 8100-EXIT.
012160     MOVE SPACES TO CY-REPORT-LINE.
012170     STRING "  *EXCEPTION* PGPWDGEN STREAM "
012180            CY-ST-STREAM-ID(CY-STEP-INDEX)
012190            " RUN " CY-WANT-RUN-ID
012200            " IS ON THE CYCLE LOG BUT HAS NO RUNCTL END RECORD"
012210         DELIMITED BY SIZE INTO CY-REPORT-LINE.
012220     WRITE CY-REPORT-LINE.
012230 4720-EXIT.
012240     EXIT.
012250
012260 4730-MATCH-ENDED-RUN.
012270     IF CY-RN-RUN-ID(CY-RUN-INDEX) = CY-WANT-RUN-ID
012280        AND CY-RN-ENDED-SW(CY-RUN-INDEX) = 'Y'
012290         MOVE 'Y' TO CY-FOUND-SWITCH
012300     END-IF.
012310 4730-EXIT.
012320     EXIT.
012330
012340 4800-WRITE-DATE-STATUS.
012350     MOVE SPACES TO CY-REPORT-LINE.
012360     WRITE CY-REPORT-LINE.
012370     MOVE CY-DATE-EXCEPTIONS TO CY-EXCEPTION-DISPLAY.
012380     MOVE CY-DATE-WARNINGS TO CY-WARNING-DISPLAY.
012390     MOVE SPACES TO CY-REPORT-LINE.
012400     IF CY-DATE-EXCEPTIONS = ZERO AND CY-DATE-WARNINGS = ZERO
012410         ADD 1 TO CY-DATES-CLEAN
012420         STRING "CYCLE " CY-DATE-EDIT " CLEAN"
012430             DELIMITED BY SIZE INTO CY-REPORT-LINE
012440     ELSE
012450         IF CY-DATE-EXCEPTIONS = ZERO
012460             ADD 1 TO CY-DATES-WARNED
012470         ELSE
012480             ADD 1 TO CY-DATES-EXCEPTED
012490         END-IF
012500         STRING "CYCLE " CY-DATE-EDIT "  EXCEPTIONS "
012510                CY-EXCEPTION-DISPLAY "  WARNINGS "
012520                CY-WARNING-DISPLAY
012530             DELIMITED BY SIZE INTO CY-REPORT-LINE
012540     END-IF.
012550     WRITE CY-REPORT-LINE.
012560 4800-EXIT.
012570     EXIT.
012580
012590 8100-NOTE-EXCEPTION.
012600     ADD 1 TO CY-DATE-EXCEPTIONS.
012610     ADD 1 TO CY-TOTAL-EXCEPTIONS.
012620 8100-EXIT.
012630     EXIT.
012640
012650 8200-NOTE-WARNING.
012660     ADD 1 TO CY-DATE-WARNINGS.
012670     ADD 1 TO CY-TOTAL-WARNINGS.
012680 8200-EXIT.
012690     EXIT.
012700
012710*****************************************************************
012720*    8300-EDIT-TIME - YYYYMMDDHHMMSS AS YYYY-MM-DD HH:MM:SS.
012730*****************************************************************
012740 8300-EDIT-TIME.
012750     MOVE SPACES TO CY-TIME-OUT.
012760     IF CY-TIME-IN = SPACES
012770         GO TO 8300-EXIT
012780     END-IF.
012790     STRING CY-TIME-IN(1:4) "-" CY-TIME-IN(5:2) "-"
012800            CY-TIME-IN(7:2) " " CY-TIME-IN(9:2) ":"
012810            CY-TIME-IN(11:2) ":" CY-TIME-IN(13:2)
012820         DELIMITED BY SIZE INTO CY-TIME-OUT.
012830 8300-EXIT.
012840     EXIT.
012850
012860*****************************************************************
012870*    8400-FIND-STEP - IS THERE A JUDGED STEP OF THE PAGE DATE
012880*    FOR CY-WANT-PROGRAM (AND CY-WANT-STREAM UNLESS SPACES)?
012890*****************************************************************
012900 8400-FIND-STEP.
012910     MOVE 'N' TO CY-FOUND-SWITCH.
012920     PERFORM 8410-MATCH-ONE-STEP THRU 8410-EXIT
012930         VARYING CY-OTHER-INDEX FROM 1 BY 1
012940         UNTIL CY-OTHER-INDEX > CY-STEP-COUNT
012950            OR CY-FOUND.
012960 8400-EXIT.
012970     EXIT.
012980
012990 8410-MATCH-ONE-STEP.
013000     IF CY-ST-BUSINESS-DATE(CY-OTHER-INDEX) NOT = CY-WORK-DATE
013010        OR CY-ST-RANK(CY-OTHER-INDEX) = ZERO
013020        OR CY-ST-PROGRAM(CY-OTHER-INDEX) NOT = CY-WANT-PROGRAM
013030         GO TO 8410-EXIT
013040     END-IF.
013050     IF CY-WANT-STREAM NOT = SPACES
013060        AND CY-ST-STREAM-ID(CY-OTHER-INDEX) NOT = CY-WANT-STREAM
013070         GO TO 8410-EXIT
013080     END-IF.
013090     MOVE 'Y' TO CY-FOUND-SWITCH.
013100 8410-EXIT.
013110     EXIT.
013120
013130*****************************************************************
013140*    9000-TERMINATE
013150*****************************************************************
013160 9000-TERMINATE.
013170     MOVE SPACES TO CY-REPORT-LINE.
013180     WRITE CY-REPORT-LINE.
013190     MOVE SPACES TO CY-REPORT-LINE.
013200     MOVE CY-LOG-READ TO CY-COUNT-DISPLAY.
013210     STRING "CYCLE LOG RECORDS READ       " CY-COUNT-DISPLAY
013220         DELIMITED BY SIZE INTO CY-REPORT-LINE.
013230     WRITE CY-REPORT-LINE.
013240     MOVE SPACES TO CY-REPORT-LINE.
013250     MOVE CY-RUNCTL-READ TO CY-COUNT-DISPLAY.
013260     STRING "RUNCTL ENTRIES READ          " CY-COUNT-DISPLAY
013270         DELIMITED BY SIZE INTO CY-REPORT-LINE.
013280     WRITE CY-REPORT-LINE.
013290     MOVE SPACES TO CY-REPORT-LINE.
013300     MOVE CY-DATE-COUNT TO CY-COUNT-DISPLAY.
013310     STRING "BUSINESS DATES REPORTED      " CY-COUNT-DISPLAY
013320         DELIMITED BY SIZE INTO CY-REPORT-LINE.
013330     WRITE CY-REPORT-LINE.
013340     MOVE SPACES TO CY-REPORT-LINE.
013350     MOVE CY-DATES-CLEAN TO CY-COUNT-DISPLAY.
013360     STRING "  CLEAN                      " CY-COUNT-DISPLAY
013370         DELIMITED BY SIZE INTO CY-REPORT-LINE.
013380     WRITE CY-REPORT-LINE.
013390     MOVE SPACES TO CY-REPORT-LINE.
013400     MOVE CY-DATES-WARNED TO CY-COUNT-DISPLAY.
013410     STRING "  WARNINGS ONLY              " CY-COUNT-DISPLAY
013420         DELIMITED BY SIZE INTO CY-REPORT-LINE.
013430     WRITE CY-REPORT-LINE.
013440     MOVE SPACES TO CY-REPORT-LINE.
013450     MOVE CY-DATES-EXCEPTED TO CY-COUNT-DISPLAY.
013460     STRING "  WITH EXCEPTIONS            " CY-COUNT-DISPLAY
013470         DELIMITED BY SIZE INTO CY-REPORT-LINE.
013480     WRITE CY-REPORT-LINE.
013490
013500     CLOSE CYCLE-REPORT-FILE.
013510     DISPLAY "PGCYCRPT: " CY-DATE-COUNT " BUSINESS DATES REPORTED"
013520         ", " CY-DATES-EXCEPTED " WITH EXCEPTIONS".
013530     DISPLAY "PGCYCRPT: " CY-TOTAL-EXCEPTIONS " EXCEPTIONS, "
013540         CY-TOTAL-WARNINGS " WARNINGS".
013550     IF CY-TOTAL-EXCEPTIONS > ZERO
013560         MOVE 08 TO RETURN-CODE
013570         GO TO 9000-EXIT
013580     END-IF.
013590     IF CY-TOTAL-WARNINGS > ZERO
013600         MOVE 04 TO RETURN-CODE
013610         GO TO 9000-EXIT
013620     END-IF.
013630     IF CY-DATE-COUNT = ZERO
013640         MOVE 04 TO RETURN-CODE
013650         DISPLAY "PGCYCRPT: *WARNING* NO BUSINESS DATE TO REPORT"
013660     END-IF.
013670 9000-EXIT.
013680     EXIT.
