000100*****************************************************************
000110*    PROGRAM  : PGAUDANM (AUDIT-ANOMALY)
000120*    AUTHOR    : D. OKAFOR, ACCESS CONTROL SYSTEMS GROUP
000130*    INSTALLATION : CORPORATE DATA CENTER
000140*    DATE-WRITTEN : 10/15/2026
000150*
000160*    REMARKS
000170*    SCHEDULED ANOMALY REVIEW OF THE CONSOLIDATED AUDIT
000180*    REPOSITORY (AUDMAST).  PGAUDINQ ANSWERS QUESTIONS SOMEONE
000190*    ALREADY THOUGHT TO ASK; THIS JOB LOOKS FOR THE PATTERNS A
000200*    HELPDESK SOCIAL-ENGINEERING ATTACK LEAVES BEHIND AND
000210*    PRINTS THEM SEVERITY-GRADED.  ONE KEY-ORDER PASS OVER THE
000220*    REVIEW SPAN - THE BASELINE PERIOD FOLLOWED BY THE CURRENT
000230*    PERIOD, BOTH FROM THE CONTROL CARD (PGANMPM) - FEEDS FOUR
000240*    CHECKS:
000250*      - RESET FREQUENCY: ONE ACCOUNT ACCEPTED MORE THAN THE
000260*        RESET LIMIT TIMES IN ANY ROLLING WINDOW THAT ENDS IN
000270*        THE CURRENT PERIOD.  KEY ORDER BRINGS EACH ACCOUNT'S
000280*        ENTRIES TOGETHER IN TIME ORDER, SO THE WINDOW IS A
000290*        SIMPLE QUEUE OF RESET DATES.
000300*      - REQUESTOR DRIFT: A REQUESTOR'S QUEUE-MODE DAILY VOLUME
000310*        OR DENIED RATE IN THE CURRENT PERIOD AGAINST THEIR OWN
000320*        BASELINE PERIOD.
000330*      - OFF-HOURS RESETS: ACCEPTED QUEUE-MODE RESETS IN THE
000340*        CURRENT PERIOD OUTSIDE THE BUSINESS DAY.  NIGHTLY BATCH
000350*        RUNS OFF-HOURS BY DESIGN AND IS NOT JUDGED.
000360*      - APPROVER PAIRING: THE SAME APPROVER ON THE SAME
000370*        REQUESTOR'S DUAL-CONTROL RESETS MORE THAN THE PAIR
000380*        LIMIT TIMES ACROSS THE REVIEW SPAN, STILL ACTIVE IN
000390*        THE CURRENT PERIOD.
000400*
000410*    SEVERITIES -
000420*        HIGH   = TWICE THE THRESHOLD OR MORE, OR AN OFF-HOURS
000430*                 RESET ON A DUAL-CONTROL PROFILE
000440*        MEDIUM = OVER THE THRESHOLD
000450*        LOW    = QUEUE ACTIVITY WITH NO BASELINE TO JUDGE IT BY
000460*
000470*    RETURN CODES -
000480*        0 = NO FINDINGS
000490*        4 = MEDIUM OR LOW FINDINGS ONLY
000500*        8 = HIGH FINDINGS - ALERT SECURITY
000510*       16 = FILE OPEN FAILURE, BAD CONTROL CARD, OR TABLE
000520*            OVERFLOW
000530*
000540*    MAINTENANCE HISTORY
000550*    DATE-WRITTEN.... 10/15/2026  DLO  ORIGINAL - ANOMALY REVIEW
000560*                                      OF THE AUDIT REPOSITORY
000563*    MODIFIED........ 10/15/2026  DLO  ENTRIES REVERSED BY A RUN
000566*                                      BACK-OUT ARE PASSED OVER
000570*****************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. AUDIT-ANOMALY.
000600 AUTHOR. D. OKAFOR.
000610 INSTALLATION. CORPORATE DATA CENTER.
000620 DATE-WRITTEN. 10/15/2026.
000630 DATE-COMPILED.
000640
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT OPTIONAL ANOMALY-PARM-FILE ASSIGN TO "ANMPARM"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS AN-PARM-STATUS.
000710
000720     SELECT AUDIT-MASTER-FILE ASSIGN TO "AUDMAST"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS PG-AM-KEY
000760         FILE STATUS IS AN-MASTER-STATUS.
000770
000780     SELECT ANOMALY-REPORT-FILE ASSIGN TO "ANMRPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS AN-REPT-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  ANOMALY-PARM-FILE
000850     RECORDING MODE IS F.
000860     COPY PGANMPM.
000870
000880 FD  AUDIT-MASTER-FILE.
000890     COPY PGAUDM.
000900
000910 FD  ANOMALY-REPORT-FILE
000920     RECORDING MODE IS F.
000930 01  AN-REPORT-LINE                 PIC X(132).
000940
000950 WORKING-STORAGE SECTION.
000960
000970*****************************************************************
000980*    CONSTANTS - STANDARD THRESHOLDS FOR A BLANK CARD FIELD
000990*****************************************************************
001000 01  AN-CONSTANTS.
001010     05  AN-DEFAULT-WINDOW-DAYS     PIC 9(03) VALUE 7.
001020     05  AN-DEFAULT-RESET-LIMIT     PIC 9(03) VALUE 3.
001030     05  AN-DEFAULT-BASELINE-DAYS   PIC 9(03) VALUE 90.
001040     05  AN-DEFAULT-VOLUME-FACTOR   PIC 9(02) VALUE 3.
001050     05  AN-DEFAULT-MIN-VOLUME      PIC 9(03) VALUE 5.
001060     05  AN-DEFAULT-DENY-POINTS     PIC 9(03) VALUE 25.
001070     05  AN-DEFAULT-BUS-START       PIC 9(04) VALUE 0700.
001080     05  AN-DEFAULT-BUS-END         PIC 9(04) VALUE 1900.
001090     05  AN-DEFAULT-PAIR-LIMIT      PIC 9(03) VALUE 5.
001100
001110*****************************************************************
001120*    SWITCHES
001130*****************************************************************
001140 01  AN-SWITCHES.
001150     05  AN-MASTER-EOF-SWITCH       PIC X(01) VALUE 'N'.
001160         88  AN-END-OF-MASTER            VALUE 'Y'.
001170     05  AN-GROUP-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001180         88  AN-GROUP-OPEN               VALUE 'Y'.
001190     05  AN-CURRENT-PERIOD-SWITCH   PIC X(01) VALUE 'N'.
001200         88  AN-IN-CURRENT-PERIOD        VALUE 'Y'.
001210     05  AN-ENTRY-FOUND-SWITCH      PIC X(01) VALUE 'N'.
001220         88  AN-ENTRY-FOUND              VALUE 'Y'.
001230     05  AN-OFF-HOURS-SWITCH        PIC X(01) VALUE 'N'.
001240         88  AN-OFF-HOURS                VALUE 'Y'.
001250
001260*****************************************************************
001270*    FILE STATUS FIELDS
001280*****************************************************************
001290 01  AN-FILE-STATUSES.
001300     05  AN-PARM-STATUS             PIC X(02).
001310     05  AN-MASTER-STATUS           PIC X(02).
001320     05  AN-REPT-STATUS             PIC X(02).
001330
001340*****************************************************************
001350*    RESET QUEUE - JULIAN DATES OF THE CURRENT ACCOUNT'S
001360*    ACCEPTED RESETS STILL INSIDE THE ROLLING WINDOW.  THE HEAD
001370*    ADVANCES AS DATES AGE OUT; AN EMPTY QUEUE RESTARTS AT ONE.
001380*****************************************************************
001390 01  AN-RESET-QUEUE.
001400     05  AN-QU-HEAD                 PIC 9(04) COMP VALUE 1.
001410     05  AN-QU-TAIL                 PIC 9(04) COMP VALUE ZERO.
001420     05  AN-QU-MAX                  PIC 9(04) COMP VALUE 999.
001430     05  AN-QU-DATE                 PIC 9(07) COMP
001440                                    OCCURS 999 TIMES.
001450
001460*****************************************************************
001470*    REQUESTOR TABLE - QUEUE-MODE ENTRY AND DENIED COUNTS PER
001480*    REQUESTOR, CURRENT PERIOD AND BASELINE PERIOD.
001490*****************************************************************
001500 01  AN-REQUESTOR-TABLE.
001510     05  AN-REQUESTOR-COUNT         PIC 9(04) COMP VALUE ZERO.
001520     05  AN-REQUESTOR-MAX           PIC 9(04) COMP VALUE 500.
001530     05  AN-REQUESTOR-ENTRY OCCURS 500 TIMES.
001540         10  AN-RT-REQUESTOR-ID     PIC X(08).
001550         10  AN-RT-CUR-COUNT        PIC 9(07) COMP.
001560         10  AN-RT-CUR-DENIED       PIC 9(07) COMP.
001570         10  AN-RT-BASE-COUNT       PIC 9(07) COMP.
001580         10  AN-RT-BASE-DENIED      PIC 9(07) COMP.
001590
001600*****************************************************************
001610*    APPROVER PAIR TABLE - ACCEPTED DUAL-CONTROL RESETS PER
001620*    REQUESTOR AND APPROVER, WHOLE SPAN AND CURRENT PERIOD.
001630*****************************************************************
001640 01  AN-PAIR-TABLE.
001650     05  AN-PAIR-COUNT              PIC 9(04) COMP VALUE ZERO.
001660     05  AN-PAIR-MAX                PIC 9(04) COMP VALUE 1000.
001670     05  AN-PAIR-ENTRY OCCURS 1000 TIMES.
001680         10  AN-PT-REQUESTOR-ID     PIC X(08).
001690         10  AN-PT-APPROVER-ID      PIC X(08).
001700         10  AN-PT-PROFILE-CODE     PIC X(04).
001710         10  AN-PT-SPAN-COUNT       PIC 9(07) COMP.
001720         10  AN-PT-CUR-COUNT        PIC 9(07) COMP.
001730
001740*****************************************************************
001750*    COUNTERS AND WORK FIELDS
001760*****************************************************************
001770 01  AN-COUNTERS.
001780     05  AN-TABLE-INDEX             PIC 9(04) COMP.
001790     05  AN-RECORDS-READ            PIC 9(07) COMP VALUE ZERO.
001800     05  AN-RECORDS-IN-SPAN         PIC 9(07) COMP VALUE ZERO.
001810     05  AN-BAD-DATE-COUNT          PIC 9(07) COMP VALUE ZERO.
001815     05  AN-REVERSED-COUNT          PIC 9(07) COMP VALUE ZERO.
001820     05  AN-HIGH-COUNT              PIC 9(07) COMP VALUE ZERO.
001830     05  AN-MEDIUM-COUNT            PIC 9(07) COMP VALUE ZERO.
001840     05  AN-LOW-COUNT               PIC 9(07) COMP VALUE ZERO.
001850
001860 01  AN-GROUP-WORK.
001870     05  AN-GR-ACCOUNT-ID           PIC X(08).
001880     05  AN-GR-MAX-IN-WINDOW        PIC 9(04) COMP VALUE ZERO.
001890     05  AN-GR-MAX-WINDOW-END       PIC X(10).
001900     05  AN-GR-IN-WINDOW            PIC 9(04) COMP VALUE ZERO.
001910
001920 01  AN-THRESHOLD-WORK.
001930     05  AN-CUR-SCALED              PIC 9(11) COMP.
001940     05  AN-BASE-SCALED             PIC 9(11) COMP.
001950     05  AN-CUR-RATE                PIC 9(03) COMP.
001960     05  AN-BASE-RATE               PIC 9(03) COMP.
001970     05  AN-RATE-RISE               PIC S9(03) COMP.
001980     05  AN-TIME-HHMM               PIC 9(04).
001990     05  AN-DAY-OF-WEEK             PIC 9(01).
002000
002010 01  AN-FINDING-WORK.
002020     05  AN-FINDING-CATEGORY        PIC X(13).
002030     05  AN-FINDING-SUBJECT         PIC X(17).
002040     05  AN-FINDING-TEXT            PIC X(90).
002050     05  AN-SEVERITY-TEXT           PIC X(09).
002060     05  AN-DAY-NAME                PIC X(03).
002070     05  AN-COUNT-DISPLAY           PIC 9(07).
002080     05  AN-COUNT2-DISPLAY          PIC 9(07).
002090     05  AN-LIMIT-DISPLAY           PIC 9(03).
002100     05  AN-RATE-DISPLAY            PIC 9(03).
002110     05  AN-RATE2-DISPLAY           PIC 9(03).
002120
002130 01  AN-DATE-WORK.
002140     05  AN-CURRENT-DATE-TIME       PIC X(21).
002150     05  AN-AS-OF-YMD               PIC 9(08).
002160     05  AN-AS-OF-JULIAN            PIC 9(07) COMP.
002170     05  AN-SPAN-START-JULIAN       PIC 9(07) COMP.
002180     05  AN-CURRENT-START-JULIAN    PIC 9(07) COMP.
002190     05  AN-ENTRY-YMD-X             PIC X(08).
002200     05  AN-ENTRY-YMD               PIC 9(08).
002210     05  AN-ENTRY-JULIAN            PIC 9(07) COMP.
002220     05  AN-ENTRY-DATE              PIC X(10).
002230     05  AN-AS-OF-DATE              PIC X(10).
002240     05  AN-SPAN-START-DATE         PIC X(10).
002250     05  AN-WORK-YMD                PIC 9(08).
002260
002270 PROCEDURE DIVISION.
002280
002290*****************************************************************
002300*    0000-MAINLINE - ONE KEY-ORDER PASS FEEDS THE PER-ACCOUNT
002310*    WINDOW CHECK AT EACH ACCOUNT BREAK AND BUILDS THE
002320*    REQUESTOR AND PAIR TABLES, WHICH ARE JUDGED AT THE END.
002330*****************************************************************
002340 0000-MAINLINE.
002350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002360
002370     PERFORM 2000-SCAN-ONE-ENTRY THRU 2000-EXIT
002380         UNTIL AN-END-OF-MASTER.
002390
002400     IF AN-GROUP-OPEN
002410         PERFORM 3000-CLOSE-ACCOUNT THRU 3000-EXIT
002420     END-IF.
002430
002440     PERFORM 4000-REVIEW-REQUESTORS THRU 4000-EXIT.
002450     PERFORM 5000-REVIEW-PAIRS THRU 5000-EXIT.
002460
002470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002480
002490     STOP RUN.
002500
002510*****************************************************************
002520*    1000-INITIALIZE
002530*****************************************************************
002540 1000-INITIALIZE.
002550     MOVE FUNCTION CURRENT-DATE TO AN-CURRENT-DATE-TIME.
002560     PERFORM 1100-READ-ANOMALY-PARM THRU 1100-EXIT.
002570     PERFORM 1200-SET-REVIEW-DATES THRU 1200-EXIT.
002580
002590     OPEN INPUT AUDIT-MASTER-FILE.
002600     IF AN-MASTER-STATUS NOT = '00'
002610         DISPLAY "PGAUDANM: CANNOT OPEN AUDIT-MASTER-FILE - "
002620             "STATUS " AN-MASTER-STATUS " - ABEND"
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660     OPEN OUTPUT ANOMALY-REPORT-FILE.
002670     IF AN-REPT-STATUS NOT = '00'
002680         DISPLAY "PGAUDANM: CANNOT OPEN ANOMALY-REPORT-FILE - "
002690             "STATUS " AN-REPT-STATUS " - ABEND"
002700         MOVE 16 TO RETURN-CODE
002710         STOP RUN
002720     END-IF.
002730     PERFORM 1300-WRITE-REPORT-HEADING THRU 1300-EXIT.
002740 1000-EXIT.
002750     EXIT.
002760
002770*****************************************************************
002780*    1100-READ-ANOMALY-PARM - THE CARD IS OPTIONAL IN EFFECT:
002790*    A MISSING CARD, OR A BLANK OR ZERO FIELD ON IT, TAKES THE
002800*    STANDARD THRESHOLD.
002810*****************************************************************
002820 1100-READ-ANOMALY-PARM.
002830     MOVE SPACES TO PG-ANOMALY-PARM-RECORD.
002840     OPEN INPUT ANOMALY-PARM-FILE.
002850     IF AN-PARM-STATUS NOT = '00' AND AN-PARM-STATUS NOT = '05'
002860         DISPLAY "PGAUDANM: CANNOT OPEN ANOMALY-PARM-FILE - "
002870             "STATUS " AN-PARM-STATUS " - ABEND"
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910     READ ANOMALY-PARM-FILE
002920         AT END
002930             DISPLAY "PGAUDANM: NO ANOMALY PARM CARD - "
002940                 "STANDARD THRESHOLDS USED"
002950             MOVE SPACES TO PG-ANOMALY-PARM-RECORD
002960     END-READ.
002970     CLOSE ANOMALY-PARM-FILE.
002980
002990     IF PG-NM-WINDOW-DAYS NOT NUMERIC
003000        OR PG-NM-WINDOW-DAYS = ZERO
003010         MOVE AN-DEFAULT-WINDOW-DAYS TO PG-NM-WINDOW-DAYS
003020     END-IF.
003030     IF PG-NM-RESET-LIMIT NOT NUMERIC
003040        OR PG-NM-RESET-LIMIT = ZERO
003050         MOVE AN-DEFAULT-RESET-LIMIT TO PG-NM-RESET-LIMIT
003060     END-IF.
003070     IF PG-NM-BASELINE-DAYS NOT NUMERIC
003080        OR PG-NM-BASELINE-DAYS = ZERO
003090         MOVE AN-DEFAULT-BASELINE-DAYS TO PG-NM-BASELINE-DAYS
003100     END-IF.
003110     IF PG-NM-VOLUME-FACTOR NOT NUMERIC
003120        OR PG-NM-VOLUME-FACTOR = ZERO
003130         MOVE AN-DEFAULT-VOLUME-FACTOR TO PG-NM-VOLUME-FACTOR
003140     END-IF.
003150     IF PG-NM-MIN-VOLUME NOT NUMERIC
003160        OR PG-NM-MIN-VOLUME = ZERO
003170         MOVE AN-DEFAULT-MIN-VOLUME TO PG-NM-MIN-VOLUME
003180     END-IF.
003190     IF PG-NM-DENY-RATE-POINTS NOT NUMERIC
003200        OR PG-NM-DENY-RATE-POINTS = ZERO
003210         MOVE AN-DEFAULT-DENY-POINTS TO PG-NM-DENY-RATE-POINTS
003220     END-IF.
003230     IF PG-NM-BUS-START-HHMM NOT NUMERIC
003240        OR PG-NM-BUS-START-HHMM = ZERO
003250         MOVE AN-DEFAULT-BUS-START TO PG-NM-BUS-START-HHMM
003260     END-IF.
003270     IF PG-NM-BUS-END-HHMM NOT NUMERIC
003280        OR PG-NM-BUS-END-HHMM = ZERO
003290         MOVE AN-DEFAULT-BUS-END TO PG-NM-BUS-END-HHMM
003300     END-IF.
003310     IF PG-NM-PAIR-LIMIT NOT NUMERIC
003320        OR PG-NM-PAIR-LIMIT = ZERO
003330         MOVE AN-DEFAULT-PAIR-LIMIT TO PG-NM-PAIR-LIMIT
003340     END-IF.
003342     IF NOT PG-NM-WEEKEND-WORKED
003344         MOVE 'N' TO PG-NM-WEEKEND-SW
003346     END-IF.
003350     IF PG-NM-BUS-END-HHMM NOT > PG-NM-BUS-START-HHMM
003360         DISPLAY "PGAUDANM: BUSINESS DAY END "
003370             PG-NM-BUS-END-HHMM " NOT AFTER START "
003380             PG-NM-BUS-START-HHMM " - ABEND"
003390         MOVE 16 TO RETURN-CODE
003400         STOP RUN
003410     END-IF.
003420 1100-EXIT.
003430     EXIT.
003440
003450*****************************************************************
003460*    1200-SET-REVIEW-DATES - THE CURRENT PERIOD IS THE WINDOW
003470*    ENDING ON THE AS-OF DATE; THE BASELINE PERIOD IS THE
003480*    BASELINE DAYS IMMEDIATELY BEFORE IT.  ENTRIES OUTSIDE THE
003490*    WHOLE SPAN ARE READ PAST.  INTEGER-OF-DATE YIELDS ZERO FOR
003500*    AN IMPOSSIBLE AS-OF DATE.
003510*****************************************************************
003520 1200-SET-REVIEW-DATES.
003530     IF PG-NM-AS-OF-DATE = SPACES
003540        OR PG-NM-AS-OF-DATE = LOW-VALUES
003550         MOVE AN-CURRENT-DATE-TIME(1:8) TO AN-AS-OF-YMD
003560     ELSE
003570         IF PG-NM-AS-OF-DATE NOT NUMERIC
003580             DISPLAY "PGAUDANM: AS-OF DATE '" PG-NM-AS-OF-DATE
003590                 "' NOT NUMERIC - ABEND"
003600             MOVE 16 TO RETURN-CODE
003610             STOP RUN
003620         END-IF
003630         MOVE PG-NM-AS-OF-DATE TO AN-AS-OF-YMD
003640     END-IF.
003650     COMPUTE AN-AS-OF-JULIAN =
003660         FUNCTION INTEGER-OF-DATE(AN-AS-OF-YMD).
003670     IF AN-AS-OF-JULIAN = ZERO
003680         DISPLAY "PGAUDANM: AS-OF DATE " AN-AS-OF-YMD
003690             " NOT A CALENDAR DATE - ABEND"
003700         MOVE 16 TO RETURN-CODE
003710         STOP RUN
003720     END-IF.
003730     COMPUTE AN-CURRENT-START-JULIAN =
003740         AN-AS-OF-JULIAN - PG-NM-WINDOW-DAYS + 1.
003750     COMPUTE AN-SPAN-START-JULIAN =
003760         AN-CURRENT-START-JULIAN - PG-NM-BASELINE-DAYS.
003770
003780     MOVE SPACES TO AN-AS-OF-DATE.
003790     STRING AN-AS-OF-YMD(1:4) "-" AN-AS-OF-YMD(5:2) "-"
003800            AN-AS-OF-YMD(7:2)
003810         DELIMITED BY SIZE INTO AN-AS-OF-DATE.
003820     COMPUTE AN-WORK-YMD =
003830         FUNCTION DATE-OF-INTEGER(AN-SPAN-START-JULIAN).
003840     MOVE SPACES TO AN-SPAN-START-DATE.
003850     STRING AN-WORK-YMD(1:4) "-" AN-WORK-YMD(5:2) "-"
003860            AN-WORK-YMD(7:2)
003870         DELIMITED BY SIZE INTO AN-SPAN-START-DATE.
003880 1200-EXIT.
003890     EXIT.
003900
003910*****************************************************************
003920*    1300-WRITE-REPORT-HEADING - THE THRESHOLDS IN FORCE PRINT
003930*    WITH THE HEADING SO THE REPORT SAYS WHAT IT JUDGED BY.
003940*****************************************************************
003950 1300-WRITE-REPORT-HEADING.
003960     MOVE SPACES TO AN-REPORT-LINE.
003970     STRING "PGAUDANM - AUDIT REPOSITORY ANOMALY REVIEW  "
003980            "SPAN " AN-SPAN-START-DATE " THRU " AN-AS-OF-DATE
003990            "  RUN DATE "
004000            AN-CURRENT-DATE-TIME(1:4) "-"
004010            AN-CURRENT-DATE-TIME(5:2) "-"
004020            AN-CURRENT-DATE-TIME(7:2)
004030         DELIMITED BY SIZE INTO AN-REPORT-LINE.
004040     WRITE AN-REPORT-LINE.
004050     MOVE SPACES TO AN-REPORT-LINE.
004060     STRING "THRESHOLDS  WINDOW DAYS " PG-NM-WINDOW-DAYS
004070            "  RESET LIMIT " PG-NM-RESET-LIMIT
004080            "  BASELINE DAYS " PG-NM-BASELINE-DAYS
004090            "  VOLUME FACTOR " PG-NM-VOLUME-FACTOR
004100            "  MIN VOLUME " PG-NM-MIN-VOLUME
004110            "  DENY RATE POINTS " PG-NM-DENY-RATE-POINTS
004120         DELIMITED BY SIZE INTO AN-REPORT-LINE.
004130     WRITE AN-REPORT-LINE.
004140     MOVE SPACES TO AN-REPORT-LINE.
004150     STRING "            BUSINESS DAY " PG-NM-BUS-START-HHMM
004160            "-" PG-NM-BUS-END-HHMM
004170            "  WEEKENDS WORKED " PG-NM-WEEKEND-SW
004180            "  PAIR LIMIT " PG-NM-PAIR-LIMIT
004190         DELIMITED BY SIZE INTO AN-REPORT-LINE.
004200     WRITE AN-REPORT-LINE.
004210     MOVE SPACES TO AN-REPORT-LINE.
004220     WRITE AN-REPORT-LINE.
004230     MOVE SPACES TO AN-REPORT-LINE.
004240     STRING "SEVERITY CATEGORY      SUBJECT           "
004250            "DETAIL"
004260         DELIMITED BY SIZE INTO AN-REPORT-LINE.
004270     WRITE AN-REPORT-LINE.
004280 1300-EXIT.
004290     EXIT.
004300
004310*****************************************************************
004320*    2000-SCAN-ONE-ENTRY - ACCOUNT-BREAK CONTROL, THEN EACH
004330*    ENTRY INSIDE THE REVIEW SPAN FEEDS THE FOUR CHECKS.  AN
004340*    ENTRY WHOSE TIMESTAMP DOES NOT HOLD A CALENDAR DATE IS
004350*    COUNTED AND READ PAST - PGHSTVFY'S BUSINESS, NOT THIS
004360*    JOB'S.  AN ENTRY REVERSED BY A RUN BACK-OUT (PGRUNBKO)
004365*    NEVER HAPPENED; IT IS COUNTED AND READ PAST AS WELL.
004370*****************************************************************
004380 2000-SCAN-ONE-ENTRY.
004390     READ AUDIT-MASTER-FILE NEXT RECORD
004400         AT END
004410             MOVE 'Y' TO AN-MASTER-EOF-SWITCH
004420             GO TO 2000-EXIT
004430     END-READ.
004440     ADD 1 TO AN-RECORDS-READ.
004450
004460     IF AN-GROUP-OPEN
004470        AND PG-AM-ACCOUNT-ID NOT = AN-GR-ACCOUNT-ID
004480         PERFORM 3000-CLOSE-ACCOUNT THRU 3000-EXIT
004490     END-IF.
004500     IF NOT AN-GROUP-OPEN
004510         MOVE PG-AM-ACCOUNT-ID TO AN-GR-ACCOUNT-ID
004520         MOVE ZERO TO AN-GR-MAX-IN-WINDOW
004530         MOVE SPACES TO AN-GR-MAX-WINDOW-END
004540         MOVE 1 TO AN-QU-HEAD
004550         MOVE ZERO TO AN-QU-TAIL
004560         MOVE 'Y' TO AN-GROUP-OPEN-SWITCH
004570     END-IF.
004572     IF PG-AM-REVERSED
004573         ADD 1 TO AN-REVERSED-COUNT
004574         GO TO 2000-EXIT
004575     END-IF.
004580
004590     MOVE PG-AM-GEN-TIMESTAMP(1:10) TO AN-ENTRY-DATE.
004600     MOVE SPACES TO AN-ENTRY-YMD-X.
004610     STRING AN-ENTRY-DATE(1:4) AN-ENTRY-DATE(6:2)
004620            AN-ENTRY-DATE(9:2)
004630         DELIMITED BY SIZE INTO AN-ENTRY-YMD-X.
004640     IF AN-ENTRY-YMD-X NOT NUMERIC
004650         ADD 1 TO AN-BAD-DATE-COUNT
004660         GO TO 2000-EXIT
004670     END-IF.
004680     MOVE AN-ENTRY-YMD-X TO AN-ENTRY-YMD.
004690     COMPUTE AN-ENTRY-JULIAN =
004700         FUNCTION INTEGER-OF-DATE(AN-ENTRY-YMD).
004710     IF AN-ENTRY-JULIAN = ZERO
004720         ADD 1 TO AN-BAD-DATE-COUNT
004730         GO TO 2000-EXIT
004740     END-IF.
004750     IF AN-ENTRY-JULIAN < AN-SPAN-START-JULIAN
004760        OR AN-ENTRY-JULIAN > AN-AS-OF-JULIAN
004770         GO TO 2000-EXIT
004780     END-IF.
004790     ADD 1 TO AN-RECORDS-IN-SPAN.
004800     IF AN-ENTRY-JULIAN NOT < AN-CURRENT-START-JULIAN
004810         MOVE 'Y' TO AN-CURRENT-PERIOD-SWITCH
004820     ELSE
004830         MOVE 'N' TO AN-CURRENT-PERIOD-SWITCH
004840     END-IF.
004850
004860     IF PG-AM-ACCEPTED
004870         PERFORM 2100-TRACK-ACCOUNT-RESET THRU 2100-EXIT
004880     END-IF.
004890     IF PG-AM-QUEUE-MODE
004900         PERFORM 2200-TRACK-REQUESTOR THRU 2200-EXIT
004910     END-IF.
004920     IF PG-AM-QUEUE-MODE
004930        AND PG-AM-ACCEPTED
004940        AND AN-IN-CURRENT-PERIOD
004950         PERFORM 2300-CHECK-BUSINESS-HOURS THRU 2300-EXIT
004960     END-IF.
004970     IF PG-AM-DUAL-CONTROL
004980        AND PG-AM-ACCEPTED
004990         PERFORM 2400-TRACK-APPROVER-PAIR THRU 2400-EXIT
005000     END-IF.
005010 2000-EXIT.
005020     EXIT.
005030
005040*****************************************************************
005050*    2100-TRACK-ACCOUNT-RESET - PUSH THE RESET DATE, AGE OUT
005060*    DATES THAT HAVE FALLEN OUT OF THE WINDOW ENDING TODAY,
005070*    AND REMEMBER THE WORST WINDOW THAT ENDS IN THE CURRENT
005080*    PERIOD.
005090*****************************************************************
005100 2100-TRACK-ACCOUNT-RESET.
005110     IF AN-QU-TAIL NOT < AN-QU-MAX
005120         DISPLAY "PGAUDANM: MORE THAN " AN-QU-MAX
005130             " RESETS OF ACCOUNT " AN-GR-ACCOUNT-ID
005140             " IN ONE WINDOW - ABEND"
005150         MOVE 16 TO RETURN-CODE
005160         STOP RUN
005170     END-IF.
005180     ADD 1 TO AN-QU-TAIL.
005190     MOVE AN-ENTRY-JULIAN TO AN-QU-DATE(AN-QU-TAIL).
005200     PERFORM 2110-AGE-OUT-ONE-DATE THRU 2110-EXIT
005210         UNTIL AN-QU-DATE(AN-QU-HEAD)
005220               > AN-ENTRY-JULIAN - PG-NM-WINDOW-DAYS.
005230     COMPUTE AN-GR-IN-WINDOW = AN-QU-TAIL - AN-QU-HEAD + 1.
005240     IF AN-IN-CURRENT-PERIOD
005250        AND AN-GR-IN-WINDOW > AN-GR-MAX-IN-WINDOW
005260         MOVE AN-GR-IN-WINDOW TO AN-GR-MAX-IN-WINDOW
005270         MOVE AN-ENTRY-DATE TO AN-GR-MAX-WINDOW-END
005280     END-IF.
005290 2100-EXIT.
005300     EXIT.
005310
005320*****************************************************************
005330*    2110-AGE-OUT-ONE-DATE - THE NEWEST DATE IS ALWAYS INSIDE
005340*    ITS OWN WINDOW, SO THE HEAD NEVER PASSES THE TAIL.  WHEN
005350*    ONLY THE NEWEST DATE REMAINS IT SLIDES TO THE FRONT SO THE
005360*    QUEUE NEVER CREEPS TOWARD ITS LIMIT.
005370*****************************************************************
005380 2110-AGE-OUT-ONE-DATE.
005390     ADD 1 TO AN-QU-HEAD.
005400     IF AN-QU-HEAD = AN-QU-TAIL
005410         MOVE AN-QU-DATE(AN-QU-TAIL) TO AN-QU-DATE(1)
005420         MOVE 1 TO AN-QU-HEAD
005430         MOVE 1 TO AN-QU-TAIL
005440     END-IF.
005450 2110-EXIT.
005460     EXIT.
005470
005480*****************************************************************
005490*    2200-TRACK-REQUESTOR - EVERY QUEUE-MODE ENTRY COUNTS TOWARD
005500*    VOLUME, WHATEVER ITS STATUS; DENIED ENTRIES ALSO COUNT
005510*    TOWARD THE DENIED RATE.
005520*****************************************************************
005530 2200-TRACK-REQUESTOR.
005540     IF PG-AM-REQUESTOR-ID = SPACES
005550        OR PG-AM-REQUESTOR-ID = LOW-VALUES
005560         GO TO 2200-EXIT
005570     END-IF.
005580     MOVE 'N' TO AN-ENTRY-FOUND-SWITCH.
005590     PERFORM 2210-MATCH-ONE-REQUESTOR THRU 2210-EXIT
005600         VARYING AN-TABLE-INDEX FROM 1 BY 1
005610         UNTIL AN-TABLE-INDEX > AN-REQUESTOR-COUNT
005620            OR AN-ENTRY-FOUND.
005630     IF AN-ENTRY-FOUND
005640         SUBTRACT 1 FROM AN-TABLE-INDEX
005650     ELSE
005660         IF AN-REQUESTOR-COUNT NOT < AN-REQUESTOR-MAX
005670             DISPLAY "PGAUDANM: MORE THAN " AN-REQUESTOR-MAX
005680                 " QUEUE REQUESTORS - ABEND"
005690             MOVE 16 TO RETURN-CODE
005700             STOP RUN
005710         END-IF
005720         ADD 1 TO AN-REQUESTOR-COUNT
005730         MOVE AN-REQUESTOR-COUNT TO AN-TABLE-INDEX
005740         MOVE PG-AM-REQUESTOR-ID
005750             TO AN-RT-REQUESTOR-ID(AN-TABLE-INDEX)
005760         MOVE ZERO TO AN-RT-CUR-COUNT(AN-TABLE-INDEX)
005770         MOVE ZERO TO AN-RT-CUR-DENIED(AN-TABLE-INDEX)
005780         MOVE ZERO TO AN-RT-BASE-COUNT(AN-TABLE-INDEX)
005790         MOVE ZERO TO AN-RT-BASE-DENIED(AN-TABLE-INDEX)
005800     END-IF.
005810     IF AN-IN-CURRENT-PERIOD
005820         ADD 1 TO AN-RT-CUR-COUNT(AN-TABLE-INDEX)
005830         IF PG-AM-DENIED
005840             ADD 1 TO AN-RT-CUR-DENIED(AN-TABLE-INDEX)
005850         END-IF
005860     ELSE
005870         ADD 1 TO AN-RT-BASE-COUNT(AN-TABLE-INDEX)
005880         IF PG-AM-DENIED
005890             ADD 1 TO AN-RT-BASE-DENIED(AN-TABLE-INDEX)
005900         END-IF
005910     END-IF.
005920 2200-EXIT.
005930     EXIT.
005940
005950 2210-MATCH-ONE-REQUESTOR.
005960     IF AN-RT-REQUESTOR-ID(AN-TABLE-INDEX) = PG-AM-REQUESTOR-ID
005970         MOVE 'Y' TO AN-ENTRY-FOUND-SWITCH
005980     END-IF.
005990 2210-EXIT.
006000     EXIT.
006010
006020*****************************************************************
006030*    2300-CHECK-BUSINESS-HOURS - BEFORE THE START, AT OR AFTER
006040*    THE END, OR ON A WEEKEND UNLESS THE CARD SAYS WEEKENDS ARE
006050*    WORKED.  INTEGER-OF-DATE COUNTS FROM MONDAY 01/01/1601, SO
006060*    ITS REMAINDER BY SEVEN IS 1 FOR MONDAY THROUGH 6 FOR
006070*    SATURDAY AND 0 FOR SUNDAY.  AN OFF-HOURS RESET ON A
006080*    DUAL-CONTROL PROFILE IS HIGH SEVERITY.
006090*****************************************************************
006100 2300-CHECK-BUSINESS-HOURS.
006110     MOVE 'N' TO AN-OFF-HOURS-SWITCH.
006120     MOVE SPACES TO AN-DAY-NAME.
006130     IF PG-AM-GEN-TIMESTAMP(12:2) NOT NUMERIC
006140        OR PG-AM-GEN-TIMESTAMP(15:2) NOT NUMERIC
006150         GO TO 2300-EXIT
006160     END-IF.
006170     MOVE PG-AM-GEN-TIMESTAMP(12:2) TO AN-TIME-HHMM(1:2).
006180     MOVE PG-AM-GEN-TIMESTAMP(15:2) TO AN-TIME-HHMM(3:2).
006190     IF AN-TIME-HHMM < PG-NM-BUS-START-HHMM
006200        OR AN-TIME-HHMM NOT < PG-NM-BUS-END-HHMM
006210         MOVE 'Y' TO AN-OFF-HOURS-SWITCH
006220     END-IF.
006230     COMPUTE AN-DAY-OF-WEEK = FUNCTION MOD(AN-ENTRY-JULIAN, 7).
006240     IF AN-DAY-OF-WEEK = 6
006250         MOVE "SAT" TO AN-DAY-NAME
006260     END-IF.
006270     IF AN-DAY-OF-WEEK = 0
006280         MOVE "SUN" TO AN-DAY-NAME
006290     END-IF.
006300     IF AN-DAY-NAME NOT = SPACES
006310        AND NOT PG-NM-WEEKEND-WORKED
006320         MOVE 'Y' TO AN-OFF-HOURS-SWITCH
006330     END-IF.
006340     IF NOT AN-OFF-HOURS
006350         GO TO 2300-EXIT
006360     END-IF.
006370
006380     MOVE "OFF-HOURS" TO AN-FINDING-CATEGORY.
006390     MOVE SPACES TO AN-FINDING-SUBJECT.
006400     STRING "ACCOUNT " PG-AM-ACCOUNT-ID
006410         DELIMITED BY SIZE INTO AN-FINDING-SUBJECT.
006420     MOVE SPACES TO AN-FINDING-TEXT.
006430     STRING "RESET " PG-AM-GEN-TIMESTAMP(1:16) " " AN-DAY-NAME
006440            " REQUESTOR " PG-AM-REQUESTOR-ID
006450            " APPROVER " PG-AM-APPROVER-ID
006460            " PROFILE " PG-AM-PROFILE-CODE
006470         DELIMITED BY SIZE INTO AN-FINDING-TEXT.
006480     IF PG-AM-DUAL-CONTROL
006490         PERFORM 8000-REPORT-HIGH THRU 8000-EXIT
006500     ELSE
006510         PERFORM 8100-REPORT-MEDIUM THRU 8100-EXIT
006520     END-IF.
006530 2300-EXIT.
006540     EXIT.
006550
006560*****************************************************************
006570*    2400-TRACK-APPROVER-PAIR - AN ACCEPTED DUAL-CONTROL RESET
006580*    ALWAYS CARRIES AN APPROVER; A BLANK ONE PREDATES THE
006590*    APPROVER FIELD ON THE AUDIT RECORD AND IS PASSED OVER.
006600*****************************************************************
006610 2400-TRACK-APPROVER-PAIR.
006620     IF PG-AM-APPROVER-ID = SPACES
006630        OR PG-AM-APPROVER-ID = LOW-VALUES
006640         GO TO 2400-EXIT
006650     END-IF.
006660     MOVE 'N' TO AN-ENTRY-FOUND-SWITCH.
006670     PERFORM 2410-MATCH-ONE-PAIR THRU 2410-EXIT
006680         VARYING AN-TABLE-INDEX FROM 1 BY 1
006690         UNTIL AN-TABLE-INDEX > AN-PAIR-COUNT
006700            OR AN-ENTRY-FOUND.
006710     IF AN-ENTRY-FOUND
006720         SUBTRACT 1 FROM AN-TABLE-INDEX
006730     ELSE
006740         IF AN-PAIR-COUNT NOT < AN-PAIR-MAX
006750             DISPLAY "PGAUDANM: MORE THAN " AN-PAIR-MAX
006760                 " REQUESTOR/APPROVER PAIRS - ABEND"
006770             MOVE 16 TO RETURN-CODE
006780             STOP RUN
006790         END-IF
006800         ADD 1 TO AN-PAIR-COUNT
006810         MOVE AN-PAIR-COUNT TO AN-TABLE-INDEX
006820         MOVE PG-AM-REQUESTOR-ID
006830             TO AN-PT-REQUESTOR-ID(AN-TABLE-INDEX)
006840         MOVE PG-AM-APPROVER-ID
006850             TO AN-PT-APPROVER-ID(AN-TABLE-INDEX)
006860         MOVE ZERO TO AN-PT-SPAN-COUNT(AN-TABLE-INDEX)
006870         MOVE ZERO TO AN-PT-CUR-COUNT(AN-TABLE-INDEX)
006880     END-IF.
006890     MOVE PG-AM-PROFILE-CODE
006895         TO AN-PT-PROFILE-CODE(AN-TABLE-INDEX).
006900     ADD 1 TO AN-PT-SPAN-COUNT(AN-TABLE-INDEX).
006910     IF AN-IN-CURRENT-PERIOD
006920         ADD 1 TO AN-PT-CUR-COUNT(AN-TABLE-INDEX)
006930     END-IF.
006940 2400-EXIT.
006950     EXIT.
006960
006970 2410-MATCH-ONE-PAIR.
006980     IF AN-PT-REQUESTOR-ID(AN-TABLE-INDEX) = PG-AM-REQUESTOR-ID
006990        AND AN-PT-APPROVER-ID(AN-TABLE-INDEX) = PG-AM-APPROVER-ID
007000         MOVE 'Y' TO AN-ENTRY-FOUND-SWITCH
007010     END-IF.
007020 2410-EXIT.
007030     EXIT.
007040
007050*****************************************************************
007060*    3000-CLOSE-ACCOUNT - ONE FINDING PER ACCOUNT, FOR ITS WORST
007070*    WINDOW.  TWICE THE LIMIT OR MORE IS HIGH.
007080*****************************************************************
007090 3000-CLOSE-ACCOUNT.
007100     MOVE 'N' TO AN-GROUP-OPEN-SWITCH.
007110     IF AN-GR-MAX-IN-WINDOW NOT > PG-NM-RESET-LIMIT
007120         GO TO 3000-EXIT
007130     END-IF.
007140     MOVE "RESET-FREQ" TO AN-FINDING-CATEGORY.
007150     MOVE SPACES TO AN-FINDING-SUBJECT.
007160     STRING "ACCOUNT " AN-GR-ACCOUNT-ID
007170         DELIMITED BY SIZE INTO AN-FINDING-SUBJECT.
007180     MOVE AN-GR-MAX-IN-WINDOW TO AN-COUNT-DISPLAY.
007190     MOVE PG-NM-RESET-LIMIT TO AN-LIMIT-DISPLAY.
007200     MOVE SPACES TO AN-FINDING-TEXT.
007210     STRING AN-COUNT-DISPLAY " RESETS IN "
007220            PG-NM-WINDOW-DAYS " DAYS ENDING " AN-GR-MAX-WINDOW-END
007230            " - LIMIT " AN-LIMIT-DISPLAY
007240         DELIMITED BY SIZE INTO AN-FINDING-TEXT.
007250     IF AN-GR-MAX-IN-WINDOW NOT < PG-NM-RESET-LIMIT * 2
007260         PERFORM 8000-REPORT-HIGH THRU 8000-EXIT
007270     ELSE
007280         PERFORM 8100-REPORT-MEDIUM THRU 8100-EXIT
007290     END-IF.
007300 3000-EXIT.
007310     EXIT.
007320
007330*****************************************************************
007340*    4000-REVIEW-REQUESTORS - EACH REQUESTOR WITH AT LEAST THE
007350*    MINIMUM QUEUE VOLUME IN THE CURRENT PERIOD IS JUDGED
007360*    AGAINST THEIR OWN BASELINE.
007370*****************************************************************
007380 4000-REVIEW-REQUESTORS.
007390     PERFORM 4100-REVIEW-ONE-REQUESTOR THRU 4100-EXIT
007400         VARYING AN-TABLE-INDEX FROM 1 BY 1
007410         UNTIL AN-TABLE-INDEX > AN-REQUESTOR-COUNT.
007420 4000-EXIT.
007430     EXIT.
007440
007450*****************************************************************
007460*    4100-REVIEW-ONE-REQUESTOR - VOLUME IS COMPARED PER DAY:
007470*    CURRENT COUNT TIMES BASELINE DAYS AGAINST BASELINE COUNT
007480*    TIMES WINDOW DAYS TIMES THE FACTOR, WHICH KEEPS THE
007490*    ARITHMETIC IN WHOLE NUMBERS.  A REQUESTOR WITH NO BASELINE
007500*    AT ALL IS A LOW FINDING - NEW STAFF, OR A NEW IDENTITY.
007510*    THE DENIED RATE IS JUDGED IN WHOLE PERCENTAGE POINTS.
007520*****************************************************************
007530 4100-REVIEW-ONE-REQUESTOR.
007540     IF AN-RT-CUR-COUNT(AN-TABLE-INDEX) < PG-NM-MIN-VOLUME
007550         GO TO 4100-EXIT
007560     END-IF.
007570     MOVE SPACES TO AN-FINDING-SUBJECT.
007580     STRING "REQUESTOR " AN-RT-REQUESTOR-ID(AN-TABLE-INDEX)
007590         DELIMITED BY SIZE INTO AN-FINDING-SUBJECT.
007600     MOVE AN-RT-CUR-COUNT(AN-TABLE-INDEX) TO AN-COUNT-DISPLAY.
007610     MOVE AN-RT-BASE-COUNT(AN-TABLE-INDEX) TO AN-COUNT2-DISPLAY.
007620
007630     IF AN-RT-BASE-COUNT(AN-TABLE-INDEX) = ZERO
007640         MOVE "QUEUE-VOLUME" TO AN-FINDING-CATEGORY
007650         MOVE SPACES TO AN-FINDING-TEXT
007660         STRING AN-COUNT-DISPLAY " QUEUE REQUESTS IN "
007670                PG-NM-WINDOW-DAYS " DAYS - NO BASELINE IN PRIOR "
007680                PG-NM-BASELINE-DAYS " DAYS"
007690             DELIMITED BY SIZE INTO AN-FINDING-TEXT
007700         PERFORM 8200-REPORT-LOW THRU 8200-EXIT
007710     ELSE
007720         COMPUTE AN-CUR-SCALED =
007730             AN-RT-CUR-COUNT(AN-TABLE-INDEX)
007740             * PG-NM-BASELINE-DAYS
007750         COMPUTE AN-BASE-SCALED =
007760             AN-RT-BASE-COUNT(AN-TABLE-INDEX)
007770             * PG-NM-WINDOW-DAYS * PG-NM-VOLUME-FACTOR
007780         IF AN-CUR-SCALED > AN-BASE-SCALED
007790             MOVE "QUEUE-VOLUME" TO AN-FINDING-CATEGORY
007800             MOVE SPACES TO AN-FINDING-TEXT
007810             STRING AN-COUNT-DISPLAY " QUEUE REQUESTS IN "
007820                    PG-NM-WINDOW-DAYS " DAYS AGAINST "
007830                    AN-COUNT2-DISPLAY " IN PRIOR "
007840                    PG-NM-BASELINE-DAYS " DAYS - OVER "
007850                    PG-NM-VOLUME-FACTOR "X BASELINE"
007860                 DELIMITED BY SIZE INTO AN-FINDING-TEXT
007870             IF AN-CUR-SCALED > AN-BASE-SCALED * 2
007880                 PERFORM 8000-REPORT-HIGH THRU 8000-EXIT
007890             ELSE
007900                 PERFORM 8100-REPORT-MEDIUM THRU 8100-EXIT
007910             END-IF
007920         END-IF
007930     END-IF.
007940
007950     COMPUTE AN-CUR-RATE =
007960         AN-RT-CUR-DENIED(AN-TABLE-INDEX) * 100
007970         / AN-RT-CUR-COUNT(AN-TABLE-INDEX).
007980     IF AN-RT-BASE-COUNT(AN-TABLE-INDEX) = ZERO
007990         MOVE ZERO TO AN-BASE-RATE
008000     ELSE
008010         COMPUTE AN-BASE-RATE =
008020             AN-RT-BASE-DENIED(AN-TABLE-INDEX) * 100
008030             / AN-RT-BASE-COUNT(AN-TABLE-INDEX)
008040     END-IF.
008050     COMPUTE AN-RATE-RISE = AN-CUR-RATE - AN-BASE-RATE.
008060     IF AN-RATE-RISE < PG-NM-DENY-RATE-POINTS
008070         GO TO 4100-EXIT
008080     END-IF.
008090     MOVE "DENY-RATE" TO AN-FINDING-CATEGORY.
008100     MOVE AN-CUR-RATE TO AN-RATE-DISPLAY.
008110     MOVE AN-BASE-RATE TO AN-RATE2-DISPLAY.
008120     MOVE AN-RT-CUR-DENIED(AN-TABLE-INDEX) TO AN-COUNT2-DISPLAY.
008130     MOVE SPACES TO AN-FINDING-TEXT.
008140     STRING AN-COUNT2-DISPLAY " OF " AN-COUNT-DISPLAY
008150            " QUEUE REQUESTS DENIED (" AN-RATE-DISPLAY
008160            " PCT) AGAINST BASELINE " AN-RATE2-DISPLAY " PCT"
008170         DELIMITED BY SIZE INTO AN-FINDING-TEXT.
008180     IF AN-RATE-RISE NOT < PG-NM-DENY-RATE-POINTS * 2
008190         PERFORM 8000-REPORT-HIGH THRU 8000-EXIT
008200     ELSE
008210         PERFORM 8100-REPORT-MEDIUM THRU 8100-EXIT
008220     END-IF.
008230 4100-EXIT.
008240     EXIT.
008250
008260*****************************************************************
008270*    5000-REVIEW-PAIRS - A PAIR OVER THE LIMIT ACROSS THE SPAN
008280*    IS REPORTED ONLY WHILE IT IS STILL ACTIVE IN THE CURRENT
008290*    PERIOD; TWICE THE LIMIT OR MORE IS HIGH.
008300*****************************************************************
008310 5000-REVIEW-PAIRS.
008320     PERFORM 5100-REVIEW-ONE-PAIR THRU 5100-EXIT
008330         VARYING AN-TABLE-INDEX FROM 1 BY 1
008340         UNTIL AN-TABLE-INDEX > AN-PAIR-COUNT.
008350 5000-EXIT.
008360     EXIT.
008370
008380 5100-REVIEW-ONE-PAIR.
008390     IF AN-PT-SPAN-COUNT(AN-TABLE-INDEX) NOT > PG-NM-PAIR-LIMIT
008400        OR AN-PT-CUR-COUNT(AN-TABLE-INDEX) = ZERO
008410         GO TO 5100-EXIT
008420     END-IF.
008430     MOVE "APPROVER-PAIR" TO AN-FINDING-CATEGORY.
008440     MOVE SPACES TO AN-FINDING-SUBJECT.
008450     STRING "REQUESTOR " AN-PT-REQUESTOR-ID(AN-TABLE-INDEX)
008460         DELIMITED BY SIZE INTO AN-FINDING-SUBJECT.
008470     MOVE AN-PT-SPAN-COUNT(AN-TABLE-INDEX) TO AN-COUNT-DISPLAY.
008480     MOVE AN-PT-CUR-COUNT(AN-TABLE-INDEX) TO AN-COUNT2-DISPLAY.
008490     MOVE PG-NM-PAIR-LIMIT TO AN-LIMIT-DISPLAY.
008500     MOVE SPACES TO AN-FINDING-TEXT.
008510     STRING "APPROVER " AN-PT-APPROVER-ID(AN-TABLE-INDEX)
008520            " ON " AN-COUNT-DISPLAY " DUAL-CONTROL RESETS ("
008530            AN-COUNT2-DISPLAY " CURRENT) LIMIT "
008540            AN-LIMIT-DISPLAY " PROFILE "
008550            AN-PT-PROFILE-CODE(AN-TABLE-INDEX)
008560         DELIMITED BY SIZE INTO AN-FINDING-TEXT.
008570     IF AN-PT-SPAN-COUNT(AN-TABLE-INDEX)
008580        NOT < PG-NM-PAIR-LIMIT * 2
008590         PERFORM 8000-REPORT-HIGH THRU 8000-EXIT
008600     ELSE
008610         PERFORM 8100-REPORT-MEDIUM THRU 8100-EXIT
008620     END-IF.
008630 5100-EXIT.
008640     EXIT.
008650
008660*****************************************************************
008670*    8000-REPORT-HIGH / 8100-REPORT-MEDIUM / 8200-REPORT-LOW -
008680*    ONE GRADED LINE PER FINDING FROM THE FINDING WORK AREA.
008690*****************************************************************
008700 8000-REPORT-HIGH.
008710     ADD 1 TO AN-HIGH-COUNT.
008720     MOVE "HIGH     " TO AN-SEVERITY-TEXT.
008730     PERFORM 8300-WRITE-FINDING THRU 8300-EXIT.
008740 8000-EXIT.
008750     EXIT.
008760
008770 8100-REPORT-MEDIUM.
008780     ADD 1 TO AN-MEDIUM-COUNT.
008790     MOVE "MEDIUM   " TO AN-SEVERITY-TEXT.
008800     PERFORM 8300-WRITE-FINDING THRU 8300-EXIT.
008810 8100-EXIT.
008820     EXIT.
008830
008840 8200-REPORT-LOW.
008850     ADD 1 TO AN-LOW-COUNT.
008860     MOVE "LOW      " TO AN-SEVERITY-TEXT.
008870     PERFORM 8300-WRITE-FINDING THRU 8300-EXIT.
008880 8200-EXIT.
008890     EXIT.
008900
008910 8300-WRITE-FINDING.
008920     MOVE SPACES TO AN-REPORT-LINE.
008930     STRING AN-SEVERITY-TEXT AN-FINDING-CATEGORY " "
008940            AN-FINDING-SUBJECT " " AN-FINDING-TEXT
008950         DELIMITED BY SIZE INTO AN-REPORT-LINE.
008960     WRITE AN-REPORT-LINE.
008970 8300-EXIT.
008980     EXIT.
008990
009000*****************************************************************
009010*    9000-TERMINATE - THE RETURN CODE IS THE SCHEDULER'S ALERT:
009020*    8 PAGES SECURITY, 4 PUTS THE REPORT IN THE MORNING STACK.
009030*****************************************************************
009040 9000-TERMINATE.
009050     MOVE SPACES TO AN-REPORT-LINE.
009060     WRITE AN-REPORT-LINE.
009070     MOVE SPACES TO AN-REPORT-LINE.
009080     MOVE AN-RECORDS-READ TO AN-COUNT-DISPLAY.
009090     STRING "ENTRIES READ      " AN-COUNT-DISPLAY
009100         DELIMITED BY SIZE INTO AN-REPORT-LINE.
009110     WRITE AN-REPORT-LINE.
009120     MOVE SPACES TO AN-REPORT-LINE.
009130     MOVE AN-RECORDS-IN-SPAN TO AN-COUNT-DISPLAY.
009140     STRING "ENTRIES IN SPAN   " AN-COUNT-DISPLAY
009150         DELIMITED BY SIZE INTO AN-REPORT-LINE.
009160     WRITE AN-REPORT-LINE.
009170     MOVE SPACES TO AN-REPORT-LINE.
009180     MOVE AN-BAD-DATE-COUNT TO AN-COUNT-DISPLAY.
009190     STRING "UNDATED ENTRIES   " AN-COUNT-DISPLAY
009200         DELIMITED BY SIZE INTO AN-REPORT-LINE.
009210     WRITE AN-REPORT-LINE.
009211     MOVE SPACES TO AN-REPORT-LINE.
009212     MOVE AN-REVERSED-COUNT TO AN-COUNT-DISPLAY.
009213     STRING "REVERSED ENTRIES  " AN-COUNT-DISPLAY
009214         DELIMITED BY SIZE INTO AN-REPORT-LINE.
009215     WRITE AN-REPORT-LINE.
009220     MOVE SPACES TO AN-REPORT-LINE.
009230     MOVE AN-HIGH-COUNT TO AN-COUNT-DISPLAY.
009240     STRING "HIGH FINDINGS     " AN-COUNT-DISPLAY
009250         DELIMITED BY SIZE INTO AN-REPORT-LINE.
009260     WRITE AN-REPORT-LINE.
009270     MOVE SPACES TO AN-REPORT-LINE.
009280     MOVE AN-MEDIUM-COUNT TO AN-COUNT-DISPLAY.
009290     STRING "MEDIUM FINDINGS   " AN-COUNT-DISPLAY
009300         DELIMITED BY SIZE INTO AN-REPORT-LINE.
009310     WRITE AN-REPORT-LINE.
009320     MOVE SPACES TO AN-REPORT-LINE.
009330     MOVE AN-LOW-COUNT TO AN-COUNT-DISPLAY.
009340     STRING "LOW FINDINGS      " AN-COUNT-DISPLAY
009350         DELIMITED BY SIZE INTO AN-REPORT-LINE.
009360     WRITE AN-REPORT-LINE.
009370     CLOSE AUDIT-MASTER-FILE.
009380     CLOSE ANOMALY-REPORT-FILE.
009390     DISPLAY "PGAUDANM: " AN-RECORDS-READ " ENTRIES READ, "
009400         AN-RECORDS-IN-SPAN " IN REVIEW SPAN".
009410     DISPLAY "PGAUDANM: " AN-HIGH-COUNT " HIGH, "
009420         AN-MEDIUM-COUNT " MEDIUM, " AN-LOW-COUNT " LOW FINDINGS".
009430     IF AN-HIGH-COUNT > ZERO
009440         MOVE 08 TO RETURN-CODE
009450         DISPLAY "PGAUDANM: HIGH-SEVERITY FINDINGS - ALERT "
009460             "SECURITY"
009470     ELSE
009480         IF AN-MEDIUM-COUNT > ZERO
009490            OR AN-LOW-COUNT > ZERO
009500             MOVE 04 TO RETURN-CODE
009510         END-IF
009520     END-IF.
009530 9000-EXIT.
009540     EXIT.
