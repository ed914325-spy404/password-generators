000100*****************************************************************
000110*    PROGRAM  : PGRUNBKO (RUN-BACKOUT)
000120*    AUTHOR    : D. OKAFOR, ACCESS CONTROL SYSTEMS GROUP
000130*    INSTALLATION : CORPORATE DATA CENTER
000140*    DATE-WRITTEN : 10/15/2026
000150*
000160*    REMARKS
000170*    BACKS OUT ONE PASSWORD-GENERATOR RUN THAT WENT OUT WITH A
000180*    BAD PARM CARD, THE WRONG ACCOUNT FILE, OR A BROKEN FEED,
000190*    SO THE RUN CAN BE REGENERATED THE SAME NIGHT.  THE RUN ID
000200*    COMES FROM THE BKOPARM CARD (PGBKOPM) AND MUST BE ON THE
000210*    RUN-CONTROL LEDGER.
000220*      - EVERY PWDHIST ENTRY CARRYING THE RUN ID IS COPIED TO
000230*        THE BACK-OUT ARCHIVE AND DELETED, SO THE NO-REUSE
000240*        CHECK NO LONGER COUNTS PASSWORDS THAT NEVER REACHED
000250*        THE USER.  AN ENTRY IS NEVER DELETED UNLESS ITS
000260*        ARCHIVE COPY WROTE CLEAN.
000270*      - EVERY AUDMAST ENTRY CARRYING THE RUN ID IS KEPT BUT
000280*        MARKED REVERSED WITH TODAY'S DATE - THE AUDIT TRAIL
000290*        MUST SHOW THE RUN HAPPENED AND WAS UNDONE.
000300*      - A 'B' RECORD IS APPENDED TO RUNCTL WITH BOTH COUNTS,
000310*        WHICH RELEASES THE GENERATOR'S HOLD ON THE SAME MODE
000320*        AND STREAM.
000330*    THE BACK-OUT REPORT LISTS EVERY ENTRY TOUCHED AND THE
000340*    COUNTS BY AUDIT STATUS.  A TRIAL CARD PRINTS THE SAME
000350*    REPORT WITHOUT CHANGING ANYTHING.
000360*
000370*    A RUN RESTARTED FROM A CHECKPOINT DRAWS A NEW RUN ID, SO
000380*    ITS ENTRIES ARE SPLIT ACROSS THE ABENDED RUN AND THE
000390*    RESTART - BACK OUT BOTH.  THE OLD FEED MUST NOT BE SENT
000400*    AFTER A BACK-OUT; THE REGENERATED RUN OVERWRITES IT.  IF
000410*    AN ACCOUNT WAS RESET AGAIN AFTER THE BACKED-OUT RUN, ITS
000420*    HISTORY KEEPS A SEQUENCE GAP THAT PGHSTVFY WILL NOTE.
000430*    ENTRIES WRITTEN BEFORE RUN IDS WERE STAMPED CANNOT BE
000440*    BACKED OUT HERE.
000450*
000460*    RETURN CODES -
000470*        0 = RUN BACKED OUT (OR TRIAL COUNTED) CLEANLY
000480*        4 = BACKED OUT, BUT THE RUN WAS STILL OPEN ON THE
000490*            LEDGER OR ITS FEED WAS ALREADY CONSUMED - CHECK
000500*            WITH PROVISIONING BEFORE REGENERATING
000510*        8 = NO ENTRY CARRIES THE RUN ID - NOTHING DONE
000520*       16 = FILE OPEN FAILURE, MISSING OR BLANK CONTROL CARD,
000530*            RUN ID NOT ON THE LEDGER OR ALREADY BACKED OUT,
000540*            OR AN ARCHIVE OR REWRITE FAILURE
000550*
000560*    MAINTENANCE HISTORY
000570*    DATE-WRITTEN.... 10/15/2026  DLO  ORIGINAL - BACK-OUT OF ONE
000580*                                      GENERATOR RUN BY RUN ID
000590*****************************************************************
000600 IDENTIFICATION DIVISION.
000610 PROGRAM-ID. RUN-BACKOUT.
000620 AUTHOR. D. OKAFOR.
000630 INSTALLATION. CORPORATE DATA CENTER.
000640 DATE-WRITTEN. 10/15/2026.
000650 DATE-COMPILED.
000660
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT OPTIONAL BACKOUT-PARM-FILE ASSIGN TO "BKOPARM"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS BO-PARM-STATUS.
000730
000740     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS BO-RUNC-STATUS.
000770
000780     SELECT PASSWORD-HISTORY-FILE ASSIGN TO "PWDHIST"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS PG-HI-KEY
000820         FILE STATUS IS BO-HIST-STATUS.
000830
000840     SELECT AUDIT-MASTER-FILE ASSIGN TO "AUDMAST"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS PG-AM-KEY
000880         FILE STATUS IS BO-MASTER-STATUS.
000890
000900     SELECT BACKOUT-ARCHIVE-FILE ASSIGN TO "BKOARCH"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS BO-ARCH-STATUS.
000930
000940     SELECT BACKOUT-REPORT-FILE ASSIGN TO "BKORPT"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS BO-REPT-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  BACKOUT-PARM-FILE
001010     RECORDING MODE IS F.
001020     COPY PGBKOPM.
001030
001040 FD  RUN-CONTROL-FILE
001050     RECORDING MODE IS F.
001060     COPY PGRUNC.
001070
001080 FD  PASSWORD-HISTORY-FILE.
001090     COPY PGHIST.
001100
001110 FD  AUDIT-MASTER-FILE.
001120     COPY PGAUDM.
001130
001140 FD  BACKOUT-ARCHIVE-FILE
001150     RECORDING MODE IS F.
001160 01  BO-ARCHIVE-RECORD              PIC X(80).
001170
001180 FD  BACKOUT-REPORT-FILE
001190     RECORDING MODE IS F.
001200 01  BO-REPORT-LINE                 PIC X(132).
001210
001220 WORKING-STORAGE SECTION.
001230
001240*****************************************************************
001250*    SWITCHES
001260*****************************************************************
001270 01  BO-SWITCHES.
001280     05  BO-RUNC-EOF-SWITCH         PIC X(01) VALUE 'N'.
001290         88  BO-END-OF-RUN-LEDGER        VALUE 'Y'.
001300     05  BO-HIST-EOF-SWITCH         PIC X(01) VALUE 'N'.
001310         88  BO-END-OF-HISTORY           VALUE 'Y'.
001320     05  BO-MASTER-EOF-SWITCH       PIC X(01) VALUE 'N'.
001330         88  BO-END-OF-MASTER            VALUE 'Y'.
001340     05  BO-RUN-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001350         88  BO-RUN-FOUND                VALUE 'Y'.
001360     05  BO-WARNING-SWITCH          PIC X(01) VALUE 'N'.
001370         88  BO-WARNING-RAISED           VALUE 'Y'.
001380
001390*****************************************************************
001400*    FILE STATUS FIELDS
001410*****************************************************************
001420 01  BO-FILE-STATUSES.
001430     05  BO-PARM-STATUS             PIC X(02).
001440     05  BO-RUNC-STATUS             PIC X(02).
001450     05  BO-HIST-STATUS             PIC X(02).
001460     05  BO-MASTER-STATUS           PIC X(02).
001470     05  BO-ARCH-STATUS             PIC X(02).
001480     05  BO-REPT-STATUS             PIC X(02).
001490
001500*****************************************************************
001510*    THE RUN BEING BACKED OUT, AS THE LEDGER LAST LEFT IT
001520*****************************************************************
001530 01  BO-RUN-WORK.
001540     05  BO-RUN-ID                  PIC X(14).
001550     05  BO-RUN-STATE               PIC X(01).
001560     05  BO-RUN-MODE                PIC X(01).
001570     05  BO-RUN-STREAM              PIC X(02).
001580     05  BO-RUN-REQUESTOR           PIC X(08).
001590     05  BO-ACTION-TEXT             PIC X(12).
001600
001610*****************************************************************
001620*    COUNTERS AND WORK FIELDS
001630*****************************************************************
001640 01  BO-COUNTERS.
001650     05  BO-HIST-READ               PIC 9(07) COMP VALUE ZERO.
001660     05  BO-HIST-MATCHED            PIC 9(07) COMP VALUE ZERO.
001670     05  BO-HIST-DELETED            PIC 9(07) COMP VALUE ZERO.
001680     05  BO-AUDIT-READ              PIC 9(07) COMP VALUE ZERO.
001690     05  BO-AUDIT-MATCHED           PIC 9(07) COMP VALUE ZERO.
001700     05  BO-AUDIT-REVERSED          PIC 9(07) COMP VALUE ZERO.
001710     05  BO-AUDIT-ALREADY           PIC 9(07) COMP VALUE ZERO.
001720     05  BO-ACCEPTED-COUNT          PIC 9(07) COMP VALUE ZERO.
001730     05  BO-REJECTED-COUNT          PIC 9(07) COMP VALUE ZERO.
001740     05  BO-SKIPPED-COUNT           PIC 9(07) COMP VALUE ZERO.
001750     05  BO-DENIED-COUNT            PIC 9(07) COMP VALUE ZERO.
001760     05  BO-COUNT-DISPLAY           PIC 9(07).
001770
001780 01  BO-DATE-WORK.
001790     05  BO-CURRENT-DATE-TIME       PIC X(21).
001800     05  BO-TODAY-YMD               PIC X(08).
001810
001820 PROCEDURE DIVISION.
001830
001840*****************************************************************
001850*    0000-MAINLINE
001860*****************************************************************
001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001890
001900     PERFORM 2000-SCAN-ONE-HISTORY THRU 2000-EXIT
001910         UNTIL BO-END-OF-HISTORY.
001920
001930     PERFORM 3000-SCAN-ONE-AUDIT THRU 3000-EXIT
001940         UNTIL BO-END-OF-MASTER.
001950
001960     PERFORM 4000-WRITE-BACKOUT-RECORD THRU 4000-EXIT.
001970
001980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001990
002000     STOP RUN.
002010
002020*****************************************************************
002030*    1000-INITIALIZE - THE CARD AND THE LEDGER ARE CHECKED
002040*    BEFORE EITHER MASTER IS OPENED FOR UPDATE.  A TRIAL OPENS
002050*    BOTH MASTERS INPUT ONLY.
002060*****************************************************************
002070 1000-INITIALIZE.
002080     MOVE FUNCTION CURRENT-DATE TO BO-CURRENT-DATE-TIME.
002090     MOVE BO-CURRENT-DATE-TIME(1:8) TO BO-TODAY-YMD.
002100
002110     PERFORM 1100-READ-BACKOUT-PARM THRU 1100-EXIT.
002120     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT.
002130
002140     IF PG-BK-TRIAL
002150         OPEN INPUT PASSWORD-HISTORY-FILE
002160     ELSE
002170         OPEN I-O PASSWORD-HISTORY-FILE
002180     END-IF.
002190     IF BO-HIST-STATUS NOT = '00'
002200         DISPLAY "PGRUNBKO: CANNOT OPEN PASSWORD-HISTORY-FILE - "
002210             "STATUS " BO-HIST-STATUS " - ABEND"
002220         MOVE 16 TO RETURN-CODE
002230         STOP RUN
002240     END-IF.
002250     IF PG-BK-TRIAL
002260         OPEN INPUT AUDIT-MASTER-FILE
002270     ELSE
002280         OPEN I-O AUDIT-MASTER-FILE
002290     END-IF.
002300     IF BO-MASTER-STATUS NOT = '00'
002310         DISPLAY "PGRUNBKO: CANNOT OPEN AUDIT-MASTER-FILE - "
002320             "STATUS " BO-MASTER-STATUS " - ABEND"
002330         MOVE 16 TO RETURN-CODE
002340         STOP RUN
002350     END-IF.
002360     OPEN OUTPUT BACKOUT-ARCHIVE-FILE.
002370     IF BO-ARCH-STATUS NOT = '00'
002380         DISPLAY "PGRUNBKO: CANNOT OPEN BACKOUT-ARCHIVE-FILE - "
002390             "STATUS " BO-ARCH-STATUS " - ABEND"
002400         MOVE 16 TO RETURN-CODE
002410         STOP RUN
002420     END-IF.
002430     OPEN OUTPUT BACKOUT-REPORT-FILE.
002440     IF BO-REPT-STATUS NOT = '00'
002450         DISPLAY "PGRUNBKO: CANNOT OPEN BACKOUT-REPORT-FILE - "
002460             "STATUS " BO-REPT-STATUS " - ABEND"
002470         MOVE 16 TO RETURN-CODE
002480         STOP RUN
002490     END-IF.
002500     IF PG-BK-TRIAL
002510         MOVE "WOULD DELETE" TO BO-ACTION-TEXT
002520     ELSE
002530         MOVE "DELETED" TO BO-ACTION-TEXT
002540     END-IF.
002550     PERFORM 1300-WRITE-REPORT-HEADING THRU 1300-EXIT.
002560 1000-EXIT.
002570     EXIT.
002580
002590*****************************************************************
002600*    1100-READ-BACKOUT-PARM - NO DEFAULTS.  WITHOUT A RUN ID
002610*    THERE IS NOTHING SAFE TO DO.
002620*****************************************************************
002630 1100-READ-BACKOUT-PARM.
002640     OPEN INPUT BACKOUT-PARM-FILE.
002650     IF BO-PARM-STATUS NOT = '00'
002660         DISPLAY "PGRUNBKO: NO BACK-OUT PARM CARD - STATUS "
002670             BO-PARM-STATUS " - ABEND"
002680         MOVE 16 TO RETURN-CODE
002690         STOP RUN
002700     END-IF.
002710     READ BACKOUT-PARM-FILE
002720         AT END
002730             MOVE SPACES TO PG-BACKOUT-PARM-RECORD
002740     END-READ.
002750     CLOSE BACKOUT-PARM-FILE.
002760     IF PG-BK-RUN-ID = SPACES
002770         DISPLAY "PGRUNBKO: NO RUN ID ON THE BACK-OUT PARM "
002780             "CARD - ABEND"
002790         MOVE 16 TO RETURN-CODE
002800         STOP RUN
002810     END-IF.
002820     MOVE PG-BK-RUN-ID TO BO-RUN-ID.
002830 1100-EXIT.
002840     EXIT.
002850
002860*****************************************************************
002870*    1200-CHECK-RUN-CONTROL - THE RUN'S STATE IS THE TYPE OF
002880*    THE LAST LEDGER RECORD CARRYING ITS RUN ID.  A RUN NOT ON
002890*    THE LEDGER, OR ALREADY BACKED OUT, IS REFUSED.  A RUN STILL
002900*    OPEN (ABENDED, OR RUNNING NOW) OR WHOSE FEED PROVISIONING
002910*    HAS ALREADY CONSUMED IS BACKED OUT WITH A WARNING.
002920*****************************************************************
002930 1200-CHECK-RUN-CONTROL.
002940     OPEN INPUT RUN-CONTROL-FILE.
002950     IF BO-RUNC-STATUS NOT = '00' AND BO-RUNC-STATUS NOT = '05'
002960         DISPLAY "PGRUNBKO: CANNOT READ RUN-CONTROL LEDGER - "
002970             "STATUS " BO-RUNC-STATUS " - ABEND"
002980         MOVE 16 TO RETURN-CODE
002990         STOP RUN
003000     END-IF.
003010     PERFORM 1210-READ-ONE-LEDGER-RECORD THRU 1210-EXIT
003020         UNTIL BO-END-OF-RUN-LEDGER.
003030     CLOSE RUN-CONTROL-FILE.
003040
003050     IF NOT BO-RUN-FOUND
003060         DISPLAY "PGRUNBKO: RUN " BO-RUN-ID
003070             " IS NOT ON THE RUN-CONTROL LEDGER - ABEND"
003080         MOVE 16 TO RETURN-CODE
003090         STOP RUN
003100     END-IF.
003110     IF BO-RUN-STATE = 'B'
003120         DISPLAY "PGRUNBKO: RUN " BO-RUN-ID
003130             " IS ALREADY BACKED OUT - ABEND"
003140         MOVE 16 TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170     IF BO-RUN-STATE = 'S'
003180         DISPLAY "PGRUNBKO: *WARNING* RUN " BO-RUN-ID
003190             " IS STILL OPEN ON THE RUN-CONTROL LEDGER - "
003200             "CONFIRM IT ABENDED"
003210         MOVE 'Y' TO BO-WARNING-SWITCH
003220     END-IF.
003230     IF BO-RUN-STATE = 'C'
003240         DISPLAY "PGRUNBKO: *WARNING* FEED OF RUN " BO-RUN-ID
003250             " WAS ALREADY CONSUMED BY PROVISIONING INTAKE"
003260         MOVE 'Y' TO BO-WARNING-SWITCH
003270     END-IF.
003280 1200-EXIT.
003290     EXIT.
003300
003310 1210-READ-ONE-LEDGER-RECORD.
003320     READ RUN-CONTROL-FILE
003330         AT END
003340             MOVE 'Y' TO BO-RUNC-EOF-SWITCH
003350             GO TO 1210-EXIT
003360     END-READ.
003370     IF PG-RC-RUN-ID NOT = BO-RUN-ID
003380         GO TO 1210-EXIT
003390     END-IF.
003400     MOVE 'Y' TO BO-RUN-FOUND-SWITCH.
003410     MOVE PG-RC-RECORD-TYPE TO BO-RUN-STATE.
003420     IF PG-RC-RUN-STARTED
003430         MOVE PG-RC-RUN-MODE TO BO-RUN-MODE
003440         MOVE PG-RC-REQUESTOR-ID TO BO-RUN-REQUESTOR
003450         IF PG-RC-STREAM-ID = SPACES
003460            OR PG-RC-STREAM-ID = LOW-VALUES
003470             MOVE '00' TO BO-RUN-STREAM
003480         ELSE
003490             MOVE PG-RC-STREAM-ID TO BO-RUN-STREAM
003500         END-IF
003510     END-IF.
003520 1210-EXIT.
003530     EXIT.
003540
003550 1300-WRITE-REPORT-HEADING.
003560     MOVE SPACES TO BO-REPORT-LINE.
003570     STRING "PGRUNBKO - GENERATOR RUN BACK-OUT  "
003580            "RUN DATE "
003590            BO-CURRENT-DATE-TIME(1:4) "-"
003600            BO-CURRENT-DATE-TIME(5:2) "-"
003610            BO-CURRENT-DATE-TIME(7:2)
003620         DELIMITED BY SIZE INTO BO-REPORT-LINE.
003630     WRITE BO-REPORT-LINE.
003640     MOVE SPACES TO BO-REPORT-LINE.
003650     WRITE BO-REPORT-LINE.
003660     MOVE SPACES TO BO-REPORT-LINE.
003670     STRING "RUN ID " BO-RUN-ID
003680            "  MODE " BO-RUN-MODE
003690            "  STREAM " BO-RUN-STREAM
003700            "  RUN BY " BO-RUN-REQUESTOR
003710            "  LEDGER STATE " BO-RUN-STATE
003720            "  BACK-OUT BY " PG-BK-REQUESTOR-ID
003730         DELIMITED BY SIZE INTO BO-REPORT-LINE.
003740     WRITE BO-REPORT-LINE.
003750     IF PG-BK-TRIAL
003760         MOVE SPACES TO BO-REPORT-LINE
003770         STRING "*** TRIAL - NOTHING IS DELETED, REVERSED, "
003780                "OR POSTED TO THE LEDGER ***"
003790             DELIMITED BY SIZE INTO BO-REPORT-LINE
003800         WRITE BO-REPORT-LINE
003810     END-IF.
003820     MOVE SPACES TO BO-REPORT-LINE.
003830     WRITE BO-REPORT-LINE.
003840     MOVE SPACES TO BO-REPORT-LINE.
003850     STRING "FILE     ACCOUNT  SEQ/GENERATED              "
003860            "ST MODE REQUESTOR ACTION"
003870         DELIMITED BY SIZE INTO BO-REPORT-LINE.
003880     WRITE BO-REPORT-LINE.
003890 1300-EXIT.
003900     EXIT.
003910
003920*****************************************************************
003930*    2000-SCAN-ONE-HISTORY - ONE PASS OF PWDHIST IN KEY ORDER.
003940*    THE RUN ID IS NOT A KEY, SO EVERY ENTRY IS LOOKED AT.
003950*****************************************************************
003960 2000-SCAN-ONE-HISTORY.
003970     READ PASSWORD-HISTORY-FILE NEXT RECORD
003980         AT END
003990             MOVE 'Y' TO BO-HIST-EOF-SWITCH
004000             GO TO 2000-EXIT
004010     END-READ.
004020     ADD 1 TO BO-HIST-READ.
004030     IF PG-HI-RUN-ID NOT = BO-RUN-ID
004040         GO TO 2000-EXIT
004050     END-IF.
004060     ADD 1 TO BO-HIST-MATCHED.
004070     IF NOT PG-BK-TRIAL
004080         PERFORM 2100-ARCHIVE-AND-DELETE THRU 2100-EXIT
004090     END-IF.
004100     MOVE SPACES TO BO-REPORT-LINE.
004110     MOVE "PWDHIST" TO BO-REPORT-LINE(1:7).
004120     MOVE PG-HI-ACCOUNT-ID TO BO-REPORT-LINE(10:8).
004130     MOVE PG-HI-SEQUENCE-NO TO BO-REPORT-LINE(19:4).
004140     MOVE PG-HI-GEN-DATE TO BO-REPORT-LINE(24:8).
004150     MOVE BO-ACTION-TEXT TO BO-REPORT-LINE(64:12).
004160     WRITE BO-REPORT-LINE.
004170 2000-EXIT.
004180     EXIT.
004190
004200 2100-ARCHIVE-AND-DELETE.
004210     WRITE BO-ARCHIVE-RECORD FROM PG-HISTORY-RECORD.
004220     IF BO-ARCH-STATUS NOT = '00'
004230         DISPLAY "PGRUNBKO: ARCHIVE WRITE FAILED - STATUS "
004240             BO-ARCH-STATUS " - RECORD KEPT, ABEND"
004250         MOVE 16 TO RETURN-CODE
004260         STOP RUN
004270     END-IF.
004280     DELETE PASSWORD-HISTORY-FILE
004290         INVALID KEY
004300             DISPLAY "PGRUNBKO: DELETE FAILED FOR KEY "
004310                 PG-HI-KEY " - STATUS " BO-HIST-STATUS
004320     END-DELETE.
004330     IF BO-HIST-STATUS NOT = '00'
004340         DISPLAY "PGRUNBKO: PWDHIST ONLY PARTLY BACKED OUT - "
004350             "RERUN AFTER THE FILE IS FIXED - ABEND"
004360         MOVE 16 TO RETURN-CODE
004370         STOP RUN
004380     END-IF.
004390     ADD 1 TO BO-HIST-DELETED.
004400 2100-EXIT.
004410     EXIT.
004420
004430*****************************************************************
004440*    3000-SCAN-ONE-AUDIT - ONE PASS OF AUDMAST.  AN ENTRY
004450*    ALREADY REVERSED BY AN EARLIER, INTERRUPTED BACK-OUT OF THE
004460*    SAME RUN IS COUNTED BUT NOT TOUCHED, SO A RERUN FINISHES
004470*    THE JOB.
004480*****************************************************************
004490 3000-SCAN-ONE-AUDIT.
004500     READ AUDIT-MASTER-FILE NEXT RECORD
004510         AT END
004520             MOVE 'Y' TO BO-MASTER-EOF-SWITCH
004530             GO TO 3000-EXIT
004540     END-READ.
004550     ADD 1 TO BO-AUDIT-READ.
004560     IF PG-AM-RUN-ID NOT = BO-RUN-ID
004570         GO TO 3000-EXIT
004580     END-IF.
004590     IF PG-AM-REVERSED
004600         ADD 1 TO BO-AUDIT-ALREADY
004610         GO TO 3000-EXIT
004620     END-IF.
004630     ADD 1 TO BO-AUDIT-MATCHED.
004640     EVALUATE TRUE
004650         WHEN PG-AM-ACCEPTED
004660             ADD 1 TO BO-ACCEPTED-COUNT
004670         WHEN PG-AM-REJECTED
004680             ADD 1 TO BO-REJECTED-COUNT
004690         WHEN PG-AM-SKIPPED
004700             ADD 1 TO BO-SKIPPED-COUNT
004710         WHEN PG-AM-DENIED
004720             ADD 1 TO BO-DENIED-COUNT
004730     END-EVALUATE.
004740     IF NOT PG-BK-TRIAL
004750         PERFORM 3100-MARK-REVERSED THRU 3100-EXIT
004760     END-IF.
004770     MOVE SPACES TO BO-REPORT-LINE.
004780     IF PG-BK-TRIAL
004790         MOVE "WOULD REVERSE" TO BO-REPORT-LINE(64:13)
004800     ELSE
004810         MOVE "REVERSED" TO BO-REPORT-LINE(64:8)
004820     END-IF.
004830     MOVE "AUDMAST" TO BO-REPORT-LINE(1:7).
004840     MOVE PG-AM-ACCOUNT-ID TO BO-REPORT-LINE(10:8).
004850     MOVE PG-AM-GEN-TIMESTAMP TO BO-REPORT-LINE(19:26).
004860     MOVE PG-AM-STATUS TO BO-REPORT-LINE(46:1).
004870     MOVE PG-AM-RUN-MODE TO BO-REPORT-LINE(49:1).
004880     MOVE PG-AM-REQUESTOR-ID TO BO-REPORT-LINE(54:8).
004890     WRITE BO-REPORT-LINE.
004900 3000-EXIT.
004910     EXIT.
004920
004930 3100-MARK-REVERSED.
004940     MOVE 'Y' TO PG-AM-REVERSED-SW.
004950     MOVE BO-TODAY-YMD TO PG-AM-REVERSED-DATE.
004960     REWRITE PG-AUDIT-MASTER-RECORD
004970         INVALID KEY
004980             CONTINUE
004990     END-REWRITE.
005000     IF BO-MASTER-STATUS NOT = '00'
005010         DISPLAY "PGRUNBKO: REWRITE FAILED FOR AUDMAST KEY "
005020             PG-AM-KEY " - STATUS " BO-MASTER-STATUS
005030         DISPLAY "PGRUNBKO: AUDMAST ONLY PARTLY BACKED OUT - "
005040             "RERUN AFTER THE FILE IS FIXED - ABEND"
005050         MOVE 16 TO RETURN-CODE
005060         STOP RUN
005070     END-IF.
005080     ADD 1 TO BO-AUDIT-REVERSED.
005090 3100-EXIT.
005100     EXIT.
005110
005120*****************************************************************
005130*    4000-WRITE-BACKOUT-RECORD - POSTED ONLY WHEN SOMETHING OF
005140*    THE RUN WAS FOUND.  ENTRIES REVERSED BY AN EARLIER,
005150*    INTERRUPTED BACK-OUT COUNT AS FOUND, SO THE RERUN STILL
005160*    RELEASES THE LEDGER.
005170*****************************************************************
005180 4000-WRITE-BACKOUT-RECORD.
005190     IF PG-BK-TRIAL
005200         GO TO 4000-EXIT
005210     END-IF.
005220     IF BO-HIST-MATCHED = ZERO
005230        AND BO-AUDIT-MATCHED = ZERO
005240        AND BO-AUDIT-ALREADY = ZERO
005250         GO TO 4000-EXIT
005260     END-IF.
005270     OPEN EXTEND RUN-CONTROL-FILE.
005280     IF BO-RUNC-STATUS NOT = '00' AND BO-RUNC-STATUS NOT = '05'
005290         DISPLAY "PGRUNBKO: CANNOT EXTEND RUN-CONTROL LEDGER - "
005300             "STATUS " BO-RUNC-STATUS " - ENTRIES ARE BACKED "
005310             "OUT BUT THE RUN STILL HOLDS - ABEND"
005320         MOVE 16 TO RETURN-CODE
005330         STOP RUN
005340     END-IF.
005350     MOVE SPACES TO PG-RUN-CONTROL-RECORD.
005360     MOVE 'B' TO PG-RC-RECORD-TYPE.
005370     MOVE BO-RUN-ID TO PG-RC-RUN-ID.
005380     MOVE BO-RUN-MODE TO PG-RC-RUN-MODE.
005390     MOVE BO-RUN-STREAM TO PG-RC-STREAM-ID.
005400     MOVE PG-BK-REQUESTOR-ID TO PG-RC-REQUESTOR-ID.
005410     MOVE BO-HIST-DELETED TO PG-RC-BACKOUT-HIST-COUNT.
005420     MOVE BO-AUDIT-REVERSED TO PG-RC-BACKOUT-AUDIT-COUNT.
005430     MOVE FUNCTION CURRENT-DATE TO BO-CURRENT-DATE-TIME.
005440     STRING BO-CURRENT-DATE-TIME(1:4) "-"
005450            BO-CURRENT-DATE-TIME(5:2) "-"
005460            BO-CURRENT-DATE-TIME(7:2) " "
005470            BO-CURRENT-DATE-TIME(9:2) ":"
005480            BO-CURRENT-DATE-TIME(11:2) ":"
005490            BO-CURRENT-DATE-TIME(13:2)
005500         DELIMITED BY SIZE INTO PG-RC-TIMESTAMP.
005510     WRITE PG-RUN-CONTROL-RECORD.
005520     CLOSE RUN-CONTROL-FILE.
005530     DISPLAY "PGRUNBKO: RUN " BO-RUN-ID
005540         " FLAGGED BACKED-OUT ON THE RUN-CONTROL LEDGER".
005550 4000-EXIT.
005560     EXIT.
005570
005580*****************************************************************
005590*    9000-TERMINATE - COUNTS, THEN THE RETURN CODE.
005600*****************************************************************
005610 9000-TERMINATE.
005620     MOVE SPACES TO BO-REPORT-LINE.
005630     WRITE BO-REPORT-LINE.
005640     MOVE SPACES TO BO-REPORT-LINE.
005650     MOVE BO-HIST-READ TO BO-COUNT-DISPLAY.
005660     STRING "PWDHIST ENTRIES READ         " BO-COUNT-DISPLAY
005670         DELIMITED BY SIZE INTO BO-REPORT-LINE.
005680     WRITE BO-REPORT-LINE.
005690     MOVE SPACES TO BO-REPORT-LINE.
005700     MOVE BO-HIST-MATCHED TO BO-COUNT-DISPLAY.
005710     STRING "  WRITTEN BY THE RUN         " BO-COUNT-DISPLAY
005720         DELIMITED BY SIZE INTO BO-REPORT-LINE.
005730     WRITE BO-REPORT-LINE.
005740     MOVE SPACES TO BO-REPORT-LINE.
005750     MOVE BO-HIST-DELETED TO BO-COUNT-DISPLAY.
005760     STRING "  ARCHIVED AND DELETED       " BO-COUNT-DISPLAY
005770         DELIMITED BY SIZE INTO BO-REPORT-LINE.
005780     WRITE BO-REPORT-LINE.
005790     MOVE SPACES TO BO-REPORT-LINE.
005800     MOVE BO-AUDIT-READ TO BO-COUNT-DISPLAY.
005810     STRING "AUDMAST ENTRIES READ         " BO-COUNT-DISPLAY
005820         DELIMITED BY SIZE INTO BO-REPORT-LINE.
005830     WRITE BO-REPORT-LINE.
005840     MOVE SPACES TO BO-REPORT-LINE.
005850     MOVE BO-AUDIT-MATCHED TO BO-COUNT-DISPLAY.
005860     STRING "  WRITTEN BY THE RUN         " BO-COUNT-DISPLAY
005870         DELIMITED BY SIZE INTO BO-REPORT-LINE.
005880     WRITE BO-REPORT-LINE.
005890     MOVE SPACES TO BO-REPORT-LINE.
005900     MOVE BO-ACCEPTED-COUNT TO BO-COUNT-DISPLAY.
005910     STRING "    ACCEPTED                 " BO-COUNT-DISPLAY
005920         DELIMITED BY SIZE INTO BO-REPORT-LINE.
005930     WRITE BO-REPORT-LINE.
005940     MOVE SPACES TO BO-REPORT-LINE.
005950     MOVE BO-REJECTED-COUNT TO BO-COUNT-DISPLAY.
005960     STRING "    REJECTED                 " BO-COUNT-DISPLAY
005970         DELIMITED BY SIZE INTO BO-REPORT-LINE.
005980     WRITE BO-REPORT-LINE.
005990     MOVE SPACES TO BO-REPORT-LINE.
006000     MOVE BO-SKIPPED-COUNT TO BO-COUNT-DISPLAY.
006010     STRING "    SKIPPED                  " BO-COUNT-DISPLAY
006020         DELIMITED BY SIZE INTO BO-REPORT-LINE.
006030     WRITE BO-REPORT-LINE.
006040     MOVE SPACES TO BO-REPORT-LINE.
006050     MOVE BO-DENIED-COUNT TO BO-COUNT-DISPLAY.
006060     STRING "    DENIED                   " BO-COUNT-DISPLAY
006070         DELIMITED BY SIZE INTO BO-REPORT-LINE.
006080     WRITE BO-REPORT-LINE.
006090     MOVE SPACES TO BO-REPORT-LINE.
006100     MOVE BO-AUDIT-REVERSED TO BO-COUNT-DISPLAY.
006110     STRING "  MARKED REVERSED            " BO-COUNT-DISPLAY
006120         DELIMITED BY SIZE INTO BO-REPORT-LINE.
006130     WRITE BO-REPORT-LINE.
006140     MOVE SPACES TO BO-REPORT-LINE.
006150     MOVE BO-AUDIT-ALREADY TO BO-COUNT-DISPLAY.
006160     STRING "  ALREADY REVERSED           " BO-COUNT-DISPLAY
006170         DELIMITED BY SIZE INTO BO-REPORT-LINE.
006180     WRITE BO-REPORT-LINE.
006190     CLOSE PASSWORD-HISTORY-FILE.
006200     CLOSE AUDIT-MASTER-FILE.
006210     CLOSE BACKOUT-ARCHIVE-FILE.
006220     CLOSE BACKOUT-REPORT-FILE.
006230     DISPLAY "PGRUNBKO: " BO-HIST-DELETED
006240         " PWDHIST ENTRIES DELETED".
006250     DISPLAY "PGRUNBKO: " BO-AUDIT-REVERSED
006260         " AUDMAST ENTRIES MARKED REVERSED".
006270     IF BO-HIST-MATCHED = ZERO
006280        AND BO-AUDIT-MATCHED = ZERO
006290        AND BO-AUDIT-ALREADY = ZERO
006300         DISPLAY "PGRUNBKO: NO ENTRY CARRIES RUN ID " BO-RUN-ID
006310             " - NOTHING BACKED OUT"
006320         MOVE 08 TO RETURN-CODE
006330         GO TO 9000-EXIT
006340     END-IF.
006350     IF BO-WARNING-RAISED
006360         MOVE 04 TO RETURN-CODE
006370         DISPLAY "PGRUNBKO: *WARNING* CHECK WITH PROVISIONING "
006380             "BEFORE REGENERATING - SEE BKORPT"
006390     END-IF.
006400 9000-EXIT.
006410     EXIT.
