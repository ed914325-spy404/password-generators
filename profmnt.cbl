000270*    THE MAINTENANCE REPORT CARRIES A BEFORE/AFTER IMAGE OF
000280*    EVERY APPLIED CHANGE SO SECURITY CAN SIGN OFF ON EACH
000290*    POLICY CHANGE, AND ONE REJECT LINE PER DROPPED TRANSACTION.
000291*
000292*    A 'W' ON THE OPTIONAL PRFPARM CARD (PGPRFPM) RUNS THE SAME
000293*    EDITS AND APPLIES THE TRANSACTIONS IN STORAGE ONLY - NO
000294*    NEW MASTER IS WRITTEN.  INSTEAD EVERY ACCOUNT'S LATEST
000295*    PWDHIST ENTRY IS AGED, THE WAY PGPWDAGE AGES IT, UNDER
000296*    BOTH THE CURRENT AND THE CHANGED POLICY OF ITS PROFILE.
000297*    FOR EACH PROFILE WHOSE POLICY WOULD CHANGE THE REPORT
000298*    SHOWS, DAY BY DAY FOR THE NEXT THIRTY DAYS, HOW MANY
000299*    ACCOUNTS WOULD BE EXPIRED AND HOW MANY MORE WOULD FALL
000300*    INSIDE THE AGING LEAD DAYS UNDER EACH, AND HOW MANY
000301*    ACCOUNTS WOULD GET A DIFFERENT LENGTH OR CHARACTER SET AT
000302*    THEIR NEXT RESET.  A DELETED PROFILE SENDS ITS ACCOUNTS
000303*    TO THE PARM-CARD DEFAULTS.
000304*
000310*    RETURN CODES -
000320*        0 = ALL TRANSACTIONS APPLIED
000330*        4 = ONE OR MORE TRANSACTIONS REJECTED TO THE REPORT
000340*       16 = FILE OPEN FAILURE
000345*    (A WHAT-IF RUN RETURNS THE SAME CODES.)
000350*
000360*    MAINTENANCE HISTORY
000370*    DATE-WRITTEN.... 09/02/2026  DLO  ORIGINAL - TRANSACTION-
000440*                                      DUAL-CONTROL FLAG ON EVERY
000450*                                      PROFILE AND ITS REPORT
000460*                                      IMAGE
000461*    MODIFIED........ 10/15/2026  DLO  WHAT-IF MODE FORECASTS
000462*                                      THE AGING AND NEXT-RESET
000463*                                      IMPACT OF THE
000464*                                      TRANSACTIONS WITHOUT
000465*                                      WRITING THE MASTER
000466*    MODIFIED........ 10/15/2026  DLO  CARRY AND VALIDATE THE
000467*                                      PROFILE'S TARGET PLATFORM
000468*                                      (D/M/K); A KIOSK PROFILE
000469*                                      MUST BE NUMERIC PIN
000470*****************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. PROFILE-MAINT.
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS PM-TRAN-STATUS.
000610
000611     SELECT OPTIONAL MAINT-PARM-FILE ASSIGN TO "PRFPARM"
000612         ORGANIZATION IS LINE SEQUENTIAL
000613         FILE STATUS IS PM-PARM-STATUS.
000614
000615     SELECT OPTIONAL AGE-PARM-FILE ASSIGN TO "AGEPARM"
000616         ORGANIZATION IS LINE SEQUENTIAL
000617         FILE STATUS IS PM-AGE-STATUS.
000618
000619     SELECT PASSWORD-HISTORY-FILE ASSIGN TO "PWDHIST"
000620         ORGANIZATION IS INDEXED
000621         ACCESS MODE IS SEQUENTIAL
000622         RECORD KEY IS PG-HI-KEY
000623         FILE STATUS IS PM-HIST-STATUS.
000624
000625     SELECT OPTIONAL OLD-PROFILE-FILE ASSIGN TO "PROFMAST"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS PM-OLD-STATUS.
000650
000770     RECORDING MODE IS F.
000780     COPY PGPTRN.
000790
000791 FD  MAINT-PARM-FILE
000792     RECORDING MODE IS F.
000793     COPY PGPRFPM.
000794
000795 FD  AGE-PARM-FILE
000796     RECORDING MODE IS F.
000797     COPY PGAGEPM.
000798
000799 FD  PASSWORD-HISTORY-FILE.
000800     COPY PGHIST.
000801
000802 FD  OLD-PROFILE-FILE
000810     RECORDING MODE IS F.
000820     COPY PGPROF.
000830
000910
000920 WORKING-STORAGE SECTION.
000930
000931*****************************************************************
000932*    CONSTANTS - THE AGING DEFAULTS ARE PGPWDAGE'S OWN
000933*****************************************************************
000934 01  PM-CONSTANTS.
000935     05  PM-DEFAULT-LEAD-DAYS       PIC 9(03) COMP VALUE 14.
000936     05  PM-DEFAULT-EXPIRE-DAYS     PIC 9(03) COMP VALUE 90.
000937     05  PM-WHAT-IF-DAYS            PIC 9(02) COMP VALUE 30.
000938
000940*****************************************************************
000950*    SWITCHES
000960*****************************************************************
001030         88  PM-TRAN-OK                  VALUE 'Y'.
001040     05  PM-ENTRY-FOUND-SWITCH      PIC X(01) VALUE 'N'.
001050         88  PM-ENTRY-FOUND              VALUE 'Y'.
001052     05  PM-HIST-EOF-SWITCH         PIC X(01) VALUE 'N'.
001054         88  PM-END-OF-HISTORY           VALUE 'Y'.
001056     05  PM-GROUP-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001058         88  PM-GROUP-OPEN               VALUE 'Y'.
001060
001070*****************************************************************
001080*    FILE STATUS FIELDS
001120     05  PM-OLD-STATUS              PIC X(02).
001130     05  PM-NEW-STATUS              PIC X(02).
001140     05  PM-REPT-STATUS             PIC X(02).
001142     05  PM-PARM-STATUS             PIC X(02).
001144     05  PM-AGE-STATUS              PIC X(02).
001146     05  PM-HIST-STATUS             PIC X(02).
001150
001160*****************************************************************
001170*    PROFILE WORK TABLE - THE WHOLE MASTER IS HELD HERE WHILE
001190*    OWN PROFILE TABLE, SO A MASTER THIS JOB CAN WRITE IS ONE
001200*    THE GENERATOR CAN LOAD.  A DELETE ONLY MARKS THE ENTRY;
001210*    THE NEW MASTER IS WRITTEN FROM THE UNMARKED ENTRIES.
001212*    THE OLD-* FIELDS KEEP THE POLICY AS LOADED FROM THE OLD
001214*    MASTER AND THE SIM-* FIELDS THE POLICY ITS ACCOUNTS WOULD
001216*    GET AFTER THE TRANSACTIONS - BOTH FOR THE WHAT-IF RUN.
001220*****************************************************************
001230 01  PM-PROFILE-TABLE.
001240     05  PM-PROFILE-COUNT           PIC 9(03) COMP VALUE ZERO.
001300         10  PM-PE-EXCLUDE-AMBIG-SW PIC X(01).
001310         10  PM-PE-EXPIRATION-DAYS  PIC 9(03).
001320         10  PM-PE-DUAL-CONTROL-SW  PIC X(01).
001325         10  PM-PE-TARGET-PLATFORM  PIC X(01).
001330         10  PM-PE-DELETED-SW       PIC X(01).
001340             88  PM-PE-DELETED           VALUE 'Y'.
001341         10  PM-PE-ON-OLD-MASTER-SW PIC X(01).
001342             88  PM-PE-ON-OLD-MASTER     VALUE 'Y'.
001343         10  PM-PE-OLD-LENGTH       PIC 9(02).
001344         10  PM-PE-OLD-CHARSET-MODE PIC X(01).
001345         10  PM-PE-OLD-EXPIRE-DAYS  PIC 9(03).
001346         10  PM-PE-OLD-EXPIRE-USED  PIC 9(03).
001347         10  PM-PE-SIM-LENGTH       PIC 9(02).
001348         10  PM-PE-SIM-CHARSET-MODE PIC X(01).
001349         10  PM-PE-SIM-EXPIRE-USED  PIC 9(03).
001350         10  PM-PE-CHANGED-SW       PIC X(01).
001351             88  PM-PE-CHANGED           VALUE 'Y'.
001352         10  PM-PE-ACCOUNTS         PIC 9(07) COMP.
001353         10  PM-PE-LENGTH-MOVES     PIC 9(07) COMP.
001354         10  PM-PE-CHARSET-MOVES    PIC 9(07) COMP.
001355
001356*****************************************************************
001357*    WHAT-IF DAY BUCKETS - ONE ROW PER PROFILE-TABLE ENTRY.
001358*    AN ACCOUNT IS POSTED ONCE, TO THE FIRST DAY IT WOULD BE
001359*    EXPIRED (EXP) AND THE FIRST DAY IT WOULD BE DUE - EXPIRED
001360*    OR INSIDE THE LEAD DAYS (DUE) - UNDER THE CURRENT (CUR)
001361*    AND THE CHANGED (SIM) POLICY.  DAY 1 ALSO HOLDS EVERY
001362*    ACCOUNT ALREADY PAST THAT POINT.  RUNNING TOTALS OF THE
001363*    BUCKETS GIVE EACH DAY'S COUNTS.
001364*****************************************************************
001365 01  PM-IMPACT-TABLE.
001366     05  PM-IM-PROFILE OCCURS 50 TIMES.
001367         10  PM-IM-DAY OCCURS 30 TIMES.
001368             15  PM-IM-CUR-EXP-START PIC 9(07) COMP.
001369             15  PM-IM-CUR-DUE-START PIC 9(07) COMP.
001370             15  PM-IM-SIM-EXP-START PIC 9(07) COMP.
001371             15  PM-IM-SIM-DUE-START PIC 9(07) COMP.
001372
001373*****************************************************************
001374*    COUNTERS AND WORK FIELDS
001380*****************************************************************
001390 01  PM-COUNTERS.
001400     05  PM-ENTRY-INDEX             PIC 9(03) COMP.
001450     05  PM-OLD-ENTRIES-READ        PIC 9(03) COMP VALUE ZERO.
001460     05  PM-NEW-ENTRIES-WRITTEN     PIC 9(03) COMP VALUE ZERO.
001470     05  PM-MIN-LENGTH-FOR-MODE     PIC 9(02) COMP VALUE ZERO.
001471     05  PM-DAY-INDEX               PIC 9(02) COMP.
001472     05  PM-HISTORY-RECORDS         PIC 9(07) COMP VALUE ZERO.
001473     05  PM-ACCOUNTS-SCANNED        PIC 9(07) COMP VALUE ZERO.
001474     05  PM-ACCOUNTS-AFFECTED       PIC 9(07) COMP VALUE ZERO.
001475     05  PM-PROFILES-CHANGED        PIC 9(03) COMP VALUE ZERO.
001476     05  PM-START-DAY               PIC S9(07) COMP.
001477     05  PM-RUN-CUR-EXPIRED         PIC 9(07) COMP.
001478     05  PM-RUN-CUR-DUE             PIC 9(07) COMP.
001479     05  PM-RUN-SIM-EXPIRED         PIC 9(07) COMP.
001480     05  PM-RUN-SIM-DUE             PIC 9(07) COMP.
001481     05  PM-DUE-CHANGE              PIC S9(07) COMP.
001482
001490 01  PM-EDIT-WORK.
001500     05  PM-REJECT-REASON           PIC X(32).
001510     05  PM-IMAGE-TEXT              PIC X(54).
001520     05  PM-COUNT-DISPLAY           PIC 9(05).
001521     05  PM-ACCOUNT-DISPLAY         PIC 9(07).
001522     05  PM-DAY-DISPLAY             PIC 9(02).
001523     05  PM-LEAD-DISPLAY            PIC 9(03).
001524     05  PM-OLD-EXPIRE-DISPLAY      PIC 9(03).
001525     05  PM-SIM-EXPIRE-DISPLAY      PIC 9(03).
001526     05  PM-CUR-EXPIRED-DISPLAY     PIC 9(07).
001527     05  PM-SIM-EXPIRED-DISPLAY     PIC 9(07).
001528     05  PM-CUR-LEAD-DISPLAY        PIC 9(07).
001529     05  PM-SIM-LEAD-DISPLAY        PIC 9(07).
001530     05  PM-CHANGE-DISPLAY          PIC +9(07).
001531     05  PM-LENGTH-MOVES-DISPLAY    PIC 9(07).
001532     05  PM-CHARSET-MOVES-DISPLAY   PIC 9(07).
001533
001534 01  PM-GROUP-WORK.
001535     05  PM-GR-ACCOUNT-ID           PIC X(08).
001536     05  PM-GR-PROFILE-CODE         PIC X(04).
001537     05  PM-GR-GEN-DATE             PIC X(08).
001538
001540 01  PM-DATE-WORK.
001550     05  PM-CURRENT-DATE-TIME       PIC X(21).
001551     05  PM-TODAY-YMD               PIC 9(08).
001552     05  PM-TODAY-JULIAN            PIC 9(07) COMP.
001553     05  PM-GEN-DATE-NUM            PIC 9(08).
001554     05  PM-GEN-JULIAN              PIC 9(07) COMP.
001555     05  PM-EXPIRE-JULIAN           PIC 9(07) COMP.
001556     05  PM-DAY-JULIAN              PIC 9(07) COMP.
001557     05  PM-DAY-YMD                 PIC 9(08).
001558     05  PM-DAY-YMD-X REDEFINES PM-DAY-YMD
001559                                    PIC X(08).
001560
001570 PROCEDURE DIVISION.
001580
001680     PERFORM 3000-APPLY-ONE-TRAN THRU 3000-EXIT
001690         UNTIL PM-END-OF-TRANS.
001700
001702     IF PG-PX-WHAT-IF
001704         PERFORM 8000-SIMULATE-IMPACT THRU 8000-EXIT
001706     ELSE
001710         PERFORM 6000-WRITE-NEW-MASTER THRU 6000-EXIT
001715     END-IF.
001720
001730     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001740
001770*****************************************************************
001780*    1000-INITIALIZE - A MISSING TRANSACTION FILE IS AN
001790*    OPERATIONS ERROR; A MISSING OLD MASTER IS A FIRST-TIME
001800*    BUILD AND STARTS FROM AN EMPTY TABLE.  A WHAT-IF RUN
001805*    NEVER OPENS THE NEW MASTER; IT READS PWDHIST INSTEAD.
001810*****************************************************************
001820 1000-INITIALIZE.
001825     PERFORM 1200-READ-MAINT-PARM THRU 1200-EXIT.
001830     OPEN INPUT PROFILE-TRAN-FILE.
001840     IF PM-TRAN-STATUS NOT = '00'
001850         DISPLAY "PGPRFMNT: CANNOT OPEN PROFILE-TRAN-FILE - "
001940         MOVE 16 TO RETURN-CODE
001950         STOP RUN
001960     END-IF.
001961     IF PG-PX-WHAT-IF
001962         PERFORM 1300-READ-AGE-PARM THRU 1300-EXIT
001963         OPEN INPUT PASSWORD-HISTORY-FILE
001964         IF PM-HIST-STATUS NOT = '00'
001965             DISPLAY "PGPRFMNT: CANNOT OPEN "
001966                 "PASSWORD-HISTORY-FILE - STATUS "
001967                 PM-HIST-STATUS " - ABEND"
001968             MOVE 16 TO RETURN-CODE
001969             STOP RUN
001970         END-IF
001971     ELSE
001972         OPEN OUTPUT NEW-PROFILE-FILE
001980         IF PM-NEW-STATUS NOT = '00'
001990             DISPLAY "PGPRFMNT: CANNOT OPEN NEW-PROFILE-FILE - "
002000                 "STATUS " PM-NEW-STATUS " - ABEND"
002010             MOVE 16 TO RETURN-CODE
002020             STOP RUN
002030         END-IF
002035     END-IF.
002040     OPEN OUTPUT MAINT-REPORT-FILE.
002050     IF PM-REPT-STATUS NOT = '00'
002060         DISPLAY "PGPRFMNT: CANNOT OPEN MAINT-REPORT-FILE - "
002220            PM-CURRENT-DATE-TIME(7:2)
002230         DELIMITED BY SIZE INTO PM-REPORT-LINE.
002240     WRITE PM-REPORT-LINE.
002241     IF PG-PX-WHAT-IF
002242         MOVE PG-AP-LEAD-DAYS TO PM-LEAD-DISPLAY
002243         MOVE PG-AP-EXPIRATION-DAYS TO PM-OLD-EXPIRE-DISPLAY
002244         MOVE SPACES TO PM-REPORT-LINE
002245         STRING "*** WHAT-IF RUN - NO NEW MASTER WRITTEN  "
002246                "LEAD DAYS " PM-LEAD-DISPLAY
002247                "  DEFAULT LIFE " PM-OLD-EXPIRE-DISPLAY
002248             DELIMITED BY SIZE INTO PM-REPORT-LINE
002249         WRITE PM-REPORT-LINE
002250     END-IF.
002251     MOVE SPACES TO PM-REPORT-LINE.
002260     WRITE PM-REPORT-LINE.
002270 1100-EXIT.
002280     EXIT.
002281
002282*****************************************************************
002283*    1200-READ-MAINT-PARM - NO CARD MEANS AN ORDINARY APPLY
002284*    RUN.  AN UNKNOWN MODE IS REFUSED RATHER THAN GUESSED AT -
002285*    GUESSING APPLY WOULD REPLACE THE MASTER.
002286*****************************************************************
002287 1200-READ-MAINT-PARM.
002288     OPEN INPUT MAINT-PARM-FILE.
002289     IF PM-PARM-STATUS NOT = '00'
002290         MOVE SPACES TO PG-PROFILE-MAINT-PARM-RECORD
002291         GO TO 1200-EXIT
002292     END-IF.
002293     READ MAINT-PARM-FILE
002294         AT END
002295             MOVE SPACES TO PG-PROFILE-MAINT-PARM-RECORD
002296     END-READ.
002297     CLOSE MAINT-PARM-FILE.
002298     IF NOT PG-PX-APPLY AND NOT PG-PX-WHAT-IF
002299         DISPLAY "PGPRFMNT: INVALID RUN MODE '" PG-PX-RUN-MODE
002300             "' ON THE PRFPARM CARD - ABEND"
002301         MOVE 16 TO RETURN-CODE
002302         STOP RUN
002303     END-IF.
002304 1200-EXIT.
002305     EXIT.
002306
002307*****************************************************************
002308*    1300-READ-AGE-PARM - THE AGING JOB'S OWN CARD AND
002309*    DEFAULTS, SO THE FORECAST USES THE LEAD TIME AND DEFAULT
002310*    LIFETIME PGPWDAGE WILL ACTUALLY RUN WITH.
002311*****************************************************************
002312 1300-READ-AGE-PARM.
002313     OPEN INPUT AGE-PARM-FILE.
002314     IF PM-AGE-STATUS NOT = '00'
002315         MOVE ZERO TO PG-AP-LEAD-DAYS
002316         MOVE ZERO TO PG-AP-EXPIRATION-DAYS
002317     ELSE
002318         READ AGE-PARM-FILE
002319             AT END
002320                 MOVE ZERO TO PG-AP-LEAD-DAYS
002321                 MOVE ZERO TO PG-AP-EXPIRATION-DAYS
002322         END-READ
002323         CLOSE AGE-PARM-FILE
002324     END-IF.
002325     IF PG-AP-LEAD-DAYS NOT NUMERIC
002326        OR PG-AP-LEAD-DAYS = ZERO
002327         MOVE PM-DEFAULT-LEAD-DAYS TO PG-AP-LEAD-DAYS
002328     END-IF.
002329     IF PG-AP-EXPIRATION-DAYS NOT NUMERIC
002330        OR PG-AP-EXPIRATION-DAYS = ZERO
002331         MOVE PM-DEFAULT-EXPIRE-DAYS TO PG-AP-EXPIRATION-DAYS
002332     END-IF.
002333 1300-EXIT.
002334     EXIT.
002335
002336*****************************************************************
002337*    2100-LOAD-ONE-PROFILE - THE CURRENT MASTER LOADS AS-IS,
002338*    WITHOUT EDITS.  A BAD ENTRY ALREADY ON FILE IS REPAIRED BY
002339*    A CHANGE TRANSACTION, NOT DROPPED SILENTLY ON THE WAY IN.
002340*****************************************************************
002350 2100-LOAD-ONE-PROFILE.
002360     READ OLD-PROFILE-FILE
002610     ELSE
002620         MOVE 'N' TO PM-PE-DUAL-CONTROL-SW(PM-PROFILE-COUNT)
002630     END-IF.
002631     IF PG-PF-DIRECTORY
002632         MOVE 'D' TO PM-PE-TARGET-PLATFORM(PM-PROFILE-COUNT)
002633     ELSE
002634         MOVE PG-PF-TARGET-PLATFORM
002635             TO PM-PE-TARGET-PLATFORM(PM-PROFILE-COUNT)
002636     END-IF.
002640     MOVE 'N' TO PM-PE-DELETED-SW(PM-PROFILE-COUNT).
002641     MOVE 'Y' TO PM-PE-ON-OLD-MASTER-SW(PM-PROFILE-COUNT).
002642     MOVE PG-PF-PASSWORD-LENGTH
002643         TO PM-PE-OLD-LENGTH(PM-PROFILE-COUNT).
002644     MOVE PG-PF-CHARSET-MODE
002645         TO PM-PE-OLD-CHARSET-MODE(PM-PROFILE-COUNT).
002646     MOVE PG-PF-EXPIRATION-DAYS
002647         TO PM-PE-OLD-EXPIRE-DAYS(PM-PROFILE-COUNT).
002650 2100-EXIT.
002660     EXIT.
002670
003160     MOVE PG-TX-PROFILE-CODE
003170         TO PM-PE-PROFILE-CODE(PM-ENTRY-INDEX).
003180     MOVE 'N' TO PM-PE-DELETED-SW(PM-ENTRY-INDEX).
003185     MOVE 'N' TO PM-PE-ON-OLD-MASTER-SW(PM-ENTRY-INDEX).
003190     PERFORM 3250-MOVE-TRAN-TO-ENTRY THRU 3250-EXIT.
003200     ADD 1 TO PM-TRANS-APPLIED.
003210     MOVE SPACES TO PM-REPORT-LINE.
003700     ELSE
003710         MOVE 'N' TO PM-PE-DUAL-CONTROL-SW(PM-ENTRY-INDEX)
003720     END-IF.
003721     IF PG-TX-DIRECTORY
003722         MOVE 'D' TO PM-PE-TARGET-PLATFORM(PM-ENTRY-INDEX)
003723     ELSE
003724         MOVE PG-TX-TARGET-PLATFORM
003725             TO PM-PE-TARGET-PLATFORM(PM-ENTRY-INDEX)
003726     END-IF.
003730 3250-EXIT.
003740     EXIT.
003750
004460         MOVE "INVALID DUAL-CONTROL FLAG" TO PM-REJECT-REASON
004470         GO TO 4000-EXIT
004480     END-IF.
004481     IF NOT PG-TX-DIRECTORY
004482        AND NOT PG-TX-MAINFRAME-SECURITY
004483        AND NOT PG-TX-KIOSK-PIN
004484         MOVE "INVALID TARGET PLATFORM" TO PM-REJECT-REASON
004485         GO TO 4000-EXIT
004486     END-IF.
004487     IF PG-TX-KIOSK-PIN
004488        AND NOT PG-TX-NUMERIC-PIN-ONLY
004489         MOVE "KIOSK TARGET NEEDS MODE N" TO PM-REJECT-REASON
004490         GO TO 4000-EXIT
004491     END-IF.
004492     IF PG-TX-EXPIRATION-DAYS NOT NUMERIC
004500         MOVE "EXPIRATION DAYS NOT NUMERIC" TO PM-REJECT-REASON
004510         GO TO 4000-EXIT
004520     END-IF.
005410         TO PG-PF-EXPIRATION-DAYS.
005420     MOVE PM-PE-DUAL-CONTROL-SW(PM-ENTRY-INDEX)
005430         TO PG-PF-DUAL-CONTROL-SW.
005433     MOVE PM-PE-TARGET-PLATFORM(PM-ENTRY-INDEX)
005436         TO PG-PF-TARGET-PLATFORM.
005440     WRITE PM-NEW-RECORD FROM PG-PROFILE-RECORD.
005450     ADD 1 TO PM-NEW-ENTRIES-WRITTEN.
005460 6100-EXIT.
005700            "  AMBIG " PM-PE-EXCLUDE-AMBIG-SW(PM-ENTRY-INDEX)
005710            "  EXPIRE " PM-PE-EXPIRATION-DAYS(PM-ENTRY-INDEX)
005720            "  DUAL " PM-PE-DUAL-CONTROL-SW(PM-ENTRY-INDEX)
005725            "  TGT " PM-PE-TARGET-PLATFORM(PM-ENTRY-INDEX)
005730         DELIMITED BY SIZE INTO PM-IMAGE-TEXT.
005740 7200-EXIT.
005750     EXIT.
005970     STRING "TRANSACTIONS REJECTED " PM-COUNT-DISPLAY
005980         DELIMITED BY SIZE INTO PM-REPORT-LINE.
005990     WRITE PM-REPORT-LINE.
005995     PERFORM 9010-PRINT-WHAT-IF-COUNTS THRU 9010-EXIT.
006000     CLOSE PROFILE-TRAN-FILE.
006010     CLOSE OLD-PROFILE-FILE.
006013     IF PG-PX-WHAT-IF
006016         CLOSE PASSWORD-HISTORY-FILE
006019     ELSE
006022         CLOSE NEW-PROFILE-FILE
006025     END-IF.
006030     CLOSE MAINT-REPORT-FILE.
006040     DISPLAY "PGPRFMNT: " PM-TRANS-READ " TRANSACTIONS READ".
006050     DISPLAY "PGPRFMNT: " PM-TRANS-APPLIED
006060         " TRANSACTIONS APPLIED".
006070     DISPLAY "PGPRFMNT: " PM-TRANS-REJECTED
006080         " TRANSACTIONS REJECTED".
006083     IF PG-PX-WHAT-IF
006086         DISPLAY "PGPRFMNT: WHAT-IF RUN - " PM-ACCOUNTS-AFFECTED
006089             " ACCOUNTS ON " PM-PROFILES-CHANGED
006092             " CHANGED PROFILES - NO NEW MASTER WRITTEN"
006095     ELSE
006098         DISPLAY "PGPRFMNT: " PM-NEW-ENTRIES-WRITTEN
006101             " ENTRIES ON THE NEW MASTER"
006104     END-IF.
006110     IF PM-TRANS-REJECTED > ZERO
006120         MOVE 04 TO RETURN-CODE
006130     END-IF.
006140 9000-EXIT.
006150     EXIT.
006160
006170*****************************************************************
006180*    9010-PRINT-WHAT-IF-COUNTS - A WHAT-IF RUN ALSO TOTALS THE
006190*    ACCOUNTS IT AGED AND THE ACCOUNTS ITS CHANGES WOULD AFFECT.
006200*****************************************************************
006210 9010-PRINT-WHAT-IF-COUNTS.
006220     IF NOT PG-PX-WHAT-IF
006230         GO TO 9010-EXIT
006240     END-IF.
006250     MOVE SPACES TO PM-REPORT-LINE.
006260     MOVE PM-ACCOUNTS-SCANNED TO PM-ACCOUNT-DISPLAY.
006270     STRING "ACCOUNTS IN PWDHIST   " PM-ACCOUNT-DISPLAY
006280         DELIMITED BY SIZE INTO PM-REPORT-LINE.
006290     WRITE PM-REPORT-LINE.
006300     MOVE SPACES TO PM-REPORT-LINE.
006310     MOVE PM-ACCOUNTS-AFFECTED TO PM-ACCOUNT-DISPLAY.
006320     STRING "ACCOUNTS AFFECTED     " PM-ACCOUNT-DISPLAY
006330         DELIMITED BY SIZE INTO PM-REPORT-LINE.
006340     WRITE PM-REPORT-LINE.
006350 9010-EXIT.
006360     EXIT.
006370
006380*****************************************************************
006390*    8000-SIMULATE-IMPACT - WHAT-IF RUN ONLY.  THE TABLE NOW
006400*    HOLDS THE MASTER AS THE TRANSACTIONS WOULD LEAVE IT.  EACH
006410*    OLD-MASTER PROFILE IS COMPARED WITH ITS CHANGED POLICY,
006420*    THEN ONE PASS OF PWDHIST AGES EVERY ACCOUNT ON A CHANGED
006430*    PROFILE UNDER BOTH.  A NEW PROFILE HAS NO ACCOUNTS YET
006440*    AND IS NOT FORECAST.
006450*****************************************************************
006460 8000-SIMULATE-IMPACT.
006470     MOVE PM-CURRENT-DATE-TIME(1:8) TO PM-TODAY-YMD.
006480     COMPUTE PM-TODAY-JULIAN =
006490         FUNCTION INTEGER-OF-DATE(PM-TODAY-YMD).
006500     PERFORM 8100-PREPARE-ONE-PROFILE THRU 8100-EXIT
006510         VARYING PM-ENTRY-INDEX FROM 1 BY 1
006520         UNTIL PM-ENTRY-INDEX > PM-PROFILE-COUNT.
006530
006540     MOVE SPACES TO PM-REPORT-LINE.
006550     WRITE PM-REPORT-LINE.
006560     IF PM-PROFILES-CHANGED = ZERO
006570         MOVE SPACES TO PM-REPORT-LINE
006580         STRING "WHAT-IF - NO EXISTING PROFILE WOULD CHANGE "
006590                "POLICY; NO ACCOUNT IS AFFECTED"
006600             DELIMITED BY SIZE INTO PM-REPORT-LINE
006610         WRITE PM-REPORT-LINE
006620         GO TO 8000-EXIT
006630     END-IF.
006640
006650     PERFORM 8200-SCAN-ONE-HISTORY THRU 8200-EXIT
006660         UNTIL PM-END-OF-HISTORY.
006670     IF PM-GROUP-OPEN
006680         PERFORM 8300-EVALUATE-ACCOUNT THRU 8300-EXIT
006690     END-IF.
006700
006710     PERFORM 8400-REPORT-ONE-PROFILE THRU 8400-EXIT
006720         VARYING PM-ENTRY-INDEX FROM 1 BY 1
006730         UNTIL PM-ENTRY-INDEX > PM-PROFILE-COUNT.
006740 8000-EXIT.
006750     EXIT.
006760
006770*****************************************************************
006780*    8100-PREPARE-ONE-PROFILE - A ZERO LIFETIME IS THE AGING
006790*    DEFAULT, AS PGPWDAGE RESOLVES IT.  A DELETED PROFILE'S
006800*    ACCOUNTS FALL TO THE PARM-CARD DEFAULTS (LENGTH 00, MODE
006810*    BLANK) UNLESS THE SAME CODE WAS ADDED BACK IN THIS RUN.
006820*****************************************************************
006830 8100-PREPARE-ONE-PROFILE.
006840     MOVE 'N' TO PM-PE-CHANGED-SW(PM-ENTRY-INDEX).
006850     MOVE ZERO TO PM-PE-ACCOUNTS(PM-ENTRY-INDEX).
006860     MOVE ZERO TO PM-PE-LENGTH-MOVES(PM-ENTRY-INDEX).
006870     MOVE ZERO TO PM-PE-CHARSET-MOVES(PM-ENTRY-INDEX).
006880     PERFORM 8110-CLEAR-ONE-DAY THRU 8110-EXIT
006890         VARYING PM-DAY-INDEX FROM 1 BY 1
006900         UNTIL PM-DAY-INDEX > PM-WHAT-IF-DAYS.
006910     IF NOT PM-PE-ON-OLD-MASTER(PM-ENTRY-INDEX)
006920         GO TO 8100-EXIT
006930     END-IF.
006940
006950     IF PM-PE-OLD-EXPIRE-DAYS(PM-ENTRY-INDEX) = ZERO
006960         MOVE PG-AP-EXPIRATION-DAYS
006970             TO PM-PE-OLD-EXPIRE-USED(PM-ENTRY-INDEX)
006980     ELSE
006990         MOVE PM-PE-OLD-EXPIRE-DAYS(PM-ENTRY-INDEX)
007000             TO PM-PE-OLD-EXPIRE-USED(PM-ENTRY-INDEX)
007010     END-IF.
007020     IF PM-PE-DELETED(PM-ENTRY-INDEX)
007030         MOVE ZERO TO PM-PE-SIM-LENGTH(PM-ENTRY-INDEX)
007040         MOVE SPACE TO PM-PE-SIM-CHARSET-MODE(PM-ENTRY-INDEX)
007050         MOVE PG-AP-EXPIRATION-DAYS
007060             TO PM-PE-SIM-EXPIRE-USED(PM-ENTRY-INDEX)
007070         MOVE 'N' TO PM-ENTRY-FOUND-SWITCH
007080         PERFORM 8120-MATCH-READDED-ENTRY THRU 8120-EXIT
007090             VARYING PM-WORK-INDEX FROM 1 BY 1
007100             UNTIL PM-WORK-INDEX > PM-PROFILE-COUNT
007110                OR PM-ENTRY-FOUND
007120     ELSE
007130         MOVE PM-PE-PASSWORD-LENGTH(PM-ENTRY-INDEX)
007140             TO PM-PE-SIM-LENGTH(PM-ENTRY-INDEX)
007150         MOVE PM-PE-CHARSET-MODE(PM-ENTRY-INDEX)
007160             TO PM-PE-SIM-CHARSET-MODE(PM-ENTRY-INDEX)
007170         IF PM-PE-EXPIRATION-DAYS(PM-ENTRY-INDEX) = ZERO
007180             MOVE PG-AP-EXPIRATION-DAYS
007190                 TO PM-PE-SIM-EXPIRE-USED(PM-ENTRY-INDEX)
007200         ELSE
007210             MOVE PM-PE-EXPIRATION-DAYS(PM-ENTRY-INDEX)
007220                 TO PM-PE-SIM-EXPIRE-USED(PM-ENTRY-INDEX)
007230         END-IF
007240     END-IF.
007250
007260     IF PM-PE-SIM-LENGTH(PM-ENTRY-INDEX)
007270        NOT = PM-PE-OLD-LENGTH(PM-ENTRY-INDEX)
007280        OR PM-PE-SIM-CHARSET-MODE(PM-ENTRY-INDEX)
007290        NOT = PM-PE-OLD-CHARSET-MODE(PM-ENTRY-INDEX)
007300        OR PM-PE-SIM-EXPIRE-USED(PM-ENTRY-INDEX)
007310        NOT = PM-PE-OLD-EXPIRE-USED(PM-ENTRY-INDEX)
007320         MOVE 'Y' TO PM-PE-CHANGED-SW(PM-ENTRY-INDEX)
007330         ADD 1 TO PM-PROFILES-CHANGED
007340     END-IF.
007350 8100-EXIT.
007360     EXIT.
007370
007380 8110-CLEAR-ONE-DAY.
007390     MOVE ZERO TO PM-IM-CUR-EXP-START(PM-ENTRY-INDEX,
007400                                      PM-DAY-INDEX).
007410     MOVE ZERO TO PM-IM-CUR-DUE-START(PM-ENTRY-INDEX,
007420                                      PM-DAY-INDEX).
007430     MOVE ZERO TO PM-IM-SIM-EXP-START(PM-ENTRY-INDEX,
007440                                      PM-DAY-INDEX).
007450     MOVE ZERO TO PM-IM-SIM-DUE-START(PM-ENTRY-INDEX,
007460                                      PM-DAY-INDEX).
007470 8110-EXIT.
007480     EXIT.
007490
007500 8120-MATCH-READDED-ENTRY.
007510     IF PM-PE-PROFILE-CODE(PM-WORK-INDEX)
007520        = PM-PE-PROFILE-CODE(PM-ENTRY-INDEX)
007530        AND NOT PM-PE-DELETED(PM-WORK-INDEX)
007540        AND NOT PM-PE-ON-OLD-MASTER(PM-WORK-INDEX)
007550         MOVE 'Y' TO PM-ENTRY-FOUND-SWITCH
007560         MOVE PM-PE-PASSWORD-LENGTH(PM-WORK-INDEX)
007570             TO PM-PE-SIM-LENGTH(PM-ENTRY-INDEX)
007580         MOVE PM-PE-CHARSET-MODE(PM-WORK-INDEX)
007590             TO PM-PE-SIM-CHARSET-MODE(PM-ENTRY-INDEX)
007600         IF PM-PE-EXPIRATION-DAYS(PM-WORK-INDEX) NOT = ZERO
007610             MOVE PM-PE-EXPIRATION-DAYS(PM-WORK-INDEX)
007620                 TO PM-PE-SIM-EXPIRE-USED(PM-ENTRY-INDEX)
007630         END-IF
007640     END-IF.
007650 8120-EXIT.
007660     EXIT.
007670
007680*****************************************************************
007690*    8200-SCAN-ONE-HISTORY - ACCOUNT-BREAK CONTROL, AS IN
007700*    PGPWDAGE: THE LAST RECORD SEEN BEFORE A BREAK IS THE
007710*    ACCOUNT'S LATEST ISSUED PASSWORD.
007720*****************************************************************
007730 8200-SCAN-ONE-HISTORY.
007740     READ PASSWORD-HISTORY-FILE NEXT RECORD
007750         AT END
007760             MOVE 'Y' TO PM-HIST-EOF-SWITCH
007770             GO TO 8200-EXIT
007780     END-READ.
007790     ADD 1 TO PM-HISTORY-RECORDS.
007800     IF PM-GROUP-OPEN
007810        AND PG-HI-ACCOUNT-ID NOT = PM-GR-ACCOUNT-ID
007820         PERFORM 8300-EVALUATE-ACCOUNT THRU 8300-EXIT
007830     END-IF.
007840     MOVE PG-HI-ACCOUNT-ID TO PM-GR-ACCOUNT-ID.
007850     MOVE PG-HI-PROFILE-CODE TO PM-GR-PROFILE-CODE.
007860     MOVE PG-HI-GEN-DATE TO PM-GR-GEN-DATE.
007870     MOVE 'Y' TO PM-GROUP-OPEN-SWITCH.
007880 8200-EXIT.
007890     EXIT.
007900
007910*****************************************************************
007920*    8300-EVALUATE-ACCOUNT - ONLY ACCOUNTS WHOSE PROFILE WOULD
007930*    CHANGE ARE POSTED.  THE EXPIRATION UNDER EACH POLICY GIVES
007940*    THE FIRST FORECAST DAY THE ACCOUNT IS EXPIRED (EXPIRATION
007950*    LESS TODAY) AND DUE (THAT LESS THE LEAD DAYS).
007960*****************************************************************
007970 8300-EVALUATE-ACCOUNT.
007980     ADD 1 TO PM-ACCOUNTS-SCANNED.
007990     IF PM-GR-PROFILE-CODE = SPACES
008000        OR PM-GR-PROFILE-CODE = LOW-VALUES
008010         GO TO 8300-EXIT
008020     END-IF.
008030     IF PM-GR-GEN-DATE NOT NUMERIC
008040         GO TO 8300-EXIT
008050     END-IF.
008060     MOVE 'N' TO PM-ENTRY-FOUND-SWITCH.
008070     PERFORM 8310-MATCH-ACCOUNT-PROFILE THRU 8310-EXIT
008080         VARYING PM-WORK-INDEX FROM 1 BY 1
008090         UNTIL PM-WORK-INDEX > PM-PROFILE-COUNT
008100            OR PM-ENTRY-FOUND.
008110     IF NOT PM-ENTRY-FOUND
008120         GO TO 8300-EXIT
008130     END-IF.
008140     IF NOT PM-PE-CHANGED(PM-ENTRY-INDEX)
008150         GO TO 8300-EXIT
008160     END-IF.
008170
008180     ADD 1 TO PM-ACCOUNTS-AFFECTED.
008190     ADD 1 TO PM-PE-ACCOUNTS(PM-ENTRY-INDEX).
008200     IF PM-PE-SIM-LENGTH(PM-ENTRY-INDEX)
008210        NOT = PM-PE-OLD-LENGTH(PM-ENTRY-INDEX)
008220         ADD 1 TO PM-PE-LENGTH-MOVES(PM-ENTRY-INDEX)
008230     END-IF.
008240     IF PM-PE-SIM-CHARSET-MODE(PM-ENTRY-INDEX)
008250        NOT = PM-PE-OLD-CHARSET-MODE(PM-ENTRY-INDEX)
008260         ADD 1 TO PM-PE-CHARSET-MOVES(PM-ENTRY-INDEX)
008270     END-IF.
008280
008290     MOVE PM-GR-GEN-DATE TO PM-GEN-DATE-NUM.
008300     COMPUTE PM-GEN-JULIAN =
008310         FUNCTION INTEGER-OF-DATE(PM-GEN-DATE-NUM).
008320
008330     COMPUTE PM-EXPIRE-JULIAN =
008340         PM-GEN-JULIAN + PM-PE-OLD-EXPIRE-USED(PM-ENTRY-INDEX).
008350     COMPUTE PM-START-DAY = PM-EXPIRE-JULIAN - PM-TODAY-JULIAN.
008360     PERFORM 8320-SET-START-DAY THRU 8320-EXIT.
008370     IF PM-DAY-INDEX > ZERO
008380         ADD 1 TO PM-IM-CUR-EXP-START(PM-ENTRY-INDEX,
008390                                      PM-DAY-INDEX)
008400     END-IF.
008410     COMPUTE PM-START-DAY = PM-EXPIRE-JULIAN - PM-TODAY-JULIAN
008420         - PG-AP-LEAD-DAYS.
008430     PERFORM 8320-SET-START-DAY THRU 8320-EXIT.
008440     IF PM-DAY-INDEX > ZERO
008450         ADD 1 TO PM-IM-CUR-DUE-START(PM-ENTRY-INDEX,
008460                                      PM-DAY-INDEX)
008470     END-IF.
008480
008490     COMPUTE PM-EXPIRE-JULIAN =
008500         PM-GEN-JULIAN + PM-PE-SIM-EXPIRE-USED(PM-ENTRY-INDEX).
008510     COMPUTE PM-START-DAY = PM-EXPIRE-JULIAN - PM-TODAY-JULIAN.
008520     PERFORM 8320-SET-START-DAY THRU 8320-EXIT.
008530     IF PM-DAY-INDEX > ZERO
008540         ADD 1 TO PM-IM-SIM-EXP-START(PM-ENTRY-INDEX,
008550                                      PM-DAY-INDEX)
008560     END-IF.
008570     COMPUTE PM-START-DAY = PM-EXPIRE-JULIAN - PM-TODAY-JULIAN
008580         - PG-AP-LEAD-DAYS.
008590     PERFORM 8320-SET-START-DAY THRU 8320-EXIT.
008600     IF PM-DAY-INDEX > ZERO
008610         ADD 1 TO PM-IM-SIM-DUE-START(PM-ENTRY-INDEX,
008620                                      PM-DAY-INDEX)
008630     END-IF.
008640 8300-EXIT.
008650     EXIT.
008660
008670*****************************************************************
008680*    8310-MATCH-ACCOUNT-PROFILE - AGAINST THE OLD-MASTER ENTRIES
008690*    ONLY, DELETED OR NOT; THAT IS THE POLICY THE ACCOUNT
008700*    CARRIES TODAY.
008710*****************************************************************
008720 8310-MATCH-ACCOUNT-PROFILE.
008730     IF PM-PE-PROFILE-CODE(PM-WORK-INDEX) = PM-GR-PROFILE-CODE
008740        AND PM-PE-ON-OLD-MASTER(PM-WORK-INDEX)
008750         MOVE 'Y' TO PM-ENTRY-FOUND-SWITCH
008760         MOVE PM-WORK-INDEX TO PM-ENTRY-INDEX
008770     END-IF.
008780 8310-EXIT.
008790     EXIT.
008800
008810*****************************************************************
008820*    8320-SET-START-DAY - DAY 1 TAKES EVERYTHING AT OR BEFORE
008830*    IT; BEYOND THE FORECAST WINDOW THE DAY INDEX IS ZERO.
008840*****************************************************************
008850 8320-SET-START-DAY.
008860     IF PM-START-DAY < 1
008870         MOVE 1 TO PM-DAY-INDEX
008880         GO TO 8320-EXIT
008890     END-IF.
008900     IF PM-START-DAY > PM-WHAT-IF-DAYS
008910         MOVE ZERO TO PM-DAY-INDEX
008920         GO TO 8320-EXIT
008930     END-IF.
008940     MOVE PM-START-DAY TO PM-DAY-INDEX.
008950 8320-EXIT.
008960     EXIT.
008970
008980*****************************************************************
008990*    8400-REPORT-ONE-PROFILE - POLICY BEFORE AND AFTER, THE
009000*    NEXT-RESET MOVES, THEN ONE LINE PER FORECAST DAY.  IN LEAD
009010*    IS DUE BUT NOT YET EXPIRED; CHANGE IS THE DIFFERENCE IN
009020*    ACCOUNTS DUE FOR RE-ISSUE THAT DAY.
009030*****************************************************************
009040 8400-REPORT-ONE-PROFILE.
009050     IF NOT PM-PE-CHANGED(PM-ENTRY-INDEX)
009060         GO TO 8400-EXIT
009070     END-IF.
009080     MOVE SPACES TO PM-REPORT-LINE.
009090     WRITE PM-REPORT-LINE.
009100     MOVE PM-PE-ACCOUNTS(PM-ENTRY-INDEX) TO PM-ACCOUNT-DISPLAY.
009110     MOVE SPACES TO PM-REPORT-LINE.
009120     IF PM-PE-DELETED(PM-ENTRY-INDEX)
009130         STRING "WHAT-IF  PROFILE "
009140                PM-PE-PROFILE-CODE(PM-ENTRY-INDEX)
009150                "  DELETED   ACCOUNTS " PM-ACCOUNT-DISPLAY
009160             DELIMITED BY SIZE INTO PM-REPORT-LINE
009170     ELSE
009180         STRING "WHAT-IF  PROFILE "
009190                PM-PE-PROFILE-CODE(PM-ENTRY-INDEX)
009200                "  CHANGED   ACCOUNTS " PM-ACCOUNT-DISPLAY
009210             DELIMITED BY SIZE INTO PM-REPORT-LINE
009220     END-IF.
009230     WRITE PM-REPORT-LINE.
009240     MOVE PM-PE-OLD-EXPIRE-USED(PM-ENTRY-INDEX)
009250         TO PM-OLD-EXPIRE-DISPLAY.
009260     MOVE PM-PE-SIM-EXPIRE-USED(PM-ENTRY-INDEX)
009270         TO PM-SIM-EXPIRE-DISPLAY.
009280     MOVE SPACES TO PM-REPORT-LINE.
009290     STRING "  EXPIRE DAYS " PM-OLD-EXPIRE-DISPLAY
009300            " -> " PM-SIM-EXPIRE-DISPLAY
009310            "   LEN " PM-PE-OLD-LENGTH(PM-ENTRY-INDEX)
009320            " -> " PM-PE-SIM-LENGTH(PM-ENTRY-INDEX)
009330            "   MODE " PM-PE-OLD-CHARSET-MODE(PM-ENTRY-INDEX)
009340            " -> " PM-PE-SIM-CHARSET-MODE(PM-ENTRY-INDEX)
009350         DELIMITED BY SIZE INTO PM-REPORT-LINE.
009360     WRITE PM-REPORT-LINE.
009370     MOVE PM-PE-LENGTH-MOVES(PM-ENTRY-INDEX)
009380         TO PM-LENGTH-MOVES-DISPLAY.
009390     MOVE PM-PE-CHARSET-MOVES(PM-ENTRY-INDEX)
009400         TO PM-CHARSET-MOVES-DISPLAY.
009410     MOVE SPACES TO PM-REPORT-LINE.
009420     STRING "  AT NEXT RESET - NEW LENGTH "
009430            PM-LENGTH-MOVES-DISPLAY
009440            "   NEW CHARACTER SET "
009450            PM-CHARSET-MOVES-DISPLAY
009460         DELIMITED BY SIZE INTO PM-REPORT-LINE.
009470     WRITE PM-REPORT-LINE.
009480     MOVE SPACES TO PM-REPORT-LINE.
009490     MOVE "------ EXPIRED -----" TO PM-REPORT-LINE(18:20).
009500     MOVE "----- IN LEAD ------" TO PM-REPORT-LINE(40:20).
009510     MOVE "CHANGE IN" TO PM-REPORT-LINE(62:9).
009520     WRITE PM-REPORT-LINE.
009530     MOVE SPACES TO PM-REPORT-LINE.
009540     MOVE "DAY" TO PM-REPORT-LINE(2:3).
009550     MOVE "DATE" TO PM-REPORT-LINE(7:4).
009560     MOVE "CURRENT  WHAT-IF" TO PM-REPORT-LINE(20:16).
009570     MOVE "CURRENT  WHAT-IF" TO PM-REPORT-LINE(42:16).
009580     MOVE "DUE" TO PM-REPORT-LINE(67:3).
009590     WRITE PM-REPORT-LINE.
009600     MOVE ZERO TO PM-RUN-CUR-EXPIRED.
009610     MOVE ZERO TO PM-RUN-CUR-DUE.
009620     MOVE ZERO TO PM-RUN-SIM-EXPIRED.
009630     MOVE ZERO TO PM-RUN-SIM-DUE.
009640     PERFORM 8410-REPORT-ONE-DAY THRU 8410-EXIT
009650         VARYING PM-DAY-INDEX FROM 1 BY 1
009660         UNTIL PM-DAY-INDEX > PM-WHAT-IF-DAYS.
009670 8400-EXIT.
009680     EXIT.
009690
009700 8410-REPORT-ONE-DAY.
009710     ADD PM-IM-CUR-EXP-START(PM-ENTRY-INDEX, PM-DAY-INDEX)
009720         TO PM-RUN-CUR-EXPIRED.
009730     ADD PM-IM-CUR-DUE-START(PM-ENTRY-INDEX, PM-DAY-INDEX)
009740         TO PM-RUN-CUR-DUE.
009750     ADD PM-IM-SIM-EXP-START(PM-ENTRY-INDEX, PM-DAY-INDEX)
009760         TO PM-RUN-SIM-EXPIRED.
009770     ADD PM-IM-SIM-DUE-START(PM-ENTRY-INDEX, PM-DAY-INDEX)
009780         TO PM-RUN-SIM-DUE.
009790     COMPUTE PM-DAY-JULIAN = PM-TODAY-JULIAN + PM-DAY-INDEX.
009800     COMPUTE PM-DAY-YMD =
009810         FUNCTION DATE-OF-INTEGER(PM-DAY-JULIAN).
009820     MOVE PM-DAY-INDEX TO PM-DAY-DISPLAY.
009830     MOVE PM-RUN-CUR-EXPIRED TO PM-CUR-EXPIRED-DISPLAY.
009840     MOVE PM-RUN-SIM-EXPIRED TO PM-SIM-EXPIRED-DISPLAY.
009850     COMPUTE PM-CUR-LEAD-DISPLAY =
009860         PM-RUN-CUR-DUE - PM-RUN-CUR-EXPIRED.
009870     COMPUTE PM-SIM-LEAD-DISPLAY =
009880         PM-RUN-SIM-DUE - PM-RUN-SIM-EXPIRED.
009890     COMPUTE PM-DUE-CHANGE = PM-RUN-SIM-DUE - PM-RUN-CUR-DUE.
009900     MOVE PM-DUE-CHANGE TO PM-CHANGE-DISPLAY.
009910     MOVE SPACES TO PM-REPORT-LINE.
009920     MOVE PM-DAY-DISPLAY TO PM-REPORT-LINE(3:2).
009930     STRING PM-DAY-YMD-X(1:4) "-"
009940            PM-DAY-YMD-X(5:2) "-"
009950            PM-DAY-YMD-X(7:2)
009960         DELIMITED BY SIZE INTO PM-REPORT-LINE(7:10).
009970     MOVE PM-CUR-EXPIRED-DISPLAY TO PM-REPORT-LINE(20:7).
009980     MOVE PM-SIM-EXPIRED-DISPLAY TO PM-REPORT-LINE(29:7).
009990     MOVE PM-CUR-LEAD-DISPLAY TO PM-REPORT-LINE(42:7).
010000     MOVE PM-SIM-LEAD-DISPLAY TO PM-REPORT-LINE(51:7).
010010     MOVE PM-CHANGE-DISPLAY TO PM-REPORT-LINE(62:8).
010020     WRITE PM-REPORT-LINE.
010030 8410-EXIT.
010040     EXIT.
