000100*****************************************************************
000110*    PROGRAM  : PGFEDRKY (FEED-REKEY)
000120*    AUTHOR    : D. OKAFOR, ACCESS CONTROL SYSTEMS GROUP
000130*    INSTALLATION : CORPORATE DATA CENTER
000140*    DATE-WRITTEN : 10/15/2026
000150*
000160*    REMARKS
000170*    RE-ENCODES A HELD FEED FROM THE KEY CARD'S PREVIOUS KEY
000180*    TO ITS CURRENT KEY AFTER A FEED-KEY ROTATION (PGKEYPM).
000190*    A RE-SEND FEED WRITTEN BY PGPWDCFM, OR ANY OTHER FEED IN
000200*    THE PGFEED LAYOUT STILL WAITING FOR INTAKE, IS READ
000210*    THROUGH THE FEEDIN DD AND THE RE-KEYED COPY WRITTEN TO
000220*    FEEDOUT.  EACH RECORD IS HANDLED BY THE KEY VERSION
000230*    STAMPED ON IT -
000240*        PREVIOUS VERSION  DECODED UNDER THE PREVIOUS KEY,
000250*                          ENCODED UNDER THE CURRENT KEY, AND
000260*                          RE-STAMPED WITH THE CURRENT VERSION
000270*        CURRENT VERSION   COPIED AS IT STANDS
000280*        '000'             CLEARTEXT - COPIED AS IT STANDS
000290*    A BLANK STAMP IS VERSION 001.  ANY OTHER VERSION ABENDS -
000300*    NEITHER KEY ON THE CARD CAN DECODE IT.  THE PASSWORD IS
000310*    CLEARTEXT ONLY IN WORKING STORAGE, NEVER ON A FILE.  THE
000320*    PLATFORM FEEDS WRITTEN BY FEED-ROUTE (PGFEDRTE) KEEP THE
000330*    ID, THE PASSWORD AND THE KEY VERSION IN THE PGFEED
000340*    POSITIONS, SO THEY ARE RE-KEYED HERE AS THEY STAND.
000350*
000360*    THE INBOUND CONTROL-TOTAL TRAILER (PGTRLR) IS VERIFIED -
000370*    IN TOTAL, AND PER PLATFORM WHEN IT CARRIES THE SUBTOTALS -
000380*    AND CARRIED TO FEEDOUT.  FEEDOUT IS THEN READ BACK AND
000390*    MUST BALANCE TO THAT TRAILER WITH EVERY RECORD UNDER THE
000400*    CURRENT VERSION OR CLEARTEXT.  AFTER AN ABEND FEEDOUT IS
000410*    INCOMPLETE AND MUST NOT BE SENT; THE HELD FEED ITSELF IS
000420*    NEVER CHANGED.
000430*
000440*    WITH THE RETIRE SWITCH ON THE RKYPARM CARD (PGRKYPM), A
000450*    CLEAN RUN ALSO APPENDS A 'K' RECORD TO RUNCTL RETIRING THE
000460*    PREVIOUS VERSION; PASSWORD-GENERATOR THEN REFUSES ANY KEY
000470*    CARD WHOSE CURRENT VERSION IS NOT ABOVE IT.  A CURRENT
000480*    VERSION ALREADY RETIRED ON RUNCTL IS REFUSED HERE TOO.
000490*
000500*    RETURN CODES -
000510*        0 = FEED RE-KEYED
000520*        4 = NO RECORD WAS UNDER THE PREVIOUS KEY VERSION -
000530*            FEEDOUT IS AN UNCHANGED COPY
000540*       16 = FILE OPEN FAILURE, MISSING OR BAD KEY CARD, BAD
000550*            CONTROL CARD, CURRENT VERSION RETIRED, A RECORD
000560*            UNDER A KEY VERSION THE CARD DOES NOT HOLD, FEED
000570*            TRAILER MISSING OR OUT OF BALANCE (INBOUND OR ON
000580*            READ-BACK), OR LEDGER EXTEND FAILURE
000590*
000600*    MAINTENANCE HISTORY
000610*    DATE-WRITTEN.... 10/15/2026  DLO  ORIGINAL - RE-KEY A HELD
000620*                                      FEED AFTER A FEED-KEY
000630*                                      ROTATION
000640*****************************************************************
000650 IDENTIFICATION DIVISION.
000660 PROGRAM-ID. FEED-REKEY.
000670 AUTHOR. D. OKAFOR.
000680 INSTALLATION. CORPORATE DATA CENTER.
000690 DATE-WRITTEN. 10/15/2026.
000700 DATE-COMPILED.
000710
000720 ENVIRONMENT DIVISION.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT FEED-KEY-FILE ASSIGN TO "KEYCARD"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS RK-KEY-STATUS.
000780
000790     SELECT OPTIONAL REKEY-PARM-FILE ASSIGN TO "RKYPARM"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS RK-PARM-STATUS.
000820
000830     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS RK-RUNC-STATUS.
000860
000870     SELECT FEED-IN-FILE ASSIGN TO "FEEDIN"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS RK-FEEDIN-STATUS.
000900
000910     SELECT FEED-OUT-FILE ASSIGN TO "FEEDOUT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS RK-FEEDOUT-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  FEED-KEY-FILE
000980     RECORDING MODE IS F.
000990     COPY PGKEYPM.
001000
001010 FD  REKEY-PARM-FILE
001020     RECORDING MODE IS F.
001030     COPY PGRKYPM.
001040
001050 FD  RUN-CONTROL-FILE
001060     RECORDING MODE IS F.
001070     COPY PGRUNC.
001080
001090 FD  FEED-IN-FILE
001100     RECORDING MODE IS F.
001110     COPY PGFEED.
001120
001130 FD  FEED-OUT-FILE
001140     RECORDING MODE IS F.
001150 01  RK-FEED-OUT-RECORD             PIC X(80).
001160
001170 WORKING-STORAGE SECTION.
001180
001190*****************************************************************
001200*    SWITCHES
001210*****************************************************************
001220 01  RK-SWITCHES.
001230     05  RK-FEED-EOF-SWITCH         PIC X(01) VALUE 'N'.
001240         88  RK-END-OF-FEED              VALUE 'Y'.
001250     05  RK-TRAILER-SEEN-SWITCH     PIC X(01) VALUE 'N'.
001260         88  RK-TRAILER-SEEN             VALUE 'Y'.
001270     05  RK-TARGET-TOTALS-SWITCH    PIC X(01) VALUE 'N'.
001280         88  RK-TARGET-TOTALS-SEEN       VALUE 'Y'.
001290     05  RK-RUNC-EOF-SWITCH         PIC X(01) VALUE 'N'.
001300         88  RK-END-OF-RUN-LEDGER        VALUE 'Y'.
001310     05  RK-CHECK-EOF-SWITCH        PIC X(01) VALUE 'N'.
001320         88  RK-END-OF-CHECK             VALUE 'Y'.
001330     05  RK-CHECK-TRAILER-SWITCH    PIC X(01) VALUE 'N'.
001340         88  RK-CHECK-TRAILER-SEEN       VALUE 'Y'.
001350
001360*****************************************************************
001370*    FILE STATUS FIELDS
001380*****************************************************************
001390 01  RK-FILE-STATUSES.
001400     05  RK-KEY-STATUS              PIC X(02).
001410     05  RK-PARM-STATUS             PIC X(02).
001420     05  RK-RUNC-STATUS             PIC X(02).
001430     05  RK-FEEDIN-STATUS           PIC X(02).
001440     05  RK-FEEDOUT-STATUS          PIC X(02).
001450
001460*****************************************************************
001470*    COUNTERS
001480*****************************************************************
001490 01  RK-COUNTERS.
001500     05  RK-RECORDS-READ            PIC 9(07) COMP VALUE ZERO.
001510     05  RK-RECORDS-WRITTEN         PIC 9(07) COMP VALUE ZERO.
001520     05  RK-RECORDS-REKEYED         PIC 9(07) COMP VALUE ZERO.
001530     05  RK-ALREADY-CURRENT         PIC 9(07) COMP VALUE ZERO.
001540     05  RK-CLEARTEXT-PASSED        PIC 9(07) COMP VALUE ZERO.
001550     05  RK-CHECK-READ              PIC 9(07) COMP VALUE ZERO.
001560
001570*****************************************************************
001580*    THE TWO KEYS OF THE CARD AND THEIR VERSIONS, AND THE
001590*    HIGHEST VERSION ALREADY RETIRED ON RUNCTL
001600*****************************************************************
001610 01  RK-KEY-WORK.
001620     05  RK-CURRENT-KEY-SAVE        PIC X(16).
001630     05  RK-CURRENT-VERSION         PIC X(03).
001640     05  RK-CURRENT-VERSION-NUM     REDEFINES RK-CURRENT-VERSION
001650                                    PIC 9(03).
001660     05  RK-PREVIOUS-KEY-SAVE       PIC X(16).
001670     05  RK-PREVIOUS-VERSION        PIC X(03).
001680     05  RK-PREVIOUS-VERSION-NUM    REDEFINES RK-PREVIOUS-VERSION
001690                                    PIC 9(03).
001700     05  RK-RECORD-VERSION          PIC X(03).
001710     05  RK-RETIRED-VERSION         PIC 9(03) VALUE ZERO.
001720
001730 01  RK-DATE-WORK.
001740     05  RK-CURRENT-DATE-TIME       PIC X(21).
001750
001760*****************************************************************
001770*    CONTROL-TOTAL TRAILER STATE, IN TOTAL AND PER PLATFORM -
001780*    ENTRY 1 DIRECTORY, 2 MAINFRAME SECURITY, 3 KIOSK PIN.  THE
001790*    EXPECTED VALUES COME FROM THE INBOUND TRAILER; THE CHECK
001800*    VALUES ARE RECOUNTED FROM FEEDOUT ON READ-BACK.
001810*****************************************************************
001820 01  RK-TRAILER-WORK.
001830     05  RK-HASH-TOTAL              PIC 9(09) COMP VALUE ZERO.
001840     05  RK-EXPECT-COUNT            PIC 9(07) COMP VALUE ZERO.
001850     05  RK-EXPECT-HASH             PIC 9(09) COMP VALUE ZERO.
001860     05  RK-CHECK-HASH-TOTAL        PIC 9(09) COMP VALUE ZERO.
001870     05  RK-TARGET-INDEX            PIC 9(02) COMP VALUE ZERO.
001880     05  RK-TG-COUNT                PIC 9(07) COMP
001890             OCCURS 03 TIMES VALUE ZERO.
001900     05  RK-TG-HASH                 PIC 9(09) COMP
001910             OCCURS 03 TIMES VALUE ZERO.
001920     05  RK-TG-EXPECT-COUNT         PIC 9(07) COMP
001930             OCCURS 03 TIMES VALUE ZERO.
001940     05  RK-TG-EXPECT-HASH          PIC 9(09) COMP
001950             OCCURS 03 TIMES VALUE ZERO.
001960     05  RK-TG-CHECK-COUNT          PIC 9(07) COMP
001970             OCCURS 03 TIMES VALUE ZERO.
001980     05  RK-TG-CHECK-HASH           PIC 9(09) COMP
001990             OCCURS 03 TIMES VALUE ZERO.
002000
002010 01  RK-TARGET-NAME-VALUES.
002020     05  FILLER                     PIC X(18)
002030             VALUE 'DIRECTORY'.
002040     05  FILLER                     PIC X(18)
002050             VALUE 'MAINFRAME SECURITY'.
002060     05  FILLER                     PIC X(18)
002070             VALUE 'KIOSK PIN'.
002080 01  RK-TARGET-NAME-TABLE REDEFINES RK-TARGET-NAME-VALUES.
002090     05  RK-TARGET-NAME             PIC X(18) OCCURS 3 TIMES.
002100
002110     COPY PGTRLR.
002120
002130     COPY PGHSHPM.
002140
002150*****************************************************************
002160*    FEEDOUT RECORD AS READ BACK FOR VERIFICATION
002170*****************************************************************
002180 COPY PGFEED REPLACING ==PG-FEED-RECORD== BY ==RK-CHECK-RECORD==
002190     ==PG-FD-ACCOUNT-ID== BY ==RK-CK-ACCOUNT-ID==
002200     ==PG-FD-PASSWORD== BY ==RK-CK-PASSWORD==
002210     ==PG-FD-GEN-DATE== BY ==RK-CK-GEN-DATE==
002220     ==PG-FD-EXPIRATION-DATE== BY ==RK-CK-EXPIRATION-DATE==
002230     ==PG-FD-TARGET-PLATFORM== BY ==RK-CK-TARGET-PLATFORM==
002240     ==PG-FD-DIRECTORY== BY ==RK-CK-DIRECTORY==
002250     ==PG-FD-MAINFRAME-SECURITY== BY ==RK-CK-MAINFRAME-SECURITY==
002260     ==PG-FD-KIOSK-PIN== BY ==RK-CK-KIOSK-PIN==
002270     ==PG-FD-KEY-VERSION== BY ==RK-CK-KEY-VERSION==
002280     ==PG-FD-CLEARTEXT== BY ==RK-CK-CLEARTEXT==.
002290
002300*****************************************************************
002310*    FEED-PROTECTION PARAMETER AREA (PGPWDCRY)
002320*****************************************************************
002330     COPY PGCRYPM.
002340
002350 PROCEDURE DIVISION.
002360
002370*****************************************************************
002380*    0000-MAINLINE
002390*****************************************************************
002400 0000-MAINLINE.
002410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002420
002430     PERFORM 2000-REKEY-ONE-RECORD THRU 2000-EXIT
002440         UNTIL RK-END-OF-FEED.
002450
002460     PERFORM 7000-VERIFY-FEED-TRAILER THRU 7000-EXIT.
002470     PERFORM 7500-WRITE-FEED-TRAILER THRU 7500-EXIT.
002480     PERFORM 8000-VERIFY-FEED-OUT THRU 8000-EXIT.
002490     PERFORM 8500-RETIRE-PREVIOUS-VERSION THRU 8500-EXIT.
002500
002510     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002520
002530     STOP RUN.
002540
002550*****************************************************************
002560*    1000-INITIALIZE - THE KEY CARD, THE CONTROL CARD AND THE
002570*    LEDGER ARE ALL CHECKED BEFORE THE FEED IS OPENED.
002580*****************************************************************
002590 1000-INITIALIZE.
002600     PERFORM 1100-READ-KEY-CARD THRU 1100-EXIT.
002610     PERFORM 1200-READ-REKEY-PARM THRU 1200-EXIT.
002620     PERFORM 1300-CHECK-RUN-CONTROL THRU 1300-EXIT.
002630
002640     OPEN INPUT FEED-IN-FILE.
002650     IF RK-FEEDIN-STATUS NOT = '00'
002660         DISPLAY "PGFEDRKY: CANNOT OPEN FEED-IN-FILE - STATUS "
002670             RK-FEEDIN-STATUS " - ABEND"
002680         MOVE 16 TO RETURN-CODE
002690         STOP RUN
002700     END-IF.
002710     OPEN OUTPUT FEED-OUT-FILE.
002720     IF RK-FEEDOUT-STATUS NOT = '00'
002730         DISPLAY "PGFEDRKY: CANNOT OPEN FEED-OUT-FILE - STATUS "
002740             RK-FEEDOUT-STATUS " - ABEND"
002750         MOVE 16 TO RETURN-CODE
002760         STOP RUN
002770     END-IF.
002780 1000-EXIT.
002790     EXIT.
002800
002810*****************************************************************
002820*    1100-READ-KEY-CARD - BOTH KEYS ARE REQUIRED.  THE PREVIOUS
002830*    VERSION MUST BE BELOW THE CURRENT ONE - VERSIONS ONLY
002840*    EVER GO UP, AND RETIRING THE PREVIOUS ONE MUST NEVER
002850*    STRAND THE CURRENT CARD.
002860*****************************************************************
002870 1100-READ-KEY-CARD.
002880     OPEN INPUT FEED-KEY-FILE.
002890     IF RK-KEY-STATUS NOT = '00'
002900         DISPLAY "PGFEDRKY: CANNOT OPEN FEED-KEY-FILE - STATUS "
002910             RK-KEY-STATUS " - ABEND"
002920         MOVE 16 TO RETURN-CODE
002930         STOP RUN
002940     END-IF.
002950     READ FEED-KEY-FILE
002960         AT END
002970             DISPLAY "PGFEDRKY: EMPTY KEY CARD - ABEND"
002980             CLOSE FEED-KEY-FILE
002990             MOVE 16 TO RETURN-CODE
003000             STOP RUN
003010     END-READ.
003020     CLOSE FEED-KEY-FILE.
003030     IF PG-KY-FEED-KEY = SPACES
003040        OR PG-KY-FEED-KEY = LOW-VALUES
003050         DISPLAY "PGFEDRKY: BLANK FEED KEY ON KEY CARD - ABEND"
003060         MOVE 16 TO RETURN-CODE
003070         STOP RUN
003080     END-IF.
003090     IF PG-KY-PREVIOUS-KEY = SPACES
003100        OR PG-KY-PREVIOUS-KEY = LOW-VALUES
003110         DISPLAY "PGFEDRKY: NO PREVIOUS KEY ON KEY CARD - "
003120             "NOTHING TO RE-KEY FROM - ABEND"
003130         MOVE 16 TO RETURN-CODE
003140         STOP RUN
003150     END-IF.
003160     MOVE PG-KY-FEED-KEY TO RK-CURRENT-KEY-SAVE.
003170     MOVE PG-KY-PREVIOUS-KEY TO RK-PREVIOUS-KEY-SAVE.
003180     IF PG-KY-KEY-VERSION = SPACES
003190         MOVE '001' TO RK-CURRENT-VERSION
003200     ELSE
003210         MOVE PG-KY-KEY-VERSION TO RK-CURRENT-VERSION
003220     END-IF.
003230     MOVE PG-KY-PREVIOUS-VERSION TO RK-PREVIOUS-VERSION.
003240     IF RK-CURRENT-VERSION NOT NUMERIC
003250        OR RK-CURRENT-VERSION = '000'
003260         DISPLAY "PGFEDRKY: KEY CARD KEY VERSION '"
003270             RK-CURRENT-VERSION "' MUST BE 001-999 - ABEND"
003280         MOVE 16 TO RETURN-CODE
003290         STOP RUN
003300     END-IF.
003310     IF RK-PREVIOUS-VERSION NOT NUMERIC
003320        OR RK-PREVIOUS-VERSION = '000'
003330        OR RK-PREVIOUS-VERSION-NUM NOT < RK-CURRENT-VERSION-NUM
003340         DISPLAY "PGFEDRKY: KEY CARD PREVIOUS VERSION '"
003350             RK-PREVIOUS-VERSION "' MUST BE 001-999 AND BELOW "
003360             "THE CURRENT VERSION " RK-CURRENT-VERSION " - ABEND"
003370         MOVE 16 TO RETURN-CODE
003380         STOP RUN
003390     END-IF.
003400 1100-EXIT.
003410     EXIT.
003420
003430*****************************************************************
003440*    1200-READ-REKEY-PARM - NO CARD MEANS RE-KEY ONLY.  A
003450*    RETIREMENT MUST NAME WHO ORDERED IT.
003460*****************************************************************
003470 1200-READ-REKEY-PARM.
003480     MOVE SPACES TO PG-REKEY-PARM-RECORD.
003490     OPEN INPUT REKEY-PARM-FILE.
003500     IF RK-PARM-STATUS NOT = '00' AND RK-PARM-STATUS NOT = '05'
003510         DISPLAY "PGFEDRKY: CANNOT OPEN REKEY-PARM-FILE - "
003520             "STATUS " RK-PARM-STATUS " - ABEND"
003530         MOVE 16 TO RETURN-CODE
003540         STOP RUN
003550     END-IF.
003560     READ REKEY-PARM-FILE
003570         AT END
003580             MOVE SPACES TO PG-REKEY-PARM-RECORD
003590     END-READ.
003600     CLOSE REKEY-PARM-FILE.
003610     IF PG-RK-RETIRE-PREVIOUS
003620        AND PG-RK-REQUESTOR-ID = SPACES
003630         DISPLAY "PGFEDRKY: RETIREMENT REQUESTED WITH NO "
003640             "REQUESTOR ID ON THE RE-KEY PARM CARD - ABEND"
003650         MOVE 16 TO RETURN-CODE
003660         STOP RUN
003670     END-IF.
003680 1200-EXIT.
003690     EXIT.
003700
003710*****************************************************************
003720*    1300-CHECK-RUN-CONTROL - ONLY THE 'K' RECORDS MATTER HERE.
003730*    RE-ENCODING UNDER A RETIRED VERSION WOULD PRODUCE A FEED
003740*    THE GENERATOR SIDE HAS ALREADY DISOWNED.
003750*****************************************************************
003760 1300-CHECK-RUN-CONTROL.
003770     OPEN INPUT RUN-CONTROL-FILE.
003780     IF RK-RUNC-STATUS NOT = '00' AND RK-RUNC-STATUS NOT = '05'
003790         DISPLAY "PGFEDRKY: CANNOT READ RUN-CONTROL LEDGER - "
003800             "STATUS " RK-RUNC-STATUS " - ABEND"
003810         MOVE 16 TO RETURN-CODE
003820         STOP RUN
003830     END-IF.
003840     PERFORM 1310-READ-ONE-LEDGER-RECORD THRU 1310-EXIT
003850         UNTIL RK-END-OF-RUN-LEDGER.
003860     CLOSE RUN-CONTROL-FILE.
003870     IF RK-CURRENT-VERSION-NUM NOT > RK-RETIRED-VERSION
003880         DISPLAY "PGFEDRKY: CURRENT KEY VERSION "
003890             RK-CURRENT-VERSION " IS NOT ABOVE RETIRED VERSION "
003900             RK-RETIRED-VERSION " ON THE RUN-CONTROL LEDGER - "
003910             "ABEND"
003920         MOVE 16 TO RETURN-CODE
003930         STOP RUN
003940     END-IF.
003950 1300-EXIT.
003960     EXIT.
003970
003980 1310-READ-ONE-LEDGER-RECORD.
003990     READ RUN-CONTROL-FILE
004000         AT END
004010             MOVE 'Y' TO RK-RUNC-EOF-SWITCH
004020             GO TO 1310-EXIT
004030     END-READ.
004040     IF NOT PG-RC-KEY-RETIRED
004050         GO TO 1310-EXIT
004060     END-IF.
004070     IF PG-RC-RETIRED-KEY-VERSION NUMERIC
004080        AND PG-RC-RETIRED-KEY-VERSION > RK-RETIRED-VERSION
004090         MOVE PG-RC-RETIRED-KEY-VERSION TO RK-RETIRED-VERSION
004100     END-IF.
004110 1310-EXIT.
004120     EXIT.
004130
004140*****************************************************************
004150*    2000-REKEY-ONE-RECORD - EVERY FIELD EXCEPT THE PASSWORD
004160*    AND THE KEY VERSION COPIES THROUGH UNCHANGED.
004170*****************************************************************
004180 2000-REKEY-ONE-RECORD.
004190     READ FEED-IN-FILE
004200         AT END
004210             MOVE 'Y' TO RK-FEED-EOF-SWITCH
004220             GO TO 2000-EXIT
004230     END-READ.
004240     IF PG-FD-ACCOUNT-ID = '*TRAILER'
004250         MOVE PG-FEED-RECORD TO PG-TRAILER-RECORD
004260         MOVE PG-TL-RECORD-COUNT TO RK-EXPECT-COUNT
004270         MOVE PG-TL-HASH-TOTAL TO RK-EXPECT-HASH
004280         MOVE 'Y' TO RK-TRAILER-SEEN-SWITCH
004290         IF PG-TL-TARGET-TOTALS NUMERIC
004300             PERFORM 2050-SAVE-TARGET-EXPECT THRU 2050-EXIT
004310                 VARYING RK-TARGET-INDEX FROM 1 BY 1
004320                 UNTIL RK-TARGET-INDEX > 3
004330             MOVE 'Y' TO RK-TARGET-TOTALS-SWITCH
004340         END-IF
004350         GO TO 2000-EXIT
004360     END-IF.
004370     IF RK-TRAILER-SEEN
004380         DISPLAY "PGFEDRKY: DATA AFTER THE FEED TRAILER - ABEND"
004390         MOVE 16 TO RETURN-CODE
004400         STOP RUN
004410     END-IF.
004420     MOVE PG-FD-ACCOUNT-ID TO PG-HS-ACCOUNT-ID.
004430     CALL 'ACCOUNT-HASH' USING PG-HASH-PARMS.
004440     COMPUTE RK-HASH-TOTAL =
004450         FUNCTION MOD(RK-HASH-TOTAL + PG-HS-HASH-VALUE,
004460             1000000000).
004470     ADD 1 TO RK-RECORDS-READ.
004480     PERFORM 2060-SET-TARGET-INDEX THRU 2060-EXIT.
004490     IF RK-TARGET-INDEX NOT = ZERO
004500         ADD 1 TO RK-TG-COUNT(RK-TARGET-INDEX)
004510         COMPUTE RK-TG-HASH(RK-TARGET-INDEX) =
004520             FUNCTION MOD(RK-TG-HASH(RK-TARGET-INDEX)
004530                 + PG-HS-HASH-VALUE, 1000000000)
004540     END-IF.
004550
004560     PERFORM 2100-REKEY-PASSWORD THRU 2100-EXIT.
004570
004580     WRITE RK-FEED-OUT-RECORD FROM PG-FEED-RECORD.
004590     IF RK-FEEDOUT-STATUS NOT = '00'
004600         DISPLAY "PGFEDRKY: FEED-OUT-FILE WRITE FAILED - "
004610             "STATUS " RK-FEEDOUT-STATUS " - ABEND"
004620         MOVE 16 TO RETURN-CODE
004630         STOP RUN
004640     END-IF.
004650     ADD 1 TO RK-RECORDS-WRITTEN.
004660 2000-EXIT.
004670     EXIT.
004680
004690 2050-SAVE-TARGET-EXPECT.
004700     MOVE PG-TL-TARGET-COUNT(RK-TARGET-INDEX)
004710         TO RK-TG-EXPECT-COUNT(RK-TARGET-INDEX).
004720     MOVE PG-TL-TARGET-HASH(RK-TARGET-INDEX)
004730         TO RK-TG-EXPECT-HASH(RK-TARGET-INDEX).
004740 2050-EXIT.
004750     EXIT.
004760
004770*****************************************************************
004780*    2060-SET-TARGET-INDEX - A PLATFORM FEED HAS NO PLATFORM
004790*    CODE, AND ITS TRAILER NO SUBTOTALS; ITS RECORDS COUNT IN
004800*    THE TOTAL ONLY.
004810*****************************************************************
004820 2060-SET-TARGET-INDEX.
004830     MOVE ZERO TO RK-TARGET-INDEX.
004840     IF PG-FD-DIRECTORY
004850         MOVE 1 TO RK-TARGET-INDEX
004860     END-IF.
004870     IF PG-FD-MAINFRAME-SECURITY
004880         MOVE 2 TO RK-TARGET-INDEX
004890     END-IF.
004900     IF PG-FD-KIOSK-PIN
004910         MOVE 3 TO RK-TARGET-INDEX
004920     END-IF.
004930 2060-EXIT.
004940     EXIT.
004950
004960*****************************************************************
004970*    2100-REKEY-PASSWORD - DECODE UNDER THE PREVIOUS KEY,
004980*    ENCODE UNDER THE CURRENT ONE.  CURRENT AND CLEARTEXT
004990*    RECORDS ARE LEFT AS THEY STAND.
005000*****************************************************************
005010 2100-REKEY-PASSWORD.
005020     IF PG-FD-KEY-VERSION = SPACES
005030        OR PG-FD-KEY-VERSION = LOW-VALUES
005040         MOVE '001' TO RK-RECORD-VERSION
005050     ELSE
005060         MOVE PG-FD-KEY-VERSION TO RK-RECORD-VERSION
005070     END-IF.
005080     IF RK-RECORD-VERSION = '000'
005090         ADD 1 TO RK-CLEARTEXT-PASSED
005100         GO TO 2100-EXIT
005110     END-IF.
005120     IF RK-RECORD-VERSION = RK-CURRENT-VERSION
005130         ADD 1 TO RK-ALREADY-CURRENT
005140         GO TO 2100-EXIT
005150     END-IF.
005160     IF RK-RECORD-VERSION NOT = RK-PREVIOUS-VERSION
005170         DISPLAY "PGFEDRKY: ACCOUNT " PG-FD-ACCOUNT-ID
005180             " ENCODED UNDER KEY VERSION " RK-RECORD-VERSION
005190             " - KEY CARD HOLDS " RK-CURRENT-VERSION
005200             " AND " RK-PREVIOUS-VERSION " - ABEND"
005210         MOVE 16 TO RETURN-CODE
005220         STOP RUN
005230     END-IF.
005240     MOVE 'D' TO PG-CY-DIRECTION.
005250     MOVE RK-PREVIOUS-KEY-SAVE TO PG-CY-FEED-KEY.
005260     MOVE PG-FD-PASSWORD TO PG-CY-INPUT-TEXT.
005270     CALL 'PASSWORD-CRYPT' USING PG-CRYPT-PARMS.
005280     MOVE 'E' TO PG-CY-DIRECTION.
005290     MOVE RK-CURRENT-KEY-SAVE TO PG-CY-FEED-KEY.
005300     MOVE PG-CY-OUTPUT-TEXT TO PG-CY-INPUT-TEXT.
005310     CALL 'PASSWORD-CRYPT' USING PG-CRYPT-PARMS.
005320     MOVE PG-CY-OUTPUT-TEXT TO PG-FD-PASSWORD.
005330     MOVE SPACES TO PG-CY-INPUT-TEXT.
005340     MOVE RK-CURRENT-VERSION TO PG-FD-KEY-VERSION.
005350     ADD 1 TO RK-RECORDS-REKEYED.
005360 2100-EXIT.
005370     EXIT.
005380
005390*****************************************************************
005400*    7000-VERIFY-FEED-TRAILER - THE INBOUND FEED MUST BALANCE
005410*    IN TOTAL, AND PER PLATFORM WHEN ITS TRAILER CARRIES THE
005420*    SUBTOTALS, BEFORE FEEDOUT IS GIVEN A TRAILER.
005430*****************************************************************
005440 7000-VERIFY-FEED-TRAILER.
005450     IF NOT RK-TRAILER-SEEN
005460         DISPLAY "PGFEDRKY: NO CONTROL-TOTAL TRAILER ON "
005470             "FEED-IN-FILE - ABEND"
005480         MOVE 16 TO RETURN-CODE
005490         STOP RUN
005500     END-IF.
005510     IF RK-RECORDS-READ NOT = RK-EXPECT-COUNT
005520        OR RK-HASH-TOTAL NOT = RK-EXPECT-HASH
005530         DISPLAY "PGFEDRKY: FEED TRAILER OUT OF BALANCE - "
005540             "EXPECTED " RK-EXPECT-COUNT " RECORDS HASH "
005550             RK-EXPECT-HASH " GOT " RK-RECORDS-READ " HASH "
005560             RK-HASH-TOTAL " - ABEND"
005570         MOVE 16 TO RETURN-CODE
005580         STOP RUN
005590     END-IF.
005600     IF RK-TARGET-TOTALS-SEEN
005610         PERFORM 7100-VERIFY-ONE-TARGET THRU 7100-EXIT
005620             VARYING RK-TARGET-INDEX FROM 1 BY 1
005630             UNTIL RK-TARGET-INDEX > 3
005640     END-IF.
005650 7000-EXIT.
005660     EXIT.
005670
005680 7100-VERIFY-ONE-TARGET.
005690     IF RK-TG-COUNT(RK-TARGET-INDEX)
005700            NOT = RK-TG-EXPECT-COUNT(RK-TARGET-INDEX)
005710        OR RK-TG-HASH(RK-TARGET-INDEX)
005720            NOT = RK-TG-EXPECT-HASH(RK-TARGET-INDEX)
005730         DISPLAY "PGFEDRKY: FEED "
005740             RK-TARGET-NAME(RK-TARGET-INDEX)
005750             " TOTALS OUT OF BALANCE - EXPECTED "
005760             RK-TG-EXPECT-COUNT(RK-TARGET-INDEX)
005770             " RECORDS HASH "
005780             RK-TG-EXPECT-HASH(RK-TARGET-INDEX)
005790             " GOT " RK-TG-COUNT(RK-TARGET-INDEX)
005800             " HASH " RK-TG-HASH(RK-TARGET-INDEX)
005810             " - ABEND"
005820         MOVE 16 TO RETURN-CODE
005830         STOP RUN
005840     END-IF.
005850 7100-EXIT.
005860     EXIT.
005870
005880*****************************************************************
005890*    7500-WRITE-FEED-TRAILER - RE-KEYING CHANGES NO ACCOUNT ID
005900*    OR PLATFORM, SO THE BALANCED INBOUND TRAILER IS CARRIED TO
005910*    FEEDOUT AS IT STANDS.
005920*****************************************************************
005930 7500-WRITE-FEED-TRAILER.
005940     WRITE RK-FEED-OUT-RECORD FROM PG-TRAILER-RECORD.
005950     IF RK-FEEDOUT-STATUS NOT = '00'
005960         DISPLAY "PGFEDRKY: FEED-OUT-FILE WRITE FAILED - "
005970             "STATUS " RK-FEEDOUT-STATUS " - ABEND"
005980         MOVE 16 TO RETURN-CODE
005990         STOP RUN
006000     END-IF.
006010     CLOSE FEED-IN-FILE.
006020     CLOSE FEED-OUT-FILE.
006030 7500-EXIT.
006040     EXIT.
006050
006060*****************************************************************
006070*    8000-VERIFY-FEED-OUT - FEEDOUT IS READ BACK FROM DISK AND
006080*    RECOUNTED.  IT MUST END IN ONE TRAILER, BALANCE TO IT IN
006090*    TOTAL AND PER PLATFORM, AND CARRY NO RECORD STILL UNDER
006100*    ANY VERSION BUT THE CURRENT ONE OR CLEARTEXT.
006110*****************************************************************
006120 8000-VERIFY-FEED-OUT.
006130     OPEN INPUT FEED-OUT-FILE.
006140     IF RK-FEEDOUT-STATUS NOT = '00'
006150         DISPLAY "PGFEDRKY: CANNOT REOPEN FEED-OUT-FILE - "
006160             "STATUS " RK-FEEDOUT-STATUS " - ABEND"
006170         MOVE 16 TO RETURN-CODE
006180         STOP RUN
006190     END-IF.
006200     PERFORM 8100-VERIFY-ONE-RECORD THRU 8100-EXIT
006210         UNTIL RK-END-OF-CHECK.
006220     CLOSE FEED-OUT-FILE.
006230     IF NOT RK-CHECK-TRAILER-SEEN
006240         DISPLAY "PGFEDRKY: NO CONTROL-TOTAL TRAILER ON "
006250             "FEED-OUT-FILE READ-BACK - ABEND"
006260         MOVE 16 TO RETURN-CODE
006270         STOP RUN
006280     END-IF.
006290     IF RK-CHECK-READ NOT = PG-TL-RECORD-COUNT
006300        OR RK-CHECK-HASH-TOTAL NOT = PG-TL-HASH-TOTAL
006310         DISPLAY "PGFEDRKY: FEED-OUT-FILE READ-BACK OUT OF "
006320             "BALANCE - TRAILER " PG-TL-RECORD-COUNT
006330             " RECORDS HASH " PG-TL-HASH-TOTAL " GOT "
006340             RK-CHECK-READ " HASH " RK-CHECK-HASH-TOTAL
006350             " - ABEND"
006360         MOVE 16 TO RETURN-CODE
006370         STOP RUN
006380     END-IF.
006390     IF PG-TL-TARGET-TOTALS NUMERIC
006400         PERFORM 8200-VERIFY-ONE-TARGET THRU 8200-EXIT
006410             VARYING RK-TARGET-INDEX FROM 1 BY 1
006420             UNTIL RK-TARGET-INDEX > 3
006430     END-IF.
006440     DISPLAY "PGFEDRKY: FEED-OUT-FILE READ BACK AND BALANCED - "
006450         RK-CHECK-READ " RECORDS".
006460 8000-EXIT.
006470     EXIT.
006480
006490 8100-VERIFY-ONE-RECORD.
006500     READ FEED-OUT-FILE INTO RK-CHECK-RECORD
006510         AT END
006520             MOVE 'Y' TO RK-CHECK-EOF-SWITCH
006530             GO TO 8100-EXIT
006540     END-READ.
006550     IF RK-CHECK-TRAILER-SEEN
006560         DISPLAY "PGFEDRKY: DATA AFTER THE TRAILER ON "
006570             "FEED-OUT-FILE READ-BACK - ABEND"
006580         MOVE 16 TO RETURN-CODE
006590         STOP RUN
006600     END-IF.
006610     IF RK-CK-ACCOUNT-ID = '*TRAILER'
006620         MOVE RK-CHECK-RECORD TO PG-TRAILER-RECORD
006630         MOVE 'Y' TO RK-CHECK-TRAILER-SWITCH
006640         GO TO 8100-EXIT
006650     END-IF.
006660     IF RK-CK-KEY-VERSION NOT = RK-CURRENT-VERSION
006670        AND NOT RK-CK-CLEARTEXT
006680         DISPLAY "PGFEDRKY: ACCOUNT " RK-CK-ACCOUNT-ID
006690             " STILL UNDER KEY VERSION '" RK-CK-KEY-VERSION
006700             "' ON FEED-OUT-FILE READ-BACK - ABEND"
006710         MOVE 16 TO RETURN-CODE
006720         STOP RUN
006730     END-IF.
006740     MOVE RK-CK-ACCOUNT-ID TO PG-HS-ACCOUNT-ID.
006750     CALL 'ACCOUNT-HASH' USING PG-HASH-PARMS.
006760     COMPUTE RK-CHECK-HASH-TOTAL =
006770         FUNCTION MOD(RK-CHECK-HASH-TOTAL + PG-HS-HASH-VALUE,
006780             1000000000).
006790     ADD 1 TO RK-CHECK-READ.
006800     MOVE ZERO TO RK-TARGET-INDEX.
006810     IF RK-CK-DIRECTORY
006820         MOVE 1 TO RK-TARGET-INDEX
006830     END-IF.
006840     IF RK-CK-MAINFRAME-SECURITY
006850         MOVE 2 TO RK-TARGET-INDEX
006860     END-IF.
006870     IF RK-CK-KIOSK-PIN
006880         MOVE 3 TO RK-TARGET-INDEX
006890     END-IF.
006900     IF RK-TARGET-INDEX NOT = ZERO
006910         ADD 1 TO RK-TG-CHECK-COUNT(RK-TARGET-INDEX)
006920         COMPUTE RK-TG-CHECK-HASH(RK-TARGET-INDEX) =
006930             FUNCTION MOD(RK-TG-CHECK-HASH(RK-TARGET-INDEX)
006940                 + PG-HS-HASH-VALUE, 1000000000)
006950     END-IF.
006960 8100-EXIT.
006970     EXIT.
006980
006990 8200-VERIFY-ONE-TARGET.
007000     IF RK-TG-CHECK-COUNT(RK-TARGET-INDEX)
007010            NOT = PG-TL-TARGET-COUNT(RK-TARGET-INDEX)
007020        OR RK-TG-CHECK-HASH(RK-TARGET-INDEX)
007030            NOT = PG-TL-TARGET-HASH(RK-TARGET-INDEX)
007040         DISPLAY "PGFEDRKY: FEED-OUT-FILE "
007050             RK-TARGET-NAME(RK-TARGET-INDEX)
007060             " READ-BACK OUT OF BALANCE - TRAILER "
007070             PG-TL-TARGET-COUNT(RK-TARGET-INDEX)
007080             " RECORDS HASH "
007090             PG-TL-TARGET-HASH(RK-TARGET-INDEX)
007100             " GOT " RK-TG-CHECK-COUNT(RK-TARGET-INDEX)
007110             " HASH " RK-TG-CHECK-HASH(RK-TARGET-INDEX)
007120             " - ABEND"
007130         MOVE 16 TO RETURN-CODE
007140         STOP RUN
007150     END-IF.
007160 8200-EXIT.
007170     EXIT.
007180
007190*****************************************************************
007200*    8500-RETIRE-PREVIOUS-VERSION - ONLY ON REQUEST, AND ONLY
007210*    AFTER FEEDOUT HAS BEEN READ BACK CLEAN.  A VERSION ALREADY
007220*    RETIRED IS NOT RECORDED TWICE.
007230*****************************************************************
007240 8500-RETIRE-PREVIOUS-VERSION.
007250     IF NOT PG-RK-RETIRE-PREVIOUS
007260         GO TO 8500-EXIT
007270     END-IF.
007280     IF RK-PREVIOUS-VERSION-NUM NOT > RK-RETIRED-VERSION
007290         DISPLAY "PGFEDRKY: KEY VERSION " RK-PREVIOUS-VERSION
007300             " IS ALREADY RETIRED ON THE RUN-CONTROL LEDGER"
007310         GO TO 8500-EXIT
007320     END-IF.
007330     OPEN EXTEND RUN-CONTROL-FILE.
007340     IF RK-RUNC-STATUS NOT = '00' AND RK-RUNC-STATUS NOT = '05'
007350         DISPLAY "PGFEDRKY: CANNOT EXTEND RUN-CONTROL LEDGER - "
007360             "STATUS " RK-RUNC-STATUS " - FEED IS RE-KEYED "
007370             "BUT KEY VERSION " RK-PREVIOUS-VERSION
007380             " IS NOT RETIRED - ABEND"
007390         MOVE 16 TO RETURN-CODE
007400         STOP RUN
007410     END-IF.
007420     MOVE SPACES TO PG-RUN-CONTROL-RECORD.
007430     MOVE 'K' TO PG-RC-RECORD-TYPE.
007440     MOVE PG-RK-REQUESTOR-ID TO PG-RC-REQUESTOR-ID.
007450     MOVE RK-PREVIOUS-VERSION TO PG-RC-RETIRED-KEY-VERSION.
007460     MOVE FUNCTION CURRENT-DATE TO RK-CURRENT-DATE-TIME.
007470     STRING RK-CURRENT-DATE-TIME(1:4) "-"
007480            RK-CURRENT-DATE-TIME(5:2) "-"
007490            RK-CURRENT-DATE-TIME(7:2) " "
007500            RK-CURRENT-DATE-TIME(9:2) ":"
007510            RK-CURRENT-DATE-TIME(11:2) ":"
007520            RK-CURRENT-DATE-TIME(13:2)
007530         DELIMITED BY SIZE INTO PG-RC-TIMESTAMP.
007540     WRITE PG-RUN-CONTROL-RECORD.
007550     CLOSE RUN-CONTROL-FILE.
007560     DISPLAY "PGFEDRKY: KEY VERSION " RK-PREVIOUS-VERSION
007570         " RETIRED ON THE RUN-CONTROL LEDGER BY "
007580         PG-RK-REQUESTOR-ID.
007590 8500-EXIT.
007600     EXIT.
007610
007620*****************************************************************
007630*    9000-TERMINATE - COUNTS, THEN THE RETURN CODE.
007640*****************************************************************
007650 9000-TERMINATE.
007660     DISPLAY "PGFEDRKY: " RK-RECORDS-READ " FEED RECORDS READ".
007670     DISPLAY "PGFEDRKY: " RK-RECORDS-REKEYED
007680         " RE-KEYED FROM VERSION " RK-PREVIOUS-VERSION
007690         " TO VERSION " RK-CURRENT-VERSION.
007700     DISPLAY "PGFEDRKY: " RK-ALREADY-CURRENT
007710         " ALREADY UNDER VERSION " RK-CURRENT-VERSION.
007720     DISPLAY "PGFEDRKY: " RK-CLEARTEXT-PASSED
007730         " CLEARTEXT (VERSION 000)".
007740     DISPLAY "PGFEDRKY: " RK-RECORDS-WRITTEN
007750         " RECORDS WRITTEN".
007760     IF RK-RECORDS-REKEYED = ZERO
007770         DISPLAY "PGFEDRKY: *WARNING* NO RECORD WAS UNDER KEY "
007780             "VERSION " RK-PREVIOUS-VERSION
007790             " - FEEDOUT IS AN UNCHANGED COPY"
007800         MOVE 4 TO RETURN-CODE
007810     ELSE
007820         MOVE ZERO TO RETURN-CODE
007830     END-IF.
007840 9000-EXIT.
007850     EXIT.
