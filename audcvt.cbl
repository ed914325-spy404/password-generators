000100*****************************************************************
000110*    PROGRAM  : PGAUDCVT (AUDIT-CONVERT)
000120*    AUTHOR    : D. OKAFOR, ACCESS CONTROL SYSTEMS GROUP
000130*    INSTALLATION : CORPORATE DATA CENTER
000140*    DATE-WRITTEN : 10/15/2026
000150*
000160*    REMARKS
000170*    ONE-TIME CUTOVER UTILITY FOR THE WIDENED AUDIT LAYOUTS.
000180*    THE AUDIT RECORD (PGAUDIT) GREW FROM 98 TO 130 BYTES AND
000190*    THE AUDIT MASTER RECORD (PGAUDM) FROM 100 TO 140 BYTES
000200*    FOR THE APPROVER, PROFILE CODE, DUAL-CONTROL FLAG, RUN
000210*    ID, TARGET PLATFORM, REVERSAL, AND INCIDENT FIELDS.
000220*    FILES WRITTEN BEFORE THE CUTOVER DO NOT MATCH THE NEW
000230*    RECORD LENGTHS AND AUDIT-LOAD (PGAUDLD) CANNOT OPEN THEM.
000240*    THIS JOB READS THE OLD LAYOUT AND WRITES THE NEW ONE,
000250*    FIELD FOR FIELD, WITH EVERY ADDED FIELD SPACES.
000260*
000270*    TWO CONVERSIONS, EACH RUN ONLY WHEN ITS INPUT IS PRESENT -
000280*        AUDMOLD -> AUDMAST   THE AUDIT MASTER, RENAMED ASIDE
000290*                             BEFORE THE RUN; THE NEW MASTER
000300*                             IS BUILT IN KEY ORDER
000310*        AUDLOLD -> AUDITLOG  ONE RETAINED AUDIT LOG
000320*                             GENERATION; THE CONTROL-TOTAL
000330*                             TRAILER IS VERIFIED AND CARRIED
000340*                             ACROSS UNCHANGED.  RETAINED
000350*                             RQSTAUDT GENERATIONS HAVE THE
000360*                             SAME SHAPE AND GO THROUGH THE
000370*                             SAME PAIR OF DD NAMES.
000380*    RUN IT ONCE FOR THE MASTER AND ONCE FOR EACH RETAINED
000390*    GENERATION, WITH THE NIGHTLY CHAIN HELD, BEFORE THE FIRST
000400*    AUDIT LOAD ON THE NEW LAYOUT.  TAKE A BACKUP OF AUDMAST
000410*    FIRST.
000420*
000430*    RETURN CODES -
000440*        0 = CONVERSION COMPLETE
000450*        8 = ONE OR MORE MASTER WRITES FAILED - THE NEW
000460*            MASTER IS INCOMPLETE; DO NOT RELEASE THE CHAIN
000470*       16 = NEITHER INPUT PRESENT, FILE OPEN FAILURE, OR
000480*            AUDIT LOG TRAILER MISSING/UNBALANCED
000490*
000500*    MAINTENANCE HISTORY
000510*    DATE-WRITTEN.... 10/15/2026  DLO  ORIGINAL - ONE-TIME
000520*                                      CONVERSION OF AUDMAST
000530*                                      AND AUDITLOG TO THE
000540*                                      WIDENED LAYOUTS
000550*****************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. AUDIT-CONVERT.
000580 AUTHOR. D. OKAFOR.
000590 INSTALLATION. CORPORATE DATA CENTER.
000600 DATE-WRITTEN. 10/15/2026.
000610 DATE-COMPILED.
000620
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT OPTIONAL OLD-MASTER-FILE ASSIGN TO "AUDMOLD"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS CV-OM-KEY
000700         FILE STATUS IS CV-OLD-MASTER-STATUS.
000710
000720     SELECT AUDIT-MASTER-FILE ASSIGN TO "AUDMAST"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS PG-AM-KEY
000760         FILE STATUS IS CV-MASTER-STATUS.
000770
000780     SELECT OPTIONAL OLD-AUDIT-LOG-FILE ASSIGN TO "AUDLOLD"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS CV-OLD-AUDIT-STATUS.
000810
000820     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS CV-AUDIT-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880*****************************************************************
000890*    AUDIT MASTER RECORD AS IT STOOD BEFORE THE CUTOVER - 100
000900*    BYTES, SAME KEY.
000910*****************************************************************
000920 FD  OLD-MASTER-FILE.
000930 01  CV-OLD-MASTER-RECORD.
000940     05  CV-OM-KEY.
000950         10  CV-OM-ACCOUNT-ID       PIC X(08).
000960         10  CV-OM-GEN-TIMESTAMP    PIC X(26).
000970         10  CV-OM-LOAD-SEQ         PIC 9(02).
000980     05  CV-OM-RUN-MODE             PIC X(01).
000990     05  CV-OM-REQUESTOR-ID         PIC X(08).
001000     05  CV-OM-MASKED-PASSWORD      PIC X(32).
001010     05  CV-OM-RETRY-COUNT          PIC 9(03).
001020     05  CV-OM-STATUS               PIC X(01).
001030     05  CV-OM-REQUEST-ID           PIC X(08).
001040     05  CV-OM-REASON-CODE          PIC X(04).
001050     05  FILLER                     PIC X(07).
001060
001070 FD  AUDIT-MASTER-FILE.
001080     COPY PGAUDM.
001090
001100*****************************************************************
001110*    AUDIT LOG RECORD AS IT STOOD BEFORE THE CUTOVER - 98
001120*    BYTES.  THE TRAILER VIEW IS THE SAME PGTRLR SHAPE EVERY
001130*    CONSUMER READS.
001140*****************************************************************
001150 FD  OLD-AUDIT-LOG-FILE
001160     RECORDING MODE IS F.
001170 01  CV-OLD-AUDIT-RECORD.
001180     05  CV-OA-REQUESTOR-ID         PIC X(08).
001190     05  CV-OA-ACCOUNT-ID           PIC X(08).
001200     05  CV-OA-GEN-TIMESTAMP        PIC X(26).
001210     05  CV-OA-MASKED-PASSWORD      PIC X(32).
001220     05  CV-OA-RETRY-COUNT          PIC 9(03).
001230     05  CV-OA-STATUS               PIC X(01).
001240     05  CV-OA-REQUEST-ID           PIC X(08).
001250     05  CV-OA-REASON-CODE          PIC X(04).
001260     05  FILLER                     PIC X(08).
001270 01  CV-OLD-TRAILER-RECORD.
001280     05  CV-OT-TRAILER              PIC X(80).
001290     05  FILLER                     PIC X(18).
001300
001310 FD  AUDIT-LOG-FILE
001320     RECORDING MODE IS F.
001330     COPY PGAUDIT.
001340
001350 WORKING-STORAGE SECTION.
001360
001370*****************************************************************
001380*    SWITCHES
001390*****************************************************************
001400 01  CV-SWITCHES.
001410     05  CV-MASTER-EOF-SWITCH       PIC X(01) VALUE 'N'.
001420         88  CV-END-OF-MASTER            VALUE 'Y'.
001430     05  CV-AUDIT-EOF-SWITCH        PIC X(01) VALUE 'N'.
001440         88  CV-END-OF-AUDIT-LOG         VALUE 'Y'.
001450     05  CV-TRAILER-SEEN-SWITCH     PIC X(01) VALUE 'N'.
001460         88  CV-TRAILER-SEEN             VALUE 'Y'.
001470     05  CV-MASTER-PRESENT-SWITCH   PIC X(01) VALUE 'N'.
001480         88  CV-MASTER-PRESENT           VALUE 'Y'.
001490     05  CV-AUDIT-PRESENT-SWITCH    PIC X(01) VALUE 'N'.
001500         88  CV-AUDIT-PRESENT            VALUE 'Y'.
001510
001520*****************************************************************
001530*    FILE STATUS FIELDS
001540*****************************************************************
001550 01  CV-FILE-STATUSES.
001560     05  CV-OLD-MASTER-STATUS       PIC X(02).
001570     05  CV-MASTER-STATUS           PIC X(02).
001580     05  CV-OLD-AUDIT-STATUS        PIC X(02).
001590     05  CV-AUDIT-STATUS            PIC X(02).
001600
001610*****************************************************************
001620*    COUNTERS
001630*****************************************************************
001640 01  CV-COUNTERS.
001650     05  CV-MASTER-READ             PIC 9(07) COMP VALUE ZERO.
001660     05  CV-MASTER-CONVERTED        PIC 9(07) COMP VALUE ZERO.
001670     05  CV-MASTER-FAILURES         PIC 9(07) COMP VALUE ZERO.
001680     05  CV-AUDIT-CONVERTED         PIC 9(07) COMP VALUE ZERO.
001690     05  CV-AUDIT-HASH-TOTAL        PIC 9(09) COMP VALUE ZERO.
001700
001710*****************************************************************
001720*    CONTROL-TOTAL TRAILER AND ACCOUNT-HASH PARAMETER AREAS
001730*****************************************************************
001740     COPY PGTRLR.
001750
001760     COPY PGHSHPM.
001770
001780 PROCEDURE DIVISION.
001790
001800*****************************************************************
001810*    0000-MAINLINE
001820*****************************************************************
001830 0000-MAINLINE.
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001850
001860     IF CV-MASTER-PRESENT
001870         PERFORM 2000-CONVERT-ONE-MASTER THRU 2000-EXIT
001880             UNTIL CV-END-OF-MASTER
001890     END-IF.
001900
001910     IF CV-AUDIT-PRESENT
001920         PERFORM 3000-CONVERT-ONE-AUDIT THRU 3000-EXIT
001930             UNTIL CV-END-OF-AUDIT-LOG
001940         PERFORM 7000-VERIFY-AUDIT-TRAILER THRU 7000-EXIT
001950     END-IF.
001960
001970     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001980
001990     STOP RUN.
002000
002010*****************************************************************
002020*    1000-INITIALIZE - EITHER OLD INPUT MAY BE ABSENT, SO THE
002030*    MASTER AND EACH LOG GENERATION CAN BE CONVERTED IN
002040*    SEPARATE RUNS; AN OUTPUT IS OPENED ONLY WHEN ITS INPUT IS
002050*    THERE, SO A LOG-ONLY RUN NEVER TOUCHES A CONVERTED
002060*    MASTER.  NEITHER INPUT MEANS THE JOB WAS POINTED AT THE
002070*    WRONG DATASETS.
002080*****************************************************************
002090 1000-INITIALIZE.
002100     PERFORM 1100-OPEN-MASTER-FILES THRU 1100-EXIT.
002110     PERFORM 1200-OPEN-AUDIT-LOG-FILES THRU 1200-EXIT.
002120     IF NOT CV-MASTER-PRESENT AND NOT CV-AUDIT-PRESENT
002130         DISPLAY "PGAUDCVT: NEITHER AUDMOLD NOR AUDLOLD PRESENT "
002140             "- NOTHING TO CONVERT - ABEND"
002150         MOVE 16 TO RETURN-CODE
002160         STOP RUN
002170     END-IF.
002180 1000-EXIT.
002190     EXIT.
002200
002210*****************************************************************
002220*    1100-OPEN-MASTER-FILES - THE OLD MASTER, AND WHEN IT IS
002230*    THERE THE NEW MASTER, CREATED EMPTY.
002240*****************************************************************
002250 1100-OPEN-MASTER-FILES.
002260     OPEN INPUT OLD-MASTER-FILE.
002270     IF CV-OLD-MASTER-STATUS = '35' OR CV-OLD-MASTER-STATUS = '05'
002280         IF CV-OLD-MASTER-STATUS = '05'
002290             CLOSE OLD-MASTER-FILE
002300         END-IF
002310         GO TO 1100-EXIT
002320     END-IF.
002330     IF CV-OLD-MASTER-STATUS NOT = '00'
002340         DISPLAY "PGAUDCVT: CANNOT OPEN OLD-MASTER-FILE - "
002350             "STATUS " CV-OLD-MASTER-STATUS " - ABEND"
002360         MOVE 16 TO RETURN-CODE
002370         STOP RUN
002380     END-IF.
002390     MOVE 'Y' TO CV-MASTER-PRESENT-SWITCH.
002400     OPEN OUTPUT AUDIT-MASTER-FILE.
002410     IF CV-MASTER-STATUS NOT = '00'
002420         DISPLAY "PGAUDCVT: CANNOT OPEN AUDIT-MASTER-FILE - "
002430             "STATUS " CV-MASTER-STATUS " - ABEND"
002440         MOVE 16 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470 1100-EXIT.
002480     EXIT.
002490
002500*****************************************************************
002510*    1200-OPEN-AUDIT-LOG-FILES - THE OLD GENERATION, AND WHEN
002520*    IT IS THERE THE NEW ONE.
002530*****************************************************************
002540 1200-OPEN-AUDIT-LOG-FILES.
002550     OPEN INPUT OLD-AUDIT-LOG-FILE.
002560     IF CV-OLD-AUDIT-STATUS = '35' OR CV-OLD-AUDIT-STATUS = '05'
002570         IF CV-OLD-AUDIT-STATUS = '05'
002580             CLOSE OLD-AUDIT-LOG-FILE
002590         END-IF
002600         GO TO 1200-EXIT
002610     END-IF.
002620     IF CV-OLD-AUDIT-STATUS NOT = '00'
002630         DISPLAY "PGAUDCVT: CANNOT OPEN OLD-AUDIT-LOG-FILE - "
002640             "STATUS " CV-OLD-AUDIT-STATUS " - ABEND"
002650         MOVE 16 TO RETURN-CODE
002660         STOP RUN
002670     END-IF.
002680     MOVE 'Y' TO CV-AUDIT-PRESENT-SWITCH.
002690     OPEN OUTPUT AUDIT-LOG-FILE.
002700     IF CV-AUDIT-STATUS NOT = '00'
002710         DISPLAY "PGAUDCVT: CANNOT OPEN AUDIT-LOG-FILE - "
002720             "STATUS " CV-AUDIT-STATUS " - ABEND"
002730         MOVE 16 TO RETURN-CODE
002740         STOP RUN
002750     END-IF.
002760 1200-EXIT.
002770     EXIT.
002780
002790*****************************************************************
002800*    2000-CONVERT-ONE-MASTER - SEQUENTIAL WALK OF THE OLD
002810*    MASTER.  THE NEW MASTER IS WRITTEN IN THE SAME KEY ORDER,
002820*    SO A FAILED WRITE CAN ONLY MEAN AN OUTPUT PROBLEM.
002830*****************************************************************
002840 2000-CONVERT-ONE-MASTER.
002850     READ OLD-MASTER-FILE NEXT RECORD
002860         AT END
002870             MOVE 'Y' TO CV-MASTER-EOF-SWITCH
002880             GO TO 2000-EXIT
002890     END-READ.
002900     ADD 1 TO CV-MASTER-READ.
002910
002920     MOVE SPACES TO PG-AUDIT-MASTER-RECORD.
002930     MOVE CV-OM-ACCOUNT-ID TO PG-AM-ACCOUNT-ID.
002940     MOVE CV-OM-GEN-TIMESTAMP TO PG-AM-GEN-TIMESTAMP.
002950     MOVE CV-OM-LOAD-SEQ TO PG-AM-LOAD-SEQ.
002960     MOVE CV-OM-RUN-MODE TO PG-AM-RUN-MODE.
002970     MOVE CV-OM-REQUESTOR-ID TO PG-AM-REQUESTOR-ID.
002980     MOVE CV-OM-MASKED-PASSWORD TO PG-AM-MASKED-PASSWORD.
002990     MOVE CV-OM-RETRY-COUNT TO PG-AM-RETRY-COUNT.
003000     MOVE CV-OM-STATUS TO PG-AM-STATUS.
003010     MOVE CV-OM-REQUEST-ID TO PG-AM-REQUEST-ID.
003020     MOVE CV-OM-REASON-CODE TO PG-AM-REASON-CODE.
003030
003040     WRITE PG-AUDIT-MASTER-RECORD
003050         INVALID KEY
003060             CONTINUE
003070     END-WRITE.
003080     IF CV-MASTER-STATUS = '00'
003090         ADD 1 TO CV-MASTER-CONVERTED
003100     ELSE
003110         DISPLAY "PGAUDCVT: WRITE FAILED FOR KEY "
003120             PG-AM-KEY " - STATUS " CV-MASTER-STATUS
003130         ADD 1 TO CV-MASTER-FAILURES
003140     END-IF.
003150 2000-EXIT.
003160     EXIT.
003170
003180*****************************************************************
003190*    3000-CONVERT-ONE-AUDIT - ONE OLD AUDIT LOG RECORD.  THE
003200*    TRAILER IS CARRIED ACROSS AS IT STANDS; THE DATA RECORDS
003210*    ARE COUNTED AND HASHED SO THE GENERATION STILL BALANCES
003220*    TO IT ON THE NEW LAYOUT.
003230*****************************************************************
003240 3000-CONVERT-ONE-AUDIT.
003250     READ OLD-AUDIT-LOG-FILE
003260         AT END
003270             MOVE 'Y' TO CV-AUDIT-EOF-SWITCH
003280             GO TO 3000-EXIT
003290     END-READ.
003300     MOVE SPACES TO PG-AUDIT-RECORD.
003310
003320     IF CV-OA-REQUESTOR-ID = '*TRAILER'
003330         MOVE CV-OT-TRAILER TO PG-TRAILER-RECORD
003340         MOVE 'Y' TO CV-TRAILER-SEEN-SWITCH
003350         MOVE PG-TRAILER-RECORD TO PG-AUDIT-RECORD
003360         WRITE PG-AUDIT-RECORD
003370         GO TO 3000-EXIT
003380     END-IF.
003390     IF CV-TRAILER-SEEN
003400         DISPLAY "PGAUDCVT: DATA AFTER THE TRAILER ON AUDLOLD "
003410             "- ABEND"
003420         MOVE 16 TO RETURN-CODE
003430         STOP RUN
003440     END-IF.
003450
003460     MOVE CV-OA-REQUESTOR-ID TO PG-AD-REQUESTOR-ID.
003470     MOVE CV-OA-ACCOUNT-ID TO PG-AD-ACCOUNT-ID.
003480     MOVE CV-OA-GEN-TIMESTAMP TO PG-AD-GEN-TIMESTAMP.
003490     MOVE CV-OA-MASKED-PASSWORD TO PG-AD-MASKED-PASSWORD.
003500     MOVE CV-OA-RETRY-COUNT TO PG-AD-RETRY-COUNT.
003510     MOVE CV-OA-STATUS TO PG-AD-STATUS.
003520     MOVE CV-OA-REQUEST-ID TO PG-AD-REQUEST-ID.
003530     MOVE CV-OA-REASON-CODE TO PG-AD-REASON-CODE.
003540     WRITE PG-AUDIT-RECORD.
003550     ADD 1 TO CV-AUDIT-CONVERTED.
003560
003570     MOVE CV-OA-ACCOUNT-ID TO PG-HS-ACCOUNT-ID.
003580     CALL 'ACCOUNT-HASH' USING PG-HASH-PARMS.
003590     COMPUTE CV-AUDIT-HASH-TOTAL =
003600         FUNCTION MOD(CV-AUDIT-HASH-TOTAL + PG-HS-HASH-VALUE,
003610             1000000000).
003620 3000-EXIT.
003630     EXIT.
003640
003650*****************************************************************
003660*    7000-VERIFY-AUDIT-TRAILER - A GENERATION THAT DID NOT
003670*    BALANCE BEFORE THE CUTOVER WOULD NOT LOAD AFTER IT EITHER;
003680*    STOP HERE SO IT IS FOUND NOW.
003690*****************************************************************
003700 7000-VERIFY-AUDIT-TRAILER.
003710     IF NOT CV-TRAILER-SEEN
003720         DISPLAY "PGAUDCVT: NO CONTROL-TOTAL TRAILER ON AUDLOLD "
003730             "- ABEND"
003740         MOVE 16 TO RETURN-CODE
003750         STOP RUN
003760     END-IF.
003770     IF CV-AUDIT-CONVERTED NOT = PG-TL-RECORD-COUNT
003780        OR CV-AUDIT-HASH-TOTAL NOT = PG-TL-HASH-TOTAL
003790         DISPLAY "PGAUDCVT: TRAILER OUT OF BALANCE ON AUDLOLD "
003800             "- EXPECTED " PG-TL-RECORD-COUNT " RECORDS HASH "
003810             PG-TL-HASH-TOTAL " GOT " CV-AUDIT-CONVERTED
003820             " HASH " CV-AUDIT-HASH-TOTAL " - ABEND"
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860 7000-EXIT.
003870     EXIT.
003880
003890*****************************************************************
003900*    9000-TERMINATE - A NONZERO RETURN CODE ON ANY MASTER
003910*    WRITE FAILURE SO THE SCHEDULER HOLDS THE CHAIN INSTEAD OF
003920*    LOADING INTO A HALF-CONVERTED MASTER.
003930*****************************************************************
003940 9000-TERMINATE.
003950     IF CV-MASTER-PRESENT
003960         CLOSE OLD-MASTER-FILE
003970         CLOSE AUDIT-MASTER-FILE
003980         DISPLAY "PGAUDCVT: " CV-MASTER-READ
003990             " AUDIT MASTER RECORDS READ"
004000         DISPLAY "PGAUDCVT: " CV-MASTER-CONVERTED
004010             " AUDIT MASTER RECORDS CONVERTED"
004020     ELSE
004030         DISPLAY "PGAUDCVT: NO AUDMOLD - AUDIT MASTER NOT "
004040             "CONVERTED"
004050     END-IF.
004060     IF CV-AUDIT-PRESENT
004070         CLOSE OLD-AUDIT-LOG-FILE
004080         CLOSE AUDIT-LOG-FILE
004090         DISPLAY "PGAUDCVT: " CV-AUDIT-CONVERTED
004100             " AUDIT LOG RECORDS CONVERTED"
004110     ELSE
004120         DISPLAY "PGAUDCVT: NO AUDLOLD - AUDIT LOG NOT "
004130             "CONVERTED"
004140     END-IF.
004150     IF CV-MASTER-FAILURES > ZERO
004160         DISPLAY "PGAUDCVT: " CV-MASTER-FAILURES
004170             " AUDIT MASTER WRITE FAILURES"
004180         MOVE 08 TO RETURN-CODE
004190     END-IF.
004200 9000-EXIT.
004210     EXIT.
