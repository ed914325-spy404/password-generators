000220*    RUN CAN APPLY IT.  CONFIRMATIONS FOR ACCOUNTS WE NEVER
000230*    SENT ARE REPORTED AS ORPHANS.  WHEN THE INTAKE ABENDS
000240*    MID-FILE, THIS IS THE RECORD OF WHICH HALF GOT DONE.
000241*
000242*    EACH TARGET PLATFORM'S INTAKE RETURNS ITS OWN CONFIRMATION
000243*    FILE - CONFDIR (DIRECTORY), CONFMFS (MAINFRAME SECURITY),
000244*    CONFKSK (KIOSK PIN) - AND EACH IS BALANCED ON ITS OWN.  A
000245*    PLATFORM WHOSE FILE IS ABSENT, OR WHOSE TRAILER IS MISSING
000246*    OR OUT OF BALANCE, CANNOT BE MATCHED: EVERY FEED RECORD
000247*    FOR THAT PLATFORM GOES TO THE RE-SEND FEED, WHILE THE
000248*    OTHER PLATFORMS ARE MATCHED NORMALLY.  THE RE-SEND FEED
000249*    KEEPS THE PGFEED LAYOUT, TARGET BYTE INCLUDED, WITH
000250*    PER-PLATFORM TRAILER TOTALS, SO PGFEDRTE SPLITS IT LIKE
000251*    THE NIGHTLY FEED.  EVERY FEED RECORD IS ACCOUNTED FOR
000252*    EITHER WAY, SO THE RUN IS STILL FLAGGED CONSUMED AND ONE
000253*    PLATFORM'S FAILED INTAKE DOES NOT HOLD THE GENERATOR.
000254*
000260*    RETURN CODES -
000270*        0 = EVERY FEED ACCOUNT CONFIRMED APPLIED
000280*        4 = UNCONFIRMED ACCOUNTS WRITTEN TO THE RE-SEND FEED
000283*        8 = A PLATFORM WITH FEED RECORDS HAD NO USABLE
000286*            CONFIRMATION FILE - ALL ITS RECORDS RE-SENT
000290*       16 = FILE OPEN FAILURE, OR A TRAILER MISSING OR OUT
000300*            OF BALANCE ON THE FEED
000310*
000320*    MAINTENANCE HISTORY
000330*    DATE-WRITTEN.... 08/23/2026  DLO  ORIGINAL - CONFIRMATION
000500*                                      CONFIRMATION CONTROL-TOTAL
000510*                                      TRAILERS (PGTRLR); WRITE
000520*                                      ONE ON THE RE-SEND FEED
000521*    MODIFIED........ 10/15/2026  DLO  MATCH ONE CONFIRMATION
000522*                                      FILE PER TARGET PLATFORM
000523*                                      (CONFDIR, CONFMFS,
000524*                                      CONFKSK); AN UNUSABLE
000525*                                      FILE HOLDS ONLY THAT
000526*                                      PLATFORM'S RECORDS FOR
000527*                                      RE-SEND (RC 8)
000529*    MODIFIED........ 10/15/2026  DLO  STEP COMPLETION RECORD
000531*                                      APPENDED TO THE CYCLE
000533*                                      STEP LOG
000534*    MODIFIED........ 10/15/2026  DLO  RETIRED FEED-KEY ENTRIES
000535*                                      ON RUNCTL PASSED OVER
000536*****************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. PASSWORD-CONFIRM.
000560 AUTHOR. D. OKAFOR.
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS CF-FEED-STATUS.
000670
000680     SELECT OPTIONAL CONFIRM-DIR-FILE ASSIGN TO "CONFDIR"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS CF-CONF-STATUS.
000701
000702     SELECT OPTIONAL CONFIRM-MFS-FILE ASSIGN TO "CONFMFS"
000703         ORGANIZATION IS LINE SEQUENTIAL
000704         FILE STATUS IS CF-CONF-STATUS.
000705
000706     SELECT OPTIONAL CONFIRM-KSK-FILE ASSIGN TO "CONFKSK"
000707         ORGANIZATION IS LINE SEQUENTIAL
000708         FILE STATUS IS CF-CONF-STATUS.
000710
000720     SELECT RESEND-FEED-FILE ASSIGN TO "RESENDFD"
000730         ORGANIZATION IS LINE SEQUENTIAL
000830     RECORDING MODE IS F.
000840     COPY PGFEED.
000850
000860 FD  CONFIRM-DIR-FILE
000870     RECORDING MODE IS F.
000872 01  CF-CONF-DIR-RECORD             PIC X(80).
000874
000876 FD  CONFIRM-MFS-FILE
000878     RECORDING MODE IS F.
000880 01  CF-CONF-MFS-RECORD             PIC X(80).
000882
000884 FD  CONFIRM-KSK-FILE
000886     RECORDING MODE IS F.
000888 01  CF-CONF-KSK-RECORD             PIC X(80).
000890
000900 FD  RESEND-FEED-FILE
000910     RECORDING MODE IS F.
001150         88  CF-RL-OVERFLOWED            VALUE 'Y'.
001160     05  CF-FEED-TRAILER-SWITCH     PIC X(01) VALUE 'N'.
001170         88  CF-FEED-TRAILER-SEEN        VALUE 'Y'.
001200
001210*****************************************************************
001220*    FILE STATUS FIELDS
001310*    CONFIRMATION TABLE - LOADED FIRST, MATCHED AS THE FEED IS
001320*    READ.  CF-CT-MATCHED MARKS ENTRIES A FEED RECORD CLAIMED
001330*    SO LEFTOVERS CAN BE REPORTED AS ORPHAN CONFIRMATIONS.
001333*    CF-CT-TARGET-INDEX IS THE PLATFORM WHOSE FILE IT CAME FROM;
001336*    A FEED RECORD ONLY MATCHES ITS OWN PLATFORM'S ENTRIES.
001340*****************************************************************
001350 01  CF-CONFIRM-TABLE.
001360     05  CF-CONF-COUNT              PIC 9(05) COMP VALUE ZERO.
001390         10  CF-CT-ACCOUNT-ID       PIC X(08).
001400         10  CF-CT-STATUS           PIC X(01).
001410         10  CF-CT-MATCHED-SW       PIC X(01).
001415         10  CF-CT-TARGET-INDEX     PIC 9(02) COMP.
001420
001430*****************************************************************
001440*    COUNTERS AND WORK FIELDS
001690     05  CF-FEED-HASH-TOTAL         PIC 9(09) COMP VALUE ZERO.
001700     05  CF-FEED-EXPECT-COUNT       PIC 9(07) COMP VALUE ZERO.
001710     05  CF-FEED-EXPECT-HASH        PIC 9(09) COMP VALUE ZERO.
001750     05  CF-RESEND-HASH-TOTAL       PIC 9(09) COMP VALUE ZERO.
001751     05  CF-FEED-TARGET-SWITCH      PIC X(01) VALUE 'N'.
001752         88  CF-FEED-TARGET-TOTALS-SEEN  VALUE 'Y'.
001753
001754*****************************************************************
001755*    PER-TARGET-PLATFORM STATE - ENTRY 1 DIRECTORY (CONFDIR), 2
001756*    MAINFRAME SECURITY (CONFMFS), 3 KIOSK PIN (CONFKSK).  THE
001757*    CONFIRMATION STATE SAYS WHETHER THAT PLATFORM'S FILE CAN BE
001758*    MATCHED; ANY OTHER STATE THAN USABLE SENDS THE PLATFORM'S
001759*    WHOLE SHARE OF THE FEED TO THE RE-SEND FEED.
001760*****************************************************************
001761 01  CF-TARGET-TABLE.
001762     05  CF-TARGET-INDEX            PIC 9(02) COMP.
001763     05  CF-TARGET-PLATFORM         PIC X(01).
001764         88  CF-TARGET-MAINFRAME         VALUE 'M'.
001765         88  CF-TARGET-KIOSK             VALUE 'K'.
001766     05  CF-UNUSABLE-TARGETS        PIC 9(02) COMP VALUE ZERO.
001767     05  CF-TARGET-STATE-TEXT       PIC X(18).
001768     05  CF-TARGET-ENTRY OCCURS 3 TIMES.
001769         10  CF-TG-CONF-STATE       PIC X(01).
001770             88  CF-TG-USABLE            VALUE 'U'.
001771             88  CF-TG-FILE-ABSENT       VALUE 'M'.
001772             88  CF-TG-NO-TRAILER        VALUE 'T'.
001773             88  CF-TG-OUT-OF-BALANCE    VALUE 'B'.
001774             88  CF-TG-DATA-AFTER        VALUE 'X'.
001775         10  CF-TG-TRAILER-SW       PIC X(01).
001776             88  CF-TG-TRAILER-SEEN      VALUE 'Y'.
001777         10  CF-TG-CONF-RECORDS     PIC 9(07) COMP.
001778         10  CF-TG-CONF-HASH        PIC 9(09) COMP.
001779         10  CF-TG-CONF-EXPECT-COUNT
001780                                    PIC 9(07) COMP.
001781         10  CF-TG-CONF-EXPECT-HASH PIC 9(09) COMP.
001782         10  CF-TG-FEED-COUNT       PIC 9(07) COMP.
001783         10  CF-TG-FEED-HASH        PIC 9(09) COMP.
001784         10  CF-TG-FEED-EXPECT-COUNT
001785                                    PIC 9(07) COMP.
001786         10  CF-TG-FEED-EXPECT-HASH PIC 9(09) COMP.
001787         10  CF-TG-CONFIRMED-COUNT  PIC 9(07) COMP.
001788         10  CF-TG-HELD-COUNT       PIC 9(07) COMP.
001789         10  CF-TG-RESEND-COUNT     PIC 9(07) COMP.
001790         10  CF-TG-RESEND-HASH      PIC 9(09) COMP.
001791
001792 01  CF-TARGET-NAME-VALUES.
001793     05  FILLER                     PIC X(28)
001794             VALUE 'CONFDIR   DIRECTORY'.
001795     05  FILLER                     PIC X(28)
001796             VALUE 'CONFMFS   MAINFRAME SECURITY'.
001797     05  FILLER                     PIC X(28)
001798             VALUE 'CONFKSK   KIOSK PIN'.
001799 01  CF-TARGET-NAME-TABLE REDEFINES CF-TARGET-NAME-VALUES.
001800     05  CF-TARGET-NAME-ENTRY OCCURS 3 TIMES.
001801         10  CF-TARGET-DD-NAME      PIC X(10).
001802         10  CF-TARGET-NAME         PIC X(18).
001803
001804*****************************************************************
001805*    CONFIRMATION RECORD WORK AREA - EACH PLATFORM FILE IS READ
001806*    INTO IT.
001807*****************************************************************
001808     COPY PGCONF.
001809
001810     COPY PGTRLR.
001811
001812     COPY PGHSHPM.
001813
001814*****************************************************************
001815*    CYCLE STEP LOG RECORD AND FILE-ENTRY WORK AREA
001816*****************************************************************
001817     COPY PGSTEP.
001818
001819*****************************************************************
001820*    RUN-CONTROL LEDGER STATE - USED TO FIND THE LATEST ENDED,
001830*    STILL-UNCONSUMED BATCH RUN SO ITS FEED CAN BE FLAGGED
001840*    CONSUMED ONCE THIS MATCH RUN HAS ACCOUNTED FOR IT.
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002080
002090     PERFORM 2000-LOAD-CONFIRMATIONS THRU 2000-EXIT.
002110
002120     PERFORM 3000-MATCH-ONE-FEED-RECORD THRU 3000-EXIT
002130         UNTIL CF-END-OF-FEED.
002200
002210     PERFORM 8000-FLAG-FEED-CONSUMED THRU 8000-EXIT.
002220     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002223
002226     PERFORM 9900-LOG-CYCLE-STEP THRU 9900-EXIT.
002230
002240     STOP RUN.
002250
002260*****************************************************************
002270*    1000-INITIALIZE - THE PLATFORM CONFIRMATION FILES OPEN ONE
002280*    AT A TIME IN 2000-LOAD-CONFIRMATIONS.  AN EMPTY ONE WITH
002290*    ITS TRAILER MEANS THAT INTAKE APPLIED NOTHING AND ITS
002295*    WHOLE SHARE OF THE FEED WILL RE-SEND.
002300*****************************************************************
002310 1000-INITIALIZE.
002312     MOVE SPACES TO PG-STEP-RECORD.
002314     MOVE ZERO TO PG-SR-FILE-COUNT.
002316     MOVE 'PGPWDCFM' TO PG-SR-PROGRAM.
002318     MOVE FUNCTION CURRENT-DATE TO PG-SR-START-TIME.
002320     MOVE FUNCTION CURRENT-DATE TO CF-CURRENT-DATE-TIME.
002330     MOVE CF-CURRENT-DATE-TIME(1:8) TO CF-TODAY-YMD.
002340     COMPUTE CF-TODAY-JULIAN =
002410         MOVE 16 TO RETURN-CODE
002420         STOP RUN
002430     END-IF.
002510     OPEN OUTPUT RESEND-FEED-FILE.
002520     IF CF-RESEND-STATUS NOT = '00'
002530         DISPLAY "PGPWDCFM: CANNOT OPEN RESEND-FEED-FILE - "
002550         MOVE 16 TO RETURN-CODE
002560         STOP RUN
002570     END-IF.
002572     PERFORM 1100-RESET-ONE-TARGET THRU 1100-EXIT
002574         VARYING CF-TARGET-INDEX FROM 1 BY 1
002576         UNTIL CF-TARGET-INDEX > 3.
002580 1000-EXIT.
002590     EXIT.
002592
002594 1100-RESET-ONE-TARGET.
002596     MOVE 'U' TO CF-TG-CONF-STATE(CF-TARGET-INDEX).
002598     MOVE 'N' TO CF-TG-TRAILER-SW(CF-TARGET-INDEX).
002600     MOVE ZERO TO CF-TG-CONF-RECORDS(CF-TARGET-INDEX).
002602     MOVE ZERO TO CF-TG-CONF-HASH(CF-TARGET-INDEX).
002604     MOVE ZERO TO CF-TG-CONF-EXPECT-COUNT(CF-TARGET-INDEX).
002606     MOVE ZERO TO CF-TG-CONF-EXPECT-HASH(CF-TARGET-INDEX).
002608     MOVE ZERO TO CF-TG-FEED-COUNT(CF-TARGET-INDEX).
002610     MOVE ZERO TO CF-TG-FEED-HASH(CF-TARGET-INDEX).
002612     MOVE ZERO TO CF-TG-FEED-EXPECT-COUNT(CF-TARGET-INDEX).
002614     MOVE ZERO TO CF-TG-FEED-EXPECT-HASH(CF-TARGET-INDEX).
002616     MOVE ZERO TO CF-TG-CONFIRMED-COUNT(CF-TARGET-INDEX).
002618     MOVE ZERO TO CF-TG-HELD-COUNT(CF-TARGET-INDEX).
002620     MOVE ZERO TO CF-TG-RESEND-COUNT(CF-TARGET-INDEX).
002622     MOVE ZERO TO CF-TG-RESEND-HASH(CF-TARGET-INDEX).
002624 1100-EXIT.
002626     EXIT.
002628
002630*****************************************************************
002632*    2000-LOAD-CONFIRMATIONS - EACH PLATFORM FILE IN TURN.  AN
002634*    ABSENT FILE (OPTIONAL DD NOT SUPPLIED, OR DUMMY) MARKS THAT
002636*    PLATFORM UNUSABLE; ANY OTHER OPEN FAILURE IS AN OPERATIONS
002638*    ERROR AND ABENDS AS BEFORE.
002640*****************************************************************
002642 2000-LOAD-CONFIRMATIONS.
002644     MOVE 1 TO CF-TARGET-INDEX.
002646     OPEN INPUT CONFIRM-DIR-FILE.
002648     PERFORM 2400-CHECK-CONFIRM-OPEN THRU 2400-EXIT.
002650     IF CF-TG-USABLE(CF-TARGET-INDEX)
002652         MOVE 'N' TO CF-CONF-EOF-SWITCH
002654         PERFORM 2100-LOAD-ONE-DIR-CONFIRM THRU 2100-EXIT
002656             UNTIL CF-END-OF-CONFIRMS
002658         PERFORM 2600-CHECK-CONFIRM-TRAILER THRU 2600-EXIT
002660     END-IF.
002662     CLOSE CONFIRM-DIR-FILE.
002664
002666     MOVE 2 TO CF-TARGET-INDEX.
002668     OPEN INPUT CONFIRM-MFS-FILE.
002670     PERFORM 2400-CHECK-CONFIRM-OPEN THRU 2400-EXIT.
002672     IF CF-TG-USABLE(CF-TARGET-INDEX)
002674         MOVE 'N' TO CF-CONF-EOF-SWITCH
002676         PERFORM 2200-LOAD-ONE-MFS-CONFIRM THRU 2200-EXIT
002678             UNTIL CF-END-OF-CONFIRMS
002680         PERFORM 2600-CHECK-CONFIRM-TRAILER THRU 2600-EXIT
002682     END-IF.
002684     CLOSE CONFIRM-MFS-FILE.
002686
002688     MOVE 3 TO CF-TARGET-INDEX.
002690     OPEN INPUT CONFIRM-KSK-FILE.
002692     PERFORM 2400-CHECK-CONFIRM-OPEN THRU 2400-EXIT.
002694     IF CF-TG-USABLE(CF-TARGET-INDEX)
002696         MOVE 'N' TO CF-CONF-EOF-SWITCH
002698         PERFORM 2300-LOAD-ONE-KSK-CONFIRM THRU 2300-EXIT
002700             UNTIL CF-END-OF-CONFIRMS
002702         PERFORM 2600-CHECK-CONFIRM-TRAILER THRU 2600-EXIT
002704     END-IF.
002706     CLOSE CONFIRM-KSK-FILE.
002708 2000-EXIT.
002710     EXIT.
002712
002714 2100-LOAD-ONE-DIR-CONFIRM.
002716     READ CONFIRM-DIR-FILE INTO PG-CONFIRM-RECORD
002718         AT END
002720             MOVE 'Y' TO CF-CONF-EOF-SWITCH
002722             GO TO 2100-EXIT
002724     END-READ.
002726     PERFORM 2500-POST-ONE-CONFIRMATION THRU 2500-EXIT.
002728 2100-EXIT.
002730     EXIT.
002732
002734 2200-LOAD-ONE-MFS-CONFIRM.
002736     READ CONFIRM-MFS-FILE INTO PG-CONFIRM-RECORD
002738         AT END
002740             MOVE 'Y' TO CF-CONF-EOF-SWITCH
002742             GO TO 2200-EXIT
002744     END-READ.
002746     PERFORM 2500-POST-ONE-CONFIRMATION THRU 2500-EXIT.
002748 2200-EXIT.
002750     EXIT.
002752
002754 2300-LOAD-ONE-KSK-CONFIRM.
002756     READ CONFIRM-KSK-FILE INTO PG-CONFIRM-RECORD
002758         AT END
002760             MOVE 'Y' TO CF-CONF-EOF-SWITCH
002762             GO TO 2300-EXIT
002764     END-READ.
002766     PERFORM 2500-POST-ONE-CONFIRMATION THRU 2500-EXIT.
002768 2300-EXIT.
002770     EXIT.
002772
002774 2400-CHECK-CONFIRM-OPEN.
002776     IF CF-CONF-STATUS = '05'
002778         MOVE 'M' TO CF-TG-CONF-STATE(CF-TARGET-INDEX)
002780         GO TO 2400-EXIT
002782     END-IF.
002784     IF CF-CONF-STATUS NOT = '00'
002786         DISPLAY "PGPWDCFM: CANNOT OPEN "
002788             CF-TARGET-DD-NAME(CF-TARGET-INDEX)
002790             " - STATUS " CF-CONF-STATUS " - ABEND"
002792         MOVE 16 TO RETURN-CODE
002794         STOP RUN
002796     END-IF.
002798 2400-EXIT.
002800     EXIT.
002802
002804*****************************************************************
002806*    2500-POST-ONE-CONFIRMATION - ONE RECORD OF THE CURRENT
002808*    PLATFORM'S FILE.  A RECORD AFTER THE TRAILER MAKES THE
002810*    WHOLE FILE SUSPECT - THE PLATFORM IS MARKED UNUSABLE AND
002812*    THE REST OF THE FILE IS READ PAST.
002814*****************************************************************
002816 2500-POST-ONE-CONFIRMATION.
002818     IF NOT CF-TG-USABLE(CF-TARGET-INDEX)
002820         GO TO 2500-EXIT
002822     END-IF.
002824     IF PG-CF-ACCOUNT-ID = '*TRAILER'
002826        AND NOT CF-TG-TRAILER-SEEN(CF-TARGET-INDEX)
002828         MOVE PG-CONFIRM-RECORD TO PG-TRAILER-RECORD
002830         MOVE PG-TL-RECORD-COUNT
002832             TO CF-TG-CONF-EXPECT-COUNT(CF-TARGET-INDEX)
002834         MOVE PG-TL-HASH-TOTAL
002836             TO CF-TG-CONF-EXPECT-HASH(CF-TARGET-INDEX)
002838         MOVE 'Y' TO CF-TG-TRAILER-SW(CF-TARGET-INDEX)
002840         GO TO 2500-EXIT
002842     END-IF.
002844     IF CF-TG-TRAILER-SEEN(CF-TARGET-INDEX)
002846         MOVE 'X' TO CF-TG-CONF-STATE(CF-TARGET-INDEX)
002848         GO TO 2500-EXIT
002850     END-IF.
002852     MOVE PG-CF-ACCOUNT-ID TO PG-HS-ACCOUNT-ID.
002854     CALL 'ACCOUNT-HASH' USING PG-HASH-PARMS.
002856     COMPUTE CF-TG-CONF-HASH(CF-TARGET-INDEX) =
002858         FUNCTION MOD(CF-TG-CONF-HASH(CF-TARGET-INDEX)
002860             + PG-HS-HASH-VALUE, 1000000000).
002862     ADD 1 TO CF-TG-CONF-RECORDS(CF-TARGET-INDEX).
002864     ADD 1 TO CF-CONF-RECORDS.
002866     IF CF-CONF-COUNT NOT < CF-CONF-MAX
002868         DISPLAY "PGPWDCFM: MORE THAN " CF-CONF-MAX
002870             " CONFIRMATION RECORDS - ABEND"
002872         MOVE 16 TO RETURN-CODE
002874         STOP RUN
002876     END-IF.
002878     ADD 1 TO CF-CONF-COUNT.
002880     MOVE PG-CF-ACCOUNT-ID TO CF-CT-ACCOUNT-ID(CF-CONF-COUNT).
002882     MOVE PG-CF-STATUS TO CF-CT-STATUS(CF-CONF-COUNT).
002884     MOVE 'N' TO CF-CT-MATCHED-SW(CF-CONF-COUNT).
002886     MOVE CF-TARGET-INDEX TO CF-CT-TARGET-INDEX(CF-CONF-COUNT).
002888 2500-EXIT.
002890     EXIT.
002892
002894*****************************************************************
002896*    2600-CHECK-CONFIRM-TRAILER - A PLATFORM FILE WITH NO
002898*    TRAILER, OR ONE THAT DOES NOT BALANCE, WAS TRUNCATED IN
002900*    TRANSFER.  ITS CONFIRMATIONS CANNOT BE TRUSTED, SO THE
002902*    PLATFORM IS MARKED UNUSABLE RATHER THAN ABENDING THE
002904*    WHOLE MATCH RUN.
002906*****************************************************************
002908 2600-CHECK-CONFIRM-TRAILER.
002910     IF NOT CF-TG-USABLE(CF-TARGET-INDEX)
002912         GO TO 2600-EXIT
002914     END-IF.
002916     IF NOT CF-TG-TRAILER-SEEN(CF-TARGET-INDEX)
002918         MOVE 'T' TO CF-TG-CONF-STATE(CF-TARGET-INDEX)
002920         GO TO 2600-EXIT
002922     END-IF.
002924     IF CF-TG-CONF-RECORDS(CF-TARGET-INDEX)
002926            NOT = CF-TG-CONF-EXPECT-COUNT(CF-TARGET-INDEX)
002928        OR CF-TG-CONF-HASH(CF-TARGET-INDEX)
002930            NOT = CF-TG-CONF-EXPECT-HASH(CF-TARGET-INDEX)
002932         DISPLAY "PGPWDCFM: "
002934             CF-TARGET-DD-NAME(CF-TARGET-INDEX)
002936             " TRAILER OUT OF BALANCE - EXPECTED "
002938             CF-TG-CONF-EXPECT-COUNT(CF-TARGET-INDEX)
002940             " RECORDS HASH "
002942             CF-TG-CONF-EXPECT-HASH(CF-TARGET-INDEX)
002944             " GOT " CF-TG-CONF-RECORDS(CF-TARGET-INDEX)
002946             " HASH " CF-TG-CONF-HASH(CF-TARGET-INDEX)
002948         MOVE 'B' TO CF-TG-CONF-STATE(CF-TARGET-INDEX)
002950     END-IF.
002952 2600-EXIT.
002954     EXIT.
002987
003020*****************************************************************
003030*    3000-MATCH-ONE-FEED-RECORD - EVERY FEED ACCOUNT MUST FIND
003040*    AN 'A'-STATUS CONFIRMATION.  ANYTHING ELSE - NO RECORD AT
003050*    ALL, OR AN 'F' FROM THE INTAKE - GOES TO THE RE-SEND FEED
003060*    WITH ITS GENERATION-DATE AGE ON THE REPORT LINE.  A RECORD
003063*    FOR A PLATFORM WITH NO USABLE CONFIRMATION FILE GOES TO
003066*    THE RE-SEND FEED UNMATCHED.
003070*****************************************************************
003080 3000-MATCH-ONE-FEED-RECORD.
003090     READ PASSWORD-FEED-FILE
003160         MOVE PG-TL-RECORD-COUNT TO CF-FEED-EXPECT-COUNT
003170         MOVE PG-TL-HASH-TOTAL TO CF-FEED-EXPECT-HASH
003180         MOVE 'Y' TO CF-FEED-TRAILER-SWITCH
003181         IF PG-TL-TARGET-TOTALS NUMERIC
003182             PERFORM 3050-SAVE-TARGET-EXPECT THRU 3050-EXIT
003183                 VARYING CF-TARGET-INDEX FROM 1 BY 1
003184                 UNTIL CF-TARGET-INDEX > 3
003185             MOVE 'Y' TO CF-FEED-TARGET-SWITCH
003186         END-IF
003190         GO TO 3000-EXIT
003200     END-IF.
003210     IF CF-FEED-TRAILER-SEEN
003290         FUNCTION MOD(CF-FEED-HASH-TOTAL + PG-HS-HASH-VALUE,
003300             1000000000).
003310     ADD 1 TO CF-FEED-RECORDS.
003311     MOVE PG-FD-TARGET-PLATFORM TO CF-TARGET-PLATFORM.
003312     PERFORM 3060-SET-TARGET-INDEX THRU 3060-EXIT.
003313     ADD 1 TO CF-TG-FEED-COUNT(CF-TARGET-INDEX).
003314     COMPUTE CF-TG-FEED-HASH(CF-TARGET-INDEX) =
003315         FUNCTION MOD(CF-TG-FEED-HASH(CF-TARGET-INDEX)
003316             + PG-HS-HASH-VALUE, 1000000000).
003320
003321     IF NOT CF-TG-USABLE(CF-TARGET-INDEX)
003322         ADD 1 TO CF-TG-HELD-COUNT(CF-TARGET-INDEX)
003323         PERFORM 3300-WRITE-RESEND-RECORD THRU 3300-EXIT
003324         GO TO 3000-EXIT
003325     END-IF.
003327
003330     MOVE 'N' TO CF-MATCH-FOUND-SWITCH.
003340     PERFORM 3100-FIND-CONFIRMATION THRU 3100-EXIT
003350         VARYING CF-WORK-INDEX FROM 1 BY 1
003390     IF CF-MATCH-FOUND
003400        AND CF-CT-STATUS(CF-CONF-INDEX) = 'A'
003410         ADD 1 TO CF-CONFIRMED-COUNT
003415         ADD 1 TO CF-TG-CONFIRMED-COUNT(CF-TARGET-INDEX)
003420         GO TO 3000-EXIT
003430     END-IF.
003440
003460         ADD 1 TO CF-FAILED-COUNT
003470     END-IF.
003480     PERFORM 3200-COMPUTE-FEED-AGE THRU 3200-EXIT.
003500     DISPLAY "  UNCONFIRMED " PG-FD-ACCOUNT-ID
003510         " GENERATED " PG-FD-GEN-DATE
003520         " AGE " CF-FEED-AGE-DAYS " DAYS".
003530     PERFORM 3300-WRITE-RESEND-RECORD THRU 3300-EXIT.
003570 3000-EXIT.
003580     EXIT.
003590
003591 3050-SAVE-TARGET-EXPECT.
003592     MOVE PG-TL-TARGET-COUNT(CF-TARGET-INDEX)
003593         TO CF-TG-FEED-EXPECT-COUNT(CF-TARGET-INDEX).
003594     MOVE PG-TL-TARGET-HASH(CF-TARGET-INDEX)
003595         TO CF-TG-FEED-EXPECT-HASH(CF-TARGET-INDEX).
003596 3050-EXIT.
003597     EXIT.
003598
003599*****************************************************************
003600*    3060-SET-TARGET-INDEX - 1 = DIRECTORY (ALSO BLANK, FROM A
003601*    FEED WRITTEN BEFORE TARGET PLATFORMS WERE CARRIED),
003602*    2 = MAINFRAME SECURITY, 3 = KIOSK PIN.
003603*****************************************************************
003604 3060-SET-TARGET-INDEX.
003605     MOVE 1 TO CF-TARGET-INDEX.
003606     IF CF-TARGET-MAINFRAME
003607         MOVE 2 TO CF-TARGET-INDEX
003608     END-IF.
003609     IF CF-TARGET-KIOSK
003610         MOVE 3 TO CF-TARGET-INDEX
003611     END-IF.
003612 3060-EXIT.
003613     EXIT.
003614
003615 3100-FIND-CONFIRMATION.
003616     IF CF-CT-ACCOUNT-ID(CF-WORK-INDEX) = PG-FD-ACCOUNT-ID
003620        AND CF-CT-MATCHED-SW(CF-WORK-INDEX) = 'N'
003625        AND CF-CT-TARGET-INDEX(CF-WORK-INDEX) = CF-TARGET-INDEX
003630         MOVE 'Y' TO CF-MATCH-FOUND-SWITCH
003640         MOVE 'Y' TO CF-CT-MATCHED-SW(CF-WORK-INDEX)
003650         MOVE CF-WORK-INDEX TO CF-CONF-INDEX
003840     END-IF.
003850 3200-EXIT.
003860     EXIT.
003861
003862 3300-WRITE-RESEND-RECORD.
003863     ADD 1 TO CF-UNCONFIRMED-COUNT.
003864     WRITE CF-RESEND-RECORD FROM PG-FEED-RECORD.
003865     COMPUTE CF-RESEND-HASH-TOTAL =
003866         FUNCTION MOD(CF-RESEND-HASH-TOTAL + PG-HS-HASH-VALUE,
003867             1000000000).
003868     ADD 1 TO CF-TG-RESEND-COUNT(CF-TARGET-INDEX).
003869     COMPUTE CF-TG-RESEND-HASH(CF-TARGET-INDEX) =
003870         FUNCTION MOD(CF-TG-RESEND-HASH(CF-TARGET-INDEX)
003871             + PG-HS-HASH-VALUE, 1000000000).
003872 3300-EXIT.
003873     EXIT.
003874
003880*****************************************************************
003890*    4000-REPORT-ORPHAN-CONFIRMS - CONFIRMATIONS FOR ACCOUNTS
003900*    NOT ON THE FEED WE SENT.  USUALLY A SIGN THE INTAKE RAN
003910*    AGAINST THE WRONG FEED GENERATION.  A PLATFORM WHOSE FILE
003915*    WAS SET ASIDE AS UNUSABLE IS NOT REPORTED HERE.
003920*****************************************************************
003930 4000-REPORT-ORPHAN-CONFIRMS.
003932     MOVE CF-CT-TARGET-INDEX(CF-CONF-INDEX) TO CF-TARGET-INDEX.
003934     IF NOT CF-TG-USABLE(CF-TARGET-INDEX)
003936         GO TO 4000-EXIT
003938     END-IF.
003940     IF CF-CT-MATCHED-SW(CF-CONF-INDEX) = 'N'
003950         ADD 1 TO CF-ORPHAN-CONF-COUNT
003960         DISPLAY "  ORPHAN CONFIRMATION "
004020
004030
004040*****************************************************************
004050*    7000-VERIFY-INPUT-TRAILERS - THE FEED MUST END WITH A
004060*    CONTROL-TOTAL TRAILER THAT BALANCES TO WHAT WAS READ, BY
004070*    PLATFORM AS WELL WHEN THE TRAILER CARRIES THE SUBTOTALS.  A
004080*    TRUNCATED FEED FAILS HERE INSTEAD OF SHOWING UP AS A WALL
004083*    OF UNCONFIRMED ACCOUNTS TOMORROW.  THE CONFIRMATION FILES
004086*    ARE CHECKED ONE PLATFORM AT A TIME IN 2600.
004090*****************************************************************
004100 7000-VERIFY-INPUT-TRAILERS.
004110     IF NOT CF-FEED-TRAILER-SEEN
004230         MOVE 16 TO RETURN-CODE
004240         STOP RUN
004250     END-IF.
004260     IF CF-FEED-TARGET-TOTALS-SEEN
004270         PERFORM 7100-VERIFY-ONE-TARGET THRU 7100-EXIT
004280             VARYING CF-TARGET-INDEX FROM 1 BY 1
004290             UNTIL CF-TARGET-INDEX > 3
004300     END-IF.
004410 7000-EXIT.
004420     EXIT.
004421
004422 7100-VERIFY-ONE-TARGET.
004423     IF CF-TG-FEED-COUNT(CF-TARGET-INDEX)
004424            NOT = CF-TG-FEED-EXPECT-COUNT(CF-TARGET-INDEX)
004425        OR CF-TG-FEED-HASH(CF-TARGET-INDEX)
004426            NOT = CF-TG-FEED-EXPECT-HASH(CF-TARGET-INDEX)
004427         DISPLAY "PGPWDCFM: FEED "
004428             CF-TARGET-NAME(CF-TARGET-INDEX)
004429             " TOTALS OUT OF BALANCE - EXPECTED "
004430             CF-TG-FEED-EXPECT-COUNT(CF-TARGET-INDEX)
004431             " RECORDS HASH "
004432             CF-TG-FEED-EXPECT-HASH(CF-TARGET-INDEX)
004433             " GOT " CF-TG-FEED-COUNT(CF-TARGET-INDEX)
004434             " HASH " CF-TG-FEED-HASH(CF-TARGET-INDEX)
004435             " - ABEND"
004436         MOVE 16 TO RETURN-CODE
004437         STOP RUN
004438     END-IF.
004439 7100-EXIT.
004440     EXIT.
004441
004442*****************************************************************
004450*    8000-FLAG-FEED-CONSUMED - THE FEED JUST MATCHED HAS BEEN
004460*    INGESTED BY PROVISIONING INTAKE (ANY LEFTOVERS ARE ON THE
004470*    RE-SEND FEED), SO EVERY ENDED, STILL-UNCONSUMED BATCH RUN
004480*    ON THE RUN-CONTROL LEDGER IS FLAGGED CONSUMED AND THE
004490*    GENERATOR IS FREE TO OPEN A FRESH FEED.  A SPLIT SWEEP
004500*    CONTRIBUTES ONE SUCH RUN PER STREAM TO THE MERGED FEED,
004510*    AND EVERY ONE OF THEM IS ACCOUNTED FOR HERE.  RETIRED
004515*    FEED-KEY ENTRIES ('K') ARE NOT RUNS AND ARE PASSED OVER.
004520*****************************************************************
004530 8000-FLAG-FEED-CONSUMED.
004540     MOVE ZERO TO CF-RL-COUNT.
004970             MOVE 'Y' TO CF-RUNC-EOF-SWITCH
004980             GO TO 8100-EXIT
004990     END-READ.
004992     IF PG-RC-KEY-RETIRED
004994         GO TO 8100-EXIT
004996     END-IF.
005000     PERFORM 8200-POST-LEDGER-RECORD THRU 8200-EXIT.
005010 8100-EXIT.
005020     EXIT.
005860*****************************************************************
005870 9000-TERMINATE.
005880     CLOSE PASSWORD-FEED-FILE.
005900     MOVE SPACES TO PG-TRAILER-RECORD.
005910     MOVE '*TRAILER' TO PG-TL-SENTINEL.
005920     MOVE CF-UNCONFIRMED-COUNT TO PG-TL-RECORD-COUNT.
005930     MOVE CF-RESEND-HASH-TOTAL TO PG-TL-HASH-TOTAL.
005932     PERFORM 9050-SET-RESEND-TARGET THRU 9050-EXIT
005934         VARYING CF-TARGET-INDEX FROM 1 BY 1
005936         UNTIL CF-TARGET-INDEX > 3.
005940     WRITE CF-RESEND-RECORD FROM PG-TRAILER-RECORD.
005950     CLOSE RESEND-FEED-FILE.
005960     DISPLAY "PGPWDCFM: " CF-FEED-RECORDS " FEED RECORDS READ".
006040         " ACCOUNTS WRITTEN TO RE-SEND FEED".
006050     DISPLAY "PGPWDCFM: " CF-ORPHAN-CONF-COUNT
006060         " ORPHAN CONFIRMATIONS".
006062     MOVE ZERO TO CF-UNUSABLE-TARGETS.
006064     PERFORM 9100-REPORT-ONE-TARGET THRU 9100-EXIT
006066         VARYING CF-TARGET-INDEX FROM 1 BY 1
006068         UNTIL CF-TARGET-INDEX > 3.
006070     IF CF-UNCONFIRMED-COUNT > ZERO
006080         MOVE 04 TO RETURN-CODE
006090     END-IF.
006092     IF CF-UNUSABLE-TARGETS > ZERO
006094         MOVE 08 TO RETURN-CODE
006096     END-IF.
006100 9000-EXIT.
006110     EXIT.
006120
006130 9050-SET-RESEND-TARGET.
006140     MOVE CF-TG-RESEND-COUNT(CF-TARGET-INDEX)
006150         TO PG-TL-TARGET-COUNT(CF-TARGET-INDEX).
006160     MOVE CF-TG-RESEND-HASH(CF-TARGET-INDEX)
006170         TO PG-TL-TARGET-HASH(CF-TARGET-INDEX).
006180 9050-EXIT.
006190     EXIT.
006200
006210*****************************************************************
006220*    9100-REPORT-ONE-TARGET - ONE SUMMARY LINE PER PLATFORM.  A
006230*    PLATFORM THAT HAD FEED RECORDS BUT NO USABLE CONFIRMATION
006240*    FILE IS COUNTED FOR THE RETURN CODE; ITS RECORDS ARE
006250*    ALREADY ON THE RE-SEND FEED.
006260*****************************************************************
006270 9100-REPORT-ONE-TARGET.
006280     MOVE 'USABLE' TO CF-TARGET-STATE-TEXT.
006290     IF CF-TG-FILE-ABSENT(CF-TARGET-INDEX)
006300         MOVE 'FILE ABSENT' TO CF-TARGET-STATE-TEXT
006310     END-IF.
006320     IF CF-TG-NO-TRAILER(CF-TARGET-INDEX)
006330         MOVE 'NO TRAILER' TO CF-TARGET-STATE-TEXT
006340     END-IF.
006350     IF CF-TG-OUT-OF-BALANCE(CF-TARGET-INDEX)
006360         MOVE 'OUT OF BALANCE' TO CF-TARGET-STATE-TEXT
006370     END-IF.
006380     IF CF-TG-DATA-AFTER(CF-TARGET-INDEX)
006390         MOVE 'DATA AFTER TRAILER' TO CF-TARGET-STATE-TEXT
006400     END-IF.
006410     DISPLAY "PGPWDCFM: " CF-TARGET-NAME(CF-TARGET-INDEX)
006420         " " CF-TARGET-STATE-TEXT
006430         " FEED " CF-TG-FEED-COUNT(CF-TARGET-INDEX)
006440         " CONFIRMED " CF-TG-CONFIRMED-COUNT(CF-TARGET-INDEX)
006450         " HELD " CF-TG-HELD-COUNT(CF-TARGET-INDEX)
006460         " RE-SENT " CF-TG-RESEND-COUNT(CF-TARGET-INDEX).
006470     IF NOT CF-TG-USABLE(CF-TARGET-INDEX)
006480        AND CF-TG-FEED-COUNT(CF-TARGET-INDEX) > ZERO
006490         ADD 1 TO CF-UNUSABLE-TARGETS
006500         DISPLAY "PGPWDCFM: *WARNING* "
006510             CF-TARGET-DD-NAME(CF-TARGET-INDEX)
006520             " NOT USABLE - "
006530             CF-TG-HELD-COUNT(CF-TARGET-INDEX)
006540             " RECORDS HELD FOR RE-SEND"
006550     END-IF.
006560 9100-EXIT.
006570     EXIT.
006580
006590*****************************************************************
006600*    9900-LOG-CYCLE-STEP - STEP COMPLETION RECORD FOR THE CYCLE
006610*    STEP LOG (PGSTEP): THE FEED, EACH PLATFORM CONFIRMATION FILE
006620*    THAT WAS PRESENT (TRAILED ONLY WHEN IT WAS USABLE), AND THE
006630*    RE-SEND FEED.
006640*****************************************************************
006650 9900-LOG-CYCLE-STEP.
006660     MOVE 'I' TO PG-SF-USE.
006670     MOVE 'PWDFEED' TO PG-SF-DD.
006680     MOVE CF-FEED-RECORDS TO PG-SF-RECORDS.
006690     MOVE 'Y' TO PG-SF-TRAILER-SW.
006700     MOVE CF-FEED-HASH-TOTAL TO PG-SF-HASH.
006710     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
006720     PERFORM 9920-LOG-ONE-TARGET THRU 9920-EXIT
006730         VARYING CF-TARGET-INDEX FROM 1 BY 1
006740         UNTIL CF-TARGET-INDEX > 3.
006750     MOVE 'O' TO PG-SF-USE.
006760     MOVE 'RESENDFD' TO PG-SF-DD.
006770     MOVE CF-UNCONFIRMED-COUNT TO PG-SF-RECORDS.
006780     MOVE 'Y' TO PG-SF-TRAILER-SW.
006790     MOVE CF-RESEND-HASH-TOTAL TO PG-SF-HASH.
006800     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
006810     MOVE RETURN-CODE TO PG-SR-RETURN-CODE.
006820     CALL 'CYCLE-STEP-LOG' USING PG-STEP-RECORD.
006830 9900-EXIT.
006840     EXIT.
006850
006860*****************************************************************
006870*    9910-ADD-STEP-FILE - THE FILE ENTRY BUILT IN
006880*    PG-STEP-FILE-WORK BECOMES THE NEXT ENTRY OF THE STEP
006890*    RECORD.
006900*****************************************************************
006910 9910-ADD-STEP-FILE.
006920     IF PG-SR-FILE-COUNT NOT < 10
006930         GO TO 9910-EXIT
006940     END-IF.
006950     ADD 1 TO PG-SR-FILE-COUNT.
006960     MOVE PG-STEP-FILE-WORK
006970         TO PG-SR-FILE-ENTRY(PG-SR-FILE-COUNT).
006980 9910-EXIT.
006990     EXIT.
007000
007002*****************************************************************
007004*    9920-LOG-ONE-TARGET - ONE PLATFORM CONFIRMATION FILE; AN
007006*    ABSENT FILE IS NOT LOGGED.
007008*****************************************************************
007010 9920-LOG-ONE-TARGET.
007020     IF CF-TG-FILE-ABSENT(CF-TARGET-INDEX)
007030         GO TO 9920-EXIT
007040     END-IF.
007050     MOVE 'I' TO PG-SF-USE.
007060     MOVE CF-TARGET-DD-NAME(CF-TARGET-INDEX) TO PG-SF-DD.
007070     MOVE CF-TG-CONF-RECORDS(CF-TARGET-INDEX) TO PG-SF-RECORDS.
007080     MOVE 'N' TO PG-SF-TRAILER-SW.
007090     IF CF-TG-USABLE(CF-TARGET-INDEX)
007100         MOVE 'Y' TO PG-SF-TRAILER-SW
007110     END-IF.
007120     MOVE CF-TG-CONF-HASH(CF-TARGET-INDEX) TO PG-SF-HASH.
007130     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
007140 9920-EXIT.
007150     EXIT.
