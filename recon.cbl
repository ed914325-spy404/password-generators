000280*    ACCOUNT AND SUMMARIZED BY REQUESTOR.  ANY IMBALANCE SETS
000290*    RETURN-CODE 8 SO THE SCHEDULER HOLDS THE INTAKE JOB
000300*    INSTEAD OF INGESTING A SHORT OR DOUBLED FEED.
000301*
000302*    THE ACCEPTED AUDIT RECORDS AND THE FEED ARE ALSO BALANCED
000303*    PER TARGET PLATFORM (DIRECTORY, MAINFRAME SECURITY, KIOSK
000304*    PIN), AND THE FEED TRAILER'S PER-PLATFORM TOTALS ARE
000305*    VERIFIED, SO EACH PLATFORM FEED PGFEDRTE CUTS FROM PWDFEED
000306*    IS KNOWN TO BE WHOLE.  A PLATFORM OUT OF BALANCE ALSO
000307*    SETS RETURN-CODE 8.
000310*
000320*    MAINTENANCE HISTORY
000330*    DATE-WRITTEN.... 08/23/2026  DLO  ORIGINAL - THREE-WAY
000370*                                      TRAILER (PGTRLR) ON ALL
000380*                                      THREE INPUTS BEFORE THE
000390*                                      BALANCE ANALYSIS
000391*    MODIFIED........ 10/15/2026  DLO  ACCEPTED AUDITS AND FEED
000392*                                      BALANCED PER TARGET
000393*                                      PLATFORM AND THE FEED
000394*                                      TRAILER'S PER-PLATFORM
000395*                                      TOTALS VERIFIED
000396*    MODIFIED........ 10/15/2026  DLO  STEP COMPLETION RECORD
000397*                                      APPENDED TO THE CYCLE
000398*                                      STEP LOG
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. PASSWORD-RECONCILE.
001530     05  RC-ORPHAN-FEEDS            PIC 9(07) COMP VALUE ZERO.
001540     05  RC-TOTAL-ERRORS            PIC 9(07) COMP VALUE ZERO.
001550     05  RC-ENTRY-ERRORS            PIC 9(05) COMP VALUE ZERO.
001555     05  RC-TARGET-ERRORS           PIC 9(07) COMP VALUE ZERO.
001560     05  RC-WORK-ACCOUNT-ID         PIC X(08).
001570     05  RC-WORK-REQUESTOR-ID       PIC X(08).
001580
001710     05  RC-FEED-EXPECT-COUNT       PIC 9(07) COMP VALUE ZERO.
001720     05  RC-FEED-EXPECT-HASH        PIC 9(09) COMP VALUE ZERO.
001730     05  RC-VERIFY-FILE-NAME        PIC X(20).
001731     05  RC-TARGET-EXPECT-SWITCH    PIC X(01) VALUE 'N'.
001732         88  RC-TARGET-EXPECT-SEEN       VALUE 'Y'.
001733
001734*****************************************************************
001735*    PER-TARGET-PLATFORM BALANCE - ENTRY 1 DIRECTORY, 2
001736*    MAINFRAME SECURITY, 3 KIOSK PIN.  A BLANK TARGET BYTE IS
001737*    THE DIRECTORY.
001738*****************************************************************
001739 01  RC-TARGET-WORK.
001740     05  RC-TARGET-INDEX            PIC 9(02) COMP.
001741     05  RC-TARGET-PLATFORM         PIC X(01).
001742         88  RC-TARGET-MAINFRAME         VALUE 'M'.
001743         88  RC-TARGET-KIOSK             VALUE 'K'.
001744     05  RC-TG-ACCEPTED-COUNT       PIC 9(07) COMP
001745             OCCURS 03 TIMES VALUE ZERO.
001746     05  RC-TG-FEED-COUNT           PIC 9(07) COMP
001747             OCCURS 03 TIMES VALUE ZERO.
001748     05  RC-TG-FEED-HASH            PIC 9(09) COMP
001749             OCCURS 03 TIMES VALUE ZERO.
001750     05  RC-TG-EXPECT-COUNT         PIC 9(07) COMP
001751             OCCURS 03 TIMES VALUE ZERO.
001752     05  RC-TG-EXPECT-HASH          PIC 9(09) COMP
001753             OCCURS 03 TIMES VALUE ZERO.
001754
001755 01  RC-TARGET-NAME-VALUES.
001756     05  FILLER                     PIC X(18)
001757             VALUE 'DIRECTORY'.
001758     05  FILLER                     PIC X(18)
001759             VALUE 'MAINFRAME SECURITY'.
001760     05  FILLER                     PIC X(18)
001761             VALUE 'KIOSK PIN'.
001762 01  RC-TARGET-NAME-TABLE REDEFINES RC-TARGET-NAME-VALUES.
001763     05  RC-TARGET-NAME             PIC X(18) OCCURS 03 TIMES.
001764
001765     COPY PGTRLR.
001766
001770     COPY PGHSHPM.
001771
001772*****************************************************************
001773*    CYCLE STEP LOG RECORD AND FILE-ENTRY WORK AREA
001774*****************************************************************
001775     COPY PGSTEP.
001780
001790 PROCEDURE DIVISION.
001800
001980     PERFORM 5000-ANALYZE-AND-REPORT THRU 5000-EXIT.
001990
002000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002003
002006     PERFORM 9900-LOG-CYCLE-STEP THRU 9900-EXIT.
002010
002020     STOP RUN.
002030
002060*    MISSING FILE IS AN OPERATIONS ERROR, NOT A BALANCED RUN.
002070*****************************************************************
002080 1000-INITIALIZE.
002082     MOVE SPACES TO PG-STEP-RECORD.
002084     MOVE ZERO TO PG-SR-FILE-COUNT.
002086     MOVE 'PGPWDRCN' TO PG-SR-PROGRAM.
002088     MOVE FUNCTION CURRENT-DATE TO PG-SR-START-TIME.
002090     OPEN INPUT ACCOUNT-IN-FILE.
002100     IF RC-ACCT-STATUS NOT = '00'
002110         DISPLAY "PGPWDRCN: CANNOT OPEN ACCOUNT-IN-FILE - "
002880         TO RC-AE-REQUESTOR-ID(RC-ENTRY-INDEX).
002890     IF PG-AD-ACCEPTED
002900         ADD 1 TO RC-AE-AUDIT-A-COUNT(RC-ENTRY-INDEX)
002902         MOVE PG-AD-TARGET-PLATFORM TO RC-TARGET-PLATFORM
002904         PERFORM 6200-SET-TARGET-INDEX THRU 6200-EXIT
002906         ADD 1 TO RC-TG-ACCEPTED-COUNT(RC-TARGET-INDEX)
002910     ELSE
002920         ADD 1 TO RC-AE-AUDIT-R-COUNT(RC-ENTRY-INDEX)
002930     END-IF.
003080         MOVE PG-TL-RECORD-COUNT TO RC-FEED-EXPECT-COUNT
003090         MOVE PG-TL-HASH-TOTAL TO RC-FEED-EXPECT-HASH
003100         MOVE 'Y' TO RC-FEED-TRAILER-SWITCH
003101         IF PG-TL-TARGET-TOTALS NUMERIC
003102             PERFORM 4100-SAVE-TARGET-EXPECT THRU 4100-EXIT
003103                 VARYING RC-TARGET-INDEX FROM 1 BY 1
003104                 UNTIL RC-TARGET-INDEX > 3
003105             MOVE 'Y' TO RC-TARGET-EXPECT-SWITCH
003106         END-IF
003110         GO TO 4000-EXIT
003120     END-IF.
003130     MOVE PG-FD-ACCOUNT-ID TO PG-HS-ACCOUNT-ID.
003190     MOVE PG-FD-ACCOUNT-ID TO RC-WORK-ACCOUNT-ID.
003200     PERFORM 6000-FIND-OR-ADD-ENTRY THRU 6000-EXIT.
003210     ADD 1 TO RC-AE-FEED-COUNT(RC-ENTRY-INDEX).
003211     MOVE PG-FD-TARGET-PLATFORM TO RC-TARGET-PLATFORM.
003212     PERFORM 6200-SET-TARGET-INDEX THRU 6200-EXIT.
003213     ADD 1 TO RC-TG-FEED-COUNT(RC-TARGET-INDEX).
003214     COMPUTE RC-TG-FEED-HASH(RC-TARGET-INDEX) =
003215         FUNCTION MOD(RC-TG-FEED-HASH(RC-TARGET-INDEX)
003216             + PG-HS-HASH-VALUE, 1000000000).
003220 4000-EXIT.
003230     EXIT.
003231
003232 4100-SAVE-TARGET-EXPECT.
003233     MOVE PG-TL-TARGET-COUNT(RC-TARGET-INDEX)
003234         TO RC-TG-EXPECT-COUNT(RC-TARGET-INDEX).
003235     MOVE PG-TL-TARGET-HASH(RC-TARGET-INDEX)
003236         TO RC-TG-EXPECT-HASH(RC-TARGET-INDEX).
003237 4100-EXIT.
003238     EXIT.
003240
003250*****************************************************************
003260*    7000-VERIFY-INPUT-TRAILERS - EVERY INPUT MUST END WITH A
003540        OR RC-FEED-HASH-TOTAL NOT = RC-FEED-EXPECT-HASH
003550         PERFORM 7200-FAIL-OUT-OF-BALANCE THRU 7200-EXIT
003560     END-IF.
003561     IF RC-TARGET-EXPECT-SEEN
003562         PERFORM 7300-VERIFY-TARGET-TOTALS THRU 7300-EXIT
003563             VARYING RC-TARGET-INDEX FROM 1 BY 1
003564             UNTIL RC-TARGET-INDEX > 3
003565     END-IF.
003570 7000-EXIT.
003580     EXIT.
003590
003720     STOP RUN.
003730 7200-EXIT.
003740     EXIT.
003741
003742*****************************************************************
003743*    7300-VERIFY-TARGET-TOTALS - ONE TARGET PLATFORM'S SHARE OF
003744*    THE FEED AGAINST THE FEED TRAILER.  A TRAILER WRITTEN
003745*    WITHOUT PER-PLATFORM TOTALS IS NOT CHECKED HERE.
003746*****************************************************************
003747 7300-VERIFY-TARGET-TOTALS.
003748     IF RC-TG-FEED-COUNT(RC-TARGET-INDEX)
003749            NOT = RC-TG-EXPECT-COUNT(RC-TARGET-INDEX)
003750        OR RC-TG-FEED-HASH(RC-TARGET-INDEX)
003751            NOT = RC-TG-EXPECT-HASH(RC-TARGET-INDEX)
003752         DISPLAY "PGPWDRCN: "
003753             RC-TARGET-NAME(RC-TARGET-INDEX)
003754             " TOTALS DO NOT MATCH THE FEED TRAILER"
003755         PERFORM 7200-FAIL-OUT-OF-BALANCE THRU 7200-EXIT
003756     END-IF.
003757 7300-EXIT.
003758     EXIT.
003759
003760*****************************************************************
003770*    5000-ANALYZE-AND-REPORT - WALKS THE CROSS-REFERENCE TABLE
003780*    AND CLASSIFIES EVERY IMBALANCE.  DETAIL LINES PRINT PER
003920         VARYING RC-RQSTR-INDEX FROM 1 BY 1
003930         UNTIL RC-RQSTR-INDEX > RC-RQSTR-COUNT.
003940
003941     DISPLAY " ".
003942     DISPLAY "BY TARGET PLATFORM -".
003943     PERFORM 5300-PRINT-ONE-TARGET THRU 5300-EXIT
003944         VARYING RC-TARGET-INDEX FROM 1 BY 1
003945         UNTIL RC-TARGET-INDEX > 3.
003947
003950     DISPLAY " ".
003960     DISPLAY "RUN TOTALS -".
003970     DISPLAY "    ACCOUNT RECORDS READ........ " RC-INPUT-RECORDS.
004060     DISPLAY "    ACCOUNTS WITH EXTRA FEEDS... " RC-EXTRA-FEEDS.
004070     DISPLAY "    ORPHAN FEED ACCOUNTS........ " RC-ORPHAN-FEEDS.
004080     DISPLAY "    TOTAL ACCOUNTS IN ERROR..... " RC-TOTAL-ERRORS.
004085     DISPLAY "    PLATFORMS OUT OF BALANCE.... " RC-TARGET-ERRORS.
004090     IF RC-TOTAL-ERRORS = ZERO
004095        AND RC-TARGET-ERRORS = ZERO
004100         DISPLAY "PGPWDRCN: RUN IS IN BALANCE"
004110     ELSE
004120         DISPLAY "PGPWDRCN: *** RUN IS OUT OF BALANCE ***"
005480         " IN ERROR " RC-RQ-ERROR-COUNT(RC-RQSTR-INDEX).
005490 5200-EXIT.
005500     EXIT.
005501
005502*****************************************************************
005503*    5300-PRINT-ONE-TARGET - A PLATFORM BALANCES WHEN ITS FEED
005504*    RECORDS EQUAL ITS ACCEPTED AUDIT RECORDS.
005505*****************************************************************
005506 5300-PRINT-ONE-TARGET.
005507     IF RC-TG-FEED-COUNT(RC-TARGET-INDEX)
005508        = RC-TG-ACCEPTED-COUNT(RC-TARGET-INDEX)
005509         DISPLAY "    " RC-TARGET-NAME(RC-TARGET-INDEX)
005510             " ACCEPTED " RC-TG-ACCEPTED-COUNT(RC-TARGET-INDEX)
005511             " FEED " RC-TG-FEED-COUNT(RC-TARGET-INDEX)
005512             " IN BALANCE"
005513     ELSE
005514         ADD 1 TO RC-TARGET-ERRORS
005515         DISPLAY "    " RC-TARGET-NAME(RC-TARGET-INDEX)
005516             " ACCEPTED " RC-TG-ACCEPTED-COUNT(RC-TARGET-INDEX)
005517             " FEED " RC-TG-FEED-COUNT(RC-TARGET-INDEX)
005518             " *** OUT OF BALANCE ***"
005519     END-IF.
005520 5300-EXIT.
005521     EXIT.
005522
005523*****************************************************************
005530*    6000-FIND-OR-ADD-ENTRY - LINEAR SEARCH OF THE CROSS-
005540*    REFERENCE TABLE ON RC-WORK-ACCOUNT-ID.  LEAVES
005550*    RC-ENTRY-INDEX POINTING AT THE FOUND OR ADDED ENTRY.
006250     END-IF.
006260 6110-EXIT.
006270     EXIT.
006271
006272*****************************************************************
006273*    6200-SET-TARGET-INDEX - RC-TARGET-PLATFORM TO ITS ENTRY IN
006274*    THE PER-PLATFORM TOTALS.  ANYTHING NOT MAINFRAME OR KIOSK
006275*    IS THE DIRECTORY.
006276*****************************************************************
006277 6200-SET-TARGET-INDEX.
006278     IF RC-TARGET-KIOSK
006279         MOVE 3 TO RC-TARGET-INDEX
006280     ELSE
006281         IF RC-TARGET-MAINFRAME
006282             MOVE 2 TO RC-TARGET-INDEX
006283         ELSE
006284             MOVE 1 TO RC-TARGET-INDEX
006285         END-IF
006286     END-IF.
006287 6200-EXIT.
006288     EXIT.
006289
006290*****************************************************************
006300*    9000-TERMINATE - RETURN-CODE 8 ON ANY IMBALANCE SO THE
006310*    SCHEDULER HOLDS THE PROVISIONING INTAKE JOB.
006350     CLOSE AUDIT-LOG-FILE.
006360     CLOSE PASSWORD-FEED-FILE.
006370     IF RC-TOTAL-ERRORS > ZERO
006375        OR RC-TARGET-ERRORS > ZERO
006380         MOVE 08 TO RETURN-CODE
006390     END-IF.
006400     DISPLAY "PGPWDRCN: RECONCILIATION COMPLETE".
006410 9000-EXIT.
006420     EXIT.
006430
006440*****************************************************************
006450*    9900-LOG-CYCLE-STEP - STEP COMPLETION RECORD FOR THE CYCLE
006460*    STEP LOG (PGSTEP): THE THREE BALANCED INPUTS.
006470*****************************************************************
006480 9900-LOG-CYCLE-STEP.
006490     MOVE 'I' TO PG-SF-USE.
006500     MOVE 'ACCTIN' TO PG-SF-DD.
006510     MOVE RC-INPUT-RECORDS TO PG-SF-RECORDS.
006520     MOVE 'Y' TO PG-SF-TRAILER-SW.
006530     MOVE RC-ACCT-HASH-TOTAL TO PG-SF-HASH.
006540     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
006550     MOVE 'I' TO PG-SF-USE.
006560     MOVE 'AUDITLOG' TO PG-SF-DD.
006570     MOVE RC-AUDIT-RECORDS TO PG-SF-RECORDS.
006580     MOVE 'Y' TO PG-SF-TRAILER-SW.
006590     MOVE RC-AUDIT-HASH-TOTAL TO PG-SF-HASH.
006600     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
006610     MOVE 'I' TO PG-SF-USE.
006620     MOVE 'PWDFEED' TO PG-SF-DD.
006630     MOVE RC-FEED-RECORDS TO PG-SF-RECORDS.
006640     MOVE 'Y' TO PG-SF-TRAILER-SW.
006650     MOVE RC-FEED-HASH-TOTAL TO PG-SF-HASH.
006660     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
006670     MOVE RETURN-CODE TO PG-SR-RETURN-CODE.
006680     CALL 'CYCLE-STEP-LOG' USING PG-STEP-RECORD.
006690 9900-EXIT.
006700     EXIT.
006710
006720*****************************************************************
006730*    9910-ADD-STEP-FILE - THE FILE ENTRY BUILT IN
006740*    PG-STEP-FILE-WORK BECOMES THE NEXT ENTRY OF THE STEP
006750*    RECORD.
006760*****************************************************************
006770 9910-ADD-STEP-FILE.
006780     IF PG-SR-FILE-COUNT NOT < 10
006790         GO TO 9910-EXIT
006800     END-IF.
006810     ADD 1 TO PG-SR-FILE-COUNT.
006820     MOVE PG-STEP-FILE-WORK
006830         TO PG-SR-FILE-ENTRY(PG-SR-FILE-COUNT).
006840 9910-EXIT.
006850     EXIT.
