000200*    PWDFEED AND THE STREAM AUDIT FILES (AUDITLG01-AUDITLG04)
000210*    INTO THE SINGLE AUDITLOG, IN STREAM ORDER, SO PGPWDCFM,
000220*    PGPWDRCN, AND PGPWDRPT RUN EXACTLY AS THEY ALWAYS HAVE.
000222*    EACH STREAM FEED IS ALSO BALANCED PER TARGET PLATFORM
000224*    AGAINST ITS TRAILER, AND THE MERGED FEED TRAILER CARRIES
000226*    THE MERGED PER-PLATFORM COUNTS AND HASHES.
000230*    THE STREAM COUNT COMES FROM THE SAME CONTROL CARD THAT
000240*    DROVE PGACCSPL; EVERY STREAM FILE UP TO THAT COUNT MUST BE
000250*    PRESENT - A MISSING ONE MEANS A STREAM JOB DID NOT FINISH
000354*                                      CONTROL-TOTAL TRAILER AND
000356*                                      WRITE ONE TRAILER ON EACH
000358*                                      MERGED FILE
000359*    MODIFIED........ 10/15/2026  DLO  STREAM AUDIT RECORDS
000360*                                      WIDENED FOR APPROVER AND
000361*                                      PROFILE FIELDS
000362*    MODIFIED........ 10/15/2026  DLO  STREAM FEEDS BALANCED PER
000363*                                      TARGET PLATFORM; MERGED
000364*                                      FEED TRAILER CARRIES THE
000365*                                      PER-PLATFORM TOTALS
000366*    MODIFIED........ 10/15/2026  DLO  STEP RECORD APPENDED TO
000367*                                      THE CYCLE STEP LOG
000369*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. FEED-MERGE.
000390 AUTHOR. D. OKAFOR.
001120
001130 FD  AUDIT-STREAM1-FILE
001140     RECORDING MODE IS F.
001150 01  FM-AUDIT-STREAM1-RECORD        PIC X(130).
001160
001170 FD  AUDIT-STREAM2-FILE
001180     RECORDING MODE IS F.
001190 01  FM-AUDIT-STREAM2-RECORD        PIC X(130).
001200
001210 FD  AUDIT-STREAM3-FILE
001220     RECORDING MODE IS F.
001230 01  FM-AUDIT-STREAM3-RECORD        PIC X(130).
001240
001250 FD  AUDIT-STREAM4-FILE
001260     RECORDING MODE IS F.
001270 01  FM-AUDIT-STREAM4-RECORD        PIC X(130).
001280
001290 FD  PASSWORD-FEED-FILE
001300     RECORDING MODE IS F.
001360
001370 WORKING-STORAGE SECTION.
001380
001381*****************************************************************
001382*    CYCLE STEP LOG RECORD AND FILE-ENTRY WORK AREA
001383*****************************************************************
001384     COPY PGSTEP.
001385
001390*****************************************************************
001400*    SWITCHES
001410*****************************************************************
001440         88  FM-END-OF-STREAM            VALUE 'Y'.
001442     05  FM-STREAM-TRAILER-SWITCH   PIC X(01) VALUE 'N'.
001444         88  FM-STREAM-TRAILER-SEEN      VALUE 'Y'.
001445     05  FM-TARGET-PLATFORM         PIC X(01).
001446         88  FM-TARGET-MAINFRAME         VALUE 'M'.
001447         88  FM-TARGET-KIOSK             VALUE 'K'.
001450
001460*****************************************************************
001470*    FILE STATUS FIELDS
001660     05  FM-STREAM-COUNT            PIC 9(02) COMP VALUE ZERO.
001670     05  FM-FEED-RECORDS            PIC 9(07) COMP VALUE ZERO.
001680     05  FM-AUDIT-RECORDS           PIC 9(07) COMP VALUE ZERO.
001685     05  FM-TARGET-INDEX            PIC 9(02) COMP.
001690
001691*    PER-TARGET-PLATFORM TOTALS - ENTRY 1 DIRECTORY, 2 MAINFRAME
001692*    SECURITY, 3 KIOSK PIN - FOR THE STREAM AND THE MERGED FEED.
001693 01  FM-TARGET-TOTALS.
001694     05  FM-TARGET-ENTRY            OCCURS 3 TIMES.
001695         10  FM-STREAM-TARGET-COUNT PIC 9(07) COMP VALUE ZERO.
001696         10  FM-STREAM-TARGET-HASH  PIC 9(09) COMP VALUE ZERO.
001697         10  FM-FEED-TARGET-COUNT   PIC 9(07) COMP VALUE ZERO.
001698         10  FM-FEED-TARGET-HASH    PIC 9(09) COMP VALUE ZERO.
001699
001700 01  FM-WORK-RECORDS.
001710     05  FM-FEED-WORK-RECORD        PIC X(80).
001720     05  FM-AUDIT-WORK-RECORD       PIC X(130).
001722
001724 01  FM-TRAILER-WORK.
001726     05  FM-CURRENT-FILE-NAME       PIC X(12).
001850     PERFORM 3000-MERGE-AUDIT-STREAMS THRU 3000-EXIT.
001860
001870     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001873
001876     PERFORM 9900-LOG-CYCLE-STEP THRU 9900-EXIT.
001880
001890     STOP RUN.
001900
001950*    OUTPUTS OPEN HERE.
001960*****************************************************************
001970 1000-INITIALIZE.
001972     MOVE SPACES TO PG-STEP-RECORD.
001974     MOVE ZERO TO PG-SR-FILE-COUNT.
001976     MOVE 'PGFEDMRG' TO PG-SR-PROGRAM.
001978     MOVE FUNCTION CURRENT-DATE TO PG-SR-START-TIME.
001980     OPEN INPUT SPLIT-PARM-FILE.
001990     IF FM-PARM-STATUS NOT = '00'
002000         DISPLAY "PGFEDMRG: CANNOT OPEN SPLIT-PARM-FILE - "
002647     MOVE ZERO TO FM-STREAM-HASH-TOTAL.
002648     MOVE 'N' TO FM-STREAM-TRAILER-SWITCH.
002650     MOVE 'N' TO FM-STREAM-EOF-SWITCH.
002655     PERFORM 8050-RESET-STREAM-TARGETS THRU 8050-EXIT.
002660     PERFORM 2110-COPY-ONE-FEED1 THRU 2110-EXIT
002670         UNTIL FM-END-OF-STREAM.
002678     PERFORM 8200-REQUIRE-STREAM-TRAILER THRU 8200-EXIT.
002679     PERFORM 8250-CLOSE-OUT-STREAM THRU 8250-EXIT.
002680     CLOSE FEED-STREAM1-FILE.
002690 2100-EXIT.
002700     EXIT.
002897     MOVE ZERO TO FM-STREAM-HASH-TOTAL.
002898     MOVE 'N' TO FM-STREAM-TRAILER-SWITCH.
002900     MOVE 'N' TO FM-STREAM-EOF-SWITCH.
002905     PERFORM 8050-RESET-STREAM-TARGETS THRU 8050-EXIT.
002910     PERFORM 2210-COPY-ONE-FEED2 THRU 2210-EXIT
002920         UNTIL FM-END-OF-STREAM.
002928     PERFORM 8200-REQUIRE-STREAM-TRAILER THRU 8200-EXIT.
002929     PERFORM 8250-CLOSE-OUT-STREAM THRU 8250-EXIT.
002930     CLOSE FEED-STREAM2-FILE.
002940 2200-EXIT.
002950     EXIT.
003147     MOVE ZERO TO FM-STREAM-HASH-TOTAL.
003148     MOVE 'N' TO FM-STREAM-TRAILER-SWITCH.
003150     MOVE 'N' TO FM-STREAM-EOF-SWITCH.
003155     PERFORM 8050-RESET-STREAM-TARGETS THRU 8050-EXIT.
003160     PERFORM 2310-COPY-ONE-FEED3 THRU 2310-EXIT
003170         UNTIL FM-END-OF-STREAM.
003178     PERFORM 8200-REQUIRE-STREAM-TRAILER THRU 8200-EXIT.
003179     PERFORM 8250-CLOSE-OUT-STREAM THRU 8250-EXIT.
003180     CLOSE FEED-STREAM3-FILE.
003190 2300-EXIT.
003200     EXIT.
003397     MOVE ZERO TO FM-STREAM-HASH-TOTAL.
003398     MOVE 'N' TO FM-STREAM-TRAILER-SWITCH.
003400     MOVE 'N' TO FM-STREAM-EOF-SWITCH.
003405     PERFORM 8050-RESET-STREAM-TARGETS THRU 8050-EXIT.
003410     PERFORM 2410-COPY-ONE-FEED4 THRU 2410-EXIT
003420         UNTIL FM-END-OF-STREAM.
003428     PERFORM 8200-REQUIRE-STREAM-TRAILER THRU 8200-EXIT.
003429     PERFORM 8250-CLOSE-OUT-STREAM THRU 8250-EXIT.
003430     CLOSE FEED-STREAM4-FILE.
003440 2400-EXIT.
003450     EXIT.
003830     PERFORM 3110-COPY-ONE-AUDIT1 THRU 3110-EXIT
003840         UNTIL FM-END-OF-STREAM.
003848     PERFORM 8200-REQUIRE-STREAM-TRAILER THRU 8200-EXIT.
003849     PERFORM 8250-CLOSE-OUT-STREAM THRU 8250-EXIT.
003850     CLOSE AUDIT-STREAM1-FILE.
003860 3100-EXIT.
003870     EXIT.
004080     PERFORM 3210-COPY-ONE-AUDIT2 THRU 3210-EXIT
004090         UNTIL FM-END-OF-STREAM.
004098     PERFORM 8200-REQUIRE-STREAM-TRAILER THRU 8200-EXIT.
004099     PERFORM 8250-CLOSE-OUT-STREAM THRU 8250-EXIT.
004100     CLOSE AUDIT-STREAM2-FILE.
004110 3200-EXIT.
004120     EXIT.
004330     PERFORM 3310-COPY-ONE-AUDIT3 THRU 3310-EXIT
004340         UNTIL FM-END-OF-STREAM.
004348     PERFORM 8200-REQUIRE-STREAM-TRAILER THRU 8200-EXIT.
004349     PERFORM 8250-CLOSE-OUT-STREAM THRU 8250-EXIT.
004350     CLOSE AUDIT-STREAM3-FILE.
004360 3300-EXIT.
004370     EXIT.
004580     PERFORM 3410-COPY-ONE-AUDIT4 THRU 3410-EXIT
004590         UNTIL FM-END-OF-STREAM.
004598     PERFORM 8200-REQUIRE-STREAM-TRAILER THRU 8200-EXIT.
004599     PERFORM 8250-CLOSE-OUT-STREAM THRU 8250-EXIT.
004600     CLOSE AUDIT-STREAM4-FILE.
004610 3400-EXIT.
004620     EXIT.
004786     END-IF.
004787     PERFORM 8400-REJECT-DATA-AFTER-TRAILER THRU 8400-EXIT.
004790     WRITE PG-FEED-RECORD FROM FM-FEED-WORK-RECORD.
004795     PERFORM 8010-ADD-TARGET-TOTALS THRU 8010-EXIT.
004800     ADD 1 TO FM-FEED-RECORDS.
004801     ADD 1 TO FM-STREAM-DATA-COUNT.
004802     MOVE FM-FEED-WORK-RECORD(1:8) TO PG-HS-ACCOUNT-ID.
004936     MOVE '*TRAILER' TO PG-TL-SENTINEL.
004937     MOVE FM-FEED-RECORDS TO PG-TL-RECORD-COUNT.
004938     MOVE FM-FEED-HASH-TOTAL TO PG-TL-HASH-TOTAL.
004939     PERFORM 9010-WRITE-FEED-TRAILER THRU 9010-EXIT.
004940     MOVE FM-AUDIT-RECORDS TO PG-TL-RECORD-COUNT.
004941     MOVE FM-AUDIT-HASH-TOTAL TO PG-TL-HASH-TOTAL.
004942     MOVE SPACES TO PG-AUDIT-RECORD.
004960     DISPLAY "PGFEDMRG: " FM-STREAM-COUNT " STREAMS MERGED".
004970     DISPLAY "PGFEDMRG: " FM-FEED-RECORDS
004980         " FEED RECORDS WRITTEN".
004981     DISPLAY "PGFEDMRG:   DIRECTORY " FM-FEED-TARGET-COUNT(1)
004982         "  MAINFRAME SECURITY " FM-FEED-TARGET-COUNT(2)
004983         "  KIOSK PIN " FM-FEED-TARGET-COUNT(3).
004990     DISPLAY "PGFEDMRG: " FM-AUDIT-RECORDS
005000         " AUDIT RECORDS WRITTEN".
005010 9000-EXIT.
005020     EXIT.
005030
005040*****************************************************************
005050*    8010-ADD-TARGET-TOTALS - THE FEED RECORD BEING WRITTEN
005060*    ROLLS INTO ITS TARGET PLATFORM'S STREAM AND MERGED TOTALS.
005070*    ANYTHING NOT MAINFRAME OR KIOSK IS THE DIRECTORY.
005080*****************************************************************
005090 8010-ADD-TARGET-TOTALS.
005100     MOVE FM-FEED-WORK-RECORD(57:1) TO FM-TARGET-PLATFORM.
005110     IF FM-TARGET-KIOSK
005120         MOVE 3 TO FM-TARGET-INDEX
005130     ELSE
005140         IF FM-TARGET-MAINFRAME
005150             MOVE 2 TO FM-TARGET-INDEX
005160         ELSE
005170             MOVE 1 TO FM-TARGET-INDEX
005180         END-IF
005190     END-IF.
005200     MOVE FM-FEED-WORK-RECORD(1:8) TO PG-HS-ACCOUNT-ID.
005210     CALL 'ACCOUNT-HASH' USING PG-HASH-PARMS.
005220     ADD 1 TO FM-STREAM-TARGET-COUNT(FM-TARGET-INDEX).
005230     ADD 1 TO FM-FEED-TARGET-COUNT(FM-TARGET-INDEX).
005240     COMPUTE FM-STREAM-TARGET-HASH(FM-TARGET-INDEX) =
005250         FUNCTION MOD(FM-STREAM-TARGET-HASH(FM-TARGET-INDEX)
005260             + PG-HS-HASH-VALUE, 1000000000).
005270     COMPUTE FM-FEED-TARGET-HASH(FM-TARGET-INDEX) =
005280         FUNCTION MOD(FM-FEED-TARGET-HASH(FM-TARGET-INDEX)
005290             + PG-HS-HASH-VALUE, 1000000000).
005300 8010-EXIT.
005310     EXIT.
005320
005330 8050-RESET-STREAM-TARGETS.
005340     MOVE ZERO TO FM-STREAM-TARGET-COUNT(1)
005350                  FM-STREAM-TARGET-COUNT(2)
005360                  FM-STREAM-TARGET-COUNT(3).
005370     MOVE ZERO TO FM-STREAM-TARGET-HASH(1)
005380                  FM-STREAM-TARGET-HASH(2)
005390                  FM-STREAM-TARGET-HASH(3).
005400 8050-EXIT.
005410     EXIT.
005420
005430*****************************************************************
005440*    8250-CLOSE-OUT-STREAM - A STREAM WHOSE TRAILER HAS PASSED
005450*    8200 IS BALANCED PER TARGET PLATFORM AND ENTERED IN THE
005460*    CYCLE STEP RECORD.  ONLY THE FEED TRAILERS CARRY THE
005470*    PER-PLATFORM TOTALS; THE AUDIT TRAILERS LEAVE THEM SPACES AND
005480*    ARE NOT CHECKED HERE.
005490*****************************************************************
005500 8250-CLOSE-OUT-STREAM.
005510     IF PG-TL-TARGET-TOTALS NUMERIC
005520         PERFORM 8310-VERIFY-TARGET-TOTALS THRU 8310-EXIT
005530             VARYING FM-TARGET-INDEX FROM 1 BY 1
005540             UNTIL FM-TARGET-INDEX > 3
005550     END-IF.
005560     MOVE 'I' TO PG-SF-USE.
005570     MOVE FM-CURRENT-FILE-NAME TO PG-SF-DD.
005580     MOVE FM-STREAM-DATA-COUNT TO PG-SF-RECORDS.
005590     MOVE 'Y' TO PG-SF-TRAILER-SW.
005600     MOVE FM-STREAM-HASH-TOTAL TO PG-SF-HASH.
005610     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
005620 8250-EXIT.
005630     EXIT.
005640
005650 8310-VERIFY-TARGET-TOTALS.
005660     IF PG-TL-TARGET-COUNT(FM-TARGET-INDEX)
005670            NOT = FM-STREAM-TARGET-COUNT(FM-TARGET-INDEX)
005680        OR PG-TL-TARGET-HASH(FM-TARGET-INDEX)
005690            NOT = FM-STREAM-TARGET-HASH(FM-TARGET-INDEX)
005700         DISPLAY "PGFEDMRG: PLATFORM " FM-TARGET-INDEX
005710             " TOTALS OUT OF BALANCE ON "
005720             FM-CURRENT-FILE-NAME " - EXPECTED "
005730             PG-TL-TARGET-COUNT(FM-TARGET-INDEX) " RECORDS HASH "
005740             PG-TL-TARGET-HASH(FM-TARGET-INDEX) " GOT "
005750             FM-STREAM-TARGET-COUNT(FM-TARGET-INDEX) " HASH "
005760             FM-STREAM-TARGET-HASH(FM-TARGET-INDEX) " - ABEND"
005770         MOVE 16 TO RETURN-CODE
005780         STOP RUN
005790     END-IF.
005800 8310-EXIT.
005810     EXIT.
005820
005830*****************************************************************
005840*    9010-WRITE-FEED-TRAILER - THE MERGED FEED TRAILER ALSO
005850*    CARRIES THE MERGED PER-PLATFORM TOTALS.  THEY ARE CLEARED
005860*    AGAIN BEFORE THE SAME TRAILER AREA BUILDS THE AUDIT TRAILER.
005870*****************************************************************
005880 9010-WRITE-FEED-TRAILER.
005890     MOVE FM-FEED-TARGET-COUNT(1) TO PG-TL-TARGET-COUNT(1).
005900     MOVE FM-FEED-TARGET-HASH(1) TO PG-TL-TARGET-HASH(1).
005910     MOVE FM-FEED-TARGET-COUNT(2) TO PG-TL-TARGET-COUNT(2).
005920     MOVE FM-FEED-TARGET-HASH(2) TO PG-TL-TARGET-HASH(2).
005930     MOVE FM-FEED-TARGET-COUNT(3) TO PG-TL-TARGET-COUNT(3).
005940     MOVE FM-FEED-TARGET-HASH(3) TO PG-TL-TARGET-HASH(3).
005950     WRITE PG-FEED-RECORD FROM PG-TRAILER-RECORD.
005960     MOVE SPACES TO PG-TL-TARGET-TOTALS.
005970 9010-EXIT.
005980     EXIT.
005990
006000*****************************************************************
006010*    9900-LOG-CYCLE-STEP - STEP COMPLETION RECORD FOR THE CYCLE
006020*    STEP LOG (PGSTEP).  EACH BALANCED STREAM FILE WAS ENTERED AS
006030*    IT CLOSED; THE TWO MERGED FILES FOLLOW.
006040*****************************************************************
006050 9900-LOG-CYCLE-STEP.
006060     MOVE 'O' TO PG-SF-USE.
006070     MOVE 'PWDFEED' TO PG-SF-DD.
006080     MOVE FM-FEED-RECORDS TO PG-SF-RECORDS.
006090     MOVE 'Y' TO PG-SF-TRAILER-SW.
006100     MOVE FM-FEED-HASH-TOTAL TO PG-SF-HASH.
006110     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
006120     MOVE 'O' TO PG-SF-USE.
006130     MOVE 'AUDITLOG' TO PG-SF-DD.
006140     MOVE FM-AUDIT-RECORDS TO PG-SF-RECORDS.
006150     MOVE 'Y' TO PG-SF-TRAILER-SW.
006160     MOVE FM-AUDIT-HASH-TOTAL TO PG-SF-HASH.
006170     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
006180     MOVE RETURN-CODE TO PG-SR-RETURN-CODE.
006190     CALL 'CYCLE-STEP-LOG' USING PG-STEP-RECORD.
006200 9900-EXIT.
006210     EXIT.
006220
006230*****************************************************************
006240*    9910-ADD-STEP-FILE - THE FILE ENTRY BUILT IN
006250*    PG-STEP-FILE-WORK BECOMES THE NEXT ENTRY OF THE STEP
006260*    RECORD.
006270*****************************************************************
006280 9910-ADD-STEP-FILE.
006290     IF PG-SR-FILE-COUNT NOT < 10
006300         GO TO 9910-EXIT
006310     END-IF.
006320     ADD 1 TO PG-SR-FILE-COUNT.
006330     MOVE PG-STEP-FILE-WORK
006340         TO PG-SR-FILE-ENTRY(PG-SR-FILE-COUNT).
006350 9910-EXIT.
006360     EXIT.
