000290*        - NONBLANK PART IS LETTERS AND DIGITS ONLY, AND ONCE A
000300*          BLANK APPEARS THE REMAINDER MUST BE BLANK
000310*
000311*    THE RAW FILE NORMALLY HAS NO TRAILER.  ONE BUILT BY THE
000312*    INCIDENT MASS-RESET BUILDER (PGINCBLD) ENDS WITH A PGTRLR
000313*    CONTROL-TOTAL TRAILER; WHEN ONE IS PRESENT IT MUST BALANCE
000314*    TO EVERY RAW RECORD READ, OR NO CLEAN TRAILER IS WRITTEN
000315*    AND THE JOB ABENDS SO THE GENERATOR NEVER SEES THE FILE.
000316*
000320*    RETURN CODES -
000330*        0 = CLEAN RUN, NO REJECTS
000340*        4 = REJECTS WRITTEN, RATE WITHIN TOLERANCE
000350*        8 = REJECT RATE OVER THRESHOLD - HOLD THE GENERATOR
000360*       16 = FILE OPEN FAILURE, OR RAW TRAILER OUT OF BALANCE
000370*
000380*    MAINTENANCE HISTORY
000390*    DATE-WRITTEN.... 08/23/2026  DLO  ORIGINAL - EDIT, DEDUP,
000420*    MODIFIED........ 09/02/2026  DLO  CONTROL-TOTAL TRAILER
000430*                                      (PGTRLR) WRITTEN ON THE
000440*                                      CLEAN ACCOUNT FILE
000442*    MODIFIED........ 10/15/2026  DLO  CONTROL-TOTAL TRAILER ON
000444*                                      THE RAW ACCOUNT FILE
000446*                                      VERIFIED WHEN PRESENT
000447*    MODIFIED........ 10/15/2026  DLO  STEP COMPLETION RECORD
000448*                                      APPENDED TO THE CYCLE
000449*                                      STEP LOG
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. ACCOUNT-EDIT.
000990         88  ED-SEEN-FOUND               VALUE 'Y'.
001000     05  ED-BLANK-SEEN-SWITCH       PIC X(01) VALUE 'N'.
001010         88  ED-BLANK-SEEN               VALUE 'Y'.
001013     05  ED-RAW-TRAILER-SWITCH      PIC X(01) VALUE 'N'.
001016         88  ED-RAW-TRAILER-SEEN         VALUE 'Y'.
001020
001030*****************************************************************
001040*    FILE STATUS FIELDS
001340
001350 01  ED-TRAILER-WORK.
001360     05  ED-HASH-TOTAL              PIC 9(09) COMP VALUE ZERO.
001362     05  ED-RAW-HASH-TOTAL          PIC 9(09) COMP VALUE ZERO.
001364     05  ED-RAW-EXPECT-COUNT        PIC 9(07) COMP VALUE ZERO.
001366     05  ED-RAW-EXPECT-HASH         PIC 9(09) COMP VALUE ZERO.
001370
001380*****************************************************************
001390*    CONTROL-TOTAL TRAILER AND ACCOUNT-HASH PARAMETER AREAS
001410     COPY PGTRLR.
001420
001430     COPY PGHSHPM.
001431
001432*****************************************************************
001433*    CYCLE STEP LOG RECORD AND FILE-ENTRY WORK AREA
001434*****************************************************************
001435     COPY PGSTEP.
001440
001450 PROCEDURE DIVISION.
001460
001540         UNTIL ED-END-OF-RAW.
001550
001560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001563
001566     PERFORM 9900-LOG-CYCLE-STEP THRU 9900-EXIT.
001570
001580     STOP RUN.
001590
001610*    1000-INITIALIZE
001620*****************************************************************
001630 1000-INITIALIZE.
001632     MOVE SPACES TO PG-STEP-RECORD.
001634     MOVE ZERO TO PG-SR-FILE-COUNT.
001636     MOVE 'PGACCEDT' TO PG-SR-PROGRAM.
001638     MOVE FUNCTION CURRENT-DATE TO PG-SR-START-TIME.
001640     OPEN INPUT RAW-ACCOUNT-FILE.
001650     IF ED-RAW-STATUS NOT = '00'
001660         DISPLAY "PGACCEDT: CANNOT OPEN RAW-ACCOUNT-FILE - "
001940             MOVE 'Y' TO ED-RAW-EOF-SWITCH
001950             GO TO 2000-EXIT
001960     END-READ.
001961     IF PG-IN-ACCOUNT-ID = '*TRAILER'
001962         MOVE PG-ACCOUNT-IN-RECORD TO PG-TRAILER-RECORD
001963         MOVE PG-TL-RECORD-COUNT TO ED-RAW-EXPECT-COUNT
001964         MOVE PG-TL-HASH-TOTAL TO ED-RAW-EXPECT-HASH
001965         MOVE 'Y' TO ED-RAW-TRAILER-SWITCH
001966         GO TO 2000-EXIT
001967     END-IF.
001968     IF ED-RAW-TRAILER-SEEN
001969         DISPLAY "PGACCEDT: DATA AFTER THE ACCTRAW TRAILER - "
001970             "ABEND"
001971         MOVE 16 TO RETURN-CODE
001972         STOP RUN
001973     END-IF.
001974     ADD 1 TO ED-RECORDS-READ.
001975     MOVE PG-IN-ACCOUNT-ID TO PG-HS-ACCOUNT-ID.
001976     CALL 'ACCOUNT-HASH' USING PG-HASH-PARMS.
001977     COMPUTE ED-RAW-HASH-TOTAL =
001978         FUNCTION MOD(ED-RAW-HASH-TOTAL + PG-HS-HASH-VALUE,
001979             1000000000).
001980
001990     PERFORM 3000-VALIDATE-ACCOUNT-ID THRU 3000-EXIT.
002000     IF NOT ED-RECORD-OK
003360 4200-EXIT.
003370     EXIT.
003380
003381*****************************************************************
003382*    4300-VERIFY-RAW-TRAILER - A TRAILER ON THE RAW FILE COUNTS
003383*    AND HASHES EVERY RECORD IT CARRIES, REJECTS INCLUDED.
003384*****************************************************************
003385 4300-VERIFY-RAW-TRAILER.
003386     IF NOT ED-RAW-TRAILER-SEEN
003387         GO TO 4300-EXIT
003388     END-IF.
003389     IF ED-RECORDS-READ NOT = ED-RAW-EXPECT-COUNT
003390        OR ED-RAW-HASH-TOTAL NOT = ED-RAW-EXPECT-HASH
003391         DISPLAY "PGACCEDT: ACCTRAW TRAILER OUT OF BALANCE - "
003392             "EXPECTED " ED-RAW-EXPECT-COUNT " HASH "
003393             ED-RAW-EXPECT-HASH " GOT " ED-RECORDS-READ " HASH "
003394             ED-RAW-HASH-TOTAL " - ABEND"
003395         MOVE 16 TO RETURN-CODE
003396         STOP RUN
003397     END-IF.
003398 4300-EXIT.
003399     EXIT.
003400
003401*****************************************************************
003402*    9000-TERMINATE - THE REJECT RATE DRIVES THE RETURN CODE SO
003410*    THE SCHEDULER CAN HOLD THE GENERATOR WHEN AN UPSTREAM
003420*    EXTRACT HAS GONE BAD INSTEAD OF BURNING SEQUENCE NUMBERS
003430*    ON A GARBAGE FILE.
003440*****************************************************************
003450 9000-TERMINATE.
003455     PERFORM 4300-VERIFY-RAW-TRAILER THRU 4300-EXIT.
003460     PERFORM 4200-WRITE-CLEAN-TRAILER THRU 4200-EXIT.
003470     CLOSE RAW-ACCOUNT-FILE.
003480     CLOSE CLEAN-ACCOUNT-FILE.
003640     END-IF.
003650 9000-EXIT.
003660     EXIT.
003670
003680*****************************************************************
003690*    9900-LOG-CYCLE-STEP - STEP COMPLETION RECORD FOR THE CYCLE
003700*    STEP LOG (PGSTEP), WRITTEN ONCE THE RETURN CODE IS FINAL.
003710*    THE CLEAN FILE COUNT IS WHAT PGACCSPL OR PGPWDGEN AND
003720*    PGPWDRCN MUST EACH READ BACK.
003730*****************************************************************
003740 9900-LOG-CYCLE-STEP.
003750     MOVE 'I' TO PG-SF-USE.
003760     MOVE 'ACCTRAW' TO PG-SF-DD.
003770     MOVE ED-RECORDS-READ TO PG-SF-RECORDS.
003780     MOVE ED-RAW-TRAILER-SWITCH TO PG-SF-TRAILER-SW.
003790     MOVE ED-RAW-HASH-TOTAL TO PG-SF-HASH.
003800     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
003810     MOVE 'O' TO PG-SF-USE.
003820     MOVE 'ACCTIN' TO PG-SF-DD.
003830     MOVE ED-RECORDS-WRITTEN TO PG-SF-RECORDS.
003840     MOVE 'Y' TO PG-SF-TRAILER-SW.
003850     MOVE ED-HASH-TOTAL TO PG-SF-HASH.
003860     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
003870     MOVE RETURN-CODE TO PG-SR-RETURN-CODE.
003880     CALL 'CYCLE-STEP-LOG' USING PG-STEP-RECORD.
003890 9900-EXIT.
003900     EXIT.
003910
003920*****************************************************************
003930*    9910-ADD-STEP-FILE - THE FILE ENTRY BUILT IN
003940*    PG-STEP-FILE-WORK BECOMES THE NEXT ENTRY OF THE STEP
003950*    RECORD.
003960*****************************************************************
003970 9910-ADD-STEP-FILE.
003980     IF PG-SR-FILE-COUNT NOT < 10
003990         GO TO 9910-EXIT
004000     END-IF.
004010     ADD 1 TO PG-SR-FILE-COUNT.
004020     MOVE PG-STEP-FILE-WORK
004030         TO PG-SR-FILE-ENTRY(PG-SR-FILE-COUNT).
004040 9910-EXIT.
004050     EXIT.
