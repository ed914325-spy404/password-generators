000364*                                      CONTROL-TOTAL TRAILER AND
000366*                                      WRITE ONE ON EACH STREAM
000368*                                      FILE
000370*    MODIFIED........ 10/15/2026  DLO  STEP COMPLETION RECORD
000372*                                      APPENDED TO THE CYCLE
000374*                                      STEP LOG
000376*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. ACCOUNT-SPLIT.
000400 AUTHOR. D. OKAFOR.
000970
000980 WORKING-STORAGE SECTION.
000990
000991*****************************************************************
000992*    CYCLE STEP LOG RECORD AND FILE-ENTRY WORK AREA
000993*****************************************************************
000994     COPY PGSTEP.
000995
001000*****************************************************************
001010*    SWITCHES
001020*****************************************************************
001250     05  SP-STREAM-WRITTEN          PIC 9(07) COMP
001260             OCCURS 04 TIMES VALUE ZERO.
001270     05  SP-STREAM-INDEX            PIC 9(02) COMP.
001271     05  SP-STEP-STREAM-NO          PIC 9(02).
001272
001274 01  SP-TRAILER-WORK.
001276     05  SP-IN-HASH-TOTAL           PIC 9(09) COMP VALUE ZERO.
001380         UNTIL SP-END-OF-ACCOUNTS.
001390
001400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001403
001406     PERFORM 9900-LOG-CYCLE-STEP THRU 9900-EXIT.
001410
001420     STOP RUN.
001430
001470*    DRIVES PGFEDMRG SO SPLIT AND MERGE CANNOT DISAGREE.
001480*****************************************************************
001490 1000-INITIALIZE.
001492     MOVE SPACES TO PG-STEP-RECORD.
001494     MOVE ZERO TO PG-SR-FILE-COUNT.
001496     MOVE 'PGACCSPL' TO PG-SR-PROGRAM.
001498     MOVE FUNCTION CURRENT-DATE TO PG-SR-START-TIME.
001500     PERFORM 1100-READ-SPLIT-PARM THRU 1100-EXIT.
001510
001520     OPEN INPUT ACCOUNT-IN-FILE.
002978     END-IF.
002980 9300-EXIT.
002982     EXIT.
002992
003002*****************************************************************
003012*    9900-LOG-CYCLE-STEP - STEP COMPLETION RECORD FOR THE CYCLE
003022*    STEP LOG (PGSTEP): THE ACCOUNT FILE READ AND EACH STREAM
003032*    FILE WRITTEN, UNDER THE STREAM DD NAMES THE STREAM
003042*    GENERATOR RUNS LOG THEM BY.
003052*****************************************************************
003062 9900-LOG-CYCLE-STEP.
003072     MOVE 'I' TO PG-SF-USE.
003082     MOVE 'ACCTIN' TO PG-SF-DD.
003092     MOVE SP-RECORDS-READ TO PG-SF-RECORDS.
003102     MOVE 'Y' TO PG-SF-TRAILER-SW.
003112     MOVE SP-IN-HASH-TOTAL TO PG-SF-HASH.
003122     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
003132     PERFORM 9920-LOG-ONE-STREAM THRU 9920-EXIT
003142         VARYING SP-STREAM-INDEX FROM 1 BY 1
003152         UNTIL SP-STREAM-INDEX > SP-STREAM-COUNT.
003162     MOVE RETURN-CODE TO PG-SR-RETURN-CODE.
003172     CALL 'CYCLE-STEP-LOG' USING PG-STEP-RECORD.
003182 9900-EXIT.
003192     EXIT.
003202
003212*****************************************************************
003222*    9910-ADD-STEP-FILE - THE FILE ENTRY BUILT IN
003232*    PG-STEP-FILE-WORK BECOMES THE NEXT ENTRY OF THE STEP
003242*    RECORD.
003252*****************************************************************
003262 9910-ADD-STEP-FILE.
003272     IF PG-SR-FILE-COUNT NOT < 10
003282         GO TO 9910-EXIT
003292     END-IF.
003302     ADD 1 TO PG-SR-FILE-COUNT.
003312     MOVE PG-STEP-FILE-WORK
003322         TO PG-SR-FILE-ENTRY(PG-SR-FILE-COUNT).
003332 9910-EXIT.
003342     EXIT.
003352
003354*****************************************************************
003356*    9920-LOG-ONE-STREAM - ONE STREAM FILE, WITH THE COUNT AND
003358*    HASH WRITTEN ON ITS TRAILER.
003360*****************************************************************
003362 9920-LOG-ONE-STREAM.
003372     MOVE SP-STREAM-INDEX TO SP-STEP-STREAM-NO.
003382     MOVE 'O' TO PG-SF-USE.
003392     MOVE SPACES TO PG-SF-DD.
003402     STRING 'ACCTIN' SP-STEP-STREAM-NO
003412         DELIMITED BY SIZE INTO PG-SF-DD.
003422     MOVE SP-STREAM-WRITTEN(SP-STREAM-INDEX) TO PG-SF-RECORDS.
003432     MOVE 'Y' TO PG-SF-TRAILER-SW.
003442     MOVE SP-STREAM-HASH(SP-STREAM-INDEX) TO PG-SF-HASH.
003452     PERFORM 9910-ADD-STEP-FILE THRU 9910-EXIT.
003462 9920-EXIT.
003472     EXIT.
