000250*    CLEARTEXT: ALLOCATE IT UNDER THE INTAKE'S OWN SECURITY
000260*    AND DELETE IT AS SOON AS THE INTAKE HAS CONSUMED IT.
000270*    THE KEY CARD MUST BE THE ONE THE GENERATOR RAN WITH.
000271*    THE PLATFORM FEEDS WRITTEN BY FEED-ROUTE (PGFEDRTE) -
000272*    DIRFEED, MFSFEED AND KSKFEED - KEEP THE PGFEED LAYOUT AND
000273*    TRAILER, SO EACH IS RECOVERED HERE AS IT STANDS.  EVERY
000274*    RECORD CARRIES THE KEY VERSION IT WAS ENCODED UNDER AND IS
000275*    DECODED WITH WHICHEVER KEY OF THE CARD - CURRENT OR
000276*    PREVIOUS - HAS THAT VERSION, SO A RE-SEND FEED HELD ACROSS
000277*    A KEY ROTATION STILL RECOVERS.  A RECORD STAMPED '000' IS
000278*    ALREADY CLEARTEXT AND COPIES THROUGH; A BLANK STAMP IS
000279*    VERSION 001.  THE RECOVERED RECORDS ARE STAMPED '000'.
000280*
000290*    RETURN CODES -
000300*        0 = FEED RECOVERED
000310*       16 = FILE OPEN FAILURE, MISSING/BLANK KEY CARD, BAD
000315*            KEY VERSION ON THE CARD, A RECORD ENCODED UNDER
000320*            A KEY VERSION THE CARD DOES NOT HOLD, OR FEED
000325*            TRAILER MISSING OR OUT OF BALANCE
000330*
000340*    MAINTENANCE HISTORY
000350*    DATE-WRITTEN.... 09/02/2026  DLO  ORIGINAL - KEYED RECOVERY
000380*                                      CONTROL-TOTAL TRAILER
000390*                                      (PGTRLR) AND WRITE ONE ON
000400*                                      THE RECOVERED FEED
000401*    MODIFIED........ 10/15/2026  DLO  DOCUMENT RECOVERY OF THE
000402*                                      PER-PLATFORM FEEDS
000403*                                      (DIRFEED, MFSFEED,
000404*                                      KSKFEED)
000405*    MODIFIED........ 10/15/2026  DLO  DECODE EACH RECORD UNDER
000406*                                      THE CURRENT OR PREVIOUS
000407*                                      KEY OF THE CARD BY THE
000408*                                      KEY VERSION STAMPED ON IT
000410*****************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. FEED-RECOVER.
001000 01  FR-COUNTERS.
001010     05  FR-RECORDS-READ            PIC 9(07) COMP VALUE ZERO.
001020     05  FR-RECORDS-WRITTEN         PIC 9(07) COMP VALUE ZERO.
001022     05  FR-CURRENT-DECODED         PIC 9(07) COMP VALUE ZERO.
001024     05  FR-PREVIOUS-DECODED        PIC 9(07) COMP VALUE ZERO.
001026     05  FR-CLEARTEXT-PASSED        PIC 9(07) COMP VALUE ZERO.
001030
001040 01  FR-FEED-KEY-SAVE               PIC X(16).
001041*
001042*    KEY VERSIONS FROM THE CARD (PGKEYPM).  FR-PREVIOUS-VERSION
001043*    IS SPACES WHEN THE CARD CARRIES NO PREVIOUS KEY.
001044 01  FR-KEY-VERSION-WORK.
001045     05  FR-CURRENT-VERSION         PIC X(03).
001046     05  FR-PREVIOUS-KEY-SAVE       PIC X(16).
001047     05  FR-PREVIOUS-VERSION        PIC X(03).
001048     05  FR-RECORD-VERSION          PIC X(03).
001050
001060*****************************************************************
001070*    CONTROL-TOTAL TRAILER STATE, AND THE COMMON TRAILER AND
001650         STOP RUN
001660     END-IF.
001670     MOVE PG-KY-FEED-KEY TO FR-FEED-KEY-SAVE.
001675     PERFORM 1100-LOAD-KEY-VERSIONS THRU 1100-EXIT.
001680
001690     OPEN INPUT FEED-IN-FILE.
001700     IF FR-FEEDIN-STATUS NOT = '00'
001850
001860*****************************************************************
001870*    2000-RECOVER-ONE-RECORD - EVERY FIELD EXCEPT THE PASSWORD
001880*    AND THE KEY VERSION COPIES THROUGH UNCHANGED; THE PASSWORD
001890*    DECODES UNDER THE KEY OF THE RECORD'S VERSION.
001900*****************************************************************
001910 2000-RECOVER-ONE-RECORD.
001920     READ FEED-IN-FILE
002130             1000000000).
002140     ADD 1 TO FR-RECORDS-READ.
002150
002160     PERFORM 2100-DECODE-PASSWORD THRU 2100-EXIT.
002170     MOVE '000' TO PG-FD-KEY-VERSION.
002210
002220     WRITE FR-FEED-OUT-RECORD FROM PG-FEED-RECORD.
002230     ADD 1 TO FR-RECORDS-WRITTEN.
002530     DISPLAY "PGFEDRCV: " FR-RECORDS-READ " FEED RECORDS READ".
002540     DISPLAY "PGFEDRCV: " FR-RECORDS-WRITTEN
002550         " RECORDS RECOVERED".
002551     DISPLAY "PGFEDRCV: " FR-CURRENT-DECODED
002552         " UNDER CURRENT KEY VERSION " FR-CURRENT-VERSION.
002553     IF FR-PREVIOUS-VERSION NOT = SPACES
002554         DISPLAY "PGFEDRCV: " FR-PREVIOUS-DECODED
002555             " UNDER PREVIOUS KEY VERSION " FR-PREVIOUS-VERSION
002556     END-IF.
002557     DISPLAY "PGFEDRCV: " FR-CLEARTEXT-PASSED
002558         " ALREADY CLEARTEXT (VERSION 000)".
002560 9000-EXIT.
002570     EXIT.
002580
002590*****************************************************************
002600*    1100-LOAD-KEY-VERSIONS - A BLANK CURRENT VERSION ON THE
002610*    CARD IS VERSION 001.  THE PREVIOUS KEY IS OPTIONAL; WHEN
002620*    PRESENT ITS VERSION MUST DIFFER FROM THE CURRENT ONE.
002630*****************************************************************
002640 1100-LOAD-KEY-VERSIONS.
002650     IF PG-KY-KEY-VERSION = SPACES
002660         MOVE '001' TO FR-CURRENT-VERSION
002670     ELSE
002680         MOVE PG-KY-KEY-VERSION TO FR-CURRENT-VERSION
002690     END-IF.
002700     IF FR-CURRENT-VERSION NOT NUMERIC
002710        OR FR-CURRENT-VERSION = '000'
002720         DISPLAY "PGFEDRCV: KEY CARD KEY VERSION '"
002730             FR-CURRENT-VERSION "' MUST BE 001-999 - ABEND"
002740         MOVE 16 TO RETURN-CODE
002750         STOP RUN
002760     END-IF.
002770     MOVE SPACES TO FR-PREVIOUS-KEY-SAVE.
002780     MOVE SPACES TO FR-PREVIOUS-VERSION.
002790     IF PG-KY-PREVIOUS-KEY NOT = SPACES
002800        AND PG-KY-PREVIOUS-KEY NOT = LOW-VALUES
002810         IF PG-KY-PREVIOUS-VERSION NOT NUMERIC
002820            OR PG-KY-PREVIOUS-VERSION = '000'
002830            OR PG-KY-PREVIOUS-VERSION = FR-CURRENT-VERSION
002840             DISPLAY "PGFEDRCV: KEY CARD PREVIOUS VERSION '"
002850                 PG-KY-PREVIOUS-VERSION "' MUST BE 001-999 AND "
002860                 "DIFFER FROM THE CURRENT VERSION - ABEND"
002870             MOVE 16 TO RETURN-CODE
002880             STOP RUN
002890         END-IF
002900         MOVE PG-KY-PREVIOUS-KEY TO FR-PREVIOUS-KEY-SAVE
002910         MOVE PG-KY-PREVIOUS-VERSION TO FR-PREVIOUS-VERSION
002920     END-IF.
002930 1100-EXIT.
002940     EXIT.
002950
002960*****************************************************************
002970*    2100-DECODE-PASSWORD - THE KEY IS CHOSEN BY THE VERSION
002980*    STAMPED ON THE RECORD.  A VERSION THE CARD DOES NOT HOLD
002990*    WOULD DECODE TO GARBAGE, SO IT ABENDS.
003000*****************************************************************
003010 2100-DECODE-PASSWORD.
003020     IF PG-FD-KEY-VERSION = SPACES
003030        OR PG-FD-KEY-VERSION = LOW-VALUES
003040         MOVE '001' TO FR-RECORD-VERSION
003050     ELSE
003060         MOVE PG-FD-KEY-VERSION TO FR-RECORD-VERSION
003070     END-IF.
003080     IF FR-RECORD-VERSION = '000'
003090         ADD 1 TO FR-CLEARTEXT-PASSED
003100         GO TO 2100-EXIT
003110     END-IF.
003120     IF FR-RECORD-VERSION = FR-CURRENT-VERSION
003130         MOVE FR-FEED-KEY-SAVE TO PG-CY-FEED-KEY
003140         ADD 1 TO FR-CURRENT-DECODED
003150     ELSE
003160         IF FR-PREVIOUS-VERSION NOT = SPACES
003170            AND FR-RECORD-VERSION = FR-PREVIOUS-VERSION
003180             MOVE FR-PREVIOUS-KEY-SAVE TO PG-CY-FEED-KEY
003190             ADD 1 TO FR-PREVIOUS-DECODED
003200         ELSE
003210             DISPLAY "PGFEDRCV: ACCOUNT " PG-FD-ACCOUNT-ID
003220                 " ENCODED UNDER KEY VERSION " FR-RECORD-VERSION
003230                 " - KEY CARD HOLDS " FR-CURRENT-VERSION
003240                 " AND '" FR-PREVIOUS-VERSION "' - ABEND"
003250             MOVE 16 TO RETURN-CODE
003260             STOP RUN
003270         END-IF
003280     END-IF.
003290     MOVE 'D' TO PG-CY-DIRECTION.
003300     MOVE PG-FD-PASSWORD TO PG-CY-INPUT-TEXT.
003310     CALL 'PASSWORD-CRYPT' USING PG-CRYPT-PARMS.
003320     MOVE PG-CY-OUTPUT-TEXT TO PG-FD-PASSWORD.
003330 2100-EXIT.
003340     EXIT.
