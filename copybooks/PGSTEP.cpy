000100*****************************************************************
000200*    PGSTEP.CPY                                                 *
000300*    PG-STEP-RECORD - CYCLE STEP LOG (CYCLOG).  EVERY STEP OF   *
000400*    THE NIGHTLY CHAIN APPENDS ONE RECORD AT A CLEAN END OF     *
000500*    JOB THROUGH THE CYCLE-STEP-LOG SUBPROGRAM (PGCYCLOG), AND  *
000600*    THE CYCLE STATUS REPORT (PGCYCRPT) READS THEM BACK WITH    *
000700*    RUNCTL.  A STEP THAT ABENDS WRITES NOTHING, SO IT SHOWS    *
000800*    ON THE REPORT AS NOT RUN.  ARCHIVE THE LOG PERIODICALLY    *
000900*    WITH THE MONTHLY JOBS, THE SAME AS RUNCTL.                 *
001000*                                                               *
001100*    PG-SR-BUSINESS-DATE     YYYYMMDD CYCLE THE STEP BELONGS    *
001200*                            TO - SET BY PGCYCLOG FROM THE      *
001300*                            START TIME; A STEP STARTED BEFORE  *
001400*                            NOON BELONGS TO THE PRIOR DAY'S    *
001500*                            CYCLE                              *
001600*    PG-SR-PROGRAM           STEP PROGRAM NAME, E.G. PGACCEDT   *
001700*    PG-SR-STREAM-ID         GENERATOR STREAM ('00' = SINGLE    *
001800*                            UNSPLIT RUN); SPACES FOR OTHER     *
001900*                            STEPS                              *
002000*    PG-SR-RUN-MODE          GENERATOR RUN MODE 'B' OR 'Q';     *
002100*                            SPACES FOR OTHER STEPS             *
002200*    PG-SR-RUN-ID            GENERATOR RUN ID AS ON RUNCTL      *
002300*    PG-SR-RETURN-CODE       FINAL RETURN CODE OF THE STEP      *
002400*    PG-SR-START-TIME        YYYYMMDDHHMMSS AT INITIALIZATION   *
002500*    PG-SR-END-TIME          YYYYMMDDHHMMSS WHEN LOGGED - SET   *
002600*                            BY PGCYCLOG                        *
002700*    PG-SR-FILE-COUNT        ENTRIES USED IN THE FILE TABLE     *
002800*    PG-SR-FILE-ENTRY        ONE PER FILE READ ('I') OR         *
002900*                            WRITTEN ('O'), BY DD NAME, WITH    *
003000*                            ITS DATA-RECORD COUNT.  FOR A      *
003100*                            TRAILED FILE (PG-SR-FILE-          *
003200*                            TRAILER-SW 'Y') THE COUNT AND      *
003300*                            HASH ARE THE CONTROL TOTALS THE    *
003400*                            STEP BALANCED TO, OR WROTE ON,     *
003500*                            ITS PGTRLR TRAILER.  UNUSED        *
003600*                            ENTRIES ARE SPACES.                *
003700*****************************************************************
003800 01  PG-STEP-RECORD.
003900     05  PG-SR-BUSINESS-DATE        PIC X(08).
004000     05  PG-SR-PROGRAM              PIC X(08).
004100     05  PG-SR-STREAM-ID            PIC X(02).
004200     05  PG-SR-RUN-MODE             PIC X(01).
004300         88  PG-SR-BATCH-MODE            VALUE 'B'.
004400         88  PG-SR-QUEUE-MODE            VALUE 'Q'.
004500     05  PG-SR-RUN-ID               PIC X(14).
004600     05  PG-SR-RETURN-CODE          PIC 9(03).
004700     05  PG-SR-START-TIME           PIC X(14).
004800     05  PG-SR-END-TIME             PIC X(14).
004900     05  PG-SR-FILE-COUNT           PIC 9(02).
005000     05  PG-SR-FILE-ENTRY OCCURS 10 TIMES.
005100         10  PG-SR-FILE-USE         PIC X(01).
005200             88  PG-SR-FILE-READ         VALUE 'I'.
005300             88  PG-SR-FILE-WRITTEN      VALUE 'O'.
005400         10  PG-SR-FILE-DD          PIC X(09).
005500         10  PG-SR-FILE-RECORDS     PIC 9(07).
005600         10  PG-SR-FILE-TRAILER-SW  PIC X(01).
005700             88  PG-SR-FILE-TRAILED      VALUE 'Y'.
005800         10  PG-SR-FILE-HASH        PIC 9(09).
005900     05  FILLER                     PIC X(14).
006000*
006100*    PG-STEP-FILE-WORK - ONE FILE ENTRY BUILT BY THE CALLING
006200*    STEP, THEN MOVED INTO THE NEXT PG-SR-FILE-ENTRY.  SAME
006300*    SHAPE AS THE ENTRY.
006400 01  PG-STEP-FILE-WORK.
006500     05  PG-SF-USE                  PIC X(01).
006600     05  PG-SF-DD                   PIC X(09).
006700     05  PG-SF-RECORDS              PIC 9(07).
006800     05  PG-SF-TRAILER-SW           PIC X(01).
006900     05  PG-SF-HASH                 PIC 9(09).
