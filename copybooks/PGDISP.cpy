000100*****************************************************************
000200*    PGDISP.CPY                                                 *
000300*    PG-DISPOSITION-RECORD - ONE RECORD PER HELPDESK RESET      *
000400*    REQUEST READ FROM RQSTIN BY PASSWORD-GENERATOR (PGPWDGEN)  *
000500*    IN QUEUE MODE, KEYED BY THE REQUEST ID, RETURNED TO THE    *
000600*    TICKETING SYSTEM AS RQSTDISP SO TICKETS ARE CLOSED OR      *
000700*    REOPENED WITHOUT A PHONE CALL.  EVERY REQUEST GETS EXACTLY *
000800*    ONE DISPOSITION - INCLUDING A REQUEST WITH NO ACCOUNT ID,  *
000900*    WHICH NEVER REACHES THE REQUEST AUDIT FILE - AND THE RUN   *
001000*    ABENDS IF REQUESTS READ AND DISPOSITIONS WRITTEN DIFFER.   *
001100*                                                               *
001200*    PG-DP-OUTCOME VALUES -                                     *
001300*        'C' = COMPLETED - PASSWORD ISSUED; PG-DP-EXPIRATION-   *
001400*              DATE CARRIES THE EXPIRATION DATE IT WAS ISSUED   *
001500*              WITH                                             *
001600*        'R' = REJECTED  - NO VALID PASSWORD AFTER RETRIES      *
001700*        'S' = SKIPPED   - ACCOUNT NOT ACTIVE ON THE ACCOUNT-   *
001800*              STATUS MASTER (PGASTAT)                          *
001900*        'D' = DENIED    - REQUEST FAILED VALIDATION; THE       *
002000*              REASON TEXT SAYS WHY                             *
002100*                                                               *
002200*    THE FILE ENDS WITH A PGTRLR TRAILER WHOSE HASH TOTAL IS    *
002300*    TAKEN OVER THE REQUEST ID, NOT THE ACCOUNT ID, SINCE A     *
002400*    DENIED REQUEST MAY CARRY NO ACCOUNT AT ALL.                *
002500*****************************************************************
002600 01  PG-DISPOSITION-RECORD.
002700     05  PG-DP-REQUEST-ID           PIC X(08).
002800     05  PG-DP-ACCOUNT-ID           PIC X(08).
002900     05  PG-DP-REQUESTOR-ID         PIC X(08).
003000     05  PG-DP-OUTCOME              PIC X(01).
003100         88  PG-DP-COMPLETED             VALUE 'C'.
003200         88  PG-DP-REJECTED              VALUE 'R'.
003300         88  PG-DP-SKIPPED               VALUE 'S'.
003400         88  PG-DP-DENIED                VALUE 'D'.
003500     05  PG-DP-REASON-TEXT          PIC X(32).
003600     05  PG-DP-EXPIRATION-DATE      PIC X(08).
003700     05  PG-DP-GEN-DATE             PIC X(08).
003800     05  FILLER                     PIC X(07).
