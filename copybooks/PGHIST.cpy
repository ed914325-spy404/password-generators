000690*    CARRIED WHEN THE PASSWORD WAS ISSUED (SPACES = PARM-CARD    *
000692*    DEFAULTS), SO THE AGING JOB (PGPWDAGE) CAN RE-ISSUE THE     *
000694*    ACCOUNT UNDER THE SAME PROFILE AND EXPIRATION RULES.        *
000695*                                                                *
000696*    PG-HI-RUN-ID IS THE RUN-CONTROL RUN ID (PGRUNC) OF THE      *
000697*    GENERATOR RUN THAT WROTE THE ENTRY, SO THE RUN BACK-OUT     *
000698*    (PGRUNBKO) CAN REMOVE EXACTLY ONE RUN'S ENTRIES.  ENTRIES   *
000699*    WRITTEN BEFORE THE FIELD EXISTED CARRY SPACES.              *
000700*****************************************************************
000800 01  PG-HISTORY-RECORD.
000900     05  PG-HI-KEY.
001200     05  PG-HI-PASSWORD-DIGEST      PIC X(32).
001300     05  PG-HI-GEN-DATE             PIC X(08).
001350     05  PG-HI-PROFILE-CODE         PIC X(04).
001360     05  PG-HI-RUN-ID               PIC X(14).
001370     05  FILLER                     PIC X(02).
