000100*****************************************************************
000200*    PGRKYPM.CPY                                                *
000300*    PG-REKEY-PARM-RECORD - CONTROL CARD FOR THE FEED RE-KEY    *
000400*    (PGFEDRKY).  THE CARD IS OPTIONAL - WITHOUT ONE THE HELD   *
000500*    FEED IS RE-KEYED AND NOTHING IS RETIRED.                   *
000600*                                                               *
000700*    PG-RK-RETIRE-SW         'Y' = AFTER A CLEAN RE-KEY, RECORD *
000800*                            THE KEY CARD'S PREVIOUS VERSION AS *
000900*                            RETIRED ON RUNCTL ('K' RECORD).    *
001000*                            SET IT ON THE RE-KEY OF THE LAST   *
001100*                            FEED STILL HELD UNDER THAT VERSION *
001200*                            - FROM THEN ON THE GENERATOR WILL  *
001300*                            NOT RUN UNDER IT OR ANY OLDER ONE  *
001400*    PG-RK-REQUESTOR-ID      WHO ORDERED THE RETIREMENT;        *
001500*                            REQUIRED WITH PG-RK-RETIRE-SW 'Y'  *
001600*                            AND CARRIED TO THE 'K' RECORD      *
001700*****************************************************************
001800 01  PG-REKEY-PARM-RECORD.
001900     05  PG-RK-RETIRE-SW            PIC X(01).
002000         88  PG-RK-RETIRE-PREVIOUS       VALUE 'Y'.
002100     05  PG-RK-REQUESTOR-ID         PIC X(08).
002200     05  FILLER                     PIC X(71).
