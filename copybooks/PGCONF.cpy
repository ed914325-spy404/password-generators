000600*    PASSWORD-CONFIRM (PGPWDCFM) SO ACCOUNTS THE INTAKE NEVER    *
000700*    APPLIED (HALF-RUN ABEND) CAN BE RE-SENT INSTEAD OF LEFT     *
000800*    HOLDING AN EXPIRED CREDENTIAL.                              *
000810*                                                               *
000820*    EACH TARGET PLATFORM'S INTAKE RETURNS ITS OWN FILE -       *
000830*    CONFDIR (DIRECTORY), CONFMFS (MAINFRAME SECURITY) AND      *
000840*    CONFKSK (KIOSK PIN) - EACH ENDING IN ITS OWN TRAILER.      *
000900*                                                                *
001000*    PG-CF-STATUS VALUES -                                      *
001100*        'A' = APPLIED - PASSWORD SET ON THE TARGET SYSTEM       *
