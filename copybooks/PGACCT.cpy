000420*    PG-IN-PROFILE-CODE NAMES AN ENTRY IN THE POLICY-PROFILE    *
000430*    MASTER FILE (PGPROF).  AN ACCOUNT CARRYING SPACES OR       *
000440*    LOW-VALUES HERE IS GENERATED UNDER THE PARM-CARD DEFAULTS. *
000450*                                                               *
000460*    PG-IN-INCIDENT-ID IS SET ONLY ON AN ACCOUNT FILE BUILT BY  *
000470*    THE INCIDENT MASS-RESET BUILDER (PGINCBLD); THE GENERATOR  *
000480*    CARRIES IT TO THE AUDIT RECORD.  SPACES ON A NIGHTLY FILE. *
000500*****************************************************************
000600 01  PG-ACCOUNT-IN-RECORD.
000700     05  PG-IN-ACCOUNT-ID           PIC X(08).
000710     05  PG-IN-PROFILE-CODE         PIC X(04).
000720     05  PG-IN-INCIDENT-ID          PIC X(10).
000730     05  FILLER                     PIC X(58).
