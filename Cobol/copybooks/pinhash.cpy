000010*================================================================
000020* PINHASH  - PASSWORD HASH SERVICE CALL PARAMETER AREA.  PASSED
000030*            TO THE PINHASH SUBPROGRAM BY THE SIGN-ON FRONT DOOR
000040*            AND OPERATOR MASTER MAINTENANCE.  INCLUDED UNDER A
000050*            CALLER-SUPPLIED 01 LEVEL.  THE CALLER SETS THE
000060*            OPERATOR ID AND THE KEYED PASSWORD; PINHASH RETURNS
000070*            THE ONE-WAY HASH AND BLANKS THE PASSWORD FIELD SO THE
000080*            CLEAR TEXT DOES NOT LINGER IN THE CALLER'S STORAGE.
000090*----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110*   DATE       INIT  DESCRIPTION
000120*   2026-10-15 CLB   ORIGINAL COPYBOOK
000130*================================================================
000140    05  PH-OPERATOR-ID              PIC X(08).
000150    05  PH-PASSWORD                 PIC X(08).
000160    05  PH-HASH-VALUE               PIC 9(09).
