000010*================================================================
000020* SIGSTAMP - SIGN-ON LOG STAMP SERVICE CALL PARAMETER AREA.
000030*            PASSED WITH THE SIGN-ON LOG RECORD TO THE SIGSTAMP
000040*            SUBPROGRAM.  INCLUDED UNDER A CALLER-SUPPLIED 01
000050*            LEVEL.  FUNCTION S STAMPS THE NEXT SEQUENCE NUMBER
000060*            AND CHECK VALUE INTO THE RECORD AND ADVANCES THE
000070*            SEALS, JUST BEFORE THE CALLER WRITES IT.  FUNCTION C
000080*            ONLY RECOMPUTES THE CHECK VALUE OF A LOGGED RECORD
000090*            FROM THE PRIOR CHECK VALUE THE CALLER SUPPLIES.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*   DATE       INIT  DESCRIPTION
000130*   2026-10-15 CLB   ORIGINAL COPYBOOK
000140*================================================================
000150    05  SG-FUNCTION-CODE            PIC X(01).
000160        88  SG-FUNC-STAMP               VALUE "S".
000170        88  SG-FUNC-CHECK               VALUE "C".
000180    05  SG-PRIOR-CHAIN              PIC 9(09).
000190    05  SG-CHAIN-VALUE              PIC 9(09).
000200    05  SG-REPLY-CODE               PIC X(01).
000210        88  SG-REPLY-OK                 VALUE "0".
000220        88  SG-REPLY-ERROR              VALUE "E".
