000010*================================================================
000020* SHFDEF   - SHIFT DEFINITION CONTROL RECORD LAYOUT.  ONE ENTRY
000030*            PER SHIFT CODE, KEYED RANDOM BY SHIFT CODE, CARRYING
000040*            THE CLOCK TIMES THE SHIFT STARTS AND ENDS (HHMM - AN
000050*            END TIME EARLIER THAN THE START MEANS THE SHIFT RUNS
000060*            PAST MIDNIGHT), THE GRACE MINUTES ALLOWED AFTER THE
000070*            START BEFORE A SIGN-ON COUNTS AS LATE AND THE MINUTES
000080*            BEFORE THE END A SIGN-OFF MAY COME WITHOUT COUNTING
000090*            AS AN EARLY DEPARTURE.  MAINTAINED THROUGH SCHEDULE
000100*            OVERRIDE MAINTENANCE AT MANAGER AUTHORITY.
000110*----------------------------------------------------------------
000120* MODIFICATION HISTORY
000130*   DATE       INIT  DESCRIPTION
000140*   2026-10-15 CLB   ORIGINAL COPYBOOK
000150*================================================================
000160 01  SHIFT-DEFINITION-RECORD.
000170    05  SF-SHIFT-CODE               PIC X(01).
000180        88  SF-SHIFT-1ST                VALUE "1".
000190        88  SF-SHIFT-2ND                VALUE "2".
000200        88  SF-SHIFT-3RD                VALUE "3".
000210    05  SF-START-TIME               PIC X(04).
000220    05  SF-END-TIME                 PIC X(04).
000230    05  SF-GRACE-MINUTES            PIC 9(03).
000240    05  SF-EARLY-MINUTES            PIC 9(03).
000250    05  SF-DESCRIPTION              PIC X(20).
000260    05  FILLER                      PIC X(05).
