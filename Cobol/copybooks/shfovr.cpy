000010*================================================================
000020* SHFOVR   - SHIFT SCHEDULE OVERRIDE FILE RECORD LAYOUT.  ONE
000030*            ENTRY PER OPERATOR PER SCHEDULE DATE CHANGED BY A
000040*            SUPERVISOR THROUGH SCHEDULE OVERRIDE MAINTENANCE,
000050*            KEYED RANDOM BY OPERATOR ID PLUS SCHEDULE DATE LIKE
000060*            THE SHIFT SCHEDULE ITSELF.  CARRIES THE RESULT OF THE
000070*            OVERRIDE SO THE NIGHTLY SCHEDULE LOAD CAN LEAVE THE
000080*            ENTRY ALONE AND REPORT A STAFFING PLAN THAT DIFFERS.
000090*----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110*   DATE       INIT  DESCRIPTION
000120*   2026-10-15 CLB   ORIGINAL COPYBOOK
000130*================================================================
000140 01  SCHEDULE-OVERRIDE-RECORD.
000150    05  SO-OVERRIDE-KEY.
000160        10  SO-OPERATOR-ID          PIC X(08).
000170        10  SO-SCHED-DATE           PIC X(08).
000180    05  SO-ACTION-CODE              PIC X(01).
000190        88  SO-ACTION-ADD               VALUE "A".
000200        88  SO-ACTION-CHANGE            VALUE "C".
000210        88  SO-ACTION-DELETE            VALUE "D".
000220    05  SO-SCHED-SHIFT              PIC X(01).
000230    05  SO-REASON-CODE              PIC X(02).
000240    05  SO-APPROVER-ID              PIC X(08).
000250    05  SO-MAINT-OPERATOR-ID        PIC X(08).
000260    05  SO-OVERRIDE-DATE            PIC X(08).
000270    05  SO-OVERRIDE-TIME            PIC X(06).
000280    05  FILLER                      PIC X(30).
