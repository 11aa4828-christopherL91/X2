000010*================================================================
000020* SLACTL   - BATCH STEP SERVICE-LEVEL CONTROL RECORD LAYOUT.
000030*            ONE ENTRY PER NIGHTLY STEP, KEYED BY STEP NAME,
000040*            CARRYING THE ELAPSED-MINUTE THRESHOLD THE STEP IS
000050*            EXPECTED TO FINISH WITHIN.  THE ENTRY KEYED *STREAM*
000060*            DESCRIBES THE WHOLE STREAM - THE CLOCK TIME THE BATCH
000070*            WINDOW OPENS IN THE EVENING, THE MORNING DEADLINE FOR
000080*            THE ONLINE START, AND (IN THE THRESHOLD FIELD) THE
000090*            WARNING MARGIN IN MINUTES AHEAD OF THE DEADLINE.
000100*            A ZERO THRESHOLD MEANS NO SLA FOR THE STEP.
000110*----------------------------------------------------------------
000120* MODIFICATION HISTORY
000130*   DATE       INIT  DESCRIPTION
000140*   2026-10-15 CLB   ORIGINAL COPYBOOK
000150*================================================================
000160 01  STEP-SLA-RECORD.
000170    05  SV-STEP-NAME                PIC X(08).
000180        88  SV-STREAM-ENTRY             VALUE "*STREAM*".
000190    05  SV-THRESHOLD-MINUTES        PIC 9(04).
000200    05  SV-WINDOW-OPEN              PIC X(04).
000210    05  SV-DEADLINE-TIME            PIC X(04).
000220    05  SV-DESCRIPTION              PIC X(30).
000230    05  FILLER                      PIC X(30).
