000010*================================================================
000020* BUSCAL   - BUSINESS CALENDAR RECORD LAYOUT.  ONE ENTRY PER
000030*            CALENDAR DATE THAT DEPARTS FROM THE NORMAL WEEK,
000040*            KEYED RANDOM BY DATE.  A HOLIDAY OR PLANT SHUTDOWN
000050*            IS NOT A BUSINESS DAY; AN EXTRA WORKING DAY MAKES A
000060*            SATURDAY OR SUNDAY ONE.  THE PROCESSING FLAG SAYS
000070*            WHETHER THE NIGHTLY STREAM DOES ITS DAILY WORK FOR
000080*            THE DATE.  A DATE WITH NO ENTRY IS A BUSINESS DAY
000090*            MONDAY TO FRIDAY AND A PROCESSING DAY EVERY DAY.
000100*            MAINTAINED BY THE SHIFT LEAD THROUGH SCHEDULE
000110*            OVERRIDE MAINTENANCE; READ THROUGH THE DATESVC
000120*            DATE SERVICE.
000130*----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150*   DATE       INIT  DESCRIPTION
000160*   2026-10-15 CLB   ORIGINAL COPYBOOK
000170*================================================================
000180 01  BUSINESS-CALENDAR-RECORD.
000190    05  CA-CALENDAR-DATE            PIC X(08).
000200    05  CA-DAY-TYPE                 PIC X(01).
000210        88  CA-HOLIDAY                  VALUE "H".
000220        88  CA-SHUTDOWN                 VALUE "S".
000230        88  CA-EXTRA-WORKDAY            VALUE "W".
000240        88  CA-VALID-DAY-TYPE           VALUE "H" "S" "W".
000250    05  CA-PROCESSING-FLAG          PIC X(01).
000260        88  CA-PROCESSING-DAY           VALUE "Y".
000270        88  CA-NON-PROCESSING-DAY       VALUE "N".
000280        88  CA-VALID-PROCESSING         VALUE "Y" "N".
000290    05  CA-DESCRIPTION              PIC X(20).
000300    05  CA-MAINTAINED-BY            PIC X(08).
000310    05  FILLER                      PIC X(02).
