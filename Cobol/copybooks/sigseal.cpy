000010*================================================================
000020* SIGSEAL  - SIGN-ON LOG DAILY SEAL RECORD LAYOUT.  KEYED BY
000030*            DATE, ONE ENTRY PER DAY HOLDING THE NUMBER OF LOG
000040*            RECORDS STAMPED THAT DAY, THE FIRST AND LAST SEQUENCE
000050*            NUMBER AND THE LAST CHAINED CHECK VALUE.  MAINTAINED
000060*            BY SIGSTAMP AS EACH RECORD IS WRITTEN.  THE CONTROL
000070*            ENTRY KEYED 00000000 CARRIES THE HIGH-WATER SEQUENCE
000080*            AND CHECK VALUE FOR THE WHOLE LOG IN THE SAME FIELDS,
000090*            PLUS THE CARRY-FORWARD POINT - THE LAST SEQUENCE AND
000100*            CHECK VALUE SONPURGE MOVED TO THE ARCHIVE - SO THE
000110*            LIVE LOG CAN STILL BE PROVED ONCE OLD ARCHIVE
000120*            GENERATIONS ROLL OFF.  A DAY ENTRY'S ARCHIVE DATE IS
000130*            THE PURGE RUN DATE THAT ARCHIVED THE DAY.
000140*----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160*   DATE       INIT  DESCRIPTION
000170*   2026-10-15 CLB   ORIGINAL COPYBOOK
000180*================================================================
000190 01  SIGNON-SEAL-RECORD.
000200    05  SE-SEAL-KEY                 PIC X(08).
000210        88  SE-CONTROL-ENTRY            VALUE "00000000".
000220    05  SE-RECORD-COUNT             PIC 9(07).
000230    05  SE-FIRST-SEQUENCE           PIC 9(09).
000240    05  SE-LAST-SEQUENCE            PIC 9(09).
000250    05  SE-LAST-CHAIN               PIC 9(09).
000260    05  SE-CARRY-SEQUENCE           PIC 9(09).
000270    05  SE-CARRY-CHAIN              PIC 9(09).
000280    05  SE-ARCHIVE-DATE             PIC X(08).
000290    05  FILLER                      PIC X(12).
