000060*            CODE, SO THE STREAM STATUS CAN BE REPORTED AND A
000070*            STEP THAT ALREADY COMPLETED CLEANLY FOR THE RUN
000080*            DATE CAN BE REFUSED A SECOND RUN.
000082*            THE RERUN CODE MARKS AN ENTRY REOPENED BY A SECOND
000084*            START FOR THE SAME RUN DATE - FORCED OVER A CLEAN
000086*            COMPLETION, OR A RESTART AFTER A FAILED OR
000088*            UNFINISHED RUN.
000089*            A STEP THE STREAM PASSED OVER BECAUSE THE RUN DATE IS
000090*            A NON-PROCESSING DAY IN THE BUSINESS CALENDAR IS
000091*            ENTERED AS SKIPPED WITH RETURN CODE ZERO.
000092*----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110*   DATE       INIT  DESCRIPTION
000120*   2026-09-02 CLB   ORIGINAL COPYBOOK
000122*   2026-10-15 CLB   CARVE THE RERUN CODE FROM FILLER FOR THE
000124*                    BATCH WINDOW HISTORY REPORT
000126*   2026-10-15 CLB   ADD SKIPPED STATUS FOR NON-PROCESSING DAYS
000130*================================================================
000140 01  RUN-CONTROL-RECORD.
000150    05  RN-CONTROL-KEY.
000180    05  RN-STATUS-CODE              PIC X(01).
000190        88  RN-STEP-STARTED             VALUE "S".
000200        88  RN-STEP-COMPLETE            VALUE "C".
000202        88  RN-STEP-SKIPPED             VALUE "K".
000210    05  RN-START-TIME               PIC X(06).
000220    05  RN-END-TIME                 PIC X(06).
000230    05  RN-RETURN-CODE              PIC 9(03).
000232    05  RN-RERUN-CODE               PIC X(01).
000234        88  RN-RERUN-FORCED             VALUE "F".
000236        88  RN-RERUN-RESTART            VALUE "R".
000240    05  FILLER                      PIC X(07).
