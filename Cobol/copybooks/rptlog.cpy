000040*            DISPATCHED FROM THE MENU, CARRYING WHO REQUESTED
000050*            WHICH REPORT, WHEN, AND THE RETURN CODE IT ENDED
000060*            WITH, SO REPORT PRODUCTION ITSELF IS AUDITABLE.
000062*            REPORTS THAT ARE RUN ABOUT ONE OPERATOR OR TERMINAL
000064*            ALSO CARRY THAT SUBJECT.  REPORTS RUN OVERNIGHT FROM
000066*            THE REPORT REQUEST QUEUE ARE LOGGED UNDER THE
000068*            OPERATOR WHO QUEUED THEM.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   2026-08-22 CLB   ORIGINAL COPYBOOK
000102*   2026-10-15 CLB   ADD THE REPORT SUBJECT ID CARVED FROM THE
000104*                    TRAILING FILLER
000106*   2026-10-15 CLB   NOTE QUEUED REPORT RUNS IN THE DESCRIPTION
000110*================================================================
000120 01  REPORT-LOG-RECORD.
000130    05  RL-OPERATOR-ID              PIC X(08).
000160    05  RL-RUN-DATE                 PIC X(08).
000170    05  RL-RUN-TIME                 PIC X(06).
000180    05  RL-RETURN-CODE              PIC 9(03).
000190    05  RL-SUBJECT-ID               PIC X(08).
000200    05  FILLER                      PIC X(05).
