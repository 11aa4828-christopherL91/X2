000120*   THAT THE REPORTING STEPS CONSUME, REPLACING THE SEPARATE
000130*   FULL-FILE SORTS EACH REPORT USED TO RUN FOR ITSELF:
000140*     EXTOPR - BY OPERATOR, DATE, TIME   (SONRPT, SONRECON,
000141*              SESSRPT, BADGEMAT AND THE SECMON OPERATOR SCAN)
000160*     EXTTRM - BY TERMINAL, SHIFT        (TERMRPT)
000161*     EXTSHF - BY OPERATOR, DATE, SHIFT  (SHIFTEXC, SHFTCOV)
000180*     EXTSEC - BY TERMINAL, DATE         (SECMON TERMINAL SCAN)
000190*   WITH THE SLICES ON HAND THE REPORT STEPS NO LONGER RE-SORT
000200*   AND CAN RUN IN PARALLEL.  ANY SORT FAILURE ENDS THE STEP
000260*   2026-09-02 CLB   RECORD STEP START AND COMPLETION IN THE
000270*                    RUN-CONTROL LEDGER VIA STEPCTL AND HONOR
000280*                    THE RERUN GUARD FOR THE RUN DATE
000282*   2026-10-15 CLB   EXTSHF ALSO FEEDS THE SHIFT COVERAGE REPORT
000284*   2026-10-15 CLB   EXTOPR ALSO FEEDS THE BADGE CROSS-CHECK
000290*================================================================
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. SONXTRCT.
