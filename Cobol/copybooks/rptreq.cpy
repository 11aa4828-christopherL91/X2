000010*================================================================
000020* RPTREQ   - DEFERRED REPORT REQUEST RECORD LAYOUT.  KEYED BY
000030*            REQUESTING OPERATOR AND THE DATE AND TIME THE
000040*            REQUEST WAS TAKEN, SO AN OPERATOR'S REQUESTS READ
000050*            TOGETHER.
000060*            WRITTEN PENDING BY THE REPORT REQUEST MENU FUNCTION
000070*            (RPTRQMNT) WITH THE REPORT AND ITS SELECTION, AND
000080*            COMPLETED BY THE NIGHTLY QUEUE DRIVER (RPTQRUN) WITH
000090*            THE RETURN CODE THE REPORT ENDED WITH, OR MARKED
000100*            CANCELLED BY A SUPERVISOR BEFORE IT RUNS.
000110*----------------------------------------------------------------
000120* MODIFICATION HISTORY
000130*   DATE       INIT  DESCRIPTION
000140*   2026-10-15 CLB   ORIGINAL COPYBOOK
000150*================================================================
000160 01  REPORT-REQUEST-RECORD.
000170    05  RQ-REQUEST-KEY.
000180        10  RQ-REQUESTER-ID         PIC X(08).
000190        10  RQ-REQUEST-DATE         PIC X(08).
000200        10  RQ-REQUEST-TIME         PIC X(06).
000210    05  RQ-REQUESTER-TERMINAL       PIC X(04).
000220    05  RQ-REPORT-ID                PIC X(08).
000230        88  RQ-VALID-REPORT             VALUE "SONRPT"
000240                                              "SONRECON"
000250                                              "SESSRPT"
000260                                              "OPMAUDR".
000270    05  RQ-SELECTION.
000280        10  RQ-FROM-DATE            PIC X(08).
000290        10  RQ-THRU-DATE            PIC X(08).
000300        10  RQ-SELECT-OPERATOR      PIC X(08).
000310    05  RQ-PRIORITY                 PIC X(01).
000320        88  RQ-PRIORITY-HIGH            VALUE "1".
000330        88  RQ-PRIORITY-NORMAL          VALUE "2".
000340        88  RQ-PRIORITY-LOW             VALUE "3".
000350        88  RQ-VALID-PRIORITY           VALUE "1" THRU "3".
000360    05  RQ-STATUS                   PIC X(01).
000370        88  RQ-PENDING                  VALUE "P".
000380        88  RQ-COMPLETE                 VALUE "C".
000390        88  RQ-FAILED                   VALUE "F".
000400        88  RQ-CANCELLED                VALUE "X".
000410    05  RQ-RETURN-CODE              PIC 9(03).
000420    05  RQ-RUN-DATE                 PIC X(08).
000430    05  RQ-RUN-TIME                 PIC X(06).
000440    05  RQ-CANCELLED-BY             PIC X(08).
000450    05  FILLER                      PIC X(35).
