000350*   2026-09-02 CLB   RECORD STEP START AND COMPLETION IN THE
000360*                    RUN-CONTROL LEDGER VIA STEPCTL AND HONOR
000370*                    THE RERUN GUARD FOR THE RUN DATE
000372*   2026-10-15 CLB   TAKE A DATE RANGE AND OPERATOR SELECTION
000374*                    FROM AN EXTENDED PARM AREA WHEN RUN FROM THE
000376*                    REPORT REQUEST QUEUE, PRINT IT UNDER THE
000378*                    HEADING, AND APPEND TO THE REPORT WHEN ASKED
000380*================================================================
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. SONRPT.
000690     88  RP-SRTLOG-OK                     VALUE "00".
000700 01  RP-REPORT-STATUS                 PIC X(02).
000710     88  RP-REPORT-OK                     VALUE "00".
000712     88  RP-REPORT-NEW                    VALUE "35".
000720 
000730 01  RP-EOF-SW                        PIC X(01)  VALUE "N".
000740     88  RP-EOF                           VALUE "Y"
000790 01  RP-GROUP-ACTIVE-SW                PIC X(01)  VALUE "N".
000800     88  RP-GROUP-ACTIVE                   VALUE "Y"
000810         WHEN SET TO FALSE IS "N".
000811 01  RP-QUEUED-RUN-SW                  PIC X(01)  VALUE "N".
000812     88  RP-QUEUED-RUN                     VALUE "Y"
000813         WHEN SET TO FALSE IS "N".
000814 01  RP-EXTEND-SW                      PIC X(01)  VALUE "N".
000815     88  RP-EXTEND-REPORT                  VALUE "Y"
000816         WHEN SET TO FALSE IS "N".
000817
000818 01  RP-SEL-FROM-DATE                  PIC X(08).
000819 01  RP-SEL-THRU-DATE                  PIC X(08).
000820 01  RP-SEL-OPERATOR                   PIC X(08).
000821 
000830 01  RP-SV-OPERATOR-ID                PIC X(08).
000840 01  RP-SV-RUN-DATE                    PIC X(08).
000850 01  RP-FIRST-TIME                     PIC X(06).
001300     05  RP-D-COUNT                   PIC ZZZZ9.
001310     05  FILLER                      PIC X(33)  VALUE SPACES.
001320 
001321 01  RP-SELECT-LINE.
001322     05  FILLER                      PIC X(02)  VALUE SPACES.
001323     05  FILLER                      PIC X(06)  VALUE "FROM: ".
001324     05  RP-S-FROM-DATE              PIC X(08).
001325     05  FILLER                      PIC X(07)  VALUE " THRU: ".
001326     05  RP-S-THRU-DATE              PIC X(08).
001327     05  FILLER                      PIC X(07)  VALUE " OPER: ".
001328     05  RP-S-OPERATOR               PIC X(08).
001329     05  FILLER                      PIC X(34)  VALUE SPACES.
001330
001331 01  RP-TOTAL-LINE.
001340     05  FILLER                      PIC X(02)  VALUE SPACES.
001350     05  FILLER                      PIC X(20)
001360         VALUE "TOTAL SIGN-ONS".
001450     05  RRP-PARM-LENGTH             PIC S9(04) COMP.
001460     05  RRP-OPERATOR-ID             PIC X(08).
001470     05  RRP-TERMINAL-ID             PIC X(04).
001471     05  RRP-SELECTION.
001472         10  RRP-FROM-DATE           PIC X(08).
001473         10  RRP-THRU-DATE           PIC X(08).
001474         10  RRP-SELECT-OPERATOR     PIC X(08).
001475     05  RRP-OUTPUT-MODE             PIC X(01).
001476         88  RRP-EXTEND-OUTPUT           VALUE "E".
001480*================================================================
001490 PROCEDURE DIVISION USING REPORT-REQUEST-PARM.
001500*----------------------------------------------------------------
001880     EXIT.
001890*----------------------------------------------------------------
001900* 1000-INITIALIZE  -  STAMP THE REQUESTER IN THE HEADING, OPEN
001902*                     THE REPORT FILE AND WRITE HEADINGS.  A PARM
001904*                     AREA OF 37 BYTES OR MORE COMES FROM THE
001906*                     REPORT REQUEST QUEUE WITH A SELECTION.
001908*----------------------------------------------------------------
001910 1000-INITIALIZE.
001912     MOVE ZERO TO RETURN-CODE.
001914     ACCEPT RP-CURRENT-DATE FROM DATE YYYYMMDD.
001916     ACCEPT RP-CURRENT-TIME FROM TIME.
001918     SET RP-QUEUED-RUN TO FALSE.
001920     SET RP-EXTEND-REPORT TO FALSE.
001922     MOVE "00000000" TO RP-SEL-FROM-DATE.
001924     MOVE "99999999" TO RP-SEL-THRU-DATE.
001926     MOVE SPACES TO RP-SEL-OPERATOR.
001970     IF ADDRESS OF REPORT-REQUEST-PARM = NULL
001980         MOVE SPACES TO RP-H-OPERATOR-ID
001990         MOVE SPACES TO RP-H-TERMINAL-ID
002040         ELSE
002050             MOVE RRP-OPERATOR-ID TO RP-H-OPERATOR-ID
002060             MOVE RRP-TERMINAL-ID TO RP-H-TERMINAL-ID
002062             IF RRP-PARM-LENGTH NOT < 37
002064                 PERFORM 1100-TAKE-SELECTION
002066                     THRU 1100-EXIT
002068             END-IF
002070         END-IF
002072     END-IF.
002074     MOVE RP-CURRENT-DATE TO RP-H-RUN-DATE.
002076     MOVE RP-CURRENT-TIME(1:6) TO RP-H-RUN-TIME.
002078     IF RP-EXTEND-REPORT
002080         OPEN EXTEND REPORT-FILE
002082         IF RP-REPORT-NEW
002084             OPEN OUTPUT REPORT-FILE
002086         END-IF
002088     ELSE
002090         OPEN OUTPUT REPORT-FILE
002092     END-IF.
002094     IF RP-REPORT-OK
002096         WRITE RP-REPORT-LINE FROM RP-HEADING-1
002098         IF RP-QUEUED-RUN
002100             WRITE RP-REPORT-LINE FROM RP-SELECT-LINE
002102         END-IF
002140         WRITE RP-REPORT-LINE FROM RP-HEADING-2
002150     ELSE
002160         DISPLAY "REPORT FILE COULD NOT BE OPENED"
002180     END-IF.
002190 1000-EXIT.
002200     EXIT.
002201*----------------------------------------------------------------
002202* 1100-TAKE-SELECTION  -  TAKE THE QUEUED DATE RANGE AND OPERATOR.
002203*                         BLANK FIELDS SELECT EVERYTHING.
002204*----------------------------------------------------------------
002205 1100-TAKE-SELECTION.
002206     SET RP-QUEUED-RUN TO TRUE.
002207     IF RRP-FROM-DATE NOT = SPACES AND NOT = LOW-VALUES
002208         MOVE RRP-FROM-DATE TO RP-SEL-FROM-DATE
002209     END-IF.
002210     IF RRP-THRU-DATE NOT = SPACES AND NOT = LOW-VALUES
002211         MOVE RRP-THRU-DATE TO RP-SEL-THRU-DATE
002212     END-IF.
002213     IF RRP-SELECT-OPERATOR NOT = LOW-VALUES
002214         MOVE RRP-SELECT-OPERATOR TO RP-SEL-OPERATOR
002215     END-IF.
002216     IF RRP-EXTEND-OUTPUT
002217         SET RP-EXTEND-REPORT TO TRUE
002218     END-IF.
002219     MOVE RP-SEL-FROM-DATE TO RP-S-FROM-DATE.
002220     MOVE RP-SEL-THRU-DATE TO RP-S-THRU-DATE.
002221     IF RP-SEL-OPERATOR = SPACES
002222         MOVE "*ALL*" TO RP-S-OPERATOR
002223     ELSE
002224         MOVE RP-SEL-OPERATOR TO RP-S-OPERATOR
002225     END-IF.
002226 1100-EXIT.
002227     EXIT.
002228*----------------------------------------------------------------
002229* 2000-PRODUCE-REPORT  -  CONTROL-BREAK OVER THE SORTED LOG BY
002230*                         OPERATOR ID AND RUN DATE.
002240*----------------------------------------------------------------
002250 2000-PRODUCE-REPORT.
002450     EXIT.
002460*----------------------------------------------------------------
002470* 2100-READ-SORTED-LOG  -  READ THE NEXT SIGN-ON RECORD,
002472*                          BYPASSING SIGN-OFF RECORDS AND ANY
002474*                          RECORD OUTSIDE A QUEUED SELECTION.
002490*----------------------------------------------------------------
002500 2100-READ-SORTED-LOG.
002510     READ SORTED-LOG
002550     IF NOT RP-EOF AND (XL-SIGNOFF OR XL-SECURITY)
002560         GO TO 2100-READ-SORTED-LOG
002570     END-IF.
002571     IF NOT RP-EOF
002572         IF XL-RUN-DATE < RP-SEL-FROM-DATE
002573             OR XL-RUN-DATE > RP-SEL-THRU-DATE
002574             GO TO 2100-READ-SORTED-LOG
002575         END-IF
002576         IF RP-SEL-OPERATOR NOT = SPACES
002577             AND XL-OPERATOR-ID NOT = RP-SEL-OPERATOR
002578             GO TO 2100-READ-SORTED-LOG
002579         END-IF
002580     END-IF.
002581 2100-EXIT.
002590     EXIT.
002600*----------------------------------------------------------------
002610* 2200-PROCESS-GROUP  -  ACCUMULATE OR BREAK ON OPERATOR/DATE.
