000130*   EXTRACT STEP) AGAINST THE HR ROSTER, WHICH IS
000140*   ALREADY IN OPERATOR ID SEQUENCE AS EXTRACTED, AND LISTS ANY
000150*   OPERATOR ID THAT SIGNED ON BUT IS NOT CARRIED ON THE ROSTER.
000152*   WHEN THE BUSINESS CALENDAR MARKS THE RUN DATE A NON-
000154*   PROCESSING DAY THE NIGHTLY RUN IS SKIPPED AND ENTERED IN THE
000156*   RUN-CONTROL LEDGER AS SKIPPED; THE CHECKPOINT STAYS WHERE IT
000158*   IS, SO THE NEXT PROCESSING DAY'S RUN PICKS UP THE SIGN-ONS.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*   DATE       INIT  DESCRIPTION
000400*   2026-09-02 CLB   RECORD STEP START AND COMPLETION IN THE
000410*                    RUN-CONTROL LEDGER VIA STEPCTL AND HONOR
000420*                    THE RERUN GUARD FOR THE RUN DATE
000421*   2026-10-15 CLB   A RUN FROM THE REPORT REQUEST QUEUE TAKES
000422*                    A DATE RANGE AND OPERATOR SELECTION FROM AN
000423*                    EXTENDED PARM AREA IN PLACE OF THE
000424*                    CHECKPOINT, LEAVES THE CHECKPOINT ALONE,
000425*                    PRINTS THE SELECTION AND APPENDS TO THE
000426*                    REPORT WHEN ASKED
000428*   2026-10-15 CLB   SKIP THE NIGHTLY RUN ON A NON-PROCESSING DAY
000430*================================================================
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. SONRECON.
000900     88  RC-HRROST-OK                    VALUE "00".
000910 01  RC-REPORT-STATUS                PIC X(02).
000920     88  RC-REPORT-OK                    VALUE "00".
000922     88  RC-REPORT-NEW                   VALUE "35".
000930 01  RC-CONTROL-STATUS               PIC X(02).
000940     88  RC-CONTROL-OK                   VALUE "00".
000950     88  RC-CONTROL-NEW                  VALUE "35".
001040     88  RC-FIRST-SIGNON                   VALUE "Y"
001050         WHEN SET TO FALSE IS "N".
001060 
001061 01  RC-NON-PROCESSING-SW            PIC X(01)  VALUE "N".
001062     88  RC-NON-PROCESSING-DAY           VALUE "Y"
001063         WHEN SET TO FALSE IS "N".
001064 01  RC-QUEUED-RUN-SW                PIC X(01)  VALUE "N".
001065     88  RC-QUEUED-RUN                   VALUE "Y"
001066         WHEN SET TO FALSE IS "N".
001067 01  RC-EXTEND-SW                    PIC X(01)  VALUE "N".
001068     88  RC-EXTEND-REPORT                VALUE "Y"
001069         WHEN SET TO FALSE IS "N".
001070
001071 01  RC-SEL-FROM-DATE                PIC X(08).
001072 01  RC-SEL-THRU-DATE                PIC X(08).
001073 01  RC-SEL-OPERATOR                 PIC X(08).
001074
001075 01  RC-PREV-OPERATOR-ID             PIC X(08).
001080 01  RC-EXCEPTION-COUNT              PIC 9(05)  VALUE ZERO.
001090
001100 01  RC-CHECKPOINT-DATE              PIC X(08).
001430     05  RC-E-MESSAGE                 PIC X(36).
001440     05  FILLER                      PIC X(31)  VALUE SPACES.
001450 
001451 01  RC-SELECT-LINE.
001452     05  FILLER                      PIC X(02)  VALUE SPACES.
001453     05  FILLER                      PIC X(06)  VALUE "FROM: ".
001454     05  RC-S-FROM-DATE              PIC X(08).
001455     05  FILLER                      PIC X(07)  VALUE " THRU: ".
001456     05  RC-S-THRU-DATE              PIC X(08).
001457     05  FILLER                      PIC X(07)  VALUE " OPER: ".
001458     05  RC-S-OPERATOR               PIC X(08).
001459     05  FILLER                      PIC X(34)  VALUE SPACES.
001460
001461 01  RC-SKIP-LINE.
001462     05  FILLER                      PIC X(02)  VALUE SPACES.
001463     05  FILLER                      PIC X(20)
001464         VALUE "NON-PROCESSING DAY".
001465     05  RC-K-RUN-DATE               PIC X(08).
001466     05  FILLER                      PIC X(02)  VALUE SPACES.
001467     05  RC-K-DESCRIPTION            PIC X(20).
001468     05  FILLER                      PIC X(28)  VALUE SPACES.
001469
001470 01  RC-TOTAL-LINE.
001471     05  FILLER                      PIC X(02)  VALUE SPACES.
001480     05  FILLER                      PIC X(20)
001490         VALUE "TOTAL EXCEPTIONS".
001500     05  RC-T-EXCEPTION-COUNT         PIC ZZZZ9.
001520
001530 01  RC-STEP-PARM.
001540     COPY stepctl.
001542
001544 01  RC-DATE-PARM.
001546     COPY datesvc.
001550*================================================================
001560 LINKAGE SECTION.
001570 01  REPORT-REQUEST-PARM.
001580     05  RRP-PARM-LENGTH             PIC S9(04) COMP.
001590     05  RRP-OPERATOR-ID             PIC X(08).
001600     05  RRP-TERMINAL-ID             PIC X(04).
001601     05  RRP-SELECTION.
001602         10  RRP-FROM-DATE           PIC X(08).
001603         10  RRP-THRU-DATE           PIC X(08).
001604         10  RRP-SELECT-OPERATOR     PIC X(08).
001605     05  RRP-OUTPUT-MODE             PIC X(01).
001606         88  RRP-EXTEND-OUTPUT           VALUE "E".
001610*================================================================
001620 PROCEDURE DIVISION USING REPORT-REQUEST-PARM.
001630*----------------------------------------------------------------
001740     PERFORM 1000-INITIALIZE
001750         THRU 1000-EXIT.
001760     IF RC-REPORT-OK
001761         AND ADDRESS OF REPORT-REQUEST-PARM = NULL
001762         PERFORM 0600-CHECK-PROCESSING-DAY
001763             THRU 0600-EXIT
001764     END-IF.
001765     IF RC-REPORT-OK
001766         AND NOT RC-NON-PROCESSING-DAY
001770         PERFORM 1200-READ-CHECKPOINT
001780             THRU 1200-EXIT
001790         PERFORM 2000-RECONCILE
001800             THRU 2000-EXIT
001810     END-IF.
001811     IF RETURN-CODE = ZERO AND NOT RC-QUEUED-RUN
001813         AND NOT RC-NON-PROCESSING-DAY
001830         PERFORM 9800-UPDATE-CHECKPOINT
001840             THRU 9800-EXIT
001850     END-IF.
002050     END-IF.
002060 0500-EXIT.
002070     EXIT.
002071*----------------------------------------------------------------
002072* 0600-CHECK-PROCESSING-DAY  -  ASK THE DATE SERVICE WHETHER THE
002073*                               RUN DATE IS A PROCESSING DAY.  IF
002074*                               THE CALENDAR CANNOT BE READ THE
002075*                               RECONCILIATION RUNS AS USUAL.
002076*----------------------------------------------------------------
002077 0600-CHECK-PROCESSING-DAY.
002078     MOVE SPACES TO RC-DATE-PARM.
002079     SET DV-FUNC-DAY-CHECK TO TRUE.
002080     IF CT-RUN-DATE IS NUMERIC
002081         MOVE CT-RUN-DATE TO DV-BASE-DATE
002082     END-IF.
002083     CALL "DATESVC" USING RC-DATE-PARM.
002084     IF NOT DV-REPLY-OK
002085         DISPLAY "BUSINESS CALENDAR COULD NOT BE READ"
002086         GO TO 0600-EXIT
002087     END-IF.
002088     IF DV-PROCESSING-DAY
002089         GO TO 0600-EXIT
002090     END-IF.
002091     SET RC-NON-PROCESSING-DAY TO TRUE.
002092     MOVE DV-BASE-DATE TO RC-K-RUN-DATE.
002093     MOVE DV-DESCRIPTION TO RC-K-DESCRIPTION.
002094     WRITE RC-REPORT-LINE FROM RC-SKIP-LINE.
002095 0600-EXIT.
002096     EXIT.
002097*----------------------------------------------------------------
002098* 1000-INITIALIZE  -  STAMP THE REQUESTER IN THE HEADING, OPEN
002099*                     THE REPORT FILE AND WRITE HEADINGS.  A PARM
002100*                     AREA OF 37 BYTES OR MORE COMES FROM THE
002101*                     REPORT REQUEST QUEUE WITH A SELECTION.
002102*----------------------------------------------------------------
002103 1000-INITIALIZE.
002104     MOVE ZERO TO RETURN-CODE.
002105     ACCEPT RC-CURRENT-DATE FROM DATE YYYYMMDD.
002106     ACCEPT RC-CURRENT-TIME FROM TIME.
002108     SET RC-QUEUED-RUN TO FALSE.
002110     SET RC-EXTEND-REPORT TO FALSE.
002112     MOVE "00000000" TO RC-SEL-FROM-DATE.
002114     MOVE "99999999" TO RC-SEL-THRU-DATE.
002116     MOVE SPACES TO RC-SEL-OPERATOR.
002160     IF ADDRESS OF REPORT-REQUEST-PARM = NULL
002170         MOVE SPACES TO RC-H-OPERATOR-ID
002180         MOVE SPACES TO RC-H-TERMINAL-ID
002230         ELSE
002240             MOVE RRP-OPERATOR-ID TO RC-H-OPERATOR-ID
002250             MOVE RRP-TERMINAL-ID TO RC-H-TERMINAL-ID
002252             IF RRP-PARM-LENGTH NOT < 37
002254                 PERFORM 1100-TAKE-SELECTION
002256                     THRU 1100-EXIT
002258             END-IF
002260         END-IF
002262     END-IF.
002264     MOVE RC-CURRENT-DATE TO RC-H-RUN-DATE.
002266     MOVE RC-CURRENT-TIME(1:6) TO RC-H-RUN-TIME.
002268     IF RC-EXTEND-REPORT
002270         OPEN EXTEND REPORT-FILE
002272         IF RC-REPORT-NEW
002274             OPEN OUTPUT REPORT-FILE
002276         END-IF
002278     ELSE
002280         OPEN OUTPUT REPORT-FILE
002282     END-IF.
002284     IF RC-REPORT-OK
002286         WRITE RC-REPORT-LINE FROM RC-HEADING-1
002288         IF RC-QUEUED-RUN
002290             WRITE RC-REPORT-LINE FROM RC-SELECT-LINE
002292         END-IF
002330         WRITE RC-REPORT-LINE FROM RC-HEADING-2
002340     ELSE
002350         DISPLAY "REPORT FILE COULD NOT BE OPENED"
002370     END-IF.
002380 1000-EXIT.
002390     EXIT.
002391*----------------------------------------------------------------
002392* 1100-TAKE-SELECTION  -  TAKE THE QUEUED DATE RANGE AND OPERATOR.
002393*                         BLANK FIELDS SELECT EVERYTHING.
002394*----------------------------------------------------------------
002395 1100-TAKE-SELECTION.
002396     SET RC-QUEUED-RUN TO TRUE.
002397     IF RRP-FROM-DATE NOT = SPACES AND NOT = LOW-VALUES
002398         MOVE RRP-FROM-DATE TO RC-SEL-FROM-DATE
002399     END-IF.
002400     IF RRP-THRU-DATE NOT = SPACES AND NOT = LOW-VALUES
002401         MOVE RRP-THRU-DATE TO RC-SEL-THRU-DATE
002402     END-IF.
002403     IF RRP-SELECT-OPERATOR NOT = LOW-VALUES
002404         MOVE RRP-SELECT-OPERATOR TO RC-SEL-OPERATOR
002405     END-IF.
002406     IF RRP-EXTEND-OUTPUT
002407         SET RC-EXTEND-REPORT TO TRUE
002408     END-IF.
002409     MOVE RC-SEL-FROM-DATE TO RC-S-FROM-DATE.
002410     MOVE RC-SEL-THRU-DATE TO RC-S-THRU-DATE.
002411     IF RC-SEL-OPERATOR = SPACES
002412         MOVE "*ALL*" TO RC-S-OPERATOR
002413     ELSE
002414         MOVE RC-SEL-OPERATOR TO RC-S-OPERATOR
002415     END-IF.
002416 1100-EXIT.
002417     EXIT.
002418*----------------------------------------------------------------
002419* 1200-READ-CHECKPOINT  -  PICK UP THE DATE AND TIME LAST
002420*                          RECONCILED CLEANLY.  A MISSING OR
002430*                          EMPTY CONTROL FILE MEANS A FIRST RUN,
002440*                          WHICH RECONCILES THE WHOLE LOG.
002970*----------------------------------------------------------------
002980* 2100-READ-SIGNON  -  READ THE NEXT EXTRACT RECORD NEWER THAN
002990*                      THE CHECKPOINT, CARRYING THE HIGH-WATER
002992*                      DATE/TIME FOR THE CHECKPOINT UPDATE.  A
002994*                      QUEUED RUN READS ITS OWN SELECTION INSTEAD.
002996*----------------------------------------------------------------
002998 2100-READ-SIGNON.
003000     READ SORTED-SIGNON
003002         AT END
003004             SET RC-SIGNON-EOF TO TRUE
003006     END-READ.
003008     IF NOT RC-SIGNON-EOF AND RC-QUEUED-RUN
003010         IF YL-RUN-DATE < RC-SEL-FROM-DATE
003012             OR YL-RUN-DATE > RC-SEL-THRU-DATE
003014             GO TO 2100-READ-SIGNON
003016         END-IF
003018         IF RC-SEL-OPERATOR NOT = SPACES
003020             AND YL-OPERATOR-ID NOT = RC-SEL-OPERATOR
003022             GO TO 2100-READ-SIGNON
003024         END-IF
003026         GO TO 2100-EXIT
003028     END-IF.
003070     IF NOT RC-SIGNON-EOF
003080         IF YL-RUN-DATE < RC-CHECKPOINT-DATE
003090             OR (YL-RUN-DATE = RC-CHECKPOINT-DATE
004050     EXIT.
004060*----------------------------------------------------------------
004070* 9700-RECORD-STEP-END  -  RECORD COMPLETION AND THE ENDING
004072*                          RETURN CODE IN THE LEDGER, OR THE
004074*                          SKIP ON A NON-PROCESSING DAY.
004076*----------------------------------------------------------------
004078 9700-RECORD-STEP-END.
004080     IF RC-NON-PROCESSING-DAY
004082         SET CT-FUNC-SKIP TO TRUE
004084     ELSE
004086         SET CT-FUNC-END TO TRUE
004088     END-IF.
004120     MOVE RETURN-CODE TO CT-RETURN-CODE.
004130     CALL "STEPCTL" USING RC-STEP-PARM.
004140 9700-EXIT.
