000170*   (NON-ZERO RETURN CODE) AND RECORDS FROM BEFORE THE ACTION
000180*   CODE WAS ADDED TO THE LOG ARE BYPASSED.  A SESSION CROSSING
000190*   ONE MIDNIGHT IS TIMED CORRECTLY; LONGER GAPS PRINT AS A
000192*   SINGLE DAY'S CARRY.  RUN FROM THE REPORT REQUEST QUEUE, AN
000194*   EXTENDED PARM AREA SELECTS A SIGN-ON DATE RANGE AND/OR ONE
000196*   OPERATOR AND THE SELECTION PRINTS UNDER THE HEADING.  A
000198*   SESSION IS SELECTED BY ITS SIGN-ON DATE AND KEEPS ITS
000200*   SIGN-OFF WHATEVER DAY THAT FALLS ON.
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-08-22 CLB   ORIGINAL PROGRAM
000241*   2026-10-15 CLB   RECEIVE THE STANDARD LENGTH-PREFIXED PARM
000242*                    AREA AND TAKE A DATE RANGE AND OPERATOR
000243*                    SELECTION FROM IT WHEN RUN FROM THE REPORT
000244*                    REQUEST QUEUE, APPENDING TO THE REPORT WHEN
000245*                    ASKED
000246*   2026-10-15 CLB   SELECT A SESSION BY ITS SIGN-ON DATE SO A
000247*                    SESSION CROSSING MIDNIGHT AT EITHER END OF
000248*                    THE RANGE IS NEITHER ABANDONED NOR ORPHANED
000250*================================================================
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. SESSRPT.
000720     88  SR-SRTLOG-OK                    VALUE "00".
000730 01  SR-REPORT-STATUS                PIC X(02).
000740     88  SR-REPORT-OK                    VALUE "00".
000742     88  SR-REPORT-NEW                   VALUE "35".
000750
000760 01  SR-EOF-SW                       PIC X(01)  VALUE "N".
000770     88  SR-EOF                          VALUE "Y"
000800     88  SR-PENDING                      VALUE "Y"
000810         WHEN SET TO FALSE IS "N".
000820
000821 01  SR-QUEUED-RUN-SW                PIC X(01)  VALUE "N".
000822     88  SR-QUEUED-RUN                   VALUE "Y"
000823         WHEN SET TO FALSE IS "N".
000824 01  SR-EXTEND-SW                    PIC X(01)  VALUE "N".
000825     88  SR-EXTEND-REPORT                VALUE "Y"
000826         WHEN SET TO FALSE IS "N".
000827
000828 01  SR-SEL-FROM-DATE                PIC X(08).
000829 01  SR-SEL-THRU-DATE                PIC X(08).
000830 01  SR-SEL-OPERATOR                 PIC X(08).
000831 01  SR-SKIP-OPERATOR-ID             PIC X(08)  VALUE SPACES.
000832
000833 01  SR-HOLD-OPERATOR-ID             PIC X(08).
000840 01  SR-HOLD-DATE                    PIC X(08).
000850 01  SR-HOLD-TIME                    PIC X(06).
000860 01  SR-HOLD-SHIFT                   PIC X(01).
001410     05  SR-D-FLAG                   PIC X(09).
001420     05  FILLER                      PIC X(18)  VALUE SPACES.
001430
001431 01  SR-SELECT-LINE.
001432     05  FILLER                      PIC X(02)  VALUE SPACES.
001433     05  FILLER                      PIC X(06)  VALUE "FROM: ".
001434     05  SR-S-FROM-DATE              PIC X(08).
001435     05  FILLER                      PIC X(07)  VALUE " THRU: ".
001436     05  SR-S-THRU-DATE              PIC X(08).
001437     05  FILLER                      PIC X(07)  VALUE " OPER: ".
001438     05  SR-S-OPERATOR               PIC X(08).
001439     05  FILLER                      PIC X(06)  VALUE " REQ: ".
001440     05  SR-S-REQUESTER              PIC X(08).
001441     05  FILLER                      PIC X(20)  VALUE SPACES.
001442
001443 01  SR-TOTAL-LINE.
001450     05  FILLER                      PIC X(02)  VALUE SPACES.
001460     05  SR-T-CAPTION                PIC X(20).
001470     05  SR-T-COUNT                  PIC ZZZZ9.
001480     05  FILLER                      PIC X(53)  VALUE SPACES.
001490*================================================================
001491 LINKAGE SECTION.
001492 01  REPORT-REQUEST-PARM.
001493     05  RRP-PARM-LENGTH             PIC S9(04) COMP.
001494     05  RRP-OPERATOR-ID             PIC X(08).
001495     05  RRP-TERMINAL-ID             PIC X(04).
001496     05  RRP-SELECTION.
001497         10  RRP-FROM-DATE           PIC X(08).
001498         10  RRP-THRU-DATE           PIC X(08).
001499         10  RRP-SELECT-OPERATOR     PIC X(08).
001500     05  RRP-OUTPUT-MODE             PIC X(01).
001501         88  RRP-EXTEND-OUTPUT           VALUE "E".
001502*================================================================
001503 PROCEDURE DIVISION USING REPORT-REQUEST-PARM.
001510*----------------------------------------------------------------
001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE
001700         THRU 9999-EXIT.
001710     GOBACK.
001720*----------------------------------------------------------------
001722* 1000-INITIALIZE  -  OPEN THE REPORT FILE AND WRITE HEADINGS.  A
001724*                     PARM AREA OF 37 BYTES OR MORE COMES FROM THE
001726*                     REPORT REQUEST QUEUE WITH A SELECTION.
001728*----------------------------------------------------------------
001730 1000-INITIALIZE.
001732     MOVE ZERO TO RETURN-CODE.
001734     SET SR-QUEUED-RUN TO FALSE.
001736     SET SR-EXTEND-REPORT TO FALSE.
001738     MOVE "00000000" TO SR-SEL-FROM-DATE.
001740     MOVE "99999999" TO SR-SEL-THRU-DATE.
001742     MOVE SPACES TO SR-SEL-OPERATOR.
001744     IF ADDRESS OF REPORT-REQUEST-PARM NOT = NULL
001746         IF RRP-PARM-LENGTH NOT < 37
001748             PERFORM 1100-TAKE-SELECTION
001750                 THRU 1100-EXIT
001752         END-IF
001754     END-IF.
001756     IF SR-EXTEND-REPORT
001758         OPEN EXTEND REPORT-FILE
001760         IF SR-REPORT-NEW
001762             OPEN OUTPUT REPORT-FILE
001764         END-IF
001766     ELSE
001768         OPEN OUTPUT REPORT-FILE
001770     END-IF.
001772     IF SR-REPORT-OK
001774         WRITE SR-REPORT-LINE FROM SR-HEADING-1
001776         IF SR-QUEUED-RUN
001778             WRITE SR-REPORT-LINE FROM SR-SELECT-LINE
001780         END-IF
001800         WRITE SR-REPORT-LINE FROM SR-HEADING-2
001810     ELSE
001820         DISPLAY "REPORT FILE COULD NOT BE OPENED"
001840     END-IF.
001850 1000-EXIT.
001860     EXIT.
001861*----------------------------------------------------------------
001862* 1100-TAKE-SELECTION  -  TAKE THE QUEUED DATE RANGE, OPERATOR
001863*                         AND REQUESTER.  BLANK FIELDS SELECT
001864*                         EVERYTHING.
001865*----------------------------------------------------------------
001866 1100-TAKE-SELECTION.
001867     SET SR-QUEUED-RUN TO TRUE.
001868     IF RRP-FROM-DATE NOT = SPACES AND NOT = LOW-VALUES
001869         MOVE RRP-FROM-DATE TO SR-SEL-FROM-DATE
001870     END-IF.
001871     IF RRP-THRU-DATE NOT = SPACES AND NOT = LOW-VALUES
001872         MOVE RRP-THRU-DATE TO SR-SEL-THRU-DATE
001873     END-IF.
001874     IF RRP-SELECT-OPERATOR NOT = LOW-VALUES
001875         MOVE RRP-SELECT-OPERATOR TO SR-SEL-OPERATOR
001876     END-IF.
001877     IF RRP-EXTEND-OUTPUT
001878         SET SR-EXTEND-REPORT TO TRUE
001879     END-IF.
001880     MOVE SR-SEL-FROM-DATE TO SR-S-FROM-DATE.
001881     MOVE SR-SEL-THRU-DATE TO SR-S-THRU-DATE.
001882     IF SR-SEL-OPERATOR = SPACES
001883         MOVE "*ALL*" TO SR-S-OPERATOR
001884     ELSE
001885         MOVE SR-SEL-OPERATOR TO SR-S-OPERATOR
001886     END-IF.
001887     MOVE RRP-OPERATOR-ID TO SR-S-REQUESTER.
001888 1100-EXIT.
001889     EXIT.
001890*----------------------------------------------------------------
001891* 2000-PRODUCE-REPORT  -  WALK THE SORTED LOG PAIRING SIGN-ONS
001892*                         WITH SIGN-OFFS PER OPERATOR.
001900*----------------------------------------------------------------
001910 2000-PRODUCE-REPORT.
001920     OPEN INPUT SORTED-LOG.
002100 2000-EXIT.
002110     EXIT.
002120*----------------------------------------------------------------
002122* 2100-READ-SORTED-LOG  -  READ ONE SORTED SIGN-ON RECORD,
002123*                          BYPASSING ANY RECORD OUTSIDE A QUEUED
002124*                          SELECTION.  THE DATE TEST IS NOT
002125*                          MADE ON THE RECORD THAT CLOSES THE
002126*                          HELD SESSION, AND THE SIGN-OFF OF A
002127*                          SESSION THAT SIGNED ON BEFORE THE
002128*                          RANGE IS BYPASSED WITH ITS SIGN-ON.
002129*----------------------------------------------------------------
002130 2100-READ-SORTED-LOG.
002132     READ SORTED-LOG
002134         AT END
002136             SET SR-EOF TO TRUE
002138     END-READ.
002140     IF NOT SR-EOF
002141         IF XL-SIGNON
002142             OR NOT SR-PENDING
002143             OR XL-OPERATOR-ID NOT = SR-HOLD-OPERATOR-ID
002144             IF XL-RUN-DATE < SR-SEL-FROM-DATE
002145                 OR XL-RUN-DATE > SR-SEL-THRU-DATE
002146                 IF XL-SIGNON AND XL-RETURN-CODE = ZERO
002147                     IF SR-PENDING
002148                         AND XL-OPERATOR-ID = SR-HOLD-OPERATOR-ID
002149                         PERFORM 2600-WRITE-ABANDONED
002150                             THRU 2600-EXIT
002151                     END-IF
002152                     MOVE XL-OPERATOR-ID TO SR-SKIP-OPERATOR-ID
002153                 END-IF
002154                 GO TO 2100-READ-SORTED-LOG
002155             END-IF
002156         END-IF
002157         IF XL-RETURN-CODE = ZERO
002158             AND (XL-SIGNON OR XL-SIGNOFF)
002159             IF XL-SIGNOFF
002160                 AND NOT SR-PENDING
002161                 AND XL-OPERATOR-ID = SR-SKIP-OPERATOR-ID
002162                 MOVE SPACES TO SR-SKIP-OPERATOR-ID
002163                 GO TO 2100-READ-SORTED-LOG
002164             END-IF
002165             MOVE SPACES TO SR-SKIP-OPERATOR-ID
002166         END-IF
002167         IF SR-SEL-OPERATOR NOT = SPACES
002168             AND XL-OPERATOR-ID NOT = SR-SEL-OPERATOR
002169             GO TO 2100-READ-SORTED-LOG
002170         END-IF
002171     END-IF.
002200 2100-EXIT.
002210     EXIT.
002220*----------------------------------------------------------------
