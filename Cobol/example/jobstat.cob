000130*   TIME AND ENDING RETURN CODE - FOR THE MORNING TURNOVER
000140*   MEETING.  A SYSIN PARAMETER CARD MAY GIVE THE RUN DATE
000150*   (YYYYMMDD IN COLUMNS 1-8); A MISSING OR BLANK CARD REPORTS
000152*   ON THE CURRENT DATE.  THE CARD MAY INSTEAD SAY TODAY, PRIOR
000154*   DAY OR PRIOR BUSINESS DAY, RESOLVED THROUGH THE DATESVC DATE
000156*   SERVICE.  A STEP THAT NEVER STARTED HAS NO LEDGER ENTRY AND
000158*   SHOWS BY ITS ABSENCE.  A STEP SKIPPED BECAUSE THE RUN DATE IS
000160*   A NON-PROCESSING DAY SHOWS AS SKIPPED AND DOES NOT NEED
000162*   REVIEW.
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200*   DATE       INIT  DESCRIPTION
000210*   2026-09-02 CLB   ORIGINAL PROGRAM
000212*   2026-10-15 CLB   RELATIVE RUN DATE CARD AND SKIPPED STEPS
000220*================================================================
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. JOBSTAT.
000660 01  JS-EOF-SW                       PIC X(01)  VALUE "N".
000670     88  JS-EOF                          VALUE "Y"
000680         WHEN SET TO FALSE IS "N".
000681 01  JS-RELATIVE-SW                  PIC X(01)  VALUE "N".
000682     88  JS-RELATIVE-CARD                VALUE "Y"
000683         WHEN SET TO FALSE IS "N".
000684 01  JS-CARD-REJECTED-SW             PIC X(01)  VALUE "N".
000685     88  JS-CARD-REJECTED                VALUE "Y"
000686         WHEN SET TO FALSE IS "N".
000690
000700 01  JS-PARM-CARD.
000710     05  JS-RUN-DATE                 PIC X(08).
000740 01  JS-STEP-COUNT                   PIC 9(05)  VALUE ZERO.
000750 01  JS-BAD-COUNT                    PIC 9(05)  VALUE ZERO.
000760 01  JS-CURRENT-DATE                 PIC X(08).
000762
000764 01  JS-DATE-PARM.
000766     COPY datesvc.
000770
000780 01  JS-HEADING-1.
000790     05  FILLER                      PIC X(02)  VALUE SPACES.
001150     05  JS-T-COUNT                  PIC ZZZZ9.
001160     05  FILLER                      PIC X(49)  VALUE SPACES.
001170
001171 01  JS-RELATIVE-LINE.
001172     05  FILLER                      PIC X(02)  VALUE SPACES.
001173     05  FILLER                      PIC X(11)
001174         VALUE "PARM CARD: ".
001175     05  JS-R-PARM-TEXT              PIC X(20).
001176     05  FILLER                      PIC X(47)  VALUE SPACES.
001177
001180 01  JS-MESSAGE-LINE.
001190     05  FILLER                      PIC X(02)  VALUE SPACES.
001200     05  JS-M-MESSAGE                PIC X(40).
001530     EXIT.
001540*----------------------------------------------------------------
001550* 1500-READ-PARM-CARD  -  PICK UP THE RUN DATE, DEFAULTING TO
001552*                         THE CURRENT DATE.  A RELATIVE CARD IS
001554*                         RESOLVED AGAINST THE CURRENT DATE.
001570*----------------------------------------------------------------
001580 1500-READ-PARM-CARD.
001590     MOVE SPACES TO JS-PARM-CARD.
001660         CLOSE SYSIN-PARM-FILE
001670     END-IF.
001680     IF JS-RUN-DATE IS NOT NUMERIC
001682         AND JS-PARM-CARD NOT = SPACES
001684         PERFORM 1600-RESOLVE-RUN-DATE
001686             THRU 1600-EXIT
001688     END-IF.
001690     IF JS-RUN-DATE IS NOT NUMERIC
001692         MOVE JS-CURRENT-DATE TO JS-RUN-DATE
001694     END-IF.
001696     MOVE JS-RUN-DATE TO JS-H-RUN-DATE.
001698     WRITE JS-REPORT-LINE FROM JS-HEADING-1.
001700     IF JS-RELATIVE-CARD
001702         MOVE JS-PARM-CARD TO JS-R-PARM-TEXT
001704         WRITE JS-REPORT-LINE FROM JS-RELATIVE-LINE
001706     END-IF.
001708     IF JS-CARD-REJECTED
001710         MOVE "RUN DATE CARD NOT VALID - TODAY USED"
001712             TO JS-M-MESSAGE
001714         WRITE JS-REPORT-LINE FROM JS-MESSAGE-LINE
001716         MOVE 4 TO RETURN-CODE
001718     END-IF.
001730     WRITE JS-REPORT-LINE FROM JS-HEADING-2.
001740 1500-EXIT.
001750     EXIT.
001760*----------------------------------------------------------------
001761* 1600-RESOLVE-RUN-DATE  -  HAVE THE DATE SERVICE RESOLVE A
001762*                           TODAY, PRIOR DAY OR PRIOR BUSINESS
001763*                           DAY CARD.
001764*----------------------------------------------------------------
001765 1600-RESOLVE-RUN-DATE.
001766     MOVE SPACES TO JS-DATE-PARM.
001767     SET DV-FUNC-RESOLVE TO TRUE.
001768     MOVE JS-PARM-CARD TO DV-PARM-TEXT.
001769     CALL "DATESVC" USING JS-DATE-PARM.
001770     IF DV-REPLY-OK AND DV-FORM-DATE
001771         MOVE DV-DATE-1 TO JS-RUN-DATE
001772         SET JS-RELATIVE-CARD TO TRUE
001773     ELSE
001774         SET JS-CARD-REJECTED TO TRUE
001775     END-IF.
001776 1600-EXIT.
001777     EXIT.
001778*----------------------------------------------------------------
001779* 2000-REPORT-STEPS  -  WALK THE LEDGER ENTRIES FOR THE RUN
001780*                       DATE IN STEP NAME SEQUENCE.
001790*----------------------------------------------------------------
001800 2000-REPORT-STEPS.
002330             MOVE "COMPLETE" TO JS-D-STATUS
002340         WHEN RN-STEP-STARTED
002350             MOVE "STARTED" TO JS-D-STATUS
002352         WHEN RN-STEP-SKIPPED
002354             MOVE "SKIPPED" TO JS-D-STATUS
002360         WHEN OTHER
002370             MOVE RN-STATUS-CODE TO JS-D-STATUS
002380     END-EVALUATE.
002410     MOVE RN-RETURN-CODE TO JS-D-RETURN-CODE.
002420     WRITE JS-REPORT-LINE FROM JS-DETAIL-LINE.
002430     ADD 1 TO JS-STEP-COUNT.
002432     IF (NOT RN-STEP-COMPLETE AND NOT RN-STEP-SKIPPED)
002434         OR RN-RETURN-CODE NOT = ZERO
002450         ADD 1 TO JS-BAD-COUNT
002460     END-IF.
002470     PERFORM 2100-READ-LEDGER
