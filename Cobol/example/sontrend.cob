000090* DESCRIPTION.
000100*   MONTHLY ATTENDANCE AND TREND REPORT.  RUN AT MONTH END, A
000110*   SYSIN PARAMETER CARD GIVES THE REPORT PERIOD (YYYYMM IN
000112*   COLUMNS 1-6) THE SAME WAY THE PURGE STEP TAKES ITS CUTOFF,
000114*   OR SAYS CURRENT MONTH OR CURRENT MONTH-NN FOR THE DATESVC
000116*   DATE SERVICE TO RESOLVE AGAINST TODAY.
000130*   READS THE SIGN-ON LOG ARCHIVE (ONE OR MORE GENERATIONS
000140*   CONCATENATED UNDER THE ARCHIVE DD) PLUS THE LIVE LOG,
000150*   SELECTS THE SUCCESSFUL SIGN-ONS DATED IN THE REPORT PERIOD
000252*   2026-09-02 CLB   STOP AFTER THE SORT WHEN THE LIVE LOG
000254*                    COULD NOT BE READ SO AN ARCHIVE-ONLY
000256*                    REPORT IS NEVER PRINTED AS COMPLETE
000258*   2026-10-15 CLB   ACCEPT A CURRENT MONTH-NN PERIOD CARD
000260*================================================================
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. SONTREND.
001090 01  MR-PARM-VALID-SW                PIC X(01)  VALUE "N".
001100     88  MR-PARM-VALID                   VALUE "Y"
001110         WHEN SET TO FALSE IS "N".
001112 01  MR-RELATIVE-SW                  PIC X(01)  VALUE "N".
001114     88  MR-RELATIVE-CARD                VALUE "Y"
001116         WHEN SET TO FALSE IS "N".
001120
001130 01  MR-PARM-CARD.
001140     05  MR-REPORT-PERIOD            PIC X(06).
001180     05  MR-PW-YEAR                  PIC 9(04).
001190     05  MR-PW-MONTH                 PIC 9(02).
001200 01  MR-PRIOR-PERIOD                 PIC X(06).
001202
001204 01  MR-DATE-PARM.
001206     COPY datesvc.
001210
001220 01  MR-SV-OPERATOR-ID               PIC X(08).
001230 01  MR-SV-SHIFT-CODE                PIC X(01).
001360     05  MR-H-PERIOD                 PIC X(06).
001370     05  FILLER                      PIC X(24)  VALUE SPACES.
001380
001381 01  MR-RELATIVE-LINE.
001382     05  FILLER                      PIC X(02)  VALUE SPACES.
001383     05  FILLER                      PIC X(11)
001384         VALUE "PARM CARD: ".
001385     05  MR-R-PARM-TEXT              PIC X(20).
001386     05  FILLER                      PIC X(47)  VALUE SPACES.
001387
001390 01  MR-HEADING-2.
001400     05  FILLER                      PIC X(02)  VALUE SPACES.
001410     05  FILLER                      PIC X(08)  VALUE "OPER ID".
002200* 1500-READ-PARM-CARD  -  READ AND EDIT THE REPORT PERIOD FROM
002210*                         THE SYSIN PARAMETER CARD AND WORK OUT
002220*                         THE PRIOR PERIOD FOR THE TREND COLUMN.
002222*                         A CURRENT MONTH CARD IS RESOLVED FIRST.
002230*----------------------------------------------------------------
002240 1500-READ-PARM-CARD.
002250     OPEN INPUT SYSIN-PARM-FILE.
002360     END-READ.
002370     CLOSE SYSIN-PARM-FILE.
002380     IF MR-REPORT-PERIOD IS NOT NUMERIC
002381         AND MR-PARM-CARD NOT = SPACES
002382         PERFORM 1550-RESOLVE-PERIOD-CARD
002383             THRU 1550-EXIT
002384     END-IF.
002385     IF MR-REPORT-PERIOD IS NOT NUMERIC
002390         MOVE "REPORT PERIOD IS NOT NUMERIC YYYYMM"
002400             TO MR-M-MESSAGE
002410         WRITE MR-REPORT-LINE FROM MR-MESSAGE-LINE
002580     SET MR-PARM-VALID TO TRUE.
002590     MOVE MR-REPORT-PERIOD TO MR-H-PERIOD.
002600     WRITE MR-REPORT-LINE FROM MR-HEADING-1.
002601     IF MR-RELATIVE-CARD
002602         WRITE MR-REPORT-LINE FROM MR-RELATIVE-LINE
002603     END-IF.
002604     WRITE MR-REPORT-LINE FROM MR-HEADING-2.
002605 1500-EXIT.
002606     EXIT.
002607*----------------------------------------------------------------
002608* 1550-RESOLVE-PERIOD-CARD  -  HAVE THE DATE SERVICE RESOLVE A
002609*                              CURRENT MONTH CARD TO ITS YYYYMM
002610*                              PERIOD.  A CARD IT CANNOT RESOLVE
002611*                              IS NOTED AND LEFT TO FAIL THE EDIT.
002612*----------------------------------------------------------------
002613 1550-RESOLVE-PERIOD-CARD.
002614     MOVE SPACES TO MR-DATE-PARM.
002615     SET DV-FUNC-RESOLVE TO TRUE.
002616     MOVE MR-PARM-CARD TO DV-PARM-TEXT.
002617     CALL "DATESVC" USING MR-DATE-PARM.
002618     IF NOT DV-REPLY-OK OR NOT DV-FORM-MONTH
002619         MOVE "REPORT PERIOD CARD NOT RECOGNIZED"
002620             TO MR-M-MESSAGE
002621         WRITE MR-REPORT-LINE FROM MR-MESSAGE-LINE
002622         GO TO 1550-EXIT
002623     END-IF.
002624     MOVE DV-PERIOD TO MR-REPORT-PERIOD.
002625     MOVE DV-PARM-TEXT TO MR-R-PARM-TEXT.
002626     SET MR-RELATIVE-CARD TO TRUE.
002627 1550-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------
002650* 1600-SELECT-SIGNONS  -  SORT INPUT PROCEDURE.  RELEASE THE
