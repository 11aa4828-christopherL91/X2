000200*   SYSIN PARAMETER CARD GIVES THE REPORT CUTOFF (YYYYMMDD IN
000210*   COLUMNS 1-8) AND OPTIONALLY THE DEACTIVATION CUTOFF
000220*   (YYYYMMDD IN COLUMNS 9-16); A BLANK DEACTIVATION CUTOFF
000222*   REPORTS ONLY AND TOUCHES NOTHING.  THE CARD MAY INSTEAD SAY
000224*   DORMANT NNNN DAYS OR DORMANT NNNN/NNNN DAYS, WHICH THE
000226*   DATESVC DATE SERVICE RESOLVES TO THE REPORT CUTOFF AND THE
000228*   DEACTIVATION CUTOFF THAT MANY DAYS BEFORE TODAY.  AN ID WITH
000230*   NO SIGN-ON ON FILE AT ALL IS REPORTED BUT NEVER DEACTIVATED -
000232*   THE LOGS CANNOT PROVE ITS AGE, AND A NEW OPERATOR ADDED SINCE
000234*   THE LAST ARCHIVE GENERATION WOULD OTHERWISE LOOK DORMANT ON
000236*   THEIR VERY FIRST REVIEW.
000240*----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000272*   2026-09-02 CLB   REPORT BUT NEVER DEACTIVATE AN ID WITH NO
000274*                    SIGN-ON ON FILE - A NEW OPERATOR ADDED
000276*                    SINCE THE LAST ARCHIVE WOULD LOOK DORMANT
000278*   2026-10-15 CLB   ACCEPT A DORMANT NNNN/NNNN DAYS CARD
000280*================================================================
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. DORMRPT.
001520
001530 01  DR-CURRENT-DATE                 PIC X(08).
001540 01  DR-CURRENT-TIME                 PIC X(08).
001542
001544 01  DR-DATE-PARM.
001546     COPY datesvc.
001550
001560 01  DR-HEADING-1.
001570     05  FILLER                      PIC X(02)  VALUE SPACES.
001660     05  FILLER                      PIC X(14)
001670         VALUE "  DEACTIVATE: ".
001680     05  DR-C-DEACT-CUTOFF           PIC X(08).
001682     05  FILLER                      PIC X(02)  VALUE SPACES.
001684     05  DR-C-FROM-CAPTION           PIC X(06)  VALUE SPACES.
001686     05  DR-C-PARM-TEXT              PIC X(20)  VALUE SPACES.
001688     05  FILLER                      PIC X(12)  VALUE SPACES.
001700
001710 01  DR-HEADING-2.
001720     05  FILLER                      PIC X(02)  VALUE SPACES.
002500*----------------------------------------------------------------
002510* 1500-READ-PARM-CARD  -  EDIT THE REPORT AND DEACTIVATION
002520*                         CUTOFF DATES.  A BLANK DEACTIVATION
002522*                         CUTOFF REPORTS ONLY.  A DORMANT CARD IS
002524*                         RESOLVED TO THE TWO DATES FIRST.
002540*----------------------------------------------------------------
002550 1500-READ-PARM-CARD.
002560     MOVE SPACES TO DR-PARM-CARD.
002670     END-READ.
002680     CLOSE SYSIN-PARM-FILE.
002690     IF DR-REPORT-CUTOFF IS NOT NUMERIC
002691         AND DR-PARM-CARD NOT = SPACES
002692         PERFORM 1550-RESOLVE-DORMANT-CARD
002693             THRU 1550-EXIT
002694     END-IF.
002695     IF DR-REPORT-CUTOFF IS NOT NUMERIC
002700         MOVE "REPORT CUTOFF DATE IS NOT NUMERIC"
002710             TO DR-M-MESSAGE
002720         WRITE DR-REPORT-LINE FROM DR-MESSAGE-LINE
002970     WRITE DR-REPORT-LINE FROM DR-HEADING-2.
002980 1500-EXIT.
002990     EXIT.
002991*----------------------------------------------------------------
002992* 1550-RESOLVE-DORMANT-CARD  -  HAVE THE DATE SERVICE RESOLVE A
002993*                               DORMANT CARD AGAINST TODAY.  A
002994*                               CARD IT CANNOT RESOLVE IS NOTED
002995*                               AND LEFT TO FAIL THE DATE EDITS.
002996*----------------------------------------------------------------
002997 1550-RESOLVE-DORMANT-CARD.
002998     MOVE SPACES TO DR-DATE-PARM.
002999     SET DV-FUNC-RESOLVE TO TRUE.
003000     MOVE DR-PARM-CARD TO DV-PARM-TEXT.
003001     CALL "DATESVC" USING DR-DATE-PARM.
003002     IF NOT DV-REPLY-OK OR NOT DV-FORM-DORMANT
003003         MOVE "DORMANT PARM CARD NOT RECOGNIZED"
003004             TO DR-M-MESSAGE
003005         WRITE DR-REPORT-LINE FROM DR-MESSAGE-LINE
003006         GO TO 1550-EXIT
003007     END-IF.
003008     MOVE "FROM" TO DR-C-FROM-CAPTION.
003009     MOVE DV-PARM-TEXT TO DR-C-PARM-TEXT.
003010     MOVE DV-DATE-1 TO DR-REPORT-CUTOFF.
003011     MOVE DV-DATE-2 TO DR-DEACT-CUTOFF.
003012 1550-EXIT.
003013     EXIT.
003014*----------------------------------------------------------------
003015* 1600-SELECT-SIGNONS  -  SORT INPUT PROCEDURE.  RELEASE THE
003020*                         SUCCESSFUL SIGN-ONS FROM THE ARCHIVE
003030*                         AND THEN FROM THE LIVE LOG.  A
003040*                         MISSING ARCHIVE ONLY WARNS.
