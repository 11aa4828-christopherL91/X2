000010*================================================================
000020* PROGRAM-ID. SCHOVRPT
000030*----------------------------------------------------------------
000040* AUTHOR.        C. L. BRANNIGAN
000050* INSTALLATION.  DATA CENTER SERVICES
000060* DATE-WRITTEN.  2026-10-15.
000070* DATE-COMPILED. 2026-10-15.
000080*----------------------------------------------------------------
000090* DESCRIPTION.
000100*   NIGHTLY SCHEDULE OVERRIDE LISTING FOR STAFFING.  READS THE
000110*   SCHEDULE AUDIT FILE WRITTEN BY SCHEDULE OVERRIDE MAINTENANCE
000120*   AND LISTS EVERY SCHEDULE ENTRY A SUPERVISOR ADDED, CHANGED OR
000130*   DELETED ON THE RUN DATE - OPERATOR, SCHEDULE DATE, OLD AND NEW
000140*   SHIFT, REASON, APPROVING SUPERVISOR AND WHO KEYED IT - SO
000150*   STAFFING CAN BRING THE STAFFING PLAN INTO LINE BEFORE THE NEXT
000160*   TRANSMISSION.  AN OPTIONAL SYSIN CARD (YYYYMMDD IN COLUMNS
000170*   1-8) RELISTS AN EARLIER DAY.
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200*   DATE       INIT  DESCRIPTION
000210*   2026-10-15 CLB   ORIGINAL PROGRAM
000212*   2026-10-15 CLB   BYPASS SHIFT DEFINITION CHANGES, WHICH SHARE
000214*                    THE SCHEDULE AUDIT FILE
000216*   2026-10-15 CLB   BYPASS BUSINESS CALENDAR CHANGES AS WELL
000220*================================================================
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. SCHOVRPT.
000250 AUTHOR. C. L. BRANNIGAN.
000260 INSTALLATION. DATA CENTER SERVICES.
000270 DATE-WRITTEN. 2026-10-15.
000280 DATE-COMPILED. 2026-10-15.
000290*================================================================
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SCHEDULE-AUDIT ASSIGN TO "SCHAUDIT"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS OV-AUDIT-STATUS.
000360
000370     SELECT SYSIN-PARM-FILE ASSIGN TO "SYSIN"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS OV-SYSIN-STATUS.
000400
000410     SELECT REPORT-FILE ASSIGN TO "SCHOVRPO"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS OV-REPORT-STATUS.
000440*================================================================
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  SCHEDULE-AUDIT.
000480     COPY schaud.
000490
000500 FD  SYSIN-PARM-FILE.
000510 01  SYSIN-PARM-RECORD               PIC X(80).
000520
000530 FD  REPORT-FILE.
000540 01  OV-REPORT-LINE                  PIC X(80).
000550*================================================================
000560 WORKING-STORAGE SECTION.
000570 01  OV-AUDIT-STATUS                 PIC X(02).
000580     88  OV-AUDIT-OK                     VALUE "00".
000590     88  OV-AUDIT-NEW                    VALUE "35".
000600 01  OV-SYSIN-STATUS                 PIC X(02).
000610     88  OV-SYSIN-PRESENT                VALUE "00".
000620 01  OV-REPORT-STATUS                PIC X(02).
000630     88  OV-REPORT-OK                    VALUE "00".
000640
000650 01  OV-EOF-SW                       PIC X(01)  VALUE "N".
000660     88  OV-EOF                          VALUE "Y"
000670         WHEN SET TO FALSE IS "N".
000680
000690 01  OV-PARM-CARD.
000700     05  OV-SEL-DATE                 PIC X(08).
000710     05  FILLER                      PIC X(72).
000720
000730 01  OV-LIST-DATE                    PIC X(08).
000740 01  OV-READ-COUNT                   PIC 9(07)  VALUE ZERO.
000750 01  OV-LIST-COUNT                   PIC 9(07)  VALUE ZERO.
000760 01  OV-ADD-COUNT                    PIC 9(07)  VALUE ZERO.
000770 01  OV-CHANGE-COUNT                 PIC 9(07)  VALUE ZERO.
000780 01  OV-DELETE-COUNT                 PIC 9(07)  VALUE ZERO.
000790
000800     COPY shiftsch
000810         REPLACING ==SHIFT-SCHEDULE-RECORD==
000820                BY ==SCHEDULE-BEFORE-IMAGE==
000830                   LEADING ==SS-== BY ==SB-==.
000840
000850     COPY shiftsch
000860         REPLACING ==SHIFT-SCHEDULE-RECORD==
000870                BY ==SCHEDULE-AFTER-IMAGE==
000880                   LEADING ==SS-== BY ==SN-==.
000890
000900 01  OV-HEADING-1.
000910     05  FILLER                      PIC X(02)  VALUE SPACES.
000920     05  FILLER                      PIC X(40)
000930         VALUE "SHIFT SCHEDULE OVERRIDES FOR STAFFING".
000940     05  FILLER                      PIC X(10)
000945         VALUE "KEYED ON: ".
000950     05  OV-H-LIST-DATE              PIC X(08).
000960     05  FILLER                      PIC X(20)  VALUE SPACES.
000970
000980 01  OV-HEADING-2.
000990     05  FILLER                      PIC X(02)  VALUE SPACES.
001000     05  FILLER                      PIC X(10)  VALUE "OPER ID".
001010     05  FILLER                      PIC X(10)  VALUE "SCHED DT".
001020     05  FILLER                      PIC X(08)  VALUE "ACTION".
001030     05  FILLER                      PIC X(07)  VALUE "OLD NEW".
001040     05  FILLER                      PIC X(05)  VALUE " RSN".
001050     05  FILLER                      PIC X(10)  VALUE "APPROVER".
001060     05  FILLER                      PIC X(10)  VALUE "KEYED BY".
001070     05  FILLER                      PIC X(06)  VALUE "TIME".
001080     05  FILLER                      PIC X(12)  VALUE SPACES.
001090
001100 01  OV-DETAIL-LINE.
001110     05  FILLER                      PIC X(02)  VALUE SPACES.
001120     05  OV-D-OPERATOR-ID            PIC X(08).
001130     05  FILLER                      PIC X(02)  VALUE SPACES.
001140     05  OV-D-SCHED-DATE             PIC X(08).
001150     05  FILLER                      PIC X(02)  VALUE SPACES.
001160     05  OV-D-ACTION                 PIC X(06).
001170     05  FILLER                      PIC X(03)  VALUE SPACES.
001180     05  OV-D-OLD-SHIFT              PIC X(01).
001190     05  FILLER                      PIC X(03)  VALUE SPACES.
001200     05  OV-D-NEW-SHIFT              PIC X(01).
001210     05  FILLER                      PIC X(02)  VALUE SPACES.
001220     05  OV-D-REASON                 PIC X(02).
001230     05  FILLER                      PIC X(02)  VALUE SPACES.
001240     05  OV-D-APPROVER-ID            PIC X(08).
001250     05  FILLER                      PIC X(02)  VALUE SPACES.
001260     05  OV-D-MAINT-ID               PIC X(08).
001270     05  FILLER                      PIC X(02)  VALUE SPACES.
001280     05  OV-D-TIME                   PIC X(06).
001290     05  FILLER                      PIC X(12)  VALUE SPACES.
001300
001310 01  OV-COUNT-LINE.
001320     05  FILLER                      PIC X(02)  VALUE SPACES.
001330     05  OV-N-CAPTION                PIC X(20).
001340     05  OV-N-COUNT                  PIC ZZZZZZ9.
001350     05  FILLER                      PIC X(51)  VALUE SPACES.
001360
001370 01  OV-MESSAGE-LINE.
001380     05  FILLER                      PIC X(02)  VALUE SPACES.
001390     05  OV-M-MESSAGE                PIC X(40).
001400     05  FILLER                      PIC X(38)  VALUE SPACES.
001410
001420 01  OV-STEP-PARM.
001430     COPY stepctl.
001440*================================================================
001450 PROCEDURE DIVISION.
001460*----------------------------------------------------------------
001470 0000-MAINLINE.
001480     MOVE SPACE TO CT-REPLY-CODE.
001490     PERFORM 0500-RECORD-STEP-START
001500         THRU 0500-EXIT.
001510     IF CT-REPLY-REFUSED
001520         MOVE 4 TO RETURN-CODE
001530         STOP RUN
001540     END-IF.
001550     PERFORM 1000-INITIALIZE
001560         THRU 1000-EXIT.
001570     IF OV-REPORT-OK
001580         PERFORM 2000-PRODUCE-LISTING
001590             THRU 2000-EXIT
001600     END-IF.
001610     PERFORM 9999-END-OF-JOB
001620         THRU 9999-EXIT.
001630     PERFORM 9800-RECORD-STEP-END
001640         THRU 9800-EXIT.
001650     STOP RUN.
001660*----------------------------------------------------------------
001670* 0500-RECORD-STEP-START  -  ENTER THIS STEP IN THE RUN-CONTROL
001680*                            LEDGER AND HONOR THE RERUN GUARD
001690*                            FOR THE RUN DATE.
001700*----------------------------------------------------------------
001710 0500-RECORD-STEP-START.
001720     MOVE "SCHOVRPT" TO CT-STEP-NAME.
001730     SET CT-FUNC-START TO TRUE.
001740     MOVE ZERO TO CT-RETURN-CODE.
001750     CALL "STEPCTL" USING OV-STEP-PARM.
001760     IF CT-REPLY-REFUSED
001770         DISPLAY "SCHOVRPT ALREADY COMPLETE FOR RUN DATE"
001780     END-IF.
001790 0500-EXIT.
001800     EXIT.
001810*----------------------------------------------------------------
001820* 1000-INITIALIZE  -  SETTLE THE LISTING DATE - THE RUN DATE
001830*                     UNLESS A SYSIN CARD NAMES ANOTHER DAY - AND
001840*                     OPEN THE REPORT FILE AND WRITE HEADINGS.
001850*----------------------------------------------------------------
001860 1000-INITIALIZE.
001870     MOVE ZERO TO RETURN-CODE.
001880     MOVE CT-RUN-DATE TO OV-LIST-DATE.
001890     IF CT-RUN-DATE IS NOT NUMERIC
001900         ACCEPT OV-LIST-DATE FROM DATE YYYYMMDD
001910     END-IF.
001920     MOVE SPACES TO OV-PARM-CARD.
001930     OPEN INPUT SYSIN-PARM-FILE.
001940     IF OV-SYSIN-PRESENT
001950         READ SYSIN-PARM-FILE INTO OV-PARM-CARD
001960             AT END
001970                 CONTINUE
001980         END-READ
001990         CLOSE SYSIN-PARM-FILE
002000     END-IF.
002010     IF OV-SEL-DATE IS NUMERIC
002020         MOVE OV-SEL-DATE TO OV-LIST-DATE
002030     END-IF.
002040     MOVE OV-LIST-DATE TO OV-H-LIST-DATE.
002050     OPEN OUTPUT REPORT-FILE.
002060     IF OV-REPORT-OK
002070         WRITE OV-REPORT-LINE FROM OV-HEADING-1
002080         WRITE OV-REPORT-LINE FROM OV-HEADING-2
002090     ELSE
002100         DISPLAY "REPORT FILE COULD NOT BE OPENED"
002110         MOVE 16 TO RETURN-CODE
002120     END-IF.
002130 1000-EXIT.
002140     EXIT.
002150*----------------------------------------------------------------
002160* 2000-PRODUCE-LISTING  -  PASS THE AUDIT FILE AND LIST EVERY
002170*                          OVERRIDE KEYED ON THE LISTING DATE.  NO
002180*                          AUDIT FILE YET MEANS NO OVERRIDES.
002190*----------------------------------------------------------------
002200 2000-PRODUCE-LISTING.
002210     OPEN INPUT SCHEDULE-AUDIT.
002220     IF OV-AUDIT-NEW
002230         MOVE "NO SCHEDULE OVERRIDES ON FILE"
002240             TO OV-M-MESSAGE
002250         WRITE OV-REPORT-LINE FROM OV-MESSAGE-LINE
002260         GO TO 2000-EXIT
002270     END-IF.
002280     IF NOT OV-AUDIT-OK
002290         MOVE "SCHEDULE AUDIT FILE COULD NOT BE OPENED"
002300             TO OV-M-MESSAGE
002310         WRITE OV-REPORT-LINE FROM OV-MESSAGE-LINE
002320         MOVE 16 TO RETURN-CODE
002330         GO TO 2000-EXIT
002340     END-IF.
002350     PERFORM 2100-READ-AUDIT
002360         THRU 2100-EXIT.
002370     PERFORM 2200-PROCESS-AUDIT
002380         THRU 2200-EXIT
002390         UNTIL OV-EOF.
002400     CLOSE SCHEDULE-AUDIT.
002410     PERFORM 8000-WRITE-TOTALS
002420         THRU 8000-EXIT.
002430 2000-EXIT.
002440     EXIT.
002450*----------------------------------------------------------------
002460* 2100-READ-AUDIT  -  READ ONE AUDIT RECORD.
002470*----------------------------------------------------------------
002480 2100-READ-AUDIT.
002490     READ SCHEDULE-AUDIT
002500         AT END
002510             SET OV-EOF TO TRUE
002520     END-READ.
002530     IF NOT OV-EOF
002540         ADD 1 TO OV-READ-COUNT
002550     END-IF.
002560 2100-EXIT.
002570     EXIT.
002580*----------------------------------------------------------------
002590* 2200-PROCESS-AUDIT  -  LIST ONE AUDIT RECORD WHEN IT WAS KEYED
002600*                        ON THE LISTING DATE.
002610*----------------------------------------------------------------
002620 2200-PROCESS-AUDIT.
002630     IF SA-AUDIT-DATE NOT = OV-LIST-DATE
002640         GO TO 2200-NEXT
002650     END-IF.
002652     IF SA-REASON-DEFINITION OR SA-REASON-CALENDAR
002654         GO TO 2200-NEXT
002656     END-IF.
002660     MOVE SA-BEFORE-IMAGE TO SCHEDULE-BEFORE-IMAGE.
002670     MOVE SA-AFTER-IMAGE TO SCHEDULE-AFTER-IMAGE.
002680     IF SN-OPERATOR-ID = SPACES OR LOW-VALUES
002690         MOVE SB-OPERATOR-ID TO OV-D-OPERATOR-ID
002700         MOVE SB-SCHED-DATE TO OV-D-SCHED-DATE
002710     ELSE
002720         MOVE SN-OPERATOR-ID TO OV-D-OPERATOR-ID
002730         MOVE SN-SCHED-DATE TO OV-D-SCHED-DATE
002740     END-IF.
002750     EVALUATE TRUE
002760         WHEN SA-FUNC-ADD
002770             MOVE "ADD" TO OV-D-ACTION
002780             ADD 1 TO OV-ADD-COUNT
002790         WHEN SA-FUNC-CHANGE
002800             MOVE "CHANGE" TO OV-D-ACTION
002810             ADD 1 TO OV-CHANGE-COUNT
002820         WHEN SA-FUNC-DELETE
002830             MOVE "DELETE" TO OV-D-ACTION
002840             ADD 1 TO OV-DELETE-COUNT
002850         WHEN OTHER
002860             MOVE SA-FUNCTION-CODE TO OV-D-ACTION
002870     END-EVALUATE.
002880     MOVE SB-SCHED-SHIFT TO OV-D-OLD-SHIFT.
002890     MOVE SN-SCHED-SHIFT TO OV-D-NEW-SHIFT.
002900     MOVE SA-REASON-CODE TO OV-D-REASON.
002910     MOVE SA-APPROVER-ID TO OV-D-APPROVER-ID.
002920     MOVE SA-MAINT-OPERATOR-ID TO OV-D-MAINT-ID.
002930     MOVE SA-AUDIT-TIME TO OV-D-TIME.
002940     WRITE OV-REPORT-LINE FROM OV-DETAIL-LINE.
002950     ADD 1 TO OV-LIST-COUNT.
002960 2200-NEXT.
002970     PERFORM 2100-READ-AUDIT
002980         THRU 2100-EXIT.
002990 2200-EXIT.
003000     EXIT.
003010*----------------------------------------------------------------
003020* 8000-WRITE-TOTALS  -  PRINT THE LISTING COUNTS.
003030*----------------------------------------------------------------
003040 8000-WRITE-TOTALS.
003050     MOVE "AUDIT RECORDS READ" TO OV-N-CAPTION.
003060     MOVE OV-READ-COUNT TO OV-N-COUNT.
003070     WRITE OV-REPORT-LINE FROM OV-COUNT-LINE.
003080     MOVE "ENTRIES ADDED" TO OV-N-CAPTION.
003090     MOVE OV-ADD-COUNT TO OV-N-COUNT.
003100     WRITE OV-REPORT-LINE FROM OV-COUNT-LINE.
003110     MOVE "ENTRIES CHANGED" TO OV-N-CAPTION.
003120     MOVE OV-CHANGE-COUNT TO OV-N-COUNT.
003130     WRITE OV-REPORT-LINE FROM OV-COUNT-LINE.
003140     MOVE "ENTRIES DELETED" TO OV-N-CAPTION.
003150     MOVE OV-DELETE-COUNT TO OV-N-COUNT.
003160     WRITE OV-REPORT-LINE FROM OV-COUNT-LINE.
003170     MOVE "OVERRIDES LISTED" TO OV-N-CAPTION.
003180     MOVE OV-LIST-COUNT TO OV-N-COUNT.
003190     WRITE OV-REPORT-LINE FROM OV-COUNT-LINE.
003200     IF OV-LIST-COUNT = ZERO
003210         MOVE "NO SCHEDULE OVERRIDES FOR THE DAY"
003220             TO OV-M-MESSAGE
003230         WRITE OV-REPORT-LINE FROM OV-MESSAGE-LINE
003240     END-IF.
003250 8000-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------
003280* 9800-RECORD-STEP-END  -  RECORD COMPLETION AND THE ENDING
003290*                          RETURN CODE IN THE LEDGER.
003300*----------------------------------------------------------------
003310 9800-RECORD-STEP-END.
003320     SET CT-FUNC-END TO TRUE.
003330     MOVE RETURN-CODE TO CT-RETURN-CODE.
003340     CALL "STEPCTL" USING OV-STEP-PARM.
003350 9800-EXIT.
003360     EXIT.
003370*----------------------------------------------------------------
003380* 9999-END-OF-JOB  -  CLOSE THE REPORT FILE AND TERMINATE.
003390*----------------------------------------------------------------
003400 9999-END-OF-JOB.
003410     IF OV-REPORT-OK
003420         CLOSE REPORT-FILE
003430     END-IF.
003440 9999-EXIT.
003450     EXIT.
