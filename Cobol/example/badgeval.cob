000010*================================================================
000020* PROGRAM-ID. BADGEVAL
000030*----------------------------------------------------------------
000040* AUTHOR.        C. L. BRANNIGAN
000050* INSTALLATION.  DATA CENTER SERVICES
000060* DATE-WRITTEN.  2026-10-15.
000070* DATE-COMPILED. 2026-10-15.
000080*----------------------------------------------------------------
000090* DESCRIPTION.
000100*   BADGE-ACCESS TRANSMISSION EDIT.  RUNS AHEAD OF THE BADGE
000110*   CROSS-CHECK STEP AND VALIDATES THE NIGHTLY FACILITIES FILE OF
000120*   OPERATIONS FLOOR BADGE SWIPES BEFORE IT IS TRUSTED: SWIPE
000130*   DATE AND TIME SEQUENCE CHECK, BADGE NUMBER, DATE, TIME,
000140*   DIRECTION AND READER AREA FIELD EDITS, AND THE REQUIRED
000150*   CONTROL-TOTAL TRAILER (BADGE NUMBER ALL NINES) WHOSE RECORD
000160*   COUNT MUST BALANCE AGAINST THE DETAIL RECORDS ACTUALLY
000170*   RECEIVED.  ANY ERROR ENDS THE STEP WITH RETURN CODE 16 SO THE
000180*   JCL SKIPS THE CROSS-CHECK ON A BAD OR TRUNCATED TRANSMISSION.
000190*----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   2026-10-15 CLB   ORIGINAL PROGRAM
000230*================================================================
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. BADGEVAL.
000260 AUTHOR. C. L. BRANNIGAN.
000270 INSTALLATION. DATA CENTER SERVICES.
000280 DATE-WRITTEN. 2026-10-15.
000290 DATE-COMPILED. 2026-10-15.
000300*================================================================
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT BADGE-TRANSMISSION ASSIGN TO "BADGETRN"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS BV-BADGETRN-STATUS.
000370
000380     SELECT REPORT-FILE ASSIGN TO "BADGEVLO"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS BV-REPORT-STATUS.
000410*================================================================
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  BADGE-TRANSMISSION.
000450     COPY badgetrn.
000460
000470 FD  REPORT-FILE.
000480 01  BV-REPORT-LINE                  PIC X(80).
000490*================================================================
000500 WORKING-STORAGE SECTION.
000510 01  BV-BADGETRN-STATUS              PIC X(02).
000520     88  BV-BADGETRN-OK                  VALUE "00".
000530 01  BV-REPORT-STATUS                PIC X(02).
000540     88  BV-REPORT-OK                    VALUE "00".
000550
000560 01  BV-EOF-SW                       PIC X(01)  VALUE "N".
000570     88  BV-EOF                          VALUE "Y"
000580         WHEN SET TO FALSE IS "N".
000590 01  BV-FIRST-RECORD-SW              PIC X(01)  VALUE "Y".
000600     88  BV-FIRST-RECORD                 VALUE "Y"
000610         WHEN SET TO FALSE IS "N".
000620 01  BV-TRAILER-SEEN-SW              PIC X(01)  VALUE "N".
000630     88  BV-TRAILER-SEEN                 VALUE "Y"
000640         WHEN SET TO FALSE IS "N".
000650
000660 01  BV-SWIPE-STAMP.
000670     05  BV-SWIPE-DATE               PIC X(08).
000680     05  BV-SWIPE-TIME               PIC X(06).
000690 01  BV-PREV-SWIPE-STAMP             PIC X(14).
000700 01  BV-DETAIL-COUNT                 PIC 9(07)  VALUE ZERO.
000710 01  BV-ERROR-COUNT                  PIC 9(05)  VALUE ZERO.
000720 01  BV-TRAILER-COUNT                PIC 9(07)  VALUE ZERO.
000730
000740 01  BV-HEADING-1.
000750     05  FILLER                      PIC X(02)  VALUE SPACES.
000760     05  FILLER                      PIC X(40)
000770         VALUE "BADGE-ACCESS TRANSMISSION EDIT".
000780     05  FILLER                      PIC X(38)  VALUE SPACES.
000790
000800 01  BV-HEADING-2.
000810     05  FILLER                      PIC X(02)  VALUE SPACES.
000820     05  FILLER                      PIC X(10)  VALUE "BADGE".
000830     05  FILLER                      PIC X(03)  VALUE SPACES.
000840     05  FILLER                      PIC X(36)  VALUE "ERROR".
000850     05  FILLER                      PIC X(29)  VALUE SPACES.
000860
000870 01  BV-ERROR-LINE.
000880     05  FILLER                      PIC X(02)  VALUE SPACES.
000890     05  BV-E-BADGE-NUMBER           PIC X(10).
000900     05  FILLER                      PIC X(03)  VALUE SPACES.
000910     05  BV-E-MESSAGE                PIC X(36).
000920     05  FILLER                      PIC X(29)  VALUE SPACES.
000930
000940 01  BV-COUNT-LINE.
000950     05  FILLER                      PIC X(02)  VALUE SPACES.
000960     05  BV-N-CAPTION                PIC X(20).
000970     05  BV-N-COUNT                  PIC ZZZZZZ9.
000980     05  FILLER                      PIC X(51)  VALUE SPACES.
000990
001000 01  BV-MESSAGE-LINE.
001010     05  FILLER                      PIC X(02)  VALUE SPACES.
001020     05  BV-M-MESSAGE                PIC X(40).
001030     05  FILLER                      PIC X(38)  VALUE SPACES.
001040
001050 01  BV-STEP-PARM.
001060     COPY stepctl.
001070*================================================================
001080 PROCEDURE DIVISION.
001090*----------------------------------------------------------------
001100 0000-MAINLINE.
001110     MOVE SPACE TO CT-REPLY-CODE.
001120     PERFORM 0500-RECORD-STEP-START
001130         THRU 0500-EXIT.
001140     IF CT-REPLY-REFUSED
001150         MOVE 4 TO RETURN-CODE
001160         STOP RUN
001170     END-IF.
001180     PERFORM 1000-INITIALIZE
001190         THRU 1000-EXIT.
001200     IF NOT BV-REPORT-OK
001210         GO TO 0000-TERMINATE
001220     END-IF.
001230     PERFORM 2000-VALIDATE-TRANSMISSION
001240         THRU 2000-EXIT.
001250     PERFORM 8000-WRITE-TOTALS
001260         THRU 8000-EXIT.
001270 0000-TERMINATE.
001280     PERFORM 9999-END-OF-JOB
001290         THRU 9999-EXIT.
001300     PERFORM 9800-RECORD-STEP-END
001310         THRU 9800-EXIT.
001320     STOP RUN.
001330*----------------------------------------------------------------
001340* 0500-RECORD-STEP-START  -  ENTER THIS STEP IN THE RUN-CONTROL
001350*                            LEDGER AND HONOR THE RERUN GUARD
001360*                            FOR THE RUN DATE.
001370*----------------------------------------------------------------
001380 0500-RECORD-STEP-START.
001390     MOVE "BADGEVAL" TO CT-STEP-NAME.
001400     SET CT-FUNC-START TO TRUE.
001410     MOVE ZERO TO CT-RETURN-CODE.
001420     CALL "STEPCTL" USING BV-STEP-PARM.
001430     IF CT-REPLY-REFUSED
001440         DISPLAY "BADGEVAL ALREADY COMPLETE FOR RUN DATE"
001450     END-IF.
001460 0500-EXIT.
001470     EXIT.
001480*----------------------------------------------------------------
001490* 1000-INITIALIZE  -  OPEN THE EDIT REPORT AND WRITE HEADINGS.
001500*----------------------------------------------------------------
001510 1000-INITIALIZE.
001520     MOVE ZERO TO RETURN-CODE.
001530     OPEN OUTPUT REPORT-FILE.
001540     IF BV-REPORT-OK
001550         WRITE BV-REPORT-LINE FROM BV-HEADING-1
001560         WRITE BV-REPORT-LINE FROM BV-HEADING-2
001570     ELSE
001580         DISPLAY "EDIT REPORT FILE COULD NOT BE OPENED"
001590         MOVE 16 TO RETURN-CODE
001600     END-IF.
001610 1000-EXIT.
001620     EXIT.
001630*----------------------------------------------------------------
001640* 2000-VALIDATE-TRANSMISSION  -  PASS THE WHOLE TRANSMISSION
001650*                                THROUGH THE FIELD, SEQUENCE AND
001660*                                TRAILER EDITS.
001670*----------------------------------------------------------------
001680 2000-VALIDATE-TRANSMISSION.
001690     OPEN INPUT BADGE-TRANSMISSION.
001700     IF NOT BV-BADGETRN-OK
001710         MOVE "BADGE TRANSMISSION COULD NOT BE OPENED"
001720             TO BV-M-MESSAGE
001730         WRITE BV-REPORT-LINE FROM BV-MESSAGE-LINE
001740         MOVE 16 TO RETURN-CODE
001750         GO TO 2000-EXIT
001760     END-IF.
001770     PERFORM 2100-READ-TRANSMISSION
001780         THRU 2100-EXIT.
001790     PERFORM 2200-EDIT-RECORD
001800         THRU 2200-EXIT
001810         UNTIL BV-EOF.
001820     CLOSE BADGE-TRANSMISSION.
001830     IF NOT BV-TRAILER-SEEN
001840         MOVE SPACES TO BV-E-BADGE-NUMBER
001850         MOVE "CONTROL-TOTAL TRAILER IS MISSING"
001860             TO BV-E-MESSAGE
001870         PERFORM 2800-WRITE-ERROR
001880             THRU 2800-EXIT
001890     END-IF.
001900 2000-EXIT.
001910     EXIT.
001920*----------------------------------------------------------------
001930* 2100-READ-TRANSMISSION  -  READ ONE TRANSMISSION RECORD.
001940*----------------------------------------------------------------
001950 2100-READ-TRANSMISSION.
001960     READ BADGE-TRANSMISSION
001970         AT END
001980             SET BV-EOF TO TRUE
001990     END-READ.
002000 2100-EXIT.
002010     EXIT.
002020*----------------------------------------------------------------
002030* 2200-EDIT-RECORD  -  APPLY THE EDITS TO ONE SWIPE RECORD.
002040*----------------------------------------------------------------
002050 2200-EDIT-RECORD.
002060     IF BG-TRAILER-ID
002070         PERFORM 2500-EDIT-TRAILER
002080             THRU 2500-EXIT
002090         GO TO 2200-NEXT
002100     END-IF.
002110     IF BV-TRAILER-SEEN
002120         MOVE BG-BADGE-NUMBER TO BV-E-BADGE-NUMBER
002130         MOVE "DETAIL RECORD AFTER TRAILER"
002140             TO BV-E-MESSAGE
002150         PERFORM 2800-WRITE-ERROR
002160             THRU 2800-EXIT
002170         GO TO 2200-NEXT
002180     END-IF.
002190     ADD 1 TO BV-DETAIL-COUNT.
002200     IF BG-BADGE-NUMBER = SPACES OR LOW-VALUES
002210         MOVE BG-BADGE-NUMBER TO BV-E-BADGE-NUMBER
002220         MOVE "BADGE NUMBER IS BLANK"
002230             TO BV-E-MESSAGE
002240         PERFORM 2800-WRITE-ERROR
002250             THRU 2800-EXIT
002260         GO TO 2200-NEXT
002270     END-IF.
002280     IF BG-SWIPE-DATE IS NOT NUMERIC
002290         OR BG-SWIPE-TIME IS NOT NUMERIC
002300         MOVE BG-BADGE-NUMBER TO BV-E-BADGE-NUMBER
002310         MOVE "SWIPE DATE OR TIME NOT NUMERIC"
002320             TO BV-E-MESSAGE
002330         PERFORM 2800-WRITE-ERROR
002340             THRU 2800-EXIT
002350         GO TO 2200-NEXT
002360     END-IF.
002370     MOVE BG-SWIPE-DATE TO BV-SWIPE-DATE.
002380     MOVE BG-SWIPE-TIME TO BV-SWIPE-TIME.
002390     IF NOT BV-FIRST-RECORD
002400         IF BV-SWIPE-STAMP < BV-PREV-SWIPE-STAMP
002410             MOVE BG-BADGE-NUMBER TO BV-E-BADGE-NUMBER
002420             MOVE "SWIPE OUT OF DATE AND TIME SEQUENCE"
002430                 TO BV-E-MESSAGE
002440             PERFORM 2800-WRITE-ERROR
002450                 THRU 2800-EXIT
002460         END-IF
002470     END-IF.
002480     MOVE BV-SWIPE-STAMP TO BV-PREV-SWIPE-STAMP.
002490     SET BV-FIRST-RECORD TO FALSE.
002500     IF NOT BG-BADGE-IN AND NOT BG-BADGE-OUT
002510         MOVE BG-BADGE-NUMBER TO BV-E-BADGE-NUMBER
002520         MOVE "DIRECTION NOT I OR O"
002530             TO BV-E-MESSAGE
002540         PERFORM 2800-WRITE-ERROR
002550             THRU 2800-EXIT
002560     END-IF.
002570     IF BG-READER-AREA = SPACES OR LOW-VALUES
002580         MOVE BG-BADGE-NUMBER TO BV-E-BADGE-NUMBER
002590         MOVE "READER AREA IS BLANK"
002600             TO BV-E-MESSAGE
002610         PERFORM 2800-WRITE-ERROR
002620             THRU 2800-EXIT
002630     END-IF.
002640 2200-NEXT.
002650     PERFORM 2100-READ-TRANSMISSION
002660         THRU 2100-EXIT.
002670 2200-EXIT.
002680     EXIT.
002690*----------------------------------------------------------------
002700* 2500-EDIT-TRAILER  -  EDIT THE CONTROL-TOTAL TRAILER AND
002710*                       BALANCE ITS COUNT AGAINST THE DETAIL
002720*                       RECORDS RECEIVED AHEAD OF IT.
002730*----------------------------------------------------------------
002740 2500-EDIT-TRAILER.
002750     IF BV-TRAILER-SEEN
002760         MOVE BG-BADGE-NUMBER TO BV-E-BADGE-NUMBER
002770         MOVE "MORE THAN ONE TRAILER RECORD"
002780             TO BV-E-MESSAGE
002790         PERFORM 2800-WRITE-ERROR
002800             THRU 2800-EXIT
002810         GO TO 2500-EXIT
002820     END-IF.
002830     SET BV-TRAILER-SEEN TO TRUE.
002840     IF BG-TR-RECORD-COUNT IS NOT NUMERIC
002850         MOVE BG-BADGE-NUMBER TO BV-E-BADGE-NUMBER
002860         MOVE "TRAILER RECORD COUNT NOT NUMERIC"
002870             TO BV-E-MESSAGE
002880         PERFORM 2800-WRITE-ERROR
002890             THRU 2800-EXIT
002900         GO TO 2500-EXIT
002910     END-IF.
002920     MOVE BG-TR-RECORD-COUNT TO BV-TRAILER-COUNT.
002930     IF BV-TRAILER-COUNT NOT = BV-DETAIL-COUNT
002940         MOVE BG-BADGE-NUMBER TO BV-E-BADGE-NUMBER
002950         MOVE "TRAILER COUNT DOES NOT BALANCE"
002960             TO BV-E-MESSAGE
002970         PERFORM 2800-WRITE-ERROR
002980             THRU 2800-EXIT
002990     END-IF.
003000 2500-EXIT.
003010     EXIT.
003020*----------------------------------------------------------------
003030* 2800-WRITE-ERROR  -  PRINT ONE EDIT ERROR AND SET THE STEP
003040*                      RETURN CODE.  THE CALLER HAS SET THE
003050*                      BADGE NUMBER AND MESSAGE TEXT.
003060*----------------------------------------------------------------
003070 2800-WRITE-ERROR.
003080     WRITE BV-REPORT-LINE FROM BV-ERROR-LINE.
003090     ADD 1 TO BV-ERROR-COUNT.
003100     MOVE 16 TO RETURN-CODE.
003110 2800-EXIT.
003120     EXIT.
003130*----------------------------------------------------------------
003140* 8000-WRITE-TOTALS  -  PRINT THE CONTROL TOTALS AND VERDICT.
003150*----------------------------------------------------------------
003160 8000-WRITE-TOTALS.
003170     MOVE "DETAIL RECORDS READ" TO BV-N-CAPTION.
003180     MOVE BV-DETAIL-COUNT TO BV-N-COUNT.
003190     WRITE BV-REPORT-LINE FROM BV-COUNT-LINE.
003200     MOVE "TRAILER COUNT" TO BV-N-CAPTION.
003210     MOVE BV-TRAILER-COUNT TO BV-N-COUNT.
003220     WRITE BV-REPORT-LINE FROM BV-COUNT-LINE.
003230     MOVE "EDIT ERRORS" TO BV-N-CAPTION.
003240     MOVE BV-ERROR-COUNT TO BV-N-COUNT.
003250     WRITE BV-REPORT-LINE FROM BV-COUNT-LINE.
003260     IF RETURN-CODE = ZERO
003270         MOVE "TRANSMISSION ACCEPTED FOR CROSS-CHECK"
003280             TO BV-M-MESSAGE
003290     ELSE
003300         MOVE "TRANSMISSION REJECTED - SKIP CROSS-CHECK"
003310             TO BV-M-MESSAGE
003320     END-IF.
003330     WRITE BV-REPORT-LINE FROM BV-MESSAGE-LINE.
003340 8000-EXIT.
003350     EXIT.
003360*----------------------------------------------------------------
003370* 9800-RECORD-STEP-END  -  RECORD COMPLETION AND THE ENDING
003380*                          RETURN CODE IN THE LEDGER.
003390*----------------------------------------------------------------
003400 9800-RECORD-STEP-END.
003410     SET CT-FUNC-END TO TRUE.
003420     MOVE RETURN-CODE TO CT-RETURN-CODE.
003430     CALL "STEPCTL" USING BV-STEP-PARM.
003440 9800-EXIT.
003450     EXIT.
003460*----------------------------------------------------------------
003470* 9999-END-OF-JOB  -  CLOSE THE REPORT FILE AND TERMINATE.
003480*----------------------------------------------------------------
003490 9999-END-OF-JOB.
003500     IF BV-REPORT-OK
003510         CLOSE REPORT-FILE
003520     END-IF.
003530 9999-EXIT.
003540     EXIT.
