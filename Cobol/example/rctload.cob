000010*================================================================
000020* PROGRAM-ID. RCTLOAD
000030*----------------------------------------------------------------
000040* AUTHOR.        C. L. BRANNIGAN
000050* INSTALLATION.  DATA CENTER SERVICES
000060* DATE-WRITTEN.  2026-10-15.
000070* DATE-COMPILED. 2026-10-15.
000080*----------------------------------------------------------------
000090* DESCRIPTION.
000100*   ACCESS RECERTIFICATION DECISION FILE LOAD.  READS THE KEEP,
000110*   DOWNGRADE AND REVOKE DECISIONS RETURNED BY THE SUPERVISORS
000120*   FROM THE QUARTERLY WORKSHEET (ONE CARD PER OPERATOR, LAYOUT
000130*   RCTCARD) AND PASSES EACH ONE TO THE DECISION SERVICE RCTDECD,
000140*   WHICH EDITS IT, APPLIES IT TO THE OPERATOR MASTER, AUDITS IT
000150*   AND RECORDS IT AGAINST THE CYCLE.  EVERY CARD IS LISTED WITH
000160*   THE OUTCOME.  RETURN CODE 4 WHEN ANY CARD IS REJECTED, 16
000170*   WHEN THE DECISION FILE IS MISSING OR THE SERVICE CANNOT
000180*   REACH ITS FILES.
000190*----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   2026-10-15 CLB   ORIGINAL PROGRAM
000230*================================================================
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. RCTLOAD.
000260 AUTHOR. C. L. BRANNIGAN.
000270 INSTALLATION. DATA CENTER SERVICES.
000280 DATE-WRITTEN. 2026-10-15.
000290 DATE-COMPILED. 2026-10-15.
000300*================================================================
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT DECISION-FILE ASSIGN TO "RCTDECN"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS CX-DECISION-STATUS.
000370
000380     SELECT REPORT-FILE ASSIGN TO "RCTLOADO"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS CX-REPORT-STATUS.
000410*================================================================
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  DECISION-FILE.
000450     COPY rctcard.
000460
000470 FD  REPORT-FILE.
000480 01  CX-REPORT-LINE                  PIC X(80).
000490*================================================================
000500 WORKING-STORAGE SECTION.
000510 01  CX-DECISION-STATUS              PIC X(02).
000520     88  CX-DECISION-OK                  VALUE "00".
000530     88  CX-DECISION-NEW                 VALUE "35".
000540 01  CX-REPORT-STATUS                PIC X(02).
000550     88  CX-REPORT-OK                    VALUE "00".
000560
000570 01  CX-EOF-SW                       PIC X(01)  VALUE "N".
000580     88  CX-EOF                          VALUE "Y"
000590         WHEN SET TO FALSE IS "N".
000600
000610 01  CX-CURRENT-DATE                 PIC X(08).
000620 01  CX-READ-COUNT                   PIC 9(07)  VALUE ZERO.
000630 01  CX-KEEP-COUNT                   PIC 9(07)  VALUE ZERO.
000640 01  CX-DOWNGRADE-COUNT              PIC 9(07)  VALUE ZERO.
000650 01  CX-REVOKE-COUNT                 PIC 9(07)  VALUE ZERO.
000660 01  CX-REJECT-COUNT                 PIC 9(07)  VALUE ZERO.
000670
000680 01  CX-DECISION-PARM.
000690     COPY rctdec.
000700
000710 01  CX-HEADING-1.
000720     05  FILLER                      PIC X(02)  VALUE SPACES.
000730     05  FILLER                      PIC X(40)
000740         VALUE "ACCESS RECERTIFICATION DECISION LOAD".
000750     05  FILLER                      PIC X(10)
000760         VALUE "RUN DATE: ".
000770     05  CX-H-RUN-DATE               PIC X(08).
000780     05  FILLER                      PIC X(20)  VALUE SPACES.
000790
000800 01  CX-HEADING-2.
000810     05  FILLER                      PIC X(02)  VALUE SPACES.
000820     05  FILLER                      PIC X(08)  VALUE "CYCLE".
000830     05  FILLER                      PIC X(10)  VALUE "OPER ID".
000840     05  FILLER                      PIC X(04)  VALUE "DEC".
000850     05  FILLER                      PIC X(04)  VALUE "LVL".
000860     05  FILLER                      PIC X(10)  VALUE "SUPV ID".
000870     05  FILLER                      PIC X(42)  VALUE "RESULT".
000880
000890 01  CX-DETAIL-LINE.
000900     05  FILLER                      PIC X(02)  VALUE SPACES.
000910     05  CX-D-CYCLE-ID               PIC X(06).
000920     05  FILLER                      PIC X(02)  VALUE SPACES.
000930     05  CX-D-OPERATOR-ID            PIC X(08).
000940     05  FILLER                      PIC X(02)  VALUE SPACES.
000950     05  CX-D-DECISION               PIC X(01).
000960     05  FILLER                      PIC X(03)  VALUE SPACES.
000970     05  CX-D-NEW-LEVEL              PIC X(01).
000980     05  FILLER                      PIC X(03)  VALUE SPACES.
000990     05  CX-D-SUPERVISOR-ID          PIC X(08).
001000     05  FILLER                      PIC X(02)  VALUE SPACES.
001010     05  CX-D-RESULT                 PIC X(40).
001020     05  FILLER                      PIC X(02)  VALUE SPACES.
001030
001040 01  CX-COUNT-LINE.
001050     05  FILLER                      PIC X(02)  VALUE SPACES.
001060     05  CX-N-CAPTION                PIC X(20).
001070     05  CX-N-COUNT                  PIC ZZZZZZ9.
001080     05  FILLER                      PIC X(51)  VALUE SPACES.
001090
001100 01  CX-MESSAGE-LINE.
001110     05  FILLER                      PIC X(02)  VALUE SPACES.
001120     05  CX-M-MESSAGE                PIC X(40).
001130     05  FILLER                      PIC X(38)  VALUE SPACES.
001140*================================================================
001150 PROCEDURE DIVISION.
001160*----------------------------------------------------------------
001170 0000-MAINLINE.
001180     PERFORM 1000-INITIALIZE
001190         THRU 1000-EXIT.
001200     IF CX-REPORT-OK
001210         PERFORM 2000-LOAD-DECISIONS
001220             THRU 2000-EXIT
001230     END-IF.
001240     PERFORM 9999-END-OF-JOB
001250         THRU 9999-EXIT.
001260     STOP RUN.
001270*----------------------------------------------------------------
001280* 1000-INITIALIZE  -  OPEN THE REPORT FILE AND WRITE HEADINGS.
001290*----------------------------------------------------------------
001300 1000-INITIALIZE.
001310     MOVE ZERO TO RETURN-CODE.
001320     ACCEPT CX-CURRENT-DATE FROM DATE YYYYMMDD.
001330     MOVE CX-CURRENT-DATE TO CX-H-RUN-DATE.
001340     OPEN OUTPUT REPORT-FILE.
001350     IF CX-REPORT-OK
001360         WRITE CX-REPORT-LINE FROM CX-HEADING-1
001370         WRITE CX-REPORT-LINE FROM CX-HEADING-2
001380     ELSE
001390         DISPLAY "REPORT FILE COULD NOT BE OPENED"
001400         MOVE 16 TO RETURN-CODE
001410     END-IF.
001420 1000-EXIT.
001430     EXIT.
001440*----------------------------------------------------------------
001450* 2000-LOAD-DECISIONS  -  PASS THE DECISION FILE, APPLYING EACH
001460*                         CARD IN TURN.  A SERVICE ERROR STOPS
001470*                         THE LOAD; THE CARDS NOT YET REACHED CAN
001480*                         BE RESUBMITTED, SINCE A DECISION ALREADY
001490*                         RECORDED IS SIMPLY REJECTED.
001500*----------------------------------------------------------------
001510 2000-LOAD-DECISIONS.
001520     OPEN INPUT DECISION-FILE.
001530     IF NOT CX-DECISION-OK
001540         MOVE "DECISION FILE COULD NOT BE OPENED"
001550             TO CX-M-MESSAGE
001560         WRITE CX-REPORT-LINE FROM CX-MESSAGE-LINE
001570         MOVE 16 TO RETURN-CODE
001580         GO TO 2000-EXIT
001590     END-IF.
001600     PERFORM 2100-READ-DECISION
001610         THRU 2100-EXIT.
001620     PERFORM 2200-APPLY-DECISION
001630         THRU 2200-EXIT
001640         UNTIL CX-EOF.
001650     CLOSE DECISION-FILE.
001660     PERFORM 8000-WRITE-TOTALS
001670         THRU 8000-EXIT.
001680     IF RETURN-CODE < 16 AND CX-REJECT-COUNT > ZERO
001690         MOVE 4 TO RETURN-CODE
001700     END-IF.
001710 2000-EXIT.
001720     EXIT.
001730*----------------------------------------------------------------
001740* 2100-READ-DECISION  -  READ THE NEXT NON-BLANK DECISION CARD.
001750*----------------------------------------------------------------
001760 2100-READ-DECISION.
001770     READ DECISION-FILE
001780         AT END
001790             SET CX-EOF TO TRUE
001800             GO TO 2100-EXIT
001810     END-READ.
001820     IF RECERT-DECISION-CARD = SPACES
001830         GO TO 2100-READ-DECISION
001840     END-IF.
001850     ADD 1 TO CX-READ-COUNT.
001860 2100-EXIT.
001870     EXIT.
001880*----------------------------------------------------------------
001890* 2200-APPLY-DECISION  -  HAND ONE CARD TO THE DECISION SERVICE
001900*                         AND LIST THE OUTCOME.
001910*----------------------------------------------------------------
001920 2200-APPLY-DECISION.
001930     MOVE DN-CYCLE-ID TO RD-CYCLE-ID.
001940     MOVE DN-OPERATOR-ID TO RD-OPERATOR-ID.
001950     MOVE DN-DECISION-CODE TO RD-DECISION-CODE.
001960     MOVE DN-NEW-AUTH-LEVEL TO RD-NEW-AUTH-LEVEL.
001970     MOVE DN-SUPERVISOR-ID TO RD-DECIDER-ID.
001980     MOVE SPACES TO RD-DECIDER-TERMINAL.
001990     SET RD-FROM-FILE TO TRUE.
002000     CALL "RCTDECD" USING CX-DECISION-PARM.
002010     MOVE DN-CYCLE-ID TO CX-D-CYCLE-ID.
002020     MOVE DN-OPERATOR-ID TO CX-D-OPERATOR-ID.
002030     MOVE DN-DECISION-CODE TO CX-D-DECISION.
002040     MOVE DN-NEW-AUTH-LEVEL TO CX-D-NEW-LEVEL.
002050     MOVE DN-SUPERVISOR-ID TO CX-D-SUPERVISOR-ID.
002060     MOVE RD-REPLY-MESSAGE TO CX-D-RESULT.
002070     WRITE CX-REPORT-LINE FROM CX-DETAIL-LINE.
002080     EVALUATE TRUE
002090         WHEN RD-REPLY-ERROR
002100             MOVE "DECISION LOAD STOPPED - SERVICE ERROR"
002110                 TO CX-M-MESSAGE
002120             WRITE CX-REPORT-LINE FROM CX-MESSAGE-LINE
002130             MOVE 16 TO RETURN-CODE
002140             SET CX-EOF TO TRUE
002150             GO TO 2200-EXIT
002160         WHEN RD-REPLY-REJECTED
002170             ADD 1 TO CX-REJECT-COUNT
002180         WHEN RD-KEEP
002190             ADD 1 TO CX-KEEP-COUNT
002200         WHEN RD-DOWNGRADE
002210             ADD 1 TO CX-DOWNGRADE-COUNT
002220         WHEN RD-REVOKE
002230             ADD 1 TO CX-REVOKE-COUNT
002240     END-EVALUATE.
002250     PERFORM 2100-READ-DECISION
002260         THRU 2100-EXIT.
002270 2200-EXIT.
002280     EXIT.
002290*----------------------------------------------------------------
002300* 8000-WRITE-TOTALS  -  PRINT THE LOAD COUNTS.
002310*----------------------------------------------------------------
002320 8000-WRITE-TOTALS.
002330     MOVE "DECISION CARDS READ" TO CX-N-CAPTION.
002340     MOVE CX-READ-COUNT TO CX-N-COUNT.
002350     WRITE CX-REPORT-LINE FROM CX-COUNT-LINE.
002360     MOVE "ACCESS KEPT" TO CX-N-CAPTION.
002370     MOVE CX-KEEP-COUNT TO CX-N-COUNT.
002380     WRITE CX-REPORT-LINE FROM CX-COUNT-LINE.
002390     MOVE "DOWNGRADED" TO CX-N-CAPTION.
002400     MOVE CX-DOWNGRADE-COUNT TO CX-N-COUNT.
002410     WRITE CX-REPORT-LINE FROM CX-COUNT-LINE.
002420     MOVE "REVOKED" TO CX-N-CAPTION.
002430     MOVE CX-REVOKE-COUNT TO CX-N-COUNT.
002440     WRITE CX-REPORT-LINE FROM CX-COUNT-LINE.
002450     MOVE "REJECTED" TO CX-N-CAPTION.
002460     MOVE CX-REJECT-COUNT TO CX-N-COUNT.
002470     WRITE CX-REPORT-LINE FROM CX-COUNT-LINE.
002480 8000-EXIT.
002490     EXIT.
002500*----------------------------------------------------------------
002510* 9999-END-OF-JOB  -  CLOSE THE REPORT FILE AND TERMINATE.
002520*----------------------------------------------------------------
002530 9999-END-OF-JOB.
002540     IF CX-REPORT-OK
002550         CLOSE REPORT-FILE
002560     END-IF.
002570 9999-EXIT.
002580     EXIT.
