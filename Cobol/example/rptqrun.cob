000010*================================================================
000020* PROGRAM-ID. RPTQRUN
000030*----------------------------------------------------------------
000040* AUTHOR.        C. L. BRANNIGAN
000050* INSTALLATION.  DATA CENTER SERVICES
000060* DATE-WRITTEN.  2026-10-15.
000070* DATE-COMPILED. 2026-10-15.
000080*----------------------------------------------------------------
000090* DESCRIPTION.
000100*   NIGHTLY REPORT REQUEST QUEUE DRIVER.  RUNS EVERY PENDING
000110*   REQUEST QUEUED FROM THE SIGN-ON MENU (RPTRQMNT), HIGHEST
000120*   PRIORITY FIRST AND OLDEST FIRST WITHIN A PRIORITY, BY
000130*   CALLING THE REQUESTED REPORT WITH THE STANDARD PARM AREA
000140*   EXTENDED BY THE QUEUED DATE RANGE AND OPERATOR SELECTION.
000150*   THE REQUESTER IS PASSED AS THE REQUESTING OPERATOR, SO IT IS
000160*   STAMPED IN THE REPORT HEADING AS FOR A MENU RUN.  EACH REPORT
000170*   KEEPS ITS USUAL REPORT FILE; THE SECOND AND LATER REQUESTS
000180*   FOR THE SAME REPORT IN ONE NIGHT ARE APPENDED BEHIND THE
000190*   FIRST, EACH WITH ITS OWN HEADING.  A REPORT IS CANCELLED
000200*   AFTER EVERY CALL SO THE NEXT REQUEST STARTS IT FRESH.
000210*
000220*   EACH REQUEST IS MARKED COMPLETE (REPORT RETURN CODE 4 OR
000230*   LESS) OR FAILED, WITH THE RETURN CODE AND THE RUN DATE AND
000240*   TIME, AND A REPORT LOG RECORD IS WRITTEN UNDER THE ORIGINAL
000250*   REQUESTER AND TERMINAL WITH THE SELECTED OPERATOR, IF ANY,
000260*   AS THE SUBJECT.  A LISTING OF THE REQUESTS RUN IS PRINTED.
000270*   THE STEP ENDS WITH RETURN CODE 4 WHEN ANY REQUEST FAILED AND
000280*   16 WHEN THE REQUEST FILE OR REPORT LOG CANNOT BE USED.
000290*
000300*   THE REPORTS READ THE EXTOPR SLICE, SO THIS STEP RUNS AFTER
000310*   THE NIGHTLY SIGN-ON LOG EXTRACT (SONXTRCT).
000320*----------------------------------------------------------------
000330* MODIFICATION HISTORY
000340*   DATE       INIT  DESCRIPTION
000350*   2026-10-15 CLB   ORIGINAL PROGRAM
000352*   2026-10-15 CLB   END WITH RETURN CODE 16 WHEN THE REQUEST SORT
000354*                    FAILS
000360*================================================================
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. RPTQRUN.
000390 AUTHOR. C. L. BRANNIGAN.
000400 INSTALLATION. DATA CENTER SERVICES.
000410 DATE-WRITTEN. 2026-10-15.
000420 DATE-COMPILED. 2026-10-15.
000430*================================================================
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT REQUEST-FILE ASSIGN TO "RPTREQ"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS RQ-REQUEST-KEY
000510         FILE STATUS IS QR-RPTREQ-STATUS.
000520
000530     SELECT SORT-WORK ASSIGN TO "SRTWK18".
000540
000550     SELECT SORTED-REQUESTS ASSIGN TO "SRTRQS"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS QR-SRTRQS-STATUS.
000580
000590     SELECT REPORT-LOG ASSIGN TO "RPTLOG"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS QR-RPTLOG-STATUS.
000620
000630     SELECT REPORT-FILE ASSIGN TO "RPTQRUNO"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS QR-REPORT-STATUS.
000660*================================================================
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  REQUEST-FILE.
000700     COPY rptreq.
000710
000720*----------------------------------------------------------------
000730* PENDING REQUESTS IN THE ORDER THEY ARE TO RUN.
000740*----------------------------------------------------------------
000750 SD  SORT-WORK.
000760 01  QA-RECORD.
000770     05  QA-PRIORITY                 PIC X(01).
000780     05  QA-REQUEST-DATE             PIC X(08).
000790     05  QA-REQUEST-TIME             PIC X(06).
000800     05  QA-REQUESTER-ID             PIC X(08).
000810     05  FILLER                      PIC X(17).
000820
000830 FD  SORTED-REQUESTS.
000840 01  QB-RECORD.
000850     05  QB-PRIORITY                 PIC X(01).
000860     05  QB-REQUEST-DATE             PIC X(08).
000870     05  QB-REQUEST-TIME             PIC X(06).
000880     05  QB-REQUESTER-ID             PIC X(08).
000890     05  FILLER                      PIC X(17).
000900
000910 FD  REPORT-LOG.
000920     COPY rptlog.
000930
000940 FD  REPORT-FILE.
000950 01  QR-REPORT-LINE                  PIC X(80).
000960*================================================================
000970 WORKING-STORAGE SECTION.
000980 01  QR-RPTREQ-STATUS                PIC X(02).
000990     88  QR-RPTREQ-OK                    VALUE "00".
001000     88  QR-RPTREQ-NEW                   VALUE "35".
001010 01  QR-SRTRQS-STATUS                PIC X(02).
001020     88  QR-SRTRQS-OK                    VALUE "00".
001030 01  QR-RPTLOG-STATUS                PIC X(02).
001040     88  QR-RPTLOG-OK                    VALUE "00".
001050     88  QR-RPTLOG-NEW                   VALUE "35".
001060 01  QR-REPORT-STATUS                PIC X(02).
001070     88  QR-REPORT-OK                    VALUE "00".
001080
001090 01  QR-RPTREQ-OPEN-SW               PIC X(01)  VALUE "N".
001100     88  QR-RPTREQ-OPEN                  VALUE "Y"
001110         WHEN SET TO FALSE IS "N".
001120 01  QR-RPTLOG-OPEN-SW               PIC X(01)  VALUE "N".
001130     88  QR-RPTLOG-OPEN                  VALUE "Y"
001140         WHEN SET TO FALSE IS "N".
001150 01  QR-REQUEST-EOF-SW               PIC X(01)  VALUE "N".
001160     88  QR-REQUEST-EOF                  VALUE "Y"
001170         WHEN SET TO FALSE IS "N".
001180 01  QR-SORTED-EOF-SW                PIC X(01)  VALUE "N".
001190     88  QR-SORTED-EOF                   VALUE "Y"
001200         WHEN SET TO FALSE IS "N".
001210 01  QR-SONRPT-RUN-SW                PIC X(01)  VALUE "N".
001220     88  QR-SONRPT-RUN                   VALUE "Y"
001230         WHEN SET TO FALSE IS "N".
001240 01  QR-SONRECON-RUN-SW              PIC X(01)  VALUE "N".
001250     88  QR-SONRECON-RUN                 VALUE "Y"
001260         WHEN SET TO FALSE IS "N".
001270 01  QR-SESSRPT-RUN-SW               PIC X(01)  VALUE "N".
001280     88  QR-SESSRPT-RUN                  VALUE "Y"
001290         WHEN SET TO FALSE IS "N".
001300 01  QR-OPMAUDR-RUN-SW               PIC X(01)  VALUE "N".
001310     88  QR-OPMAUDR-RUN                  VALUE "Y"
001320         WHEN SET TO FALSE IS "N".
001330
001340 01  QR-REPORT-RC                    PIC 9(03)  VALUE ZERO.
001350 01  QR-STEP-RC                      PIC 9(03)  VALUE ZERO.
001360 01  QR-PENDING-COUNT                PIC 9(07)  VALUE ZERO.
001370 01  QR-RUN-COUNT                    PIC 9(07)  VALUE ZERO.
001380 01  QR-COMPLETE-COUNT               PIC 9(07)  VALUE ZERO.
001390 01  QR-FAILED-COUNT                 PIC 9(07)  VALUE ZERO.
001400
001410 01  QR-CURRENT-DATE                 PIC X(08).
001420 01  QR-CURRENT-TIME                 PIC X(08).
001430
001440*----------------------------------------------------------------
001450* THE STANDARD LENGTH-PREFIXED REPORT PARM AREA, EXTENDED BY THE
001460* QUEUED SELECTION.  A LENGTH OF 37 TELLS THE REPORT TO USE IT.
001470*----------------------------------------------------------------
001480 01  QR-REPORT-PARM.
001490     05  QR-RP-PARM-LENGTH           PIC S9(04) COMP VALUE 37.
001500     05  QR-RP-OPERATOR-ID           PIC X(08).
001510     05  QR-RP-TERMINAL-ID           PIC X(04).
001520     05  QR-RP-SELECTION.
001530         10  QR-RP-FROM-DATE         PIC X(08).
001540         10  QR-RP-THRU-DATE         PIC X(08).
001550         10  QR-RP-SELECT-OPERATOR   PIC X(08).
001560     05  QR-RP-OUTPUT-MODE           PIC X(01).
001570         88  QR-RP-NEW-OUTPUT            VALUE SPACE.
001580         88  QR-RP-EXTEND-OUTPUT         VALUE "E".
001590
001600 01  QR-HEADING-1.
001610     05  FILLER                      PIC X(02)  VALUE SPACES.
001620     05  FILLER                      PIC X(40)
001630         VALUE "DEFERRED REPORT REQUESTS RUN".
001632     05  FILLER                      PIC X(10)
001634         VALUE "RUN DATE: ".
001650     05  QR-H-RUN-DATE               PIC X(08).
001660     05  FILLER                      PIC X(20)  VALUE SPACES.
001670
001680 01  QR-HEADING-2.
001690     05  FILLER                      PIC X(02)  VALUE SPACES.
001700     05  FILLER                      PIC X(09)  VALUE "REQ BY".
001710     05  FILLER                      PIC X(17)  VALUE "REQUESTED".
001720     05  FILLER                      PIC X(09)  VALUE "REPORT".
001730     05  FILLER                      PIC X(03)  VALUE "P".
001740     05  FILLER                      PIC X(09)  VALUE "FROM".
001750     05  FILLER                      PIC X(09)  VALUE "THRU".
001760     05  FILLER                      PIC X(10)  VALUE "OPER ID".
001770     05  FILLER                      PIC X(04)  VALUE " RC".
001780     05  FILLER                      PIC X(08)  VALUE "STATUS".
001790
001800 01  QR-DETAIL-LINE.
001810     05  FILLER                      PIC X(02)  VALUE SPACES.
001820     05  QR-D-REQUESTER-ID           PIC X(08).
001830     05  FILLER                      PIC X(01)  VALUE SPACE.
001840     05  QR-D-REQUEST-DATE           PIC X(08).
001850     05  FILLER                      PIC X(01)  VALUE SPACE.
001860     05  QR-D-REQUEST-TIME           PIC X(06).
001870     05  FILLER                      PIC X(02)  VALUE SPACES.
001880     05  QR-D-REPORT-ID              PIC X(08).
001890     05  FILLER                      PIC X(01)  VALUE SPACE.
001900     05  QR-D-PRIORITY               PIC X(01).
001910     05  FILLER                      PIC X(02)  VALUE SPACES.
001920     05  QR-D-FROM-DATE              PIC X(08).
001930     05  FILLER                      PIC X(01)  VALUE SPACE.
001940     05  QR-D-THRU-DATE              PIC X(08).
001950     05  FILLER                      PIC X(01)  VALUE SPACE.
001960     05  QR-D-SELECT-OPERATOR        PIC X(08).
001970     05  FILLER                      PIC X(02)  VALUE SPACES.
001980     05  QR-D-RETURN-CODE            PIC ZZ9.
001990     05  FILLER                      PIC X(01)  VALUE SPACE.
002000     05  QR-D-STATUS                 PIC X(08).
002010
002020 01  QR-COUNT-LINE.
002030     05  FILLER                      PIC X(02)  VALUE SPACES.
002040     05  QR-N-CAPTION                PIC X(20).
002050     05  QR-N-COUNT                  PIC ZZZZZZ9.
002060     05  FILLER                      PIC X(51)  VALUE SPACES.
002070
002080 01  QR-MESSAGE-LINE.
002090     05  FILLER                      PIC X(02)  VALUE SPACES.
002100     05  QR-M-MESSAGE                PIC X(40).
002110     05  FILLER                      PIC X(38)  VALUE SPACES.
002120
002130 01  QR-STEP-PARM.
002140     COPY stepctl.
002150*================================================================
002160 PROCEDURE DIVISION.
002170*----------------------------------------------------------------
002180 0000-MAINLINE.
002190     MOVE SPACE TO CT-REPLY-CODE.
002200     PERFORM 0500-RECORD-STEP-START
002210         THRU 0500-EXIT.
002220     IF CT-REPLY-REFUSED
002230         MOVE 4 TO RETURN-CODE
002240         STOP RUN
002250     END-IF.
002260     PERFORM 1000-INITIALIZE
002270         THRU 1000-EXIT.
002280     IF QR-STEP-RC NOT = ZERO OR NOT QR-RPTREQ-OPEN
002290         GO TO 0000-TERMINATE
002300     END-IF.
002310     SORT SORT-WORK
002320         ON ASCENDING KEY QA-PRIORITY QA-REQUEST-DATE
002330                          QA-REQUEST-TIME QA-REQUESTER-ID
002340         INPUT PROCEDURE IS 2000-RELEASE-PENDING
002350             THRU 2000-EXIT
002360         GIVING SORTED-REQUESTS.
002362     IF RETURN-CODE NOT = ZERO
002364         MOVE 16 TO QR-STEP-RC
002366         GO TO 0000-TERMINATE
002368     END-IF.
002370     PERFORM 3000-RUN-REQUESTS
002380         THRU 3000-EXIT.
002390     PERFORM 8000-WRITE-TOTALS
002400         THRU 8000-EXIT.
002410 0000-TERMINATE.
002420     PERFORM 9999-END-OF-JOB
002430         THRU 9999-EXIT.
002440     MOVE QR-STEP-RC TO RETURN-CODE.
002450     PERFORM 9800-RECORD-STEP-END
002460         THRU 9800-EXIT.
002470     STOP RUN.
002480*----------------------------------------------------------------
002490* 0500-RECORD-STEP-START  -  ENTER THIS STEP IN THE RUN-CONTROL
002500*                            LEDGER AND HONOR THE RERUN GUARD
002510*                            FOR THE RUN DATE.
002520*----------------------------------------------------------------
002530 0500-RECORD-STEP-START.
002540     MOVE "RPTQRUN" TO CT-STEP-NAME.
002550     SET CT-FUNC-START TO TRUE.
002560     MOVE ZERO TO CT-RETURN-CODE.
002570     CALL "STEPCTL" USING QR-STEP-PARM.
002580     IF CT-REPLY-REFUSED
002590         DISPLAY "RPTQRUN ALREADY COMPLETE FOR RUN DATE"
002600     END-IF.
002610 0500-EXIT.
002620     EXIT.
002630*----------------------------------------------------------------
002640* 1000-INITIALIZE  -  OPEN THE LISTING, THE REQUEST FILE FOR
002650*                     UPDATE AND THE REPORT LOG FOR APPEND.  NO
002660*                     REQUEST FILE YET MEANS NOTHING WAS QUEUED.
002670*----------------------------------------------------------------
002680 1000-INITIALIZE.
002690     MOVE ZERO TO RETURN-CODE.
002700     MOVE ZERO TO QR-STEP-RC.
002710     ACCEPT QR-CURRENT-DATE FROM DATE YYYYMMDD.
002720     OPEN OUTPUT REPORT-FILE.
002730     IF NOT QR-REPORT-OK
002740         DISPLAY "REPORT FILE COULD NOT BE OPENED"
002750         MOVE 16 TO QR-STEP-RC
002760         GO TO 1000-EXIT
002770     END-IF.
002780     MOVE QR-CURRENT-DATE TO QR-H-RUN-DATE.
002790     WRITE QR-REPORT-LINE FROM QR-HEADING-1.
002800     OPEN I-O REQUEST-FILE.
002810     IF QR-RPTREQ-NEW
002812         MOVE "NO REPORT REQUESTS HAVE BEEN QUEUED"
002814             TO QR-M-MESSAGE
002830         WRITE QR-REPORT-LINE FROM QR-MESSAGE-LINE
002840         GO TO 1000-EXIT
002850     END-IF.
002860     IF NOT QR-RPTREQ-OK
002870         MOVE "REPORT REQUEST FILE COULD NOT BE OPENED"
002880             TO QR-M-MESSAGE
002890         WRITE QR-REPORT-LINE FROM QR-MESSAGE-LINE
002900         MOVE 16 TO QR-STEP-RC
002910         GO TO 1000-EXIT
002920     END-IF.
002930     SET QR-RPTREQ-OPEN TO TRUE.
002940     OPEN EXTEND REPORT-LOG.
002950     IF QR-RPTLOG-NEW
002960         OPEN OUTPUT REPORT-LOG
002970     END-IF.
002980     IF NOT QR-RPTLOG-OK
002990         MOVE "REPORT LOG COULD NOT BE OPENED" TO QR-M-MESSAGE
003000         WRITE QR-REPORT-LINE FROM QR-MESSAGE-LINE
003010         MOVE 16 TO QR-STEP-RC
003020         GO TO 1000-EXIT
003030     END-IF.
003040     SET QR-RPTLOG-OPEN TO TRUE.
003050     WRITE QR-REPORT-LINE FROM QR-HEADING-2.
003060 1000-EXIT.
003070     EXIT.
003080*----------------------------------------------------------------
003090* 2000-RELEASE-PENDING  -  SORT INPUT PROCEDURE.  PASS THE REQUEST
003100*                          FILE AND RELEASE EVERY PENDING REQUEST.
003110*----------------------------------------------------------------
003120 2000-RELEASE-PENDING.
003130     SET QR-REQUEST-EOF TO FALSE.
003140     MOVE LOW-VALUES TO RQ-REQUEST-KEY.
003150     START REQUEST-FILE KEY NOT < RQ-REQUEST-KEY
003160         INVALID KEY
003170             SET QR-REQUEST-EOF TO TRUE
003180     END-START.
003190     PERFORM 2100-RELEASE-NEXT
003200         THRU 2100-EXIT
003210         UNTIL QR-REQUEST-EOF.
003220 2000-EXIT.
003230     EXIT.
003240*----------------------------------------------------------------
003250* 2100-RELEASE-NEXT  -  READ ONE REQUEST AND RELEASE IT IF STILL
003260*                       PENDING.
003270*----------------------------------------------------------------
003280 2100-RELEASE-NEXT.
003290     READ REQUEST-FILE NEXT RECORD
003300         AT END
003310             SET QR-REQUEST-EOF TO TRUE
003320             GO TO 2100-EXIT
003330     END-READ.
003340     IF NOT RQ-PENDING
003350         GO TO 2100-EXIT
003360     END-IF.
003370     MOVE SPACES TO QA-RECORD.
003380     MOVE RQ-PRIORITY TO QA-PRIORITY.
003390     IF NOT RQ-VALID-PRIORITY
003400         MOVE "2" TO QA-PRIORITY
003410     END-IF.
003420     MOVE RQ-REQUEST-DATE TO QA-REQUEST-DATE.
003430     MOVE RQ-REQUEST-TIME TO QA-REQUEST-TIME.
003440     MOVE RQ-REQUESTER-ID TO QA-REQUESTER-ID.
003450     RELEASE QA-RECORD.
003460     ADD 1 TO QR-PENDING-COUNT.
003470 2100-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------
003500* 3000-RUN-REQUESTS  -  RUN THE PENDING REQUESTS IN SORTED ORDER.
003510*----------------------------------------------------------------
003520 3000-RUN-REQUESTS.
003530     OPEN INPUT SORTED-REQUESTS.
003540     IF NOT QR-SRTRQS-OK
003550         MOVE "SORTED REQUEST FILE COULD NOT BE OPENED"
003560             TO QR-M-MESSAGE
003570         WRITE QR-REPORT-LINE FROM QR-MESSAGE-LINE
003580         MOVE 16 TO QR-STEP-RC
003590         GO TO 3000-EXIT
003600     END-IF.
003610     SET QR-SORTED-EOF TO FALSE.
003620     PERFORM 3100-READ-SORTED
003630         THRU 3100-EXIT.
003640     PERFORM 3200-RUN-ONE-REQUEST
003650         THRU 3200-EXIT
003660         UNTIL QR-SORTED-EOF.
003670     CLOSE SORTED-REQUESTS.
003680 3000-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710* 3100-READ-SORTED  -  READ THE NEXT REQUEST TO RUN.
003720*----------------------------------------------------------------
003730 3100-READ-SORTED.
003740     READ SORTED-REQUESTS
003750         AT END
003760             SET QR-SORTED-EOF TO TRUE
003770     END-READ.
003780 3100-EXIT.
003790     EXIT.
003800*----------------------------------------------------------------
003810* 3200-RUN-ONE-REQUEST  -  FETCH THE REQUEST, CALL ITS REPORT WITH
003820*                          THE QUEUED SELECTION AND RECORD THE
003830*                          OUTCOME.
003840*----------------------------------------------------------------
003850 3200-RUN-ONE-REQUEST.
003860     MOVE QB-REQUESTER-ID TO RQ-REQUESTER-ID.
003870     MOVE QB-REQUEST-DATE TO RQ-REQUEST-DATE.
003880     MOVE QB-REQUEST-TIME TO RQ-REQUEST-TIME.
003890     READ REQUEST-FILE
003900         INVALID KEY
003910             GO TO 3200-NEXT
003920     END-READ.
003930     IF NOT RQ-PENDING
003940         GO TO 3200-NEXT
003950     END-IF.
003960     MOVE RQ-REQUESTER-ID TO QR-RP-OPERATOR-ID.
003970     MOVE RQ-REQUESTER-TERMINAL TO QR-RP-TERMINAL-ID.
003980     MOVE RQ-FROM-DATE TO QR-RP-FROM-DATE.
003990     MOVE RQ-THRU-DATE TO QR-RP-THRU-DATE.
004000     MOVE RQ-SELECT-OPERATOR TO QR-RP-SELECT-OPERATOR.
004010     SET QR-RP-NEW-OUTPUT TO TRUE.
004020     MOVE ZERO TO RETURN-CODE.
004030     EVALUATE RQ-REPORT-ID
004040         WHEN "SONRPT"
004050             IF QR-SONRPT-RUN
004060                 SET QR-RP-EXTEND-OUTPUT TO TRUE
004070             END-IF
004080             CALL "SONRPT" USING QR-REPORT-PARM
004090             MOVE RETURN-CODE TO QR-REPORT-RC
004100             CANCEL "SONRPT"
004110             SET QR-SONRPT-RUN TO TRUE
004120         WHEN "SONRECON"
004130             IF QR-SONRECON-RUN
004140                 SET QR-RP-EXTEND-OUTPUT TO TRUE
004150             END-IF
004160             CALL "SONRECON" USING QR-REPORT-PARM
004170             MOVE RETURN-CODE TO QR-REPORT-RC
004180             CANCEL "SONRECON"
004190             SET QR-SONRECON-RUN TO TRUE
004200         WHEN "SESSRPT"
004210             IF QR-SESSRPT-RUN
004220                 SET QR-RP-EXTEND-OUTPUT TO TRUE
004230             END-IF
004240             CALL "SESSRPT" USING QR-REPORT-PARM
004250             MOVE RETURN-CODE TO QR-REPORT-RC
004260             CANCEL "SESSRPT"
004270             SET QR-SESSRPT-RUN TO TRUE
004280         WHEN "OPMAUDR"
004290             IF QR-OPMAUDR-RUN
004300                 SET QR-RP-EXTEND-OUTPUT TO TRUE
004310             END-IF
004320             CALL "OPMAUDR" USING QR-REPORT-PARM
004330             MOVE RETURN-CODE TO QR-REPORT-RC
004340             CANCEL "OPMAUDR"
004350             SET QR-OPMAUDR-RUN TO TRUE
004360         WHEN OTHER
004370             MOVE 16 TO QR-REPORT-RC
004380     END-EVALUATE.
004390     MOVE ZERO TO RETURN-CODE.
004400     ADD 1 TO QR-RUN-COUNT.
004410     PERFORM 3300-RECORD-OUTCOME
004420         THRU 3300-EXIT.
004430 3200-NEXT.
004440     PERFORM 3100-READ-SORTED
004450         THRU 3100-EXIT.
004460 3200-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490* 3300-RECORD-OUTCOME  -  MARK THE REQUEST COMPLETE OR FAILED,
004500*                         LOG THE RUN UNDER THE REQUESTER AND LIST
004510*                         IT.
004520*----------------------------------------------------------------
004530 3300-RECORD-OUTCOME.
004540     ACCEPT QR-CURRENT-DATE FROM DATE YYYYMMDD.
004550     ACCEPT QR-CURRENT-TIME FROM TIME.
004560     MOVE QR-REPORT-RC TO RQ-RETURN-CODE.
004570     MOVE QR-CURRENT-DATE TO RQ-RUN-DATE.
004580     MOVE QR-CURRENT-TIME(1:6) TO RQ-RUN-TIME.
004590     IF QR-REPORT-RC > 4
004600         SET RQ-FAILED TO TRUE
004610         MOVE "FAILED" TO QR-D-STATUS
004620         ADD 1 TO QR-FAILED-COUNT
004630         IF QR-STEP-RC < 4
004640             MOVE 4 TO QR-STEP-RC
004650         END-IF
004660     ELSE
004670         SET RQ-COMPLETE TO TRUE
004680         MOVE "COMPLETE" TO QR-D-STATUS
004690         ADD 1 TO QR-COMPLETE-COUNT
004700     END-IF.
004710     REWRITE REPORT-REQUEST-RECORD
004720         INVALID KEY
004730             MOVE "REQUEST COULD NOT BE MARKED" TO QR-M-MESSAGE
004740             WRITE QR-REPORT-LINE FROM QR-MESSAGE-LINE
004750             MOVE 16 TO QR-STEP-RC
004760     END-REWRITE.
004770     MOVE SPACES TO REPORT-LOG-RECORD.
004780     MOVE RQ-REQUESTER-ID TO RL-OPERATOR-ID.
004790     MOVE RQ-REQUESTER-TERMINAL TO RL-TERMINAL-ID.
004800     MOVE RQ-REPORT-ID TO RL-REPORT-ID.
004810     MOVE QR-CURRENT-DATE TO RL-RUN-DATE.
004820     MOVE QR-CURRENT-TIME(1:6) TO RL-RUN-TIME.
004830     MOVE QR-REPORT-RC TO RL-RETURN-CODE.
004840     MOVE RQ-SELECT-OPERATOR TO RL-SUBJECT-ID.
004850     WRITE REPORT-LOG-RECORD.
004860     MOVE RQ-REQUESTER-ID TO QR-D-REQUESTER-ID.
004870     MOVE RQ-REQUEST-DATE TO QR-D-REQUEST-DATE.
004880     MOVE RQ-REQUEST-TIME TO QR-D-REQUEST-TIME.
004890     MOVE RQ-REPORT-ID TO QR-D-REPORT-ID.
004900     MOVE RQ-PRIORITY TO QR-D-PRIORITY.
004910     MOVE RQ-FROM-DATE TO QR-D-FROM-DATE.
004920     MOVE RQ-THRU-DATE TO QR-D-THRU-DATE.
004930     MOVE RQ-SELECT-OPERATOR TO QR-D-SELECT-OPERATOR.
004940     MOVE QR-REPORT-RC TO QR-D-RETURN-CODE.
004950     WRITE QR-REPORT-LINE FROM QR-DETAIL-LINE.
004960 3300-EXIT.
004970     EXIT.
004980*----------------------------------------------------------------
004990* 8000-WRITE-TOTALS  -  PRINT THE REQUEST COUNTS.
005000*----------------------------------------------------------------
005010 8000-WRITE-TOTALS.
005020     MOVE "REQUESTS PENDING" TO QR-N-CAPTION.
005030     MOVE QR-PENDING-COUNT TO QR-N-COUNT.
005040     WRITE QR-REPORT-LINE FROM QR-COUNT-LINE.
005050     MOVE "REQUESTS RUN" TO QR-N-CAPTION.
005060     MOVE QR-RUN-COUNT TO QR-N-COUNT.
005070     WRITE QR-REPORT-LINE FROM QR-COUNT-LINE.
005080     MOVE "COMPLETED" TO QR-N-CAPTION.
005090     MOVE QR-COMPLETE-COUNT TO QR-N-COUNT.
005100     WRITE QR-REPORT-LINE FROM QR-COUNT-LINE.
005110     MOVE "FAILED" TO QR-N-CAPTION.
005120     MOVE QR-FAILED-COUNT TO QR-N-COUNT.
005130     WRITE QR-REPORT-LINE FROM QR-COUNT-LINE.
005140 8000-EXIT.
005150     EXIT.
005160*----------------------------------------------------------------
005170* 9800-RECORD-STEP-END  -  RECORD COMPLETION AND THE ENDING
005180*                          RETURN CODE IN THE LEDGER.
005190*----------------------------------------------------------------
005200 9800-RECORD-STEP-END.
005210     SET CT-FUNC-END TO TRUE.
005220     MOVE RETURN-CODE TO CT-RETURN-CODE.
005230     CALL "STEPCTL" USING QR-STEP-PARM.
005240 9800-EXIT.
005250     EXIT.
005260*----------------------------------------------------------------
005270* 9999-END-OF-JOB  -  CLOSE WHATEVER IS OPEN.
005280*----------------------------------------------------------------
005290 9999-END-OF-JOB.
005300     IF QR-RPTREQ-OPEN
005310         CLOSE REQUEST-FILE
005320     END-IF.
005330     IF QR-RPTLOG-OPEN
005340         CLOSE REPORT-LOG
005350     END-IF.
005360     IF QR-REPORT-OK
005370         CLOSE REPORT-FILE
005380     END-IF.
005390 9999-EXIT.
005400     EXIT.
