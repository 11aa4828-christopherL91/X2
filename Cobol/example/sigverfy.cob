000010*================================================================
000020* PROGRAM-ID. SIGVERFY
000030*----------------------------------------------------------------
000040* AUTHOR.        C. L. BRANNIGAN
000050* INSTALLATION.  DATA CENTER SERVICES
000060* DATE-WRITTEN.  2026-10-15.
000070* DATE-COMPILED. 2026-10-15.
000080*----------------------------------------------------------------
000090* DESCRIPTION.
000100*   SIGN-ON LOG VERIFICATION.  FIRST STEP OF THE NIGHTLY STREAM,
000110*   AHEAD OF SONXTRCT.  READS THE SIGN-ON ARCHIVE GENERATIONS
000120*   (CONCATENATED UNDER THE SIGARCH DD, OLDEST FIRST) AND THEN
000130*   THE LIVE LOG, AND PROVES THE STAMPED RECORDS FORM ONE
000140*   UNBROKEN CHAIN - NO SEQUENCE GAPS, NO DUPLICATES, NOTHING OUT
000150*   OF ORDER, EVERY CHECK VALUE RECOMPUTING FROM THE ONE BEFORE
000160*   IT - AND THAT EACH DAY'S RECORD COUNT AND FIRST AND LAST
000170*   SEQUENCE AGREE WITH ITS SEAL, AND THE LOG ENDS AT THE SEALED
000180*   HIGH-WATER MARK.  WHERE THE OLDEST ARCHIVE GENERATIONS HAVE
000190*   ROLLED OFF, THE CHAIN IS PICKED UP FROM THE CARRY-FORWARD
000200*   POINT SONPURGE LEFT IN THE SEAL FILE, OR ANCHORED AT THE
000210*   FIRST RECORD STILL HELD.  RECORDS FROM BEFORE STAMPING BEGAN
000220*   ARE COUNTED BUT NOT CHECKED.  ANY EXCEPTION ENDS THE STEP
000230*   WITH RETURN CODE 16 SO THE REPORTING STEPS DO NOT RUN ON A
000240*   LOG THAT CANNOT BE PROVED.
000250*----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   2026-10-15 CLB   ORIGINAL PROGRAM
000282*   2026-10-15 CLB   PROVE THE DAY SEALS FROM A TABLE BY DATE
000284*                    AFTER THE PASS, SINCE A DAY'S RECORDS NEED
000286*                    NOT BE TOGETHER; READ INTO A WORKING COPY OF
000288*                    THE LOG RECORD, NOT A CLOSED FILE'S AREA
000290*================================================================
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. SIGVERFY.
000320 AUTHOR. C. L. BRANNIGAN.
000330 INSTALLATION. DATA CENTER SERVICES.
000340 DATE-WRITTEN. 2026-10-15.
000350 DATE-COMPILED. 2026-10-15.
000360*================================================================
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT SIGNON-LOG ASSIGN TO "SIGNLOG"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS VF-SIGNLOG-STATUS.
000430
000440     SELECT ARCHIVE-FILE ASSIGN TO "SIGARCH"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS VF-ARCHIVE-STATUS.
000470
000480     SELECT SIGNON-SEAL ASSIGN TO "SIGSEAL"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS SE-SEAL-KEY
000520         FILE STATUS IS VF-SIGSEAL-STATUS.
000530
000540     SELECT REPORT-FILE ASSIGN TO "SIGVERFO"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS VF-REPORT-STATUS.
000570*================================================================
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  SIGNON-LOG.
000610     COPY signlog.
000620
000630 FD  ARCHIVE-FILE.
000640     COPY signlog
000650         REPLACING ==SIGNON-LOG-RECORD== BY ==AR-RECORD==
000660                   LEADING ==SL-== BY ==AR-==.
000670
000680 FD  SIGNON-SEAL.
000690     COPY sigseal.
000700
000710 FD  REPORT-FILE.
000720 01  VF-REPORT-LINE                  PIC X(80).
000730*================================================================
000740 WORKING-STORAGE SECTION.
000750 01  VF-SIGNLOG-STATUS               PIC X(02).
000760     88  VF-SIGNLOG-OK                   VALUE "00".
000770 01  VF-ARCHIVE-STATUS               PIC X(02).
000780     88  VF-ARCHIVE-OK                   VALUE "00".
000790 01  VF-SIGSEAL-STATUS               PIC X(02).
000800     88  VF-SIGSEAL-OK                   VALUE "00".
000810 01  VF-REPORT-STATUS                PIC X(02).
000820     88  VF-REPORT-OK                    VALUE "00".
000830
000840 01  VF-LOG-EOF-SW                   PIC X(01)  VALUE "N".
000850     88  VF-LOG-EOF                      VALUE "Y"
000860         WHEN SET TO FALSE IS "N".
000870 01  VF-SEAL-OPEN-SW                 PIC X(01)  VALUE "N".
000880     88  VF-SEAL-OPEN                    VALUE "Y"
000890         WHEN SET TO FALSE IS "N".
000900 01  VF-CHAIN-STARTED-SW             PIC X(01)  VALUE "N".
000910     88  VF-CHAIN-STARTED                VALUE "Y"
000920         WHEN SET TO FALSE IS "N".
000930 01  VF-CHAIN-CHECK-SW               PIC X(01)  VALUE "N".
000940     88  VF-CHAIN-CHECK                  VALUE "Y"
000950         WHEN SET TO FALSE IS "N".
000960
000970 01  VF-SOURCE                       PIC X(07).
000980
000990 01  VF-CONTROL-SEAL.
001000     05  VF-CTL-LAST-SEQUENCE        PIC 9(09)  VALUE ZERO.
001010     05  VF-CTL-LAST-CHAIN           PIC 9(09)  VALUE ZERO.
001020     05  VF-CTL-CARRY-SEQUENCE       PIC 9(09)  VALUE ZERO.
001030     05  VF-CTL-CARRY-CHAIN          PIC 9(09)  VALUE ZERO.
001040
001050 01  VF-PRIOR-SEQUENCE               PIC 9(09)  VALUE ZERO.
001060 01  VF-PRIOR-CHAIN                  PIC 9(09)  VALUE ZERO.
001070 01  VF-NEXT-SEQUENCE                PIC 9(09)  VALUE ZERO.
001080 01  VF-MISSING-COUNT                PIC 9(09)  VALUE ZERO.
001090
001092 01  VF-DAY-FOUND-SW                 PIC X(01)  VALUE "N".
001094     88  VF-DAY-FOUND                    VALUE "Y"
001096         WHEN SET TO FALSE IS "N".
001098 01  VF-DAY-FULL-SW                  PIC X(01)  VALUE "N".
001100     88  VF-DAY-FULL                     VALUE "Y"
001102         WHEN SET TO FALSE IS "N".
001104 01  VF-DAY-MAX                      PIC 9(04)  COMP VALUE 2000.
001106 01  VF-DAY-USED                     PIC 9(04)  COMP VALUE ZERO.
001108 01  VF-DAY-HIT                      PIC 9(04)  COMP VALUE ZERO.
001110 01  VF-DX                           PIC 9(04)  COMP.
001112
001114*----------------------------------------------------------------
001116* ONE ENTRY PER SIGN-ON LOG DATE - RECORD COUNT AND LOWEST AND
001118* HIGHEST SEQUENCE - PROVED AGAINST THE DAY SEALS AFTER THE PASS.
001120*----------------------------------------------------------------
001122 01  VF-DAY-TABLE.
001124     05  VF-DAY-ENTRY OCCURS 2000 TIMES.
001126         10  VF-DAY-DATE             PIC X(08).
001128         10  VF-DAY-COUNT            PIC 9(07).
001130         10  VF-DAY-FIRST            PIC 9(09).
001132         10  VF-DAY-LAST             PIC 9(09).
001150
001160 01  VF-ARCHIVE-COUNT                PIC 9(07)  VALUE ZERO.
001170 01  VF-LIVE-COUNT                   PIC 9(07)  VALUE ZERO.
001180 01  VF-LEGACY-COUNT                 PIC 9(07)  VALUE ZERO.
001190 01  VF-STAMPED-COUNT                PIC 9(07)  VALUE ZERO.
001200 01  VF-DAY-CHECK-COUNT              PIC 9(07)  VALUE ZERO.
001210 01  VF-EXCEPTION-COUNT              PIC 9(07)  VALUE ZERO.
001220
001230 01  VF-GAP-TEXT.
001240     05  FILLER                      PIC X(07)  VALUE "GAP OF ".
001250     05  VF-GAP-COUNT                PIC ZZZZZZZZ9.
001260     05  FILLER                      PIC X(08)  VALUE " MISSING".
001270 01  VF-SEAL-TEXT.
001280     05  FILLER                      PIC X(11)
001290         VALUE "SEAL COUNT ".
001300     05  VF-SEAL-SEALED              PIC ZZZZZZ9.
001310     05  FILLER                      PIC X(05)  VALUE " LOG ".
001320     05  VF-SEAL-FOUND               PIC ZZZZZZ9.
001330
001340 01  VF-STEP-PARM.
001350     COPY stepctl.
001360
001370 01  VF-STAMP-PARM.
001380     COPY sigstamp.
001382
001384     COPY signlog
001386         REPLACING ==SIGNON-LOG-RECORD== BY ==VF-LOG-RECORD==
001388                   LEADING ==SL-== BY ==VF-==.
001390
001400 01  VF-HEADING-1.
001410     05  FILLER                      PIC X(02)  VALUE SPACES.
001420     05  FILLER                      PIC X(40)
001430         VALUE "SIGN-ON LOG SEQUENCE AND SEAL VERIFY".
001440     05  FILLER                      PIC X(10)
001450         VALUE "RUN DATE: ".
001460     05  VF-H-RUN-DATE               PIC X(08).
001470     05  FILLER                      PIC X(20)  VALUE SPACES.
001480
001490 01  VF-HEADING-2.
001500     05  FILLER                      PIC X(02)  VALUE SPACES.
001510     05  FILLER                      PIC X(09)  VALUE "SOURCE".
001520     05  FILLER                      PIC X(11)  VALUE "SEQUENCE".
001530     05  FILLER                      PIC X(10)  VALUE "DATE".
001540     05  FILLER                      PIC X(08)  VALUE "TIME".
001550     05  FILLER                      PIC X(10)  VALUE "OPER ID".
001560     05  FILLER                      PIC X(30)  VALUE "EXCEPTION".
001570
001580 01  VF-EXCEPTION-LINE.
001590     05  FILLER                      PIC X(02)  VALUE SPACES.
001600     05  VF-X-SOURCE                 PIC X(07).
001610     05  FILLER                      PIC X(02)  VALUE SPACES.
001620     05  VF-X-SEQUENCE               PIC X(09).
001630     05  FILLER                      PIC X(02)  VALUE SPACES.
001640     05  VF-X-DATE                   PIC X(08).
001650     05  FILLER                      PIC X(02)  VALUE SPACES.
001660     05  VF-X-TIME                   PIC X(06).
001670     05  FILLER                      PIC X(02)  VALUE SPACES.
001680     05  VF-X-OPERATOR-ID            PIC X(08).
001690     05  FILLER                      PIC X(02)  VALUE SPACES.
001700     05  VF-X-TEXT                   PIC X(30).
001710
001720 01  VF-COUNT-LINE.
001730     05  FILLER                      PIC X(02)  VALUE SPACES.
001740     05  VF-N-CAPTION                PIC X(20).
001750     05  VF-N-COUNT                  PIC ZZZZZZ9.
001760     05  FILLER                      PIC X(51)  VALUE SPACES.
001770
001780 01  VF-MESSAGE-LINE.
001790     05  FILLER                      PIC X(02)  VALUE SPACES.
001800     05  VF-M-MESSAGE                PIC X(40).
001810     05  FILLER                      PIC X(38)  VALUE SPACES.
001820*================================================================
001830 PROCEDURE DIVISION.
001840*----------------------------------------------------------------
001850 0000-MAINLINE.
001860     MOVE SPACE TO CT-REPLY-CODE.
001870     PERFORM 0500-RECORD-STEP-START
001880         THRU 0500-EXIT.
001890     IF CT-REPLY-REFUSED
001900         MOVE 4 TO RETURN-CODE
001910         STOP RUN
001920     END-IF.
001930     PERFORM 1000-INITIALIZE
001940         THRU 1000-EXIT.
001950     IF NOT VF-REPORT-OK
001960         GO TO 0000-TERMINATE
001970     END-IF.
001980     PERFORM 1500-READ-CONTROL-SEAL
001990         THRU 1500-EXIT.
002000     PERFORM 2000-VERIFY-ARCHIVE
002010         THRU 2000-EXIT.
002020     PERFORM 3000-VERIFY-LIVE-LOG
002030         THRU 3000-EXIT.
002040     IF RETURN-CODE NOT = ZERO
002050         GO TO 0000-TERMINATE
002060     END-IF.
002070     PERFORM 5000-END-OF-LOG-CHECKS
002080         THRU 5000-EXIT.
002090     IF VF-EXCEPTION-COUNT > ZERO
002100         MOVE 16 TO RETURN-CODE
002110     END-IF.
002120 0000-TERMINATE.
002130     PERFORM 9000-WRITE-TOTALS
002140         THRU 9000-EXIT.
002150     PERFORM 9999-END-OF-JOB
002160         THRU 9999-EXIT.
002170     PERFORM 9800-RECORD-STEP-END
002180         THRU 9800-EXIT.
002190     STOP RUN.
002200*----------------------------------------------------------------
002210* 0500-RECORD-STEP-START  -  ENTER THIS STEP IN THE RUN-CONTROL
002220*                            LEDGER AND HONOR THE RERUN GUARD
002230*                            FOR THE RUN DATE.
002240*----------------------------------------------------------------
002250 0500-RECORD-STEP-START.
002260     MOVE "SIGVERFY" TO CT-STEP-NAME.
002270     SET CT-FUNC-START TO TRUE.
002280     MOVE ZERO TO CT-RETURN-CODE.
002290     CALL "STEPCTL" USING VF-STEP-PARM.
002300     IF CT-REPLY-REFUSED
002310         DISPLAY "SIGVERFY ALREADY COMPLETE FOR RUN DATE"
002320     END-IF.
002330 0500-EXIT.
002340     EXIT.
002350*----------------------------------------------------------------
002360* 1000-INITIALIZE  -  OPEN THE REPORT FILE AND WRITE HEADINGS.
002370*----------------------------------------------------------------
002380 1000-INITIALIZE.
002390     MOVE ZERO TO RETURN-CODE.
002400     OPEN OUTPUT REPORT-FILE.
002410     IF VF-REPORT-OK
002420         MOVE CT-RUN-DATE TO VF-H-RUN-DATE
002430         WRITE VF-REPORT-LINE FROM VF-HEADING-1
002440         WRITE VF-REPORT-LINE FROM VF-HEADING-2
002450     ELSE
002460         DISPLAY "REPORT FILE COULD NOT BE OPENED"
002470         MOVE 16 TO RETURN-CODE
002480     END-IF.
002490 1000-EXIT.
002500     EXIT.
002510*----------------------------------------------------------------
002520* 1500-READ-CONTROL-SEAL  -  OPEN THE SEAL FILE AND PICK UP THE
002530*                            HIGH-WATER MARK AND CARRY-FORWARD
002540*                            POINT FROM ITS CONTROL ENTRY.  NO
002550*                            SEAL FILE MEANS NOTHING HAS BEEN
002560*                            STAMPED YET.
002570*----------------------------------------------------------------
002580 1500-READ-CONTROL-SEAL.
002590     OPEN INPUT SIGNON-SEAL.
002600     IF NOT VF-SIGSEAL-OK
002610         MOVE "NO SEAL FILE - NO RECORDS SEALED YET"
002620             TO VF-M-MESSAGE
002630         WRITE VF-REPORT-LINE FROM VF-MESSAGE-LINE
002640         GO TO 1500-EXIT
002650     END-IF.
002660     SET VF-SEAL-OPEN TO TRUE.
002670     MOVE "00000000" TO SE-SEAL-KEY.
002680     READ SIGNON-SEAL
002690         INVALID KEY
002700             GO TO 1500-EXIT
002710     END-READ.
002720     MOVE SE-LAST-SEQUENCE TO VF-CTL-LAST-SEQUENCE.
002730     MOVE SE-LAST-CHAIN TO VF-CTL-LAST-CHAIN.
002740     MOVE SE-CARRY-SEQUENCE TO VF-CTL-CARRY-SEQUENCE.
002750     MOVE SE-CARRY-CHAIN TO VF-CTL-CARRY-CHAIN.
002760 1500-EXIT.
002770     EXIT.
002780*----------------------------------------------------------------
002790* 2000-VERIFY-ARCHIVE  -  CHECK EVERY ARCHIVED RECORD.  A MISSING
002800*                         ARCHIVE ONLY WARNS; THE CHAIN IS THEN
002810*                         PICKED UP FROM THE CARRY-FORWARD POINT.
002820*----------------------------------------------------------------
002830 2000-VERIFY-ARCHIVE.
002840     OPEN INPUT ARCHIVE-FILE.
002850     IF NOT VF-ARCHIVE-OK
002860         MOVE "ARCHIVE UNAVAILABLE - LIVE LOG ONLY"
002870             TO VF-M-MESSAGE
002880         WRITE VF-REPORT-LINE FROM VF-MESSAGE-LINE
002890         GO TO 2000-EXIT
002900     END-IF.
002910     MOVE "ARCHIVE" TO VF-SOURCE.
002920     SET VF-LOG-EOF TO FALSE.
002930     PERFORM 2100-READ-ARCHIVE
002940         THRU 2100-EXIT.
002950     PERFORM 2200-CHECK-ARCHIVE
002960         THRU 2200-EXIT
002970         UNTIL VF-LOG-EOF.
002980     CLOSE ARCHIVE-FILE.
002990 2000-EXIT.
003000     EXIT.
003010*----------------------------------------------------------------
003020* 2100-READ-ARCHIVE  -  READ ONE ARCHIVE RECORD.
003030*----------------------------------------------------------------
003040 2100-READ-ARCHIVE.
003041     READ ARCHIVE-FILE INTO VF-LOG-RECORD
003060         AT END
003070             SET VF-LOG-EOF TO TRUE
003080     END-READ.
003090 2100-EXIT.
003100     EXIT.
003110*----------------------------------------------------------------
003111* 2200-CHECK-ARCHIVE  -  CHECK ONE ARCHIVE RECORD.
003140*----------------------------------------------------------------
003150 2200-CHECK-ARCHIVE.
003160     ADD 1 TO VF-ARCHIVE-COUNT.
003180     PERFORM 4000-CHECK-RECORD
003190         THRU 4000-EXIT.
003200     PERFORM 2100-READ-ARCHIVE
003210         THRU 2100-EXIT.
003220 2200-EXIT.
003230     EXIT.
003240*----------------------------------------------------------------
003250* 3000-VERIFY-LIVE-LOG  -  CHECK EVERY LIVE LOG RECORD.
003260*----------------------------------------------------------------
003270 3000-VERIFY-LIVE-LOG.
003280     OPEN INPUT SIGNON-LOG.
003290     IF NOT VF-SIGNLOG-OK
003300         MOVE "SIGN-ON LOG COULD NOT BE OPENED"
003310             TO VF-M-MESSAGE
003320         WRITE VF-REPORT-LINE FROM VF-MESSAGE-LINE
003330         MOVE 16 TO RETURN-CODE
003340         GO TO 3000-EXIT
003350     END-IF.
003360     MOVE "LIVE" TO VF-SOURCE.
003370     SET VF-LOG-EOF TO FALSE.
003380     PERFORM 3100-READ-LOG
003390         THRU 3100-EXIT.
003400     PERFORM 3200-CHECK-LOG
003410         THRU 3200-EXIT
003420         UNTIL VF-LOG-EOF.
003430     CLOSE SIGNON-LOG.
003440 3000-EXIT.
003450     EXIT.
003460*----------------------------------------------------------------
003470* 3100-READ-LOG  -  READ ONE LIVE LOG RECORD.
003480*----------------------------------------------------------------
003490 3100-READ-LOG.
003491     READ SIGNON-LOG INTO VF-LOG-RECORD
003510         AT END
003520             SET VF-LOG-EOF TO TRUE
003530     END-READ.
003540 3100-EXIT.
003550     EXIT.
003560*----------------------------------------------------------------
003570* 3200-CHECK-LOG  -  CHECK ONE LIVE LOG RECORD.
003580*----------------------------------------------------------------
003590 3200-CHECK-LOG.
003600     ADD 1 TO VF-LIVE-COUNT.
003610     PERFORM 4000-CHECK-RECORD
003620         THRU 4000-EXIT.
003630     PERFORM 3100-READ-LOG
003640         THRU 3100-EXIT.
003650 3200-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------
003680* 4000-CHECK-RECORD  -  CHECK ONE RECORD'S SEQUENCE AND CHAIN
003690*                       AGAINST THE RECORD BEFORE IT AND TAKE IT
003700*                       INTO ITS DAY.  AFTER A GAP OR A BROKEN
003710*                       LINK THE CHAIN IS PICKED UP AGAIN FROM
003720*                       THIS RECORD SO ONE BREAK IS NOT REPORTED
003730*                       OVER AND OVER.
003740*----------------------------------------------------------------
003750 4000-CHECK-RECORD.
003760     IF VF-SEQUENCE-NO IS NOT NUMERIC
003770         IF VF-CHAIN-STARTED
003780             MOVE "UNSTAMPED AFTER STAMPING BEGAN"
003790                 TO VF-X-TEXT
003800             PERFORM 4900-WRITE-EXCEPTION
003810                 THRU 4900-EXIT
003820         ELSE
003830             ADD 1 TO VF-LEGACY-COUNT
003840         END-IF
003850         GO TO 4000-EXIT
003860     END-IF.
003870     IF VF-SEQUENCE-NO = ZERO
003880         MOVE "RECORD NOT STAMPED"
003890             TO VF-X-TEXT
003900         PERFORM 4900-WRITE-EXCEPTION
003910             THRU 4900-EXIT
003920         GO TO 4000-EXIT
003930     END-IF.
003940     ADD 1 TO VF-STAMPED-COUNT.
003950     IF NOT VF-CHAIN-STARTED
003960         PERFORM 4100-START-CHAIN
003970             THRU 4100-EXIT
003980     ELSE
003990         PERFORM 4200-CHECK-SEQUENCE
004000             THRU 4200-EXIT
004010     END-IF.
004020     IF VF-SEQUENCE-NO NOT > VF-PRIOR-SEQUENCE
004030         AND VF-CHAIN-STARTED
004040         AND NOT VF-CHAIN-CHECK
004050         GO TO 4000-EXIT
004060     END-IF.
004070     SET VF-CHAIN-STARTED TO TRUE.
004080     IF VF-CHAIN-CHECK
004090         PERFORM 4300-CHECK-CHAIN
004100             THRU 4300-EXIT
004110     END-IF.
004120     PERFORM 4400-TAKE-INTO-DAY
004130         THRU 4400-EXIT.
004140     MOVE VF-SEQUENCE-NO TO VF-PRIOR-SEQUENCE.
004150     MOVE VF-CHAIN-VALUE TO VF-PRIOR-CHAIN.
004160 4000-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------
004190* 4100-START-CHAIN  -  FIND WHERE THE FIRST STAMPED RECORD LINKS
004200*                      IN - TO THE START OF THE LOG, TO THE
004210*                      CARRY-FORWARD POINT, OR (OLDER ARCHIVE
004220*                      ROLLED OFF) TO NOTHING, IN WHICH CASE IT
004230*                      ANCHORS THE CHAIN UNCHECKED.
004240*----------------------------------------------------------------
004250 4100-START-CHAIN.
004260     SET VF-CHAIN-CHECK TO TRUE.
004270     IF VF-SEQUENCE-NO = 1
004280         MOVE ZERO TO VF-PRIOR-SEQUENCE
004290         MOVE ZERO TO VF-PRIOR-CHAIN
004300         GO TO 4100-EXIT
004310     END-IF.
004320     IF VF-SEQUENCE-NO = VF-CTL-CARRY-SEQUENCE + 1
004330         MOVE VF-CTL-CARRY-SEQUENCE TO VF-PRIOR-SEQUENCE
004340         MOVE VF-CTL-CARRY-CHAIN TO VF-PRIOR-CHAIN
004350         GO TO 4100-EXIT
004360     END-IF.
004370     SET VF-CHAIN-CHECK TO FALSE.
004380     IF VF-SEQUENCE-NO > VF-CTL-CARRY-SEQUENCE
004390         COMPUTE VF-MISSING-COUNT =
004400             VF-SEQUENCE-NO - VF-CTL-CARRY-SEQUENCE - 1
004410         MOVE VF-MISSING-COUNT TO VF-GAP-COUNT
004420         MOVE VF-GAP-TEXT TO VF-X-TEXT
004430         PERFORM 4900-WRITE-EXCEPTION
004440             THRU 4900-EXIT
004450     ELSE
004460         MOVE "CHAIN ANCHORED - OLDER ARCHIVE GONE"
004470             TO VF-M-MESSAGE
004480         WRITE VF-REPORT-LINE FROM VF-MESSAGE-LINE
004490     END-IF.
004500 4100-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530* 4200-CHECK-SEQUENCE  -  THE RECORD MUST CARRY THE NEXT
004540*                         SEQUENCE NUMBER.  A DUPLICATE OR AN
004550*                         OUT-OF-ORDER RECORD IS REPORTED AND
004560*                         PASSED OVER; A GAP IS REPORTED AND THE
004570*                         CHAIN PICKED UP AGAIN HERE.
004580*----------------------------------------------------------------
004590 4200-CHECK-SEQUENCE.
004600     SET VF-CHAIN-CHECK TO FALSE.
004610     COMPUTE VF-NEXT-SEQUENCE = VF-PRIOR-SEQUENCE + 1.
004620     EVALUATE TRUE
004630         WHEN VF-SEQUENCE-NO = VF-NEXT-SEQUENCE
004640             SET VF-CHAIN-CHECK TO TRUE
004650         WHEN VF-SEQUENCE-NO = VF-PRIOR-SEQUENCE
004660             MOVE "DUPLICATE SEQUENCE NUMBER"
004670                 TO VF-X-TEXT
004680             PERFORM 4900-WRITE-EXCEPTION
004690                 THRU 4900-EXIT
004700         WHEN VF-SEQUENCE-NO < VF-PRIOR-SEQUENCE
004710             MOVE "OUT OF SEQUENCE ORDER"
004720                 TO VF-X-TEXT
004730             PERFORM 4900-WRITE-EXCEPTION
004740                 THRU 4900-EXIT
004750         WHEN OTHER
004760             COMPUTE VF-MISSING-COUNT =
004770                 VF-SEQUENCE-NO - VF-NEXT-SEQUENCE
004780             MOVE VF-MISSING-COUNT TO VF-GAP-COUNT
004790             MOVE VF-GAP-TEXT TO VF-X-TEXT
004800             PERFORM 4900-WRITE-EXCEPTION
004810                 THRU 4900-EXIT
004820     END-EVALUATE.
004830 4200-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------
004860* 4300-CHECK-CHAIN  -  RECOMPUTE THE RECORD'S CHECK VALUE FROM
004870*                      THE ONE BEFORE IT.
004880*----------------------------------------------------------------
004890 4300-CHECK-CHAIN.
004900     SET SG-FUNC-CHECK TO TRUE.
004910     MOVE VF-PRIOR-CHAIN TO SG-PRIOR-CHAIN.
004920     CALL "SIGSTAMP" USING VF-STAMP-PARM
004921                           VF-LOG-RECORD.
004940     IF SG-CHAIN-VALUE NOT = VF-CHAIN-VALUE
004950         MOVE "CHECK VALUE BROKEN"
004960             TO VF-X-TEXT
004970         PERFORM 4900-WRITE-EXCEPTION
004980             THRU 4900-EXIT
004990     END-IF.
005000 4300-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005022* 4400-TAKE-INTO-DAY  -  COUNT THE RECORD INTO ITS DAY'S ENTRY IN
005024*                        THE DAY TABLE, KEEPING THE LOWEST AND
005026*                        HIGHEST SEQUENCE SEEN FOR THE DATE.  A
005028*                        DAY'S RECORDS NEED NOT BE TOGETHER - A
005030*                        DAY CAN BE SPLIT ACROSS ARCHIVE
005032*                        GENERATIONS - SO THE DAYS ARE PROVED
005034*                        AGAINST THEIR SEALS ONLY AFTER THE PASS.
005036*----------------------------------------------------------------
005038 4400-TAKE-INTO-DAY.
005040     SET VF-DAY-FOUND TO FALSE.
005042     IF VF-DAY-HIT > ZERO
005044         IF VF-DAY-DATE (VF-DAY-HIT) = VF-RUN-DATE
005046             SET VF-DAY-FOUND TO TRUE
005048         END-IF
005050     END-IF.
005052     IF NOT VF-DAY-FOUND
005054         PERFORM 4410-FIND-DAY
005056             THRU 4410-EXIT
005058             VARYING VF-DX FROM 1 BY 1
005060             UNTIL VF-DX > VF-DAY-USED
005062                OR VF-DAY-FOUND
005064     END-IF.
005066     IF NOT VF-DAY-FOUND
005068         PERFORM 4420-ADD-DAY
005070             THRU 4420-EXIT
005072     END-IF.
005074     IF NOT VF-DAY-FOUND
005076         GO TO 4400-EXIT
005078     END-IF.
005080     ADD 1 TO VF-DAY-COUNT (VF-DAY-HIT).
005082     IF VF-SEQUENCE-NO < VF-DAY-FIRST (VF-DAY-HIT)
005084         MOVE VF-SEQUENCE-NO TO VF-DAY-FIRST (VF-DAY-HIT)
005086     END-IF.
005088     IF VF-SEQUENCE-NO > VF-DAY-LAST (VF-DAY-HIT)
005090         MOVE VF-SEQUENCE-NO TO VF-DAY-LAST (VF-DAY-HIT)
005092     END-IF.
005094 4400-EXIT.
005096     EXIT.
005098*----------------------------------------------------------------
005100* 4410-FIND-DAY  -  CHECK ONE DAY TABLE ENTRY FOR THE RECORD'S
005102*                   DATE.
005104*----------------------------------------------------------------
005106 4410-FIND-DAY.
005108     IF VF-DAY-DATE (VF-DX) = VF-RUN-DATE
005110         SET VF-DAY-FOUND TO TRUE
005112         MOVE VF-DX TO VF-DAY-HIT
005114     END-IF.
005116 4410-EXIT.
005118     EXIT.
005120*----------------------------------------------------------------
005122* 4420-ADD-DAY  -  START A DAY TABLE ENTRY FOR THE RECORD'S DATE.
005124*                  A FULL TABLE IS AN EXCEPTION, REPORTED ONCE,
005126*                  SINCE THE DAYS LEFT OUT CANNOT BE PROVED.
005128*----------------------------------------------------------------
005130 4420-ADD-DAY.
005132     IF VF-DAY-USED NOT < VF-DAY-MAX
005134         IF NOT VF-DAY-FULL
005136             SET VF-DAY-FULL TO TRUE
005138             MOVE "DAY TABLE FULL - DAYS NOT PROVED"
005140                 TO VF-X-TEXT
005142             PERFORM 4900-WRITE-EXCEPTION
005144                 THRU 4900-EXIT
005146         END-IF
005148         GO TO 4420-EXIT
005150     END-IF.
005152     ADD 1 TO VF-DAY-USED.
005154     MOVE VF-DAY-USED TO VF-DAY-HIT.
005156     MOVE VF-RUN-DATE TO VF-DAY-DATE (VF-DAY-HIT).
005158     MOVE ZERO TO VF-DAY-COUNT (VF-DAY-HIT).
005160     MOVE VF-SEQUENCE-NO TO VF-DAY-FIRST (VF-DAY-HIT).
005162     MOVE VF-SEQUENCE-NO TO VF-DAY-LAST (VF-DAY-HIT).
005164     SET VF-DAY-FOUND TO TRUE.
005166 4420-EXIT.
005168     EXIT.
005170*----------------------------------------------------------------
005172* 4500-CHECK-DAY-SEAL  -  THE DAY'S RECORD COUNT AND FIRST AND
005174*                         LAST SEQUENCE MUST MATCH ITS SEAL.
005176*                         PERFORMED FOR EACH DAY TABLE ENTRY
005178*                         NUMBERED VF-DX.
005180*----------------------------------------------------------------
005182 4500-CHECK-DAY-SEAL.
005184     ADD 1 TO VF-DAY-CHECK-COUNT.
005186     MOVE SPACES TO VF-EXCEPTION-LINE.
005188     MOVE "SEAL" TO VF-X-SOURCE.
005190     MOVE VF-DAY-LAST (VF-DX) TO VF-X-SEQUENCE.
005192     MOVE VF-DAY-DATE (VF-DX) TO VF-X-DATE.
005194     IF NOT VF-SEAL-OPEN
005196         MOVE "NO SEAL FILE FOR STAMPED DAY"
005198             TO VF-X-TEXT
005200         PERFORM 4950-WRITE-SEAL-EXCEPTION
005202             THRU 4950-EXIT
005204         GO TO 4500-EXIT
005206     END-IF.
005208     MOVE VF-DAY-DATE (VF-DX) TO SE-SEAL-KEY.
005210     READ SIGNON-SEAL
005212         INVALID KEY
005214             MOVE "NO SEAL FOR THE DAY" TO VF-X-TEXT
005216             PERFORM 4950-WRITE-SEAL-EXCEPTION
005218                 THRU 4950-EXIT
005220             GO TO 4500-EXIT
005222     END-READ.
005224     IF SE-RECORD-COUNT NOT = VF-DAY-COUNT (VF-DX)
005226         MOVE SE-RECORD-COUNT TO VF-SEAL-SEALED
005228         MOVE VF-DAY-COUNT (VF-DX) TO VF-SEAL-FOUND
005230         MOVE VF-SEAL-TEXT TO VF-X-TEXT
005232         PERFORM 4950-WRITE-SEAL-EXCEPTION
005234             THRU 4950-EXIT
005236     END-IF.
005238     IF SE-FIRST-SEQUENCE NOT = VF-DAY-FIRST (VF-DX)
005240         MOVE "FIRST SEQUENCE NOT AS SEALED"
005242             TO VF-X-TEXT
005244         PERFORM 4950-WRITE-SEAL-EXCEPTION
005246             THRU 4950-EXIT
005248     END-IF.
005250     IF SE-LAST-SEQUENCE NOT = VF-DAY-LAST (VF-DX)
005600         MOVE "LAST SEQUENCE NOT AS SEALED"
005610             TO VF-X-TEXT
005620         PERFORM 4950-WRITE-SEAL-EXCEPTION
005630             THRU 4950-EXIT
005640     END-IF.
005650 4500-EXIT.
005660     EXIT.
005670*----------------------------------------------------------------
005680* 4900-WRITE-EXCEPTION  -  PRINT AN EXCEPTION AGAINST THE RECORD
005681*                          JUST READ.
005700*----------------------------------------------------------------
005710 4900-WRITE-EXCEPTION.
005720     ADD 1 TO VF-EXCEPTION-COUNT.
005730     MOVE VF-SOURCE TO VF-X-SOURCE.
005740     MOVE VF-SEQUENCE-NO TO VF-X-SEQUENCE.
005750     MOVE VF-RUN-DATE TO VF-X-DATE.
005760     MOVE VF-RUN-TIME TO VF-X-TIME.
005770     MOVE VF-OPERATOR-ID TO VF-X-OPERATOR-ID.
005780     WRITE VF-REPORT-LINE FROM VF-EXCEPTION-LINE.
005790     MOVE SPACES TO VF-X-TEXT.
005800 4900-EXIT.
005810     EXIT.
005820*----------------------------------------------------------------
005830* 4950-WRITE-SEAL-EXCEPTION  -  PRINT AN EXCEPTION AGAINST A DAY'S
005840*                               SEAL OR THE HIGH-WATER MARK.
005850*----------------------------------------------------------------
005860 4950-WRITE-SEAL-EXCEPTION.
005870     ADD 1 TO VF-EXCEPTION-COUNT.
005880     WRITE VF-REPORT-LINE FROM VF-EXCEPTION-LINE.
005890     MOVE SPACES TO VF-X-TEXT.
005900 4950-EXIT.
005910     EXIT.
005920*----------------------------------------------------------------
005921* 5000-END-OF-LOG-CHECKS  -  PROVE EVERY DAY AGAINST ITS SEAL
005940*                            AND THE END OF THE LOG AGAINST THE
005950*                            HIGH-WATER MARK, SO RECORDS REMOVED
005960*                            FROM THE TAIL ARE CAUGHT.
005970*----------------------------------------------------------------
005980 5000-END-OF-LOG-CHECKS.
005981     PERFORM 4500-CHECK-DAY-SEAL
005982         THRU 4500-EXIT
005983         VARYING VF-DX FROM 1 BY 1
005984         UNTIL VF-DX > VF-DAY-USED.
006030     MOVE SPACES TO VF-EXCEPTION-LINE.
006040     MOVE "SEAL" TO VF-X-SOURCE.
006050     MOVE VF-CTL-LAST-SEQUENCE TO VF-X-SEQUENCE.
006060     IF VF-PRIOR-SEQUENCE < VF-CTL-LAST-SEQUENCE
006070         COMPUTE VF-MISSING-COUNT =
006080             VF-CTL-LAST-SEQUENCE - VF-PRIOR-SEQUENCE
006090         MOVE VF-MISSING-COUNT TO VF-GAP-COUNT
006100         MOVE VF-GAP-TEXT TO VF-X-TEXT
006110         PERFORM 4950-WRITE-SEAL-EXCEPTION
006120             THRU 4950-EXIT
006130         GO TO 5000-EXIT
006140     END-IF.
006150     IF VF-PRIOR-SEQUENCE > VF-CTL-LAST-SEQUENCE
006160         MOVE "LOG RUNS PAST SEALED END"
006170             TO VF-X-TEXT
006180         PERFORM 4950-WRITE-SEAL-EXCEPTION
006190             THRU 4950-EXIT
006200         GO TO 5000-EXIT
006210     END-IF.
006220     IF VF-CHAIN-STARTED
006230         AND VF-PRIOR-CHAIN NOT = VF-CTL-LAST-CHAIN
006240         MOVE "LAST CHECK VALUE NOT AS SEALED"
006250             TO VF-X-TEXT
006260         PERFORM 4950-WRITE-SEAL-EXCEPTION
006270             THRU 4950-EXIT
006280     END-IF.
006290 5000-EXIT.
006300     EXIT.
006310*----------------------------------------------------------------
006320* 9000-WRITE-TOTALS  -  PRINT THE RECORD COUNTS AND THE OUTCOME.
006330*----------------------------------------------------------------
006340 9000-WRITE-TOTALS.
006350     IF NOT VF-REPORT-OK
006360         GO TO 9000-EXIT
006370     END-IF.
006380     MOVE "ARCHIVE RECORDS" TO VF-N-CAPTION.
006390     MOVE VF-ARCHIVE-COUNT TO VF-N-COUNT.
006400     WRITE VF-REPORT-LINE FROM VF-COUNT-LINE.
006410     MOVE "LIVE LOG RECORDS" TO VF-N-CAPTION.
006420     MOVE VF-LIVE-COUNT TO VF-N-COUNT.
006430     WRITE VF-REPORT-LINE FROM VF-COUNT-LINE.
006440     MOVE "UNSTAMPED (LEGACY)" TO VF-N-CAPTION.
006450     MOVE VF-LEGACY-COUNT TO VF-N-COUNT.
006460     WRITE VF-REPORT-LINE FROM VF-COUNT-LINE.
006470     MOVE "STAMPED RECORDS" TO VF-N-CAPTION.
006480     MOVE VF-STAMPED-COUNT TO VF-N-COUNT.
006490     WRITE VF-REPORT-LINE FROM VF-COUNT-LINE.
006500     MOVE "DAYS PROVED TO SEAL" TO VF-N-CAPTION.
006510     MOVE VF-DAY-CHECK-COUNT TO VF-N-COUNT.
006520     WRITE VF-REPORT-LINE FROM VF-COUNT-LINE.
006530     MOVE "EXCEPTIONS" TO VF-N-CAPTION.
006540     MOVE VF-EXCEPTION-COUNT TO VF-N-COUNT.
006550     WRITE VF-REPORT-LINE FROM VF-COUNT-LINE.
006560     IF RETURN-CODE = ZERO
006570         MOVE "SIGN-ON LOG VERIFIED - CHAIN COMPLETE"
006580             TO VF-M-MESSAGE
006590     ELSE
006600         MOVE "SIGN-ON LOG FAILED VERIFICATION"
006610             TO VF-M-MESSAGE
006620     END-IF.
006630     WRITE VF-REPORT-LINE FROM VF-MESSAGE-LINE.
006640 9000-EXIT.
006650     EXIT.
006660*----------------------------------------------------------------
006670* 9800-RECORD-STEP-END  -  RECORD COMPLETION AND THE ENDING
006680*                          RETURN CODE IN THE LEDGER.
006690*----------------------------------------------------------------
006700 9800-RECORD-STEP-END.
006710     SET CT-FUNC-END TO TRUE.
006720     MOVE RETURN-CODE TO CT-RETURN-CODE.
006730     CALL "STEPCTL" USING VF-STEP-PARM.
006740 9800-EXIT.
006750     EXIT.
006760*----------------------------------------------------------------
006770* 9999-END-OF-JOB  -  CLOSE THE SEAL AND REPORT FILES AND
006780*                     TERMINATE.
006790*----------------------------------------------------------------
006800 9999-END-OF-JOB.
006810     IF VF-SEAL-OPEN
006820         CLOSE SIGNON-SEAL
006830     END-IF.
006840     IF VF-REPORT-OK
006850         CLOSE REPORT-FILE
006860     END-IF.
006870 9999-EXIT.
006880     EXIT.
