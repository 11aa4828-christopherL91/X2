000010*================================================================
000020* PROGRAM-ID. BADGEMAT
000030*----------------------------------------------------------------
000040* AUTHOR.        C. L. BRANNIGAN
000050* INSTALLATION.  DATA CENTER SERVICES
000060* DATE-WRITTEN.  2026-10-15.
000070* DATE-COMPILED. 2026-10-15.
000080*----------------------------------------------------------------
000090* DESCRIPTION.
000100*   BADGE-ACCESS CROSS-CHECK.  RUNS AFTER THE TRANSMISSION EDIT
000110*   (BADGEVAL), WHICH MUST END WITH RETURN CODE ZERO, AND AFTER
000120*   THE SIGN-ON LOG EXTRACT.  EACH BADGE SWIPE IS TIED TO ITS
000130*   OPERATOR THROUGH THE BADGE NUMBER ON THE OPERATOR MASTER AND
000140*   MERGED IN TIME ORDER WITH THAT OPERATOR'S SUCCESSFUL SIGN-ONS
000150*   FROM THE EXTOPR SLICE FOR THE DATES THE TRANSMISSION COVERS.
000160*   THE SECURITY REPORT LISTS:
000170*     - A SIGN-ON WITH NO BADGE-IN EARLIER THE SAME DAY
000180*     - A SIGN-ON AFTER THE OPERATOR'S LAST BADGE-OUT THAT DAY
000190*     - A SIGN-ON AT A TERMINAL WHOSE TERMINAL MASTER LOCATION
000200*       DIFFERS FROM THE AREA OF THE READER LAST BADGED INTO
000210*     - A SESSION STILL OPEN ON THE ACTIVE SESSION FILE THAT WAS
000220*       SIGNED ON BEFORE THE OPERATOR'S FINAL BADGE-OUT
000230*     - A BADGE NUMBER HELD BY MORE THAN ONE OPERATOR ID
000240*   AN OPERATOR REACHING THE REPEAT LIMIT OF EXCEPTIONS IN ONE
000250*   RUN HAS A SECURITY EVENT (RETURN CODE 12) STAMPED AND WRITTEN
000260*   TO THE SIGN-ON LOG, WHERE THE SECURITY MONITOR LISTS IT FROM
000270*   THE NEXT EXTRACT.  SWIPES FOR BADGES NOT ON THE OPERATOR
000272*   MASTER ARE COUNTED ONLY, AS ARE THE SIGN-ONS OF OPERATORS
000274*   WITH NO BADGE NUMBER ON THE MASTER, WHO ARE NOT CHECKED.  ANY
000276*   EXCEPTION ENDS THE STEP WITH RETURN CODE 4; A FILE FAILURE,
000278*   INCLUDING A SECURITY EVENT THAT CANNOT BE WRITTEN, WITH 16.
000300*----------------------------------------------------------------
000310* MODIFICATION HISTORY
000320*   DATE       INIT  DESCRIPTION
000330*   2026-10-15 CLB   ORIGINAL PROGRAM
000332*   2026-10-15 CLB   CHECK ONLY OPERATORS WITH A BADGE ON FILE AND
000334*                    COUNT THE OTHERS' SIGN-ONS; END WITH RETURN
000336*                    CODE 16 WHEN A SECURITY EVENT IS NOT WRITTEN
000338*   2026-10-15 CLB   STOP WHEN THE SWIPE SORT FAILS
000340*================================================================
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. BADGEMAT.
000370 AUTHOR. C. L. BRANNIGAN.
000380 INSTALLATION. DATA CENTER SERVICES.
000390 DATE-WRITTEN. 2026-10-15.
000400 DATE-COMPILED. 2026-10-15.
000410*================================================================
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT BADGE-TRANSMISSION ASSIGN TO "BADGETRN"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS BX-BADGETRN-STATUS.
000480
000490     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS OM-OPERATOR-ID
000530         FILE STATUS IS BX-OPERMAST-STATUS.
000540
000550     SELECT SORTED-BY-OPER ASSIGN TO "EXTOPR"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS BX-SRTOPR-STATUS.
000580
000590     SELECT TERMINAL-MASTER ASSIGN TO "TERMMAST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS TM-TERMINAL-ID
000630         FILE STATUS IS BX-TERMMAST-STATUS.
000640
000650     SELECT ACTIVE-SESSION ASSIGN TO "ACTSESS"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS AS-OPERATOR-ID
000690         FILE STATUS IS BX-ACTSESS-STATUS.
000700
000710     SELECT SIGNON-LOG ASSIGN TO "SIGNLOG"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS BX-SIGNLOG-STATUS.
000740
000750     SELECT SORT-WORK ASSIGN TO "SRTWK16".
000760
000770     SELECT SORTED-SWIPES ASSIGN TO "SRTBDG"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS BX-SRTBDG-STATUS.
000800
000810     SELECT MATCH-SORT-WORK ASSIGN TO "SRTWK17".
000820
000830     SELECT SORTED-MATCH ASSIGN TO "SRTBDM"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS BX-SRTBDM-STATUS.
000860
000870     SELECT REPORT-FILE ASSIGN TO "BADGEMTO"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS BX-REPORT-STATUS.
000900*================================================================
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  BADGE-TRANSMISSION.
000940     COPY badgetrn.
000950
000960 FD  OPERATOR-MASTER.
000970     COPY opermast.
000980
000990 FD  SORTED-BY-OPER.
001000     COPY signlog
001010         REPLACING ==SIGNON-LOG-RECORD== BY ==XL-RECORD==
001020                   LEADING ==SL-== BY ==XL-==.
001030
001040 FD  TERMINAL-MASTER.
001050     COPY termmast.
001060
001070 FD  ACTIVE-SESSION.
001080     COPY actsess.
001090
001100 FD  SIGNON-LOG.
001110     COPY signlog.
001120
001130*----------------------------------------------------------------
001140* BADGE OWNERS FROM THE OPERATOR MASTER AND BADGE SWIPES, BY
001150* BADGE NUMBER WITH THE OWNERS AHEAD OF THE SWIPES.
001160*----------------------------------------------------------------
001170 SD  SORT-WORK.
001180 01  BE-RECORD.
001190     05  BE-BADGE-NUMBER             PIC X(10).
001200     05  BE-RECORD-TYPE              PIC X(01).
001210         88  BE-BADGE-OWNER              VALUE "1".
001220         88  BE-BADGE-SWIPE              VALUE "2".
001230     05  BE-OPERATOR-ID              PIC X(08).
001240     05  BE-SWIPE-DATE               PIC X(08).
001250     05  BE-SWIPE-TIME               PIC X(06).
001260     05  BE-DIRECTION                PIC X(01).
001270     05  BE-READER-AREA              PIC X(30).
001280     05  FILLER                      PIC X(16).
001290
001300 FD  SORTED-SWIPES.
001310 01  BF-RECORD.
001320     05  BF-BADGE-NUMBER             PIC X(10).
001330     05  BF-RECORD-TYPE              PIC X(01).
001340         88  BF-BADGE-OWNER              VALUE "1".
001350         88  BF-BADGE-SWIPE              VALUE "2".
001360     05  BF-OPERATOR-ID              PIC X(08).
001370     05  BF-SWIPE-DATE               PIC X(08).
001380     05  BF-SWIPE-TIME               PIC X(06).
001390     05  BF-DIRECTION                PIC X(01).
001400     05  BF-READER-AREA              PIC X(30).
001410     05  FILLER                      PIC X(16).
001420
001430*----------------------------------------------------------------
001440* SWIPES AND SUCCESSFUL SIGN-ONS BY OPERATOR, DATE AND TIME, A
001442* SWIPE AHEAD OF A SIGN-ON IN THE SAME SECOND.  AN OPERATOR WITH A
001444* BADGE ON FILE HAS A BADGE HOLDER MARKER, BLANK DATE AND TIME,
001446* AHEAD OF ALL THEIR EVENTS.
001460*----------------------------------------------------------------
001470 SD  MATCH-SORT-WORK.
001480 01  BH-RECORD.
001490     05  BH-OPERATOR-ID              PIC X(08).
001500     05  BH-EVENT-DATE               PIC X(08).
001510     05  BH-EVENT-TIME               PIC X(06).
001520     05  BH-EVENT-TYPE               PIC X(01).
001522         88  BH-HOLDER-EVENT             VALUE "0".
001530         88  BH-BADGE-EVENT              VALUE "1".
001540         88  BH-SIGNON-EVENT             VALUE "2".
001550     05  BH-DIRECTION                PIC X(01).
001560     05  BH-READER-AREA              PIC X(30).
001570     05  BH-TERMINAL-ID              PIC X(04).
001580     05  FILLER                      PIC X(22).
001590
001600 FD  SORTED-MATCH.
001610 01  BI-RECORD.
001620     05  BI-OPERATOR-ID              PIC X(08).
001630     05  BI-EVENT-DATE               PIC X(08).
001640     05  BI-EVENT-TIME               PIC X(06).
001650     05  BI-EVENT-TYPE               PIC X(01).
001652         88  BI-HOLDER-EVENT             VALUE "0".
001660         88  BI-BADGE-EVENT              VALUE "1".
001670         88  BI-SIGNON-EVENT             VALUE "2".
001680     05  BI-DIRECTION                PIC X(01).
001690         88  BI-BADGE-IN                 VALUE "I".
001700         88  BI-BADGE-OUT                VALUE "O".
001710     05  BI-READER-AREA              PIC X(30).
001720     05  BI-TERMINAL-ID              PIC X(04).
001730     05  FILLER                      PIC X(22).
001740
001750 FD  REPORT-FILE.
001760 01  BX-REPORT-LINE                  PIC X(80).
001770*================================================================
001780 WORKING-STORAGE SECTION.
001790 01  BX-BADGETRN-STATUS              PIC X(02).
001800     88  BX-BADGETRN-OK                  VALUE "00".
001810 01  BX-OPERMAST-STATUS              PIC X(02).
001820     88  BX-OPERMAST-OK                  VALUE "00".
001830 01  BX-SRTOPR-STATUS                PIC X(02).
001840     88  BX-SRTOPR-OK                    VALUE "00".
001850 01  BX-TERMMAST-STATUS              PIC X(02).
001860     88  BX-TERMMAST-OK                  VALUE "00".
001870 01  BX-ACTSESS-STATUS               PIC X(02).
001880     88  BX-ACTSESS-OK                   VALUE "00".
001890 01  BX-SIGNLOG-STATUS               PIC X(02).
001900     88  BX-SIGNLOG-OK                   VALUE "00".
001910     88  BX-SIGNLOG-NEW                  VALUE "35".
001920 01  BX-SRTBDG-STATUS                PIC X(02).
001930     88  BX-SRTBDG-OK                    VALUE "00".
001940 01  BX-SRTBDM-STATUS                PIC X(02).
001950     88  BX-SRTBDM-OK                    VALUE "00".
001960 01  BX-REPORT-STATUS                PIC X(02).
001970     88  BX-REPORT-OK                    VALUE "00".
001980
001990 01  BX-BADGETRN-OPEN-SW             PIC X(01)  VALUE "N".
002000     88  BX-BADGETRN-OPEN                VALUE "Y"
002010         WHEN SET TO FALSE IS "N".
002020 01  BX-OPERMAST-OPEN-SW             PIC X(01)  VALUE "N".
002030     88  BX-OPERMAST-OPEN                VALUE "Y"
002040         WHEN SET TO FALSE IS "N".
002050 01  BX-SRTOPR-OPEN-SW               PIC X(01)  VALUE "N".
002060     88  BX-SRTOPR-OPEN                  VALUE "Y"
002070         WHEN SET TO FALSE IS "N".
002080 01  BX-TERMMAST-OPEN-SW             PIC X(01)  VALUE "N".
002090     88  BX-TERMMAST-OPEN                VALUE "Y"
002100         WHEN SET TO FALSE IS "N".
002110 01  BX-ACTSESS-OPEN-SW              PIC X(01)  VALUE "N".
002120     88  BX-ACTSESS-OPEN                 VALUE "Y"
002130         WHEN SET TO FALSE IS "N".
002140 01  BX-SIGNLOG-OPEN-SW              PIC X(01)  VALUE "N".
002150     88  BX-SIGNLOG-OPEN                 VALUE "Y"
002160         WHEN SET TO FALSE IS "N".
002170
002180 01  BX-MASTER-EOF-SW                PIC X(01)  VALUE "N".
002190     88  BX-MASTER-EOF                   VALUE "Y"
002200         WHEN SET TO FALSE IS "N".
002210 01  BX-BADGETRN-EOF-SW              PIC X(01)  VALUE "N".
002220     88  BX-BADGETRN-EOF                 VALUE "Y"
002230         WHEN SET TO FALSE IS "N".
002240 01  BX-SWIPE-EOF-SW                 PIC X(01)  VALUE "N".
002250     88  BX-SWIPE-EOF                    VALUE "Y"
002260         WHEN SET TO FALSE IS "N".
002270 01  BX-SIGNON-EOF-SW                PIC X(01)  VALUE "N".
002280     88  BX-SIGNON-EOF                   VALUE "Y"
002290         WHEN SET TO FALSE IS "N".
002300 01  BX-MATCH-EOF-SW                 PIC X(01)  VALUE "N".
002310     88  BX-MATCH-EOF                    VALUE "Y"
002320         WHEN SET TO FALSE IS "N".
002330
002340 01  BX-BADGED-IN-SW                 PIC X(01)  VALUE "N".
002350     88  BX-BADGED-IN-TODAY              VALUE "Y"
002360         WHEN SET TO FALSE IS "N".
002370 01  BX-ON-FLOOR-SW                  PIC X(01)  VALUE "N".
002380     88  BX-ON-FLOOR                     VALUE "Y"
002390         WHEN SET TO FALSE IS "N".
002400 01  BX-BADGE-SEEN-SW                PIC X(01)  VALUE "N".
002410     88  BX-BADGE-SEEN                   VALUE "Y"
002420         WHEN SET TO FALSE IS "N".
002422 01  BX-BADGE-HOLDER-SW              PIC X(01)  VALUE "N".
002424     88  BX-BADGE-HOLDER                 VALUE "Y"
002426         WHEN SET TO FALSE IS "N".
002430
002440 01  BX-REPEAT-LIMIT                 PIC 9(02)  VALUE 2.
002450 01  BX-FIRST-SWIPE-DATE             PIC X(08)  VALUE HIGH-VALUES.
002460 01  BX-LAST-SWIPE-DATE              PIC X(08)  VALUE LOW-VALUES.
002470 01  BX-SV-BADGE-NUMBER              PIC X(10).
002480 01  BX-OWNER-ID                     PIC X(08).
002490 01  BX-CUR-OPERATOR-ID              PIC X(08).
002500 01  BX-CUR-DATE                     PIC X(08).
002510 01  BX-BADGE-AREA                   PIC X(30).
002520 01  BX-LAST-DIRECTION               PIC X(01).
002530     88  BX-LAST-BADGE-OUT               VALUE "O".
002540 01  BX-LAST-BADGE-DATE              PIC X(08).
002550 01  BX-LAST-BADGE-TIME              PIC X(06).
002560 01  BX-EVENT-TERMINAL               PIC X(04).
002570 01  BX-OPER-EXCEPTIONS              PIC 9(03)  VALUE ZERO.
002580 01  BX-CURRENT-DATE                 PIC X(08).
002590 01  BX-CURRENT-TIME                 PIC X(08).
002600
002610 01  BX-SWIPE-COUNT                  PIC 9(07)  VALUE ZERO.
002620 01  BX-UNASSIGNED-COUNT             PIC 9(07)  VALUE ZERO.
002630 01  BX-SIGNON-COUNT                 PIC 9(07)  VALUE ZERO.
002632 01  BX-NO-BADGE-COUNT               PIC 9(07)  VALUE ZERO.
002640 01  BX-EXCEPTION-COUNT              PIC 9(07)  VALUE ZERO.
002650 01  BX-EVENT-COUNT                  PIC 9(07)  VALUE ZERO.
002660
002670 01  BX-HEADING-1.
002680     05  FILLER                      PIC X(02)  VALUE SPACES.
002690     05  FILLER                      PIC X(40)
002700         VALUE "BADGE-ACCESS SECURITY CROSS-CHECK".
002710     05  FILLER                      PIC X(38)  VALUE SPACES.
002720
002730 01  BX-RANGE-LINE.
002740     05  FILLER                      PIC X(02)  VALUE SPACES.
002742     05  FILLER                      PIC X(13)
002744         VALUE "SWIPE DATES: ".
002760     05  BX-R-FIRST-DATE             PIC X(08).
002770     05  FILLER                      PIC X(06)  VALUE " THRU ".
002780     05  BX-R-LAST-DATE              PIC X(08).
002790     05  FILLER                      PIC X(43)  VALUE SPACES.
002800
002810 01  BX-HEADING-2.
002820     05  FILLER                      PIC X(02)  VALUE SPACES.
002830     05  FILLER                      PIC X(10)  VALUE "DATE".
002840     05  FILLER                      PIC X(08)  VALUE "TIME".
002850     05  FILLER                      PIC X(10)  VALUE "OPER ID".
002860     05  FILLER                      PIC X(06)  VALUE "TERM".
002870     05  FILLER                      PIC X(44)  VALUE "EXCEPTION".
002880
002890 01  BX-EXCEPTION-LINE.
002900     05  FILLER                      PIC X(02)  VALUE SPACES.
002910     05  BX-E-DATE                   PIC X(08).
002920     05  FILLER                      PIC X(02)  VALUE SPACES.
002930     05  BX-E-TIME                   PIC X(06).
002940     05  FILLER                      PIC X(02)  VALUE SPACES.
002950     05  BX-E-OPERATOR-ID            PIC X(08).
002960     05  FILLER                      PIC X(02)  VALUE SPACES.
002970     05  BX-E-TERMINAL-ID            PIC X(04).
002980     05  FILLER                      PIC X(02)  VALUE SPACES.
002990     05  BX-E-MESSAGE                PIC X(40).
003000     05  FILLER                      PIC X(04)  VALUE SPACES.
003010
003020 01  BX-COUNT-LINE.
003030     05  FILLER                      PIC X(02)  VALUE SPACES.
003031     05  BX-N-CAPTION                PIC X(30).
003032     05  BX-N-COUNT                  PIC ZZZZZZ9.
003033     05  FILLER                      PIC X(41)  VALUE SPACES.
003070
003080 01  BX-MESSAGE-LINE.
003090     05  FILLER                      PIC X(02)  VALUE SPACES.
003100     05  BX-M-MESSAGE                PIC X(40).
003110     05  FILLER                      PIC X(38)  VALUE SPACES.
003120
003130 01  BX-STAMP-PARM.
003140     COPY sigstamp.
003150
003160 01  BX-STEP-PARM.
003170     COPY stepctl.
003180*================================================================
003190 PROCEDURE DIVISION.
003200*----------------------------------------------------------------
003210 0000-MAINLINE.
003220     MOVE SPACE TO CT-REPLY-CODE.
003230     PERFORM 0500-RECORD-STEP-START
003240         THRU 0500-EXIT.
003250     IF CT-REPLY-REFUSED
003260         MOVE 4 TO RETURN-CODE
003270         STOP RUN
003280     END-IF.
003290     PERFORM 1000-INITIALIZE
003300         THRU 1000-EXIT.
003310     IF RETURN-CODE NOT = ZERO
003320         GO TO 0000-TERMINATE
003330     END-IF.
003340     PERFORM 2000-OPEN-FILES
003350         THRU 2000-EXIT.
003360     IF RETURN-CODE NOT = ZERO
003370         GO TO 0000-TERMINATE
003380     END-IF.
003390     SORT SORT-WORK
003400         ON ASCENDING KEY BE-BADGE-NUMBER BE-RECORD-TYPE
003410                          BE-SWIPE-DATE BE-SWIPE-TIME
003420         INPUT PROCEDURE IS 2100-RELEASE-SWIPES
003430             THRU 2100-EXIT
003440         GIVING SORTED-SWIPES.
003442     IF RETURN-CODE NOT = ZERO
003444         GO TO 0000-TERMINATE
003446     END-IF.
003450     IF BX-FIRST-SWIPE-DATE = HIGH-VALUES
003460         MOVE "NO BADGE SWIPES IN THE TRANSMISSION"
003470             TO BX-M-MESSAGE
003480         WRITE BX-REPORT-LINE FROM BX-MESSAGE-LINE
003490     ELSE
003500         MOVE BX-FIRST-SWIPE-DATE TO BX-R-FIRST-DATE
003510         MOVE BX-LAST-SWIPE-DATE TO BX-R-LAST-DATE
003520         WRITE BX-REPORT-LINE FROM BX-RANGE-LINE
003530     END-IF.
003540     WRITE BX-REPORT-LINE FROM BX-HEADING-2.
003550     SORT MATCH-SORT-WORK
003560         ON ASCENDING KEY BH-OPERATOR-ID BH-EVENT-DATE
003570                          BH-EVENT-TIME BH-EVENT-TYPE
003580         INPUT PROCEDURE IS 3000-RELEASE-EVENTS
003590             THRU 3000-EXIT
003600         GIVING SORTED-MATCH.
003610     IF RETURN-CODE NOT = ZERO
003620         GO TO 0000-TERMINATE
003630     END-IF.
003640     PERFORM 4000-MATCH-EVENTS
003650         THRU 4000-EXIT.
003660     PERFORM 8000-WRITE-TOTALS
003670         THRU 8000-EXIT.
003680     IF RETURN-CODE = ZERO AND BX-EXCEPTION-COUNT > ZERO
003690         MOVE 4 TO RETURN-CODE
003700     END-IF.
003710 0000-TERMINATE.
003720     PERFORM 9999-END-OF-JOB
003730         THRU 9999-EXIT.
003740     PERFORM 9800-RECORD-STEP-END
003750         THRU 9800-EXIT.
003760     STOP RUN.
003770*----------------------------------------------------------------
003780* 0500-RECORD-STEP-START  -  ENTER THIS STEP IN THE RUN-CONTROL
003790*                            LEDGER AND HONOR THE RERUN GUARD
003800*                            FOR THE RUN DATE.
003810*----------------------------------------------------------------
003820 0500-RECORD-STEP-START.
003830     MOVE "BADGEMAT" TO CT-STEP-NAME.
003840     SET CT-FUNC-START TO TRUE.
003850     MOVE ZERO TO CT-RETURN-CODE.
003860     CALL "STEPCTL" USING BX-STEP-PARM.
003870     IF CT-REPLY-REFUSED
003880         DISPLAY "BADGEMAT ALREADY COMPLETE FOR RUN DATE"
003890     END-IF.
003900 0500-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------
003930* 1000-INITIALIZE  -  OPEN THE SECURITY REPORT AND WRITE THE
003940*                     TITLE.
003950*----------------------------------------------------------------
003960 1000-INITIALIZE.
003970     MOVE ZERO TO RETURN-CODE.
003980     OPEN OUTPUT REPORT-FILE.
003990     IF BX-REPORT-OK
004000         WRITE BX-REPORT-LINE FROM BX-HEADING-1
004010     ELSE
004020         DISPLAY "SECURITY REPORT FILE COULD NOT BE OPENED"
004030         MOVE 16 TO RETURN-CODE
004040     END-IF.
004050 1000-EXIT.
004060     EXIT.
004070*----------------------------------------------------------------
004080* 2000-OPEN-FILES  -  OPEN THE TRANSMISSION, OPERATOR MASTER AND
004090*                     SIGN-ON SLICE, WHICH ARE REQUIRED.  WITHOUT
004100*                     THE TERMINAL MASTER OR THE ACTIVE SESSION
004110*                     FILE THE CHECKS THAT NEED THEM ARE SKIPPED.
004120*----------------------------------------------------------------
004130 2000-OPEN-FILES.
004140     OPEN INPUT BADGE-TRANSMISSION.
004150     IF BX-BADGETRN-OK
004160         SET BX-BADGETRN-OPEN TO TRUE
004170     ELSE
004180         MOVE "BADGE TRANSMISSION COULD NOT BE OPENED"
004190             TO BX-M-MESSAGE
004200         WRITE BX-REPORT-LINE FROM BX-MESSAGE-LINE
004210         MOVE 16 TO RETURN-CODE
004220     END-IF.
004230     OPEN INPUT OPERATOR-MASTER.
004240     IF BX-OPERMAST-OK
004250         SET BX-OPERMAST-OPEN TO TRUE
004260     ELSE
004270         MOVE "OPERATOR MASTER COULD NOT BE OPENED"
004280             TO BX-M-MESSAGE
004290         WRITE BX-REPORT-LINE FROM BX-MESSAGE-LINE
004300         MOVE 16 TO RETURN-CODE
004310     END-IF.
004320     OPEN INPUT SORTED-BY-OPER.
004330     IF BX-SRTOPR-OK
004340         SET BX-SRTOPR-OPEN TO TRUE
004350     ELSE
004360         MOVE "SORTED SIGN-ON LOG COULD NOT BE OPENED"
004370             TO BX-M-MESSAGE
004380         WRITE BX-REPORT-LINE FROM BX-MESSAGE-LINE
004390         MOVE 16 TO RETURN-CODE
004400     END-IF.
004410     OPEN INPUT TERMINAL-MASTER.
004420     IF BX-TERMMAST-OK
004430         SET BX-TERMMAST-OPEN TO TRUE
004440     ELSE
004450         MOVE "NO TERMINAL MASTER - AREAS NOT CHECKED"
004460             TO BX-M-MESSAGE
004470         WRITE BX-REPORT-LINE FROM BX-MESSAGE-LINE
004480     END-IF.
004490     OPEN INPUT ACTIVE-SESSION.
004500     IF BX-ACTSESS-OK
004510         SET BX-ACTSESS-OPEN TO TRUE
004520     ELSE
004530         MOVE "NO ACTIVE SESSIONS - BADGE-OUTS UNCHECKED"
004540             TO BX-M-MESSAGE
004550         WRITE BX-REPORT-LINE FROM BX-MESSAGE-LINE
004560     END-IF.
004570 2000-EXIT.
004580     EXIT.
004590*----------------------------------------------------------------
004600* 2100-RELEASE-SWIPES  -  SORT INPUT PROCEDURE.  RELEASE THE
004610*                         BADGE OWNER OF EVERY OPERATOR MASTER
004611*                         ENTRY CARRYING A BADGE NUMBER, THEN
004612*                         EVERY SWIPE IN THE TRANSMISSION.
004640*----------------------------------------------------------------
004650 2100-RELEASE-SWIPES.
004660     MOVE LOW-VALUES TO OM-OPERATOR-ID.
004670     START OPERATOR-MASTER KEY NOT < OM-OPERATOR-ID
004680         INVALID KEY
004690             SET BX-MASTER-EOF TO TRUE
004700     END-START.
004710     PERFORM 2200-RELEASE-BADGE-OWNER
004720         THRU 2200-EXIT
004730         UNTIL BX-MASTER-EOF.
004740     PERFORM 2300-RELEASE-SWIPE
004750         THRU 2300-EXIT
004760         UNTIL BX-BADGETRN-EOF.
004770 2100-EXIT.
004780     EXIT.
004790*----------------------------------------------------------------
004800* 2200-RELEASE-BADGE-OWNER  -  RELEASE THE NEXT OPERATOR MASTER
004810*                              ENTRY THAT CARRIES A BADGE NUMBER.
004820*----------------------------------------------------------------
004830 2200-RELEASE-BADGE-OWNER.
004840     READ OPERATOR-MASTER NEXT RECORD
004850         AT END
004860             SET BX-MASTER-EOF TO TRUE
004870             GO TO 2200-EXIT
004880     END-READ.
004890     IF OM-BADGE-NUMBER = SPACES OR LOW-VALUES
004900         GO TO 2200-EXIT
004910     END-IF.
004920     MOVE SPACES TO BE-RECORD.
004930     MOVE OM-BADGE-NUMBER TO BE-BADGE-NUMBER.
004940     SET BE-BADGE-OWNER TO TRUE.
004950     MOVE OM-OPERATOR-ID TO BE-OPERATOR-ID.
004960     RELEASE BE-RECORD.
004970 2200-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------
005000* 2300-RELEASE-SWIPE  -  RELEASE THE NEXT SWIPE AND NOTE THE
005010*                        RANGE OF SWIPE DATES.  THE TRAILER IS
005020*                        PASSED OVER.
005030*----------------------------------------------------------------
005040 2300-RELEASE-SWIPE.
005050     READ BADGE-TRANSMISSION
005060         AT END
005070             SET BX-BADGETRN-EOF TO TRUE
005080             GO TO 2300-EXIT
005090     END-READ.
005100     IF BG-TRAILER-ID
005110         GO TO 2300-EXIT
005120     END-IF.
005130     ADD 1 TO BX-SWIPE-COUNT.
005140     IF BG-SWIPE-DATE < BX-FIRST-SWIPE-DATE
005150         MOVE BG-SWIPE-DATE TO BX-FIRST-SWIPE-DATE
005160     END-IF.
005170     IF BG-SWIPE-DATE > BX-LAST-SWIPE-DATE
005180         MOVE BG-SWIPE-DATE TO BX-LAST-SWIPE-DATE
005190     END-IF.
005200     MOVE SPACES TO BE-RECORD.
005210     MOVE BG-BADGE-NUMBER TO BE-BADGE-NUMBER.
005220     SET BE-BADGE-SWIPE TO TRUE.
005230     MOVE BG-SWIPE-DATE TO BE-SWIPE-DATE.
005240     MOVE BG-SWIPE-TIME TO BE-SWIPE-TIME.
005250     MOVE BG-DIRECTION TO BE-DIRECTION.
005260     MOVE BG-READER-AREA TO BE-READER-AREA.
005270     RELEASE BE-RECORD.
005280 2300-EXIT.
005290     EXIT.
005300*----------------------------------------------------------------
005310* 3000-RELEASE-EVENTS  -  SORT INPUT PROCEDURE.  RELEASE EACH
005320*                         SWIPE UNDER ITS OPERATOR, THEN EVERY
005330*                         SUCCESSFUL SIGN-ON ON A SWIPE DATE.
005340*----------------------------------------------------------------
005350 3000-RELEASE-EVENTS.
005360     OPEN INPUT SORTED-SWIPES.
005370     IF NOT BX-SRTBDG-OK
005380         MOVE "SORTED SWIPE FILE COULD NOT BE OPENED"
005390             TO BX-M-MESSAGE
005400         WRITE BX-REPORT-LINE FROM BX-MESSAGE-LINE
005410         MOVE 16 TO RETURN-CODE
005420         GO TO 3000-EXIT
005430     END-IF.
005440     PERFORM 3100-READ-SWIPE
005450         THRU 3100-EXIT.
005460     PERFORM 3200-ATTRIBUTE-BADGE
005470         THRU 3200-EXIT
005480         UNTIL BX-SWIPE-EOF.
005490     CLOSE SORTED-SWIPES.
005500     IF BX-FIRST-SWIPE-DATE NOT = HIGH-VALUES
005510         PERFORM 3500-RELEASE-SIGNON
005520             THRU 3500-EXIT
005530             UNTIL BX-SIGNON-EOF
005540     END-IF.
005550 3000-EXIT.
005560     EXIT.
005570*----------------------------------------------------------------
005580* 3100-READ-SWIPE  -  READ ONE SORTED BADGE OWNER OR SWIPE.
005590*----------------------------------------------------------------
005600 3100-READ-SWIPE.
005610     READ SORTED-SWIPES
005620         AT END
005630             SET BX-SWIPE-EOF TO TRUE
005640     END-READ.
005650 3100-EXIT.
005660     EXIT.
005670*----------------------------------------------------------------
005680* 3200-ATTRIBUTE-BADGE  -  PASS ONE BADGE NUMBER'S OWNERS AND
005690*                          SWIPES.
005700*----------------------------------------------------------------
005710 3200-ATTRIBUTE-BADGE.
005720     MOVE BF-BADGE-NUMBER TO BX-SV-BADGE-NUMBER.
005730     MOVE SPACES TO BX-OWNER-ID.
005740     PERFORM 3300-ATTRIBUTE-SWIPE
005750         THRU 3300-EXIT
005760         UNTIL BX-SWIPE-EOF
005770            OR BF-BADGE-NUMBER NOT = BX-SV-BADGE-NUMBER.
005780 3200-EXIT.
005790     EXIT.
005800*----------------------------------------------------------------
005802* 3300-ATTRIBUTE-SWIPE  -  RELEASE A BADGE HOLDER MARKER FOR
005804*                          EACH OWNER OF THE BADGE, TAKE THE FIRST
005806*                          OWNER, REPORT ANY SECOND OWNER, AND
005808*                          RELEASE EACH SWIPE UNDER THE OWNER.
005840*----------------------------------------------------------------
005850 3300-ATTRIBUTE-SWIPE.
005860     IF BF-BADGE-OWNER
005862         MOVE SPACES TO BH-RECORD
005864         MOVE BF-OPERATOR-ID TO BH-OPERATOR-ID
005866         SET BH-HOLDER-EVENT TO TRUE
005868         RELEASE BH-RECORD
005870         IF BX-OWNER-ID = SPACES
005880             MOVE BF-OPERATOR-ID TO BX-OWNER-ID
005890         ELSE
005900             MOVE SPACES TO BX-E-DATE
005910             MOVE SPACES TO BX-E-TIME
005920             MOVE BF-OPERATOR-ID TO BX-E-OPERATOR-ID
005930             MOVE SPACES TO BX-E-TERMINAL-ID
005940             MOVE SPACES TO BX-E-MESSAGE
005950             STRING "BADGE SHARED WITH " BX-OWNER-ID
005960                 DELIMITED BY SIZE
005970                 INTO BX-E-MESSAGE
005980             WRITE BX-REPORT-LINE FROM BX-EXCEPTION-LINE
005990             ADD 1 TO BX-EXCEPTION-COUNT
006000         END-IF
006010         GO TO 3300-NEXT
006020     END-IF.
006030     IF BX-OWNER-ID = SPACES
006040         ADD 1 TO BX-UNASSIGNED-COUNT
006050         GO TO 3300-NEXT
006060     END-IF.
006070     MOVE SPACES TO BH-RECORD.
006080     MOVE BX-OWNER-ID TO BH-OPERATOR-ID.
006090     MOVE BF-SWIPE-DATE TO BH-EVENT-DATE.
006100     MOVE BF-SWIPE-TIME TO BH-EVENT-TIME.
006110     SET BH-BADGE-EVENT TO TRUE.
006120     MOVE BF-DIRECTION TO BH-DIRECTION.
006130     MOVE BF-READER-AREA TO BH-READER-AREA.
006140     RELEASE BH-RECORD.
006150 3300-NEXT.
006160     PERFORM 3100-READ-SWIPE
006170         THRU 3100-EXIT.
006180 3300-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------
006210* 3500-RELEASE-SIGNON  -  RELEASE THE NEXT SUCCESSFUL SIGN-ON
006220*                         FALLING ON A SWIPE DATE.
006230*----------------------------------------------------------------
006240 3500-RELEASE-SIGNON.
006250     READ SORTED-BY-OPER
006260         AT END
006270             SET BX-SIGNON-EOF TO TRUE
006280             GO TO 3500-EXIT
006290     END-READ.
006300     IF NOT XL-SIGNON OR XL-RETURN-CODE NOT = ZERO
006310         GO TO 3500-EXIT
006320     END-IF.
006330     IF XL-RUN-DATE < BX-FIRST-SWIPE-DATE
006340         OR XL-RUN-DATE > BX-LAST-SWIPE-DATE
006350         GO TO 3500-EXIT
006360     END-IF.
006370     MOVE SPACES TO BH-RECORD.
006380     MOVE XL-OPERATOR-ID TO BH-OPERATOR-ID.
006390     MOVE XL-RUN-DATE TO BH-EVENT-DATE.
006400     MOVE XL-RUN-TIME TO BH-EVENT-TIME.
006410     SET BH-SIGNON-EVENT TO TRUE.
006420     MOVE XL-TERMINAL-ID TO BH-TERMINAL-ID.
006430     RELEASE BH-RECORD.
006440 3500-EXIT.
006450     EXIT.
006460*----------------------------------------------------------------
006470* 4000-MATCH-EVENTS  -  PASS THE MERGED SWIPES AND SIGN-ONS ONE
006480*                       OPERATOR AT A TIME.
006490*----------------------------------------------------------------
006500 4000-MATCH-EVENTS.
006510     OPEN INPUT SORTED-MATCH.
006520     IF NOT BX-SRTBDM-OK
006530         MOVE "SORTED MATCH FILE COULD NOT BE OPENED"
006540             TO BX-M-MESSAGE
006550         WRITE BX-REPORT-LINE FROM BX-MESSAGE-LINE
006560         MOVE 16 TO RETURN-CODE
006570         GO TO 4000-EXIT
006580     END-IF.
006590     PERFORM 4100-READ-MATCH
006600         THRU 4100-EXIT.
006610     PERFORM 4200-MATCH-OPERATOR
006620         THRU 4200-EXIT
006630         UNTIL BX-MATCH-EOF.
006640     CLOSE SORTED-MATCH.
006650 4000-EXIT.
006660     EXIT.
006670*----------------------------------------------------------------
006680* 4100-READ-MATCH  -  READ ONE MERGED SWIPE OR SIGN-ON.
006690*----------------------------------------------------------------
006700 4100-READ-MATCH.
006710     READ SORTED-MATCH
006720         AT END
006730             SET BX-MATCH-EOF TO TRUE
006740     END-READ.
006750 4100-EXIT.
006760     EXIT.
006770*----------------------------------------------------------------
006780* 4200-MATCH-OPERATOR  -  CHECK ONE OPERATOR'S SIGN-ONS AGAINST
006790*                         THE SWIPES, THEN THE OPEN SESSION, AND
006800*                         LOG A SECURITY EVENT FOR A REPEAT
006802*                         OFFENDER.  AN OPERATOR WITH NO BADGE
006804*                         HOLDER MARKER HAS NO BADGE ON FILE AND
006806*                         THEIR SIGN-ONS ARE ONLY COUNTED.
006820*----------------------------------------------------------------
006830 4200-MATCH-OPERATOR.
006840     MOVE BI-OPERATOR-ID TO BX-CUR-OPERATOR-ID.
006850     MOVE SPACES TO BX-CUR-DATE.
006860     SET BX-BADGE-SEEN TO FALSE.
006870     MOVE SPACE TO BX-LAST-DIRECTION.
006880     MOVE SPACES TO BX-EVENT-TERMINAL.
006890     MOVE ZERO TO BX-OPER-EXCEPTIONS.
006891     SET BX-BADGE-HOLDER TO FALSE.
006892     IF BI-HOLDER-EVENT
006893         SET BX-BADGE-HOLDER TO TRUE
006894         PERFORM 4100-READ-MATCH
006895             THRU 4100-EXIT
006896     END-IF.
006897     IF NOT BX-BADGE-HOLDER
006898         PERFORM 4700-COUNT-NO-BADGE
006899             THRU 4700-EXIT
006900             UNTIL BX-MATCH-EOF
006901                OR BI-OPERATOR-ID NOT = BX-CUR-OPERATOR-ID
006902         GO TO 4200-EXIT
006903     END-IF.
006904     PERFORM 4300-MATCH-EVENT
006910         THRU 4300-EXIT
006920         UNTIL BX-MATCH-EOF
006930            OR BI-OPERATOR-ID NOT = BX-CUR-OPERATOR-ID.
006940     PERFORM 4600-CHECK-OPEN-SESSION
006950         THRU 4600-EXIT.
006960     IF BX-OPER-EXCEPTIONS NOT < BX-REPEAT-LIMIT
006970         PERFORM 5000-LOG-SECURITY-EVENT
006980             THRU 5000-EXIT
006990     END-IF.
007000 4200-EXIT.
007010     EXIT.
007020*----------------------------------------------------------------
007030* 4300-MATCH-EVENT  -  APPLY ONE SWIPE OR CHECK ONE SIGN-ON.  THE
007040*                      BADGE STATE STARTS FRESH EACH DAY.
007050*----------------------------------------------------------------
007060 4300-MATCH-EVENT.
007070     IF BI-EVENT-DATE NOT = BX-CUR-DATE
007080         MOVE BI-EVENT-DATE TO BX-CUR-DATE
007090         SET BX-BADGED-IN-TODAY TO FALSE
007100         SET BX-ON-FLOOR TO FALSE
007110         MOVE SPACES TO BX-BADGE-AREA
007120     END-IF.
007130     IF BI-BADGE-EVENT
007140         PERFORM 4400-APPLY-SWIPE
007150             THRU 4400-EXIT
007160     ELSE
007170         PERFORM 4500-CHECK-SIGNON
007180             THRU 4500-EXIT
007190     END-IF.
007200     PERFORM 4100-READ-MATCH
007210         THRU 4100-EXIT.
007220 4300-EXIT.
007230     EXIT.
007240*----------------------------------------------------------------
007250* 4400-APPLY-SWIPE  -  A BADGE-IN PUTS THE OPERATOR ON THE FLOOR
007260*                      IN THE READER'S AREA; A BADGE-OUT TAKES
007270*                      THEM OFF IT.
007280*----------------------------------------------------------------
007290 4400-APPLY-SWIPE.
007300     IF BI-BADGE-IN
007310         SET BX-BADGED-IN-TODAY TO TRUE
007320         SET BX-ON-FLOOR TO TRUE
007330         MOVE BI-READER-AREA TO BX-BADGE-AREA
007340     END-IF.
007350     IF BI-BADGE-OUT
007360         SET BX-ON-FLOOR TO FALSE
007370     END-IF.
007380     SET BX-BADGE-SEEN TO TRUE.
007390     MOVE BI-DIRECTION TO BX-LAST-DIRECTION.
007400     MOVE BI-EVENT-DATE TO BX-LAST-BADGE-DATE.
007410     MOVE BI-EVENT-TIME TO BX-LAST-BADGE-TIME.
007420 4400-EXIT.
007430     EXIT.
007440*----------------------------------------------------------------
007450* 4500-CHECK-SIGNON  -  A SIGN-ON NEEDS A BADGE-IN EARLIER THE
007460*                       SAME DAY WITH NO BADGE-OUT SINCE, AT A
007470*                       TERMINAL IN THE AREA BADGED INTO.
007480*----------------------------------------------------------------
007490 4500-CHECK-SIGNON.
007500     ADD 1 TO BX-SIGNON-COUNT.
007510     MOVE BI-EVENT-DATE TO BX-E-DATE.
007520     MOVE BI-EVENT-TIME TO BX-E-TIME.
007530     MOVE BI-TERMINAL-ID TO BX-E-TERMINAL-ID.
007540     IF NOT BX-BADGED-IN-TODAY
007550         MOVE "NO BADGE-IN BEFORE SIGN-ON" TO BX-E-MESSAGE
007560         PERFORM 4800-WRITE-EXCEPTION
007570             THRU 4800-EXIT
007580         GO TO 4500-EXIT
007590     END-IF.
007600     IF NOT BX-ON-FLOOR
007610         MOVE "SIGN-ON AFTER BADGE-OUT" TO BX-E-MESSAGE
007620         PERFORM 4800-WRITE-EXCEPTION
007630             THRU 4800-EXIT
007640         GO TO 4500-EXIT
007650     END-IF.
007660     IF NOT BX-TERMMAST-OPEN
007670         GO TO 4500-EXIT
007680     END-IF.
007690     MOVE BI-TERMINAL-ID TO TM-TERMINAL-ID.
007700     READ TERMINAL-MASTER
007710         INVALID KEY
007720             GO TO 4500-EXIT
007730     END-READ.
007740     IF TM-LOCATION NOT = BX-BADGE-AREA
007750         MOVE "TERMINAL OUTSIDE BADGED-IN AREA" TO BX-E-MESSAGE
007760         PERFORM 4800-WRITE-EXCEPTION
007770             THRU 4800-EXIT
007780     END-IF.
007790 4500-EXIT.
007800     EXIT.
007810*----------------------------------------------------------------
007820* 4600-CHECK-OPEN-SESSION  -  WHEN THE OPERATOR'S LAST SWIPE WAS A
007830*                             BADGE-OUT, A SESSION STILL ON THE
007840*                             ACTIVE SESSION FILE THAT WAS SIGNED
007850*                             ON BEFORE IT IS AN EXCEPTION.
007860*----------------------------------------------------------------
007870 4600-CHECK-OPEN-SESSION.
007880     IF NOT BX-BADGE-SEEN
007890         OR NOT BX-LAST-BADGE-OUT
007900         OR NOT BX-ACTSESS-OPEN
007910         GO TO 4600-EXIT
007920     END-IF.
007930     MOVE BX-CUR-OPERATOR-ID TO AS-OPERATOR-ID.
007940     READ ACTIVE-SESSION
007950         INVALID KEY
007960             GO TO 4600-EXIT
007970     END-READ.
007980     IF AS-SIGNON-DATE > BX-LAST-BADGE-DATE
007990         GO TO 4600-EXIT
008000     END-IF.
008010     IF AS-SIGNON-DATE = BX-LAST-BADGE-DATE
008020         AND AS-SIGNON-TIME > BX-LAST-BADGE-TIME
008030         GO TO 4600-EXIT
008040     END-IF.
008050     MOVE BX-LAST-BADGE-DATE TO BX-E-DATE.
008060     MOVE BX-LAST-BADGE-TIME TO BX-E-TIME.
008070     MOVE AS-TERMINAL-ID TO BX-E-TERMINAL-ID.
008080     MOVE "SESSION STILL OPEN AFTER BADGE-OUT" TO BX-E-MESSAGE.
008090     PERFORM 4800-WRITE-EXCEPTION
008100         THRU 4800-EXIT.
008110 4600-EXIT.
008120     EXIT.
008121*----------------------------------------------------------------
008122* 4700-COUNT-NO-BADGE  -  COUNT ONE SIGN-ON BY AN OPERATOR WITH NO
008123*                         BADGE ON FILE.
008124*----------------------------------------------------------------
008125 4700-COUNT-NO-BADGE.
008126     IF BI-SIGNON-EVENT
008127         ADD 1 TO BX-NO-BADGE-COUNT
008128     END-IF.
008129     PERFORM 4100-READ-MATCH
008130         THRU 4100-EXIT.
008131 4700-EXIT.
008132     EXIT.
008133*----------------------------------------------------------------
008140* 4800-WRITE-EXCEPTION  -  PRINT ONE EXCEPTION FOR THE CURRENT
008150*                          OPERATOR AND COUNT IT.  THE CALLER HAS
008160*                          SET THE DATE, TIME, TERMINAL AND
008170*                          MESSAGE TEXT.
008180*----------------------------------------------------------------
008190 4800-WRITE-EXCEPTION.
008200     MOVE BX-CUR-OPERATOR-ID TO BX-E-OPERATOR-ID.
008210     WRITE BX-REPORT-LINE FROM BX-EXCEPTION-LINE.
008220     ADD 1 TO BX-EXCEPTION-COUNT.
008230     ADD 1 TO BX-OPER-EXCEPTIONS.
008240     IF BX-E-TERMINAL-ID NOT = SPACES
008250         MOVE BX-E-TERMINAL-ID TO BX-EVENT-TERMINAL
008260     END-IF.
008270 4800-EXIT.
008280     EXIT.
008290*----------------------------------------------------------------
008300* 5000-LOG-SECURITY-EVENT  -  STAMP AND WRITE A SECURITY EVENT FOR
008310*                             A REPEAT OFFENDER TO THE SIGN-ON LOG
008312*                             AND NOTE IT ON THE REPORT.  AN
008314*                             EVENT THAT CANNOT BE WRITTEN FAILS
008316*                             THE STEP.
008330*----------------------------------------------------------------
008340 5000-LOG-SECURITY-EVENT.
008350     IF NOT BX-SIGNLOG-OPEN
008360         OPEN EXTEND SIGNON-LOG
008370         IF BX-SIGNLOG-NEW
008380             OPEN OUTPUT SIGNON-LOG
008390         END-IF
008400         IF BX-SIGNLOG-OK
008410             SET BX-SIGNLOG-OPEN TO TRUE
008420         ELSE
008430             MOVE "SIGN-ON LOG COULD NOT BE OPENED"
008440                 TO BX-M-MESSAGE
008450             WRITE BX-REPORT-LINE FROM BX-MESSAGE-LINE
008460             MOVE 16 TO RETURN-CODE
008470             GO TO 5000-EXIT
008480         END-IF
008490     END-IF.
008500     ACCEPT BX-CURRENT-DATE FROM DATE YYYYMMDD.
008510     ACCEPT BX-CURRENT-TIME FROM TIME.
008520     MOVE SPACES TO SIGNON-LOG-RECORD.
008530     MOVE BX-CUR-OPERATOR-ID TO SL-OPERATOR-ID.
008540     MOVE BX-CURRENT-DATE TO SL-RUN-DATE.
008550     MOVE BX-CURRENT-TIME(1:6) TO SL-RUN-TIME.
008560     SET SL-BADGE-EXCEPTION TO TRUE.
008570     SET SL-SECURITY TO TRUE.
008580     MOVE BX-EVENT-TERMINAL TO SL-TERMINAL-ID.
008590     SET SG-FUNC-STAMP TO TRUE.
008600     CALL "SIGSTAMP" USING BX-STAMP-PARM
008610                           SIGNON-LOG-RECORD.
008620     IF SG-REPLY-ERROR
008630         DISPLAY "WARNING - SIGN-ON LOG SEAL FILE UNAVAILABLE"
008640     END-IF.
008650     WRITE SIGNON-LOG-RECORD.
008651     IF NOT BX-SIGNLOG-OK
008652         MOVE "SECURITY EVENT NOT WRITTEN TO LOG"
008653             TO BX-M-MESSAGE
008654         WRITE BX-REPORT-LINE FROM BX-MESSAGE-LINE
008655         MOVE 16 TO RETURN-CODE
008656         GO TO 5000-EXIT
008657     END-IF.
008660     ADD 1 TO BX-EVENT-COUNT.
008670     MOVE BX-CURRENT-DATE TO BX-E-DATE.
008680     MOVE BX-CURRENT-TIME(1:6) TO BX-E-TIME.
008690     MOVE BX-CUR-OPERATOR-ID TO BX-E-OPERATOR-ID.
008700     MOVE BX-EVENT-TERMINAL TO BX-E-TERMINAL-ID.
008710     MOVE "REPEAT OFFENDER - SECURITY EVENT LOGGED"
008720         TO BX-E-MESSAGE.
008730     WRITE BX-REPORT-LINE FROM BX-EXCEPTION-LINE.
008740 5000-EXIT.
008750     EXIT.
008760*----------------------------------------------------------------
008770* 8000-WRITE-TOTALS  -  PRINT THE CONTROL TOTALS.
008780*----------------------------------------------------------------
008790 8000-WRITE-TOTALS.
008800     MOVE "SWIPES RECEIVED" TO BX-N-CAPTION.
008810     MOVE BX-SWIPE-COUNT TO BX-N-COUNT.
008820     WRITE BX-REPORT-LINE FROM BX-COUNT-LINE.
008830     MOVE "BADGE NOT ON MASTER" TO BX-N-CAPTION.
008840     MOVE BX-UNASSIGNED-COUNT TO BX-N-COUNT.
008850     WRITE BX-REPORT-LINE FROM BX-COUNT-LINE.
008860     MOVE "SIGN-ONS CHECKED" TO BX-N-CAPTION.
008870     MOVE BX-SIGNON-COUNT TO BX-N-COUNT.
008880     WRITE BX-REPORT-LINE FROM BX-COUNT-LINE.
008882     MOVE "SIGN-ONS WITH NO BADGE ON FILE" TO BX-N-CAPTION.
008884     MOVE BX-NO-BADGE-COUNT TO BX-N-COUNT.
008886     WRITE BX-REPORT-LINE FROM BX-COUNT-LINE.
008890     MOVE "EXCEPTIONS" TO BX-N-CAPTION.
008900     MOVE BX-EXCEPTION-COUNT TO BX-N-COUNT.
008910     WRITE BX-REPORT-LINE FROM BX-COUNT-LINE.
008920     MOVE "SECURITY EVENTS" TO BX-N-CAPTION.
008930     MOVE BX-EVENT-COUNT TO BX-N-COUNT.
008940     WRITE BX-REPORT-LINE FROM BX-COUNT-LINE.
008950 8000-EXIT.
008960     EXIT.
008970*----------------------------------------------------------------
008980* 9800-RECORD-STEP-END  -  RECORD COMPLETION AND THE ENDING
008990*                          RETURN CODE IN THE LEDGER.
009000*----------------------------------------------------------------
009010 9800-RECORD-STEP-END.
009020     SET CT-FUNC-END TO TRUE.
009030     MOVE RETURN-CODE TO CT-RETURN-CODE.
009040     CALL "STEPCTL" USING BX-STEP-PARM.
009050 9800-EXIT.
009060     EXIT.
009070*----------------------------------------------------------------
009080* 9999-END-OF-JOB  -  CLOSE THE FILES.
009090*----------------------------------------------------------------
009100 9999-END-OF-JOB.
009110     IF BX-BADGETRN-OPEN
009120         CLOSE BADGE-TRANSMISSION
009130     END-IF.
009140     IF BX-OPERMAST-OPEN
009150         CLOSE OPERATOR-MASTER
009160     END-IF.
009170     IF BX-SRTOPR-OPEN
009180         CLOSE SORTED-BY-OPER
009190     END-IF.
009200     IF BX-TERMMAST-OPEN
009210         CLOSE TERMINAL-MASTER
009220     END-IF.
009230     IF BX-ACTSESS-OPEN
009240         CLOSE ACTIVE-SESSION
009250     END-IF.
009260     IF BX-SIGNLOG-OPEN
009270         CLOSE SIGNON-LOG
009280     END-IF.
009290     IF BX-REPORT-OK
009300         CLOSE REPORT-FILE
009310     END-IF.
009320 9999-EXIT.
009330     EXIT.
