000010*================================================================
000020* PROGRAM-ID. SHFTCOV
000030*----------------------------------------------------------------
000040* AUTHOR.        C. L. BRANNIGAN
000050* INSTALLATION.  DATA CENTER SERVICES
000060* DATE-WRITTEN.  2026-10-15.
000070* DATE-COMPILED. 2026-10-15.
000080*----------------------------------------------------------------
000090* DESCRIPTION.
000100*   NIGHTLY SHIFT COVERAGE AND ATTENDANCE EXCEPTIONS REPORT.
000110*   DRIVEN FROM THE SHIFT SCHEDULE RATHER THAN THE SIGN-ON LOG:
000120*   FOR EACH DATE AND SHIFT IN THE RANGE IT LISTS EVERY
000130*   SCHEDULED OPERATOR WHO NEVER SIGNED ON (NO-SHOW), WHOSE
000140*   FIRST SUCCESSFUL SIGN-ON CAME MORE THAN THE GRACE MINUTES
000150*   AFTER THE SHIFT START (LATE), OR WHOSE LAST SIGN-OFF CAME
000160*   MORE THAN THE EARLY-DEPARTURE MINUTES BEFORE THE SHIFT END
000170*   (LEFT EARLY), FOLLOWED BY THE COUNT OF SCHEDULED AGAINST
000180*   PRESENT FOR THE SHIFT.  IT FINISHES WITH THE COVERAGE
000190*   COUNTS FOR EACH SHIFT OVER THE WHOLE RANGE.
000200*
000210*   SHIFT START AND END TIMES, GRACE AND EARLY-DEPARTURE MINUTES
000220*   COME FROM THE SHIFT DEFINITION CONTROL FILE.  A SIGN-ON OR
000230*   SIGN-OFF IS MATCHED TO THE SCHEDULE BY THE SHIFT CODE KEYED
000240*   AT SIGN-ON; FOR A SHIFT RUNNING PAST MIDNIGHT, ACTIVITY IN
000250*   THE MORNING HALF OF THE OFF-DUTY GAP BELONGS TO THE PREVIOUS
000260*   DAY'S SHIFT.  A SHIFT WITH NO USABLE DEFINITION IS CHECKED
000270*   FOR NO-SHOWS ONLY AND THE STEP ENDS WITH RETURN CODE 4.
000280*   SIGN-ONS FOR A SHIFT OTHER THAN THE ONE SCHEDULED DO NOT
000290*   COUNT AS PRESENT - THE OFF-SCHEDULE EXCEPTIONS REPORT LISTS
000300*   THOSE.
000310*
000320*   THE RANGE DEFAULTS TO THE DAY BEFORE THE RUN DATE.  AN
000330*   OPTIONAL SYSIN CARD GIVES THE FIRST AND LAST SCHEDULE DATE
000340*   (YYYYMMDD IN COLUMNS 1-8 AND 9-16; A BLANK LAST DATE MEANS
000342*   THE FIRST DATE ONLY), EACH OF WHICH MUST BE A REAL DATE.  THE
000344*   CARD MAY INSTEAD SAY TODAY, PRIOR DAY, PRIOR BUSINESS DAY,
000346*   CURRENT MONTH OR CURRENT MONTH-NN, WHICH THE DATESVC DATE
000348*   SERVICE RESOLVES AGAINST THE RUN DATE.  A CARD THAT FAILS
000350*   THESE EDITS ENDS THE STEP WITH RETURN CODE 16.
000360*----------------------------------------------------------------
000370* MODIFICATION HISTORY
000380*   DATE       INIT  DESCRIPTION
000390*   2026-10-15 CLB   ORIGINAL PROGRAM
000392*   2026-10-15 CLB   SETTLE THE DATE RANGE THROUGH THE DATE
000394*                    SERVICE - EDIT KEYED DATES, ACCEPT RELATIVE
000396*                    DAY AND MONTH CARDS, DEFAULT TO PRIOR DAY
000398*   2026-10-15 CLB   STOP WHEN THE EVENT SORT FAILS
000400*================================================================
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. SHFTCOV.
000430 AUTHOR. C. L. BRANNIGAN.
000440 INSTALLATION. DATA CENTER SERVICES.
000450 DATE-WRITTEN. 2026-10-15.
000460 DATE-COMPILED. 2026-10-15.
000470*================================================================
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT SHIFT-SCHEDULE ASSIGN TO "SHIFTSCH"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS SS-SCHEDULE-KEY
000550         FILE STATUS IS CV-SHIFTSCH-STATUS.
000560
000570     SELECT SORTED-LOG ASSIGN TO "EXTSHF"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS CV-SRTLOG-STATUS.
000600
000610     SELECT SHIFT-DEFINITION ASSIGN TO "SHFTDEF"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS SF-SHIFT-CODE
000650         FILE STATUS IS CV-SHFTDEF-STATUS.
000660
000670     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS OM-OPERATOR-ID
000710         FILE STATUS IS CV-OPERMAST-STATUS.
000720
000730     SELECT SORT-WORK ASSIGN TO "SRTWK14".
000740
000750     SELECT SORTED-EVENTS ASSIGN TO "SRTCOV"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS CV-SRTCOV-STATUS.
000780
000790     SELECT RESULT-SORT-WORK ASSIGN TO "SRTWK15".
000800
000810     SELECT SORTED-RESULTS ASSIGN TO "SRTCVR"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS CV-SRTCVR-STATUS.
000840
000850     SELECT SYSIN-PARM-FILE ASSIGN TO "SYSIN"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS CV-SYSIN-STATUS.
000880
000890     SELECT REPORT-FILE ASSIGN TO "SHFTCOVO"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS CV-REPORT-STATUS.
000920*================================================================
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  SHIFT-SCHEDULE.
000960     COPY shiftsch.
000970
000980 FD  SORTED-LOG.
000990     COPY signlog
001000         REPLACING ==SIGNON-LOG-RECORD== BY ==XL-RECORD==
001010                   LEADING ==SL-== BY ==XL-==.
001020
001030 FD  SHIFT-DEFINITION.
001040     COPY shfdef.
001050
001060 FD  OPERATOR-MASTER.
001070     COPY opermast.
001080
001090*----------------------------------------------------------------
001100* SCHEDULE ENTRIES AND SIGN-ON ACTIVITY, BY OPERATOR, SHIFT DATE
001110* AND SHIFT.  EVENT MINUTES ARE MINUTES FROM THE SHIFT START
001120* PLUS 1440, SO ACTIVITY AHEAD OF THE START STAYS POSITIVE.
001130*----------------------------------------------------------------
001140 SD  SORT-WORK.
001150 01  CE-RECORD.
001160     05  CE-OPERATOR-ID              PIC X(08).
001170     05  CE-SHIFT-DATE               PIC X(08).
001180     05  CE-SHIFT-CODE               PIC X(01).
001190     05  CE-RECORD-TYPE              PIC X(01).
001200         88  CE-LOG-EVENT                VALUE "L".
001210         88  CE-SCHEDULE-ENTRY           VALUE "S".
001220     05  CE-EVENT-MINUTES            PIC 9(04).
001230     05  CE-ACTION-CODE              PIC X(01).
001240     05  CE-EVENT-TIME               PIC X(04).
001250     05  FILLER                      PIC X(13).
001260
001270 FD  SORTED-EVENTS.
001280 01  CF-RECORD.
001290     05  CF-OPERATOR-ID              PIC X(08).
001300     05  CF-SHIFT-DATE               PIC X(08).
001310     05  CF-SHIFT-CODE               PIC X(01).
001320     05  CF-RECORD-TYPE              PIC X(01).
001330         88  CF-LOG-EVENT                VALUE "L".
001340         88  CF-SCHEDULE-ENTRY           VALUE "S".
001350     05  CF-EVENT-MINUTES            PIC 9(04).
001360     05  CF-ACTION-CODE              PIC X(01).
001370         88  CF-SIGNON                   VALUE "N".
001380         88  CF-SIGNOFF                  VALUE "F".
001390     05  CF-EVENT-TIME               PIC X(04).
001400     05  FILLER                      PIC X(13).
001410
001420*----------------------------------------------------------------
001430* ONE ATTENDANCE RESULT PER SCHEDULED OPERATOR (TWO WHEN BOTH
001440* LATE AND EARLY), BY SHIFT DATE, SHIFT AND RESULT.  ONLY THE
001450* FIRST RESULT FOR AN OPERATOR CARRIES THE COVERAGE COUNTS.
001460*----------------------------------------------------------------
001470 SD  RESULT-SORT-WORK.
001480 01  CG-RECORD.
001490     05  CG-SHIFT-DATE               PIC X(08).
001500     05  CG-SHIFT-CODE               PIC X(01).
001510     05  CG-RESULT-CODE              PIC X(01).
001520     05  CG-OPERATOR-ID              PIC X(08).
001530     05  CG-MINUTES                  PIC 9(04).
001540     05  CG-EVENT-TIME               PIC X(04).
001550     05  CG-SCHEDULED-COUNT          PIC 9(01).
001560     05  CG-PRESENT-COUNT            PIC 9(01).
001570     05  FILLER                      PIC X(12).
001580
001590 FD  SORTED-RESULTS.
001600 01  CH-RECORD.
001610     05  CH-SHIFT-DATE               PIC X(08).
001620     05  CH-SHIFT-CODE               PIC X(01).
001630     05  CH-RESULT-CODE              PIC X(01).
001640         88  CH-NO-SHOW                  VALUE "1".
001650         88  CH-LATE                     VALUE "2".
001660         88  CH-EARLY                    VALUE "3".
001670         88  CH-ON-TIME                  VALUE "9".
001680     05  CH-OPERATOR-ID              PIC X(08).
001690     05  CH-MINUTES                  PIC 9(04).
001700     05  CH-EVENT-TIME               PIC X(04).
001710     05  CH-SCHEDULED-COUNT          PIC 9(01).
001720     05  CH-PRESENT-COUNT            PIC 9(01).
001730     05  FILLER                      PIC X(12).
001740
001750 FD  SYSIN-PARM-FILE.
001760 01  SYSIN-PARM-RECORD               PIC X(80).
001770
001780 FD  REPORT-FILE.
001790 01  CV-REPORT-LINE                  PIC X(80).
001800*================================================================
001810 WORKING-STORAGE SECTION.
001820 01  CV-SHIFTSCH-STATUS              PIC X(02).
001830     88  CV-SHIFTSCH-OK                  VALUE "00".
001840 01  CV-SRTLOG-STATUS                PIC X(02).
001850     88  CV-SRTLOG-OK                    VALUE "00".
001860 01  CV-SHFTDEF-STATUS               PIC X(02).
001870     88  CV-SHFTDEF-OK                   VALUE "00".
001880 01  CV-OPERMAST-STATUS              PIC X(02).
001890     88  CV-OPERMAST-OK                  VALUE "00".
001900 01  CV-SRTCOV-STATUS                PIC X(02).
001910     88  CV-SRTCOV-OK                    VALUE "00".
001920 01  CV-SRTCVR-STATUS                PIC X(02).
001930     88  CV-SRTCVR-OK                    VALUE "00".
001940 01  CV-SYSIN-STATUS                 PIC X(02).
001950     88  CV-SYSIN-PRESENT                VALUE "00".
001960 01  CV-REPORT-STATUS                PIC X(02).
001970     88  CV-REPORT-OK                    VALUE "00".
001980
001990 01  CV-SHIFTSCH-OPEN-SW             PIC X(01)  VALUE "N".
002000     88  CV-SHIFTSCH-OPEN                VALUE "Y"
002010         WHEN SET TO FALSE IS "N".
002020 01  CV-SRTLOG-OPEN-SW               PIC X(01)  VALUE "N".
002030     88  CV-SRTLOG-OPEN                  VALUE "Y"
002040         WHEN SET TO FALSE IS "N".
002050 01  CV-OPERMAST-OPEN-SW             PIC X(01)  VALUE "N".
002060     88  CV-OPERMAST-OPEN                VALUE "Y"
002070         WHEN SET TO FALSE IS "N".
002080 01  CV-SCHED-EOF-SW                 PIC X(01)  VALUE "N".
002090     88  CV-SCHED-EOF                    VALUE "Y"
002100         WHEN SET TO FALSE IS "N".
002110 01  CV-LOG-EOF-SW                   PIC X(01)  VALUE "N".
002120     88  CV-LOG-EOF                      VALUE "Y"
002130         WHEN SET TO FALSE IS "N".
002140 01  CV-EVENT-EOF-SW                 PIC X(01)  VALUE "N".
002150     88  CV-EVENT-EOF                    VALUE "Y"
002160         WHEN SET TO FALSE IS "N".
002170 01  CV-RESULT-EOF-SW                PIC X(01)  VALUE "N".
002180     88  CV-RESULT-EOF                   VALUE "Y"
002190         WHEN SET TO FALSE IS "N".
002200 01  CV-PARM-VALID-SW                PIC X(01)  VALUE "N".
002210     88  CV-PARM-VALID                   VALUE "Y"
002220         WHEN SET TO FALSE IS "N".
002230 01  CV-DEFS-INCOMPLETE-SW           PIC X(01)  VALUE "N".
002240     88  CV-DEFS-INCOMPLETE              VALUE "Y"
002250         WHEN SET TO FALSE IS "N".
002260 01  CV-TIME-VALID-SW                PIC X(01)  VALUE "N".
002270     88  CV-TIME-VALID                   VALUE "Y"
002280         WHEN SET TO FALSE IS "N".
002290
002300 01  CV-PARM-CARD.
002310     05  CV-FROM-DATE                PIC X(08).
002320     05  CV-THRU-DATE                PIC X(08).
002330     05  FILLER                      PIC X(64).
002331 01  CV-RELATIVE-CARD REDEFINES CV-PARM-CARD.
002332     05  CV-REL-TEXT                 PIC X(20).
002333     05  FILLER                      PIC X(60).
002334
002335 01  CV-DATE-PARM.
002336     COPY datesvc.
002340
002350 01  CV-WORK-DATE                    PIC X(08).
002360 01  CV-WORK-DATE-PARTS REDEFINES CV-WORK-DATE.
002370     05  CV-WD-YEAR                  PIC 9(04).
002380     05  CV-WD-MONTH                 PIC 9(02).
002390     05  CV-WD-DAY                   PIC 9(02).
002400 01  CV-MONTH-DAYS                   PIC 9(02)  VALUE ZERO.
002410 01  CV-QUOTIENT                     PIC 9(04)  COMP.
002420 01  CV-REMAINDER-4                  PIC 9(04)  COMP.
002430 01  CV-REMAINDER-100                PIC 9(04)  COMP.
002440 01  CV-REMAINDER-400                PIC 9(04)  COMP.
002450
002460 01  CV-TIME-WORK                    PIC X(04).
002470 01  CV-TIME-PARTS REDEFINES CV-TIME-WORK.
002480     05  CV-TIME-HH                  PIC 9(02).
002490     05  CV-TIME-MM                  PIC 9(02).
002500 01  CV-CLOCK-MINUTES                PIC 9(04)  COMP.
002510 01  CV-END-MINUTES                  PIC 9(04)  COMP.
002520 01  CV-EVENT-MINUTES                PIC 9(04)  COMP.
002530 01  CV-SUB                          PIC 9(04)  COMP.
002540 01  CV-SHIFT-DIGIT                  PIC 9(01).
002560
002570*----------------------------------------------------------------
002580* SHIFT DEFINITIONS BY SHIFT CODE.  END-REL IS THE SHIFT LENGTH
002590* IN MINUTES; SPLIT IS THE CLOCK MINUTE BEFORE WHICH ACTIVITY
002600* BELONGS TO THE PREVIOUS DAY'S SHIFT (ZERO UNLESS THE SHIFT
002610* RUNS PAST MIDNIGHT).
002620*----------------------------------------------------------------
002630 01  CV-DEFINITION-TABLE.
002640     05  CV-DEF-ENTRY OCCURS 3 TIMES.
002650         10  CV-DEF-FOUND-SW         PIC X(01).
002660             88  CV-DEF-FOUND            VALUE "Y"
002670                 WHEN SET TO FALSE IS "N".
002680         10  CV-DEF-START-MIN        PIC 9(04)  COMP.
002690         10  CV-DEF-END-REL          PIC 9(04)  COMP.
002700         10  CV-DEF-SPLIT-MIN        PIC 9(04)  COMP.
002710         10  CV-DEF-GRACE            PIC 9(03).
002720         10  CV-DEF-EARLY            PIC 9(03).
002730
002740 01  CV-GRP-OPERATOR-ID              PIC X(08).
002750 01  CV-GRP-SHIFT-DATE               PIC X(08).
002760 01  CV-GRP-SHIFT-CODE               PIC X(01).
002770 01  CV-GRP-SCHEDULED-SW             PIC X(01)  VALUE "N".
002780     88  CV-GRP-SCHEDULED                VALUE "Y"
002790         WHEN SET TO FALSE IS "N".
002800 01  CV-GRP-SIGNED-ON-SW             PIC X(01)  VALUE "N".
002810     88  CV-GRP-SIGNED-ON                VALUE "Y"
002820         WHEN SET TO FALSE IS "N".
002830 01  CV-GRP-FIRST-MINUTES            PIC 9(04)  COMP.
002840 01  CV-GRP-FIRST-TIME               PIC X(04).
002850 01  CV-GRP-LAST-ACTION              PIC X(01).
002860     88  CV-GRP-LAST-SIGNOFF             VALUE "F".
002870 01  CV-GRP-LAST-MINUTES             PIC 9(04)  COMP.
002880 01  CV-GRP-LAST-TIME                PIC X(04).
002890 01  CV-FIRST-RESULT-SW              PIC X(01)  VALUE "Y".
002900     88  CV-FIRST-RESULT                 VALUE "Y"
002910         WHEN SET TO FALSE IS "N".
002920
002930 01  CV-RPT-SHIFT-DATE               PIC X(08).
002940 01  CV-RPT-SHIFT-CODE               PIC X(01).
002950 01  CV-SCHEDULED-COUNT              PIC 9(05)  VALUE ZERO.
002960 01  CV-PRESENT-COUNT                PIC 9(05)  VALUE ZERO.
002970 01  CV-NO-SHOW-COUNT                PIC 9(05)  VALUE ZERO.
002980 01  CV-LATE-COUNT                   PIC 9(05)  VALUE ZERO.
002990 01  CV-EARLY-COUNT                  PIC 9(05)  VALUE ZERO.
003000
003010 01  CV-SHIFT-TOTALS.
003020     05  CV-TOT-ENTRY OCCURS 3 TIMES.
003030         10  CV-TOT-SCHEDULED        PIC 9(07).
003040         10  CV-TOT-PRESENT          PIC 9(07).
003050         10  CV-TOT-NO-SHOW          PIC 9(07).
003060         10  CV-TOT-LATE             PIC 9(07).
003070         10  CV-TOT-EARLY            PIC 9(07).
003080
003090 01  CV-HEADING-1.
003100     05  FILLER                      PIC X(02)  VALUE SPACES.
003110     05  FILLER                      PIC X(40)
003120         VALUE "SHIFT COVERAGE AND ATTENDANCE".
003130     05  FILLER                      PIC X(06)  VALUE "FROM: ".
003140     05  CV-H-FROM-DATE              PIC X(08).
003150     05  FILLER                      PIC X(07)  VALUE " THRU: ".
003160     05  CV-H-THRU-DATE              PIC X(08).
003170     05  FILLER                      PIC X(09)  VALUE SPACES.
003180
003181 01  CV-CARD-LINE.
003182     05  FILLER                      PIC X(02)  VALUE SPACES.
003183     05  FILLER                      PIC X(06)  VALUE "CARD: ".
003184     05  CV-K-PARM-TEXT              PIC X(20)  VALUE SPACES.
003185     05  FILLER                      PIC X(52)  VALUE SPACES.
003186
003190 01  CV-DEFINITION-LINE.
003200     05  FILLER                      PIC X(02)  VALUE SPACES.
003210     05  FILLER                      PIC X(06)  VALUE "SHIFT ".
003220     05  CV-F-SHIFT-CODE             PIC X(01).
003230     05  FILLER                      PIC X(02)  VALUE SPACES.
003240     05  CV-F-START-TIME             PIC X(04).
003250     05  FILLER                      PIC X(01)  VALUE "-".
003260     05  CV-F-END-TIME               PIC X(04).
003270     05  FILLER                      PIC X(08)  VALUE "  GRACE ".
003280     05  CV-F-GRACE                  PIC ZZ9.
003290     05  FILLER                      PIC X(08)  VALUE "  EARLY ".
003300     05  CV-F-EARLY                  PIC ZZ9.
003310     05  FILLER                      PIC X(02)  VALUE SPACES.
003320     05  CV-F-DESCRIPTION            PIC X(20).
003330     05  FILLER                      PIC X(16)  VALUE SPACES.
003340
003350 01  CV-HEADING-2.
003360     05  FILLER                      PIC X(02)  VALUE SPACES.
003370     05  FILLER                      PIC X(10)  VALUE "DATE".
003380     05  FILLER                      PIC X(04)  VALUE "SH".
003390     05  FILLER                      PIC X(10)  VALUE "OPER ID".
003400     05  FILLER                      PIC X(22)  VALUE "NAME".
003410     05  FILLER                      PIC X(11)  VALUE "EXCEPTION".
003420     05  FILLER                      PIC X(06)  VALUE "MINS".
003430     05  FILLER                      PIC X(15)  VALUE "AT".
003440
003450 01  CV-DETAIL-LINE.
003460     05  FILLER                      PIC X(02)  VALUE SPACES.
003470     05  CV-D-SHIFT-DATE             PIC X(08).
003480     05  FILLER                      PIC X(02)  VALUE SPACES.
003490     05  CV-D-SHIFT-CODE             PIC X(01).
003500     05  FILLER                      PIC X(03)  VALUE SPACES.
003510     05  CV-D-OPERATOR-ID            PIC X(08).
003520     05  FILLER                      PIC X(02)  VALUE SPACES.
003530     05  CV-D-NAME                   PIC X(20).
003540     05  FILLER                      PIC X(02)  VALUE SPACES.
003550     05  CV-D-EXCEPTION              PIC X(10).
003560     05  FILLER                      PIC X(01)  VALUE SPACE.
003570     05  CV-D-MINUTES                PIC ZZZZ.
003580     05  FILLER                      PIC X(02)  VALUE SPACES.
003590     05  CV-D-EVENT-TIME             PIC X(04).
003600     05  FILLER                      PIC X(11)  VALUE SPACES.
003610
003620 01  CV-COVERAGE-LINE.
003630     05  FILLER                      PIC X(02)  VALUE SPACES.
003640     05  CV-C-SHIFT-DATE             PIC X(08).
003650     05  FILLER                      PIC X(02)  VALUE SPACES.
003660     05  CV-C-SHIFT-CODE             PIC X(01).
003670     05  FILLER                      PIC X(02)  VALUE SPACES.
003672     05  FILLER                      PIC X(10)
003674         VALUE "SCHEDULED ".
003690     05  CV-C-SCHEDULED              PIC ZZZ9.
003700     05  FILLER                      PIC X(09)  VALUE " PRESENT ".
003710     05  CV-C-PRESENT                PIC ZZZ9.
003720     05  FILLER                      PIC X(09)  VALUE " NO-SHOW ".
003730     05  CV-C-NO-SHOW                PIC ZZZ9.
003740     05  FILLER                      PIC X(06)  VALUE " LATE ".
003750     05  CV-C-LATE                   PIC ZZZ9.
003760     05  FILLER                      PIC X(07)  VALUE " EARLY ".
003770     05  CV-C-EARLY                  PIC ZZZ9.
003780     05  FILLER                      PIC X(04)  VALUE SPACES.
003790
003800 01  CV-MESSAGE-LINE.
003810     05  FILLER                      PIC X(02)  VALUE SPACES.
003820     05  CV-M-MESSAGE                PIC X(40).
003830     05  FILLER                      PIC X(38)  VALUE SPACES.
003840
003850 01  CV-STEP-PARM.
003860     COPY stepctl.
003870*================================================================
003880 PROCEDURE DIVISION.
003890*----------------------------------------------------------------
003900 0000-MAINLINE.
003910     MOVE SPACE TO CT-REPLY-CODE.
003920     PERFORM 0500-RECORD-STEP-START
003930         THRU 0500-EXIT.
003940     IF CT-REPLY-REFUSED
003950         MOVE 4 TO RETURN-CODE
003960         STOP RUN
003970     END-IF.
003980     PERFORM 1000-INITIALIZE
003990         THRU 1000-EXIT.
004000     IF RETURN-CODE NOT = ZERO
004010         GO TO 0000-TERMINATE
004020     END-IF.
004030     PERFORM 1500-READ-PARM-CARD
004040         THRU 1500-EXIT.
004050     IF NOT CV-PARM-VALID
004060         MOVE 16 TO RETURN-CODE
004070         GO TO 0000-TERMINATE
004080     END-IF.
004090     PERFORM 1600-LOAD-DEFINITIONS
004100         THRU 1600-EXIT.
004110     PERFORM 2000-OPEN-INPUTS
004120         THRU 2000-EXIT.
004130     IF RETURN-CODE NOT = ZERO
004140         GO TO 0000-TERMINATE
004150     END-IF.
004160     SORT SORT-WORK
004170         ON ASCENDING KEY CE-OPERATOR-ID CE-SHIFT-DATE
004180                          CE-SHIFT-CODE CE-RECORD-TYPE
004190                          CE-EVENT-MINUTES
004200         INPUT PROCEDURE IS 2100-RELEASE-EVENTS
004210             THRU 2100-EXIT
004220         GIVING SORTED-EVENTS.
004222     IF RETURN-CODE NOT = ZERO
004224         GO TO 0000-TERMINATE
004226     END-IF.
004230     SORT RESULT-SORT-WORK
004240         ON ASCENDING KEY CG-SHIFT-DATE CG-SHIFT-CODE
004250                          CG-RESULT-CODE CG-OPERATOR-ID
004260         INPUT PROCEDURE IS 3000-JUDGE-ATTENDANCE
004270             THRU 3000-EXIT
004280         GIVING SORTED-RESULTS.
004290     IF RETURN-CODE NOT = ZERO
004300         GO TO 0000-TERMINATE
004310     END-IF.
004320     PERFORM 4000-PRINT-EXCEPTIONS
004330         THRU 4000-EXIT.
004340     PERFORM 8000-WRITE-COVERAGE
004350         THRU 8000-EXIT.
004360     IF RETURN-CODE = ZERO AND CV-DEFS-INCOMPLETE
004370         MOVE 4 TO RETURN-CODE
004380     END-IF.
004390 0000-TERMINATE.
004400     PERFORM 9999-END-OF-JOB
004410         THRU 9999-EXIT.
004420     PERFORM 9800-RECORD-STEP-END
004430         THRU 9800-EXIT.
004440     STOP RUN.
004450*----------------------------------------------------------------
004460* 0500-RECORD-STEP-START  -  ENTER THIS STEP IN THE RUN-CONTROL
004470*                            LEDGER AND HONOR THE RERUN GUARD
004480*                            FOR THE RUN DATE.
004490*----------------------------------------------------------------
004500 0500-RECORD-STEP-START.
004510     MOVE "SHFTCOV" TO CT-STEP-NAME.
004520     SET CT-FUNC-START TO TRUE.
004530     MOVE ZERO TO CT-RETURN-CODE.
004540     CALL "STEPCTL" USING CV-STEP-PARM.
004550     IF CT-REPLY-REFUSED
004560         DISPLAY "SHFTCOV ALREADY COMPLETE FOR RUN DATE"
004570     END-IF.
004580 0500-EXIT.
004590     EXIT.
004600*----------------------------------------------------------------
004610* 1000-INITIALIZE  -  OPEN THE REPORT FILE.
004620*----------------------------------------------------------------
004630 1000-INITIALIZE.
004640     MOVE ZERO TO RETURN-CODE.
004650     MOVE ZERO TO CV-SHIFT-TOTALS.
004670     OPEN OUTPUT REPORT-FILE.
004680     IF NOT CV-REPORT-OK
004690         DISPLAY "REPORT FILE COULD NOT BE OPENED"
004700         MOVE 16 TO RETURN-CODE
004710     END-IF.
004720 1000-EXIT.
004730     EXIT.
004740*----------------------------------------------------------------
004750* 1500-READ-PARM-CARD  -  SETTLE AND EDIT THE SCHEDULE DATE RANGE
004760*                         AND WRITE THE HEADING.  WITH NO CARD
004761*                         THE RANGE IS THE PRIOR DAY, RESOLVED BY
004762*                         THE DATE SERVICE LIKE A CARD SAYING SO.
004790*----------------------------------------------------------------
004800 1500-READ-PARM-CARD.
004810     MOVE SPACES TO CV-PARM-CARD.
004820     OPEN INPUT SYSIN-PARM-FILE.
004830     IF CV-SYSIN-PRESENT
004840         READ SYSIN-PARM-FILE INTO CV-PARM-CARD
004850             AT END
004860                 CONTINUE
004870         END-READ
004880         CLOSE SYSIN-PARM-FILE
004890     END-IF.
004892     EVALUATE TRUE
004894         WHEN CV-PARM-CARD = SPACES
004896             MOVE "PRIOR DAY" TO CV-REL-TEXT
004898             PERFORM 1520-RESOLVE-DATE-CARD
004900                 THRU 1520-EXIT
004902             MOVE SPACES TO CV-K-PARM-TEXT
004904         WHEN CV-FROM-DATE IS NUMERIC
004906             PERFORM 1510-EDIT-SCHEDULE-DATES
004908                 THRU 1510-EXIT
004910         WHEN OTHER
004912             PERFORM 1520-RESOLVE-DATE-CARD
004914                 THRU 1520-EXIT
004916     END-EVALUATE.
004918     IF NOT CV-PARM-VALID
004920         WRITE CV-REPORT-LINE FROM CV-MESSAGE-LINE
004922         GO TO 1500-EXIT
004924     END-IF.
004926     MOVE CV-FROM-DATE TO CV-H-FROM-DATE.
004928     MOVE CV-THRU-DATE TO CV-H-THRU-DATE.
004930     WRITE CV-REPORT-LINE FROM CV-HEADING-1.
004932     IF CV-K-PARM-TEXT NOT = SPACES
004934         WRITE CV-REPORT-LINE FROM CV-CARD-LINE
004936     END-IF.
004938 1500-EXIT.
004940     EXIT.
004942*----------------------------------------------------------------
004944* 1510-EDIT-SCHEDULE-DATES  -  A SCHEDULE DATE KEYED AS A DATE
004946*                              MUST BE A REAL CALENDAR DATE AND
004948*                              THE LAST NO EARLIER THAN THE FIRST.
004950*                              A BLANK LAST DATE MEANS THE FIRST
004952*                              DATE ONLY.
004954*----------------------------------------------------------------
004956 1510-EDIT-SCHEDULE-DATES.
004958     IF CV-THRU-DATE = SPACES
004960         MOVE CV-FROM-DATE TO CV-THRU-DATE
004962     END-IF.
004964     MOVE SPACES TO CV-DATE-PARM.
004966     SET DV-FUNC-DAY-CHECK TO TRUE.
004968     MOVE CV-FROM-DATE TO DV-BASE-DATE.
004970     CALL "DATESVC" USING CV-DATE-PARM.
004972     IF DV-REPLY-INVALID
004974         MOVE "FIRST DATE IS NOT A VALID DATE"
004976             TO CV-M-MESSAGE
004978         GO TO 1510-EXIT
004980     END-IF.
004982     MOVE SPACES TO CV-DATE-PARM.
004984     SET DV-FUNC-DAY-CHECK TO TRUE.
004986     MOVE CV-THRU-DATE TO DV-BASE-DATE.
004988     CALL "DATESVC" USING CV-DATE-PARM.
004990     IF DV-REPLY-INVALID
004992         MOVE "LAST DATE IS NOT A VALID DATE"
004994             TO CV-M-MESSAGE
004996         GO TO 1510-EXIT
004998     END-IF.
005000     IF CV-THRU-DATE < CV-FROM-DATE
005002         MOVE "LAST DATE IS BEFORE FIRST DATE"
005004             TO CV-M-MESSAGE
005006         GO TO 1510-EXIT
005008     END-IF.
005010     SET CV-PARM-VALID TO TRUE.
005012 1510-EXIT.
005014     EXIT.
005016*----------------------------------------------------------------
005018* 1520-RESOLVE-DATE-CARD  -  HAVE THE DATE SERVICE RESOLVE A
005020*                            RELATIVE CARD AGAINST THE RUN DATE TO
005022*                            ONE DAY OR ONE MONTH.
005024*----------------------------------------------------------------
005026 1520-RESOLVE-DATE-CARD.
005028     MOVE SPACES TO CV-DATE-PARM.
005030     SET DV-FUNC-RESOLVE TO TRUE.
005032     IF CT-RUN-DATE IS NUMERIC
005034         MOVE CT-RUN-DATE TO DV-BASE-DATE
005036     END-IF.
005038     MOVE CV-REL-TEXT TO DV-PARM-TEXT.
005040     CALL "DATESVC" USING CV-DATE-PARM.
005042     IF DV-REPLY-ERROR
005044         MOVE "BUSINESS CALENDAR COULD NOT BE READ"
005046             TO CV-M-MESSAGE
005048         GO TO 1520-EXIT
005050     END-IF.
005052     IF NOT DV-REPLY-OK
005054         OR (NOT DV-FORM-DATE AND NOT DV-FORM-MONTH)
005056         MOVE "SCHEDULE DATE CARD NOT RECOGNIZED"
005058             TO CV-M-MESSAGE
005060         GO TO 1520-EXIT
005062     END-IF.
005064     MOVE DV-DATE-1 TO CV-FROM-DATE.
005066     IF DV-FORM-MONTH
005068         MOVE DV-DATE-2 TO CV-THRU-DATE
005070     ELSE
005072         MOVE DV-DATE-1 TO CV-THRU-DATE
005074     END-IF.
005076     MOVE DV-PARM-TEXT TO CV-K-PARM-TEXT.
005078     SET CV-PARM-VALID TO TRUE.
005080 1520-EXIT.
005210     EXIT.
005220*----------------------------------------------------------------
005230* 1600-LOAD-DEFINITIONS  -  LOAD THE THREE SHIFT DEFINITIONS AND
005240*                           PRINT THEM UNDER THE HEADING.
005250*----------------------------------------------------------------
005260 1600-LOAD-DEFINITIONS.
005270     OPEN INPUT SHIFT-DEFINITION.
005280     IF NOT CV-SHFTDEF-OK
005290         MOVE "SHIFT DEFINITION FILE COULD NOT BE OPENED"
005300             TO CV-M-MESSAGE
005310         WRITE CV-REPORT-LINE FROM CV-MESSAGE-LINE
005320     END-IF.
005330     PERFORM 1700-LOAD-ONE-SHIFT
005340         THRU 1700-EXIT
005350         VARYING CV-SUB FROM 1 BY 1
005360         UNTIL CV-SUB > 3.
005370     IF CV-SHFTDEF-OK
005380         CLOSE SHIFT-DEFINITION
005390     END-IF.
005400 1600-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------
005430* 1700-LOAD-ONE-SHIFT  -  READ AND EDIT THE DEFINITION FOR THE
005440*                         SHIFT NUMBERED CV-SUB.
005450*----------------------------------------------------------------
005460 1700-LOAD-ONE-SHIFT.
005470     SET CV-DEF-FOUND (CV-SUB) TO FALSE.
005480     MOVE CV-SUB TO CV-SHIFT-DIGIT.
005490     IF CV-SHFTDEF-OK
005500         MOVE CV-SHIFT-DIGIT TO SF-SHIFT-CODE
005510         READ SHIFT-DEFINITION
005520             INVALID KEY
005530                 CONTINUE
005540             NOT INVALID KEY
005550                 PERFORM 1750-EDIT-DEFINITION
005560                     THRU 1750-EXIT
005570         END-READ
005580     END-IF.
005590     IF CV-DEF-FOUND (CV-SUB)
005600         MOVE SF-SHIFT-CODE TO CV-F-SHIFT-CODE
005610         MOVE SF-START-TIME TO CV-F-START-TIME
005620         MOVE SF-END-TIME TO CV-F-END-TIME
005630         MOVE SF-GRACE-MINUTES TO CV-F-GRACE
005640         MOVE SF-EARLY-MINUTES TO CV-F-EARLY
005650         MOVE SF-DESCRIPTION TO CV-F-DESCRIPTION
005660         WRITE CV-REPORT-LINE FROM CV-DEFINITION-LINE
005670     ELSE
005680         SET CV-DEFS-INCOMPLETE TO TRUE
005690         MOVE SPACES TO CV-M-MESSAGE
005700         STRING "SHIFT " CV-SHIFT-DIGIT
005710             " NOT DEFINED - NO-SHOWS ONLY"
005720             DELIMITED BY SIZE
005730             INTO CV-M-MESSAGE
005740         WRITE CV-REPORT-LINE FROM CV-MESSAGE-LINE
005750     END-IF.
005760 1700-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------
005790* 1750-EDIT-DEFINITION  -  CONVERT THE DEFINITION JUST READ TO
005800*                          MINUTES.  A DEFINITION WITH A BAD
005810*                          CLOCK TIME IS TREATED AS MISSING.
005820*----------------------------------------------------------------
005830 1750-EDIT-DEFINITION.
005840     MOVE SF-END-TIME TO CV-TIME-WORK.
005850     PERFORM 7000-CLOCK-MINUTES
005860         THRU 7000-EXIT.
005870     IF NOT CV-TIME-VALID
005880         GO TO 1750-EXIT
005890     END-IF.
005900     MOVE CV-CLOCK-MINUTES TO CV-END-MINUTES.
005910     MOVE SF-START-TIME TO CV-TIME-WORK.
005920     PERFORM 7000-CLOCK-MINUTES
005930         THRU 7000-EXIT.
005940     IF NOT CV-TIME-VALID
005950         GO TO 1750-EXIT
005960     END-IF.
005970     IF CV-CLOCK-MINUTES = CV-END-MINUTES
005980         GO TO 1750-EXIT
005990     END-IF.
006000     MOVE CV-CLOCK-MINUTES TO CV-DEF-START-MIN (CV-SUB).
006010     IF CV-END-MINUTES > CV-CLOCK-MINUTES
006020         COMPUTE CV-DEF-END-REL (CV-SUB) =
006030             CV-END-MINUTES - CV-CLOCK-MINUTES
006040         MOVE ZERO TO CV-DEF-SPLIT-MIN (CV-SUB)
006050     ELSE
006060         COMPUTE CV-DEF-END-REL (CV-SUB) =
006070             CV-END-MINUTES + 1440 - CV-CLOCK-MINUTES
006080         COMPUTE CV-DEF-SPLIT-MIN (CV-SUB) =
006090             (CV-END-MINUTES + CV-CLOCK-MINUTES) / 2
006100     END-IF.
006110     IF SF-GRACE-MINUTES IS NUMERIC
006120         MOVE SF-GRACE-MINUTES TO CV-DEF-GRACE (CV-SUB)
006130     ELSE
006140         MOVE ZERO TO CV-DEF-GRACE (CV-SUB)
006150         MOVE ZERO TO SF-GRACE-MINUTES
006160     END-IF.
006170     IF SF-EARLY-MINUTES IS NUMERIC
006180         MOVE SF-EARLY-MINUTES TO CV-DEF-EARLY (CV-SUB)
006190     ELSE
006200         MOVE ZERO TO CV-DEF-EARLY (CV-SUB)
006210         MOVE ZERO TO SF-EARLY-MINUTES
006220     END-IF.
006230     SET CV-DEF-FOUND (CV-SUB) TO TRUE.
006240 1750-EXIT.
006250     EXIT.
006260*----------------------------------------------------------------
006270* 2000-OPEN-INPUTS  -  OPEN THE SCHEDULE AND THE SIGN-ON SLICE,
006280*                      WHICH ARE REQUIRED, AND THE OPERATOR
006290*                      MASTER, WHICH ONLY SUPPLIES NAMES.
006300*----------------------------------------------------------------
006310 2000-OPEN-INPUTS.
006320     OPEN INPUT SHIFT-SCHEDULE.
006330     IF CV-SHIFTSCH-OK
006340         SET CV-SHIFTSCH-OPEN TO TRUE
006350     ELSE
006360         MOVE "SHIFT SCHEDULE COULD NOT BE OPENED"
006370             TO CV-M-MESSAGE
006380         WRITE CV-REPORT-LINE FROM CV-MESSAGE-LINE
006390         MOVE 16 TO RETURN-CODE
006400     END-IF.
006410     OPEN INPUT SORTED-LOG.
006420     IF CV-SRTLOG-OK
006430         SET CV-SRTLOG-OPEN TO TRUE
006440     ELSE
006450         MOVE "SORTED LOG COULD NOT BE OPENED"
006460             TO CV-M-MESSAGE
006470         WRITE CV-REPORT-LINE FROM CV-MESSAGE-LINE
006480         MOVE 16 TO RETURN-CODE
006490     END-IF.
006500     OPEN INPUT OPERATOR-MASTER.
006510     IF CV-OPERMAST-OK
006520         SET CV-OPERMAST-OPEN TO TRUE
006530     END-IF.
006540 2000-EXIT.
006550     EXIT.
006560*----------------------------------------------------------------
006570* 2100-RELEASE-EVENTS  -  SORT INPUT PROCEDURE.  RELEASE EVERY
006580*                         SCHEDULE ENTRY IN THE RANGE AND EVERY
006590*                         SUCCESSFUL SIGN-ON AND SIGN-OFF THAT
006600*                         BELONGS TO A SHIFT IN THE RANGE.
006610*----------------------------------------------------------------
006620 2100-RELEASE-EVENTS.
006630     MOVE LOW-VALUES TO SS-SCHEDULE-KEY.
006640     START SHIFT-SCHEDULE KEY NOT < SS-SCHEDULE-KEY
006650         INVALID KEY
006660             SET CV-SCHED-EOF TO TRUE
006670     END-START.
006680     PERFORM 2200-RELEASE-SCHEDULE
006690         THRU 2200-EXIT
006700         UNTIL CV-SCHED-EOF.
006710     PERFORM 2300-RELEASE-ACTIVITY
006720         THRU 2300-EXIT
006730         UNTIL CV-LOG-EOF.
006740 2100-EXIT.
006750     EXIT.
006760*----------------------------------------------------------------
006770* 2200-RELEASE-SCHEDULE  -  RELEASE THE NEXT SCHEDULE ENTRY WHEN
006780*                           IT FALLS IN THE RANGE.
006790*----------------------------------------------------------------
006800 2200-RELEASE-SCHEDULE.
006810     READ SHIFT-SCHEDULE NEXT RECORD
006820         AT END
006830             SET CV-SCHED-EOF TO TRUE
006840             GO TO 2200-EXIT
006850     END-READ.
006860     IF SS-SCHED-DATE < CV-FROM-DATE
006870         OR SS-SCHED-DATE > CV-THRU-DATE
006880         GO TO 2200-EXIT
006890     END-IF.
006900     IF NOT SS-SCHED-1ST
006910         AND NOT SS-SCHED-2ND
006920         AND NOT SS-SCHED-3RD
006930         GO TO 2200-EXIT
006940     END-IF.
006950     MOVE SPACES TO CE-RECORD.
006960     MOVE SS-OPERATOR-ID TO CE-OPERATOR-ID.
006970     MOVE SS-SCHED-DATE TO CE-SHIFT-DATE.
006980     MOVE SS-SCHED-SHIFT TO CE-SHIFT-CODE.
006990     SET CE-SCHEDULE-ENTRY TO TRUE.
007000     MOVE ZERO TO CE-EVENT-MINUTES.
007010     RELEASE CE-RECORD.
007020 2200-EXIT.
007030     EXIT.
007040*----------------------------------------------------------------
007050* 2300-RELEASE-ACTIVITY  -  RELEASE THE NEXT SUCCESSFUL SIGN-ON
007060*                           OR SIGN-OFF UNDER THE SHIFT DATE IT
007062*                           BELONGS TO, TIMED FROM THE SHIFT
007064*                           START.
007080*----------------------------------------------------------------
007090 2300-RELEASE-ACTIVITY.
007100     READ SORTED-LOG
007110         AT END
007120             SET CV-LOG-EOF TO TRUE
007130             GO TO 2300-EXIT
007140     END-READ.
007150     IF XL-RETURN-CODE NOT = ZERO
007160         GO TO 2300-EXIT
007170     END-IF.
007180     IF NOT XL-SIGNON AND NOT XL-SIGNOFF
007190         GO TO 2300-EXIT
007200     END-IF.
007210     IF XL-SHIFT-CODE NOT = "1"
007220         AND XL-SHIFT-CODE NOT = "2"
007230         AND XL-SHIFT-CODE NOT = "3"
007240         GO TO 2300-EXIT
007250     END-IF.
007260     MOVE XL-RUN-TIME (1:4) TO CV-TIME-WORK.
007270     PERFORM 7000-CLOCK-MINUTES
007280         THRU 7000-EXIT.
007290     IF NOT CV-TIME-VALID
007300         GO TO 2300-EXIT
007310     END-IF.
007320     MOVE XL-SHIFT-CODE TO CV-SHIFT-DIGIT.
007330     MOVE CV-SHIFT-DIGIT TO CV-SUB.
007340     MOVE XL-RUN-DATE TO CV-WORK-DATE.
007350     MOVE 1440 TO CV-EVENT-MINUTES.
007360     IF CV-DEF-FOUND (CV-SUB)
007370         IF CV-CLOCK-MINUTES < CV-DEF-SPLIT-MIN (CV-SUB)
007380             PERFORM 7500-PRIOR-DATE
007390                 THRU 7500-EXIT
007400             ADD 1440 TO CV-EVENT-MINUTES
007410         END-IF
007420         COMPUTE CV-EVENT-MINUTES = CV-EVENT-MINUTES
007430             + CV-CLOCK-MINUTES - CV-DEF-START-MIN (CV-SUB)
007440     END-IF.
007450     IF CV-WORK-DATE < CV-FROM-DATE
007460         OR CV-WORK-DATE > CV-THRU-DATE
007470         GO TO 2300-EXIT
007480     END-IF.
007490     MOVE SPACES TO CE-RECORD.
007500     MOVE XL-OPERATOR-ID TO CE-OPERATOR-ID.
007510     MOVE CV-WORK-DATE TO CE-SHIFT-DATE.
007520     MOVE XL-SHIFT-CODE TO CE-SHIFT-CODE.
007530     SET CE-LOG-EVENT TO TRUE.
007540     MOVE CV-EVENT-MINUTES TO CE-EVENT-MINUTES.
007550     MOVE XL-ACTION-CODE TO CE-ACTION-CODE.
007560     MOVE CV-TIME-WORK TO CE-EVENT-TIME.
007570     RELEASE CE-RECORD.
007580 2300-EXIT.
007590     EXIT.
007600*----------------------------------------------------------------
007610* 3000-JUDGE-ATTENDANCE  -  SORT INPUT PROCEDURE.  PASS THE
007620*                           SORTED EVENTS ONE OPERATOR SHIFT AT A
007630*                           TIME AND RELEASE THE ATTENDANCE RESULT
007640*                           FOR EACH SCHEDULED ONE.
007650*----------------------------------------------------------------
007660 3000-JUDGE-ATTENDANCE.
007670     OPEN INPUT SORTED-EVENTS.
007680     IF NOT CV-SRTCOV-OK
007690         MOVE "SORTED EVENT FILE COULD NOT BE OPENED"
007700             TO CV-M-MESSAGE
007710         WRITE CV-REPORT-LINE FROM CV-MESSAGE-LINE
007720         MOVE 16 TO RETURN-CODE
007730         GO TO 3000-EXIT
007740     END-IF.
007750     PERFORM 3100-READ-EVENT
007760         THRU 3100-EXIT.
007770     PERFORM 3200-JUDGE-OPERATOR-SHIFT
007780         THRU 3200-EXIT
007790         UNTIL CV-EVENT-EOF.
007800     CLOSE SORTED-EVENTS.
007810 3000-EXIT.
007820     EXIT.
007830*----------------------------------------------------------------
007840* 3100-READ-EVENT  -  READ ONE SORTED SCHEDULE ENTRY OR EVENT.
007850*----------------------------------------------------------------
007860 3100-READ-EVENT.
007870     READ SORTED-EVENTS
007880         AT END
007890             SET CV-EVENT-EOF TO TRUE
007900     END-READ.
007910 3100-EXIT.
007920     EXIT.
007930*----------------------------------------------------------------
007940* 3200-JUDGE-OPERATOR-SHIFT  -  GATHER ONE OPERATOR'S SCHEDULE
007950*                               ENTRY AND ACTIVITY FOR ONE SHIFT
007960*                               AND JUDGE IT WHEN SCHEDULED.
007970*----------------------------------------------------------------
007980 3200-JUDGE-OPERATOR-SHIFT.
007990     MOVE CF-OPERATOR-ID TO CV-GRP-OPERATOR-ID.
008000     MOVE CF-SHIFT-DATE TO CV-GRP-SHIFT-DATE.
008010     MOVE CF-SHIFT-CODE TO CV-GRP-SHIFT-CODE.
008020     SET CV-GRP-SCHEDULED TO FALSE.
008030     SET CV-GRP-SIGNED-ON TO FALSE.
008040     MOVE SPACE TO CV-GRP-LAST-ACTION.
008050     PERFORM 3300-ABSORB-EVENT
008060         THRU 3300-EXIT
008070         UNTIL CV-EVENT-EOF
008080            OR CF-OPERATOR-ID NOT = CV-GRP-OPERATOR-ID
008090            OR CF-SHIFT-DATE NOT = CV-GRP-SHIFT-DATE
008100            OR CF-SHIFT-CODE NOT = CV-GRP-SHIFT-CODE.
008110     IF CV-GRP-SCHEDULED
008120         PERFORM 3400-JUDGE-SCHEDULED
008130             THRU 3400-EXIT
008140     END-IF.
008150 3200-EXIT.
008160     EXIT.
008170*----------------------------------------------------------------
008180* 3300-ABSORB-EVENT  -  NOTE THE SCHEDULE ENTRY, THE FIRST SIGN-ON
008190*                       AND THE LAST SIGN-ON OR SIGN-OFF AFTER IT.
008200*----------------------------------------------------------------
008210 3300-ABSORB-EVENT.
008220     EVALUATE TRUE
008230         WHEN CF-SCHEDULE-ENTRY
008240             SET CV-GRP-SCHEDULED TO TRUE
008250         WHEN CF-SIGNON
008260             IF NOT CV-GRP-SIGNED-ON
008270                 SET CV-GRP-SIGNED-ON TO TRUE
008280                 MOVE CF-EVENT-MINUTES TO CV-GRP-FIRST-MINUTES
008290                 MOVE CF-EVENT-TIME TO CV-GRP-FIRST-TIME
008300             END-IF
008310             MOVE CF-ACTION-CODE TO CV-GRP-LAST-ACTION
008320             MOVE CF-EVENT-MINUTES TO CV-GRP-LAST-MINUTES
008330             MOVE CF-EVENT-TIME TO CV-GRP-LAST-TIME
008340         WHEN CF-SIGNOFF
008350             IF CV-GRP-SIGNED-ON
008360                 MOVE CF-ACTION-CODE TO CV-GRP-LAST-ACTION
008370                 MOVE CF-EVENT-MINUTES TO CV-GRP-LAST-MINUTES
008380                 MOVE CF-EVENT-TIME TO CV-GRP-LAST-TIME
008390             END-IF
008400     END-EVALUATE.
008410     PERFORM 3100-READ-EVENT
008420         THRU 3100-EXIT.
008430 3300-EXIT.
008440     EXIT.
008450*----------------------------------------------------------------
008460* 3400-JUDGE-SCHEDULED  -  RELEASE THE RESULT FOR ONE SCHEDULED
008470*                          OPERATOR SHIFT - NO-SHOW, LATE, LEFT
008480*                          EARLY (BOTH WHEN BOTH) OR ON TIME.
008490*----------------------------------------------------------------
008500 3400-JUDGE-SCHEDULED.
008510     SET CV-FIRST-RESULT TO TRUE.
008520     IF NOT CV-GRP-SIGNED-ON
008530         MOVE "1" TO CG-RESULT-CODE
008540         MOVE ZERO TO CG-MINUTES
008550         MOVE SPACES TO CG-EVENT-TIME
008560         PERFORM 3500-RELEASE-RESULT
008570             THRU 3500-EXIT
008580         GO TO 3400-EXIT
008590     END-IF.
008600     MOVE CV-GRP-SHIFT-CODE TO CV-SHIFT-DIGIT.
008610     MOVE CV-SHIFT-DIGIT TO CV-SUB.
008620     IF CV-DEF-FOUND (CV-SUB)
008630         IF CV-GRP-FIRST-MINUTES > 1440 + CV-DEF-GRACE (CV-SUB)
008640             MOVE "2" TO CG-RESULT-CODE
008650             COMPUTE CG-MINUTES = CV-GRP-FIRST-MINUTES - 1440
008660             MOVE CV-GRP-FIRST-TIME TO CG-EVENT-TIME
008670             PERFORM 3500-RELEASE-RESULT
008680                 THRU 3500-EXIT
008690         END-IF
008700         IF CV-GRP-LAST-SIGNOFF
008710             AND CV-GRP-LAST-MINUTES + CV-DEF-EARLY (CV-SUB)
008720                 < 1440 + CV-DEF-END-REL (CV-SUB)
008730             MOVE "3" TO CG-RESULT-CODE
008740             COMPUTE CG-MINUTES = 1440 + CV-DEF-END-REL (CV-SUB)
008750                 - CV-GRP-LAST-MINUTES
008760             MOVE CV-GRP-LAST-TIME TO CG-EVENT-TIME
008770             PERFORM 3500-RELEASE-RESULT
008780                 THRU 3500-EXIT
008790         END-IF
008800     END-IF.
008810     IF CV-FIRST-RESULT
008820         MOVE "9" TO CG-RESULT-CODE
008830         MOVE ZERO TO CG-MINUTES
008840         MOVE CV-GRP-FIRST-TIME TO CG-EVENT-TIME
008850         PERFORM 3500-RELEASE-RESULT
008860             THRU 3500-EXIT
008870     END-IF.
008880 3400-EXIT.
008890     EXIT.
008900*----------------------------------------------------------------
008910* 3500-RELEASE-RESULT  -  RELEASE ONE RESULT.  THE CALLER HAS SET
008920*                         THE RESULT CODE, MINUTES AND TIME.  THE
008930*                         FIRST RESULT FOR THE OPERATOR SHIFT
008940*                         CARRIES ITS COVERAGE COUNTS.
008950*----------------------------------------------------------------
008960 3500-RELEASE-RESULT.
008970     MOVE CV-GRP-SHIFT-DATE TO CG-SHIFT-DATE.
008980     MOVE CV-GRP-SHIFT-CODE TO CG-SHIFT-CODE.
008990     MOVE CV-GRP-OPERATOR-ID TO CG-OPERATOR-ID.
009000     MOVE ZERO TO CG-SCHEDULED-COUNT.
009010     MOVE ZERO TO CG-PRESENT-COUNT.
009020     IF CV-FIRST-RESULT
009030         MOVE 1 TO CG-SCHEDULED-COUNT
009040         IF CV-GRP-SIGNED-ON
009050             MOVE 1 TO CG-PRESENT-COUNT
009060         END-IF
009070         SET CV-FIRST-RESULT TO FALSE
009080     END-IF.
009090     RELEASE CG-RECORD.
009100 3500-EXIT.
009110     EXIT.
009120*----------------------------------------------------------------
009130* 4000-PRINT-EXCEPTIONS  -  PRINT THE EXCEPTIONS AND COVERAGE
009140*                           COUNT FOR EACH DATE AND SHIFT.
009150*----------------------------------------------------------------
009160 4000-PRINT-EXCEPTIONS.
009170     OPEN INPUT SORTED-RESULTS.
009180     IF NOT CV-SRTCVR-OK
009190         MOVE "SORTED RESULT FILE COULD NOT BE OPENED"
009200             TO CV-M-MESSAGE
009210         WRITE CV-REPORT-LINE FROM CV-MESSAGE-LINE
009220         MOVE 16 TO RETURN-CODE
009230         GO TO 4000-EXIT
009240     END-IF.
009250     WRITE CV-REPORT-LINE FROM CV-HEADING-2.
009260     PERFORM 4100-READ-RESULT
009270         THRU 4100-EXIT.
009280     IF CV-RESULT-EOF
009290         MOVE "NO OPERATORS SCHEDULED IN THE RANGE"
009300             TO CV-M-MESSAGE
009310         WRITE CV-REPORT-LINE FROM CV-MESSAGE-LINE
009320     END-IF.
009330     PERFORM 4200-PRINT-SHIFT
009340         THRU 4200-EXIT
009350         UNTIL CV-RESULT-EOF.
009360     CLOSE SORTED-RESULTS.
009370 4000-EXIT.
009380     EXIT.
009390*----------------------------------------------------------------
009400* 4100-READ-RESULT  -  READ ONE SORTED ATTENDANCE RESULT.
009410*----------------------------------------------------------------
009420 4100-READ-RESULT.
009430     READ SORTED-RESULTS
009440         AT END
009450             SET CV-RESULT-EOF TO TRUE
009460     END-READ.
009470 4100-EXIT.
009480     EXIT.
009490*----------------------------------------------------------------
009500* 4200-PRINT-SHIFT  -  PRINT ONE DATE AND SHIFT'S EXCEPTIONS AND
009510*                      ITS COVERAGE COUNT, AND ADD THE COUNTS TO
009520*                      THE SHIFT TOTALS.
009530*----------------------------------------------------------------
009540 4200-PRINT-SHIFT.
009550     MOVE CH-SHIFT-DATE TO CV-RPT-SHIFT-DATE.
009560     MOVE CH-SHIFT-CODE TO CV-RPT-SHIFT-CODE.
009570     MOVE ZERO TO CV-SCHEDULED-COUNT.
009580     MOVE ZERO TO CV-PRESENT-COUNT.
009590     MOVE ZERO TO CV-NO-SHOW-COUNT.
009600     MOVE ZERO TO CV-LATE-COUNT.
009610     MOVE ZERO TO CV-EARLY-COUNT.
009620     PERFORM 4300-PRINT-RESULT
009630         THRU 4300-EXIT
009640         UNTIL CV-RESULT-EOF
009650            OR CH-SHIFT-DATE NOT = CV-RPT-SHIFT-DATE
009660            OR CH-SHIFT-CODE NOT = CV-RPT-SHIFT-CODE.
009670     MOVE CV-RPT-SHIFT-DATE TO CV-C-SHIFT-DATE.
009680     MOVE CV-RPT-SHIFT-CODE TO CV-C-SHIFT-CODE.
009690     MOVE CV-SCHEDULED-COUNT TO CV-C-SCHEDULED.
009700     MOVE CV-PRESENT-COUNT TO CV-C-PRESENT.
009710     MOVE CV-NO-SHOW-COUNT TO CV-C-NO-SHOW.
009720     MOVE CV-LATE-COUNT TO CV-C-LATE.
009730     MOVE CV-EARLY-COUNT TO CV-C-EARLY.
009740     WRITE CV-REPORT-LINE FROM CV-COVERAGE-LINE.
009750     MOVE CV-RPT-SHIFT-CODE TO CV-SHIFT-DIGIT.
009760     MOVE CV-SHIFT-DIGIT TO CV-SUB.
009770     ADD CV-SCHEDULED-COUNT TO CV-TOT-SCHEDULED (CV-SUB).
009780     ADD CV-PRESENT-COUNT TO CV-TOT-PRESENT (CV-SUB).
009790     ADD CV-NO-SHOW-COUNT TO CV-TOT-NO-SHOW (CV-SUB).
009800     ADD CV-LATE-COUNT TO CV-TOT-LATE (CV-SUB).
009810     ADD CV-EARLY-COUNT TO CV-TOT-EARLY (CV-SUB).
009820 4200-EXIT.
009830     EXIT.
009840*----------------------------------------------------------------
009850* 4300-PRINT-RESULT  -  COUNT ONE RESULT AND PRINT IT WHEN IT IS
009860*                       AN EXCEPTION.
009870*----------------------------------------------------------------
009880 4300-PRINT-RESULT.
009890     ADD CH-SCHEDULED-COUNT TO CV-SCHEDULED-COUNT.
009900     ADD CH-PRESENT-COUNT TO CV-PRESENT-COUNT.
009910     EVALUATE TRUE
009920         WHEN CH-NO-SHOW
009930             ADD 1 TO CV-NO-SHOW-COUNT
009940             MOVE "NO-SHOW" TO CV-D-EXCEPTION
009950         WHEN CH-LATE
009960             ADD 1 TO CV-LATE-COUNT
009970             MOVE "LATE" TO CV-D-EXCEPTION
009980         WHEN CH-EARLY
009990             ADD 1 TO CV-EARLY-COUNT
010000             MOVE "LEFT EARLY" TO CV-D-EXCEPTION
010010         WHEN OTHER
010020             GO TO 4300-NEXT
010030     END-EVALUATE.
010040     MOVE CH-SHIFT-DATE TO CV-D-SHIFT-DATE.
010050     MOVE CH-SHIFT-CODE TO CV-D-SHIFT-CODE.
010060     MOVE CH-OPERATOR-ID TO CV-D-OPERATOR-ID.
010070     MOVE CH-MINUTES TO CV-D-MINUTES.
010080     MOVE CH-EVENT-TIME TO CV-D-EVENT-TIME.
010090     MOVE SPACES TO CV-D-NAME.
010100     IF CV-OPERMAST-OPEN
010110         MOVE CH-OPERATOR-ID TO OM-OPERATOR-ID
010120         READ OPERATOR-MASTER
010130             INVALID KEY
010140                 MOVE "NOT ON MASTER" TO CV-D-NAME
010150             NOT INVALID KEY
010160                 MOVE OM-OPERATOR-NAME TO CV-D-NAME
010170         END-READ
010180     END-IF.
010190     WRITE CV-REPORT-LINE FROM CV-DETAIL-LINE.
010200 4300-NEXT.
010210     PERFORM 4100-READ-RESULT
010220         THRU 4100-EXIT.
010230 4300-EXIT.
010240     EXIT.
010250*----------------------------------------------------------------
010260* 7000-CLOCK-MINUTES  -  CONVERT THE HHMM TIME IN CV-TIME-WORK TO
010270*                        MINUTES AFTER MIDNIGHT, FLAGGING A TIME
010280*                        THAT IS NOT A VALID CLOCK TIME.
010290*----------------------------------------------------------------
010300 7000-CLOCK-MINUTES.
010310     SET CV-TIME-VALID TO FALSE.
010320     MOVE ZERO TO CV-CLOCK-MINUTES.
010330     IF CV-TIME-WORK IS NOT NUMERIC
010340         GO TO 7000-EXIT
010350     END-IF.
010360     IF CV-TIME-HH > 23 OR CV-TIME-MM > 59
010370         GO TO 7000-EXIT
010380     END-IF.
010390     COMPUTE CV-CLOCK-MINUTES = CV-TIME-HH * 60 + CV-TIME-MM.
010400     SET CV-TIME-VALID TO TRUE.
010410 7000-EXIT.
010420     EXIT.
010430*----------------------------------------------------------------
010440* 7500-PRIOR-DATE  -  STEP CV-WORK-DATE BACK ONE CALENDAR DAY.
010450*----------------------------------------------------------------
010460 7500-PRIOR-DATE.
010470     IF CV-WD-DAY > 1
010480         SUBTRACT 1 FROM CV-WD-DAY
010490         GO TO 7500-EXIT
010500     END-IF.
010510     IF CV-WD-MONTH > 1
010520         SUBTRACT 1 FROM CV-WD-MONTH
010530     ELSE
010540         MOVE 12 TO CV-WD-MONTH
010550         SUBTRACT 1 FROM CV-WD-YEAR
010560     END-IF.
010570     PERFORM 7550-MONTH-LENGTH
010580         THRU 7550-EXIT.
010590     MOVE CV-MONTH-DAYS TO CV-WD-DAY.
010600 7500-EXIT.
010610     EXIT.
010620*----------------------------------------------------------------
010630* 7550-MONTH-LENGTH  -  SET THE NUMBER OF DAYS IN THE MONTH OF
010640*                       CV-WORK-DATE, ALLOWING FOR LEAP YEARS.
010650*----------------------------------------------------------------
010660 7550-MONTH-LENGTH.
010670     EVALUATE CV-WD-MONTH
010680         WHEN 04
010690         WHEN 06
010700         WHEN 09
010710         WHEN 11
010720             MOVE 30 TO CV-MONTH-DAYS
010730         WHEN 02
010740             DIVIDE CV-WD-YEAR BY 4 GIVING CV-QUOTIENT
010750                 REMAINDER CV-REMAINDER-4
010760             DIVIDE CV-WD-YEAR BY 100 GIVING CV-QUOTIENT
010770                 REMAINDER CV-REMAINDER-100
010780             DIVIDE CV-WD-YEAR BY 400 GIVING CV-QUOTIENT
010790                 REMAINDER CV-REMAINDER-400
010800             IF CV-REMAINDER-400 = ZERO
010810                 OR (CV-REMAINDER-4 = ZERO
010820                     AND CV-REMAINDER-100 NOT = ZERO)
010830                 MOVE 29 TO CV-MONTH-DAYS
010840             ELSE
010850                 MOVE 28 TO CV-MONTH-DAYS
010860             END-IF
010870         WHEN OTHER
010880             MOVE 31 TO CV-MONTH-DAYS
010890     END-EVALUATE.
010900 7550-EXIT.
010910     EXIT.
010920*----------------------------------------------------------------
010930* 8000-WRITE-COVERAGE  -  FINISH WITH THE COVERAGE COUNTS FOR
010940*                         EACH SHIFT OVER THE WHOLE RANGE.
010950*----------------------------------------------------------------
010960 8000-WRITE-COVERAGE.
010970     MOVE "COVERAGE BY SHIFT FOR THE RANGE"
010980         TO CV-M-MESSAGE.
010990     WRITE CV-REPORT-LINE FROM CV-MESSAGE-LINE.
011000     PERFORM 8100-WRITE-SHIFT-TOTAL
011010         THRU 8100-EXIT
011020         VARYING CV-SUB FROM 1 BY 1
011030         UNTIL CV-SUB > 3.
011040 8000-EXIT.
011050     EXIT.
011060*----------------------------------------------------------------
011070* 8100-WRITE-SHIFT-TOTAL  -  PRINT THE RANGE TOTALS FOR THE SHIFT
011080*                            NUMBERED CV-SUB.
011090*----------------------------------------------------------------
011100 8100-WRITE-SHIFT-TOTAL.
011110     MOVE "ALL" TO CV-C-SHIFT-DATE.
011120     MOVE CV-SUB TO CV-SHIFT-DIGIT.
011130     MOVE CV-SHIFT-DIGIT TO CV-C-SHIFT-CODE.
011140     MOVE CV-TOT-SCHEDULED (CV-SUB) TO CV-C-SCHEDULED.
011150     MOVE CV-TOT-PRESENT (CV-SUB) TO CV-C-PRESENT.
011160     MOVE CV-TOT-NO-SHOW (CV-SUB) TO CV-C-NO-SHOW.
011170     MOVE CV-TOT-LATE (CV-SUB) TO CV-C-LATE.
011180     MOVE CV-TOT-EARLY (CV-SUB) TO CV-C-EARLY.
011190     WRITE CV-REPORT-LINE FROM CV-COVERAGE-LINE.
011200 8100-EXIT.
011210     EXIT.
011220*----------------------------------------------------------------
011230* 9800-RECORD-STEP-END  -  RECORD COMPLETION AND THE ENDING
011240*                          RETURN CODE IN THE LEDGER.
011250*----------------------------------------------------------------
011260 9800-RECORD-STEP-END.
011270     SET CT-FUNC-END TO TRUE.
011280     MOVE RETURN-CODE TO CT-RETURN-CODE.
011290     CALL "STEPCTL" USING CV-STEP-PARM.
011300 9800-EXIT.
011310     EXIT.
011320*----------------------------------------------------------------
011330* 9999-END-OF-JOB  -  CLOSE THE FILES.
011340*----------------------------------------------------------------
011350 9999-END-OF-JOB.
011360     IF CV-SHIFTSCH-OPEN
011370         CLOSE SHIFT-SCHEDULE
011380     END-IF.
011390     IF CV-SRTLOG-OPEN
011400         CLOSE SORTED-LOG
011410     END-IF.
011420     IF CV-OPERMAST-OPEN
011430         CLOSE OPERATOR-MASTER
011440     END-IF.
011450     IF CV-REPORT-OK
011460         CLOSE REPORT-FILE
011470     END-IF.
011480 9999-EXIT.
011490     EXIT.
