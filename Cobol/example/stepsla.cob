000010*================================================================
000020* PROGRAM-ID. STEPSLA
000030*----------------------------------------------------------------
000040* AUTHOR.        C. L. BRANNIGAN
000050* INSTALLATION.  DATA CENTER SERVICES
000060* DATE-WRITTEN.  2026-10-15.
000070* DATE-COMPILED. 2026-10-15.
000080*----------------------------------------------------------------
000090* DESCRIPTION.
000100*   BATCH WINDOW HISTORY AND STEP SLA REPORT.  READS THE RUN-
000110*   CONTROL LEDGER OVER A RANGE OF NIGHTS AND PRINTS, FOR EACH
000120*   STEP, THE ELAPSED MINUTES EVERY NIGHT IT RAN WITH ITS
000130*   AVERAGE, MAXIMUM AND THE NIGHTS IT RAN OVER THE THRESHOLD
000140*   HELD FOR IT IN THE SLA CONTROL FILE, FLAGGING NON-ZERO
000142*   ENDS, FORCED RERUNS, RESTARTS, STEPS STARTED BUT NEVER
000144*   COMPLETED AND STEPS SKIPPED ON A NON-PROCESSING DAY.  IT
000146*   THEN PRINTS THE WHOLE STREAM'S FIRST-START TO
000170*   LAST-END WINDOW FOR EACH NIGHT AGAINST THE MORNING DEADLINE,
000180*   WITH THE MARGIN LEFT, SO A STREAM CREEPING TOWARD THE ONLINE
000190*   START SHOWS BEFORE IT MISSES.
000200*
000210*   A NIGHT IS NAMED BY ITS MORNING DATE.  A STEP STARTING AT OR
000220*   AFTER THE WINDOW-OPEN TIME BELONGS TO THE NEXT MORNING'S
000230*   NIGHT; ONE STARTING BEFORE IT BELONGS TO THAT MORNING'S.
000240*   THE WINDOW-OPEN TIME, DEADLINE AND WARNING MARGIN COME FROM
000250*   THE *STREAM* ENTRY OF THE SLA CONTROL FILE (DEFAULTS 1800,
000260*   0600 AND 30 MINUTES).  THE SYSIN CARD GIVES THE FIRST AND
000270*   LAST NIGHT (YYYYMMDD IN COLUMNS 1-8 AND 9-16); BLANK FIELDS
000272*   MEAN THE WHOLE LEDGER.  A KEYED NIGHT MUST BE A REAL DATE AND
000274*   THE FIRST NO LATER THAN THE LAST.  THE CARD MAY INSTEAD SAY
000276*   CURRENT MONTH OR CURRENT MONTH-NN, FOR THAT MONTH'S NIGHTS, OR
000278*   TODAY, PRIOR DAY OR PRIOR BUSINESS DAY FOR ONE NIGHT, WHICH
000280*   THE DATESVC DATE SERVICE RESOLVES AGAINST TODAY.  A CARD THAT
000282*   FAILS THESE EDITS ENDS THE STEP WITH RETURN CODE 16.
000290*----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*   DATE       INIT  DESCRIPTION
000320*   2026-10-15 CLB   ORIGINAL PROGRAM
000322*   2026-10-15 CLB   FLAG A STEP SKIPPED ON A NON-PROCESSING DAY
000324*                    WITHOUT COUNTING IT AS INCOMPLETE
000325*   2026-10-15 CLB   EDIT KEYED NIGHTS THROUGH THE DATE SERVICE,
000326*                    ACCEPT CURRENT MONTH[-NN] AND DAY CARDS, AND
000327*                    END RC 16 ON A BAD CARD
000330*================================================================
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. STEPSLA.
000360 AUTHOR. C. L. BRANNIGAN.
000370 INSTALLATION. DATA CENTER SERVICES.
000380 DATE-WRITTEN. 2026-10-15.
000390 DATE-COMPILED. 2026-10-15.
000400*================================================================
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS RN-CONTROL-KEY
000480         FILE STATUS IS BW-RUNCTL-STATUS.
000490
000500     SELECT STEP-SLA ASSIGN TO "SLACTL"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS SV-STEP-NAME
000540         FILE STATUS IS BW-SLACTL-STATUS.
000550
000560     SELECT SORT-WORK ASSIGN TO "SRTWK09".
000570
000580     SELECT SORTED-STEPS ASSIGN TO "SRTSLA"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS BW-SRTSLA-STATUS.
000610
000620     SELECT SYSIN-PARM-FILE ASSIGN TO "SYSIN"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS BW-SYSIN-STATUS.
000650
000660     SELECT REPORT-FILE ASSIGN TO "STEPSLAO"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS BW-REPORT-STATUS.
000690*================================================================
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  RUN-CONTROL.
000730     COPY runctl.
000740
000750 FD  STEP-SLA.
000760     COPY slactl.
000770
000780 SD  SORT-WORK.
000790 01  BS-RECORD.
000800     05  BS-STEP-NAME                PIC X(08).
000810     05  BS-NIGHT-DATE               PIC X(08).
000820     05  BS-NIGHT-MINUTE             PIC 9(04).
000830     05  BS-END-MINUTE               PIC 9(04).
000840     05  BS-ELAPSED                  PIC 9(04).
000850     05  BS-TIMED-SW                 PIC X(01).
000860     05  BS-RUN-DATE                 PIC X(08).
000870     05  BS-STATUS-CODE              PIC X(01).
000880     05  BS-START-TIME               PIC X(06).
000890     05  BS-END-TIME                 PIC X(06).
000900     05  BS-RETURN-CODE              PIC 9(03).
000910     05  BS-RERUN-CODE               PIC X(01).
000920
000930 FD  SORTED-STEPS.
000940 01  BT-RECORD.
000950     05  BT-STEP-NAME                PIC X(08).
000960     05  BT-NIGHT-DATE               PIC X(08).
000970     05  BT-NIGHT-MINUTE             PIC 9(04).
000980     05  BT-END-MINUTE               PIC 9(04).
000990     05  BT-ELAPSED                  PIC 9(04).
001000     05  BT-TIMED-SW                 PIC X(01).
001010         88  BT-TIMED                    VALUE "Y".
001020     05  BT-RUN-DATE                 PIC X(08).
001030     05  BT-STATUS-CODE              PIC X(01).
001040         88  BT-STEP-STARTED             VALUE "S".
001050         88  BT-STEP-COMPLETE            VALUE "C".
001052         88  BT-STEP-SKIPPED             VALUE "K".
001060     05  BT-START-TIME               PIC X(06).
001070     05  BT-END-TIME                 PIC X(06).
001080     05  BT-RETURN-CODE              PIC 9(03).
001090     05  BT-RERUN-CODE               PIC X(01).
001100         88  BT-RERUN-FORCED             VALUE "F".
001110         88  BT-RERUN-RESTART            VALUE "R".
001120
001130 FD  SYSIN-PARM-FILE.
001140 01  SYSIN-PARM-RECORD               PIC X(80).
001150
001160 FD  REPORT-FILE.
001170 01  BW-REPORT-LINE                  PIC X(80).
001180*================================================================
001190 WORKING-STORAGE SECTION.
001200 01  BW-RUNCTL-STATUS                PIC X(02).
001210     88  BW-RUNCTL-OK                    VALUE "00".
001220 01  BW-SLACTL-STATUS                PIC X(02).
001230     88  BW-SLACTL-OK                    VALUE "00".
001240 01  BW-SRTSLA-STATUS                PIC X(02).
001250     88  BW-SRTSLA-OK                    VALUE "00".
001260 01  BW-SYSIN-STATUS                 PIC X(02).
001270     88  BW-SYSIN-PRESENT                VALUE "00".
001280 01  BW-REPORT-STATUS                PIC X(02).
001290     88  BW-REPORT-OK                    VALUE "00".
001300
001310 01  BW-LEDGER-EOF-SW                PIC X(01)  VALUE "N".
001320     88  BW-LEDGER-EOF                   VALUE "Y"
001330         WHEN SET TO FALSE IS "N".
001340 01  BW-SORT-EOF-SW                  PIC X(01)  VALUE "N".
001350     88  BW-SORT-EOF                     VALUE "Y"
001360         WHEN SET TO FALSE IS "N".
001370 01  BW-SLA-OPEN-SW                  PIC X(01)  VALUE "N".
001380     88  BW-SLA-OPEN                     VALUE "Y"
001390         WHEN SET TO FALSE IS "N".
001400 01  BW-FIRST-FOUND-SW               PIC X(01)  VALUE "N".
001410     88  BW-FIRST-FOUND                  VALUE "Y"
001420         WHEN SET TO FALSE IS "N".
001422 01  BW-PARM-VALID-SW                PIC X(01)  VALUE "N".
001424     88  BW-PARM-VALID                   VALUE "Y"
001426         WHEN SET TO FALSE IS "N".
001430
001440 01  BW-PARM-CARD.
001450     05  BW-SEL-FROM-DATE            PIC X(08).
001460     05  BW-SEL-THRU-DATE            PIC X(08).
001470     05  FILLER                      PIC X(64).
001471 01  BW-RELATIVE-CARD REDEFINES BW-PARM-CARD.
001472     05  BW-REL-TEXT                 PIC X(20).
001473     05  FILLER                      PIC X(60).
001474
001475 01  BW-DATE-PARM.
001476     COPY datesvc.
001480
001490 01  BW-START-KEY-DATE               PIC X(08).
001500
001510 01  BW-WINDOW-OPEN                  PIC X(04)  VALUE "1800".
001520 01  BW-DEADLINE-TIME                PIC X(04)  VALUE "0600".
001530 01  BW-CLOCK-TIME.
001540     05  BW-CK-HOUR                  PIC 9(02).
001550     05  BW-CK-MINUTE                PIC 9(02).
001560 01  BW-LEDGER-TIME.
001570     05  BW-LT-HOUR                  PIC 9(02).
001580     05  BW-LT-MINUTE                PIC 9(02).
001590     05  BW-LT-SECOND                PIC 9(02).
001600 01  BW-OPEN-MINUTE                  PIC 9(04)  COMP VALUE ZERO.
001610 01  BW-DEADLINE-MINUTE              PIC 9(04)  COMP VALUE ZERO.
001620 01  BW-WARN-MINUTES                 PIC 9(04)  COMP VALUE 30.
001630 01  BW-START-MINUTE                 PIC 9(04)  COMP VALUE ZERO.
001640 01  BW-START-SECONDS                PIC 9(06)  COMP VALUE ZERO.
001650 01  BW-END-SECONDS                  PIC 9(06)  COMP VALUE ZERO.
001660
001670 01  BW-WORK-DATE.
001680     05  BW-WD-YEAR                  PIC 9(04).
001690     05  BW-WD-MONTH                 PIC 9(02).
001700     05  BW-WD-DAY                   PIC 9(02).
001710 01  BW-MONTH-DAYS                   PIC 9(02)  COMP VALUE ZERO.
001720 01  BW-QUOTIENT                     PIC 9(04)  COMP VALUE ZERO.
001730 01  BW-REMAINDER-4                  PIC 9(04)  COMP VALUE ZERO.
001740 01  BW-REMAINDER-100                PIC 9(04)  COMP VALUE ZERO.
001750 01  BW-REMAINDER-400                PIC 9(04)  COMP VALUE ZERO.
001760
001770 01  BW-FLAG-TEXT                    PIC X(30).
001780 01  BW-FLAG-POINTER                 PIC 9(02)  COMP VALUE 1.
001790 01  BW-RC-TEXT.
001800     05  FILLER                      PIC X(03)  VALUE "RC ".
001810     05  BW-RC-VALUE                 PIC 9(03).
001820     05  FILLER                      PIC X(01)  VALUE SPACE.
001830
001840 01  BW-STEP-GROUP.
001850     05  BW-GRP-STEP-NAME            PIC X(08).
001860     05  BW-GRP-THRESHOLD            PIC 9(04)  COMP.
001870     05  BW-GRP-NIGHTS               PIC 9(05)  COMP.
001880     05  BW-GRP-TIMED                PIC 9(05)  COMP.
001890     05  BW-GRP-TOTAL-MINUTES        PIC 9(07)  COMP.
001900     05  BW-GRP-MAX-MINUTES          PIC 9(04)  COMP.
001910     05  BW-GRP-OVER                 PIC 9(05)  COMP.
001920     05  BW-GRP-NON-ZERO             PIC 9(05)  COMP.
001930     05  BW-GRP-FORCED               PIC 9(05)  COMP.
001940     05  BW-GRP-RESTART              PIC 9(05)  COMP.
001950     05  BW-GRP-INCOMPLETE           PIC 9(05)  COMP.
001960 01  BW-AVERAGE                      PIC 9(04)  COMP VALUE ZERO.
001970
001980 01  BW-NIGHT-GROUP.
001990     05  BW-NT-NIGHT-DATE            PIC X(08).
002000     05  BW-NT-FIRST-MINUTE          PIC 9(04)  COMP.
002010     05  BW-NT-FIRST-DATE            PIC X(08).
002020     05  BW-NT-FIRST-TIME            PIC X(06).
002030     05  BW-NT-LAST-MINUTE           PIC 9(04)  COMP.
002040     05  BW-NT-LAST-TIME             PIC X(06).
002050     05  BW-NT-STEPS                 PIC 9(05)  COMP.
002060     05  BW-NT-INCOMPLETE            PIC 9(05)  COMP.
002070 01  BW-WINDOW-MINUTES               PIC 9(04)  COMP VALUE ZERO.
002080 01  BW-MARGIN                       PIC S9(05) COMP VALUE ZERO.
002090
002100 01  BW-STEP-COUNT                   PIC 9(05)  VALUE ZERO.
002110 01  BW-ENTRY-COUNT                  PIC 9(07)  VALUE ZERO.
002120 01  BW-NIGHT-COUNT                  PIC 9(05)  VALUE ZERO.
002130 01  BW-TIMED-NIGHTS                 PIC 9(05)  VALUE ZERO.
002140 01  BW-TOTAL-WINDOW                 PIC 9(07)  VALUE ZERO.
002150 01  BW-MAX-WINDOW                   PIC 9(04)  VALUE ZERO.
002160 01  BW-MISSED-COUNT                 PIC 9(05)  VALUE ZERO.
002170 01  BW-WARNING-COUNT                PIC 9(05)  VALUE ZERO.
002180 01  BW-LEAST-MARGIN                 PIC S9(05) VALUE ZERO.
002190
002200 01  BW-HEADING-1.
002210     05  FILLER                      PIC X(02)  VALUE SPACES.
002220     05  FILLER                      PIC X(36)
002230         VALUE "BATCH WINDOW AND STEP SLA HISTORY".
002240     05  FILLER                      PIC X(08)  VALUE "NIGHTS: ".
002250     05  BW-H-FROM-DATE              PIC X(08).
002260     05  FILLER                      PIC X(06)  VALUE " THRU ".
002270     05  BW-H-THRU-DATE              PIC X(08).
002280     05  FILLER                      PIC X(12)  VALUE SPACES.
002290
002291 01  BW-CARD-LINE.
002292     05  FILLER                      PIC X(02)  VALUE SPACES.
002293     05  FILLER                      PIC X(06)  VALUE "CARD: ".
002294     05  BW-K-PARM-TEXT              PIC X(20)  VALUE SPACES.
002295     05  FILLER                      PIC X(52)  VALUE SPACES.
002296
002300 01  BW-SLA-LINE.
002310     05  FILLER                      PIC X(02)  VALUE SPACES.
002320     05  FILLER                      PIC X(14)
002330         VALUE "WINDOW OPENS ".
002340     05  BW-S-WINDOW-OPEN            PIC X(04).
002350     05  FILLER                      PIC X(12)
002360         VALUE "  DEADLINE ".
002370     05  BW-S-DEADLINE               PIC X(04).
002380     05  FILLER                      PIC X(11)
002390         VALUE "  WARNING ".
002400     05  BW-S-WARN-MINUTES           PIC ZZZ9.
002410     05  FILLER                      PIC X(29)
002420         VALUE " MINUTES AHEAD".
002430
002440 01  BW-SECTION-LINE.
002450     05  FILLER                      PIC X(02)  VALUE SPACES.
002460     05  BW-X-TITLE                  PIC X(40).
002470     05  FILLER                      PIC X(38)  VALUE SPACES.
002480
002490 01  BW-STEP-HEADING.
002500     05  FILLER                      PIC X(02)  VALUE SPACES.
002510     05  FILLER                      PIC X(10)  VALUE "STEP".
002520     05  FILLER                      PIC X(10)  VALUE "NIGHT".
002530     05  FILLER                      PIC X(08)  VALUE "START".
002540     05  FILLER                      PIC X(08)  VALUE "END".
002550     05  FILLER                      PIC X(06)  VALUE "MINS".
002560     05  FILLER                      PIC X(06)  VALUE " SLA".
002570     05  FILLER                      PIC X(30)  VALUE "FLAGS".
002580
002590 01  BW-STEP-DETAIL.
002600     05  FILLER                      PIC X(02)  VALUE SPACES.
002610     05  BW-D-STEP-NAME              PIC X(08).
002620     05  FILLER                      PIC X(02)  VALUE SPACES.
002630     05  BW-D-NIGHT-DATE             PIC X(08).
002640     05  FILLER                      PIC X(02)  VALUE SPACES.
002650     05  BW-D-START-TIME             PIC X(06).
002660     05  FILLER                      PIC X(02)  VALUE SPACES.
002670     05  BW-D-END-TIME               PIC X(06).
002680     05  FILLER                      PIC X(02)  VALUE SPACES.
002690     05  BW-D-ELAPSED                PIC ZZZ9.
002700     05  FILLER                      PIC X(02)  VALUE SPACES.
002710     05  BW-D-THRESHOLD              PIC ZZZ9.
002720     05  FILLER                      PIC X(02)  VALUE SPACES.
002730     05  BW-D-FLAGS                  PIC X(30).
002740
002750 01  BW-STEP-TOTAL-1.
002760     05  FILLER                      PIC X(04)  VALUE SPACES.
002770     05  FILLER                      PIC X(07)  VALUE "NIGHTS ".
002780     05  BW-T-NIGHTS                 PIC ZZZ9.
002790     05  FILLER                      PIC X(10)
002800         VALUE "  AVG MIN ".
002810     05  BW-T-AVERAGE                PIC ZZZ9.
002820     05  FILLER                      PIC X(10)
002830         VALUE "  MAX MIN ".
002840     05  BW-T-MAXIMUM                PIC ZZZ9.
002850     05  FILLER                      PIC X(11)
002860         VALUE "  OVER SLA ".
002870     05  BW-T-OVER                   PIC ZZZ9.
002880     05  FILLER                      PIC X(22)  VALUE SPACES.
002890
002900 01  BW-STEP-TOTAL-2.
002910     05  FILLER                      PIC X(04)  VALUE SPACES.
002920     05  FILLER                      PIC X(09)  VALUE "NON-ZERO ".
002930     05  BW-T-NON-ZERO               PIC ZZZ9.
002940     05  FILLER                      PIC X(09)  VALUE "  FORCED ".
002950     05  BW-T-FORCED                 PIC ZZZ9.
002960     05  FILLER                      PIC X(12)
002970         VALUE "  RESTARTED ".
002980     05  BW-T-RESTART                PIC ZZZ9.
002990     05  FILLER                      PIC X(13)
003000         VALUE "  INCOMPLETE ".
003010     05  BW-T-INCOMPLETE             PIC ZZZ9.
003020     05  FILLER                      PIC X(17)  VALUE SPACES.
003030
003040 01  BW-NIGHT-HEADING.
003050     05  FILLER                      PIC X(02)  VALUE SPACES.
003060     05  FILLER                      PIC X(10)  VALUE "NIGHT".
003070     05  FILLER                      PIC X(10)  VALUE "FIRST ON".
003080     05  FILLER                      PIC X(08)  VALUE "START".
003090     05  FILLER                      PIC X(08)  VALUE "LAST END".
003100     05  FILLER                      PIC X(06)  VALUE "MINS".
003110     05  FILLER                      PIC X(08)  VALUE "MARGIN".
003120     05  FILLER                      PIC X(28)  VALUE "FLAGS".
003130
003140 01  BW-NIGHT-DETAIL.
003150     05  FILLER                      PIC X(02)  VALUE SPACES.
003160     05  BW-N-NIGHT-DATE             PIC X(08).
003170     05  FILLER                      PIC X(02)  VALUE SPACES.
003180     05  BW-N-FIRST-DATE             PIC X(08).
003190     05  FILLER                      PIC X(02)  VALUE SPACES.
003200     05  BW-N-FIRST-TIME             PIC X(06).
003210     05  FILLER                      PIC X(02)  VALUE SPACES.
003220     05  BW-N-LAST-TIME              PIC X(06).
003230     05  FILLER                      PIC X(02)  VALUE SPACES.
003240     05  BW-N-WINDOW                 PIC ZZZ9.
003250     05  FILLER                      PIC X(02)  VALUE SPACES.
003260     05  BW-N-MARGIN                 PIC -ZZZ9.
003270     05  FILLER                      PIC X(03)  VALUE SPACES.
003280     05  BW-N-FLAGS                  PIC X(28).
003290
003300 01  BW-COUNT-LINE.
003310     05  FILLER                      PIC X(02)  VALUE SPACES.
003320     05  BW-C-CAPTION                PIC X(24).
003330     05  BW-C-COUNT                  PIC -(6)9.
003340     05  FILLER                      PIC X(47)  VALUE SPACES.
003350
003360 01  BW-MESSAGE-LINE.
003370     05  FILLER                      PIC X(02)  VALUE SPACES.
003380     05  BW-M-MESSAGE                PIC X(40).
003390     05  FILLER                      PIC X(38)  VALUE SPACES.
003400*================================================================
003410 PROCEDURE DIVISION.
003420*----------------------------------------------------------------
003430 0000-MAINLINE.
003440     PERFORM 1000-INITIALIZE
003450         THRU 1000-EXIT.
003460     IF NOT BW-REPORT-OK
003470         GO TO 0000-TERMINATE
003480     END-IF.
003490     PERFORM 1500-READ-PARM-CARD
003500         THRU 1500-EXIT.
003502     IF NOT BW-PARM-VALID
003504         GO TO 0000-TERMINATE
003506     END-IF.
003510     PERFORM 1550-LOAD-STREAM-SLA
003520         THRU 1550-EXIT.
003530     SORT SORT-WORK
003540         ON ASCENDING KEY BS-STEP-NAME BS-NIGHT-DATE
003550                          BS-NIGHT-MINUTE
003560         INPUT PROCEDURE IS 1600-SELECT-STEPS
003570             THRU 1600-EXIT
003580         GIVING SORTED-STEPS.
003590     IF RETURN-CODE NOT = ZERO
003600         GO TO 0000-TERMINATE
003610     END-IF.
003620     PERFORM 2000-REPORT-STEPS
003630         THRU 2000-EXIT.
003640     SORT SORT-WORK
003650         ON ASCENDING KEY BS-NIGHT-DATE BS-NIGHT-MINUTE
003660         INPUT PROCEDURE IS 1600-SELECT-STEPS
003670             THRU 1600-EXIT
003680         GIVING SORTED-STEPS.
003690     IF RETURN-CODE NOT = ZERO
003700         GO TO 0000-TERMINATE
003710     END-IF.
003720     PERFORM 3000-REPORT-WINDOW
003730         THRU 3000-EXIT.
003740     PERFORM 8000-WRITE-TOTALS
003750         THRU 8000-EXIT.
003760 0000-TERMINATE.
003770     PERFORM 9999-END-OF-JOB
003780         THRU 9999-EXIT.
003790     STOP RUN.
003800*----------------------------------------------------------------
003810* 1000-INITIALIZE  -  OPEN THE REPORT FILE.
003820*----------------------------------------------------------------
003830 1000-INITIALIZE.
003840     MOVE ZERO TO RETURN-CODE.
003850     OPEN OUTPUT REPORT-FILE.
003860     IF NOT BW-REPORT-OK
003870         DISPLAY "REPORT FILE COULD NOT BE OPENED"
003880         MOVE 16 TO RETURN-CODE
003890     END-IF.
003900 1000-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------
003930* 1500-READ-PARM-CARD  -  READ THE NIGHT RANGE.  BLANK FIELDS
003932*                         MEAN THE WHOLE LEDGER.  A RELATIVE CARD
003934*                         IS RESOLVED FIRST.  THE LEDGER IS READ
003936*                         FROM THE DAY BEFORE THE FIRST NIGHT,
003938*                         WHERE ITS EVENING STEPS START.
003970*----------------------------------------------------------------
003980 1500-READ-PARM-CARD.
003990     MOVE SPACES TO BW-PARM-CARD.
003992     SET BW-PARM-VALID TO FALSE.
004000     OPEN INPUT SYSIN-PARM-FILE.
004010     IF BW-SYSIN-PRESENT
004020         READ SYSIN-PARM-FILE INTO BW-PARM-CARD
004030             AT END
004040                 CONTINUE
004050         END-READ
004060         CLOSE SYSIN-PARM-FILE
004070     END-IF.
004072     EVALUATE TRUE
004074         WHEN BW-PARM-CARD = SPACES
004076             MOVE "00000000" TO BW-SEL-FROM-DATE
004078             MOVE "99999999" TO BW-SEL-THRU-DATE
004080             SET BW-PARM-VALID TO TRUE
004082         WHEN BW-SEL-FROM-DATE IS NUMERIC
004084           OR BW-SEL-FROM-DATE = SPACES
004086             PERFORM 1510-EDIT-NIGHT-DATES
004088                 THRU 1510-EXIT
004090         WHEN OTHER
004092             PERFORM 1520-RESOLVE-NIGHT-CARD
004094                 THRU 1520-EXIT
004096     END-EVALUATE.
004098     IF NOT BW-PARM-VALID
004100         WRITE BW-REPORT-LINE FROM BW-MESSAGE-LINE
004102         MOVE 16 TO RETURN-CODE
004104         GO TO 1500-EXIT
004130     END-IF.
004140     MOVE LOW-VALUES TO BW-START-KEY-DATE.
004150     IF BW-SEL-FROM-DATE NOT = "00000000"
004160         MOVE BW-SEL-FROM-DATE TO BW-WORK-DATE
004170         PERFORM 7600-PRIOR-DATE
004180             THRU 7600-EXIT
004190         MOVE BW-WORK-DATE TO BW-START-KEY-DATE
004200     END-IF.
004210     MOVE BW-SEL-FROM-DATE TO BW-H-FROM-DATE.
004220     MOVE BW-SEL-THRU-DATE TO BW-H-THRU-DATE.
004230     WRITE BW-REPORT-LINE FROM BW-HEADING-1.
004231     IF BW-K-PARM-TEXT NOT = SPACES
004232         WRITE BW-REPORT-LINE FROM BW-CARD-LINE
004233     END-IF.
004234 1500-EXIT.
004235     EXIT.
004236*----------------------------------------------------------------
004237* 1510-EDIT-NIGHT-DATES  -  A NIGHT KEYED AS A DATE MUST BE A REAL
004238*                           CALENDAR DATE AND THE FIRST NIGHT NO
004239*                           LATER THAN THE LAST.  A BLANK FIELD
004240*                           LEAVES THAT END OF THE LEDGER OPEN.
004241*----------------------------------------------------------------
004242 1510-EDIT-NIGHT-DATES.
004243     IF BW-SEL-FROM-DATE = SPACES
004244         MOVE "00000000" TO BW-SEL-FROM-DATE
004245     ELSE
004246         MOVE SPACES TO BW-DATE-PARM
004247         SET DV-FUNC-DAY-CHECK TO TRUE
004248         MOVE BW-SEL-FROM-DATE TO DV-BASE-DATE
004249         CALL "DATESVC" USING BW-DATE-PARM
004250         IF DV-REPLY-INVALID
004251             MOVE "FIRST NIGHT IS NOT A VALID DATE"
004252                 TO BW-M-MESSAGE
004253             GO TO 1510-EXIT
004254         END-IF
004255     END-IF.
004256     IF BW-SEL-THRU-DATE = SPACES
004257         MOVE "99999999" TO BW-SEL-THRU-DATE
004258     ELSE
004259         MOVE SPACES TO BW-DATE-PARM
004260         SET DV-FUNC-DAY-CHECK TO TRUE
004261         MOVE BW-SEL-THRU-DATE TO DV-BASE-DATE
004262         CALL "DATESVC" USING BW-DATE-PARM
004263         IF DV-REPLY-INVALID
004264             MOVE "LAST NIGHT IS NOT A VALID DATE"
004265                 TO BW-M-MESSAGE
004266             GO TO 1510-EXIT
004267         END-IF
004268     END-IF.
004269     IF BW-SEL-FROM-DATE > BW-SEL-THRU-DATE
004270         MOVE "FIRST NIGHT IS AFTER THE LAST NIGHT"
004271             TO BW-M-MESSAGE
004272         GO TO 1510-EXIT
004273     END-IF.
004274     SET BW-PARM-VALID TO TRUE.
004275 1510-EXIT.
004276     EXIT.
004277*----------------------------------------------------------------
004278* 1520-RESOLVE-NIGHT-CARD  -  HAVE THE DATE SERVICE RESOLVE A
004279*                             RELATIVE CARD AGAINST TODAY TO ONE
004280*                             MONTH'S NIGHTS OR ONE NIGHT.
004281*----------------------------------------------------------------
004282 1520-RESOLVE-NIGHT-CARD.
004283     MOVE SPACES TO BW-DATE-PARM.
004284     SET DV-FUNC-RESOLVE TO TRUE.
004285     MOVE BW-REL-TEXT TO DV-PARM-TEXT.
004286     CALL "DATESVC" USING BW-DATE-PARM.
004287     IF DV-REPLY-ERROR
004288         MOVE "BUSINESS CALENDAR COULD NOT BE READ"
004289             TO BW-M-MESSAGE
004290         GO TO 1520-EXIT
004291     END-IF.
004292     IF NOT DV-REPLY-OK
004293         OR (NOT DV-FORM-DATE AND NOT DV-FORM-MONTH)
004294         MOVE "NIGHT RANGE CARD NOT RECOGNIZED"
004295             TO BW-M-MESSAGE
004296         GO TO 1520-EXIT
004297     END-IF.
004298     MOVE DV-DATE-1 TO BW-SEL-FROM-DATE.
004299     IF DV-FORM-MONTH
004300         MOVE DV-DATE-2 TO BW-SEL-THRU-DATE
004301     ELSE
004302         MOVE DV-DATE-1 TO BW-SEL-THRU-DATE
004303     END-IF.
004304     MOVE DV-PARM-TEXT TO BW-K-PARM-TEXT.
004305     SET BW-PARM-VALID TO TRUE.
004306 1520-EXIT.
004307     EXIT.
004308*----------------------------------------------------------------
004309* 1550-LOAD-STREAM-SLA  -  OPEN THE SLA CONTROL FILE AND TAKE THE
004310*                          WINDOW-OPEN TIME, DEADLINE AND WARNING
004311*                          MARGIN FROM ITS *STREAM* ENTRY.  AN
004312*                          OPEN TIME MUST FALL IN THE AFTERNOON
004313*                          OR EVENING AND THE DEADLINE BEFORE
004320*                          NOON; ANYTHING ELSE KEEPS THE DEFAULT.
004330*----------------------------------------------------------------
004340 1550-LOAD-STREAM-SLA.
004350     OPEN INPUT STEP-SLA.
004360     IF BW-SLACTL-OK
004370         SET BW-SLA-OPEN TO TRUE
004380         MOVE "*STREAM*" TO SV-STEP-NAME
004390         READ STEP-SLA
004400             INVALID KEY
004410                 MOVE SPACES TO STEP-SLA-RECORD
004420         END-READ
004430     ELSE
004440         MOVE SPACES TO STEP-SLA-RECORD
004450         MOVE "SLA CONTROL FILE MISSING - NO STEP SLAS"
004460             TO BW-M-MESSAGE
004470         WRITE BW-REPORT-LINE FROM BW-MESSAGE-LINE
004480     END-IF.
004490     IF SV-WINDOW-OPEN IS NUMERIC
004500         AND SV-WINDOW-OPEN NOT < "1200"
004510         AND SV-WINDOW-OPEN < "2400"
004520         MOVE SV-WINDOW-OPEN TO BW-WINDOW-OPEN
004530     END-IF.
004540     IF SV-DEADLINE-TIME IS NUMERIC
004550         AND SV-DEADLINE-TIME < "1200"
004560         MOVE SV-DEADLINE-TIME TO BW-DEADLINE-TIME
004570     END-IF.
004580     IF SV-THRESHOLD-MINUTES IS NUMERIC
004590         AND SV-THRESHOLD-MINUTES > ZERO
004600         MOVE SV-THRESHOLD-MINUTES TO BW-WARN-MINUTES
004610     END-IF.
004620     MOVE BW-WINDOW-OPEN TO BW-CLOCK-TIME.
004630     COMPUTE BW-OPEN-MINUTE = BW-CK-HOUR * 60 + BW-CK-MINUTE.
004640     MOVE BW-DEADLINE-TIME TO BW-CLOCK-TIME.
004650     COMPUTE BW-DEADLINE-MINUTE =
004660         BW-CK-HOUR * 60 + BW-CK-MINUTE + 1440 - BW-OPEN-MINUTE.
004670     MOVE BW-WINDOW-OPEN TO BW-S-WINDOW-OPEN.
004680     MOVE BW-DEADLINE-TIME TO BW-S-DEADLINE.
004690     MOVE BW-WARN-MINUTES TO BW-S-WARN-MINUTES.
004700     WRITE BW-REPORT-LINE FROM BW-SLA-LINE.
004710 1550-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740* 1600-SELECT-STEPS  -  SORT INPUT PROCEDURE.  RELEASE EVERY
004750*                       LEDGER ENTRY WHOSE NIGHT FALLS IN THE
004760*                       RANGE, TIMED AGAINST THE WINDOW OPENING.
004770*----------------------------------------------------------------
004780 1600-SELECT-STEPS.
004790     SET BW-LEDGER-EOF TO FALSE.
004800     OPEN INPUT RUN-CONTROL.
004810     IF NOT BW-RUNCTL-OK
004820         MOVE "RUN-CONTROL LEDGER COULD NOT BE OPENED"
004830             TO BW-M-MESSAGE
004840         WRITE BW-REPORT-LINE FROM BW-MESSAGE-LINE
004850         MOVE 16 TO RETURN-CODE
004860         GO TO 1600-EXIT
004870     END-IF.
004880     MOVE BW-START-KEY-DATE TO RN-RUN-DATE.
004890     MOVE LOW-VALUES TO RN-STEP-NAME.
004900     START RUN-CONTROL KEY NOT < RN-CONTROL-KEY
004910         INVALID KEY
004920             SET BW-LEDGER-EOF TO TRUE
004930     END-START.
004940     PERFORM 1700-READ-LEDGER
004950         THRU 1700-EXIT.
004960     PERFORM 1750-RELEASE-STEP
004970         THRU 1750-EXIT
004980         UNTIL BW-LEDGER-EOF.
004990     CLOSE RUN-CONTROL.
005000 1600-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030* 1700-READ-LEDGER  -  READ THE NEXT LEDGER ENTRY, STOPPING PAST
005040*                      THE LAST NIGHT OF THE RANGE.
005050*----------------------------------------------------------------
005060 1700-READ-LEDGER.
005070     IF BW-LEDGER-EOF
005080         GO TO 1700-EXIT
005090     END-IF.
005100     READ RUN-CONTROL NEXT RECORD
005110         AT END
005120             SET BW-LEDGER-EOF TO TRUE
005130     END-READ.
005140     IF NOT BW-LEDGER-EOF AND RN-RUN-DATE > BW-SEL-THRU-DATE
005150         SET BW-LEDGER-EOF TO TRUE
005160     END-IF.
005170 1700-EXIT.
005180     EXIT.
005190*----------------------------------------------------------------
005200* 1750-RELEASE-STEP  -  TIME ONE LEDGER ENTRY AND RELEASE IT WHEN
005210*                       ITS NIGHT IS IN THE RANGE.
005220*----------------------------------------------------------------
005230 1750-RELEASE-STEP.
005240     PERFORM 1800-TIME-STEP
005250         THRU 1800-EXIT.
005260     IF BS-NIGHT-DATE NOT < BW-SEL-FROM-DATE
005270         AND BS-NIGHT-DATE NOT > BW-SEL-THRU-DATE
005280         RELEASE BS-RECORD
005290     END-IF.
005300     PERFORM 1700-READ-LEDGER
005310         THRU 1700-EXIT.
005320 1750-EXIT.
005330     EXIT.
005340*----------------------------------------------------------------
005350* 1800-TIME-STEP  -  BUILD THE SORT RECORD FOR ONE LEDGER ENTRY.
005360*                    THE NIGHT MINUTE COUNTS FROM THE WINDOW
005370*                    OPENING; A COMPLETED STEP WHOSE END TIME IS
005380*                    EARLIER THAN ITS START RAN PAST MIDNIGHT.
005390*----------------------------------------------------------------
005400 1800-TIME-STEP.
005410     MOVE RN-STEP-NAME TO BS-STEP-NAME.
005420     MOVE RN-RUN-DATE TO BS-RUN-DATE.
005430     MOVE RN-RUN-DATE TO BS-NIGHT-DATE.
005440     MOVE RN-STATUS-CODE TO BS-STATUS-CODE.
005450     MOVE RN-START-TIME TO BS-START-TIME.
005460     MOVE RN-END-TIME TO BS-END-TIME.
005470     MOVE RN-RETURN-CODE TO BS-RETURN-CODE.
005480     MOVE RN-RERUN-CODE TO BS-RERUN-CODE.
005490     MOVE ZERO TO BS-NIGHT-MINUTE.
005500     MOVE ZERO TO BS-END-MINUTE.
005510     MOVE ZERO TO BS-ELAPSED.
005520     MOVE "N" TO BS-TIMED-SW.
005530     IF RN-START-TIME IS NOT NUMERIC
005540         GO TO 1800-EXIT
005550     END-IF.
005560     MOVE RN-START-TIME TO BW-LEDGER-TIME.
005570     COMPUTE BW-START-MINUTE = BW-LT-HOUR * 60 + BW-LT-MINUTE.
005580     COMPUTE BW-START-SECONDS =
005590         BW-START-MINUTE * 60 + BW-LT-SECOND.
005600     IF BW-START-MINUTE NOT < BW-OPEN-MINUTE
005610         MOVE RN-RUN-DATE TO BW-WORK-DATE
005620         PERFORM 7500-NEXT-DATE
005630             THRU 7500-EXIT
005640         MOVE BW-WORK-DATE TO BS-NIGHT-DATE
005650         COMPUTE BS-NIGHT-MINUTE =
005660             BW-START-MINUTE - BW-OPEN-MINUTE
005670     ELSE
005680         COMPUTE BS-NIGHT-MINUTE =
005690             BW-START-MINUTE + 1440 - BW-OPEN-MINUTE
005700     END-IF.
005710     IF NOT RN-STEP-COMPLETE
005720         OR RN-END-TIME IS NOT NUMERIC
005730         GO TO 1800-EXIT
005740     END-IF.
005750     MOVE RN-END-TIME TO BW-LEDGER-TIME.
005760     COMPUTE BW-END-SECONDS =
005770         BW-LT-HOUR * 3600 + BW-LT-MINUTE * 60 + BW-LT-SECOND.
005780     IF BW-END-SECONDS < BW-START-SECONDS
005790         ADD 86400 TO BW-END-SECONDS
005800     END-IF.
005810     COMPUTE BS-ELAPSED ROUNDED =
005820         (BW-END-SECONDS - BW-START-SECONDS) / 60.
005830     COMPUTE BS-END-MINUTE = BS-NIGHT-MINUTE + BS-ELAPSED.
005840     MOVE "Y" TO BS-TIMED-SW.
005850 1800-EXIT.
005860     EXIT.
005870*----------------------------------------------------------------
005880* 2000-REPORT-STEPS  -  PRINT THE STEP SECTION FROM THE LEDGER
005890*                       ENTRIES SORTED BY STEP AND NIGHT.
005900*----------------------------------------------------------------
005910 2000-REPORT-STEPS.
005920     OPEN INPUT SORTED-STEPS.
005930     IF NOT BW-SRTSLA-OK
005940         MOVE "SORTED LEDGER FILE COULD NOT BE OPENED"
005950             TO BW-M-MESSAGE
005960         WRITE BW-REPORT-LINE FROM BW-MESSAGE-LINE
005970         MOVE 16 TO RETURN-CODE
005980         GO TO 2000-EXIT
005990     END-IF.
006000     MOVE "STEP RUN TIMES BY NIGHT" TO BW-X-TITLE.
006010     WRITE BW-REPORT-LINE FROM BW-SECTION-LINE.
006020     WRITE BW-REPORT-LINE FROM BW-STEP-HEADING.
006030     SET BW-SORT-EOF TO FALSE.
006040     PERFORM 2100-READ-SORTED
006050         THRU 2100-EXIT.
006060     PERFORM 2200-STEP-GROUP
006070         THRU 2200-EXIT
006080         UNTIL BW-SORT-EOF.
006090     CLOSE SORTED-STEPS.
006100     IF BW-STEP-COUNT = ZERO
006110         MOVE "NO LEDGER ENTRIES FOR THE NIGHTS CHOSEN"
006120             TO BW-M-MESSAGE
006130         WRITE BW-REPORT-LINE FROM BW-MESSAGE-LINE
006140     END-IF.
006150 2000-EXIT.
006160     EXIT.
006170*----------------------------------------------------------------
006180* 2100-READ-SORTED  -  READ ONE SORTED LEDGER ENTRY.
006190*----------------------------------------------------------------
006200 2100-READ-SORTED.
006210     READ SORTED-STEPS
006220         AT END
006230             SET BW-SORT-EOF TO TRUE
006240     END-READ.
006250 2100-EXIT.
006260     EXIT.
006270*----------------------------------------------------------------
006280* 2200-STEP-GROUP  -  PRINT ONE STEP'S NIGHTS AND ITS SUMMARY.
006290*----------------------------------------------------------------
006300 2200-STEP-GROUP.
006310     INITIALIZE BW-STEP-GROUP.
006320     MOVE BT-STEP-NAME TO BW-GRP-STEP-NAME.
006330     ADD 1 TO BW-STEP-COUNT.
006340     PERFORM 2250-READ-STEP-SLA
006350         THRU 2250-EXIT.
006360     PERFORM 2300-PRINT-NIGHT
006370         THRU 2300-EXIT
006380         UNTIL BW-SORT-EOF
006390            OR BT-STEP-NAME NOT = BW-GRP-STEP-NAME.
006400     PERFORM 2400-PRINT-STEP-TOTALS
006410         THRU 2400-EXIT.
006420 2200-EXIT.
006430     EXIT.
006440*----------------------------------------------------------------
006450* 2250-READ-STEP-SLA  -  PICK UP THE STEP'S ELAPSED THRESHOLD.
006460*                        NO ENTRY MEANS NO SLA.
006470*----------------------------------------------------------------
006480 2250-READ-STEP-SLA.
006490     MOVE ZERO TO BW-GRP-THRESHOLD.
006500     IF NOT BW-SLA-OPEN
006510         GO TO 2250-EXIT
006520     END-IF.
006530     MOVE BW-GRP-STEP-NAME TO SV-STEP-NAME.
006540     READ STEP-SLA
006550         INVALID KEY
006560             GO TO 2250-EXIT
006570     END-READ.
006580     IF SV-THRESHOLD-MINUTES IS NUMERIC
006590         MOVE SV-THRESHOLD-MINUTES TO BW-GRP-THRESHOLD
006600     END-IF.
006610 2250-EXIT.
006620     EXIT.
006630*----------------------------------------------------------------
006640* 2300-PRINT-NIGHT  -  PRINT ONE NIGHT'S RUN OF THE STEP WITH ITS
006650*                      FLAGS AND ADD IT TO THE STEP TOTALS.
006660*----------------------------------------------------------------
006670 2300-PRINT-NIGHT.
006680     MOVE SPACES TO BW-STEP-DETAIL.
006690     MOVE SPACES TO BW-FLAG-TEXT.
006700     MOVE 1 TO BW-FLAG-POINTER.
006710     MOVE BT-STEP-NAME TO BW-D-STEP-NAME.
006720     MOVE BT-NIGHT-DATE TO BW-D-NIGHT-DATE.
006730     MOVE BT-START-TIME TO BW-D-START-TIME.
006740     MOVE BT-END-TIME TO BW-D-END-TIME.
006750     IF BW-GRP-THRESHOLD > ZERO
006760         MOVE BW-GRP-THRESHOLD TO BW-D-THRESHOLD
006770     END-IF.
006780     ADD 1 TO BW-GRP-NIGHTS.
006790     ADD 1 TO BW-ENTRY-COUNT.
006800     IF BT-TIMED
006810         MOVE BT-ELAPSED TO BW-D-ELAPSED
006820         ADD 1 TO BW-GRP-TIMED
006830         ADD BT-ELAPSED TO BW-GRP-TOTAL-MINUTES
006840         IF BT-ELAPSED > BW-GRP-MAX-MINUTES
006850             MOVE BT-ELAPSED TO BW-GRP-MAX-MINUTES
006860         END-IF
006870         IF BW-GRP-THRESHOLD > ZERO
006880             AND BT-ELAPSED > BW-GRP-THRESHOLD
006890             ADD 1 TO BW-GRP-OVER
006900             STRING "OVER SLA " DELIMITED BY SIZE
006910                 INTO BW-FLAG-TEXT
006920                 WITH POINTER BW-FLAG-POINTER
006930         END-IF
006940     END-IF.
006942     IF BT-STEP-SKIPPED
006944         STRING "SKIPPED " DELIMITED BY SIZE
006946             INTO BW-FLAG-TEXT
006948             WITH POINTER BW-FLAG-POINTER
006950     END-IF.
006952     IF NOT BT-STEP-COMPLETE
006954         AND NOT BT-STEP-SKIPPED
006960         ADD 1 TO BW-GRP-INCOMPLETE
006970         STRING "NOT COMPLETED " DELIMITED BY SIZE
006980             INTO BW-FLAG-TEXT
006990             WITH POINTER BW-FLAG-POINTER
007000     ELSE
007010         IF BT-RETURN-CODE NOT = ZERO
007020             ADD 1 TO BW-GRP-NON-ZERO
007030             MOVE BT-RETURN-CODE TO BW-RC-VALUE
007040             STRING BW-RC-TEXT DELIMITED BY SIZE
007050                 INTO BW-FLAG-TEXT
007060                 WITH POINTER BW-FLAG-POINTER
007070         END-IF
007080     END-IF.
007090     IF BT-RERUN-FORCED
007100         ADD 1 TO BW-GRP-FORCED
007110         STRING "FORCED " DELIMITED BY SIZE
007120             INTO BW-FLAG-TEXT
007130             WITH POINTER BW-FLAG-POINTER
007140     END-IF.
007150     IF BT-RERUN-RESTART
007160         ADD 1 TO BW-GRP-RESTART
007170         STRING "RESTARTED " DELIMITED BY SIZE
007180             INTO BW-FLAG-TEXT
007190             WITH POINTER BW-FLAG-POINTER
007200     END-IF.
007210     MOVE BW-FLAG-TEXT TO BW-D-FLAGS.
007220     WRITE BW-REPORT-LINE FROM BW-STEP-DETAIL.
007230     PERFORM 2100-READ-SORTED
007240         THRU 2100-EXIT.
007250 2300-EXIT.
007260     EXIT.
007270*----------------------------------------------------------------
007280* 2400-PRINT-STEP-TOTALS  -  PRINT THE STEP'S NIGHT COUNT,
007290*                            AVERAGE AND MAXIMUM MINUTES, NIGHTS
007300*                            OVER SLA AND FLAG COUNTS.
007310*----------------------------------------------------------------
007320 2400-PRINT-STEP-TOTALS.
007330     MOVE ZERO TO BW-AVERAGE.
007340     IF BW-GRP-TIMED > ZERO
007350         COMPUTE BW-AVERAGE ROUNDED =
007360             BW-GRP-TOTAL-MINUTES / BW-GRP-TIMED
007370     END-IF.
007380     MOVE BW-GRP-NIGHTS TO BW-T-NIGHTS.
007390     MOVE BW-AVERAGE TO BW-T-AVERAGE.
007400     MOVE BW-GRP-MAX-MINUTES TO BW-T-MAXIMUM.
007410     MOVE BW-GRP-OVER TO BW-T-OVER.
007420     WRITE BW-REPORT-LINE FROM BW-STEP-TOTAL-1.
007430     MOVE BW-GRP-NON-ZERO TO BW-T-NON-ZERO.
007440     MOVE BW-GRP-FORCED TO BW-T-FORCED.
007450     MOVE BW-GRP-RESTART TO BW-T-RESTART.
007460     MOVE BW-GRP-INCOMPLETE TO BW-T-INCOMPLETE.
007470     WRITE BW-REPORT-LINE FROM BW-STEP-TOTAL-2.
007480 2400-EXIT.
007490     EXIT.
007500*----------------------------------------------------------------
007510* 3000-REPORT-WINDOW  -  PRINT THE STREAM WINDOW SECTION FROM THE
007520*                        LEDGER ENTRIES SORTED BY NIGHT AND START.
007530*----------------------------------------------------------------
007540 3000-REPORT-WINDOW.
007550     OPEN INPUT SORTED-STEPS.
007560     IF NOT BW-SRTSLA-OK
007570         MOVE "SORTED LEDGER FILE COULD NOT BE OPENED"
007580             TO BW-M-MESSAGE
007590         WRITE BW-REPORT-LINE FROM BW-MESSAGE-LINE
007600         MOVE 16 TO RETURN-CODE
007610         GO TO 3000-EXIT
007620     END-IF.
007630     MOVE "STREAM WINDOW BY NIGHT" TO BW-X-TITLE.
007640     WRITE BW-REPORT-LINE FROM BW-SECTION-LINE.
007650     WRITE BW-REPORT-LINE FROM BW-NIGHT-HEADING.
007660     SET BW-SORT-EOF TO FALSE.
007670     PERFORM 2100-READ-SORTED
007680         THRU 2100-EXIT.
007690     PERFORM 3100-NIGHT-GROUP
007700         THRU 3100-EXIT
007710         UNTIL BW-SORT-EOF.
007720     CLOSE SORTED-STEPS.
007730 3000-EXIT.
007740     EXIT.
007750*----------------------------------------------------------------
007760* 3100-NIGHT-GROUP  -  COLLECT ONE NIGHT'S FIRST START AND LAST
007770*                      END AND PRINT ITS WINDOW.
007780*----------------------------------------------------------------
007790 3100-NIGHT-GROUP.
007800     INITIALIZE BW-NIGHT-GROUP.
007810     MOVE BT-NIGHT-DATE TO BW-NT-NIGHT-DATE.
007820     SET BW-FIRST-FOUND TO FALSE.
007830     PERFORM 3200-ABSORB-STEP
007840         THRU 3200-EXIT
007850         UNTIL BW-SORT-EOF
007860            OR BT-NIGHT-DATE NOT = BW-NT-NIGHT-DATE.
007870     PERFORM 3300-PRINT-WINDOW
007880         THRU 3300-EXIT.
007890 3100-EXIT.
007900     EXIT.
007910*----------------------------------------------------------------
007920* 3200-ABSORB-STEP  -  TAKE ONE STEP INTO THE NIGHT.  THE SORT
007930*                      ORDER MAKES THE FIRST STARTED ENTRY THE
007940*                      EARLIEST START.
007950*----------------------------------------------------------------
007960 3200-ABSORB-STEP.
007970     ADD 1 TO BW-NT-STEPS.
007980     IF NOT BT-STEP-COMPLETE
007982         AND NOT BT-STEP-SKIPPED
007990         ADD 1 TO BW-NT-INCOMPLETE
008000     END-IF.
008010     IF NOT BW-FIRST-FOUND
008020         AND BT-START-TIME IS NUMERIC
008030         SET BW-FIRST-FOUND TO TRUE
008040         MOVE BT-NIGHT-MINUTE TO BW-NT-FIRST-MINUTE
008050         MOVE BT-RUN-DATE TO BW-NT-FIRST-DATE
008060         MOVE BT-START-TIME TO BW-NT-FIRST-TIME
008070     END-IF.
008080     IF BT-TIMED
008090         AND BT-END-MINUTE > BW-NT-LAST-MINUTE
008100         MOVE BT-END-MINUTE TO BW-NT-LAST-MINUTE
008110         MOVE BT-END-TIME TO BW-NT-LAST-TIME
008120     END-IF.
008130     PERFORM 2100-READ-SORTED
008140         THRU 2100-EXIT.
008150 3200-EXIT.
008160     EXIT.
008170*----------------------------------------------------------------
008180* 3300-PRINT-WINDOW  -  PRINT THE NIGHT'S WINDOW AND THE MARGIN
008190*                       LEFT BEFORE THE DEADLINE, FLAGGING A
008200*                       MISSED DEADLINE, A NIGHT INSIDE THE
008210*                       WARNING MARGIN AND UNFINISHED STEPS.
008220*----------------------------------------------------------------
008230 3300-PRINT-WINDOW.
008240     MOVE SPACES TO BW-NIGHT-DETAIL.
008250     MOVE SPACES TO BW-FLAG-TEXT.
008260     MOVE 1 TO BW-FLAG-POINTER.
008270     ADD 1 TO BW-NIGHT-COUNT.
008280     MOVE BW-NT-NIGHT-DATE TO BW-N-NIGHT-DATE.
008290     MOVE BW-NT-FIRST-DATE TO BW-N-FIRST-DATE.
008300     MOVE BW-NT-FIRST-TIME TO BW-N-FIRST-TIME.
008310     MOVE BW-NT-LAST-TIME TO BW-N-LAST-TIME.
008320     IF BW-FIRST-FOUND
008330         AND BW-NT-LAST-MINUTE > ZERO
008340         PERFORM 3400-MEASURE-WINDOW
008350             THRU 3400-EXIT
008360     END-IF.
008370     IF BW-NT-INCOMPLETE > ZERO
008380         STRING "STEPS NOT COMPLETED " DELIMITED BY SIZE
008390             INTO BW-FLAG-TEXT
008400             WITH POINTER BW-FLAG-POINTER
008410     END-IF.
008420     MOVE BW-FLAG-TEXT TO BW-N-FLAGS.
008430     WRITE BW-REPORT-LINE FROM BW-NIGHT-DETAIL.
008440 3300-EXIT.
008450     EXIT.
008460*----------------------------------------------------------------
008470* 3400-MEASURE-WINDOW  -  WORK OUT THE NIGHT'S WINDOW MINUTES AND
008480*                         DEADLINE MARGIN AND ADD THEM TO THE
008490*                         STREAM TOTALS.
008500*----------------------------------------------------------------
008510 3400-MEASURE-WINDOW.
008520     COMPUTE BW-WINDOW-MINUTES =
008530         BW-NT-LAST-MINUTE - BW-NT-FIRST-MINUTE.
008540     COMPUTE BW-MARGIN =
008550         BW-DEADLINE-MINUTE - BW-NT-LAST-MINUTE.
008560     MOVE BW-WINDOW-MINUTES TO BW-N-WINDOW.
008570     MOVE BW-MARGIN TO BW-N-MARGIN.
008580     ADD 1 TO BW-TIMED-NIGHTS.
008590     ADD BW-WINDOW-MINUTES TO BW-TOTAL-WINDOW.
008600     IF BW-WINDOW-MINUTES > BW-MAX-WINDOW
008610         MOVE BW-WINDOW-MINUTES TO BW-MAX-WINDOW
008620     END-IF.
008630     IF BW-TIMED-NIGHTS = 1
008640         OR BW-MARGIN < BW-LEAST-MARGIN
008650         MOVE BW-MARGIN TO BW-LEAST-MARGIN
008660     END-IF.
008670     IF BW-MARGIN < ZERO
008680         ADD 1 TO BW-MISSED-COUNT
008690         STRING "MISSED DEADLINE " DELIMITED BY SIZE
008700             INTO BW-FLAG-TEXT
008710             WITH POINTER BW-FLAG-POINTER
008720     ELSE
008730         IF BW-MARGIN < BW-WARN-MINUTES
008740             ADD 1 TO BW-WARNING-COUNT
008750             STRING "WARNING " DELIMITED BY SIZE
008760                 INTO BW-FLAG-TEXT
008770                 WITH POINTER BW-FLAG-POINTER
008780         END-IF
008790     END-IF.
008800 3400-EXIT.
008810     EXIT.
008820*----------------------------------------------------------------
008830* 7500-NEXT-DATE  -  ADVANCE BW-WORK-DATE BY ONE DAY.
008840*----------------------------------------------------------------
008850 7500-NEXT-DATE.
008860     PERFORM 7550-MONTH-LENGTH
008870         THRU 7550-EXIT.
008880     ADD 1 TO BW-WD-DAY.
008890     IF BW-WD-DAY > BW-MONTH-DAYS
008900         MOVE 1 TO BW-WD-DAY
008910         ADD 1 TO BW-WD-MONTH
008920         IF BW-WD-MONTH > 12
008930             MOVE 1 TO BW-WD-MONTH
008940             ADD 1 TO BW-WD-YEAR
008950         END-IF
008960     END-IF.
008970 7500-EXIT.
008980     EXIT.
008990*----------------------------------------------------------------
009000* 7550-MONTH-LENGTH  -  SET THE NUMBER OF DAYS IN THE MONTH OF
009010*                       BW-WORK-DATE, ALLOWING FOR LEAP YEARS.
009020*----------------------------------------------------------------
009030 7550-MONTH-LENGTH.
009040     EVALUATE BW-WD-MONTH
009050         WHEN 04
009060         WHEN 06
009070         WHEN 09
009080         WHEN 11
009090             MOVE 30 TO BW-MONTH-DAYS
009100         WHEN 02
009110             DIVIDE BW-WD-YEAR BY 4 GIVING BW-QUOTIENT
009120                 REMAINDER BW-REMAINDER-4
009130             DIVIDE BW-WD-YEAR BY 100 GIVING BW-QUOTIENT
009140                 REMAINDER BW-REMAINDER-100
009150             DIVIDE BW-WD-YEAR BY 400 GIVING BW-QUOTIENT
009160                 REMAINDER BW-REMAINDER-400
009170             IF BW-REMAINDER-400 = ZERO
009180                 OR (BW-REMAINDER-4 = ZERO
009190                     AND BW-REMAINDER-100 NOT = ZERO)
009200                 MOVE 29 TO BW-MONTH-DAYS
009210             ELSE
009220                 MOVE 28 TO BW-MONTH-DAYS
009230             END-IF
009240         WHEN OTHER
009250             MOVE 31 TO BW-MONTH-DAYS
009260     END-EVALUATE.
009270 7550-EXIT.
009280     EXIT.
009290*----------------------------------------------------------------
009300* 7600-PRIOR-DATE  -  STEP BW-WORK-DATE BACK ONE DAY.
009310*----------------------------------------------------------------
009320 7600-PRIOR-DATE.
009330     IF BW-WD-DAY > 1
009340         SUBTRACT 1 FROM BW-WD-DAY
009350         GO TO 7600-EXIT
009360     END-IF.
009370     IF BW-WD-MONTH > 1
009380         SUBTRACT 1 FROM BW-WD-MONTH
009390     ELSE
009400         MOVE 12 TO BW-WD-MONTH
009410         SUBTRACT 1 FROM BW-WD-YEAR
009420     END-IF.
009430     PERFORM 7550-MONTH-LENGTH
009440         THRU 7550-EXIT.
009450     MOVE BW-MONTH-DAYS TO BW-WD-DAY.
009460 7600-EXIT.
009470     EXIT.
009480*----------------------------------------------------------------
009490* 8000-WRITE-TOTALS  -  PRINT THE STREAM TOTALS.
009500*----------------------------------------------------------------
009510 8000-WRITE-TOTALS.
009520     MOVE "STREAM TOTALS" TO BW-X-TITLE.
009530     WRITE BW-REPORT-LINE FROM BW-SECTION-LINE.
009540     MOVE "STEPS REPORTED" TO BW-C-CAPTION.
009550     MOVE BW-STEP-COUNT TO BW-C-COUNT.
009560     WRITE BW-REPORT-LINE FROM BW-COUNT-LINE.
009570     MOVE "STEP RUNS REPORTED" TO BW-C-CAPTION.
009580     MOVE BW-ENTRY-COUNT TO BW-C-COUNT.
009590     WRITE BW-REPORT-LINE FROM BW-COUNT-LINE.
009600     MOVE "NIGHTS REPORTED" TO BW-C-CAPTION.
009610     MOVE BW-NIGHT-COUNT TO BW-C-COUNT.
009620     WRITE BW-REPORT-LINE FROM BW-COUNT-LINE.
009630     MOVE ZERO TO BW-AVERAGE.
009640     IF BW-TIMED-NIGHTS > ZERO
009650         COMPUTE BW-AVERAGE ROUNDED =
009660             BW-TOTAL-WINDOW / BW-TIMED-NIGHTS
009670     END-IF.
009680     MOVE "AVERAGE WINDOW MINUTES" TO BW-C-CAPTION.
009690     MOVE BW-AVERAGE TO BW-C-COUNT.
009700     WRITE BW-REPORT-LINE FROM BW-COUNT-LINE.
009710     MOVE "LONGEST WINDOW MINUTES" TO BW-C-CAPTION.
009720     MOVE BW-MAX-WINDOW TO BW-C-COUNT.
009730     WRITE BW-REPORT-LINE FROM BW-COUNT-LINE.
009740     MOVE "LEAST DEADLINE MARGIN" TO BW-C-CAPTION.
009750     MOVE BW-LEAST-MARGIN TO BW-C-COUNT.
009760     WRITE BW-REPORT-LINE FROM BW-COUNT-LINE.
009770     MOVE "NIGHTS INSIDE WARNING" TO BW-C-CAPTION.
009780     MOVE BW-WARNING-COUNT TO BW-C-COUNT.
009790     WRITE BW-REPORT-LINE FROM BW-COUNT-LINE.
009800     MOVE "NIGHTS DEADLINE MISSED" TO BW-C-CAPTION.
009810     MOVE BW-MISSED-COUNT TO BW-C-COUNT.
009820     WRITE BW-REPORT-LINE FROM BW-COUNT-LINE.
009830 8000-EXIT.
009840     EXIT.
009850*----------------------------------------------------------------
009860* 9999-END-OF-JOB  -  CLOSE THE SLA CONTROL AND REPORT FILES AND
009870*                     TERMINATE.
009880*----------------------------------------------------------------
009890 9999-END-OF-JOB.
009900     IF BW-SLA-OPEN
009910         CLOSE STEP-SLA
009920     END-IF.
009930     IF BW-REPORT-OK
009940         CLOSE REPORT-FILE
009950     END-IF.
009960 9999-EXIT.
009970     EXIT.
