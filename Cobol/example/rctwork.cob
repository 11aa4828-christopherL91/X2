000010*================================================================
000020* PROGRAM-ID. RCTWORK
000030*----------------------------------------------------------------
000040* AUTHOR.        C. L. BRANNIGAN
000050* INSTALLATION.  DATA CENTER SERVICES
000060* DATE-WRITTEN.  2026-10-15.
000070* DATE-COMPILED. 2026-10-15.
000080*----------------------------------------------------------------
000090* DESCRIPTION.
000100*   QUARTERLY ACCESS RECERTIFICATION WORKSHEETS.  OPENS (OR
000110*   REFRESHES) A RECERTIFICATION CYCLE AND PRINTS ONE WORKSHEET
000120*   PER RESPONSIBLE SUPERVISOR LISTING EVERY OPERATOR WHO STILL
000130*   HAS ACCESS - ACTIVE OR LOCKED - WITH THE NAME, AUTHORITY
000140*   LEVEL, LAST SUCCESSFUL SIGN-ON AND THE MENU FUNCTIONS THAT
000150*   LEVEL OPENS, AND A KEEP / DOWNGRADE / REVOKE BOX FOR THE
000160*   SUPERVISOR TO MARK.  THE LAST SIGN-ON IS TAKEN FROM THE
000170*   SIGN-ON ARCHIVE AND THE LIVE LOG THE SAME WAY AS THE DORMANT
000180*   ID REVIEW.  EACH OPERATOR LISTED GETS A PENDING ENTRY ON THE
000190*   RECERTIFICATION FILE FOR THE CYCLE; A RERUN REFRESHES THE
000200*   PENDING ENTRIES AND ADDS NEW OPERATORS BUT NEVER DISTURBS A
000210*   DECISION ALREADY RECORDED, WHICH IS PRINTED INSTEAD OF THE
000220*   BOXES.  OPERATORS WITH NO RESPONSIBLE SUPERVISOR ARE LISTED
000230*   ON A SEPARATE WORKSHEET FOR A MANAGER TO CERTIFY.
000240*   THE SYSIN CARD CARRIES THE CYCLE ID (COLUMNS 1-6, E.G.
000250*   2026Q4) AND THE DEADLINE FOR DECISIONS (YYYYMMDD IN COLUMNS
000260*   7-14), WHICH IS REQUIRED TO OPEN A NEW CYCLE AND, WHEN
000270*   GIVEN ON A RERUN, REPLACES THE DEADLINE ON FILE.
000280*   THE MENU FUNCTION TABLE BELOW MUST BE KEPT IN STEP WITH THE
000290*   SIGN-ON MENU AND ITS AUTHORITY CHECK IN HELLO.
000300*----------------------------------------------------------------
000310* MODIFICATION HISTORY
000320*   DATE       INIT  DESCRIPTION
000330*   2026-10-15 CLB   ORIGINAL PROGRAM
000332*   2026-10-15 CLB   ADD THE REPORT REQUEST QUEUE MENU SELECTION
000340*================================================================
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. RCTWORK.
000370 AUTHOR. C. L. BRANNIGAN.
000380 INSTALLATION. DATA CENTER SERVICES.
000390 DATE-WRITTEN. 2026-10-15.
000400 DATE-COMPILED. 2026-10-15.
000410*================================================================
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT SIGNON-LOG ASSIGN TO "SIGNLOG"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS CW-SIGNLOG-STATUS.
000480
000490     SELECT ARCHIVE-FILE ASSIGN TO "SIGARCH"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS CW-ARCHIVE-STATUS.
000520
000530     SELECT SORT-WORK ASSIGN TO "SRTWK11".
000540
000550     SELECT SORTED-SIGNON ASSIGN TO "SRTRCS"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS CW-SRTSGN-STATUS.
000580
000590     SELECT SHEET-SORT-WORK ASSIGN TO "SRTWK12".
000600
000610     SELECT SORTED-SHEET ASSIGN TO "SRTRCW"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS CW-SRTSHT-STATUS.
000640
000650     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS OM-OPERATOR-ID
000690         FILE STATUS IS CW-OPERMAST-STATUS.
000700
000710     SELECT RECERT-FILE ASSIGN TO "RECERT"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS RV-RECERT-KEY
000750         FILE STATUS IS CW-RECERT-STATUS.
000760
000770     SELECT SYSIN-PARM-FILE ASSIGN TO "SYSIN"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS CW-SYSIN-STATUS.
000800
000810     SELECT REPORT-FILE ASSIGN TO "RCTWORKO"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS CW-REPORT-STATUS.
000840*================================================================
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  SIGNON-LOG.
000880     COPY signlog.
000890
000900 FD  ARCHIVE-FILE.
000910     COPY signlog
000920         REPLACING ==SIGNON-LOG-RECORD== BY ==AR-RECORD==
000930                   LEADING ==SL-== BY ==AR-==.
000940
000950 SD  SORT-WORK.
000960     COPY signlog
000970         REPLACING ==SIGNON-LOG-RECORD== BY ==SW-RECORD==
000980                   LEADING ==SL-== BY ==SW-==.
000990
001000 FD  SORTED-SIGNON.
001010     COPY signlog
001020         REPLACING ==SIGNON-LOG-RECORD== BY ==YD-RECORD==
001030                   LEADING ==SL-== BY ==YD-==.
001040
001050 SD  SHEET-SORT-WORK.
001060 01  WE-RECORD.
001070     05  WE-SUPERVISOR-ID            PIC X(08).
001080     05  WE-OPERATOR-ID              PIC X(08).
001090     05  WE-OPERATOR-NAME            PIC X(30).
001100     05  WE-AUTH-LEVEL               PIC X(01).
001110     05  WE-OPERATOR-STATUS          PIC X(01).
001120     05  WE-LAST-SIGNON              PIC X(08).
001130     05  WE-DECISION-CODE            PIC X(01).
001140     05  WE-NEW-AUTH-LEVEL           PIC X(01).
001150     05  WE-DECIDED-BY               PIC X(08).
001160     05  WE-DECIDED-DATE             PIC X(08).
001170     05  FILLER                      PIC X(06).
001180
001190 FD  SORTED-SHEET.
001200 01  WL-RECORD.
001210     05  WL-SUPERVISOR-ID            PIC X(08).
001220     05  WL-OPERATOR-ID              PIC X(08).
001230     05  WL-OPERATOR-NAME            PIC X(30).
001240     05  WL-AUTH-LEVEL               PIC X(01).
001250     05  WL-OPERATOR-STATUS          PIC X(01).
001260     05  WL-LAST-SIGNON              PIC X(08).
001270     05  WL-DECISION-CODE            PIC X(01).
001280         88  WL-PENDING                  VALUE SPACE.
001290         88  WL-KEEP                     VALUE "K".
001300         88  WL-DOWNGRADE                VALUE "D".
001310         88  WL-REVOKE                   VALUE "R".
001320     05  WL-NEW-AUTH-LEVEL           PIC X(01).
001330     05  WL-DECIDED-BY               PIC X(08).
001340     05  WL-DECIDED-DATE             PIC X(08).
001350     05  FILLER                      PIC X(06).
001360
001370 FD  OPERATOR-MASTER.
001380     COPY opermast.
001390
001400 FD  RECERT-FILE.
001410     COPY recert.
001420
001430 FD  SYSIN-PARM-FILE.
001440 01  SYSIN-PARM-RECORD               PIC X(80).
001450
001460 FD  REPORT-FILE.
001470 01  CW-REPORT-LINE                  PIC X(80).
001480*================================================================
001490 WORKING-STORAGE SECTION.
001500 01  CW-SIGNLOG-STATUS               PIC X(02).
001510     88  CW-SIGNLOG-OK                   VALUE "00".
001520 01  CW-ARCHIVE-STATUS               PIC X(02).
001530     88  CW-ARCHIVE-OK                   VALUE "00".
001540 01  CW-SRTSGN-STATUS                PIC X(02).
001550     88  CW-SRTSGN-OK                    VALUE "00".
001560 01  CW-SRTSHT-STATUS                PIC X(02).
001570     88  CW-SRTSHT-OK                    VALUE "00".
001580 01  CW-OPERMAST-STATUS              PIC X(02).
001590     88  CW-OPERMAST-OK                  VALUE "00".
001600 01  CW-RECERT-STATUS                PIC X(02).
001610     88  CW-RECERT-OK                    VALUE "00".
001620     88  CW-RECERT-NEW                   VALUE "35".
001630 01  CW-SYSIN-STATUS                 PIC X(02).
001640     88  CW-SYSIN-PRESENT                VALUE "00".
001650 01  CW-REPORT-STATUS                PIC X(02).
001660     88  CW-REPORT-OK                    VALUE "00".
001670
001680 01  CW-LOG-EOF-SW                   PIC X(01)  VALUE "N".
001690     88  CW-LOG-EOF                      VALUE "Y"
001700         WHEN SET TO FALSE IS "N".
001710 01  CW-SORT-EOF-SW                  PIC X(01)  VALUE "N".
001720     88  CW-SORT-EOF                     VALUE "Y"
001730         WHEN SET TO FALSE IS "N".
001740 01  CW-GROUP-EOF-SW                 PIC X(01)  VALUE "N".
001750     88  CW-GROUP-EOF                    VALUE "Y"
001760         WHEN SET TO FALSE IS "N".
001770 01  CW-MASTER-EOF-SW                PIC X(01)  VALUE "N".
001780     88  CW-MASTER-EOF                   VALUE "Y"
001790         WHEN SET TO FALSE IS "N".
001800 01  CW-SHEET-EOF-SW                 PIC X(01)  VALUE "N".
001810     88  CW-SHEET-EOF                    VALUE "Y"
001820         WHEN SET TO FALSE IS "N".
001830 01  CW-PARM-VALID-SW                PIC X(01)  VALUE "N".
001840     88  CW-PARM-VALID                   VALUE "Y"
001850         WHEN SET TO FALSE IS "N".
001860 01  CW-CYCLE-ON-FILE-SW             PIC X(01)  VALUE "N".
001870     88  CW-CYCLE-ON-FILE                VALUE "Y"
001880         WHEN SET TO FALSE IS "N".
001890 01  CW-FILES-OPEN-SW                PIC X(01)  VALUE "N".
001900     88  CW-FILES-OPEN                   VALUE "Y"
001910         WHEN SET TO FALSE IS "N".
001920
001930 01  CW-PARM-CARD.
001940     05  CW-CYCLE-ID                 PIC X(06).
001950     05  CW-DEADLINE-DATE            PIC X(08).
001960     05  FILLER                      PIC X(66).
001970
001980 01  CW-OPENED-DATE                  PIC X(08).
001990 01  CW-GRP-OPERATOR-ID              PIC X(08).
002000 01  CW-GRP-LAST-DATE                PIC X(08).
002010 01  CW-LAST-SIGNON                  PIC X(08).
002020 01  CW-CURRENT-SUPERVISOR           PIC X(08).
002030 01  CW-EFFECTIVE-LEVEL              PIC X(01).
002040
002050 01  CW-LISTED-COUNT                 PIC 9(07)  VALUE ZERO.
002060 01  CW-NEW-COUNT                    PIC 9(07)  VALUE ZERO.
002070 01  CW-REFRESH-COUNT                PIC 9(07)  VALUE ZERO.
002080 01  CW-DECIDED-COUNT                PIC 9(07)  VALUE ZERO.
002090 01  CW-SUPERVISOR-COUNT             PIC 9(07)  VALUE ZERO.
002100 01  CW-UNASSIGNED-COUNT             PIC 9(07)  VALUE ZERO.
002110 01  CW-SHEET-COUNT                  PIC 9(07)  VALUE ZERO.
002120
002130 01  CW-CURRENT-DATE                 PIC X(08).
002140
002150*----------------------------------------------------------------
002160* SIGN-ON MENU FUNCTIONS WITH THE AUTHORITY LEVEL EACH REQUIRES.
002170*----------------------------------------------------------------
002180 01  CW-FUNCTION-VALUES.
002190     05  FILLER                      PIC X(02)  VALUE "01".
002200     05  FILLER                      PIC X(01)  VALUE "1".
002210     05  FILLER                      PIC X(40)
002220         VALUE "DAILY SIGN-ON ACTIVITY REPORT".
002230     05  FILLER                      PIC X(02)  VALUE "02".
002240     05  FILLER                      PIC X(01)  VALUE "2".
002250     05  FILLER                      PIC X(40)
002260         VALUE "SIGN-ON / HR ROSTER RECONCILIATION".
002270     05  FILLER                      PIC X(02)  VALUE "03".
002280     05  FILLER                      PIC X(01)  VALUE "3".
002290     05  FILLER                      PIC X(40)
002300         VALUE "OPERATOR MASTER MAINTENANCE".
002310     05  FILLER                      PIC X(02)  VALUE "04".
002320     05  FILLER                      PIC X(01)  VALUE "1".
002330     05  FILLER                      PIC X(40)
002340         VALUE "SESSION DURATION REPORT".
002350     05  FILLER                      PIC X(02)  VALUE "05".
002360     05  FILLER                      PIC X(01)  VALUE "2".
002370     05  FILLER                      PIC X(40)
002380         VALUE "BULLETIN MAINTENANCE".
002390     05  FILLER                      PIC X(02)  VALUE "06".
002400     05  FILLER                      PIC X(01)  VALUE "2".
002410     05  FILLER                      PIC X(40)
002420         VALUE "CURRENTLY SIGNED ON".
002430     05  FILLER                      PIC X(02)  VALUE "07".
002440     05  FILLER                      PIC X(01)  VALUE "2".
002450     05  FILLER                      PIC X(40)
002460         VALUE "MASTER CHANGE HISTORY".
002470     05  FILLER                      PIC X(02)  VALUE "08".
002480     05  FILLER                      PIC X(01)  VALUE "1".
002490     05  FILLER                      PIC X(40)
002500         VALUE "CHANGE MY PASSWORD".
002510     05  FILLER                      PIC X(02)  VALUE "09".
002520     05  FILLER                      PIC X(01)  VALUE "2".
002530     05  FILLER                      PIC X(40)
002540         VALUE "SHIFT SCHEDULE OVERRIDE".
002550     05  FILLER                      PIC X(02)  VALUE "10".
002560     05  FILLER                      PIC X(01)  VALUE "3".
002570     05  FILLER                      PIC X(40)
002580         VALUE "OPERATOR ACTIVITY DOSSIER".
002590     05  FILLER                      PIC X(02)  VALUE "11".
002600     05  FILLER                      PIC X(01)  VALUE "2".
002610     05  FILLER                      PIC X(40)
002620         VALUE "ACCESS RECERTIFICATION".
002622     05  FILLER                      PIC X(02)  VALUE "12".
002624     05  FILLER                      PIC X(01)  VALUE "1".
002626     05  FILLER                      PIC X(40)
002628         VALUE "REPORT REQUEST QUEUE".
002630 01  CW-FUNCTION-TABLE REDEFINES CW-FUNCTION-VALUES.
002632     05  CW-FUNCTION-ENTRY           OCCURS 12 TIMES.
002650         10  CW-FN-SELECTION         PIC X(02).
002660         10  CW-FN-LEVEL             PIC X(01).
002670         10  CW-FN-NAME              PIC X(40).
002671 01  CW-FUNCTION-MAX                 PIC 9(02)  COMP VALUE 12.
002690 01  CW-FX                           PIC 9(02)  COMP.
002700 01  CW-OPENS-POINTER                PIC 9(02)  COMP.
002710
002720 01  CW-HEADING-1.
002730     05  FILLER                      PIC X(02)  VALUE SPACES.
002740     05  FILLER                      PIC X(40)
002750         VALUE "ACCESS RECERTIFICATION WORKSHEETS".
002760     05  FILLER                      PIC X(07)  VALUE "CYCLE: ".
002770     05  CW-H-CYCLE-ID               PIC X(06).
002780     05  FILLER                      PIC X(07)  VALUE "  RUN: ".
002790     05  CW-H-RUN-DATE               PIC X(08).
002800     05  FILLER                      PIC X(10)  VALUE SPACES.
002810
002820 01  CW-RULE-LINE.
002830     05  FILLER                      PIC X(02)  VALUE SPACES.
002840     05  FILLER                      PIC X(76)  VALUE ALL "=".
002850     05  FILLER                      PIC X(02)  VALUE SPACES.
002860
002870 01  CW-SUPERVISOR-LINE.
002880     05  FILLER                      PIC X(02)  VALUE SPACES.
002882     05  FILLER                      PIC X(12)
002884         VALUE "SUPERVISOR: ".
002900     05  CW-S-SUPERVISOR-ID          PIC X(08).
002910     05  FILLER                      PIC X(02)  VALUE SPACES.
002920     05  CW-S-SUPERVISOR-NAME        PIC X(40).
002930     05  FILLER                      PIC X(16)  VALUE SPACES.
002940
002950 01  CW-DEADLINE-LINE.
002960     05  FILLER                      PIC X(02)  VALUE SPACES.
002970     05  FILLER                      PIC X(07)  VALUE "CYCLE: ".
002980     05  CW-L-CYCLE-ID               PIC X(06).
002990     05  FILLER                      PIC X(24)
003000         VALUE "  RETURN DECISIONS BY: ".
003010     05  CW-L-DEADLINE-DATE          PIC X(08).
003020     05  FILLER                      PIC X(33)  VALUE SPACES.
003030
003040 01  CW-LEGEND-HEADING.
003050     05  FILLER                      PIC X(02)  VALUE SPACES.
003060     05  FILLER                      PIC X(40)
003070         VALUE "MENU FUNCTIONS AND LEVEL REQUIRED:".
003080     05  FILLER                      PIC X(38)  VALUE SPACES.
003090
003100 01  CW-LEGEND-LINE.
003110     05  FILLER                      PIC X(04)  VALUE SPACES.
003120     05  CW-G-SELECTION              PIC X(02).
003130     05  FILLER                      PIC X(06)  VALUE "  LVL ".
003140     05  CW-G-LEVEL                  PIC X(01).
003150     05  FILLER                      PIC X(02)  VALUE SPACES.
003160     05  CW-G-NAME                   PIC X(40).
003170     05  FILLER                      PIC X(25)  VALUE SPACES.
003180
003190 01  CW-HEADING-2.
003200     05  FILLER                      PIC X(02)  VALUE SPACES.
003210     05  FILLER                      PIC X(10)  VALUE "OPER ID".
003220     05  FILLER                      PIC X(32)  VALUE "NAME".
003230     05  FILLER                      PIC X(05)  VALUE "LVL".
003240     05  FILLER                      PIC X(10)  VALUE "LAST ON".
003250     05  FILLER                      PIC X(21)  VALUE "STATUS".
003260
003270 01  CW-DETAIL-LINE.
003280     05  FILLER                      PIC X(02)  VALUE SPACES.
003290     05  CW-D-OPERATOR-ID            PIC X(08).
003300     05  FILLER                      PIC X(02)  VALUE SPACES.
003310     05  CW-D-NAME                   PIC X(30).
003320     05  FILLER                      PIC X(02)  VALUE SPACES.
003330     05  CW-D-AUTH-LEVEL             PIC X(01).
003340     05  FILLER                      PIC X(04)  VALUE SPACES.
003350     05  CW-D-LAST-SIGNON            PIC X(08).
003360     05  FILLER                      PIC X(02)  VALUE SPACES.
003370     05  CW-D-STATUS                 PIC X(06).
003380     05  FILLER                      PIC X(15)  VALUE SPACES.
003390
003400 01  CW-OPENS-LINE.
003410     05  FILLER                      PIC X(12)  VALUE SPACES.
003420     05  FILLER                      PIC X(07)  VALUE "OPENS: ".
003430     05  CW-O-FUNCTIONS              PIC X(40).
003440     05  FILLER                      PIC X(21)  VALUE SPACES.
003450
003460 01  CW-BOX-LINE.
003470     05  FILLER                      PIC X(12)  VALUE SPACES.
003472     05  FILLER                      PIC X(11)
003474         VALUE "[ ] KEEP   ".
003476     05  FILLER                      PIC X(29)
003478         VALUE "[ ] DOWNGRADE TO LEVEL ___   ".
003480     05  FILLER                      PIC X(10)
003482         VALUE "[ ] REVOKE".
003484     05  FILLER                      PIC X(18)  VALUE SPACES.
003510
003520 01  CW-DECIDED-LINE.
003530     05  FILLER                      PIC X(12)  VALUE SPACES.
003540     05  FILLER                      PIC X(09)  VALUE "DECIDED: ".
003550     05  CW-E-DECISION               PIC X(20).
003560     05  FILLER                      PIC X(04)  VALUE " BY ".
003570     05  CW-E-DECIDED-BY             PIC X(08).
003580     05  FILLER                      PIC X(04)  VALUE " ON ".
003590     05  CW-E-DECIDED-DATE           PIC X(08).
003600     05  FILLER                      PIC X(15)  VALUE SPACES.
003610
003620 01  CW-SIGNOFF-LINE.
003630     05  FILLER                      PIC X(02)  VALUE SPACES.
003632     05  FILLER                      PIC X(34)
003634         VALUE "CERTIFIED BY: ____________________".
003636     05  FILLER                      PIC X(18)
003638         VALUE "  DATE: __________".
003640     05  FILLER                      PIC X(26)  VALUE SPACES.
003670
003680 01  CW-COUNT-LINE.
003690     05  FILLER                      PIC X(02)  VALUE SPACES.
003700     05  CW-N-CAPTION                PIC X(20).
003710     05  CW-N-COUNT                  PIC ZZZZZZ9.
003720     05  FILLER                      PIC X(51)  VALUE SPACES.
003730
003740 01  CW-MESSAGE-LINE.
003750     05  FILLER                      PIC X(02)  VALUE SPACES.
003760     05  CW-M-MESSAGE                PIC X(40).
003770     05  FILLER                      PIC X(38)  VALUE SPACES.
003780
003790 01  CW-BLANK-LINE                   PIC X(80)  VALUE SPACES.
003800*================================================================
003810 PROCEDURE DIVISION.
003820*----------------------------------------------------------------
003830 0000-MAINLINE.
003840     PERFORM 1000-INITIALIZE
003850         THRU 1000-EXIT.
003860     IF NOT CW-REPORT-OK
003870         GO TO 0000-TERMINATE
003880     END-IF.
003890     PERFORM 1500-READ-PARM-CARD
003900         THRU 1500-EXIT.
003910     IF NOT CW-PARM-VALID
003920         MOVE 16 TO RETURN-CODE
003930         GO TO 0000-TERMINATE
003940     END-IF.
003950     PERFORM 2000-OPEN-CYCLE
003960         THRU 2000-EXIT.
003970     IF RETURN-CODE NOT = ZERO
003980         GO TO 0000-TERMINATE
003990     END-IF.
004000     SORT SORT-WORK
004010         ON ASCENDING KEY SW-OPERATOR-ID SW-RUN-DATE
004020         INPUT PROCEDURE IS 1600-SELECT-SIGNONS
004030             THRU 1600-EXIT
004040         GIVING SORTED-SIGNON.
004050     IF RETURN-CODE NOT = ZERO
004060         GO TO 0000-TERMINATE
004070     END-IF.
004080     SORT SHEET-SORT-WORK
004090         ON ASCENDING KEY WE-SUPERVISOR-ID WE-OPERATOR-ID
004100         INPUT PROCEDURE IS 3000-BUILD-WORKSHEET
004110             THRU 3000-EXIT
004120         GIVING SORTED-SHEET.
004130     IF RETURN-CODE NOT = ZERO
004140         GO TO 0000-TERMINATE
004150     END-IF.
004160     PERFORM 3500-SAVE-CYCLE
004170         THRU 3500-EXIT.
004180     PERFORM 4000-PRINT-WORKSHEETS
004190         THRU 4000-EXIT.
004200     PERFORM 8000-WRITE-TOTALS
004210         THRU 8000-EXIT.
004220 0000-TERMINATE.
004230     PERFORM 9999-END-OF-JOB
004240         THRU 9999-EXIT.
004250     STOP RUN.
004260*----------------------------------------------------------------
004270* 1000-INITIALIZE  -  OPEN THE REPORT FILE.
004280*----------------------------------------------------------------
004290 1000-INITIALIZE.
004300     MOVE ZERO TO RETURN-CODE.
004310     ACCEPT CW-CURRENT-DATE FROM DATE YYYYMMDD.
004320     MOVE CW-CURRENT-DATE TO CW-H-RUN-DATE.
004330     OPEN OUTPUT REPORT-FILE.
004340     IF NOT CW-REPORT-OK
004350         DISPLAY "REPORT FILE COULD NOT BE OPENED"
004360         MOVE 16 TO RETURN-CODE
004370     END-IF.
004380 1000-EXIT.
004390     EXIT.
004400*----------------------------------------------------------------
004410* 1500-READ-PARM-CARD  -  EDIT THE CYCLE ID AND DEADLINE.  THE
004420*                         DEADLINE MAY BE LEFT BLANK ON A RERUN.
004430*----------------------------------------------------------------
004440 1500-READ-PARM-CARD.
004450     MOVE SPACES TO CW-PARM-CARD.
004460     OPEN INPUT SYSIN-PARM-FILE.
004470     IF CW-SYSIN-PRESENT
004480         READ SYSIN-PARM-FILE INTO CW-PARM-CARD
004490             AT END
004500                 CONTINUE
004510         END-READ
004520         CLOSE SYSIN-PARM-FILE
004530     END-IF.
004540     MOVE CW-CYCLE-ID TO CW-H-CYCLE-ID.
004550     WRITE CW-REPORT-LINE FROM CW-HEADING-1.
004560     IF CW-CYCLE-ID = SPACES OR LOW-VALUES
004570         MOVE "CYCLE ID IS MISSING FROM THE PARM CARD"
004580             TO CW-M-MESSAGE
004590         WRITE CW-REPORT-LINE FROM CW-MESSAGE-LINE
004600         GO TO 1500-EXIT
004610     END-IF.
004620     IF CW-DEADLINE-DATE NOT = SPACES
004630         AND CW-DEADLINE-DATE IS NOT NUMERIC
004640         MOVE "DEADLINE DATE IS NOT NUMERIC"
004650             TO CW-M-MESSAGE
004660         WRITE CW-REPORT-LINE FROM CW-MESSAGE-LINE
004670         GO TO 1500-EXIT
004680     END-IF.
004690     SET CW-PARM-VALID TO TRUE.
004700 1500-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------
004730* 1600-SELECT-SIGNONS  -  SORT INPUT PROCEDURE.  RELEASE THE
004740*                         SUCCESSFUL SIGN-ONS FROM THE ARCHIVE
004750*                         AND THEN FROM THE LIVE LOG.  A
004760*                         MISSING ARCHIVE ONLY WARNS.
004770*----------------------------------------------------------------
004780 1600-SELECT-SIGNONS.
004790     SET CW-LOG-EOF TO FALSE.
004800     OPEN INPUT ARCHIVE-FILE.
004810     IF CW-ARCHIVE-OK
004820         PERFORM 1700-READ-ARCHIVE
004830             THRU 1700-EXIT
004840         PERFORM 1750-RELEASE-ARCHIVE
004850             THRU 1750-EXIT
004860             UNTIL CW-LOG-EOF
004870         CLOSE ARCHIVE-FILE
004880     ELSE
004890         DISPLAY "WARNING - ARCHIVE UNAVAILABLE - "
004900             "LIVE LOG ONLY"
004910     END-IF.
004920     SET CW-LOG-EOF TO FALSE.
004930     OPEN INPUT SIGNON-LOG.
004940     IF CW-SIGNLOG-OK
004950         PERFORM 1800-READ-LOG
004960             THRU 1800-EXIT
004970         PERFORM 1850-RELEASE-LOG
004980             THRU 1850-EXIT
004990             UNTIL CW-LOG-EOF
005000         CLOSE SIGNON-LOG
005010     ELSE
005020         MOVE "SIGN-ON LOG COULD NOT BE OPENED"
005030             TO CW-M-MESSAGE
005040         WRITE CW-REPORT-LINE FROM CW-MESSAGE-LINE
005050         MOVE 16 TO RETURN-CODE
005060     END-IF.
005070 1600-EXIT.
005080     EXIT.
005090*----------------------------------------------------------------
005100* 1700-READ-ARCHIVE  -  READ ONE ARCHIVE RECORD.
005110*----------------------------------------------------------------
005120 1700-READ-ARCHIVE.
005130     READ ARCHIVE-FILE
005140         AT END
005150             SET CW-LOG-EOF TO TRUE
005160     END-READ.
005170 1700-EXIT.
005180     EXIT.
005190*----------------------------------------------------------------
005200* 1750-RELEASE-ARCHIVE  -  RELEASE ONE SUCCESSFUL ARCHIVE
005210*                          SIGN-ON TO THE SORT.
005220*----------------------------------------------------------------
005230 1750-RELEASE-ARCHIVE.
005240     IF AR-SIGNON AND AR-RETURN-CODE = ZERO
005250         RELEASE SW-RECORD FROM AR-RECORD
005260     END-IF.
005270     PERFORM 1700-READ-ARCHIVE
005280         THRU 1700-EXIT.
005290 1750-EXIT.
005300     EXIT.
005310*----------------------------------------------------------------
005320* 1800-READ-LOG  -  READ ONE LIVE LOG RECORD.
005330*----------------------------------------------------------------
005340 1800-READ-LOG.
005350     READ SIGNON-LOG
005360         AT END
005370             SET CW-LOG-EOF TO TRUE
005380     END-READ.
005390 1800-EXIT.
005400     EXIT.
005410*----------------------------------------------------------------
005420* 1850-RELEASE-LOG  -  RELEASE ONE SUCCESSFUL LIVE SIGN-ON TO
005430*                      THE SORT.
005440*----------------------------------------------------------------
005450 1850-RELEASE-LOG.
005460     IF SL-SIGNON AND SL-RETURN-CODE = ZERO
005470         RELEASE SW-RECORD FROM SIGNON-LOG-RECORD
005480     END-IF.
005490     PERFORM 1800-READ-LOG
005500         THRU 1800-EXIT.
005510 1850-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------
005540* 2000-OPEN-CYCLE  -  OPEN THE RECERTIFICATION FILE (CREATING IT
005550*                     ON FIRST USE) AND THE OPERATOR MASTER, AND
005560*                     LOOK FOR THE CYCLE.  A NEW CYCLE NEEDS A
005570*                     DEADLINE; A RERUN KEEPS THE DEADLINE ON
005580*                     FILE UNLESS THE CARD GIVES ANOTHER.
005590*----------------------------------------------------------------
005600 2000-OPEN-CYCLE.
005610     OPEN I-O RECERT-FILE.
005620     IF CW-RECERT-NEW
005630         OPEN OUTPUT RECERT-FILE
005640         IF CW-RECERT-OK
005650             CLOSE RECERT-FILE
005660             OPEN I-O RECERT-FILE
005670         END-IF
005680     END-IF.
005690     IF NOT CW-RECERT-OK
005700         MOVE "RECERTIFICATION FILE COULD NOT BE OPENED"
005710             TO CW-M-MESSAGE
005720         WRITE CW-REPORT-LINE FROM CW-MESSAGE-LINE
005730         MOVE 16 TO RETURN-CODE
005740         GO TO 2000-EXIT
005750     END-IF.
005760     OPEN INPUT OPERATOR-MASTER.
005770     IF NOT CW-OPERMAST-OK
005780         MOVE "OPERATOR MASTER COULD NOT BE OPENED"
005790             TO CW-M-MESSAGE
005800         WRITE CW-REPORT-LINE FROM CW-MESSAGE-LINE
005810         MOVE 16 TO RETURN-CODE
005820         CLOSE RECERT-FILE
005830         GO TO 2000-EXIT
005840     END-IF.
005850     SET CW-FILES-OPEN TO TRUE.
005860     MOVE CW-CYCLE-ID TO RV-CYCLE-ID.
005870     SET RV-CYCLE-ENTRY TO TRUE.
005880     READ RECERT-FILE
005890         INVALID KEY
005900             SET CW-CYCLE-ON-FILE TO FALSE
005910         NOT INVALID KEY
005920             SET CW-CYCLE-ON-FILE TO TRUE
005930     END-READ.
005940     IF CW-CYCLE-ON-FILE
005950         MOVE RV-OPENED-DATE TO CW-OPENED-DATE
005960         IF CW-DEADLINE-DATE = SPACES
005970             MOVE RV-DEADLINE-DATE TO CW-DEADLINE-DATE
005980         END-IF
005990     ELSE
006000         MOVE CW-CURRENT-DATE TO CW-OPENED-DATE
006010         IF CW-DEADLINE-DATE = SPACES
006020             MOVE "DEADLINE IS REQUIRED TO OPEN A NEW CYCLE"
006030                 TO CW-M-MESSAGE
006040             WRITE CW-REPORT-LINE FROM CW-MESSAGE-LINE
006050             MOVE 16 TO RETURN-CODE
006060             GO TO 2000-EXIT
006070         END-IF
006080     END-IF.
006090     IF CW-DEADLINE-DATE < CW-OPENED-DATE
006100         MOVE "DEADLINE IS BEFORE THE CYCLE OPENED"
006110             TO CW-M-MESSAGE
006120         WRITE CW-REPORT-LINE FROM CW-MESSAGE-LINE
006130         MOVE 16 TO RETURN-CODE
006140     END-IF.
006150 2000-EXIT.
006160     EXIT.
006170*----------------------------------------------------------------
006180* 3000-BUILD-WORKSHEET  -  SORT INPUT PROCEDURE.  MATCH-MERGE THE
006190*                          OPERATOR MASTER IN KEY SEQUENCE AGAINST
006200*                          THE SORTED SIGN-ON GROUPS, ENTER EACH
006210*                          OPERATOR WITH ACCESS ON THE CYCLE AND
006220*                          RELEASE THEM FOR THEIR SUPERVISOR'S
006230*                          WORKSHEET.
006240*----------------------------------------------------------------
006250 3000-BUILD-WORKSHEET.
006260     OPEN INPUT SORTED-SIGNON.
006270     IF NOT CW-SRTSGN-OK
006280         MOVE "SORTED SIGN-ON FILE COULD NOT BE OPENED"
006290             TO CW-M-MESSAGE
006300         WRITE CW-REPORT-LINE FROM CW-MESSAGE-LINE
006310         MOVE 16 TO RETURN-CODE
006320         GO TO 3000-EXIT
006330     END-IF.
006340     PERFORM 3100-READ-SORTED
006350         THRU 3100-EXIT.
006360     PERFORM 3300-NEXT-GROUP
006370         THRU 3300-EXIT.
006380     MOVE LOW-VALUES TO OM-OPERATOR-ID.
006390     START OPERATOR-MASTER KEY NOT < OM-OPERATOR-ID
006400         INVALID KEY
006410             SET CW-MASTER-EOF TO TRUE
006420     END-START.
006430     PERFORM 3150-READ-MASTER
006440         THRU 3150-EXIT.
006450     PERFORM 3200-CHECK-MASTER
006460         THRU 3200-EXIT
006470         UNTIL CW-MASTER-EOF.
006480     CLOSE SORTED-SIGNON.
006490 3000-EXIT.
006500     EXIT.
006510*----------------------------------------------------------------
006520* 3100-READ-SORTED  -  READ ONE SORTED SIGN-ON RECORD.
006530*----------------------------------------------------------------
006540 3100-READ-SORTED.
006550     READ SORTED-SIGNON
006560         AT END
006570             SET CW-SORT-EOF TO TRUE
006580     END-READ.
006590 3100-EXIT.
006600     EXIT.
006610*----------------------------------------------------------------
006620* 3150-READ-MASTER  -  READ THE NEXT OPERATOR MASTER ENTRY IN
006630*                      KEY SEQUENCE.
006640*----------------------------------------------------------------
006650 3150-READ-MASTER.
006660     IF CW-MASTER-EOF
006670         GO TO 3150-EXIT
006680     END-IF.
006690     READ OPERATOR-MASTER NEXT RECORD
006700         AT END
006710             SET CW-MASTER-EOF TO TRUE
006720     END-READ.
006730 3150-EXIT.
006740     EXIT.
006750*----------------------------------------------------------------
006760* 3200-CHECK-MASTER  -  FIND THE LAST SUCCESSFUL SIGN-ON FOR ONE
006770*                       MASTER ENTRY THAT STILL HAS ACCESS AND
006780*                       PUT IT ON THE WORKSHEET.
006790*----------------------------------------------------------------
006800 3200-CHECK-MASTER.
006810     IF NOT OM-ACTIVE AND NOT OM-LOCKED
006820         GO TO 3200-NEXT
006830     END-IF.
006840     PERFORM 3300-NEXT-GROUP
006850         THRU 3300-EXIT
006860         UNTIL CW-GROUP-EOF
006870            OR CW-GRP-OPERATOR-ID NOT < OM-OPERATOR-ID.
006880     IF NOT CW-GROUP-EOF
006890         AND CW-GRP-OPERATOR-ID = OM-OPERATOR-ID
006900         MOVE CW-GRP-LAST-DATE TO CW-LAST-SIGNON
006910     ELSE
006920         MOVE SPACES TO CW-LAST-SIGNON
006930     END-IF.
006940     PERFORM 3400-RECORD-ENTRY
006950         THRU 3400-EXIT.
006960 3200-NEXT.
006970     PERFORM 3150-READ-MASTER
006980         THRU 3150-EXIT.
006990 3200-EXIT.
007000     EXIT.
007010*----------------------------------------------------------------
007020* 3300-NEXT-GROUP  -  COLLAPSE THE NEXT OPERATOR'S SIGN-ONS TO
007030*                     ONE GROUP CARRYING THE LAST SIGN-ON DATE.
007040*                     THE SORT ORDER MAKES THE LAST RECORD READ
007050*                     IN THE GROUP THE LATEST DATE.
007060*----------------------------------------------------------------
007070 3300-NEXT-GROUP.
007080     IF CW-SORT-EOF
007090         SET CW-GROUP-EOF TO TRUE
007100         GO TO 3300-EXIT
007110     END-IF.
007120     MOVE YD-OPERATOR-ID TO CW-GRP-OPERATOR-ID.
007130     PERFORM 3350-ABSORB-GROUP
007140         THRU 3350-EXIT
007150         UNTIL CW-SORT-EOF
007160            OR YD-OPERATOR-ID NOT = CW-GRP-OPERATOR-ID.
007170 3300-EXIT.
007180     EXIT.
007190*----------------------------------------------------------------
007200* 3350-ABSORB-GROUP  -  TAKE ONE RECORD INTO THE GROUP.
007210*----------------------------------------------------------------
007220 3350-ABSORB-GROUP.
007230     MOVE YD-RUN-DATE TO CW-GRP-LAST-DATE.
007240     PERFORM 3100-READ-SORTED
007250         THRU 3100-EXIT.
007260 3350-EXIT.
007270     EXIT.
007280*----------------------------------------------------------------
007290* 3400-RECORD-ENTRY  -  ADD OR REFRESH THE OPERATOR'S ENTRY ON
007300*                       THE CYCLE AND RELEASE IT TO THE WORKSHEET
007310*                       SORT.  A DECISION ALREADY RECORDED IS LEFT
007320*                       ALONE AND THE ENTRY STAYS WITH THE
007330*                       SUPERVISOR WHO MADE IT.
007340*----------------------------------------------------------------
007350 3400-RECORD-ENTRY.
007360     MOVE CW-CYCLE-ID TO RV-CYCLE-ID.
007370     MOVE OM-OPERATOR-ID TO RV-OPERATOR-ID.
007380     READ RECERT-FILE
007390         INVALID KEY
007400             MOVE SPACES TO RV-OPERATOR-DETAIL
007410             MOVE OM-SUPERVISOR-ID TO RV-SUPERVISOR-ID
007420             MOVE OM-AUTH-LEVEL TO RV-AUTH-LEVEL
007430             MOVE CW-LAST-SIGNON TO RV-LAST-SIGNON-DATE
007440             WRITE RECERT-RECORD
007450                 INVALID KEY
007451                     MOVE "OPERATOR ENTRY COULD NOT BE ADDED"
007470                         TO CW-M-MESSAGE
007480                     WRITE CW-REPORT-LINE FROM CW-MESSAGE-LINE
007490                     MOVE 16 TO RETURN-CODE
007500                 NOT INVALID KEY
007510                     ADD 1 TO CW-NEW-COUNT
007520             END-WRITE
007530         NOT INVALID KEY
007540             IF RV-PENDING
007550                 MOVE OM-SUPERVISOR-ID TO RV-SUPERVISOR-ID
007560                 MOVE OM-AUTH-LEVEL TO RV-AUTH-LEVEL
007570                 MOVE CW-LAST-SIGNON TO RV-LAST-SIGNON-DATE
007580                 REWRITE RECERT-RECORD
007590                     INVALID KEY
007591                         MOVE "OPERATOR ENTRY NOT REFRESHED"
007610                             TO CW-M-MESSAGE
007620                         WRITE CW-REPORT-LINE FROM CW-MESSAGE-LINE
007630                         MOVE 16 TO RETURN-CODE
007640                     NOT INVALID KEY
007650                         ADD 1 TO CW-REFRESH-COUNT
007660                 END-REWRITE
007670             ELSE
007680                 ADD 1 TO CW-DECIDED-COUNT
007690             END-IF
007700     END-READ.
007710     MOVE SPACES TO WE-RECORD.
007720     MOVE RV-SUPERVISOR-ID TO WE-SUPERVISOR-ID.
007730     MOVE OM-OPERATOR-ID TO WE-OPERATOR-ID.
007740     MOVE OM-OPERATOR-NAME TO WE-OPERATOR-NAME.
007750     MOVE OM-AUTH-LEVEL TO WE-AUTH-LEVEL.
007760     MOVE OM-OPERATOR-STATUS TO WE-OPERATOR-STATUS.
007770     MOVE CW-LAST-SIGNON TO WE-LAST-SIGNON.
007780     MOVE RV-DECISION-CODE TO WE-DECISION-CODE.
007790     MOVE RV-NEW-AUTH-LEVEL TO WE-NEW-AUTH-LEVEL.
007800     MOVE RV-DECIDED-BY TO WE-DECIDED-BY.
007810     MOVE RV-DECIDED-DATE TO WE-DECIDED-DATE.
007820     RELEASE WE-RECORD.
007830     ADD 1 TO CW-LISTED-COUNT.
007840 3400-EXIT.
007850     EXIT.
007860*----------------------------------------------------------------
007870* 3500-SAVE-CYCLE  -  WRITE OR REFRESH THE CYCLE ENTRY WITH THE
007880*                     DEADLINE AND THE NUMBER OF OPERATORS PUT ON
007890*                     THE WORKSHEETS.
007900*----------------------------------------------------------------
007910 3500-SAVE-CYCLE.
007920     MOVE CW-CYCLE-ID TO RV-CYCLE-ID.
007930     SET RV-CYCLE-ENTRY TO TRUE.
007940     MOVE SPACES TO RV-CYCLE-DETAIL.
007950     MOVE CW-OPENED-DATE TO RV-OPENED-DATE.
007960     MOVE CW-DEADLINE-DATE TO RV-DEADLINE-DATE.
007970     MOVE CW-LISTED-COUNT TO RV-OPERATOR-COUNT.
007980     IF CW-CYCLE-ON-FILE
007990         REWRITE RECERT-RECORD
008000             INVALID KEY
008010                 MOVE 16 TO RETURN-CODE
008020         END-REWRITE
008030     ELSE
008040         WRITE RECERT-RECORD
008050             INVALID KEY
008060                 MOVE 16 TO RETURN-CODE
008070         END-WRITE
008080     END-IF.
008090     IF RETURN-CODE NOT = ZERO
008100         MOVE "CYCLE ENTRY COULD NOT BE SAVED"
008110             TO CW-M-MESSAGE
008120         WRITE CW-REPORT-LINE FROM CW-MESSAGE-LINE
008130     END-IF.
008140 3500-EXIT.
008150     EXIT.
008160*----------------------------------------------------------------
008170* 4000-PRINT-WORKSHEETS  -  PRINT ONE WORKSHEET PER SUPERVISOR
008180*                           FROM THE SORTED WORKSHEET ENTRIES.
008190*----------------------------------------------------------------
008200 4000-PRINT-WORKSHEETS.
008210     OPEN INPUT SORTED-SHEET.
008220     IF NOT CW-SRTSHT-OK
008230         MOVE "SORTED WORKSHEET FILE COULD NOT BE OPENED"
008240             TO CW-M-MESSAGE
008250         WRITE CW-REPORT-LINE FROM CW-MESSAGE-LINE
008260         MOVE 16 TO RETURN-CODE
008270         GO TO 4000-EXIT
008280     END-IF.
008290     PERFORM 4100-READ-SHEET
008300         THRU 4100-EXIT.
008310     IF CW-SHEET-EOF
008320         MOVE "NO OPERATORS WITH ACCESS TO CERTIFY"
008330             TO CW-M-MESSAGE
008340         WRITE CW-REPORT-LINE FROM CW-MESSAGE-LINE
008350     END-IF.
008360     PERFORM 4200-PRINT-SUPERVISOR
008370         THRU 4200-EXIT
008380         UNTIL CW-SHEET-EOF.
008390     CLOSE SORTED-SHEET.
008400 4000-EXIT.
008410     EXIT.
008420*----------------------------------------------------------------
008430* 4100-READ-SHEET  -  READ ONE SORTED WORKSHEET ENTRY.
008440*----------------------------------------------------------------
008450 4100-READ-SHEET.
008460     READ SORTED-SHEET
008470         AT END
008480             SET CW-SHEET-EOF TO TRUE
008490     END-READ.
008500 4100-EXIT.
008510     EXIT.
008520*----------------------------------------------------------------
008530* 4200-PRINT-SUPERVISOR  -  PRINT ONE SUPERVISOR'S WORKSHEET -
008540*                           HEADING, FUNCTION LEGEND, ONE BLOCK
008550*                           PER OPERATOR AND THE SIGN-OFF LINE.
008560*----------------------------------------------------------------
008570 4200-PRINT-SUPERVISOR.
008580     MOVE WL-SUPERVISOR-ID TO CW-CURRENT-SUPERVISOR.
008590     MOVE ZERO TO CW-SHEET-COUNT.
008600     WRITE CW-REPORT-LINE FROM CW-BLANK-LINE.
008610     WRITE CW-REPORT-LINE FROM CW-RULE-LINE.
008620     PERFORM 4300-SUPERVISOR-HEADING
008630         THRU 4300-EXIT.
008640     WRITE CW-REPORT-LINE FROM CW-LEGEND-HEADING.
008650     PERFORM 4350-LEGEND-LINE
008660         THRU 4350-EXIT
008670         VARYING CW-FX FROM 1 BY 1
008680         UNTIL CW-FX > CW-FUNCTION-MAX.
008690     WRITE CW-REPORT-LINE FROM CW-BLANK-LINE.
008700     WRITE CW-REPORT-LINE FROM CW-HEADING-2.
008710     PERFORM 4400-PRINT-OPERATOR
008720         THRU 4400-EXIT
008730         UNTIL CW-SHEET-EOF
008740            OR WL-SUPERVISOR-ID NOT = CW-CURRENT-SUPERVISOR.
008750     WRITE CW-REPORT-LINE FROM CW-BLANK-LINE.
008760     MOVE "OPERATORS TO CERTIFY" TO CW-N-CAPTION.
008770     MOVE CW-SHEET-COUNT TO CW-N-COUNT.
008780     WRITE CW-REPORT-LINE FROM CW-COUNT-LINE.
008790     WRITE CW-REPORT-LINE FROM CW-BLANK-LINE.
008800     WRITE CW-REPORT-LINE FROM CW-SIGNOFF-LINE.
008810 4200-EXIT.
008820     EXIT.
008830*----------------------------------------------------------------
008840* 4300-SUPERVISOR-HEADING  -  NAME THE SUPERVISOR FROM THE MASTER,
008850*                             OR MARK THE WORKSHEET FOR A MANAGER
008860*                             WHEN THERE IS NO SUPERVISOR.
008870*----------------------------------------------------------------
008880 4300-SUPERVISOR-HEADING.
008890     MOVE CW-CURRENT-SUPERVISOR TO CW-S-SUPERVISOR-ID.
008900     IF CW-CURRENT-SUPERVISOR = SPACES
008910         MOVE "(NONE)" TO CW-S-SUPERVISOR-ID
008920         MOVE "NO SUPERVISOR - A MANAGER TO CERTIFY"
008930             TO CW-S-SUPERVISOR-NAME
008940     ELSE
008950         ADD 1 TO CW-SUPERVISOR-COUNT
008960         MOVE CW-CURRENT-SUPERVISOR TO OM-OPERATOR-ID
008970         READ OPERATOR-MASTER
008980             INVALID KEY
008990                 MOVE "NOT ON THE OPERATOR MASTER"
009000                     TO CW-S-SUPERVISOR-NAME
009010             NOT INVALID KEY
009020                 MOVE OM-OPERATOR-NAME TO CW-S-SUPERVISOR-NAME
009030         END-READ
009040     END-IF.
009050     WRITE CW-REPORT-LINE FROM CW-SUPERVISOR-LINE.
009060     MOVE CW-CYCLE-ID TO CW-L-CYCLE-ID.
009070     MOVE CW-DEADLINE-DATE TO CW-L-DEADLINE-DATE.
009080     WRITE CW-REPORT-LINE FROM CW-DEADLINE-LINE.
009090 4300-EXIT.
009100     EXIT.
009110*----------------------------------------------------------------
009120* 4350-LEGEND-LINE  -  PRINT ONE MENU FUNCTION OF THE LEGEND.
009130*----------------------------------------------------------------
009140 4350-LEGEND-LINE.
009150     MOVE CW-FN-SELECTION(CW-FX) TO CW-G-SELECTION.
009160     MOVE CW-FN-LEVEL(CW-FX) TO CW-G-LEVEL.
009170     MOVE CW-FN-NAME(CW-FX) TO CW-G-NAME.
009180     WRITE CW-REPORT-LINE FROM CW-LEGEND-LINE.
009190 4350-EXIT.
009200     EXIT.
009210*----------------------------------------------------------------
009220* 4400-PRINT-OPERATOR  -  PRINT ONE OPERATOR'S BLOCK - DETAIL,
009230*                         THE FUNCTIONS THE LEVEL OPENS, AND THE
009240*                         DECISION BOXES OR THE DECISION ALREADY
009250*                         RECORDED.
009260*----------------------------------------------------------------
009270 4400-PRINT-OPERATOR.
009280     ADD 1 TO CW-SHEET-COUNT.
009290     IF WL-SUPERVISOR-ID = SPACES
009300         ADD 1 TO CW-UNASSIGNED-COUNT
009310     END-IF.
009320     MOVE WL-OPERATOR-ID TO CW-D-OPERATOR-ID.
009330     MOVE WL-OPERATOR-NAME TO CW-D-NAME.
009340     MOVE WL-AUTH-LEVEL TO CW-D-AUTH-LEVEL.
009350     IF WL-LAST-SIGNON = SPACES
009360         MOVE "NONE" TO CW-D-LAST-SIGNON
009370     ELSE
009380         MOVE WL-LAST-SIGNON TO CW-D-LAST-SIGNON
009390     END-IF.
009400     IF WL-OPERATOR-STATUS = "L"
009410         MOVE "LOCKED" TO CW-D-STATUS
009420     ELSE
009430         MOVE "ACTIVE" TO CW-D-STATUS
009440     END-IF.
009450     WRITE CW-REPORT-LINE FROM CW-DETAIL-LINE.
009460     PERFORM 4500-BUILD-OPENS
009470         THRU 4500-EXIT.
009480     WRITE CW-REPORT-LINE FROM CW-OPENS-LINE.
009490     IF WL-PENDING
009500         WRITE CW-REPORT-LINE FROM CW-BOX-LINE
009510     ELSE
009520         EVALUATE TRUE
009530             WHEN WL-KEEP
009540                 MOVE "KEEP" TO CW-E-DECISION
009550             WHEN WL-DOWNGRADE
009560                 MOVE SPACES TO CW-E-DECISION
009570                 STRING "DOWNGRADE TO LEVEL " WL-NEW-AUTH-LEVEL
009580                     DELIMITED BY SIZE INTO CW-E-DECISION
009590             WHEN WL-REVOKE
009600                 MOVE "REVOKE" TO CW-E-DECISION
009610             WHEN OTHER
009620                 MOVE WL-DECISION-CODE TO CW-E-DECISION
009630         END-EVALUATE
009640         MOVE WL-DECIDED-BY TO CW-E-DECIDED-BY
009650         MOVE WL-DECIDED-DATE TO CW-E-DECIDED-DATE
009660         WRITE CW-REPORT-LINE FROM CW-DECIDED-LINE
009670     END-IF.
009680     PERFORM 4100-READ-SHEET
009690         THRU 4100-EXIT.
009700 4400-EXIT.
009710     EXIT.
009720*----------------------------------------------------------------
009730* 4500-BUILD-OPENS  -  LIST THE MENU SELECTIONS THE OPERATOR'S
009740*                      LEVEL OPENS.  A BLANK LEVEL IS TREATED AS
009750*                      GENERAL OPERATOR AUTHORITY, AS AT SIGN-ON.
009760*----------------------------------------------------------------
009770 4500-BUILD-OPENS.
009780     MOVE WL-AUTH-LEVEL TO CW-EFFECTIVE-LEVEL.
009790     IF CW-EFFECTIVE-LEVEL NOT = "1" AND "2" AND "3"
009800         MOVE "1" TO CW-EFFECTIVE-LEVEL
009810     END-IF.
009820     MOVE SPACES TO CW-O-FUNCTIONS.
009830     MOVE 1 TO CW-OPENS-POINTER.
009840     PERFORM 4550-ADD-FUNCTION
009850         THRU 4550-EXIT
009860         VARYING CW-FX FROM 1 BY 1
009870         UNTIL CW-FX > CW-FUNCTION-MAX.
009880 4500-EXIT.
009890     EXIT.
009900*----------------------------------------------------------------
009910* 4550-ADD-FUNCTION  -  ADD ONE SELECTION WHEN THE LEVEL OPENS IT.
009920*----------------------------------------------------------------
009930 4550-ADD-FUNCTION.
009940     IF CW-FN-LEVEL(CW-FX) NOT > CW-EFFECTIVE-LEVEL
009950         STRING CW-FN-SELECTION(CW-FX) " " DELIMITED BY SIZE
009960             INTO CW-O-FUNCTIONS
009970             WITH POINTER CW-OPENS-POINTER
009980     END-IF.
009990 4550-EXIT.
010000     EXIT.
010010*----------------------------------------------------------------
010020* 8000-WRITE-TOTALS  -  PRINT THE RUN COUNTS.
010030*----------------------------------------------------------------
010040 8000-WRITE-TOTALS.
010050     WRITE CW-REPORT-LINE FROM CW-BLANK-LINE.
010060     WRITE CW-REPORT-LINE FROM CW-RULE-LINE.
010070     MOVE "OPERATORS LISTED" TO CW-N-CAPTION.
010080     MOVE CW-LISTED-COUNT TO CW-N-COUNT.
010090     WRITE CW-REPORT-LINE FROM CW-COUNT-LINE.
010100     MOVE "NEW ENTRIES" TO CW-N-CAPTION.
010110     MOVE CW-NEW-COUNT TO CW-N-COUNT.
010120     WRITE CW-REPORT-LINE FROM CW-COUNT-LINE.
010130     MOVE "PENDING REFRESHED" TO CW-N-CAPTION.
010140     MOVE CW-REFRESH-COUNT TO CW-N-COUNT.
010150     WRITE CW-REPORT-LINE FROM CW-COUNT-LINE.
010160     MOVE "ALREADY DECIDED" TO CW-N-CAPTION.
010170     MOVE CW-DECIDED-COUNT TO CW-N-COUNT.
010180     WRITE CW-REPORT-LINE FROM CW-COUNT-LINE.
010190     MOVE "SUPERVISORS" TO CW-N-CAPTION.
010200     MOVE CW-SUPERVISOR-COUNT TO CW-N-COUNT.
010210     WRITE CW-REPORT-LINE FROM CW-COUNT-LINE.
010220     MOVE "NO SUPERVISOR" TO CW-N-CAPTION.
010230     MOVE CW-UNASSIGNED-COUNT TO CW-N-COUNT.
010240     WRITE CW-REPORT-LINE FROM CW-COUNT-LINE.
010250 8000-EXIT.
010260     EXIT.
010270*----------------------------------------------------------------
010280* 9999-END-OF-JOB  -  CLOSE THE FILES AND TERMINATE.
010290*----------------------------------------------------------------
010300 9999-END-OF-JOB.
010310     IF CW-FILES-OPEN
010320         CLOSE RECERT-FILE
010330         CLOSE OPERATOR-MASTER
010340     END-IF.
010350     IF CW-REPORT-OK
010360         CLOSE REPORT-FILE
010370     END-IF.
010380 9999-EXIT.
010390     EXIT.
