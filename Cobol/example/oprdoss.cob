000010*================================================================
000020* PROGRAM-ID. OPRDOSS
000030*----------------------------------------------------------------
000040* AUTHOR.        C. L. BRANNIGAN
000050* INSTALLATION.  DATA CENTER SERVICES
000060* DATE-WRITTEN.  2026-10-15.
000070* DATE-COMPILED. 2026-10-15.
000080*----------------------------------------------------------------
000090* DESCRIPTION.
000100*   OPERATOR ACTIVITY DOSSIER.  ANSWERS "WHAT DID THIS OPERATOR
000110*   (OR THIS TERMINAL) DO BETWEEN THESE DATES" IN ONE REPORT.
000120*   PULLS EVERY EVENT FOR THE SUBJECT FROM THE SIGN-ON ARCHIVE
000130*   GENERATIONS AND THE LIVE SIGN-ON LOG, THE OPERATOR MASTER
000140*   MAINTENANCE AUDIT (CHANGES MADE BY THE SUBJECT AND CHANGES
000150*   MADE TO THE SUBJECT), BULLETIN ACKNOWLEDGMENTS, THE REPORT
000160*   EXECUTION LOG AND THE ACTIVE SESSION FILE, SORTS THEM INTO
000170*   ONE TIME-ORDERED LIST WITH EVENT TYPE, TERMINAL, SHIFT AND
000180*   OUTCOME, AND ENDS WITH TOTALS BY EVENT TYPE.
000190*   IN BATCH A SYSIN CARD NAMES THE SUBJECT - OPERATOR ID IN
000200*   COLUMNS 1-8 OR TERMINAL ID IN COLUMNS 9-12, NOT BOTH - AND
000210*   THE RANGE (FROM YYYYMMDD IN COLUMNS 13-20, THRU YYYYMMDD IN
000220*   COLUMNS 21-28; BLANK DATES SELECT EVERYTHING).  FROM THE
000230*   SIGN-ON MENU (MANAGER AUTHORITY) THE SAME FIELDS ARE KEYED
000240*   AT THE TERMINAL AND THE REQUESTER IS STAMPED IN THE HEADING.
000250*   BECAUSE THE INQUIRY ITSELF IS SENSITIVE, EVERY RUN WRITES ITS
000260*   OWN REPORT EXECUTION LOG RECORD CARRYING THE REQUESTER AND
000270*   THE SUBJECT.  A BAD SELECTION ENDS WITH RETURN CODE 16.
000280*----------------------------------------------------------------
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15 CLB   ORIGINAL PROGRAM
000312*   2026-10-15 CLB   READ THE ARCHIVE AND LIVE LOG INTO A WORKING
000314*                    COPY OF THE LOG RECORD, NOT A CLOSED FILE'S
000316*                    RECORD AREA
000320*================================================================
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. OPRDOSS.
000350 AUTHOR. C. L. BRANNIGAN.
000360 INSTALLATION. DATA CENTER SERVICES.
000370 DATE-WRITTEN. 2026-10-15.
000380 DATE-COMPILED. 2026-10-15.
000390*================================================================
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT SIGNON-LOG ASSIGN TO "SIGNLOG"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS DS-SIGNLOG-STATUS.
000460
000470     SELECT ARCHIVE-FILE ASSIGN TO "SIGARCH"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS DS-ARCHIVE-STATUS.
000500
000510     SELECT MAINT-AUDIT ASSIGN TO "OPMAUDIT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS DS-AUDIT-STATUS.
000540
000550     SELECT BULLETIN-ACK ASSIGN TO "BLTACK"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS DS-BLTACK-STATUS.
000580
000590     SELECT REPORT-LOG ASSIGN TO "RPTLOG"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS DS-RPTLOG-STATUS.
000620
000630     SELECT ACTIVE-SESSION ASSIGN TO "ACTSESS"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS AS-OPERATOR-ID
000670         FILE STATUS IS DS-ACTSESS-STATUS.
000680
000690     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS OM-OPERATOR-ID
000730         FILE STATUS IS DS-OPERMAST-STATUS.
000740
000750     SELECT SORT-WORK ASSIGN TO "SRTWK10".
000760
000770     SELECT SORTED-EVENT ASSIGN TO "SRTDOS"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS DS-SRTEVT-STATUS.
000800
000810     SELECT SYSIN-PARM-FILE ASSIGN TO "SYSIN"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS DS-SYSIN-STATUS.
000840
000850     SELECT REPORT-FILE ASSIGN TO "OPRDOSSO"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS DS-REPORT-STATUS.
000880*================================================================
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  SIGNON-LOG.
000920     COPY signlog.
000930
000940 FD  ARCHIVE-FILE.
000950     COPY signlog
000960         REPLACING ==SIGNON-LOG-RECORD== BY ==AR-RECORD==
000970                   LEADING ==SL-== BY ==AR-==.
000980
000990 FD  MAINT-AUDIT.
001000     COPY opmaud.
001010
001020 FD  BULLETIN-ACK.
001030     COPY bltack.
001040
001050 FD  REPORT-LOG.
001060     COPY rptlog.
001070
001080 FD  ACTIVE-SESSION.
001090     COPY actsess.
001100
001110 FD  OPERATOR-MASTER.
001120     COPY opermast.
001130
001140 SD  SORT-WORK.
001150 01  DE-RECORD.
001160     05  DE-EVENT-DATE               PIC X(08).
001170     05  DE-EVENT-TIME               PIC X(06).
001180     05  DE-EVENT-CODE               PIC X(01).
001190     05  DE-OPERATOR-ID              PIC X(08).
001200     05  DE-TERMINAL-ID              PIC X(04).
001210     05  DE-SHIFT-CODE               PIC X(01).
001220     05  DE-OUTCOME                  PIC X(30).
001230     05  FILLER                      PIC X(02).
001240
001250 FD  SORTED-EVENT.
001260 01  DF-RECORD.
001270     05  DF-EVENT-DATE               PIC X(08).
001280     05  DF-EVENT-TIME               PIC X(06).
001290     05  DF-EVENT-CODE               PIC X(01).
001300         88  DF-EVT-SIGNON               VALUE "N".
001302         88  DF-EVT-SIGNON-REFUSED       VALUE "X".
001310         88  DF-EVT-SIGNOFF              VALUE "F".
001320         88  DF-EVT-SECURITY             VALUE "S".
001330         88  DF-EVT-MAINT-BY             VALUE "B".
001340         88  DF-EVT-MAINT-TO             VALUE "T".
001350         88  DF-EVT-BULLETIN             VALUE "K".
001360         88  DF-EVT-REPORT               VALUE "R".
001370         88  DF-EVT-SESSION              VALUE "A".
001380     05  DF-OPERATOR-ID              PIC X(08).
001390     05  DF-TERMINAL-ID              PIC X(04).
001400     05  DF-SHIFT-CODE               PIC X(01).
001410     05  DF-OUTCOME                  PIC X(30).
001420     05  FILLER                      PIC X(02).
001430
001440 FD  SYSIN-PARM-FILE.
001450 01  SYSIN-PARM-RECORD               PIC X(80).
001460
001470 FD  REPORT-FILE.
001480 01  DS-REPORT-LINE                  PIC X(80).
001490*================================================================
001500 WORKING-STORAGE SECTION.
001510 01  DS-SIGNLOG-STATUS               PIC X(02).
001520     88  DS-SIGNLOG-OK                   VALUE "00".
001530 01  DS-ARCHIVE-STATUS               PIC X(02).
001540     88  DS-ARCHIVE-OK                   VALUE "00".
001550 01  DS-AUDIT-STATUS                 PIC X(02).
001560     88  DS-AUDIT-OK                     VALUE "00".
001570 01  DS-BLTACK-STATUS                PIC X(02).
001580     88  DS-BLTACK-OK                    VALUE "00".
001590 01  DS-RPTLOG-STATUS                PIC X(02).
001600     88  DS-RPTLOG-OK                    VALUE "00".
001610     88  DS-RPTLOG-NEW                   VALUE "35".
001620 01  DS-ACTSESS-STATUS               PIC X(02).
001630     88  DS-ACTSESS-OK                   VALUE "00".
001640 01  DS-OPERMAST-STATUS              PIC X(02).
001650     88  DS-OPERMAST-OK                  VALUE "00".
001660 01  DS-SRTEVT-STATUS                PIC X(02).
001670     88  DS-SRTEVT-OK                    VALUE "00".
001680 01  DS-SYSIN-STATUS                 PIC X(02).
001690     88  DS-SYSIN-PRESENT                VALUE "00".
001700 01  DS-REPORT-STATUS                PIC X(02).
001710     88  DS-REPORT-OK                    VALUE "00".
001720
001730 01  DS-EOF-SW                       PIC X(01)  VALUE "N".
001740     88  DS-EOF                          VALUE "Y"
001750         WHEN SET TO FALSE IS "N".
001760 01  DS-PARM-VALID-SW                PIC X(01)  VALUE "N".
001770     88  DS-PARM-VALID                   VALUE "Y"
001780         WHEN SET TO FALSE IS "N".
001790 01  DS-MENU-RUN-SW                  PIC X(01)  VALUE "N".
001800     88  DS-MENU-RUN                     VALUE "Y"
001810         WHEN SET TO FALSE IS "N".
001820
001830 01  DS-PARM-CARD.
001840     05  DS-SEL-OPERATOR             PIC X(08).
001850     05  DS-SEL-TERMINAL             PIC X(04).
001860     05  DS-SEL-FROM-DATE            PIC X(08).
001870     05  DS-SEL-THRU-DATE            PIC X(08).
001880     05  FILLER                      PIC X(52).
001890
001891 01  DS-SUBJECT-ID                   PIC X(08)  VALUE SPACES.
001910 01  DS-TARGET-ID                    PIC X(08).
001920 01  DS-FUNCTION-TEXT                PIC X(10).
001930 01  DS-RC-DISPLAY                   PIC 9(03).
001940
001950 01  DS-REQUESTER.
001960     05  DS-REQ-OPERATOR-ID          PIC X(08)  VALUE SPACES.
001970     05  DS-REQ-TERMINAL-ID          PIC X(04)  VALUE SPACES.
001980
001990 01  DS-EVENT-COUNTS.
002000     05  DS-SIGNON-COUNT             PIC 9(07)  VALUE ZERO.
002010     05  DS-REFUSED-COUNT            PIC 9(07)  VALUE ZERO.
002020     05  DS-SIGNOFF-COUNT            PIC 9(07)  VALUE ZERO.
002030     05  DS-SECURITY-COUNT           PIC 9(07)  VALUE ZERO.
002040     05  DS-MAINT-BY-COUNT           PIC 9(07)  VALUE ZERO.
002050     05  DS-MAINT-TO-COUNT           PIC 9(07)  VALUE ZERO.
002060     05  DS-BULLETIN-COUNT           PIC 9(07)  VALUE ZERO.
002070     05  DS-REPORT-COUNT             PIC 9(07)  VALUE ZERO.
002080     05  DS-SESSION-COUNT            PIC 9(07)  VALUE ZERO.
002090     05  DS-EVENT-COUNT              PIC 9(07)  VALUE ZERO.
002100
002110 01  DS-CURRENT-DATE                 PIC X(08).
002120 01  DS-CURRENT-TIME                 PIC X(08).
002130
002140     COPY opermast
002150         REPLACING ==OPERATOR-MASTER-RECORD==
002160                BY ==AUDIT-BEFORE-IMAGE==
002170                   LEADING ==OM-== BY ==OB-==.
002180
002190     COPY opermast
002200         REPLACING ==OPERATOR-MASTER-RECORD==
002210                BY ==AUDIT-AFTER-IMAGE==
002220                   LEADING ==OM-== BY ==OA-==.
002230
002231     COPY signlog
002232         REPLACING ==SIGNON-LOG-RECORD==
002233                BY ==SIGNON-LOG-IMAGE==
002234                   LEADING ==SL-== BY ==LG-==.
002235
002240 01  DS-HEADING-1.
002250     05  FILLER                      PIC X(02)  VALUE SPACES.
002260     05  FILLER                      PIC X(35)
002270         VALUE "OPERATOR ACTIVITY DOSSIER".
002280     05  FILLER                      PIC X(05)  VALUE "REQ: ".
002290     05  DS-H-OPERATOR-ID            PIC X(08).
002300     05  FILLER                      PIC X(01)  VALUE SPACES.
002310     05  DS-H-TERMINAL-ID            PIC X(04).
002320     05  FILLER                      PIC X(01)  VALUE SPACES.
002330     05  DS-H-RUN-DATE               PIC X(08).
002340     05  FILLER                      PIC X(01)  VALUE SPACES.
002350     05  DS-H-RUN-TIME               PIC X(06).
002360     05  FILLER                      PIC X(09)  VALUE SPACES.
002370
002380 01  DS-SUBJECT-LINE.
002390     05  FILLER                      PIC X(02)  VALUE SPACES.
002400     05  DS-S-CAPTION                PIC X(10).
002410     05  DS-S-SUBJECT                PIC X(08).
002420     05  FILLER                      PIC X(01)  VALUE SPACES.
002430     05  DS-S-NAME                   PIC X(30).
002440     05  FILLER                      PIC X(29)  VALUE SPACES.
002450
002460 01  DS-SELECT-LINE.
002470     05  FILLER                      PIC X(02)  VALUE SPACES.
002480     05  FILLER                      PIC X(06)  VALUE "FROM: ".
002490     05  DS-S-FROM-DATE              PIC X(08).
002500     05  FILLER                      PIC X(07)  VALUE " THRU: ".
002510     05  DS-S-THRU-DATE              PIC X(08).
002520     05  FILLER                      PIC X(49)  VALUE SPACES.
002530
002540 01  DS-HEADING-2.
002550     05  FILLER                      PIC X(02)  VALUE SPACES.
002560     05  FILLER                      PIC X(09)  VALUE "DATE".
002570     05  FILLER                      PIC X(07)  VALUE "TIME".
002580     05  FILLER                      PIC X(13)  VALUE "EVENT".
002590     05  FILLER                      PIC X(09)  VALUE "OPER ID".
002600     05  FILLER                      PIC X(05)  VALUE "TERM".
002610     05  FILLER                      PIC X(02)  VALUE "S".
002620     05  FILLER                      PIC X(33)  VALUE "OUTCOME".
002630
002640 01  DS-EVENT-LINE.
002650     05  FILLER                      PIC X(02)  VALUE SPACES.
002660     05  DS-E-DATE                   PIC X(08).
002670     05  FILLER                      PIC X(01)  VALUE SPACES.
002680     05  DS-E-TIME                   PIC X(06).
002690     05  FILLER                      PIC X(01)  VALUE SPACES.
002700     05  DS-E-EVENT                  PIC X(12).
002710     05  FILLER                      PIC X(01)  VALUE SPACES.
002720     05  DS-E-OPERATOR-ID            PIC X(08).
002730     05  FILLER                      PIC X(01)  VALUE SPACES.
002740     05  DS-E-TERMINAL-ID            PIC X(04).
002750     05  FILLER                      PIC X(01)  VALUE SPACES.
002760     05  DS-E-SHIFT-CODE             PIC X(01).
002770     05  FILLER                      PIC X(01)  VALUE SPACES.
002780     05  DS-E-OUTCOME                PIC X(30).
002790     05  FILLER                      PIC X(03)  VALUE SPACES.
002800
002810 01  DS-COUNT-LINE.
002820     05  FILLER                      PIC X(02)  VALUE SPACES.
002830     05  DS-N-CAPTION                PIC X(20).
002840     05  DS-N-COUNT                  PIC ZZZZZZ9.
002850     05  FILLER                      PIC X(51)  VALUE SPACES.
002860
002870 01  DS-MESSAGE-LINE.
002880     05  FILLER                      PIC X(02)  VALUE SPACES.
002890     05  DS-M-MESSAGE                PIC X(40).
002900     05  FILLER                      PIC X(38)  VALUE SPACES.
002910*================================================================
002920 LINKAGE SECTION.
002930 01  REPORT-REQUEST-PARM.
002940     05  RRP-PARM-LENGTH             PIC S9(04) COMP.
002950     05  RRP-OPERATOR-ID             PIC X(08).
002960     05  RRP-TERMINAL-ID             PIC X(04).
002970*================================================================
002980 PROCEDURE DIVISION USING REPORT-REQUEST-PARM.
002990*----------------------------------------------------------------
003000 0000-MAINLINE.
003010     PERFORM 1000-INITIALIZE
003020         THRU 1000-EXIT.
003030     IF NOT DS-REPORT-OK
003040         GO TO 0000-TERMINATE
003050     END-IF.
003060     PERFORM 1500-READ-SELECTION
003070         THRU 1500-EXIT.
003080     IF NOT DS-PARM-VALID
003090         MOVE 16 TO RETURN-CODE
003100         GO TO 0000-TERMINATE
003110     END-IF.
003120     PERFORM 1900-NAME-SUBJECT
003130         THRU 1900-EXIT.
003140     SORT SORT-WORK
003150         ON ASCENDING KEY DE-EVENT-DATE DE-EVENT-TIME
003160         INPUT PROCEDURE IS 2000-SELECT-EVENTS
003170             THRU 2000-EXIT
003180         GIVING SORTED-EVENT.
003190     IF RETURN-CODE NOT = ZERO
003200         GO TO 0000-TERMINATE
003210     END-IF.
003220     PERFORM 5000-PRINT-DOSSIER
003230         THRU 5000-EXIT.
003240     PERFORM 8000-WRITE-TOTALS
003250         THRU 8000-EXIT.
003260 0000-TERMINATE.
003270     PERFORM 9000-LOG-THIS-RUN
003280         THRU 9000-EXIT.
003290     PERFORM 9999-END-OF-JOB
003300         THRU 9999-EXIT.
003310     GOBACK.
003320*----------------------------------------------------------------
003330* 1000-INITIALIZE  -  STAMP THE REQUESTER IN THE HEADING, OPEN
003340*                     THE REPORT FILE AND WRITE THE HEADING.  NO
003350*                     REQUESTER MEANS A BATCH RUN.
003360*----------------------------------------------------------------
003370 1000-INITIALIZE.
003380     MOVE ZERO TO RETURN-CODE.
003390     ACCEPT DS-CURRENT-DATE FROM DATE YYYYMMDD.
003400     ACCEPT DS-CURRENT-TIME FROM TIME.
003410     IF ADDRESS OF REPORT-REQUEST-PARM NOT = NULL
003420         IF RRP-PARM-LENGTH NOT < 12
003430             MOVE RRP-OPERATOR-ID TO DS-REQ-OPERATOR-ID
003440             MOVE RRP-TERMINAL-ID TO DS-REQ-TERMINAL-ID
003450             SET DS-MENU-RUN TO TRUE
003460         END-IF
003470     END-IF.
003480     MOVE DS-REQ-OPERATOR-ID TO DS-H-OPERATOR-ID.
003490     MOVE DS-REQ-TERMINAL-ID TO DS-H-TERMINAL-ID.
003500     MOVE DS-CURRENT-DATE TO DS-H-RUN-DATE.
003510     MOVE DS-CURRENT-TIME(1:6) TO DS-H-RUN-TIME.
003520     OPEN OUTPUT REPORT-FILE.
003530     IF DS-REPORT-OK
003540         WRITE DS-REPORT-LINE FROM DS-HEADING-1
003550     ELSE
003560         DISPLAY "REPORT FILE COULD NOT BE OPENED"
003570         MOVE 16 TO RETURN-CODE
003580     END-IF.
003590 1000-EXIT.
003600     EXIT.
003610*----------------------------------------------------------------
003620* 1500-READ-SELECTION  -  TAKE THE SUBJECT AND DATE RANGE FROM
003630*                         THE TERMINAL ON A MENU RUN OR FROM THE
003640*                         SYSIN CARD IN BATCH, AND EDIT THEM.
003650*----------------------------------------------------------------
003660 1500-READ-SELECTION.
003670     MOVE SPACES TO DS-PARM-CARD.
003680     IF DS-MENU-RUN
003690         PERFORM 1600-ACCEPT-SELECTION
003700             THRU 1600-EXIT
003710     ELSE
003720         OPEN INPUT SYSIN-PARM-FILE
003730         IF DS-SYSIN-PRESENT
003740             READ SYSIN-PARM-FILE INTO DS-PARM-CARD
003750                 AT END
003760                     CONTINUE
003770             END-READ
003780             CLOSE SYSIN-PARM-FILE
003790         END-IF
003800     END-IF.
003810     IF DS-SEL-OPERATOR = SPACES OR LOW-VALUES
003820         IF DS-SEL-TERMINAL = SPACES OR LOW-VALUES
003830             MOVE "NO OPERATOR OR TERMINAL SELECTED"
003840                 TO DS-M-MESSAGE
003850             GO TO 1500-REJECT
003860         END-IF
003870         MOVE SPACES TO DS-SEL-OPERATOR
003880         MOVE DS-SEL-TERMINAL TO DS-SUBJECT-ID
003890         MOVE "TERMINAL: " TO DS-S-CAPTION
003900     ELSE
003910         IF DS-SEL-TERMINAL NOT = SPACES
003920             AND DS-SEL-TERMINAL NOT = LOW-VALUES
003921             MOVE "SELECT OPERATOR OR TERMINAL, NOT BOTH"
003940                 TO DS-M-MESSAGE
003950             GO TO 1500-REJECT
003960         END-IF
003970         MOVE SPACES TO DS-SEL-TERMINAL
003980         MOVE DS-SEL-OPERATOR TO DS-SUBJECT-ID
003990         MOVE "OPERATOR: " TO DS-S-CAPTION
004000     END-IF.
004010     IF DS-SEL-FROM-DATE = SPACES OR LOW-VALUES
004020         MOVE "00000000" TO DS-SEL-FROM-DATE
004030     END-IF.
004040     IF DS-SEL-THRU-DATE = SPACES OR LOW-VALUES
004050         MOVE "99999999" TO DS-SEL-THRU-DATE
004060     END-IF.
004070     IF DS-SEL-FROM-DATE IS NOT NUMERIC
004080         OR DS-SEL-THRU-DATE IS NOT NUMERIC
004090         MOVE "FROM OR THRU DATE IS NOT NUMERIC"
004100             TO DS-M-MESSAGE
004110         GO TO 1500-REJECT
004120     END-IF.
004130     IF DS-SEL-THRU-DATE < DS-SEL-FROM-DATE
004140         MOVE "THRU DATE IS BEFORE FROM DATE"
004150             TO DS-M-MESSAGE
004160         GO TO 1500-REJECT
004170     END-IF.
004180     SET DS-PARM-VALID TO TRUE.
004190     MOVE DS-SUBJECT-ID TO DS-S-SUBJECT.
004200     MOVE DS-SEL-FROM-DATE TO DS-S-FROM-DATE.
004210     MOVE DS-SEL-THRU-DATE TO DS-S-THRU-DATE.
004220     GO TO 1500-EXIT.
004230 1500-REJECT.
004240     WRITE DS-REPORT-LINE FROM DS-MESSAGE-LINE.
004250     IF DS-MENU-RUN
004260         DISPLAY DS-M-MESSAGE
004270     END-IF.
004280 1500-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004310* 1600-ACCEPT-SELECTION  -  PROMPT FOR THE SELECTION AT THE
004320*                           TERMINAL.
004330*----------------------------------------------------------------
004340 1600-ACCEPT-SELECTION.
004350     DISPLAY "OPERATOR ACTIVITY DOSSIER".
004360     DISPLAY "ENTER OPERATOR ID (BLANK TO SELECT A TERMINAL)".
004370     ACCEPT DS-SEL-OPERATOR.
004380     IF DS-SEL-OPERATOR = SPACES OR LOW-VALUES
004390         DISPLAY "ENTER TERMINAL ID"
004400         ACCEPT DS-SEL-TERMINAL
004410     END-IF.
004420     DISPLAY "ENTER FROM DATE (YYYYMMDD, BLANK FOR ALL)".
004430     ACCEPT DS-SEL-FROM-DATE.
004440     DISPLAY "ENTER THRU DATE (YYYYMMDD, BLANK FOR ALL)".
004450     ACCEPT DS-SEL-THRU-DATE.
004460 1600-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490* 1900-NAME-SUBJECT  -  PRINT THE SUBJECT, WITH THE OPERATOR'S
004500*                       NAME FROM THE MASTER WHEN IT IS ON FILE,
004510*                       AND THE RANGE, THEN THE COLUMN HEADINGS.
004520*----------------------------------------------------------------
004530 1900-NAME-SUBJECT.
004540     MOVE SPACES TO DS-S-NAME.
004550     IF DS-SEL-OPERATOR NOT = SPACES
004560         OPEN INPUT OPERATOR-MASTER
004570         IF DS-OPERMAST-OK
004580             MOVE DS-SEL-OPERATOR TO OM-OPERATOR-ID
004590             READ OPERATOR-MASTER
004600                 INVALID KEY
004610                     MOVE "(NOT ON OPERATOR MASTER)" TO DS-S-NAME
004620                 NOT INVALID KEY
004630                     MOVE OM-OPERATOR-NAME TO DS-S-NAME
004640             END-READ
004650             CLOSE OPERATOR-MASTER
004660         END-IF
004670     END-IF.
004680     WRITE DS-REPORT-LINE FROM DS-SUBJECT-LINE.
004690     WRITE DS-REPORT-LINE FROM DS-SELECT-LINE.
004700     WRITE DS-REPORT-LINE FROM DS-HEADING-2.
004710 1900-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740* 2000-SELECT-EVENTS  -  SORT INPUT PROCEDURE.  RELEASE EVERY
004750*                        EVENT FOR THE SUBJECT IN THE RANGE FROM
004760*                        EACH SOURCE IN TURN.  ONLY THE LIVE
004770*                        SIGN-ON LOG IS REQUIRED; ANY OTHER SOURCE
004780*                        THAT CANNOT BE OPENED IS NOTED ON THE
004790*                        REPORT AND SKIPPED.
004800*----------------------------------------------------------------
004810 2000-SELECT-EVENTS.
004820     PERFORM 2100-SELECT-SIGNONS
004830         THRU 2100-EXIT.
004840     IF RETURN-CODE NOT = ZERO
004850         GO TO 2000-EXIT
004860     END-IF.
004870     PERFORM 2400-SELECT-MAINTENANCE
004880         THRU 2400-EXIT.
004890     PERFORM 2600-SELECT-BULLETINS
004900         THRU 2600-EXIT.
004910     PERFORM 2700-SELECT-REPORTS
004920         THRU 2700-EXIT.
004930     PERFORM 2800-SELECT-SESSIONS
004940         THRU 2800-EXIT.
004950 2000-EXIT.
004960     EXIT.
004970*----------------------------------------------------------------
004980* 2100-SELECT-SIGNONS  -  PASS THE ARCHIVE GENERATIONS AND THEN
004990*                         THE LIVE LOG.  A MISSING ARCHIVE ONLY
005000*                         WARNS.
005010*----------------------------------------------------------------
005020 2100-SELECT-SIGNONS.
005030     SET DS-EOF TO FALSE.
005040     OPEN INPUT ARCHIVE-FILE.
005050     IF DS-ARCHIVE-OK
005060         PERFORM 2110-READ-ARCHIVE
005070             THRU 2110-EXIT
005080         PERFORM 2120-CHECK-ARCHIVE
005090             THRU 2120-EXIT
005100             UNTIL DS-EOF
005110         CLOSE ARCHIVE-FILE
005120     ELSE
005130         MOVE "ARCHIVE UNAVAILABLE - LIVE LOG ONLY"
005140             TO DS-M-MESSAGE
005150         WRITE DS-REPORT-LINE FROM DS-MESSAGE-LINE
005160     END-IF.
005170     SET DS-EOF TO FALSE.
005180     OPEN INPUT SIGNON-LOG.
005190     IF NOT DS-SIGNLOG-OK
005200         MOVE "SIGN-ON LOG COULD NOT BE OPENED"
005210             TO DS-M-MESSAGE
005220         WRITE DS-REPORT-LINE FROM DS-MESSAGE-LINE
005230         MOVE 16 TO RETURN-CODE
005240         GO TO 2100-EXIT
005250     END-IF.
005260     PERFORM 2150-READ-LOG
005270         THRU 2150-EXIT.
005280     PERFORM 2160-CHECK-LOG
005290         THRU 2160-EXIT
005300         UNTIL DS-EOF.
005310     CLOSE SIGNON-LOG.
005320 2100-EXIT.
005330     EXIT.
005340*----------------------------------------------------------------
005350* 2110-READ-ARCHIVE  -  READ ONE ARCHIVE RECORD.
005360*----------------------------------------------------------------
005370 2110-READ-ARCHIVE.
005371     READ ARCHIVE-FILE INTO SIGNON-LOG-IMAGE
005390         AT END
005400             SET DS-EOF TO TRUE
005410     END-READ.
005420 2110-EXIT.
005430     EXIT.
005440*----------------------------------------------------------------
005441* 2120-CHECK-ARCHIVE  -  TAKE ONE ARCHIVE RECORD.
005470*----------------------------------------------------------------
005480 2120-CHECK-ARCHIVE.
005500     PERFORM 2200-RELEASE-SIGNLOG
005510         THRU 2200-EXIT.
005520     PERFORM 2110-READ-ARCHIVE
005530         THRU 2110-EXIT.
005540 2120-EXIT.
005550     EXIT.
005560*----------------------------------------------------------------
005570* 2150-READ-LOG  -  READ ONE LIVE LOG RECORD.
005580*----------------------------------------------------------------
005590 2150-READ-LOG.
005591     READ SIGNON-LOG INTO SIGNON-LOG-IMAGE
005610         AT END
005620             SET DS-EOF TO TRUE
005630     END-READ.
005640 2150-EXIT.
005650     EXIT.
005660*----------------------------------------------------------------
005670* 2160-CHECK-LOG  -  TAKE ONE LIVE LOG RECORD.
005680*----------------------------------------------------------------
005690 2160-CHECK-LOG.
005700     PERFORM 2200-RELEASE-SIGNLOG
005710         THRU 2200-EXIT.
005720     PERFORM 2150-READ-LOG
005730         THRU 2150-EXIT.
005740 2160-EXIT.
005750     EXIT.
005760*----------------------------------------------------------------
005770* 2200-RELEASE-SIGNLOG  -  RELEASE A SIGN-ON, SIGN-OFF OR
005772*                          SECURITY EVENT FOR THE SUBJECT FROM THE
005774*                          LOG RECORD JUST READ.
005790*----------------------------------------------------------------
005800 2200-RELEASE-SIGNLOG.
005810     IF LG-RUN-DATE < DS-SEL-FROM-DATE
005820         OR LG-RUN-DATE > DS-SEL-THRU-DATE
005830         GO TO 2200-EXIT
005840     END-IF.
005850     IF DS-SEL-OPERATOR NOT = SPACES
005860         AND LG-OPERATOR-ID NOT = DS-SEL-OPERATOR
005870         GO TO 2200-EXIT
005880     END-IF.
005890     IF DS-SEL-TERMINAL NOT = SPACES
005900         AND LG-TERMINAL-ID NOT = DS-SEL-TERMINAL
005910         GO TO 2200-EXIT
005920     END-IF.
005930     MOVE SPACES TO DE-RECORD.
005940     MOVE LG-RUN-DATE TO DE-EVENT-DATE.
005950     MOVE LG-RUN-TIME TO DE-EVENT-TIME.
005960     MOVE LG-ACTION-CODE TO DE-EVENT-CODE.
005970     MOVE LG-OPERATOR-ID TO DE-OPERATOR-ID.
005980     MOVE LG-TERMINAL-ID TO DE-TERMINAL-ID.
005990     MOVE LG-SHIFT-CODE TO DE-SHIFT-CODE.
006000     MOVE LG-RETURN-CODE TO DS-RC-DISPLAY.
006010     EVALUATE TRUE
006020         WHEN LG-RETURN-CODE = ZERO
006030             MOVE "COMPLETED" TO DE-OUTCOME
006040         WHEN LG-SIGNON
006050             STRING "REFUSED - RC " DS-RC-DISPLAY
006060                 DELIMITED BY SIZE INTO DE-OUTCOME
006070             MOVE "X" TO DE-EVENT-CODE
006080         WHEN LG-SECURITY
006090             STRING "FUNCTION REFUSED - RC " DS-RC-DISPLAY
006100                 DELIMITED BY SIZE INTO DE-OUTCOME
006110         WHEN OTHER
006120             STRING "ENDED - RC " DS-RC-DISPLAY
006130                 DELIMITED BY SIZE INTO DE-OUTCOME
006140     END-EVALUATE.
006150     RELEASE DE-RECORD.
006160 2200-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------
006190* 2400-SELECT-MAINTENANCE  -  PASS THE MAINTENANCE AUDIT FOR
006200*                             CHANGES MADE BY THE SUBJECT AND
006210*                             CHANGES MADE TO THE SUBJECT.
006220*----------------------------------------------------------------
006230 2400-SELECT-MAINTENANCE.
006240     OPEN INPUT MAINT-AUDIT.
006250     IF NOT DS-AUDIT-OK
006260         MOVE "MAINTENANCE AUDIT UNAVAILABLE - SKIPPED"
006270             TO DS-M-MESSAGE
006280         WRITE DS-REPORT-LINE FROM DS-MESSAGE-LINE
006290         GO TO 2400-EXIT
006300     END-IF.
006310     SET DS-EOF TO FALSE.
006320     PERFORM 2410-READ-AUDIT
006330         THRU 2410-EXIT.
006340     PERFORM 2420-CHECK-AUDIT
006350         THRU 2420-EXIT
006360         UNTIL DS-EOF.
006370     CLOSE MAINT-AUDIT.
006380 2400-EXIT.
006390     EXIT.
006400*----------------------------------------------------------------
006410* 2410-READ-AUDIT  -  READ ONE MAINTENANCE AUDIT RECORD.
006420*----------------------------------------------------------------
006430 2410-READ-AUDIT.
006440     READ MAINT-AUDIT
006450         AT END
006460             SET DS-EOF TO TRUE
006470     END-READ.
006480 2410-EXIT.
006490     EXIT.
006500*----------------------------------------------------------------
006510* 2420-CHECK-AUDIT  -  RELEASE ONE CHANGE BY OR TO THE SUBJECT.
006520*                      A CHANGE AN OPERATOR MADE TO THEIR OWN
006530*                      RECORD IS RELEASED ONCE, AS MADE BY THEM.
006540*----------------------------------------------------------------
006550 2420-CHECK-AUDIT.
006560     IF MA-AUDIT-DATE < DS-SEL-FROM-DATE
006570         OR MA-AUDIT-DATE > DS-SEL-THRU-DATE
006580         GO TO 2420-NEXT
006590     END-IF.
006600     MOVE MA-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE.
006610     MOVE MA-AFTER-IMAGE TO AUDIT-AFTER-IMAGE.
006620     IF OA-OPERATOR-ID = SPACES OR LOW-VALUES
006630         MOVE OB-OPERATOR-ID TO DS-TARGET-ID
006640     ELSE
006650         MOVE OA-OPERATOR-ID TO DS-TARGET-ID
006660     END-IF.
006670     PERFORM 2450-DECODE-FUNCTION
006680         THRU 2450-EXIT.
006690     MOVE SPACES TO DE-RECORD.
006700     MOVE MA-AUDIT-DATE TO DE-EVENT-DATE.
006710     MOVE MA-AUDIT-TIME TO DE-EVENT-TIME.
006720     MOVE MA-MAINT-OPERATOR-ID TO DE-OPERATOR-ID.
006730     MOVE MA-MAINT-TERMINAL-ID TO DE-TERMINAL-ID.
006740     IF (DS-SEL-OPERATOR NOT = SPACES
006750             AND MA-MAINT-OPERATOR-ID = DS-SEL-OPERATOR)
006760         OR (DS-SEL-TERMINAL NOT = SPACES
006770             AND MA-MAINT-TERMINAL-ID = DS-SEL-TERMINAL)
006780         MOVE "B" TO DE-EVENT-CODE
006790         STRING DS-FUNCTION-TEXT " OF " DS-TARGET-ID
006800             DELIMITED BY SIZE INTO DE-OUTCOME
006810         RELEASE DE-RECORD
006820         GO TO 2420-NEXT
006830     END-IF.
006840     IF DS-SEL-OPERATOR NOT = SPACES
006850         AND DS-TARGET-ID = DS-SEL-OPERATOR
006860         MOVE "T" TO DE-EVENT-CODE
006870         STRING DS-FUNCTION-TEXT " BY " MA-MAINT-OPERATOR-ID
006880             DELIMITED BY SIZE INTO DE-OUTCOME
006890         RELEASE DE-RECORD
006900     END-IF.
006910 2420-NEXT.
006920     PERFORM 2410-READ-AUDIT
006930         THRU 2410-EXIT.
006940 2420-EXIT.
006950     EXIT.
006960*----------------------------------------------------------------
006970* 2450-DECODE-FUNCTION  -  NAME THE MAINTENANCE FUNCTION.
006980*----------------------------------------------------------------
006990 2450-DECODE-FUNCTION.
007000     EVALUATE TRUE
007010         WHEN MA-FUNC-ADD
007020             MOVE "ADD" TO DS-FUNCTION-TEXT
007030         WHEN MA-FUNC-CHANGE
007040             MOVE "CHANGE" TO DS-FUNCTION-TEXT
007050         WHEN MA-FUNC-DEACTIVATE
007060             MOVE "DEACTIVATE" TO DS-FUNCTION-TEXT
007070         WHEN MA-FUNC-REACTIVATE
007080             MOVE "REACTIVATE" TO DS-FUNCTION-TEXT
007090         WHEN MA-FUNC-LOCKOUT
007100             MOVE "LOCKOUT" TO DS-FUNCTION-TEXT
007110         WHEN MA-FUNC-DORMANT
007120             MOVE "DORMANT" TO DS-FUNCTION-TEXT
007130         WHEN MA-FUNC-PASSWORD-RESET
007140             MOVE "PW RESET" TO DS-FUNCTION-TEXT
007142         WHEN MA-FUNC-RECERTIFY
007144             MOVE "RECERTIFY" TO DS-FUNCTION-TEXT
007150         WHEN OTHER
007160             MOVE MA-FUNCTION-CODE TO DS-FUNCTION-TEXT
007170     END-EVALUATE.
007180 2450-EXIT.
007190     EXIT.
007200*----------------------------------------------------------------
007210* 2600-SELECT-BULLETINS  -  PASS THE BULLETIN ACKNOWLEDGMENTS.
007220*----------------------------------------------------------------
007230 2600-SELECT-BULLETINS.
007240     OPEN INPUT BULLETIN-ACK.
007250     IF NOT DS-BLTACK-OK
007260         MOVE "BULLETIN ACKNOWLEDGMENTS UNAVAILABLE"
007270             TO DS-M-MESSAGE
007280         WRITE DS-REPORT-LINE FROM DS-MESSAGE-LINE
007290         GO TO 2600-EXIT
007300     END-IF.
007310     SET DS-EOF TO FALSE.
007320     PERFORM 2610-READ-BLTACK
007330         THRU 2610-EXIT.
007340     PERFORM 2620-CHECK-BLTACK
007350         THRU 2620-EXIT
007360         UNTIL DS-EOF.
007370     CLOSE BULLETIN-ACK.
007380 2600-EXIT.
007390     EXIT.
007400*----------------------------------------------------------------
007410* 2610-READ-BLTACK  -  READ ONE ACKNOWLEDGMENT.
007420*----------------------------------------------------------------
007430 2610-READ-BLTACK.
007440     READ BULLETIN-ACK
007450         AT END
007460             SET DS-EOF TO TRUE
007470     END-READ.
007480 2610-EXIT.
007490     EXIT.
007500*----------------------------------------------------------------
007510* 2620-CHECK-BLTACK  -  RELEASE ONE ACKNOWLEDGMENT BY THE
007520*                       SUBJECT.
007530*----------------------------------------------------------------
007540 2620-CHECK-BLTACK.
007550     IF BA-ACK-DATE < DS-SEL-FROM-DATE
007560         OR BA-ACK-DATE > DS-SEL-THRU-DATE
007570         GO TO 2620-NEXT
007580     END-IF.
007590     IF DS-SEL-OPERATOR NOT = SPACES
007600         AND BA-OPERATOR-ID NOT = DS-SEL-OPERATOR
007610         GO TO 2620-NEXT
007620     END-IF.
007630     IF DS-SEL-TERMINAL NOT = SPACES
007640         AND BA-TERMINAL-ID NOT = DS-SEL-TERMINAL
007650         GO TO 2620-NEXT
007660     END-IF.
007670     MOVE SPACES TO DE-RECORD.
007680     MOVE BA-ACK-DATE TO DE-EVENT-DATE.
007690     MOVE BA-ACK-TIME TO DE-EVENT-TIME.
007700     MOVE "K" TO DE-EVENT-CODE.
007710     MOVE BA-OPERATOR-ID TO DE-OPERATOR-ID.
007720     MOVE BA-TERMINAL-ID TO DE-TERMINAL-ID.
007730     MOVE BA-BLT-TARGET-SHIFT TO DE-SHIFT-CODE.
007740     MOVE BA-BLT-TEXT TO DE-OUTCOME.
007750     RELEASE DE-RECORD.
007760 2620-NEXT.
007770     PERFORM 2610-READ-BLTACK
007780         THRU 2610-EXIT.
007790 2620-EXIT.
007800     EXIT.
007810*----------------------------------------------------------------
007820* 2700-SELECT-REPORTS  -  PASS THE REPORT EXECUTION LOG.
007830*----------------------------------------------------------------
007840 2700-SELECT-REPORTS.
007850     OPEN INPUT REPORT-LOG.
007860     IF NOT DS-RPTLOG-OK
007870         MOVE "REPORT EXECUTION LOG UNAVAILABLE"
007880             TO DS-M-MESSAGE
007890         WRITE DS-REPORT-LINE FROM DS-MESSAGE-LINE
007900         GO TO 2700-EXIT
007910     END-IF.
007920     SET DS-EOF TO FALSE.
007930     PERFORM 2710-READ-RPTLOG
007940         THRU 2710-EXIT.
007950     PERFORM 2720-CHECK-RPTLOG
007960         THRU 2720-EXIT
007970         UNTIL DS-EOF.
007980     CLOSE REPORT-LOG.
007990 2700-EXIT.
008000     EXIT.
008010*----------------------------------------------------------------
008020* 2710-READ-RPTLOG  -  READ ONE REPORT EXECUTION RECORD.
008030*----------------------------------------------------------------
008040 2710-READ-RPTLOG.
008050     READ REPORT-LOG
008060         AT END
008070             SET DS-EOF TO TRUE
008080     END-READ.
008090 2710-EXIT.
008100     EXIT.
008110*----------------------------------------------------------------
008120* 2720-CHECK-RPTLOG  -  RELEASE ONE REPORT RUN REQUESTED BY THE
008130*                       SUBJECT.
008140*----------------------------------------------------------------
008150 2720-CHECK-RPTLOG.
008160     IF RL-RUN-DATE < DS-SEL-FROM-DATE
008170         OR RL-RUN-DATE > DS-SEL-THRU-DATE
008180         GO TO 2720-NEXT
008190     END-IF.
008200     IF DS-SEL-OPERATOR NOT = SPACES
008210         AND RL-OPERATOR-ID NOT = DS-SEL-OPERATOR
008220         GO TO 2720-NEXT
008230     END-IF.
008240     IF DS-SEL-TERMINAL NOT = SPACES
008250         AND RL-TERMINAL-ID NOT = DS-SEL-TERMINAL
008260         GO TO 2720-NEXT
008270     END-IF.
008280     MOVE SPACES TO DE-RECORD.
008290     MOVE RL-RUN-DATE TO DE-EVENT-DATE.
008300     MOVE RL-RUN-TIME TO DE-EVENT-TIME.
008310     MOVE "R" TO DE-EVENT-CODE.
008320     MOVE RL-OPERATOR-ID TO DE-OPERATOR-ID.
008330     MOVE RL-TERMINAL-ID TO DE-TERMINAL-ID.
008340     MOVE RL-RETURN-CODE TO DS-RC-DISPLAY.
008350     STRING RL-REPORT-ID " RC " DS-RC-DISPLAY " "
008360            RL-SUBJECT-ID
008370         DELIMITED BY SIZE INTO DE-OUTCOME.
008380     RELEASE DE-RECORD.
008390 2720-NEXT.
008400     PERFORM 2710-READ-RPTLOG
008410         THRU 2710-EXIT.
008420 2720-EXIT.
008430     EXIT.
008440*----------------------------------------------------------------
008450* 2800-SELECT-SESSIONS  -  PASS THE ACTIVE SESSION FILE FOR A
008460*                          SESSION THE SUBJECT STILL HOLDS OPEN.
008470*----------------------------------------------------------------
008480 2800-SELECT-SESSIONS.
008490     OPEN INPUT ACTIVE-SESSION.
008500     IF NOT DS-ACTSESS-OK
008510         MOVE "ACTIVE SESSION FILE UNAVAILABLE"
008520             TO DS-M-MESSAGE
008530         WRITE DS-REPORT-LINE FROM DS-MESSAGE-LINE
008540         GO TO 2800-EXIT
008550     END-IF.
008560     SET DS-EOF TO FALSE.
008570     PERFORM 2810-READ-SESSION
008580         THRU 2810-EXIT.
008590     PERFORM 2820-CHECK-SESSION
008600         THRU 2820-EXIT
008610         UNTIL DS-EOF.
008620     CLOSE ACTIVE-SESSION.
008630 2800-EXIT.
008640     EXIT.
008650*----------------------------------------------------------------
008660* 2810-READ-SESSION  -  READ THE NEXT ACTIVE SESSION.
008670*----------------------------------------------------------------
008680 2810-READ-SESSION.
008690     READ ACTIVE-SESSION NEXT RECORD
008700         AT END
008710             SET DS-EOF TO TRUE
008720     END-READ.
008730 2810-EXIT.
008740     EXIT.
008750*----------------------------------------------------------------
008760* 2820-CHECK-SESSION  -  RELEASE ONE OPEN SESSION FOR THE
008770*                        SUBJECT.
008780*----------------------------------------------------------------
008790 2820-CHECK-SESSION.
008800     IF AS-SIGNON-DATE < DS-SEL-FROM-DATE
008810         OR AS-SIGNON-DATE > DS-SEL-THRU-DATE
008820         GO TO 2820-NEXT
008830     END-IF.
008840     IF DS-SEL-OPERATOR NOT = SPACES
008850         AND AS-OPERATOR-ID NOT = DS-SEL-OPERATOR
008860         GO TO 2820-NEXT
008870     END-IF.
008880     IF DS-SEL-TERMINAL NOT = SPACES
008890         AND AS-TERMINAL-ID NOT = DS-SEL-TERMINAL
008900         GO TO 2820-NEXT
008910     END-IF.
008920     MOVE SPACES TO DE-RECORD.
008930     MOVE AS-SIGNON-DATE TO DE-EVENT-DATE.
008940     MOVE AS-SIGNON-TIME TO DE-EVENT-TIME.
008950     MOVE "A" TO DE-EVENT-CODE.
008960     MOVE AS-OPERATOR-ID TO DE-OPERATOR-ID.
008970     MOVE AS-TERMINAL-ID TO DE-TERMINAL-ID.
008980     MOVE AS-SHIFT-CODE TO DE-SHIFT-CODE.
008990     MOVE "STILL SIGNED ON" TO DE-OUTCOME.
009000     RELEASE DE-RECORD.
009010 2820-NEXT.
009020     PERFORM 2810-READ-SESSION
009030         THRU 2810-EXIT.
009040 2820-EXIT.
009050     EXIT.
009060*----------------------------------------------------------------
009070* 5000-PRINT-DOSSIER  -  PRINT THE SORTED EVENTS.
009080*----------------------------------------------------------------
009090 5000-PRINT-DOSSIER.
009100     OPEN INPUT SORTED-EVENT.
009110     IF NOT DS-SRTEVT-OK
009120         MOVE "SORTED EVENT FILE COULD NOT BE OPENED"
009130             TO DS-M-MESSAGE
009140         WRITE DS-REPORT-LINE FROM DS-MESSAGE-LINE
009150         MOVE 16 TO RETURN-CODE
009160         GO TO 5000-EXIT
009170     END-IF.
009180     SET DS-EOF TO FALSE.
009190     PERFORM 5100-READ-EVENT
009200         THRU 5100-EXIT.
009210     PERFORM 5200-PRINT-EVENT
009220         THRU 5200-EXIT
009230         UNTIL DS-EOF.
009240     CLOSE SORTED-EVENT.
009250     IF DS-EVENT-COUNT = ZERO
009260         MOVE "NO ACTIVITY FOUND FOR THE SELECTION"
009270             TO DS-M-MESSAGE
009280         WRITE DS-REPORT-LINE FROM DS-MESSAGE-LINE
009290     END-IF.
009300 5000-EXIT.
009310     EXIT.
009320*----------------------------------------------------------------
009330* 5100-READ-EVENT  -  READ ONE SORTED EVENT.
009340*----------------------------------------------------------------
009350 5100-READ-EVENT.
009360     READ SORTED-EVENT
009370         AT END
009380             SET DS-EOF TO TRUE
009390     END-READ.
009400 5100-EXIT.
009410     EXIT.
009420*----------------------------------------------------------------
009430* 5200-PRINT-EVENT  -  NAME, COUNT AND PRINT ONE EVENT.
009440*----------------------------------------------------------------
009450 5200-PRINT-EVENT.
009460     ADD 1 TO DS-EVENT-COUNT.
009470     EVALUATE TRUE
009480         WHEN DF-EVT-SIGNON
009490             MOVE "SIGN-ON" TO DS-E-EVENT
009500             ADD 1 TO DS-SIGNON-COUNT
009501         WHEN DF-EVT-SIGNON-REFUSED
009520             MOVE "SIGN-ON FAIL" TO DS-E-EVENT
009530             ADD 1 TO DS-REFUSED-COUNT
009540         WHEN DF-EVT-SIGNOFF
009550             MOVE "SIGN-OFF" TO DS-E-EVENT
009560             ADD 1 TO DS-SIGNOFF-COUNT
009570         WHEN DF-EVT-SECURITY
009580             MOVE "SECURITY" TO DS-E-EVENT
009590             ADD 1 TO DS-SECURITY-COUNT
009600         WHEN DF-EVT-MAINT-BY
009610             MOVE "MAINT MADE" TO DS-E-EVENT
009620             ADD 1 TO DS-MAINT-BY-COUNT
009630         WHEN DF-EVT-MAINT-TO
009640             MOVE "MAINT RCVD" TO DS-E-EVENT
009650             ADD 1 TO DS-MAINT-TO-COUNT
009660         WHEN DF-EVT-BULLETIN
009670             MOVE "BULLETIN ACK" TO DS-E-EVENT
009680             ADD 1 TO DS-BULLETIN-COUNT
009690         WHEN DF-EVT-REPORT
009700             MOVE "REPORT RUN" TO DS-E-EVENT
009710             ADD 1 TO DS-REPORT-COUNT
009720         WHEN DF-EVT-SESSION
009730             MOVE "SESSION OPEN" TO DS-E-EVENT
009740             ADD 1 TO DS-SESSION-COUNT
009750         WHEN OTHER
009760             MOVE DF-EVENT-CODE TO DS-E-EVENT
009770     END-EVALUATE.
009780     MOVE DF-EVENT-DATE TO DS-E-DATE.
009790     MOVE DF-EVENT-TIME TO DS-E-TIME.
009800     MOVE DF-OPERATOR-ID TO DS-E-OPERATOR-ID.
009810     MOVE DF-TERMINAL-ID TO DS-E-TERMINAL-ID.
009820     MOVE DF-SHIFT-CODE TO DS-E-SHIFT-CODE.
009830     MOVE DF-OUTCOME TO DS-E-OUTCOME.
009840     WRITE DS-REPORT-LINE FROM DS-EVENT-LINE.
009850     PERFORM 5100-READ-EVENT
009860         THRU 5100-EXIT.
009870 5200-EXIT.
009880     EXIT.
009890*----------------------------------------------------------------
009900* 8000-WRITE-TOTALS  -  PRINT THE TOTALS BY EVENT TYPE.
009910*----------------------------------------------------------------
009920 8000-WRITE-TOTALS.
009930     MOVE "SIGN-ONS" TO DS-N-CAPTION.
009940     MOVE DS-SIGNON-COUNT TO DS-N-COUNT.
009950     WRITE DS-REPORT-LINE FROM DS-COUNT-LINE.
009960     MOVE "SIGN-ONS REFUSED" TO DS-N-CAPTION.
009970     MOVE DS-REFUSED-COUNT TO DS-N-COUNT.
009980     WRITE DS-REPORT-LINE FROM DS-COUNT-LINE.
009990     MOVE "SIGN-OFFS" TO DS-N-CAPTION.
010000     MOVE DS-SIGNOFF-COUNT TO DS-N-COUNT.
010010     WRITE DS-REPORT-LINE FROM DS-COUNT-LINE.
010020     MOVE "SECURITY EVENTS" TO DS-N-CAPTION.
010030     MOVE DS-SECURITY-COUNT TO DS-N-COUNT.
010040     WRITE DS-REPORT-LINE FROM DS-COUNT-LINE.
010050     MOVE "MAINTENANCE MADE" TO DS-N-CAPTION.
010060     MOVE DS-MAINT-BY-COUNT TO DS-N-COUNT.
010070     WRITE DS-REPORT-LINE FROM DS-COUNT-LINE.
010080     MOVE "MAINTENANCE RECEIVED" TO DS-N-CAPTION.
010090     MOVE DS-MAINT-TO-COUNT TO DS-N-COUNT.
010100     WRITE DS-REPORT-LINE FROM DS-COUNT-LINE.
010110     MOVE "BULLETIN ACKS" TO DS-N-CAPTION.
010120     MOVE DS-BULLETIN-COUNT TO DS-N-COUNT.
010130     WRITE DS-REPORT-LINE FROM DS-COUNT-LINE.
010140     MOVE "REPORT RUNS" TO DS-N-CAPTION.
010150     MOVE DS-REPORT-COUNT TO DS-N-COUNT.
010160     WRITE DS-REPORT-LINE FROM DS-COUNT-LINE.
010170     MOVE "OPEN SESSIONS" TO DS-N-CAPTION.
010180     MOVE DS-SESSION-COUNT TO DS-N-COUNT.
010190     WRITE DS-REPORT-LINE FROM DS-COUNT-LINE.
010200     MOVE "TOTAL EVENTS" TO DS-N-CAPTION.
010210     MOVE DS-EVENT-COUNT TO DS-N-COUNT.
010220     WRITE DS-REPORT-LINE FROM DS-COUNT-LINE.
010230 8000-EXIT.
010240     EXIT.
010250*----------------------------------------------------------------
010260* 9000-LOG-THIS-RUN  -  APPEND THIS RUN'S OWN REPORT EXECUTION
010270*                       RECORD, WITH THE REQUESTER (BLANK IN
010280*                       BATCH) AND THE SUBJECT, WHATEVER THE
010290*                       OUTCOME.
010300*----------------------------------------------------------------
010310 9000-LOG-THIS-RUN.
010320     OPEN EXTEND REPORT-LOG.
010330     IF DS-RPTLOG-NEW
010340         OPEN OUTPUT REPORT-LOG
010350     END-IF.
010360     IF NOT DS-RPTLOG-OK
010370         DISPLAY "WARNING - REPORT LOG COULD NOT BE OPENED"
010380         GO TO 9000-EXIT
010390     END-IF.
010400     MOVE SPACES TO REPORT-LOG-RECORD.
010410     MOVE DS-REQ-OPERATOR-ID TO RL-OPERATOR-ID.
010420     MOVE DS-REQ-TERMINAL-ID TO RL-TERMINAL-ID.
010430     MOVE "OPRDOSS" TO RL-REPORT-ID.
010440     MOVE DS-CURRENT-DATE TO RL-RUN-DATE.
010450     MOVE DS-CURRENT-TIME(1:6) TO RL-RUN-TIME.
010460     MOVE RETURN-CODE TO RL-RETURN-CODE.
010470     MOVE DS-SUBJECT-ID TO RL-SUBJECT-ID.
010480     WRITE REPORT-LOG-RECORD.
010490     CLOSE REPORT-LOG.
010500 9000-EXIT.
010510     EXIT.
010520*----------------------------------------------------------------
010530* 9999-END-OF-JOB  -  CLOSE THE REPORT FILE AND TERMINATE.
010540*----------------------------------------------------------------
010550 9999-END-OF-JOB.
010560     IF DS-REPORT-OK
010570         CLOSE REPORT-FILE
010580     END-IF.
010590 9999-EXIT.
010600     EXIT.
