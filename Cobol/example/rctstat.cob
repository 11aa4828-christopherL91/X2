000010*================================================================
000020* PROGRAM-ID. RCTSTAT
000030*----------------------------------------------------------------
000040* AUTHOR.        C. L. BRANNIGAN
000050* INSTALLATION.  DATA CENTER SERVICES
000060* DATE-WRITTEN.  2026-10-15.
000070* DATE-COMPILED. 2026-10-15.
000080*----------------------------------------------------------------
000090* DESCRIPTION.
000100*   ACCESS RECERTIFICATION COMPLETION AND ESCALATION REPORTS.
000110*   READS ONE CYCLE FROM THE RECERTIFICATION FILE AND PRINTS,
000120*   PER RESPONSIBLE SUPERVISOR, HOW MANY OPERATORS THEY OWN AND
000130*   HOW MANY THEY HAVE KEPT, DOWNGRADED, REVOKED OR LEFT
000140*   PENDING, WITH EACH SUPERVISOR SHOWN AS SIGNED OFF ONLY WHEN
000150*   NOTHING IS LEFT PENDING.  ONCE THE CYCLE DEADLINE HAS PASSED
000160*   THE ESCALATION REPORT LISTS EVERY OPERATOR STILL WITHOUT A
000170*   DECISION, BY SUPERVISOR, FOR THE MANAGER TO CHASE.
000180*   THE SYSIN CARD CARRIES THE CYCLE ID (COLUMNS 1-6) AND AN
000190*   OPTIONAL AS-OF DATE (YYYYMMDD IN COLUMNS 7-14, DEFAULTING TO
000200*   TODAY).  RETURN CODE 4 WHEN ANYTHING IS ESCALATED.
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 CLB   ORIGINAL PROGRAM
000250*================================================================
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. RCTSTAT.
000280 AUTHOR. C. L. BRANNIGAN.
000290 INSTALLATION. DATA CENTER SERVICES.
000300 DATE-WRITTEN. 2026-10-15.
000310 DATE-COMPILED. 2026-10-15.
000320*================================================================
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RECERT-FILE ASSIGN TO "RECERT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS RV-RECERT-KEY
000400         FILE STATUS IS CS-RECERT-STATUS.
000410
000420     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS OM-OPERATOR-ID
000460         FILE STATUS IS CS-OPERMAST-STATUS.
000470
000480     SELECT SORT-WORK ASSIGN TO "SRTWK13".
000490
000500     SELECT SORTED-ENTRY ASSIGN TO "SRTRCT"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS CS-SRTENT-STATUS.
000530
000540     SELECT SYSIN-PARM-FILE ASSIGN TO "SYSIN"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS CS-SYSIN-STATUS.
000570
000580     SELECT REPORT-FILE ASSIGN TO "RCTSTATO"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS CS-REPORT-STATUS.
000610
000620     SELECT ESCALATION-FILE ASSIGN TO "RCTESCO"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS CS-ESCAL-STATUS.
000650*================================================================
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  RECERT-FILE.
000690     COPY recert.
000700
000710 FD  OPERATOR-MASTER.
000720     COPY opermast.
000730
000740 SD  SORT-WORK.
000750     COPY recert
000760         REPLACING ==RECERT-RECORD== BY ==QS-RECORD==
000770                   LEADING ==RV-== BY ==QS-==.
000780
000790 FD  SORTED-ENTRY.
000800     COPY recert
000810         REPLACING ==RECERT-RECORD== BY ==QT-RECORD==
000820                   LEADING ==RV-== BY ==QT-==.
000830
000840 FD  SYSIN-PARM-FILE.
000850 01  SYSIN-PARM-RECORD               PIC X(80).
000860
000870 FD  REPORT-FILE.
000880 01  CS-REPORT-LINE                  PIC X(80).
000890
000900 FD  ESCALATION-FILE.
000910 01  CS-ESCAL-LINE                   PIC X(80).
000920*================================================================
000930 WORKING-STORAGE SECTION.
000940 01  CS-RECERT-STATUS                PIC X(02).
000950     88  CS-RECERT-OK                    VALUE "00".
000960 01  CS-OPERMAST-STATUS              PIC X(02).
000970     88  CS-OPERMAST-OK                  VALUE "00".
000980 01  CS-SRTENT-STATUS                PIC X(02).
000990     88  CS-SRTENT-OK                    VALUE "00".
001000 01  CS-SYSIN-STATUS                 PIC X(02).
001010     88  CS-SYSIN-PRESENT                VALUE "00".
001020 01  CS-REPORT-STATUS                PIC X(02).
001030     88  CS-REPORT-OK                    VALUE "00".
001040 01  CS-ESCAL-STATUS                 PIC X(02).
001050     88  CS-ESCAL-OK                     VALUE "00".
001060
001070 01  CS-BROWSE-EOF-SW                PIC X(01)  VALUE "N".
001080     88  CS-BROWSE-EOF                   VALUE "Y"
001090         WHEN SET TO FALSE IS "N".
001100 01  CS-SORT-EOF-SW                  PIC X(01)  VALUE "N".
001110     88  CS-SORT-EOF                     VALUE "Y"
001120         WHEN SET TO FALSE IS "N".
001130 01  CS-PARM-VALID-SW                PIC X(01)  VALUE "N".
001140     88  CS-PARM-VALID                   VALUE "Y"
001150         WHEN SET TO FALSE IS "N".
001160 01  CS-FILES-OPEN-SW                PIC X(01)  VALUE "N".
001170     88  CS-FILES-OPEN                   VALUE "Y"
001180         WHEN SET TO FALSE IS "N".
001190 01  CS-PAST-DEADLINE-SW             PIC X(01)  VALUE "N".
001200     88  CS-PAST-DEADLINE                VALUE "Y"
001210         WHEN SET TO FALSE IS "N".
001220
001230 01  CS-PARM-CARD.
001240     05  CS-CYCLE-ID                 PIC X(06).
001250     05  CS-AS-OF-DATE               PIC X(08).
001260     05  FILLER                      PIC X(66).
001270
001280 01  CS-DEADLINE-DATE                PIC X(08).
001290 01  CS-CURRENT-SUPERVISOR           PIC X(08).
001300 01  CS-CURRENT-DATE                 PIC X(08).
001310
001320 01  CS-OWNED-COUNT                  PIC 9(05)  VALUE ZERO.
001330 01  CS-KEEP-COUNT                   PIC 9(05)  VALUE ZERO.
001340 01  CS-DOWNGRADE-COUNT              PIC 9(05)  VALUE ZERO.
001350 01  CS-REVOKE-COUNT                 PIC 9(05)  VALUE ZERO.
001360 01  CS-PENDING-COUNT                PIC 9(05)  VALUE ZERO.
001370
001380 01  CS-ENTRY-TOTAL                  PIC 9(07)  VALUE ZERO.
001390 01  CS-DECIDED-TOTAL                PIC 9(07)  VALUE ZERO.
001400 01  CS-PENDING-TOTAL                PIC 9(07)  VALUE ZERO.
001410 01  CS-SUPERVISOR-TOTAL             PIC 9(07)  VALUE ZERO.
001420 01  CS-SIGNED-OFF-TOTAL             PIC 9(07)  VALUE ZERO.
001430 01  CS-OPEN-TOTAL                   PIC 9(07)  VALUE ZERO.
001440 01  CS-ESCALATED-TOTAL              PIC 9(07)  VALUE ZERO.
001450
001460 01  CS-HEADING-1.
001470     05  FILLER                      PIC X(02)  VALUE SPACES.
001480     05  FILLER                      PIC X(40)
001490         VALUE "ACCESS RECERTIFICATION COMPLETION".
001500     05  FILLER                      PIC X(07)  VALUE "CYCLE: ".
001510     05  CS-H-CYCLE-ID               PIC X(06).
001520     05  FILLER                      PIC X(09)  VALUE "  AS OF: ".
001530     05  CS-H-AS-OF-DATE             PIC X(08).
001540     05  FILLER                      PIC X(08)  VALUE SPACES.
001550
001560 01  CS-ESCAL-HEADING-1.
001570     05  FILLER                      PIC X(02)  VALUE SPACES.
001580     05  FILLER                      PIC X(40)
001590         VALUE "ACCESS RECERTIFICATION ESCALATIONS".
001600     05  FILLER                      PIC X(07)  VALUE "CYCLE: ".
001610     05  CS-X-CYCLE-ID               PIC X(06).
001620     05  FILLER                      PIC X(09)  VALUE "  AS OF: ".
001630     05  CS-X-AS-OF-DATE             PIC X(08).
001640     05  FILLER                      PIC X(08)  VALUE SPACES.
001650
001660 01  CS-DEADLINE-LINE.
001670     05  FILLER                      PIC X(02)  VALUE SPACES.
001672     05  FILLER                      PIC X(10)
001674         VALUE "DEADLINE: ".
001690     05  CS-L-DEADLINE-DATE          PIC X(08).
001700     05  FILLER                      PIC X(60)  VALUE SPACES.
001710
001720 01  CS-HEADING-2.
001730     05  FILLER                      PIC X(02)  VALUE SPACES.
001740     05  FILLER                      PIC X(10)  VALUE "SUPV ID".
001750     05  FILLER                      PIC X(22)  VALUE "NAME".
001760     05  FILLER                      PIC X(06)  VALUE " OWNS".
001770     05  FILLER                      PIC X(06)  VALUE " KEPT".
001780     05  FILLER                      PIC X(06)  VALUE " DOWN".
001790     05  FILLER                      PIC X(06)  VALUE " REVK".
001800     05  FILLER                      PIC X(06)  VALUE " PEND".
001810     05  FILLER                      PIC X(16)  VALUE "  STATUS".
001820
001830 01  CS-SUPERVISOR-LINE.
001840     05  FILLER                      PIC X(02)  VALUE SPACES.
001850     05  CS-S-SUPERVISOR-ID          PIC X(08).
001860     05  FILLER                      PIC X(02)  VALUE SPACES.
001870     05  CS-S-NAME                   PIC X(20).
001880     05  FILLER                      PIC X(02)  VALUE SPACES.
001890     05  CS-S-OWNED                  PIC ZZZZ9.
001900     05  FILLER                      PIC X(01)  VALUE SPACE.
001910     05  CS-S-KEPT                   PIC ZZZZ9.
001920     05  FILLER                      PIC X(01)  VALUE SPACE.
001930     05  CS-S-DOWNGRADED             PIC ZZZZ9.
001940     05  FILLER                      PIC X(01)  VALUE SPACE.
001950     05  CS-S-REVOKED                PIC ZZZZ9.
001960     05  FILLER                      PIC X(01)  VALUE SPACE.
001970     05  CS-S-PENDING                PIC ZZZZ9.
001980     05  FILLER                      PIC X(02)  VALUE SPACES.
001990     05  CS-S-STATUS                 PIC X(14).
002000     05  FILLER                      PIC X(01)  VALUE SPACE.
002010
002020 01  CS-ESCAL-HEADING-2.
002030     05  FILLER                      PIC X(02)  VALUE SPACES.
002040     05  FILLER                      PIC X(10)  VALUE "SUPV ID".
002050     05  FILLER                      PIC X(10)  VALUE "OPER ID".
002060     05  FILLER                      PIC X(32)  VALUE "NAME".
002070     05  FILLER                      PIC X(05)  VALUE "LVL".
002080     05  FILLER                      PIC X(21)  VALUE "LAST ON".
002090
002100 01  CS-ESCAL-DETAIL.
002110     05  FILLER                      PIC X(02)  VALUE SPACES.
002120     05  CS-E-SUPERVISOR-ID          PIC X(08).
002130     05  FILLER                      PIC X(02)  VALUE SPACES.
002140     05  CS-E-OPERATOR-ID            PIC X(08).
002150     05  FILLER                      PIC X(02)  VALUE SPACES.
002160     05  CS-E-NAME                   PIC X(30).
002170     05  FILLER                      PIC X(02)  VALUE SPACES.
002180     05  CS-E-AUTH-LEVEL             PIC X(01).
002190     05  FILLER                      PIC X(04)  VALUE SPACES.
002200     05  CS-E-LAST-SIGNON            PIC X(08).
002210     05  FILLER                      PIC X(13)  VALUE SPACES.
002220
002230 01  CS-COUNT-LINE.
002240     05  FILLER                      PIC X(02)  VALUE SPACES.
002250     05  CS-N-CAPTION                PIC X(20).
002260     05  CS-N-COUNT                  PIC ZZZZZZ9.
002270     05  FILLER                      PIC X(51)  VALUE SPACES.
002280
002290 01  CS-MESSAGE-LINE.
002300     05  FILLER                      PIC X(02)  VALUE SPACES.
002310     05  CS-M-MESSAGE                PIC X(40).
002320     05  FILLER                      PIC X(38)  VALUE SPACES.
002330*================================================================
002340 PROCEDURE DIVISION.
002350*----------------------------------------------------------------
002360 0000-MAINLINE.
002370     PERFORM 1000-INITIALIZE
002380         THRU 1000-EXIT.
002390     IF RETURN-CODE NOT = ZERO
002400         GO TO 0000-TERMINATE
002410     END-IF.
002420     PERFORM 1500-READ-PARM-CARD
002430         THRU 1500-EXIT.
002440     IF NOT CS-PARM-VALID
002450         MOVE 16 TO RETURN-CODE
002460         GO TO 0000-TERMINATE
002470     END-IF.
002480     PERFORM 2000-OPEN-CYCLE
002490         THRU 2000-EXIT.
002500     IF RETURN-CODE NOT = ZERO
002510         GO TO 0000-TERMINATE
002520     END-IF.
002530     SORT SORT-WORK
002540         ON ASCENDING KEY QS-SUPERVISOR-ID QS-OPERATOR-ID
002550         INPUT PROCEDURE IS 3000-SELECT-ENTRIES
002560             THRU 3000-EXIT
002570         GIVING SORTED-ENTRY.
002580     IF RETURN-CODE NOT = ZERO
002590         GO TO 0000-TERMINATE
002600     END-IF.
002610     PERFORM 4000-REPORT-CYCLE
002620         THRU 4000-EXIT.
002630     PERFORM 8000-WRITE-TOTALS
002640         THRU 8000-EXIT.
002650     IF RETURN-CODE = ZERO AND CS-ESCALATED-TOTAL > ZERO
002660         MOVE 4 TO RETURN-CODE
002670     END-IF.
002680 0000-TERMINATE.
002690     PERFORM 9999-END-OF-JOB
002700         THRU 9999-EXIT.
002710     STOP RUN.
002720*----------------------------------------------------------------
002730* 1000-INITIALIZE  -  OPEN THE COMPLETION AND ESCALATION REPORTS.
002740*----------------------------------------------------------------
002750 1000-INITIALIZE.
002760     MOVE ZERO TO RETURN-CODE.
002770     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD.
002780     OPEN OUTPUT REPORT-FILE.
002790     IF NOT CS-REPORT-OK
002800         DISPLAY "REPORT FILE COULD NOT BE OPENED"
002810         MOVE 16 TO RETURN-CODE
002820         GO TO 1000-EXIT
002830     END-IF.
002840     OPEN OUTPUT ESCALATION-FILE.
002850     IF NOT CS-ESCAL-OK
002860         DISPLAY "ESCALATION REPORT COULD NOT BE OPENED"
002870         MOVE 16 TO RETURN-CODE
002880     END-IF.
002890 1000-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002920* 1500-READ-PARM-CARD  -  EDIT THE CYCLE ID AND AS-OF DATE AND
002930*                         WRITE THE HEADINGS.
002940*----------------------------------------------------------------
002950 1500-READ-PARM-CARD.
002960     MOVE SPACES TO CS-PARM-CARD.
002970     OPEN INPUT SYSIN-PARM-FILE.
002980     IF CS-SYSIN-PRESENT
002990         READ SYSIN-PARM-FILE INTO CS-PARM-CARD
003000             AT END
003010                 CONTINUE
003020         END-READ
003030         CLOSE SYSIN-PARM-FILE
003040     END-IF.
003050     IF CS-AS-OF-DATE = SPACES
003060         MOVE CS-CURRENT-DATE TO CS-AS-OF-DATE
003070     END-IF.
003080     MOVE CS-CYCLE-ID TO CS-H-CYCLE-ID.
003090     MOVE CS-CYCLE-ID TO CS-X-CYCLE-ID.
003100     MOVE CS-AS-OF-DATE TO CS-H-AS-OF-DATE.
003110     MOVE CS-AS-OF-DATE TO CS-X-AS-OF-DATE.
003120     WRITE CS-REPORT-LINE FROM CS-HEADING-1.
003130     WRITE CS-ESCAL-LINE FROM CS-ESCAL-HEADING-1.
003140     IF CS-CYCLE-ID = SPACES OR LOW-VALUES
003150         MOVE "CYCLE ID IS MISSING FROM THE PARM CARD"
003160             TO CS-M-MESSAGE
003170         WRITE CS-REPORT-LINE FROM CS-MESSAGE-LINE
003180         GO TO 1500-EXIT
003190     END-IF.
003200     IF CS-AS-OF-DATE IS NOT NUMERIC
003210         MOVE "AS-OF DATE IS NOT NUMERIC"
003220             TO CS-M-MESSAGE
003230         WRITE CS-REPORT-LINE FROM CS-MESSAGE-LINE
003240         GO TO 1500-EXIT
003250     END-IF.
003260     SET CS-PARM-VALID TO TRUE.
003270 1500-EXIT.
003280     EXIT.
003290*----------------------------------------------------------------
003300* 2000-OPEN-CYCLE  -  OPEN THE RECERTIFICATION FILE AND THE
003310*                     MASTER, FIND THE CYCLE AND SETTLE WHETHER
003320*                     ITS DEADLINE HAS PASSED.
003330*----------------------------------------------------------------
003340 2000-OPEN-CYCLE.
003350     OPEN INPUT RECERT-FILE.
003360     IF NOT CS-RECERT-OK
003370         MOVE "RECERTIFICATION FILE COULD NOT BE OPENED"
003380             TO CS-M-MESSAGE
003390         WRITE CS-REPORT-LINE FROM CS-MESSAGE-LINE
003400         MOVE 16 TO RETURN-CODE
003410         GO TO 2000-EXIT
003420     END-IF.
003430     OPEN INPUT OPERATOR-MASTER.
003440     IF NOT CS-OPERMAST-OK
003450         MOVE "OPERATOR MASTER COULD NOT BE OPENED"
003460             TO CS-M-MESSAGE
003470         WRITE CS-REPORT-LINE FROM CS-MESSAGE-LINE
003480         MOVE 16 TO RETURN-CODE
003490         CLOSE RECERT-FILE
003500         GO TO 2000-EXIT
003510     END-IF.
003520     SET CS-FILES-OPEN TO TRUE.
003530     MOVE CS-CYCLE-ID TO RV-CYCLE-ID.
003540     SET RV-CYCLE-ENTRY TO TRUE.
003550     READ RECERT-FILE
003560         INVALID KEY
003570             MOVE "RECERTIFICATION CYCLE NOT FOUND"
003580                 TO CS-M-MESSAGE
003590             WRITE CS-REPORT-LINE FROM CS-MESSAGE-LINE
003600             MOVE 16 TO RETURN-CODE
003610             GO TO 2000-EXIT
003620     END-READ.
003630     MOVE RV-DEADLINE-DATE TO CS-DEADLINE-DATE.
003640     MOVE CS-DEADLINE-DATE TO CS-L-DEADLINE-DATE.
003650     WRITE CS-REPORT-LINE FROM CS-DEADLINE-LINE.
003660     WRITE CS-ESCAL-LINE FROM CS-DEADLINE-LINE.
003670     WRITE CS-REPORT-LINE FROM CS-HEADING-2.
003680     IF CS-AS-OF-DATE > CS-DEADLINE-DATE
003690         SET CS-PAST-DEADLINE TO TRUE
003700         WRITE CS-ESCAL-LINE FROM CS-ESCAL-HEADING-2
003710     ELSE
003720         MOVE "DEADLINE NOT YET REACHED - NONE ESCALATED"
003730             TO CS-M-MESSAGE
003740         WRITE CS-ESCAL-LINE FROM CS-MESSAGE-LINE
003750     END-IF.
003760 2000-EXIT.
003770     EXIT.
003780*----------------------------------------------------------------
003790* 3000-SELECT-ENTRIES  -  SORT INPUT PROCEDURE.  RELEASE EVERY
003800*                         OPERATOR ENTRY OF THE CYCLE.
003810*----------------------------------------------------------------
003820 3000-SELECT-ENTRIES.
003830     MOVE CS-CYCLE-ID TO RV-CYCLE-ID.
003840     MOVE LOW-VALUES TO RV-OPERATOR-ID.
003850     START RECERT-FILE KEY NOT < RV-RECERT-KEY
003860         INVALID KEY
003870             SET CS-BROWSE-EOF TO TRUE
003880     END-START.
003890     PERFORM 3100-RELEASE-ENTRY
003900         THRU 3100-EXIT
003910         UNTIL CS-BROWSE-EOF.
003920 3000-EXIT.
003930     EXIT.
003940*----------------------------------------------------------------
003950* 3100-RELEASE-ENTRY  -  READ THE NEXT ENTRY AND RELEASE IT WHEN
003960*                        IT IS AN OPERATOR ENTRY OF THE CYCLE.
003970*----------------------------------------------------------------
003980 3100-RELEASE-ENTRY.
003990     READ RECERT-FILE NEXT RECORD
004000         AT END
004010             SET CS-BROWSE-EOF TO TRUE
004020             GO TO 3100-EXIT
004030     END-READ.
004040     IF RV-CYCLE-ID NOT = CS-CYCLE-ID
004050         SET CS-BROWSE-EOF TO TRUE
004060         GO TO 3100-EXIT
004070     END-IF.
004080     IF NOT RV-CYCLE-ENTRY
004090         RELEASE QS-RECORD FROM RECERT-RECORD
004100     END-IF.
004110 3100-EXIT.
004120     EXIT.
004130*----------------------------------------------------------------
004140* 4000-REPORT-CYCLE  -  REPORT EACH SUPERVISOR'S ENTRIES FROM THE
004150*                       SORTED FILE.
004160*----------------------------------------------------------------
004170 4000-REPORT-CYCLE.
004180     OPEN INPUT SORTED-ENTRY.
004190     IF NOT CS-SRTENT-OK
004200         MOVE "SORTED ENTRY FILE COULD NOT BE OPENED"
004210             TO CS-M-MESSAGE
004220         WRITE CS-REPORT-LINE FROM CS-MESSAGE-LINE
004230         MOVE 16 TO RETURN-CODE
004240         GO TO 4000-EXIT
004250     END-IF.
004260     PERFORM 4100-READ-SORTED
004270         THRU 4100-EXIT.
004280     IF CS-SORT-EOF
004290         MOVE "NO OPERATORS ON THIS CYCLE"
004300             TO CS-M-MESSAGE
004310         WRITE CS-REPORT-LINE FROM CS-MESSAGE-LINE
004320     END-IF.
004330     PERFORM 4200-REPORT-SUPERVISOR
004340         THRU 4200-EXIT
004350         UNTIL CS-SORT-EOF.
004360     CLOSE SORTED-ENTRY.
004370 4000-EXIT.
004380     EXIT.
004390*----------------------------------------------------------------
004400* 4100-READ-SORTED  -  READ ONE SORTED CYCLE ENTRY.
004410*----------------------------------------------------------------
004420 4100-READ-SORTED.
004430     READ SORTED-ENTRY
004440         AT END
004450             SET CS-SORT-EOF TO TRUE
004460     END-READ.
004470 4100-EXIT.
004480     EXIT.
004490*----------------------------------------------------------------
004500* 4200-REPORT-SUPERVISOR  -  COUNT ONE SUPERVISOR'S ENTRIES,
004510*                            ESCALATING THE PENDING ONES WHEN THE
004520*                            DEADLINE HAS PASSED, AND PRINT THE
004530*                            SUPERVISOR'S COMPLETION LINE.
004540*----------------------------------------------------------------
004550 4200-REPORT-SUPERVISOR.
004560     MOVE QT-SUPERVISOR-ID TO CS-CURRENT-SUPERVISOR.
004570     MOVE ZERO TO CS-OWNED-COUNT.
004580     MOVE ZERO TO CS-KEEP-COUNT.
004590     MOVE ZERO TO CS-DOWNGRADE-COUNT.
004600     MOVE ZERO TO CS-REVOKE-COUNT.
004610     MOVE ZERO TO CS-PENDING-COUNT.
004620     PERFORM 4300-COUNT-ENTRY
004630         THRU 4300-EXIT
004640         UNTIL CS-SORT-EOF
004650            OR QT-SUPERVISOR-ID NOT = CS-CURRENT-SUPERVISOR.
004660     ADD 1 TO CS-SUPERVISOR-TOTAL.
004670     IF CS-CURRENT-SUPERVISOR = SPACES
004680         MOVE "(NONE)" TO CS-S-SUPERVISOR-ID
004690         MOVE "MANAGER TO CERTIFY" TO CS-S-NAME
004700     ELSE
004710         MOVE CS-CURRENT-SUPERVISOR TO CS-S-SUPERVISOR-ID
004720         MOVE CS-CURRENT-SUPERVISOR TO OM-OPERATOR-ID
004730         READ OPERATOR-MASTER
004740             INVALID KEY
004750                 MOVE "NOT ON MASTER" TO CS-S-NAME
004760             NOT INVALID KEY
004770                 MOVE OM-OPERATOR-NAME TO CS-S-NAME
004780         END-READ
004790     END-IF.
004800     MOVE CS-OWNED-COUNT TO CS-S-OWNED.
004810     MOVE CS-KEEP-COUNT TO CS-S-KEPT.
004820     MOVE CS-DOWNGRADE-COUNT TO CS-S-DOWNGRADED.
004830     MOVE CS-REVOKE-COUNT TO CS-S-REVOKED.
004840     MOVE CS-PENDING-COUNT TO CS-S-PENDING.
004850     IF CS-PENDING-COUNT = ZERO
004860         MOVE "SIGNED OFF" TO CS-S-STATUS
004870         ADD 1 TO CS-SIGNED-OFF-TOTAL
004880     ELSE
004890         MOVE "NOT SIGNED OFF" TO CS-S-STATUS
004900         ADD 1 TO CS-OPEN-TOTAL
004910     END-IF.
004920     WRITE CS-REPORT-LINE FROM CS-SUPERVISOR-LINE.
004930 4200-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------
004960* 4300-COUNT-ENTRY  -  COUNT ONE ENTRY BY ITS DECISION AND
004970*                      ESCALATE IT WHEN IT IS OVERDUE.
004980*----------------------------------------------------------------
004990 4300-COUNT-ENTRY.
005000     ADD 1 TO CS-OWNED-COUNT.
005010     ADD 1 TO CS-ENTRY-TOTAL.
005020     EVALUATE TRUE
005030         WHEN QT-KEEP
005040             ADD 1 TO CS-KEEP-COUNT
005050         WHEN QT-DOWNGRADE
005060             ADD 1 TO CS-DOWNGRADE-COUNT
005070         WHEN QT-REVOKE
005080             ADD 1 TO CS-REVOKE-COUNT
005090         WHEN OTHER
005100             ADD 1 TO CS-PENDING-COUNT
005110     END-EVALUATE.
005120     IF QT-PENDING
005130         ADD 1 TO CS-PENDING-TOTAL
005140         IF CS-PAST-DEADLINE
005150             PERFORM 4400-ESCALATE-ENTRY
005160                 THRU 4400-EXIT
005170         END-IF
005180     ELSE
005190         ADD 1 TO CS-DECIDED-TOTAL
005200     END-IF.
005210     PERFORM 4100-READ-SORTED
005220         THRU 4100-EXIT.
005230 4300-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260* 4400-ESCALATE-ENTRY  -  LIST ONE OVERDUE OPERATOR ON THE
005270*                         ESCALATION REPORT.
005280*----------------------------------------------------------------
005290 4400-ESCALATE-ENTRY.
005300     ADD 1 TO CS-ESCALATED-TOTAL.
005310     IF QT-SUPERVISOR-ID = SPACES
005320         MOVE "(NONE)" TO CS-E-SUPERVISOR-ID
005330     ELSE
005340         MOVE QT-SUPERVISOR-ID TO CS-E-SUPERVISOR-ID
005350     END-IF.
005360     MOVE QT-OPERATOR-ID TO CS-E-OPERATOR-ID.
005370     MOVE QT-OPERATOR-ID TO OM-OPERATOR-ID.
005380     READ OPERATOR-MASTER
005390         INVALID KEY
005400             MOVE "NOT ON THE OPERATOR MASTER" TO CS-E-NAME
005410         NOT INVALID KEY
005420             MOVE OM-OPERATOR-NAME TO CS-E-NAME
005430     END-READ.
005440     MOVE QT-AUTH-LEVEL TO CS-E-AUTH-LEVEL.
005450     IF QT-LAST-SIGNON-DATE = SPACES
005460         MOVE "NONE" TO CS-E-LAST-SIGNON
005470     ELSE
005480         MOVE QT-LAST-SIGNON-DATE TO CS-E-LAST-SIGNON
005490     END-IF.
005500     WRITE CS-ESCAL-LINE FROM CS-ESCAL-DETAIL.
005510 4400-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------
005540* 8000-WRITE-TOTALS  -  PRINT THE CYCLE TOTALS ON BOTH REPORTS.
005550*----------------------------------------------------------------
005560 8000-WRITE-TOTALS.
005570     MOVE "OPERATORS ON CYCLE" TO CS-N-CAPTION.
005580     MOVE CS-ENTRY-TOTAL TO CS-N-COUNT.
005590     WRITE CS-REPORT-LINE FROM CS-COUNT-LINE.
005600     MOVE "DECISIONS RECORDED" TO CS-N-CAPTION.
005610     MOVE CS-DECIDED-TOTAL TO CS-N-COUNT.
005620     WRITE CS-REPORT-LINE FROM CS-COUNT-LINE.
005630     MOVE "STILL PENDING" TO CS-N-CAPTION.
005640     MOVE CS-PENDING-TOTAL TO CS-N-COUNT.
005650     WRITE CS-REPORT-LINE FROM CS-COUNT-LINE.
005660     MOVE "SUPERVISORS" TO CS-N-CAPTION.
005670     MOVE CS-SUPERVISOR-TOTAL TO CS-N-COUNT.
005680     WRITE CS-REPORT-LINE FROM CS-COUNT-LINE.
005690     MOVE "SIGNED OFF" TO CS-N-CAPTION.
005700     MOVE CS-SIGNED-OFF-TOTAL TO CS-N-COUNT.
005710     WRITE CS-REPORT-LINE FROM CS-COUNT-LINE.
005720     MOVE "NOT SIGNED OFF" TO CS-N-CAPTION.
005730     MOVE CS-OPEN-TOTAL TO CS-N-COUNT.
005740     WRITE CS-REPORT-LINE FROM CS-COUNT-LINE.
005750     IF CS-PAST-DEADLINE
005760         MOVE "OPERATORS ESCALATED" TO CS-N-CAPTION
005770         MOVE CS-ESCALATED-TOTAL TO CS-N-COUNT
005780         WRITE CS-ESCAL-LINE FROM CS-COUNT-LINE
005790         IF CS-ESCALATED-TOTAL = ZERO
005800             MOVE "EVERY DECISION WAS IN BY THE DEADLINE"
005810                 TO CS-M-MESSAGE
005820             WRITE CS-ESCAL-LINE FROM CS-MESSAGE-LINE
005830         END-IF
005840     END-IF.
005850 8000-EXIT.
005860     EXIT.
005870*----------------------------------------------------------------
005880* 9999-END-OF-JOB  -  CLOSE THE FILES AND TERMINATE.
005890*----------------------------------------------------------------
005900 9999-END-OF-JOB.
005910     IF CS-FILES-OPEN
005920         CLOSE RECERT-FILE
005930         CLOSE OPERATOR-MASTER
005940     END-IF.
005950     IF CS-REPORT-OK
005960         CLOSE REPORT-FILE
005970     END-IF.
005980     IF CS-ESCAL-OK
005990         CLOSE ESCALATION-FILE
006000     END-IF.
006010 9999-EXIT.
006020     EXIT.
