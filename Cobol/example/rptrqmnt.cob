000010*================================================================
000020* PROGRAM-ID. RPTRQMNT
000030*----------------------------------------------------------------
000040* AUTHOR.        C. L. BRANNIGAN
000050* INSTALLATION.  DATA CENTER SERVICES
000060* DATE-WRITTEN.  2026-10-15.
000070* DATE-COMPILED. 2026-10-15.
000080*----------------------------------------------------------------
000090* DESCRIPTION.
000100*   REPORT REQUEST QUEUE FROM THE SIGN-ON MENU.  CALLED WITH THE
000110*   SIGNED-ON OPERATOR CONTEXT.  IN PLACE OF RUNNING A REPORT AT
000120*   THE CONSOLE, THE OPERATOR QUEUES A REQUEST FOR THE DAILY
000130*   SIGN-ON ACTIVITY, SIGN-ON / HR ROSTER RECONCILIATION,
000140*   SESSION DURATION OR MASTER CHANGE HISTORY REPORT, WITH AN
000150*   OPTIONAL FROM/THRU DATE RANGE AND OPERATOR SELECTION AND A
000160*   PRIORITY.  THE NIGHTLY QUEUE DRIVER RPTQRUN RUNS THE PENDING
000170*   REQUESTS.  ANY OPERATOR MAY LIST THE STATUS OF THEIR OWN
000180*   REQUESTS; A SUPERVISOR MAY ALSO LIST EVERY PENDING REQUEST
000190*   AND CANCEL ONE BEFORE IT RUNS.  A REPORT IS OFFERED ONLY AT
000200*   THE AUTHORITY LEVEL THE SIGN-ON MENU ASKS FOR IT.
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 CLB   ORIGINAL PROGRAM
000250*================================================================
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. RPTRQMNT.
000280 AUTHOR. C. L. BRANNIGAN.
000290 INSTALLATION. DATA CENTER SERVICES.
000300 DATE-WRITTEN. 2026-10-15.
000310 DATE-COMPILED. 2026-10-15.
000320*================================================================
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT REQUEST-FILE ASSIGN TO "RPTREQ"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS RQ-REQUEST-KEY
000400         FILE STATUS IS QM-RPTREQ-STATUS.
000410
000420     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS OM-OPERATOR-ID
000460         FILE STATUS IS QM-OPERMAST-STATUS.
000470*================================================================
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  REQUEST-FILE.
000510     COPY rptreq.
000520
000530 FD  OPERATOR-MASTER.
000540     COPY opermast.
000550*================================================================
000560 WORKING-STORAGE SECTION.
000570 01  QM-RPTREQ-STATUS                PIC X(02).
000580     88  QM-RPTREQ-OK                    VALUE "00".
000590     88  QM-RPTREQ-NEW                   VALUE "35".
000600 01  QM-OPERMAST-STATUS              PIC X(02).
000610     88  QM-OPERMAST-OK                  VALUE "00".
000620
000630 01  QM-RPTREQ-OPEN-SW               PIC X(01)  VALUE "N".
000640     88  QM-RPTREQ-OPEN                  VALUE "Y"
000650         WHEN SET TO FALSE IS "N".
000660 01  QM-BROWSE-EOF-SW                PIC X(01)  VALUE "N".
000670     88  QM-BROWSE-EOF                   VALUE "Y"
000680         WHEN SET TO FALSE IS "N".
000690 01  QM-EXIT-SW                      PIC X(01)  VALUE "N".
000700     88  QM-EXIT-REQUESTED               VALUE "Y"
000710         WHEN SET TO FALSE IS "N".
000720 01  QM-SUPERVISOR-SW                PIC X(01)  VALUE "N".
000730     88  QM-SUPERVISOR                   VALUE "Y"
000740         WHEN SET TO FALSE IS "N".
000750
000760 01  QM-FUNCTION-CODE                PIC X(01).
000770     88  QM-FUNC-REQUEST                 VALUE "R".
000780     88  QM-FUNC-LIST-OWN                VALUE "L".
000790     88  QM-FUNC-LIST-QUEUE              VALUE "Q".
000800     88  QM-FUNC-CANCEL                  VALUE "C".
000810     88  QM-FUNC-EXIT                    VALUE "X".
000820
000830 01  QM-AUTH-LEVEL                   PIC X(01).
000840 01  QM-REQUIRED-AUTH                PIC X(01).
000850 01  QM-REPORT-IN                    PIC X(02).
000860 01  QM-REPORT-ID                    PIC X(08).
000870 01  QM-FROM-DATE-IN                 PIC X(08).
000880 01  QM-THRU-DATE-IN                 PIC X(08).
000890 01  QM-EDIT-FROM-DATE               PIC X(08).
000900 01  QM-EDIT-THRU-DATE               PIC X(08).
000910 01  QM-OPERATOR-IN                  PIC X(08).
000920 01  QM-PRIORITY-IN                  PIC X(01).
000930 01  QM-REQUESTER-IN                 PIC X(08).
000940 01  QM-REQ-DATE-IN                  PIC X(08).
000950 01  QM-REQ-TIME-IN                  PIC X(06).
000960 01  QM-STATUS-TEXT                  PIC X(09).
000970 01  QM-LIST-COUNT                   PIC 9(05)  VALUE ZERO.
000980
000990 01  QM-CURRENT-DATE                 PIC X(08).
001000 01  QM-CURRENT-TIME                 PIC X(08).
001010*================================================================
001020 LINKAGE SECTION.
001030 01  REQUEST-OPERATOR-CONTEXT.
001040     COPY operrec.
001050*================================================================
001060 PROCEDURE DIVISION USING REQUEST-OPERATOR-CONTEXT.
001070*----------------------------------------------------------------
001080 0000-MAINLINE.
001090     PERFORM 1000-INITIALIZE
001100         THRU 1000-EXIT.
001110     PERFORM 2000-OPEN-FILES
001120         THRU 2000-EXIT.
001130     IF RETURN-CODE NOT = ZERO
001140         GO TO 0000-TERMINATE
001150     END-IF.
001160     PERFORM 3000-PROCESS-FUNCTION
001170         THRU 3000-EXIT
001180         UNTIL QM-EXIT-REQUESTED.
001190 0000-TERMINATE.
001200     PERFORM 9000-CLOSE-FILES
001210         THRU 9000-EXIT.
001220     GOBACK.
001230*----------------------------------------------------------------
001240* 1000-INITIALIZE  -  RESET THE SWITCHES LEFT FROM ANY EARLIER
001250*                     CALL IN THIS SESSION.
001260*----------------------------------------------------------------
001270 1000-INITIALIZE.
001280     MOVE ZERO TO RETURN-CODE.
001290     SET QM-EXIT-REQUESTED TO FALSE.
001300     SET QM-SUPERVISOR TO FALSE.
001310     MOVE "1" TO QM-AUTH-LEVEL.
001320 1000-EXIT.
001330     EXIT.
001340*----------------------------------------------------------------
001350* 2000-OPEN-FILES  -  OPEN THE REQUEST FILE FOR UPDATE, CREATING
001360*                     IT ON FIRST USE, AND SETTLE THE SIGNED-ON
001370*                     OPERATOR'S AUTHORITY LEVEL FROM THE MASTER.
001380*----------------------------------------------------------------
001390 2000-OPEN-FILES.
001400     OPEN I-O REQUEST-FILE.
001410     IF QM-RPTREQ-NEW
001420         OPEN OUTPUT REQUEST-FILE
001430         IF QM-RPTREQ-OK
001440             CLOSE REQUEST-FILE
001450             OPEN I-O REQUEST-FILE
001460         END-IF
001470     END-IF.
001480     IF NOT QM-RPTREQ-OK
001490         DISPLAY "REPORT REQUEST FILE COULD NOT BE OPENED"
001500         MOVE 16 TO RETURN-CODE
001510         GO TO 2000-EXIT
001520     END-IF.
001530     SET QM-RPTREQ-OPEN TO TRUE.
001540     OPEN INPUT OPERATOR-MASTER.
001550     IF NOT QM-OPERMAST-OK
001560         DISPLAY "OPERATOR MASTER COULD NOT BE OPENED"
001570         MOVE 16 TO RETURN-CODE
001580         GO TO 2000-EXIT
001590     END-IF.
001600     MOVE OR-OPERATOR-ID TO OM-OPERATOR-ID.
001610     READ OPERATOR-MASTER
001620         INVALID KEY
001630             CONTINUE
001640         NOT INVALID KEY
001650             IF OM-AUTH-LEVEL NOT = SPACE
001660                 MOVE OM-AUTH-LEVEL TO QM-AUTH-LEVEL
001670             END-IF
001680     END-READ.
001690     CLOSE OPERATOR-MASTER.
001700     IF QM-AUTH-LEVEL NOT < "2"
001710         SET QM-SUPERVISOR TO TRUE
001720     END-IF.
001730 2000-EXIT.
001740     EXIT.
001750*----------------------------------------------------------------
001760* 3000-PROCESS-FUNCTION  -  ONE PASS OF THE REQUEST QUEUE MENU.
001770*----------------------------------------------------------------
001780 3000-PROCESS-FUNCTION.
001790     DISPLAY "REPORT REQUEST QUEUE - SELECT FUNCTION -".
001800     DISPLAY "  R  REQUEST A REPORT".
001810     DISPLAY "  L  LIST MY REQUESTS".
001820     IF QM-SUPERVISOR
001830         DISPLAY "  Q  LIST ALL PENDING REQUESTS"
001840         DISPLAY "  C  CANCEL A PENDING REQUEST"
001850     END-IF.
001860     DISPLAY "  X  EXIT".
001870     ACCEPT QM-FUNCTION-CODE.
001880     EVALUATE TRUE
001890         WHEN QM-FUNC-REQUEST
001900             PERFORM 4000-REQUEST-REPORT
001910                 THRU 4000-EXIT
001920         WHEN QM-FUNC-LIST-OWN
001930             PERFORM 5000-LIST-OWN
001940                 THRU 5000-EXIT
001950         WHEN QM-FUNC-LIST-QUEUE AND QM-SUPERVISOR
001960             PERFORM 5500-LIST-QUEUE
001970                 THRU 5500-EXIT
001980         WHEN QM-FUNC-CANCEL AND QM-SUPERVISOR
001990             PERFORM 6000-CANCEL-REQUEST
002000                 THRU 6000-EXIT
002010         WHEN QM-FUNC-EXIT
002020             SET QM-EXIT-REQUESTED TO TRUE
002030         WHEN OTHER
002040             DISPLAY "FUNCTION CODE NOT RECOGNIZED"
002050     END-EVALUATE.
002060 3000-EXIT.
002070     EXIT.
002080*----------------------------------------------------------------
002090* 4000-REQUEST-REPORT  -  TAKE THE REPORT, SELECTION AND PRIORITY
002100*                         AND QUEUE ONE PENDING REQUEST UNDER THE
002110*                         SIGNED-ON OPERATOR.
002120*----------------------------------------------------------------
002130 4000-REQUEST-REPORT.
002140     DISPLAY "SELECT THE REPORT TO QUEUE -".
002150     DISPLAY "  01  DAILY SIGN-ON ACTIVITY REPORT".
002160     IF QM-AUTH-LEVEL NOT < "2"
002170         DISPLAY "  02  SIGN-ON / HR ROSTER RECONCILIATION"
002180     END-IF.
002190     DISPLAY "  04  SESSION DURATION REPORT".
002200     IF QM-AUTH-LEVEL NOT < "2"
002210         DISPLAY "  07  MASTER CHANGE HISTORY"
002220     END-IF.
002230     ACCEPT QM-REPORT-IN.
002240     EVALUATE QM-REPORT-IN
002250         WHEN "01"
002260             MOVE "SONRPT" TO QM-REPORT-ID
002270             MOVE "1" TO QM-REQUIRED-AUTH
002280         WHEN "02"
002290             MOVE "SONRECON" TO QM-REPORT-ID
002300             MOVE "2" TO QM-REQUIRED-AUTH
002310         WHEN "04"
002320             MOVE "SESSRPT" TO QM-REPORT-ID
002330             MOVE "1" TO QM-REQUIRED-AUTH
002340         WHEN "07"
002350             MOVE "OPMAUDR" TO QM-REPORT-ID
002360             MOVE "2" TO QM-REQUIRED-AUTH
002370         WHEN OTHER
002380             DISPLAY "REPORT CANNOT BE QUEUED"
002390             GO TO 4000-EXIT
002400     END-EVALUATE.
002410     IF QM-AUTH-LEVEL < QM-REQUIRED-AUTH
002420         DISPLAY "FUNCTION REFUSED - HIGHER AUTHORITY REQUIRED"
002430         GO TO 4000-EXIT
002440     END-IF.
002450     DISPLAY "ENTER FROM DATE YYYYMMDD (BLANK FOR NO LIMIT)".
002460     ACCEPT QM-FROM-DATE-IN.
002470     DISPLAY "ENTER THRU DATE YYYYMMDD (BLANK FOR NO LIMIT)".
002480     ACCEPT QM-THRU-DATE-IN.
002490     MOVE QM-FROM-DATE-IN TO QM-EDIT-FROM-DATE.
002500     MOVE QM-THRU-DATE-IN TO QM-EDIT-THRU-DATE.
002510     IF QM-EDIT-FROM-DATE = SPACES OR LOW-VALUES
002520         MOVE "00000000" TO QM-EDIT-FROM-DATE
002530     END-IF.
002540     IF QM-EDIT-THRU-DATE = SPACES OR LOW-VALUES
002550         MOVE "99999999" TO QM-EDIT-THRU-DATE
002560     END-IF.
002570     IF QM-EDIT-FROM-DATE IS NOT NUMERIC
002580         OR QM-EDIT-THRU-DATE IS NOT NUMERIC
002590         DISPLAY "FROM OR THRU DATE IS NOT NUMERIC"
002600         GO TO 4000-EXIT
002610     END-IF.
002620     IF QM-EDIT-THRU-DATE < QM-EDIT-FROM-DATE
002630         DISPLAY "THRU DATE IS BEFORE FROM DATE"
002640         GO TO 4000-EXIT
002650     END-IF.
002660     DISPLAY "ENTER OPERATOR ID TO SELECT (BLANK FOR ALL)".
002670     ACCEPT QM-OPERATOR-IN.
002680     DISPLAY "ENTER PRIORITY (1 HIGH, 2 NORMAL, 3 LOW)".
002690     ACCEPT QM-PRIORITY-IN.
002700     IF QM-PRIORITY-IN = SPACE OR LOW-VALUE
002710         MOVE "2" TO QM-PRIORITY-IN
002720     END-IF.
002730     MOVE SPACES TO REPORT-REQUEST-RECORD.
002740     MOVE QM-PRIORITY-IN TO RQ-PRIORITY.
002750     IF NOT RQ-VALID-PRIORITY
002760         DISPLAY "PRIORITY MUST BE 1, 2 OR 3"
002770         GO TO 4000-EXIT
002780     END-IF.
002790     ACCEPT QM-CURRENT-DATE FROM DATE YYYYMMDD.
002800     ACCEPT QM-CURRENT-TIME FROM TIME.
002810     MOVE OR-OPERATOR-ID TO RQ-REQUESTER-ID.
002820     MOVE QM-CURRENT-DATE TO RQ-REQUEST-DATE.
002830     MOVE QM-CURRENT-TIME(1:6) TO RQ-REQUEST-TIME.
002840     MOVE OR-TERMINAL-ID TO RQ-REQUESTER-TERMINAL.
002850     MOVE QM-REPORT-ID TO RQ-REPORT-ID.
002860     IF QM-FROM-DATE-IN NOT = LOW-VALUES
002870         MOVE QM-FROM-DATE-IN TO RQ-FROM-DATE
002880     END-IF.
002890     IF QM-THRU-DATE-IN NOT = LOW-VALUES
002900         MOVE QM-THRU-DATE-IN TO RQ-THRU-DATE
002910     END-IF.
002920     IF QM-OPERATOR-IN NOT = LOW-VALUES
002930         MOVE QM-OPERATOR-IN TO RQ-SELECT-OPERATOR
002940     END-IF.
002950     SET RQ-PENDING TO TRUE.
002960     MOVE ZERO TO RQ-RETURN-CODE.
002970     WRITE REPORT-REQUEST-RECORD
002980         INVALID KEY
002990             DISPLAY "REQUEST NOT QUEUED - PLEASE ENTER IT AGAIN"
003000             GO TO 4000-EXIT
003010     END-WRITE.
003020     DISPLAY QM-REPORT-ID " QUEUED FOR THE NIGHTLY RUN AS "
003030         RQ-REQUEST-DATE " " RQ-REQUEST-TIME.
003040 4000-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------
003070* 5000-LIST-OWN  -  LIST EVERY REQUEST ON FILE FOR THE SIGNED-ON
003080*                   OPERATOR, OLDEST FIRST, WITH ITS STATUS.
003090*----------------------------------------------------------------
003100 5000-LIST-OWN.
003110     MOVE ZERO TO QM-LIST-COUNT.
003120     SET QM-BROWSE-EOF TO FALSE.
003130     MOVE OR-OPERATOR-ID TO RQ-REQUESTER-ID.
003140     MOVE LOW-VALUES TO RQ-REQUEST-DATE.
003150     MOVE LOW-VALUES TO RQ-REQUEST-TIME.
003160     START REQUEST-FILE KEY NOT < RQ-REQUEST-KEY
003170         INVALID KEY
003180             SET QM-BROWSE-EOF TO TRUE
003190     END-START.
003200     DISPLAY "REQUESTED       REPORT   FROM     THRU     "
003210         "OPER ID  P STATUS    RC".
003220     PERFORM 5100-LIST-OWN-NEXT
003230         THRU 5100-EXIT
003240         UNTIL QM-BROWSE-EOF.
003250     DISPLAY "REQUESTS LISTED: " QM-LIST-COUNT.
003260 5000-EXIT.
003270     EXIT.
003280*----------------------------------------------------------------
003290* 5100-LIST-OWN-NEXT  -  READ AND LIST ONE OF THE OPERATOR'S
003300*                        REQUESTS.
003310*----------------------------------------------------------------
003320 5100-LIST-OWN-NEXT.
003330     READ REQUEST-FILE NEXT RECORD
003340         AT END
003350             SET QM-BROWSE-EOF TO TRUE
003360             GO TO 5100-EXIT
003370     END-READ.
003380     IF RQ-REQUESTER-ID NOT = OR-OPERATOR-ID
003390         SET QM-BROWSE-EOF TO TRUE
003400         GO TO 5100-EXIT
003410     END-IF.
003420     PERFORM 5800-SET-STATUS-TEXT
003430         THRU 5800-EXIT.
003440     DISPLAY RQ-REQUEST-DATE " " RQ-REQUEST-TIME " "
003450         RQ-REPORT-ID " " RQ-FROM-DATE " " RQ-THRU-DATE " "
003460         RQ-SELECT-OPERATOR " " RQ-PRIORITY " " QM-STATUS-TEXT " "
003470         RQ-RETURN-CODE.
003480     ADD 1 TO QM-LIST-COUNT.
003490 5100-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------
003520* 5500-LIST-QUEUE  -  SUPERVISOR LIST OF EVERY REQUEST STILL
003530*                     PENDING, WITH THE KEY NEEDED TO CANCEL IT.
003540*----------------------------------------------------------------
003550 5500-LIST-QUEUE.
003560     MOVE ZERO TO QM-LIST-COUNT.
003570     SET QM-BROWSE-EOF TO FALSE.
003580     MOVE LOW-VALUES TO RQ-REQUEST-KEY.
003590     START REQUEST-FILE KEY NOT < RQ-REQUEST-KEY
003600         INVALID KEY
003610             SET QM-BROWSE-EOF TO TRUE
003620     END-START.
003621     DISPLAY "OPER ID  REQUESTED       REPORT   "
003622         "FROM     THRU     OPER ID  P".
003650     PERFORM 5600-LIST-QUEUE-NEXT
003660         THRU 5600-EXIT
003670         UNTIL QM-BROWSE-EOF.
003680     DISPLAY "PENDING REQUESTS: " QM-LIST-COUNT.
003690 5500-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------
003720* 5600-LIST-QUEUE-NEXT  -  READ AND, WHEN STILL PENDING, LIST ONE
003730*                          REQUEST.
003740*----------------------------------------------------------------
003750 5600-LIST-QUEUE-NEXT.
003760     READ REQUEST-FILE NEXT RECORD
003770         AT END
003780             SET QM-BROWSE-EOF TO TRUE
003790             GO TO 5600-EXIT
003800     END-READ.
003810     IF NOT RQ-PENDING
003820         GO TO 5600-EXIT
003830     END-IF.
003840     DISPLAY RQ-REQUESTER-ID " " RQ-REQUEST-DATE " "
003850         RQ-REQUEST-TIME " " RQ-REPORT-ID " " RQ-FROM-DATE " "
003860         RQ-THRU-DATE " " RQ-SELECT-OPERATOR " " RQ-PRIORITY.
003870     ADD 1 TO QM-LIST-COUNT.
003880 5600-EXIT.
003890     EXIT.
003900*----------------------------------------------------------------
003910* 5800-SET-STATUS-TEXT  -  DESCRIBE THE REQUEST STATUS FOR THE
003920*                          LISTING.
003930*----------------------------------------------------------------
003940 5800-SET-STATUS-TEXT.
003950     EVALUATE TRUE
003960         WHEN RQ-PENDING
003970             MOVE "PENDING" TO QM-STATUS-TEXT
003980         WHEN RQ-COMPLETE
003990             MOVE "COMPLETE" TO QM-STATUS-TEXT
004000         WHEN RQ-FAILED
004010             MOVE "FAILED" TO QM-STATUS-TEXT
004020         WHEN RQ-CANCELLED
004030             MOVE "CANCELLED" TO QM-STATUS-TEXT
004040         WHEN OTHER
004050             MOVE "UNKNOWN" TO QM-STATUS-TEXT
004060     END-EVALUATE.
004070 5800-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------
004100* 6000-CANCEL-REQUEST  -  SUPERVISOR CANCELLATION OF ONE PENDING
004110*                         REQUEST, KEYED AS THE QUEUE LIST SHOWS
004120*                         IT.  THE CANCELLING SUPERVISOR AND THE
004130*                         DATE AND TIME ARE KEPT ON THE REQUEST.
004140*----------------------------------------------------------------
004150 6000-CANCEL-REQUEST.
004151     DISPLAY "ENTER REQUESTER ID (BLANK TO RETURN)".
004170     ACCEPT QM-REQUESTER-IN.
004180     IF QM-REQUESTER-IN = SPACES OR LOW-VALUES
004190         GO TO 6000-EXIT
004200     END-IF.
004210     DISPLAY "ENTER REQUEST DATE YYYYMMDD".
004220     ACCEPT QM-REQ-DATE-IN.
004230     DISPLAY "ENTER REQUEST TIME HHMMSS".
004240     ACCEPT QM-REQ-TIME-IN.
004250     MOVE QM-REQUESTER-IN TO RQ-REQUESTER-ID.
004260     MOVE QM-REQ-DATE-IN TO RQ-REQUEST-DATE.
004270     MOVE QM-REQ-TIME-IN TO RQ-REQUEST-TIME.
004280     READ REQUEST-FILE
004290         INVALID KEY
004300             DISPLAY "REQUEST NOT FOUND"
004310             GO TO 6000-EXIT
004320     END-READ.
004330     IF NOT RQ-PENDING
004340         PERFORM 5800-SET-STATUS-TEXT
004350             THRU 5800-EXIT
004360         DISPLAY "REQUEST IS NO LONGER PENDING - " QM-STATUS-TEXT
004370         GO TO 6000-EXIT
004380     END-IF.
004390     ACCEPT QM-CURRENT-DATE FROM DATE YYYYMMDD.
004400     ACCEPT QM-CURRENT-TIME FROM TIME.
004410     SET RQ-CANCELLED TO TRUE.
004420     MOVE OR-OPERATOR-ID TO RQ-CANCELLED-BY.
004430     MOVE QM-CURRENT-DATE TO RQ-RUN-DATE.
004440     MOVE QM-CURRENT-TIME(1:6) TO RQ-RUN-TIME.
004450     REWRITE REPORT-REQUEST-RECORD
004460         INVALID KEY
004470             DISPLAY "REQUEST COULD NOT BE CANCELLED"
004480             GO TO 6000-EXIT
004490     END-REWRITE.
004500     DISPLAY RQ-REPORT-ID " REQUEST FOR " RQ-REQUESTER-ID
004510         " CANCELLED".
004520 6000-EXIT.
004530     EXIT.
004540*----------------------------------------------------------------
004550* 9000-CLOSE-FILES  -  CLOSE THE REQUEST FILE IF IT WAS OPENED.
004560*----------------------------------------------------------------
004570 9000-CLOSE-FILES.
004580     IF QM-RPTREQ-OPEN
004590         CLOSE REQUEST-FILE
004600         SET QM-RPTREQ-OPEN TO FALSE
004610     END-IF.
004620 9000-EXIT.
004630     EXIT.
