000010*================================================================
000020* PROGRAM-ID. SCHMAINT
000030*----------------------------------------------------------------
000040* AUTHOR.        C. L. BRANNIGAN
000050* INSTALLATION.  DATA CENTER SERVICES
000060* DATE-WRITTEN.  2026-10-15.
000070* DATE-COMPILED. 2026-10-15.
000080*----------------------------------------------------------------
000090* DESCRIPTION.
000100*   SHIFT SCHEDULE OVERRIDE MAINTENANCE.  CALLED FROM THE SIGN-ON
000110*   MENU AT SUPERVISOR AUTHORITY WITH THE SIGNED-ON OPERATOR
000120*   CONTEXT, AND LETS THE SHIFT SUPERVISOR CHANGE THE SHIFT
000130*   SCHEDULE BETWEEN STAFFING PLAN TRANSMISSIONS - ADD A CALL-IN,
000140*   CHANGE A SCHEDULED SHIFT, DELETE A SCHEDULED DAY OR SWAP TWO
000150*   OPERATORS' SHIFTS - FOR EVERY DATE IN A FROM/THRU RANGE.
000160*   EACH OVERRIDE CARRIES A REASON CODE AND THE APPROVING
000170*   SUPERVISOR.  EVERY ENTRY TOUCHED WRITES A BEFORE/AFTER IMAGE
000180*   RECORD TO THE SCHEDULE AUDIT FILE AND A STANDING ENTRY TO THE
000190*   OVERRIDE FILE, WHICH THE NIGHTLY SCHEDULE LOAD HONORS INSTEAD
000200*   OF OVERWRITING.
000201*   AT MANAGER AUTHORITY IT ALSO MAINTAINS THE SHIFT DEFINITION
000202*   CONTROL FILE - THE START AND END TIMES OF EACH SHIFT AND THE
000203*   GRACE AND EARLY-DEPARTURE MINUTES THE NIGHTLY SHIFT COVERAGE
000204*   REPORT JUDGES ATTENDANCE BY - AUDITING EACH CHANGE TO THE
000205*   SCHEDULE AUDIT FILE UNDER REASON CODE DF.
000206*   AT SUPERVISOR AUTHORITY THE SHIFT LEAD ALSO MAINTAINS THE
000207*   BUSINESS CALENDAR - HOLIDAYS, PLANT SHUTDOWNS, EXTRA WORKING
000208*   DAYS AND WHETHER THE NIGHTLY STREAM PROCESSES EACH ONE -
000209*   WHICH THE DATESVC DATE SERVICE READS FOR EVERY NIGHTLY STEP.
000210*   EACH CHANGE IS AUDITED UNDER REASON CODE BC.
000211*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 CLB   ORIGINAL PROGRAM
000242*   2026-10-15 CLB   ADD SHIFT HOURS AND GRACE MINUTES MAINTENANCE
000244*                    OF THE SHIFT DEFINITION FILE, MANAGERS ONLY
000246*   2026-10-15 CLB   ADD BUSINESS CALENDAR MAINTENANCE FOR THE
000248*                    SHIFT LEAD
000250*================================================================
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. SCHMAINT.
000280 AUTHOR. C. L. BRANNIGAN.
000290 INSTALLATION. DATA CENTER SERVICES.
000300 DATE-WRITTEN. 2026-10-15.
000310 DATE-COMPILED. 2026-10-15.
000320*================================================================
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS OM-OPERATOR-ID
000400         FILE STATUS IS SH-OPERMAST-STATUS.
000410
000420     SELECT SHIFT-SCHEDULE ASSIGN TO "SHIFTSCH"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS SS-SCHEDULE-KEY
000460         FILE STATUS IS SH-SHIFTSCH-STATUS.
000470
000480     SELECT SCHEDULE-OVERRIDE ASSIGN TO "SHFTOVR"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS SO-OVERRIDE-KEY
000520         FILE STATUS IS SH-SHFTOVR-STATUS.
000530
000531     SELECT SHIFT-DEFINITION ASSIGN TO "SHFTDEF"
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE IS RANDOM
000534         RECORD KEY IS SF-SHIFT-CODE
000535         FILE STATUS IS SH-SHFTDEF-STATUS.
000536
000537     SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
000538         ORGANIZATION IS INDEXED
000539         ACCESS MODE IS RANDOM
000540         RECORD KEY IS CA-CALENDAR-DATE
000541         FILE STATUS IS SH-BUSCAL-STATUS.
000542
000543     SELECT SCHEDULE-AUDIT ASSIGN TO "SCHAUDIT"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS SH-AUDIT-STATUS.
000570*================================================================
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  OPERATOR-MASTER.
000610     COPY opermast.
000620
000630 FD  SHIFT-SCHEDULE.
000640     COPY shiftsch.
000650
000660 FD  SCHEDULE-OVERRIDE.
000670     COPY shfovr.
000680
000682 FD  SHIFT-DEFINITION.
000684     COPY shfdef.
000686
000687 FD  BUSINESS-CALENDAR.
000688     COPY buscal.
000689
000690 FD  SCHEDULE-AUDIT.
000700     COPY schaud.
000710*================================================================
000720 WORKING-STORAGE SECTION.
000730 01  SH-OPERMAST-STATUS              PIC X(02).
000740     88  SH-OPERMAST-OK                  VALUE "00".
000750 01  SH-SHIFTSCH-STATUS              PIC X(02).
000760     88  SH-SHIFTSCH-OK                  VALUE "00".
000770     88  SH-SHIFTSCH-NEW                 VALUE "35".
000780 01  SH-SHFTOVR-STATUS               PIC X(02).
000790     88  SH-SHFTOVR-OK                   VALUE "00".
000800     88  SH-SHFTOVR-NEW                  VALUE "35".
000802 01  SH-SHFTDEF-STATUS               PIC X(02).
000804     88  SH-SHFTDEF-OK                   VALUE "00".
000806     88  SH-SHFTDEF-NEW                  VALUE "35".
000807 01  SH-BUSCAL-STATUS                PIC X(02).
000808     88  SH-BUSCAL-OK                    VALUE "00".
000809     88  SH-BUSCAL-NEW                   VALUE "35".
000810 01  SH-AUDIT-STATUS                 PIC X(02).
000820     88  SH-AUDIT-OK                     VALUE "00".
000830     88  SH-AUDIT-NEW                    VALUE "35".
000840
000850 01  SH-OPERMAST-OPEN-SW             PIC X(01)  VALUE "N".
000860     88  SH-OPERMAST-OPEN                VALUE "Y"
000870         WHEN SET TO FALSE IS "N".
000880 01  SH-SHIFTSCH-OPEN-SW             PIC X(01)  VALUE "N".
000890     88  SH-SHIFTSCH-OPEN                VALUE "Y"
000900         WHEN SET TO FALSE IS "N".
000910 01  SH-SHFTOVR-OPEN-SW              PIC X(01)  VALUE "N".
000920     88  SH-SHFTOVR-OPEN                 VALUE "Y"
000930         WHEN SET TO FALSE IS "N".
000932 01  SH-SHFTDEF-OPEN-SW              PIC X(01)  VALUE "N".
000934     88  SH-SHFTDEF-OPEN                 VALUE "Y"
000936         WHEN SET TO FALSE IS "N".
000937 01  SH-BUSCAL-OPEN-SW               PIC X(01)  VALUE "N".
000938     88  SH-BUSCAL-OPEN                  VALUE "Y"
000939         WHEN SET TO FALSE IS "N".
000940 01  SH-AUDIT-OPEN-SW                PIC X(01)  VALUE "N".
000950     88  SH-AUDIT-OPEN                   VALUE "Y"
000960         WHEN SET TO FALSE IS "N".
000970
000980 01  SH-EXIT-SW                      PIC X(01)  VALUE "N".
000990     88  SH-EXIT-REQUESTED               VALUE "Y"
001000         WHEN SET TO FALSE IS "N".
001010 01  SH-REQUEST-SW                   PIC X(01)  VALUE "N".
001020     88  SH-REQUEST-OK                   VALUE "Y"
001030         WHEN SET TO FALSE IS "N".
001040 01  SH-ENTRY-FOUND-SW               PIC X(01)  VALUE "N".
001050     88  SH-ENTRY-FOUND                  VALUE "Y"
001060         WHEN SET TO FALSE IS "N".
001070
001080 01  SH-FUNCTION-CODE                PIC X(01).
001090     88  SH-FUNC-ADD                     VALUE "A".
001100     88  SH-FUNC-CHANGE                  VALUE "C".
001110     88  SH-FUNC-DELETE                  VALUE "D".
001120     88  SH-FUNC-SWAP                    VALUE "S".
001122     88  SH-FUNC-HOURS                   VALUE "H".
001124     88  SH-FUNC-CALENDAR                VALUE "B".
001130     88  SH-FUNC-EXIT                    VALUE "X".
001140
001150 01  SH-KEY-ID                       PIC X(08).
001160 01  SH-FIRST-ID                     PIC X(08).
001170 01  SH-SECOND-ID                    PIC X(08).
001180 01  SH-APPROVER-ID                  PIC X(08).
001190 01  SH-FROM-DATE                    PIC X(08).
001200 01  SH-THRU-DATE                    PIC X(08).
001210 01  SH-SHIFT-IN                     PIC X(01).
001220     88  SH-SHIFT-VALID                  VALUE "1" "2" "3".
001230 01  SH-NEW-SHIFT                    PIC X(01).
001240 01  SH-FIRST-SHIFT                  PIC X(01).
001250 01  SH-SECOND-SHIFT                 PIC X(01).
001260 01  SH-REASON-IN                    PIC X(02).
001270     88  SH-REASON-VALID                 VALUE "SW" "CI" "DO"
001280                                               "SK" "TR" "OT".
001290
001291 01  SH-TIME-IN                      PIC X(04).
001292 01  SH-TIME-PARTS REDEFINES SH-TIME-IN.
001293     05  SH-TIME-HH                  PIC 9(02).
001294     05  SH-TIME-MM                  PIC 9(02).
001295 01  SH-MINUTES-IN                   PIC X(03).
001296 01  SH-DESCRIPTION-IN               PIC X(20).
001297 01  SH-HOLD-DEFINITION              PIC X(40).
001298 01  SH-DAY-TYPE-IN                  PIC X(01).
001299 01  SH-PROCESSING-IN                PIC X(01).
001300 01  SH-HOLD-DAY-TYPE                PIC X(01).
001301 01  SH-HOLD-CALENDAR                PIC X(40).
001302
001303 01  SH-WORK-DATE                    PIC X(08).
001310 01  SH-WORK-DATE-PARTS REDEFINES SH-WORK-DATE.
001320     05  SH-WD-YEAR                  PIC 9(04).
001330     05  SH-WD-MONTH                 PIC 9(02).
001340     05  SH-WD-DAY                   PIC 9(02).
001350 01  SH-MONTH-DAYS                   PIC 9(02)  VALUE ZERO.
001360 01  SH-QUOTIENT                     PIC 9(04)  COMP.
001370 01  SH-REMAINDER-4                  PIC 9(04)  COMP.
001380 01  SH-REMAINDER-100                PIC 9(04)  COMP.
001390 01  SH-REMAINDER-400                PIC 9(04)  COMP.
001400 01  SH-RANGE-DAYS                   PIC 9(03)  VALUE ZERO.
001410 01  SH-MAX-RANGE-DAYS               PIC 9(03)  VALUE 31.
001420
001430 01  SH-CURRENT-DATE                 PIC X(08).
001440 01  SH-CURRENT-TIME                 PIC X(08).
001450 01  SH-APPLIED-COUNT                PIC 9(05)  VALUE ZERO.
001460*================================================================
001470 LINKAGE SECTION.
001480 01  MAINT-OPERATOR-CONTEXT.
001490     COPY operrec.
001500*================================================================
001510 PROCEDURE DIVISION USING MAINT-OPERATOR-CONTEXT.
001520*----------------------------------------------------------------
001530 0000-MAINLINE.
001540     PERFORM 1000-INITIALIZE
001550         THRU 1000-EXIT.
001560     PERFORM 2000-OPEN-FILES
001570         THRU 2000-EXIT.
001580     IF NOT SH-OPERMAST-OK
001590         DISPLAY "OPERATOR MASTER COULD NOT BE OPENED"
001600         MOVE 16 TO RETURN-CODE
001610         GO TO 0000-TERMINATE
001620     END-IF.
001630     IF NOT SH-SHIFTSCH-OK
001640         DISPLAY "SHIFT SCHEDULE COULD NOT BE OPENED"
001650         MOVE 16 TO RETURN-CODE
001660         GO TO 0000-TERMINATE
001670     END-IF.
001680     IF NOT SH-SHFTOVR-OK
001690         DISPLAY "SCHEDULE OVERRIDE FILE COULD NOT BE OPENED"
001700         MOVE 16 TO RETURN-CODE
001710         GO TO 0000-TERMINATE
001720     END-IF.
001730     IF NOT SH-AUDIT-OK
001740         DISPLAY "SCHEDULE AUDIT FILE COULD NOT BE OPENED"
001750         MOVE 16 TO RETURN-CODE
001760         GO TO 0000-TERMINATE
001770     END-IF.
001780     PERFORM 3000-PROCESS-FUNCTION
001790         THRU 3000-EXIT
001800         UNTIL SH-EXIT-REQUESTED.
001810 0000-TERMINATE.
001820     PERFORM 9999-END-OF-JOB
001830         THRU 9999-EXIT.
001840     GOBACK.
001850*----------------------------------------------------------------
001860* 1000-INITIALIZE  -  ESTABLISH THE RUN DATE AND TIME.
001870*----------------------------------------------------------------
001880 1000-INITIALIZE.
001890     MOVE ZERO TO RETURN-CODE.
001900     ACCEPT SH-CURRENT-DATE FROM DATE YYYYMMDD.
001910     ACCEPT SH-CURRENT-TIME FROM TIME.
001920 1000-EXIT.
001930     EXIT.
001940*----------------------------------------------------------------
001950* 2000-OPEN-FILES  -  OPEN THE OPERATOR MASTER FOR LOOKUP, THE
001960*                     SCHEDULE AND OVERRIDE FILES FOR UPDATE AND
001970*                     THE AUDIT FILE FOR APPEND, CREATING THE
001980*                     OVERRIDE AND AUDIT FILES ON FIRST USE.
001982*                     THE SHIFT DEFINITION FILE IS OPENED FOR
001984*                     UPDATE TOO, BUT ONLY THE SHIFT HOURS
001985*                     FUNCTION NEEDS IT, AND LIKEWISE THE
001986*                     BUSINESS CALENDAR FOR THE CALENDAR
001987*                     FUNCTION.
001990*----------------------------------------------------------------
002000 2000-OPEN-FILES.
002010     OPEN INPUT OPERATOR-MASTER.
002020     IF SH-OPERMAST-OK
002030         SET SH-OPERMAST-OPEN TO TRUE
002040     END-IF.
002050     OPEN I-O SHIFT-SCHEDULE.
002060     IF SH-SHIFTSCH-NEW
002070         OPEN OUTPUT SHIFT-SCHEDULE
002080         IF SH-SHIFTSCH-OK
002090             CLOSE SHIFT-SCHEDULE
002100             OPEN I-O SHIFT-SCHEDULE
002110         END-IF
002120     END-IF.
002130     IF SH-SHIFTSCH-OK
002140         SET SH-SHIFTSCH-OPEN TO TRUE
002150     END-IF.
002160     OPEN I-O SCHEDULE-OVERRIDE.
002170     IF SH-SHFTOVR-NEW
002180         OPEN OUTPUT SCHEDULE-OVERRIDE
002190         IF SH-SHFTOVR-OK
002200             CLOSE SCHEDULE-OVERRIDE
002210             OPEN I-O SCHEDULE-OVERRIDE
002220         END-IF
002230     END-IF.
002240     IF SH-SHFTOVR-OK
002250         SET SH-SHFTOVR-OPEN TO TRUE
002260     END-IF.
002261     OPEN I-O SHIFT-DEFINITION.
002262     IF SH-SHFTDEF-NEW
002263         OPEN OUTPUT SHIFT-DEFINITION
002264         IF SH-SHFTDEF-OK
002265             CLOSE SHIFT-DEFINITION
002266             OPEN I-O SHIFT-DEFINITION
002267         END-IF
002268     END-IF.
002269     IF SH-SHFTDEF-OK
002270         SET SH-SHFTDEF-OPEN TO TRUE
002271     END-IF.
002272     OPEN I-O BUSINESS-CALENDAR.
002273     IF SH-BUSCAL-NEW
002274         OPEN OUTPUT BUSINESS-CALENDAR
002275         IF SH-BUSCAL-OK
002276             CLOSE BUSINESS-CALENDAR
002277             OPEN I-O BUSINESS-CALENDAR
002278         END-IF
002279     END-IF.
002280     IF SH-BUSCAL-OK
002281         SET SH-BUSCAL-OPEN TO TRUE
002282     END-IF.
002283     OPEN EXTEND SCHEDULE-AUDIT.
002284     IF SH-AUDIT-NEW
002290         OPEN OUTPUT SCHEDULE-AUDIT
002300     END-IF.
002310     IF SH-AUDIT-OK
002320         SET SH-AUDIT-OPEN TO TRUE
002330     END-IF.
002340 2000-EXIT.
002350     EXIT.
002360*----------------------------------------------------------------
002370* 3000-PROCESS-FUNCTION  -  ONE PASS OF THE OVERRIDE MENU.
002380*----------------------------------------------------------------
002390 3000-PROCESS-FUNCTION.
002400     DISPLAY "SHIFT SCHEDULE OVERRIDE - SELECT FUNCTION -".
002410     DISPLAY "  A  ADD SCHEDULED SHIFT (CALL-IN)".
002420     DISPLAY "  C  CHANGE SCHEDULED SHIFT".
002430     DISPLAY "  D  DELETE SCHEDULED SHIFT (DAY OFF)".
002440     DISPLAY "  S  SWAP TWO OPERATORS' SHIFTS".
002442     DISPLAY "  H  SHIFT HOURS AND GRACE MINUTES (MANAGER)".
002444     DISPLAY "  B  BUSINESS CALENDAR".
002450     DISPLAY "  X  EXIT".
002460     ACCEPT SH-FUNCTION-CODE.
002470     MOVE ZERO TO SH-APPLIED-COUNT.
002480     EVALUATE TRUE
002490         WHEN SH-FUNC-ADD
002500             PERFORM 5000-ADD-ENTRIES
002510                 THRU 5000-EXIT
002520         WHEN SH-FUNC-CHANGE
002530             PERFORM 5500-CHANGE-ENTRIES
002540                 THRU 5500-EXIT
002550         WHEN SH-FUNC-DELETE
002560             PERFORM 6000-DELETE-ENTRIES
002570                 THRU 6000-EXIT
002580         WHEN SH-FUNC-SWAP
002590             PERFORM 6500-SWAP-SHIFTS
002600                 THRU 6500-EXIT
002602         WHEN SH-FUNC-HOURS
002604             PERFORM 6800-MAINTAIN-HOURS
002606                 THRU 6800-EXIT
002607         WHEN SH-FUNC-CALENDAR
002608             PERFORM 6900-MAINTAIN-CALENDAR
002609                 THRU 6900-EXIT
002610         WHEN SH-FUNC-EXIT
002620             SET SH-EXIT-REQUESTED TO TRUE
002630         WHEN OTHER
002640             DISPLAY "FUNCTION CODE NOT RECOGNIZED"
002650     END-EVALUATE.
002660 3000-EXIT.
002670     EXIT.
002680*----------------------------------------------------------------
002690* 4000-ACCEPT-COMMON  -  PROMPT FOR THE DATE RANGE, REASON CODE
002700*                        AND APPROVING SUPERVISOR SHARED BY EVERY
002710*                        OVERRIDE FUNCTION.
002720*----------------------------------------------------------------
002730 4000-ACCEPT-COMMON.
002740     PERFORM 7100-ACCEPT-RANGE
002750         THRU 7100-EXIT.
002760     IF NOT SH-REQUEST-OK
002770         GO TO 4000-EXIT
002780     END-IF.
002790     PERFORM 7200-ACCEPT-REASON
002800         THRU 7200-EXIT.
002810     IF NOT SH-REQUEST-OK
002820         GO TO 4000-EXIT
002830     END-IF.
002840     PERFORM 7300-ACCEPT-APPROVER
002850         THRU 7300-EXIT.
002860 4000-EXIT.
002870     EXIT.
002880*----------------------------------------------------------------
002890* 5000-ADD-ENTRIES  -  SCHEDULE AN OPERATOR ON A SHIFT FOR EACH
002900*                      DATE IN THE RANGE NOT ALREADY SCHEDULED.
002910*----------------------------------------------------------------
002920 5000-ADD-ENTRIES.
002930     PERFORM 7000-ACCEPT-OPERATOR
002940         THRU 7000-EXIT.
002950     IF NOT SH-REQUEST-OK
002960         GO TO 5000-EXIT
002970     END-IF.
002980     PERFORM 7400-ACCEPT-SHIFT
002990         THRU 7400-EXIT.
003000     IF NOT SH-REQUEST-OK
003010         GO TO 5000-EXIT
003020     END-IF.
003030     PERFORM 4000-ACCEPT-COMMON
003040         THRU 4000-EXIT.
003050     IF NOT SH-REQUEST-OK
003060         GO TO 5000-EXIT
003070     END-IF.
003080     MOVE SH-FROM-DATE TO SH-WORK-DATE.
003090     PERFORM 5100-ADD-ONE-DATE
003100         THRU 5100-EXIT
003110         UNTIL SH-WORK-DATE > SH-THRU-DATE.
003120     DISPLAY "SCHEDULE ENTRIES ADDED: " SH-APPLIED-COUNT.
003130 5000-EXIT.
003140     EXIT.
003150*----------------------------------------------------------------
003160* 5100-ADD-ONE-DATE  -  ADD THE ENTRY FOR ONE DATE IN THE RANGE.
003170*----------------------------------------------------------------
003180 5100-ADD-ONE-DATE.
003190     MOVE SH-KEY-ID TO SS-OPERATOR-ID.
003200     PERFORM 7600-READ-SCHEDULE
003210         THRU 7600-EXIT.
003220     IF SH-ENTRY-FOUND
003230         DISPLAY "ALREADY SCHEDULED ON " SH-WORK-DATE
003240             " - NOT ADDED"
003250     ELSE
003260         MOVE SH-SHIFT-IN TO SH-NEW-SHIFT
003270         PERFORM 7700-APPLY-ENTRY
003280             THRU 7700-EXIT
003290     END-IF.
003300     PERFORM 7500-NEXT-DATE
003310         THRU 7500-EXIT.
003320 5100-EXIT.
003330     EXIT.
003340*----------------------------------------------------------------
003350* 5500-CHANGE-ENTRIES  -  MOVE AN OPERATOR TO ANOTHER SHIFT ON
003360*                         EACH SCHEDULED DATE IN THE RANGE.
003370*----------------------------------------------------------------
003380 5500-CHANGE-ENTRIES.
003390     PERFORM 7000-ACCEPT-OPERATOR
003400         THRU 7000-EXIT.
003410     IF NOT SH-REQUEST-OK
003420         GO TO 5500-EXIT
003430     END-IF.
003440     PERFORM 7400-ACCEPT-SHIFT
003450         THRU 7400-EXIT.
003460     IF NOT SH-REQUEST-OK
003470         GO TO 5500-EXIT
003480     END-IF.
003490     PERFORM 4000-ACCEPT-COMMON
003500         THRU 4000-EXIT.
003510     IF NOT SH-REQUEST-OK
003520         GO TO 5500-EXIT
003530     END-IF.
003540     MOVE SH-FROM-DATE TO SH-WORK-DATE.
003550     PERFORM 5600-CHANGE-ONE-DATE
003560         THRU 5600-EXIT
003570         UNTIL SH-WORK-DATE > SH-THRU-DATE.
003580     DISPLAY "SCHEDULE ENTRIES CHANGED: " SH-APPLIED-COUNT.
003590 5500-EXIT.
003600     EXIT.
003610*----------------------------------------------------------------
003620* 5600-CHANGE-ONE-DATE  -  CHANGE THE ENTRY FOR ONE DATE.
003630*----------------------------------------------------------------
003640 5600-CHANGE-ONE-DATE.
003650     MOVE SH-KEY-ID TO SS-OPERATOR-ID.
003660     PERFORM 7600-READ-SCHEDULE
003670         THRU 7600-EXIT.
003680     IF SH-ENTRY-FOUND
003690         MOVE SH-SHIFT-IN TO SH-NEW-SHIFT
003700         PERFORM 7700-APPLY-ENTRY
003710             THRU 7700-EXIT
003720     ELSE
003730         DISPLAY "NOT SCHEDULED ON " SH-WORK-DATE
003740             " - NOT CHANGED"
003750     END-IF.
003760     PERFORM 7500-NEXT-DATE
003770         THRU 7500-EXIT.
003780 5600-EXIT.
003790     EXIT.
003800*----------------------------------------------------------------
003810* 6000-DELETE-ENTRIES  -  REMOVE AN OPERATOR FROM THE SCHEDULE
003820*                         FOR EACH DATE IN THE RANGE.
003830*----------------------------------------------------------------
003840 6000-DELETE-ENTRIES.
003850     PERFORM 7000-ACCEPT-OPERATOR
003860         THRU 7000-EXIT.
003870     IF NOT SH-REQUEST-OK
003880         GO TO 6000-EXIT
003890     END-IF.
003900     PERFORM 4000-ACCEPT-COMMON
003910         THRU 4000-EXIT.
003920     IF NOT SH-REQUEST-OK
003930         GO TO 6000-EXIT
003940     END-IF.
003950     MOVE SH-FROM-DATE TO SH-WORK-DATE.
003960     PERFORM 6100-DELETE-ONE-DATE
003970         THRU 6100-EXIT
003980         UNTIL SH-WORK-DATE > SH-THRU-DATE.
003990     DISPLAY "SCHEDULE ENTRIES DELETED: " SH-APPLIED-COUNT.
004000 6000-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030* 6100-DELETE-ONE-DATE  -  DELETE THE ENTRY FOR ONE DATE.
004040*----------------------------------------------------------------
004050 6100-DELETE-ONE-DATE.
004060     MOVE SH-KEY-ID TO SS-OPERATOR-ID.
004070     PERFORM 7600-READ-SCHEDULE
004080         THRU 7600-EXIT.
004090     IF SH-ENTRY-FOUND
004100         MOVE SPACE TO SH-NEW-SHIFT
004110         PERFORM 7700-APPLY-ENTRY
004120             THRU 7700-EXIT
004130     ELSE
004140         DISPLAY "NOT SCHEDULED ON " SH-WORK-DATE
004150             " - NOTHING TO DELETE"
004160     END-IF.
004170     PERFORM 7500-NEXT-DATE
004180         THRU 7500-EXIT.
004190 6100-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------
004220* 6500-SWAP-SHIFTS  -  EXCHANGE TWO OPERATORS' SCHEDULE ENTRIES
004230*                      FOR EACH DATE IN THE RANGE.  AN OPERATOR
004240*                      WITH NO ENTRY ON A DATE TAKES OVER THE
004250*                      OTHER'S SHIFT AND THE OTHER IS TAKEN OFF.
004260*----------------------------------------------------------------
004270 6500-SWAP-SHIFTS.
004280     DISPLAY "FIRST OPERATOR OF THE SWAP -".
004290     PERFORM 7000-ACCEPT-OPERATOR
004300         THRU 7000-EXIT.
004310     IF NOT SH-REQUEST-OK
004320         GO TO 6500-EXIT
004330     END-IF.
004340     MOVE SH-KEY-ID TO SH-FIRST-ID.
004350     DISPLAY "SECOND OPERATOR OF THE SWAP -".
004360     PERFORM 7000-ACCEPT-OPERATOR
004370         THRU 7000-EXIT.
004380     IF NOT SH-REQUEST-OK
004390         GO TO 6500-EXIT
004400     END-IF.
004410     MOVE SH-KEY-ID TO SH-SECOND-ID.
004420     IF SH-SECOND-ID = SH-FIRST-ID
004430         DISPLAY "CANNOT SWAP AN OPERATOR WITH ITSELF"
004440         GO TO 6500-EXIT
004450     END-IF.
004460     PERFORM 4000-ACCEPT-COMMON
004470         THRU 4000-EXIT.
004480     IF NOT SH-REQUEST-OK
004490         GO TO 6500-EXIT
004500     END-IF.
004510     MOVE SH-FROM-DATE TO SH-WORK-DATE.
004520     PERFORM 6600-SWAP-ONE-DATE
004530         THRU 6600-EXIT
004540         UNTIL SH-WORK-DATE > SH-THRU-DATE.
004550     DISPLAY "SCHEDULE ENTRIES SWAPPED: " SH-APPLIED-COUNT.
004560 6500-EXIT.
004570     EXIT.
004580*----------------------------------------------------------------
004590* 6600-SWAP-ONE-DATE  -  EXCHANGE THE TWO ENTRIES FOR ONE DATE.
004600*                        A BLANK SHIFT STANDS FOR NO ENTRY.
004610*----------------------------------------------------------------
004620 6600-SWAP-ONE-DATE.
004630     MOVE SH-FIRST-ID TO SS-OPERATOR-ID.
004640     PERFORM 7600-READ-SCHEDULE
004650         THRU 7600-EXIT.
004660     MOVE SPACE TO SH-FIRST-SHIFT.
004670     IF SH-ENTRY-FOUND
004680         MOVE SS-SCHED-SHIFT TO SH-FIRST-SHIFT
004690     END-IF.
004700     MOVE SH-SECOND-ID TO SS-OPERATOR-ID.
004710     PERFORM 7600-READ-SCHEDULE
004720         THRU 7600-EXIT.
004730     MOVE SPACE TO SH-SECOND-SHIFT.
004740     IF SH-ENTRY-FOUND
004750         MOVE SS-SCHED-SHIFT TO SH-SECOND-SHIFT
004760     END-IF.
004770     IF SH-FIRST-SHIFT = SH-SECOND-SHIFT
004780         GO TO 6600-NEXT
004790     END-IF.
004800     MOVE SH-FIRST-ID TO SH-KEY-ID.
004810     MOVE SH-FIRST-ID TO SS-OPERATOR-ID.
004820     PERFORM 7600-READ-SCHEDULE
004830         THRU 7600-EXIT.
004840     MOVE SH-SECOND-SHIFT TO SH-NEW-SHIFT.
004850     PERFORM 7700-APPLY-ENTRY
004860         THRU 7700-EXIT.
004870     MOVE SH-SECOND-ID TO SH-KEY-ID.
004880     MOVE SH-SECOND-ID TO SS-OPERATOR-ID.
004890     PERFORM 7600-READ-SCHEDULE
004900         THRU 7600-EXIT.
004910     MOVE SH-FIRST-SHIFT TO SH-NEW-SHIFT.
004920     PERFORM 7700-APPLY-ENTRY
004930         THRU 7700-EXIT.
004940 6600-NEXT.
004950     PERFORM 7500-NEXT-DATE
004960         THRU 7500-EXIT.
004970 6600-EXIT.
004980     EXIT.
004981*----------------------------------------------------------------
004982* 6800-MAINTAIN-HOURS  -  ADD OR CHANGE THE DEFINITION OF ONE
004983*                         SHIFT - START AND END TIME, GRACE AND
004984*                         EARLY-DEPARTURE MINUTES, DESCRIPTION.
004985*                         A BLANK ENTRY KEEPS THE CURRENT VALUE.
004986*                         MANAGER AUTHORITY IS REQUIRED.
004987*----------------------------------------------------------------
004988 6800-MAINTAIN-HOURS.
004989     IF NOT SH-SHFTDEF-OPEN
004990         DISPLAY "SHIFT DEFINITION FILE COULD NOT BE OPENED"
004991         GO TO 6800-EXIT
004992     END-IF.
004993     SET SH-REQUEST-OK TO FALSE.
004994     MOVE OR-OPERATOR-ID TO OM-OPERATOR-ID.
004995     READ OPERATOR-MASTER
004996         INVALID KEY
004997             CONTINUE
004998         NOT INVALID KEY
004999             IF OM-ACTIVE AND OM-AUTH-MANAGER
005000                 SET SH-REQUEST-OK TO TRUE
005001             END-IF
005002     END-READ.
005003     IF NOT SH-REQUEST-OK
005004         DISPLAY "SHIFT HOURS REQUIRE MANAGER AUTHORITY"
005005         GO TO 6800-EXIT
005006     END-IF.
005007     PERFORM 7400-ACCEPT-SHIFT
005008         THRU 7400-EXIT.
005009     IF NOT SH-REQUEST-OK
005010         GO TO 6800-EXIT
005011     END-IF.
005012     MOVE SH-SHIFT-IN TO SF-SHIFT-CODE.
005013     READ SHIFT-DEFINITION
005014         INVALID KEY
005015             SET SH-ENTRY-FOUND TO FALSE
005016             MOVE SPACES TO SHIFT-DEFINITION-RECORD
005017             MOVE SH-SHIFT-IN TO SF-SHIFT-CODE
005018             MOVE ZERO TO SF-GRACE-MINUTES
005019             MOVE ZERO TO SF-EARLY-MINUTES
005020             DISPLAY "SHIFT " SH-SHIFT-IN " IS NOT YET DEFINED"
005021         NOT INVALID KEY
005022             SET SH-ENTRY-FOUND TO TRUE
005023             DISPLAY "NOW: " SF-START-TIME "-" SF-END-TIME
005024                 " GRACE " SF-GRACE-MINUTES
005025                 " EARLY " SF-EARLY-MINUTES
005026                 " " SF-DESCRIPTION
005027     END-READ.
005028     MOVE SHIFT-DEFINITION-RECORD TO SH-HOLD-DEFINITION.
005029     DISPLAY "ENTER START TIME (HHMM, BLANK TO KEEP)".
005030     ACCEPT SH-TIME-IN.
005031     PERFORM 6850-EDIT-TIME
005032         THRU 6850-EXIT.
005033     IF NOT SH-REQUEST-OK
005034         DISPLAY "START TIME MUST BE A CLOCK TIME HHMM"
005035         GO TO 6800-EXIT
005036     END-IF.
005037     IF SH-TIME-IN NOT = SPACES
005038         MOVE SH-TIME-IN TO SF-START-TIME
005039     END-IF.
005040     DISPLAY "ENTER END TIME (HHMM, BLANK TO KEEP)".
005041     ACCEPT SH-TIME-IN.
005042     PERFORM 6850-EDIT-TIME
005043         THRU 6850-EXIT.
005044     IF NOT SH-REQUEST-OK
005045         DISPLAY "END TIME MUST BE A CLOCK TIME HHMM"
005046         GO TO 6800-EXIT
005047     END-IF.
005048     IF SH-TIME-IN NOT = SPACES
005049         MOVE SH-TIME-IN TO SF-END-TIME
005050     END-IF.
005051     IF SF-START-TIME = SPACES OR SF-END-TIME = SPACES
005052         DISPLAY "START AND END TIMES ARE REQUIRED"
005053         GO TO 6800-EXIT
005054     END-IF.
005055     IF SF-START-TIME = SF-END-TIME
005056         DISPLAY "START AND END TIMES MUST DIFFER"
005057         GO TO 6800-EXIT
005058     END-IF.
005059     DISPLAY "ENTER GRACE MINUTES AFTER START (3 DIGITS, "
005060         "BLANK TO KEEP)".
005061     ACCEPT SH-MINUTES-IN.
005062     IF SH-MINUTES-IN NOT = SPACES
005063         IF SH-MINUTES-IN IS NOT NUMERIC
005064             DISPLAY "GRACE MINUTES MUST BE 3 DIGITS"
005065             GO TO 6800-EXIT
005066         END-IF
005067         MOVE SH-MINUTES-IN TO SF-GRACE-MINUTES
005068     END-IF.
005069     DISPLAY "ENTER EARLY-DEPARTURE MINUTES BEFORE END "
005070         "(3 DIGITS, BLANK TO KEEP)".
005071     ACCEPT SH-MINUTES-IN.
005072     IF SH-MINUTES-IN NOT = SPACES
005073         IF SH-MINUTES-IN IS NOT NUMERIC
005074             DISPLAY "EARLY-DEPARTURE MINUTES MUST BE 3 DIGITS"
005075             GO TO 6800-EXIT
005076         END-IF
005077         MOVE SH-MINUTES-IN TO SF-EARLY-MINUTES
005078     END-IF.
005079     DISPLAY "ENTER DESCRIPTION (BLANK TO KEEP)".
005080     ACCEPT SH-DESCRIPTION-IN.
005081     IF SH-DESCRIPTION-IN NOT = SPACES
005082         MOVE SH-DESCRIPTION-IN TO SF-DESCRIPTION
005083     END-IF.
005084     IF SHIFT-DEFINITION-RECORD = SH-HOLD-DEFINITION
005085         DISPLAY "NO CHANGE ENTERED"
005086         GO TO 6800-EXIT
005087     END-IF.
005088     IF SH-ENTRY-FOUND
005089         REWRITE SHIFT-DEFINITION-RECORD
005090             INVALID KEY
005091                 DISPLAY "DEFINITION NOT CHANGED - STATUS "
005092                     SH-SHFTDEF-STATUS
005093                 GO TO 6800-EXIT
005094         END-REWRITE
005095         SET SA-FUNC-CHANGE TO TRUE
005096         MOVE SH-HOLD-DEFINITION TO SA-BEFORE-IMAGE
005097     ELSE
005098         WRITE SHIFT-DEFINITION-RECORD
005099             INVALID KEY
005100                 DISPLAY "DEFINITION NOT ADDED - STATUS "
005101                     SH-SHFTDEF-STATUS
005102                 GO TO 6800-EXIT
005103         END-WRITE
005104         SET SA-FUNC-ADD TO TRUE
005105         MOVE SPACES TO SA-BEFORE-IMAGE
005106     END-IF.
005107     MOVE SHIFT-DEFINITION-RECORD TO SA-AFTER-IMAGE.
005108     MOVE "DF" TO SH-REASON-IN.
005109     MOVE OR-OPERATOR-ID TO SH-APPROVER-ID.
005110     PERFORM 8000-WRITE-AUDIT
005111         THRU 8000-EXIT.
005112     DISPLAY "SHIFT " SF-SHIFT-CODE " NOW " SF-START-TIME "-"
005113         SF-END-TIME " GRACE " SF-GRACE-MINUTES
005114         " EARLY " SF-EARLY-MINUTES.
005115 6800-EXIT.
005116     EXIT.
005117*----------------------------------------------------------------
005118* 6850-EDIT-TIME  -  CONFIRM SH-TIME-IN IS BLANK OR A VALID
005119*                    CLOCK TIME HHMM.
005120*----------------------------------------------------------------
005121 6850-EDIT-TIME.
005122     SET SH-REQUEST-OK TO FALSE.
005123     IF SH-TIME-IN = SPACES
005124         SET SH-REQUEST-OK TO TRUE
005125         GO TO 6850-EXIT
005126     END-IF.
005127     IF SH-TIME-IN IS NOT NUMERIC
005128         GO TO 6850-EXIT
005129     END-IF.
005130     IF SH-TIME-HH > 23 OR SH-TIME-MM > 59
005131         GO TO 6850-EXIT
005132     END-IF.
005133     SET SH-REQUEST-OK TO TRUE.
005134 6850-EXIT.
005135     EXIT.
005136*----------------------------------------------------------------
005137* 6900-MAINTAIN-CALENDAR  -  ADD, CHANGE OR DELETE THE BUSINESS
005138*                            CALENDAR ENTRY FOR ONE DATE, SAYING
005139*                            WHETHER IT IS A HOLIDAY, A SHUTDOWN
005140*                            OR AN EXTRA WORKING DAY AND WHETHER
005141*                            THE NIGHTLY STREAM DOES ITS DAILY
005142*                            WORK THAT DAY.  A BLANK ENTRY KEEPS
005143*                            THE CURRENT VALUE.
005144*----------------------------------------------------------------
005145 6900-MAINTAIN-CALENDAR.
005146     IF NOT SH-BUSCAL-OPEN
005147         DISPLAY "BUSINESS CALENDAR COULD NOT BE OPENED"
005148         GO TO 6900-EXIT
005149     END-IF.
005150     DISPLAY "ENTER CALENDAR DATE (YYYYMMDD)".
005151     ACCEPT SH-WORK-DATE.
005152     PERFORM 7150-EDIT-DATE
005153         THRU 7150-EXIT.
005154     IF NOT SH-REQUEST-OK
005155         DISPLAY "CALENDAR DATE IS NOT A VALID DATE"
005156         GO TO 6900-EXIT
005157     END-IF.
005158     MOVE SH-WORK-DATE TO CA-CALENDAR-DATE.
005159     READ BUSINESS-CALENDAR
005160         INVALID KEY
005161             SET SH-ENTRY-FOUND TO FALSE
005162             MOVE SPACES TO BUSINESS-CALENDAR-RECORD
005163             MOVE SH-WORK-DATE TO CA-CALENDAR-DATE
005164             DISPLAY "NO CALENDAR ENTRY FOR " SH-WORK-DATE
005165         NOT INVALID KEY
005166             SET SH-ENTRY-FOUND TO TRUE
005167             DISPLAY "NOW: TYPE " CA-DAY-TYPE
005168                 " PROCESSING " CA-PROCESSING-FLAG
005169                 " " CA-DESCRIPTION
005170                 " BY " CA-MAINTAINED-BY
005171     END-READ.
005172     MOVE BUSINESS-CALENDAR-RECORD TO SH-HOLD-CALENDAR.
005173     MOVE CA-DAY-TYPE TO SH-HOLD-DAY-TYPE.
005174     DISPLAY "ENTER DAY TYPE - H HOLIDAY, S SHUTDOWN, "
005175         "W EXTRA WORKDAY,".
005176     DISPLAY "  D DELETE THE ENTRY (BLANK TO KEEP)".
005177     ACCEPT SH-DAY-TYPE-IN.
005178     IF SH-DAY-TYPE-IN = "D"
005179         PERFORM 6950-DELETE-CALENDAR
005180             THRU 6950-EXIT
005181         GO TO 6900-EXIT
005182     END-IF.
005183     IF SH-DAY-TYPE-IN NOT = SPACES
005184         MOVE SH-DAY-TYPE-IN TO CA-DAY-TYPE
005185     END-IF.
005186     IF NOT CA-VALID-DAY-TYPE
005187         DISPLAY "DAY TYPE MUST BE H, S OR W"
005188         GO TO 6900-EXIT
005189     END-IF.
005190     IF CA-DAY-TYPE NOT = SH-HOLD-DAY-TYPE
005191         IF CA-SHUTDOWN
005192             SET CA-NON-PROCESSING-DAY TO TRUE
005193         ELSE
005194             SET CA-PROCESSING-DAY TO TRUE
005195         END-IF
005196     END-IF.
005197     DISPLAY "ENTER NIGHTLY PROCESSING FLAG Y OR N (BLANK FOR "
005198         CA-PROCESSING-FLAG ")".
005199     ACCEPT SH-PROCESSING-IN.
005200     IF SH-PROCESSING-IN NOT = SPACES
005201         MOVE SH-PROCESSING-IN TO CA-PROCESSING-FLAG
005202     END-IF.
005203     IF NOT CA-VALID-PROCESSING
005204         DISPLAY "PROCESSING FLAG MUST BE Y OR N"
005205         GO TO 6900-EXIT
005206     END-IF.
005207     DISPLAY "ENTER DESCRIPTION (BLANK TO KEEP)".
005208     ACCEPT SH-DESCRIPTION-IN.
005209     IF SH-DESCRIPTION-IN NOT = SPACES
005210         MOVE SH-DESCRIPTION-IN TO CA-DESCRIPTION
005211     END-IF.
005212     IF BUSINESS-CALENDAR-RECORD = SH-HOLD-CALENDAR
005213         DISPLAY "NO CHANGE ENTERED"
005214         GO TO 6900-EXIT
005215     END-IF.
005216     MOVE OR-OPERATOR-ID TO CA-MAINTAINED-BY.
005217     IF SH-ENTRY-FOUND
005218         REWRITE BUSINESS-CALENDAR-RECORD
005219             INVALID KEY
005220                 DISPLAY "CALENDAR ENTRY NOT CHANGED - STATUS "
005221                     SH-BUSCAL-STATUS
005222                 GO TO 6900-EXIT
005223         END-REWRITE
005224         SET SA-FUNC-CHANGE TO TRUE
005225         MOVE SH-HOLD-CALENDAR TO SA-BEFORE-IMAGE
005226     ELSE
005227         WRITE BUSINESS-CALENDAR-RECORD
005228             INVALID KEY
005229                 DISPLAY "CALENDAR ENTRY NOT ADDED - STATUS "
005230                     SH-BUSCAL-STATUS
005231                 GO TO 6900-EXIT
005232         END-WRITE
005233         SET SA-FUNC-ADD TO TRUE
005234         MOVE SPACES TO SA-BEFORE-IMAGE
005235     END-IF.
005236     MOVE BUSINESS-CALENDAR-RECORD TO SA-AFTER-IMAGE.
005237     MOVE "BC" TO SH-REASON-IN.
005238     MOVE OR-OPERATOR-ID TO SH-APPROVER-ID.
005239     PERFORM 8000-WRITE-AUDIT
005240         THRU 8000-EXIT.
005241     DISPLAY "CALENDAR " CA-CALENDAR-DATE " NOW TYPE " CA-DAY-TYPE
005242         " PROCESSING " CA-PROCESSING-FLAG " " CA-DESCRIPTION.
005243 6900-EXIT.
005244     EXIT.
005245*----------------------------------------------------------------
005246* 6950-DELETE-CALENDAR  -  REMOVE THE CALENDAR ENTRY JUST READ SO
005247*                          THE DATE FALLS BACK TO THE NORMAL WEEK.
005248*----------------------------------------------------------------
005249 6950-DELETE-CALENDAR.
005250     IF NOT SH-ENTRY-FOUND
005251         DISPLAY "NO CALENDAR ENTRY TO DELETE"
005252         GO TO 6950-EXIT
005253     END-IF.
005254     DELETE BUSINESS-CALENDAR
005255         INVALID KEY
005256             DISPLAY "CALENDAR ENTRY NOT DELETED - STATUS "
005257                 SH-BUSCAL-STATUS
005258             GO TO 6950-EXIT
005259     END-DELETE.
005260     SET SA-FUNC-DELETE TO TRUE.
005261     MOVE SH-HOLD-CALENDAR TO SA-BEFORE-IMAGE.
005262     MOVE SPACES TO SA-AFTER-IMAGE.
005263     MOVE "BC" TO SH-REASON-IN.
005264     MOVE OR-OPERATOR-ID TO SH-APPROVER-ID.
005265     PERFORM 8000-WRITE-AUDIT
005266         THRU 8000-EXIT.
005267     DISPLAY "CALENDAR ENTRY FOR " SH-WORK-DATE " DELETED".
005268 6950-EXIT.
005269     EXIT.
005270*----------------------------------------------------------------
005271* 7000-ACCEPT-OPERATOR  -  PROMPT FOR THE TARGET OPERATOR ID AND
005272*                          CONFIRM IT IS ON THE OPERATOR MASTER.
005273*----------------------------------------------------------------
005274 7000-ACCEPT-OPERATOR.
005275     SET SH-REQUEST-OK TO FALSE.
005276     DISPLAY "ENTER OPERATOR ID (BLANK TO CANCEL)".
005277     ACCEPT SH-KEY-ID.
005278     IF SH-KEY-ID = SPACES OR LOW-VALUES
005279         GO TO 7000-EXIT
005280     END-IF.
005281     MOVE SH-KEY-ID TO OM-OPERATOR-ID.
005282     READ OPERATOR-MASTER
005283         INVALID KEY
005284             DISPLAY "OPERATOR ID NOT FOUND ON ROSTER"
005285         NOT INVALID KEY
005286             SET SH-REQUEST-OK TO TRUE
005287     END-READ.
005288 7000-EXIT.
005289     EXIT.
005290*----------------------------------------------------------------
005291* 7100-ACCEPT-RANGE  -  PROMPT FOR AND EDIT THE FROM AND THRU
005292*                       SCHEDULE DATES.  A BLANK THRU DATE MEANS
005293*                       THE FROM DATE ONLY.
005294*----------------------------------------------------------------
005295 7100-ACCEPT-RANGE.
005296     SET SH-REQUEST-OK TO FALSE.
005297     DISPLAY "ENTER FROM DATE (YYYYMMDD)".
005298     ACCEPT SH-FROM-DATE.
005299     MOVE SH-FROM-DATE TO SH-WORK-DATE.
005300     PERFORM 7150-EDIT-DATE
005301         THRU 7150-EXIT.
005310     IF NOT SH-REQUEST-OK
005320         DISPLAY "FROM DATE IS NOT A VALID DATE"
005330         GO TO 7100-EXIT
005340     END-IF.
005350     DISPLAY "ENTER THRU DATE (YYYYMMDD, BLANK FOR ONE DAY)".
005360     ACCEPT SH-THRU-DATE.
005370     IF SH-THRU-DATE = SPACES OR LOW-VALUES
005380         MOVE SH-FROM-DATE TO SH-THRU-DATE
005390     END-IF.
005400     MOVE SH-THRU-DATE TO SH-WORK-DATE.
005410     PERFORM 7150-EDIT-DATE
005420         THRU 7150-EXIT.
005430     IF NOT SH-REQUEST-OK
005440         DISPLAY "THRU DATE IS NOT A VALID DATE"
005450         GO TO 7100-EXIT
005460     END-IF.
005470     IF SH-THRU-DATE < SH-FROM-DATE
005480         SET SH-REQUEST-OK TO FALSE
005490         DISPLAY "THRU DATE IS BEFORE FROM DATE"
005500         GO TO 7100-EXIT
005510     END-IF.
005520     MOVE ZERO TO SH-RANGE-DAYS.
005530     MOVE SH-FROM-DATE TO SH-WORK-DATE.
005540     PERFORM 7130-COUNT-DAY
005550         THRU 7130-EXIT
005560         UNTIL SH-WORK-DATE > SH-THRU-DATE
005570            OR SH-RANGE-DAYS > SH-MAX-RANGE-DAYS.
005580     IF SH-RANGE-DAYS > SH-MAX-RANGE-DAYS
005590         SET SH-REQUEST-OK TO FALSE
005600         DISPLAY "RANGE IS LONGER THAN " SH-MAX-RANGE-DAYS
005610             " DAYS"
005620     END-IF.
005630 7100-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------
005660* 7130-COUNT-DAY  -  COUNT ONE DAY OF THE REQUESTED RANGE.
005670*----------------------------------------------------------------
005680 7130-COUNT-DAY.
005690     ADD 1 TO SH-RANGE-DAYS.
005700     PERFORM 7500-NEXT-DATE
005710         THRU 7500-EXIT.
005720 7130-EXIT.
005730     EXIT.
005740*----------------------------------------------------------------
005750* 7150-EDIT-DATE  -  CONFIRM SH-WORK-DATE IS A VALID YYYYMMDD.
005760*----------------------------------------------------------------
005770 7150-EDIT-DATE.
005780     SET SH-REQUEST-OK TO FALSE.
005790     IF SH-WORK-DATE IS NOT NUMERIC
005800         GO TO 7150-EXIT
005810     END-IF.
005820     IF SH-WD-MONTH < 01 OR SH-WD-MONTH > 12
005830         GO TO 7150-EXIT
005840     END-IF.
005850     PERFORM 7550-MONTH-LENGTH
005860         THRU 7550-EXIT.
005870     IF SH-WD-DAY < 01 OR SH-WD-DAY > SH-MONTH-DAYS
005880         GO TO 7150-EXIT
005890     END-IF.
005900     SET SH-REQUEST-OK TO TRUE.
005910 7150-EXIT.
005920     EXIT.
005930*----------------------------------------------------------------
005940* 7200-ACCEPT-REASON  -  PROMPT FOR AND EDIT THE REASON CODE.
005950*----------------------------------------------------------------
005960 7200-ACCEPT-REASON.
005970     SET SH-REQUEST-OK TO FALSE.
005980     DISPLAY "ENTER REASON - SW SWAP, CI CALL-IN, DO DAY OFF,".
005990     DISPLAY "               SK SICK, TR TRAINING, OT OTHER".
006000     ACCEPT SH-REASON-IN.
006010     IF SH-REASON-VALID
006020         SET SH-REQUEST-OK TO TRUE
006030     ELSE
006040         DISPLAY "REASON CODE NOT RECOGNIZED"
006050     END-IF.
006060 7200-EXIT.
006070     EXIT.
006080*----------------------------------------------------------------
006090* 7300-ACCEPT-APPROVER  -  PROMPT FOR THE APPROVING SUPERVISOR,
006100*                          DEFAULTING TO THE SIGNED-ON OPERATOR.
006110*                          THE APPROVER MUST BE AN ACTIVE OPERATOR
006120*                          WITH SUPERVISOR OR MANAGER AUTHORITY.
006130*----------------------------------------------------------------
006140 7300-ACCEPT-APPROVER.
006150     SET SH-REQUEST-OK TO FALSE.
006160     DISPLAY "ENTER APPROVING SUPERVISOR ID (BLANK FOR SELF)".
006170     ACCEPT SH-APPROVER-ID.
006180     IF SH-APPROVER-ID = SPACES OR LOW-VALUES
006190         MOVE OR-OPERATOR-ID TO SH-APPROVER-ID
006200     END-IF.
006210     MOVE SH-APPROVER-ID TO OM-OPERATOR-ID.
006220     READ OPERATOR-MASTER
006230         INVALID KEY
006240             DISPLAY "APPROVER NOT FOUND ON ROSTER"
006250             GO TO 7300-EXIT
006260     END-READ.
006270     IF NOT OM-ACTIVE
006280         DISPLAY "APPROVER IS NOT ACTIVE"
006290         GO TO 7300-EXIT
006300     END-IF.
006310     IF NOT OM-AUTH-SUPERVISOR AND NOT OM-AUTH-MANAGER
006320         DISPLAY "APPROVER DOES NOT HAVE SUPERVISOR AUTHORITY"
006330         GO TO 7300-EXIT
006340     END-IF.
006350     SET SH-REQUEST-OK TO TRUE.
006360 7300-EXIT.
006370     EXIT.
006380*----------------------------------------------------------------
006390* 7400-ACCEPT-SHIFT  -  PROMPT FOR AND EDIT THE NEW SHIFT CODE.
006400*----------------------------------------------------------------
006410 7400-ACCEPT-SHIFT.
006420     SET SH-REQUEST-OK TO FALSE.
006430     DISPLAY "ENTER SHIFT CODE (1, 2 OR 3)".
006440     ACCEPT SH-SHIFT-IN.
006450     IF SH-SHIFT-VALID
006460         SET SH-REQUEST-OK TO TRUE
006470     ELSE
006480         DISPLAY "SHIFT CODE MUST BE 1, 2 OR 3"
006490     END-IF.
006500 7400-EXIT.
006510     EXIT.
006520*----------------------------------------------------------------
006530* 7500-NEXT-DATE  -  ADVANCE SH-WORK-DATE BY ONE CALENDAR DAY.
006540*----------------------------------------------------------------
006550 7500-NEXT-DATE.
006560     PERFORM 7550-MONTH-LENGTH
006570         THRU 7550-EXIT.
006580     ADD 1 TO SH-WD-DAY.
006590     IF SH-WD-DAY > SH-MONTH-DAYS
006600         MOVE 1 TO SH-WD-DAY
006610         ADD 1 TO SH-WD-MONTH
006620         IF SH-WD-MONTH > 12
006630             MOVE 1 TO SH-WD-MONTH
006640             ADD 1 TO SH-WD-YEAR
006650         END-IF
006660     END-IF.
006670 7500-EXIT.
006680     EXIT.
006690*----------------------------------------------------------------
006700* 7550-MONTH-LENGTH  -  SET THE NUMBER OF DAYS IN THE MONTH OF
006710*                       SH-WORK-DATE, ALLOWING FOR LEAP YEARS.
006720*----------------------------------------------------------------
006730 7550-MONTH-LENGTH.
006740     EVALUATE SH-WD-MONTH
006750         WHEN 04
006760         WHEN 06
006770         WHEN 09
006780         WHEN 11
006790             MOVE 30 TO SH-MONTH-DAYS
006800         WHEN 02
006810             DIVIDE SH-WD-YEAR BY 4 GIVING SH-QUOTIENT
006820                 REMAINDER SH-REMAINDER-4
006830             DIVIDE SH-WD-YEAR BY 100 GIVING SH-QUOTIENT
006840                 REMAINDER SH-REMAINDER-100
006850             DIVIDE SH-WD-YEAR BY 400 GIVING SH-QUOTIENT
006860                 REMAINDER SH-REMAINDER-400
006870             IF SH-REMAINDER-400 = ZERO
006880                 OR (SH-REMAINDER-4 = ZERO
006890                     AND SH-REMAINDER-100 NOT = ZERO)
006900                 MOVE 29 TO SH-MONTH-DAYS
006910             ELSE
006920                 MOVE 28 TO SH-MONTH-DAYS
006930             END-IF
006940         WHEN OTHER
006950             MOVE 31 TO SH-MONTH-DAYS
006960     END-EVALUATE.
006970 7550-EXIT.
006980     EXIT.
006990*----------------------------------------------------------------
007000* 7600-READ-SCHEDULE  -  RANDOM READ OF THE SCHEDULE ENTRY FOR
007010*                        THE OPERATOR THE CALLER MOVED TO
007020*                        SS-OPERATOR-ID AND THE CURRENT DATE.
007030*----------------------------------------------------------------
007040 7600-READ-SCHEDULE.
007050     SET SH-ENTRY-FOUND TO FALSE.
007060     MOVE SH-WORK-DATE TO SS-SCHED-DATE.
007070     READ SHIFT-SCHEDULE
007080         INVALID KEY
007090             CONTINUE
007100         NOT INVALID KEY
007110             SET SH-ENTRY-FOUND TO TRUE
007120     END-READ.
007130 7600-EXIT.
007140     EXIT.
007150*----------------------------------------------------------------
007160* 7700-APPLY-ENTRY  -  BRING THE SCHEDULE ENTRY JUST READ BY
007170*                      7600-READ-SCHEDULE TO SH-NEW-SHIFT, ADDING,
007180*                      CHANGING OR, FOR A BLANK SHIFT, DELETING IT
007190*                      THEN AUDIT THE CHANGE AND RECORD THE
007200*                      STANDING OVERRIDE.
007210*----------------------------------------------------------------
007220 7700-APPLY-ENTRY.
007230     IF NOT SH-ENTRY-FOUND AND SH-NEW-SHIFT = SPACE
007240         GO TO 7700-EXIT
007250     END-IF.
007260     IF SH-ENTRY-FOUND AND SS-SCHED-SHIFT = SH-NEW-SHIFT
007270         GO TO 7700-EXIT
007280     END-IF.
007290     IF SH-ENTRY-FOUND
007300         MOVE SHIFT-SCHEDULE-RECORD TO SA-BEFORE-IMAGE
007310     ELSE
007320         MOVE SPACES TO SA-BEFORE-IMAGE
007330     END-IF.
007340     EVALUATE TRUE
007350         WHEN NOT SH-ENTRY-FOUND
007360             MOVE SPACES TO SHIFT-SCHEDULE-RECORD
007370             MOVE SH-KEY-ID TO SS-OPERATOR-ID
007380             MOVE SH-WORK-DATE TO SS-SCHED-DATE
007390             MOVE SH-NEW-SHIFT TO SS-SCHED-SHIFT
007400             WRITE SHIFT-SCHEDULE-RECORD
007410                 INVALID KEY
007420                     DISPLAY "ENTRY NOT ADDED - STATUS "
007430                         SH-SHIFTSCH-STATUS
007440                     GO TO 7700-EXIT
007450             END-WRITE
007460             SET SA-FUNC-ADD TO TRUE
007470             MOVE SHIFT-SCHEDULE-RECORD TO SA-AFTER-IMAGE
007480         WHEN SH-NEW-SHIFT = SPACE
007490             DELETE SHIFT-SCHEDULE
007500                 INVALID KEY
007510                     DISPLAY "ENTRY NOT DELETED - STATUS "
007520                         SH-SHIFTSCH-STATUS
007530                     GO TO 7700-EXIT
007540             END-DELETE
007550             SET SA-FUNC-DELETE TO TRUE
007560             MOVE SPACES TO SA-AFTER-IMAGE
007570         WHEN OTHER
007580             MOVE SH-NEW-SHIFT TO SS-SCHED-SHIFT
007590             REWRITE SHIFT-SCHEDULE-RECORD
007600                 INVALID KEY
007610                     DISPLAY "ENTRY NOT CHANGED - STATUS "
007620                         SH-SHIFTSCH-STATUS
007630                     GO TO 7700-EXIT
007640             END-REWRITE
007650             SET SA-FUNC-CHANGE TO TRUE
007660             MOVE SHIFT-SCHEDULE-RECORD TO SA-AFTER-IMAGE
007670     END-EVALUATE.
007680     PERFORM 8000-WRITE-AUDIT
007690         THRU 8000-EXIT.
007700     PERFORM 8100-RECORD-OVERRIDE
007710         THRU 8100-EXIT.
007720     ADD 1 TO SH-APPLIED-COUNT.
007730     DISPLAY SH-KEY-ID " " SH-WORK-DATE " SHIFT NOW: "
007740         SH-NEW-SHIFT.
007750 7700-EXIT.
007760     EXIT.
007770*----------------------------------------------------------------
007780* 8000-WRITE-AUDIT  -  APPEND ONE BEFORE/AFTER AUDIT RECORD.
007790*                      THE CALLER HAS SET THE FUNCTION CODE AND
007800*                      THE BEFORE AND AFTER IMAGES.
007810*----------------------------------------------------------------
007820 8000-WRITE-AUDIT.
007830     MOVE SH-CURRENT-DATE TO SA-AUDIT-DATE.
007840     ACCEPT SH-CURRENT-TIME FROM TIME.
007850     MOVE SH-CURRENT-TIME(1:6) TO SA-AUDIT-TIME.
007860     MOVE OR-OPERATOR-ID TO SA-MAINT-OPERATOR-ID.
007870     MOVE OR-TERMINAL-ID TO SA-MAINT-TERMINAL-ID.
007880     MOVE SH-REASON-IN TO SA-REASON-CODE.
007890     MOVE SH-APPROVER-ID TO SA-APPROVER-ID.
007900     WRITE SCHEDULE-AUDIT-RECORD.
007910 8000-EXIT.
007920     EXIT.
007930*----------------------------------------------------------------
007940* 8100-RECORD-OVERRIDE  -  ADD OR REPLACE THE STANDING OVERRIDE
007950*                          FOR THE ENTRY JUST CHANGED SO THE NEXT
007960*                          SCHEDULE LOAD LEAVES IT IN PLACE.
007970*----------------------------------------------------------------
007980 8100-RECORD-OVERRIDE.
007990     MOVE SPACES TO SCHEDULE-OVERRIDE-RECORD.
008000     MOVE SH-KEY-ID TO SO-OPERATOR-ID.
008010     MOVE SH-WORK-DATE TO SO-SCHED-DATE.
008020     MOVE SA-FUNCTION-CODE TO SO-ACTION-CODE.
008030     MOVE SH-NEW-SHIFT TO SO-SCHED-SHIFT.
008040     MOVE SH-REASON-IN TO SO-REASON-CODE.
008050     MOVE SH-APPROVER-ID TO SO-APPROVER-ID.
008060     MOVE OR-OPERATOR-ID TO SO-MAINT-OPERATOR-ID.
008070     MOVE SH-CURRENT-DATE TO SO-OVERRIDE-DATE.
008080     MOVE SH-CURRENT-TIME(1:6) TO SO-OVERRIDE-TIME.
008090     WRITE SCHEDULE-OVERRIDE-RECORD
008100         INVALID KEY
008110             REWRITE SCHEDULE-OVERRIDE-RECORD
008120                 INVALID KEY
008130                     DISPLAY "OVERRIDE COULD NOT BE RECORDED - "
008140                         "STATUS " SH-SHFTOVR-STATUS
008150             END-REWRITE
008160     END-WRITE.
008170 8100-EXIT.
008180     EXIT.
008190*----------------------------------------------------------------
008200* 9999-END-OF-JOB  -  CLOSE FILES AND RETURN TO THE MENU.
008210*----------------------------------------------------------------
008220 9999-END-OF-JOB.
008230     IF SH-OPERMAST-OPEN
008240         CLOSE OPERATOR-MASTER
008250         SET SH-OPERMAST-OPEN TO FALSE
008260     END-IF.
008270     IF SH-SHIFTSCH-OPEN
008280         CLOSE SHIFT-SCHEDULE
008290         SET SH-SHIFTSCH-OPEN TO FALSE
008300     END-IF.
008310     IF SH-SHFTOVR-OPEN
008320         CLOSE SCHEDULE-OVERRIDE
008330         SET SH-SHFTOVR-OPEN TO FALSE
008340     END-IF.
008342     IF SH-SHFTDEF-OPEN
008344         CLOSE SHIFT-DEFINITION
008346         SET SH-SHFTDEF-OPEN TO FALSE
008348     END-IF.
008349     IF SH-BUSCAL-OPEN
008350         CLOSE BUSINESS-CALENDAR
008351         SET SH-BUSCAL-OPEN TO FALSE
008352     END-IF.
008353     IF SH-AUDIT-OPEN
008360         CLOSE SCHEDULE-AUDIT
008370         SET SH-AUDIT-OPEN TO FALSE
008380     END-IF.
008390 9999-EXIT.
008400     EXIT.
