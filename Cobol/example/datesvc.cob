000010*================================================================
000020* PROGRAM-ID. DATESVC
000030*----------------------------------------------------------------
000040* AUTHOR.        C. L. BRANNIGAN
000050* INSTALLATION.  DATA CENTER SERVICES
000060* DATE-WRITTEN.  2026-10-15.
000070* DATE-COMPILED. 2026-10-15.
000080*----------------------------------------------------------------
000090* DESCRIPTION.
000100*   COMMON DATE SERVICE FOR THE NIGHTLY STREAM AND ITS REPORTS.
000110*   CALLED THE WAY STEPCTL IS, WITH THE DATESVC PARM AREA.
000120*   FUNCTION D TELLS THE CALLER WHETHER THE BASE DATE IS A
000130*   BUSINESS DAY AND A PROCESSING DAY FROM THE KEYED BUSINESS
000140*   CALENDAR (BUSCAL DD) - A DATE WITH NO CALENDAR ENTRY IS A
000150*   BUSINESS DAY MONDAY TO FRIDAY AND A PROCESSING DAY EVERY
000160*   DAY, SO THE STREAM RUNS AS BEFORE UNTIL THE SHIFT LEAD
000170*   ENTERS THE HOLIDAYS AND SHUTDOWNS.
000180*   FUNCTION R RESOLVES A RELATIVE-DATE PARAMETER CARD - TODAY,
000190*   PRIOR DAY, PRIOR BUSINESS DAY, RETAIN NNNN DAYS, CURRENT
000200*   MONTH, CURRENT MONTH-NN, DORMANT NNNN DAYS OR DORMANT
000210*   NNNN/NNNN DAYS - AGAINST THE BASE DATE, SO THE CARDS NEED NO
000220*   HAND EDITING FROM NIGHT TO NIGHT.  A CARD IT CANNOT RESOLVE
000230*   COMES BACK AS REPLY I.  THE BASE DATE DEFAULTS TO TODAY.
000240*   THE CALLER'S RETURN-CODE REGISTER IS NEVER TOUCHED - A
000250*   CALENDAR PROBLEM ONLY COMES BACK AS REPLY E FOR THE CALLER
000260*   TO REPORT.
000270*----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*   DATE       INIT  DESCRIPTION
000300*   2026-10-15 CLB   ORIGINAL PROGRAM
000310*================================================================
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. DATESVC.
000340 AUTHOR. C. L. BRANNIGAN.
000350 INSTALLATION. DATA CENTER SERVICES.
000360 DATE-WRITTEN. 2026-10-15.
000370 DATE-COMPILED. 2026-10-15.
000380*================================================================
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS CA-CALENDAR-DATE
000460         FILE STATUS IS DC-CALENDAR-STATUS.
000470*================================================================
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  BUSINESS-CALENDAR.
000510     COPY buscal.
000520*================================================================
000530 WORKING-STORAGE SECTION.
000540 01  DC-CALENDAR-STATUS              PIC X(02).
000550     88  DC-CALENDAR-OK                  VALUE "00".
000560     88  DC-CALENDAR-NEW                 VALUE "35".
000570
000580 01  DC-CALENDAR-OPEN-SW             PIC X(01)  VALUE "N".
000590     88  DC-CALENDAR-OPEN                VALUE "Y"
000600         WHEN SET TO FALSE IS "N".
000610 01  DC-RECORD-FOUND-SW              PIC X(01)  VALUE "N".
000620     88  DC-RECORD-FOUND                 VALUE "Y"
000630         WHEN SET TO FALSE IS "N".
000640 01  DC-DATE-OK-SW                   PIC X(01)  VALUE "N".
000650     88  DC-DATE-OK                      VALUE "Y"
000660         WHEN SET TO FALSE IS "N".
000670 01  DC-NUMBER-OK-SW                 PIC X(01)  VALUE "N".
000680     88  DC-NUMBER-OK                    VALUE "Y"
000690         WHEN SET TO FALSE IS "N".
000700
000710 01  DC-CURRENT-DATE                 PIC X(08).
000720 01  DC-WORK-DATE.
000730     05  DC-WD-YEAR                  PIC 9(04).
000740     05  DC-WD-MONTH                 PIC 9(02).
000750     05  DC-WD-DAY                   PIC 9(02).
000760 01  DC-MONTH-DAYS                   PIC 9(02).
000770 01  DC-QUOTIENT                     PIC 9(07)  COMP.
000780 01  DC-REMAINDER-4                  PIC 9(03)  COMP.
000790 01  DC-REMAINDER-100                PIC 9(03)  COMP.
000800 01  DC-REMAINDER-400                PIC 9(03)  COMP.
000810 01  DC-REMAINDER                    PIC 9(03)  COMP.
000820
000830 01  DC-DAY-NUMBER                   PIC S9(07) COMP.
000840 01  DC-BASE-DAY-NUMBER              PIC S9(07) COMP.
000850 01  DC-DN-YEARS                     PIC S9(05) COMP.
000860 01  DC-DN-MONTHS                    PIC 9(03)  COMP.
000870 01  DC-DN-LEAP-4                    PIC 9(05)  COMP.
000880 01  DC-DN-LEAP-100                  PIC 9(05)  COMP.
000890 01  DC-DN-LEAP-400                  PIC 9(05)  COMP.
000900 01  DC-DN-MONTH-DAYS                PIC 9(05)  COMP.
000910 01  DC-DN-ELAPSED                   PIC S9(07) COMP.
000920 01  DC-DN-YEAR-DAY                  PIC S9(07) COMP.
000930 01  DC-DN-MONTH-INDEX               PIC S9(07) COMP.
000940 01  DC-STEP-COUNT                   PIC 9(03)  COMP.
000950
000960 01  DC-CARD-WORDS.
000970     05  DC-WORD-1                   PIC X(20).
000980     05  DC-WORD-2                   PIC X(20).
000990     05  DC-WORD-3                   PIC X(20).
001000     05  DC-WORD-4                   PIC X(20).
001010 01  DC-DAY-PARTS.
001020     05  DC-DAY-PART-1               PIC X(20).
001030     05  DC-DAY-PART-2               PIC X(20).
001040 01  DC-NUMBER-IN                    PIC X(20).
001050 01  DC-DIGIT-COUNT                  PIC 9(03)  COMP.
001060 01  DC-NUMBER-TEXT                  PIC X(04)  JUSTIFIED RIGHT.
001070 01  DC-NUMBER-DIGITS REDEFINES DC-NUMBER-TEXT
001080                                     PIC 9(04).
001090 01  DC-NUMBER-VALUE                 PIC 9(04).
001100 01  DC-REPORT-DAYS                  PIC 9(04).
001110*================================================================
001120 LINKAGE SECTION.
001130 01  DATE-SERVICE-PARM.
001140     COPY datesvc.
001150*================================================================
001160 PROCEDURE DIVISION USING DATE-SERVICE-PARM.
001170*----------------------------------------------------------------
001180 0000-MAINLINE.
001190     ACCEPT DC-CURRENT-DATE FROM DATE YYYYMMDD.
001200     SET DV-REPLY-OK TO TRUE.
001210     MOVE SPACES TO DV-FORM-CODE DV-DATE-1 DV-DATE-2 DV-PERIOD
001220                    DV-DAY-TYPE DV-DESCRIPTION.
001230     MOVE ZERO TO DV-DAY-OF-WEEK.
001240     MOVE "N" TO DV-BUSINESS-DAY-SW DV-PROCESSING-SW.
001250     IF DV-BASE-DATE = SPACES OR LOW-VALUES
001260         MOVE DC-CURRENT-DATE TO DV-BASE-DATE
001270     END-IF.
001280     MOVE DV-BASE-DATE TO DC-WORK-DATE.
001290     PERFORM 7100-EDIT-DATE
001300         THRU 7100-EXIT.
001310     IF NOT DC-DATE-OK
001320         SET DV-REPLY-INVALID TO TRUE
001330         GO TO 0000-TERMINATE
001340     END-IF.
001350     PERFORM 7000-DATE-TO-DAY-NUMBER
001360         THRU 7000-EXIT.
001370     MOVE DC-DAY-NUMBER TO DC-BASE-DAY-NUMBER.
001380     PERFORM 1000-OPEN-CALENDAR
001390         THRU 1000-EXIT.
001400     IF DV-REPLY-ERROR
001410         GO TO 0000-TERMINATE
001420     END-IF.
001430     EVALUATE TRUE
001440         WHEN DV-FUNC-DAY-CHECK
001450             PERFORM 2000-CHECK-DAY
001460                 THRU 2000-EXIT
001470         WHEN DV-FUNC-RESOLVE
001480             PERFORM 3000-RESOLVE-CARD
001490                 THRU 3000-EXIT
001500         WHEN OTHER
001510             SET DV-REPLY-ERROR TO TRUE
001520     END-EVALUATE.
001530     IF DC-CALENDAR-OPEN
001540         CLOSE BUSINESS-CALENDAR
001550         SET DC-CALENDAR-OPEN TO FALSE
001560     END-IF.
001570 0000-TERMINATE.
001580     GOBACK.
001590*----------------------------------------------------------------
001600* 1000-OPEN-CALENDAR  -  OPEN THE BUSINESS CALENDAR FOR RANDOM
001610*                        READS.  NO CALENDAR YET MEANS EVERY DATE
001620*                        TAKES THE NORMAL-WEEK DEFAULTS.
001630*----------------------------------------------------------------
001640 1000-OPEN-CALENDAR.
001650     SET DC-CALENDAR-OPEN TO FALSE.
001660     OPEN INPUT BUSINESS-CALENDAR.
001670     IF DC-CALENDAR-NEW
001680         GO TO 1000-EXIT
001690     END-IF.
001700     IF NOT DC-CALENDAR-OK
001710         DISPLAY "BUSINESS CALENDAR COULD NOT BE OPENED"
001720         SET DV-REPLY-ERROR TO TRUE
001730         GO TO 1000-EXIT
001740     END-IF.
001750     SET DC-CALENDAR-OPEN TO TRUE.
001760 1000-EXIT.
001770     EXIT.
001780*----------------------------------------------------------------
001790* 2000-CHECK-DAY  -  CLASSIFY THE BASE DATE.
001800*----------------------------------------------------------------
001810 2000-CHECK-DAY.
001820     MOVE DV-BASE-DATE TO DC-WORK-DATE.
001830     PERFORM 7400-CLASSIFY-DATE
001840         THRU 7400-EXIT.
001850 2000-EXIT.
001860     EXIT.
001870*----------------------------------------------------------------
001880* 3000-RESOLVE-CARD  -  SPLIT THE CARD INTO WORDS AND RESOLVE IT
001890*                       BY ITS FIRST WORD.  ANYTHING NOT RESOLVED
001900*                       IS LEFT AS REPLY I.
001910*----------------------------------------------------------------
001920 3000-RESOLVE-CARD.
001930     SET DV-REPLY-INVALID TO TRUE.
001940     MOVE SPACES TO DC-CARD-WORDS.
001950     UNSTRING DV-PARM-TEXT DELIMITED BY ALL SPACE
001960         INTO DC-WORD-1 DC-WORD-2 DC-WORD-3 DC-WORD-4
001970     END-UNSTRING.
001980     EVALUATE DC-WORD-1
001990         WHEN "TODAY"
002000             IF DC-WORD-2 = SPACES
002010                 MOVE DV-BASE-DATE TO DV-DATE-1
002020                 SET DV-FORM-DATE TO TRUE
002030                 SET DV-REPLY-OK TO TRUE
002040             END-IF
002050         WHEN "PRIOR"
002060             PERFORM 3100-RESOLVE-PRIOR
002070                 THRU 3100-EXIT
002080         WHEN "RETAIN"
002090             PERFORM 3200-RESOLVE-RETAIN
002100                 THRU 3200-EXIT
002110         WHEN "CURRENT"
002120             PERFORM 3300-RESOLVE-MONTH
002130                 THRU 3300-EXIT
002140         WHEN "DORMANT"
002150             PERFORM 3400-RESOLVE-DORMANT
002160                 THRU 3400-EXIT
002170         WHEN OTHER
002180             CONTINUE
002190     END-EVALUATE.
002200 3000-EXIT.
002210     EXIT.
002220*----------------------------------------------------------------
002230* 3100-RESOLVE-PRIOR  -  PRIOR DAY IS THE CALENDAR DAY BEFORE THE
002240*                        BASE DATE; PRIOR BUSINESS DAY STEPS BACK
002250*                        PAST WEEKENDS, HOLIDAYS AND SHUTDOWNS.
002260*----------------------------------------------------------------
002270 3100-RESOLVE-PRIOR.
002280     IF DC-WORD-2 = "DAY" AND DC-WORD-3 = SPACES
002290         COMPUTE DC-DAY-NUMBER = DC-BASE-DAY-NUMBER - 1
002300         PERFORM 7050-DAY-NUMBER-TO-DATE
002310             THRU 7050-EXIT
002320         MOVE DC-WORK-DATE TO DV-DATE-1
002330         SET DV-FORM-DATE TO TRUE
002340         SET DV-REPLY-OK TO TRUE
002350         GO TO 3100-EXIT
002360     END-IF.
002370     IF DC-WORD-2 NOT = "BUSINESS"
002380         OR DC-WORD-3 NOT = "DAY"
002390         OR DC-WORD-4 NOT = SPACES
002400         GO TO 3100-EXIT
002410     END-IF.
002420     MOVE DC-BASE-DAY-NUMBER TO DC-DAY-NUMBER.
002430     MOVE ZERO TO DC-STEP-COUNT.
002440     MOVE "N" TO DV-BUSINESS-DAY-SW.
002450     PERFORM 3150-STEP-BACK-ONE-DAY
002460         THRU 3150-EXIT
002470         UNTIL DV-BUSINESS-DAY
002480            OR DC-STEP-COUNT > 366.
002490     IF DV-BUSINESS-DAY
002500         MOVE DC-WORK-DATE TO DV-DATE-1
002510         SET DV-FORM-DATE TO TRUE
002520         SET DV-REPLY-OK TO TRUE
002530     END-IF.
002540 3100-EXIT.
002550     EXIT.
002560*----------------------------------------------------------------
002570* 3150-STEP-BACK-ONE-DAY  -  MOVE BACK ONE CALENDAR DAY AND
002580*                            CLASSIFY IT.
002590*----------------------------------------------------------------
002600 3150-STEP-BACK-ONE-DAY.
002610     ADD 1 TO DC-STEP-COUNT.
002620     SUBTRACT 1 FROM DC-DAY-NUMBER.
002630     PERFORM 7050-DAY-NUMBER-TO-DATE
002640         THRU 7050-EXIT.
002650     PERFORM 7400-CLASSIFY-DATE
002660         THRU 7400-EXIT.
002670 3150-EXIT.
002680     EXIT.
002690*----------------------------------------------------------------
002700* 3200-RESOLVE-RETAIN  -  RETAIN NNNN DAYS GIVES THE CUTOFF NNNN
002710*                         DAYS BEFORE THE BASE DATE; RECORDS DATED
002720*                         BEFORE IT ARE NO LONGER RETAINED.
002730*----------------------------------------------------------------
002740 3200-RESOLVE-RETAIN.
002750     IF (DC-WORD-3 NOT = "DAYS" AND DC-WORD-3 NOT = "DAY")
002760         OR DC-WORD-4 NOT = SPACES
002770         GO TO 3200-EXIT
002780     END-IF.
002790     MOVE DC-WORD-2 TO DC-NUMBER-IN.
002800     PERFORM 7600-CONVERT-NUMBER
002810         THRU 7600-EXIT.
002820     IF NOT DC-NUMBER-OK
002830         GO TO 3200-EXIT
002840     END-IF.
002850     COMPUTE DC-DAY-NUMBER = DC-BASE-DAY-NUMBER - DC-NUMBER-VALUE.
002860     PERFORM 7050-DAY-NUMBER-TO-DATE
002870         THRU 7050-EXIT.
002880     MOVE DC-WORK-DATE TO DV-DATE-1.
002890     SET DV-FORM-RETAIN TO TRUE.
002900     SET DV-REPLY-OK TO TRUE.
002910 3200-EXIT.
002920     EXIT.
002930*----------------------------------------------------------------
002940* 3300-RESOLVE-MONTH  -  CURRENT MONTH IS THE MONTH OF THE BASE
002950*                        DATE; CURRENT MONTH-NN IS NN MONTHS
002960*                        EARLIER.  RETURNS THE FIRST AND LAST DAY
002970*                        AND THE YYYYMM PERIOD.
002980*----------------------------------------------------------------
002990 3300-RESOLVE-MONTH.
003000     IF DC-WORD-3 NOT = SPACES
003010         GO TO 3300-EXIT
003020     END-IF.
003030     IF DC-WORD-2 = "MONTH"
003040         MOVE ZERO TO DC-NUMBER-VALUE
003050     ELSE
003060         IF DC-WORD-2(1:6) NOT = "MONTH-"
003070             GO TO 3300-EXIT
003080         END-IF
003090         MOVE DC-WORD-2(7:) TO DC-NUMBER-IN
003100         PERFORM 7600-CONVERT-NUMBER
003110             THRU 7600-EXIT
003120         IF NOT DC-NUMBER-OK
003130             GO TO 3300-EXIT
003140         END-IF
003150     END-IF.
003160     MOVE DV-BASE-DATE TO DC-WORK-DATE.
003170     COMPUTE DC-DN-MONTH-INDEX = (DC-WD-YEAR * 12)
003180         + DC-WD-MONTH - 1 - DC-NUMBER-VALUE.
003190     IF DC-DN-MONTH-INDEX < 12
003200         GO TO 3300-EXIT
003210     END-IF.
003220     DIVIDE DC-DN-MONTH-INDEX BY 12 GIVING DC-QUOTIENT
003230         REMAINDER DC-REMAINDER.
003240     MOVE DC-QUOTIENT TO DC-WD-YEAR.
003250     COMPUTE DC-WD-MONTH = DC-REMAINDER + 1.
003260     MOVE 01 TO DC-WD-DAY.
003270     MOVE DC-WORK-DATE TO DV-DATE-1.
003280     MOVE DC-WORK-DATE(1:6) TO DV-PERIOD.
003290     PERFORM 7550-MONTH-LENGTH
003300         THRU 7550-EXIT.
003310     MOVE DC-MONTH-DAYS TO DC-WD-DAY.
003320     MOVE DC-WORK-DATE TO DV-DATE-2.
003330     SET DV-FORM-MONTH TO TRUE.
003340     SET DV-REPLY-OK TO TRUE.
003350 3300-EXIT.
003360     EXIT.
003370*----------------------------------------------------------------
003380* 3400-RESOLVE-DORMANT  -  DORMANT NNNN DAYS GIVES THE REPORT
003390*                          CUTOFF NNNN DAYS BEFORE THE BASE DATE;
003400*                          DORMANT NNNN/NNNN DAYS ALSO GIVES THE
003410*                          DEACTIVATION CUTOFF, WHICH MUST BE THE
003420*                          LONGER PERIOD.
003430*----------------------------------------------------------------
003440 3400-RESOLVE-DORMANT.
003450     IF (DC-WORD-3 NOT = "DAYS" AND DC-WORD-3 NOT = "DAY")
003460         OR DC-WORD-4 NOT = SPACES
003470         GO TO 3400-EXIT
003480     END-IF.
003490     MOVE SPACES TO DC-DAY-PARTS.
003500     UNSTRING DC-WORD-2 DELIMITED BY "/"
003510         INTO DC-DAY-PART-1 DC-DAY-PART-2
003520     END-UNSTRING.
003530     MOVE DC-DAY-PART-1 TO DC-NUMBER-IN.
003540     PERFORM 7600-CONVERT-NUMBER
003550         THRU 7600-EXIT.
003560     IF NOT DC-NUMBER-OK
003570         GO TO 3400-EXIT
003580     END-IF.
003590     MOVE DC-NUMBER-VALUE TO DC-REPORT-DAYS.
003600     COMPUTE DC-DAY-NUMBER = DC-BASE-DAY-NUMBER - DC-REPORT-DAYS.
003610     PERFORM 7050-DAY-NUMBER-TO-DATE
003620         THRU 7050-EXIT.
003630     MOVE DC-WORK-DATE TO DV-DATE-1.
003640     IF DC-DAY-PART-2 NOT = SPACES
003650         MOVE DC-DAY-PART-2 TO DC-NUMBER-IN
003660         PERFORM 7600-CONVERT-NUMBER
003670             THRU 7600-EXIT
003680         IF NOT DC-NUMBER-OK
003690             OR DC-NUMBER-VALUE NOT > DC-REPORT-DAYS
003700             MOVE SPACES TO DV-DATE-1
003710             GO TO 3400-EXIT
003720         END-IF
003730         COMPUTE DC-DAY-NUMBER =
003740             DC-BASE-DAY-NUMBER - DC-NUMBER-VALUE
003750         PERFORM 7050-DAY-NUMBER-TO-DATE
003760             THRU 7050-EXIT
003770         MOVE DC-WORK-DATE TO DV-DATE-2
003780     END-IF.
003790     SET DV-FORM-DORMANT TO TRUE.
003800     SET DV-REPLY-OK TO TRUE.
003810 3400-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------
003840* 7000-DATE-TO-DAY-NUMBER  -  CONVERT DC-WORK-DATE TO A DAY
003850*                             NUMBER, COUNTING FROM A MARCH-BASED
003860*                             YEAR SO THE LEAP DAY FALLS LAST.
003870*----------------------------------------------------------------
003880 7000-DATE-TO-DAY-NUMBER.
003890     MOVE DC-WD-YEAR TO DC-DN-YEARS.
003900     IF DC-WD-MONTH < 3
003910         SUBTRACT 1 FROM DC-DN-YEARS
003920         COMPUTE DC-DN-MONTHS = DC-WD-MONTH + 9
003930     ELSE
003940         COMPUTE DC-DN-MONTHS = DC-WD-MONTH - 3
003950     END-IF.
003960     DIVIDE DC-DN-YEARS BY 4 GIVING DC-DN-LEAP-4.
003970     DIVIDE DC-DN-YEARS BY 100 GIVING DC-DN-LEAP-100.
003980     DIVIDE DC-DN-YEARS BY 400 GIVING DC-DN-LEAP-400.
003990     COMPUTE DC-DN-MONTH-DAYS = (153 * DC-DN-MONTHS) + 2.
004000     DIVIDE DC-DN-MONTH-DAYS BY 5 GIVING DC-DN-MONTH-DAYS.
004010     COMPUTE DC-DAY-NUMBER = (365 * DC-DN-YEARS)
004020         + DC-DN-LEAP-4 - DC-DN-LEAP-100 + DC-DN-LEAP-400
004030         + DC-DN-MONTH-DAYS + DC-WD-DAY.
004040 7000-EXIT.
004050     EXIT.
004060*----------------------------------------------------------------
004070* 7050-DAY-NUMBER-TO-DATE  -  CONVERT DC-DAY-NUMBER BACK TO A
004080*                             CALENDAR DATE IN DC-WORK-DATE.
004090*----------------------------------------------------------------
004100 7050-DAY-NUMBER-TO-DATE.
004110     COMPUTE DC-DN-ELAPSED = DC-DAY-NUMBER - 1.
004120     COMPUTE DC-DN-YEARS =
004130         ((10000 * DC-DN-ELAPSED) + 14780) / 3652425.
004140     PERFORM 7060-DAY-OF-YEAR
004150         THRU 7060-EXIT.
004160     IF DC-DN-YEAR-DAY < ZERO
004170         SUBTRACT 1 FROM DC-DN-YEARS
004180         PERFORM 7060-DAY-OF-YEAR
004190             THRU 7060-EXIT
004200     END-IF.
004210     COMPUTE DC-DN-MONTHS = ((100 * DC-DN-YEAR-DAY) + 52) / 3060.
004220     COMPUTE DC-DN-MONTH-DAYS = ((306 * DC-DN-MONTHS) + 5) / 10.
004230     COMPUTE DC-WD-DAY = DC-DN-YEAR-DAY - DC-DN-MONTH-DAYS + 1.
004240     ADD 2 TO DC-DN-MONTHS.
004250     DIVIDE DC-DN-MONTHS BY 12 GIVING DC-QUOTIENT
004260         REMAINDER DC-REMAINDER.
004270     COMPUTE DC-WD-MONTH = DC-REMAINDER + 1.
004280     COMPUTE DC-WD-YEAR = DC-DN-YEARS + DC-QUOTIENT.
004290 7050-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------
004320* 7060-DAY-OF-YEAR  -  DAYS INTO THE MARCH-BASED YEAR IN
004330*                      DC-DN-YEARS (NEGATIVE WHEN THE YEAR
004340*                      ESTIMATE IS ONE TOO HIGH).
004350*----------------------------------------------------------------
004360 7060-DAY-OF-YEAR.
004370     DIVIDE DC-DN-YEARS BY 4 GIVING DC-DN-LEAP-4.
004380     DIVIDE DC-DN-YEARS BY 100 GIVING DC-DN-LEAP-100.
004390     DIVIDE DC-DN-YEARS BY 400 GIVING DC-DN-LEAP-400.
004400     COMPUTE DC-DN-YEAR-DAY = DC-DN-ELAPSED - ((365 * DC-DN-YEARS)
004410         + DC-DN-LEAP-4 - DC-DN-LEAP-100 + DC-DN-LEAP-400).
004420 7060-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------
004450* 7100-EDIT-DATE  -  CHECK DC-WORK-DATE IS A REAL CALENDAR DATE.
004460*----------------------------------------------------------------
004470 7100-EDIT-DATE.
004480     SET DC-DATE-OK TO FALSE.
004490     IF DC-WORK-DATE IS NOT NUMERIC
004500         GO TO 7100-EXIT
004510     END-IF.
004520     IF DC-WD-YEAR < 1601
004530         GO TO 7100-EXIT
004540     END-IF.
004550     IF DC-WD-MONTH < 01 OR DC-WD-MONTH > 12
004560         GO TO 7100-EXIT
004570     END-IF.
004580     PERFORM 7550-MONTH-LENGTH
004590         THRU 7550-EXIT.
004600     IF DC-WD-DAY < 01 OR DC-WD-DAY > DC-MONTH-DAYS
004610         GO TO 7100-EXIT
004620     END-IF.
004630     SET DC-DATE-OK TO TRUE.
004640 7100-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------
004670* 7300-DAY-OF-WEEK  -  DAY OF THE WEEK OF DC-DAY-NUMBER, 1 FOR
004680*                      MONDAY THROUGH 7 FOR SUNDAY.
004690*----------------------------------------------------------------
004700 7300-DAY-OF-WEEK.
004710     COMPUTE DC-DN-ELAPSED = DC-DAY-NUMBER + 1.
004720     DIVIDE DC-DN-ELAPSED BY 7 GIVING DC-QUOTIENT
004730         REMAINDER DC-REMAINDER.
004740     COMPUTE DV-DAY-OF-WEEK = DC-REMAINDER + 1.
004750 7300-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------
004780* 7400-CLASSIFY-DATE  -  SET THE DAY OF THE WEEK, BUSINESS-DAY
004790*                        AND PROCESSING-DAY SWITCHES FOR
004800*                        DC-WORK-DATE, FROM ITS CALENDAR ENTRY
004810*                        WHEN IT HAS ONE.
004820*----------------------------------------------------------------
004830 7400-CLASSIFY-DATE.
004840     PERFORM 7000-DATE-TO-DAY-NUMBER
004850         THRU 7000-EXIT.
004860     PERFORM 7300-DAY-OF-WEEK
004870         THRU 7300-EXIT.
004880     MOVE SPACES TO DV-DAY-TYPE DV-DESCRIPTION.
004890     IF DV-DAY-OF-WEEK < 6
004900         MOVE "Y" TO DV-BUSINESS-DAY-SW
004910     ELSE
004920         MOVE "N" TO DV-BUSINESS-DAY-SW
004930     END-IF.
004940     MOVE "Y" TO DV-PROCESSING-SW.
004950     IF NOT DC-CALENDAR-OPEN
004960         GO TO 7400-EXIT
004970     END-IF.
004980     SET DC-RECORD-FOUND TO FALSE.
004990     MOVE DC-WORK-DATE TO CA-CALENDAR-DATE.
005000     READ BUSINESS-CALENDAR
005010         INVALID KEY
005020             CONTINUE
005030         NOT INVALID KEY
005040             SET DC-RECORD-FOUND TO TRUE
005050     END-READ.
005060     IF NOT DC-RECORD-FOUND
005070         GO TO 7400-EXIT
005080     END-IF.
005090     MOVE CA-DAY-TYPE TO DV-DAY-TYPE.
005100     MOVE CA-DESCRIPTION TO DV-DESCRIPTION.
005110     IF CA-EXTRA-WORKDAY
005120         MOVE "Y" TO DV-BUSINESS-DAY-SW
005130     ELSE
005140         MOVE "N" TO DV-BUSINESS-DAY-SW
005150     END-IF.
005160     IF CA-NON-PROCESSING-DAY
005170         MOVE "N" TO DV-PROCESSING-SW
005180     END-IF.
005190 7400-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220* 7550-MONTH-LENGTH  -  NUMBER OF DAYS IN THE MONTH OF
005230*                       DC-WORK-DATE.
005240*----------------------------------------------------------------
005250 7550-MONTH-LENGTH.
005260     EVALUATE DC-WD-MONTH
005270         WHEN 04
005280         WHEN 06
005290         WHEN 09
005300         WHEN 11
005310             MOVE 30 TO DC-MONTH-DAYS
005320         WHEN 02
005330             DIVIDE DC-WD-YEAR BY 4 GIVING DC-QUOTIENT
005340                 REMAINDER DC-REMAINDER-4
005350             DIVIDE DC-WD-YEAR BY 100 GIVING DC-QUOTIENT
005360                 REMAINDER DC-REMAINDER-100
005370             DIVIDE DC-WD-YEAR BY 400 GIVING DC-QUOTIENT
005380                 REMAINDER DC-REMAINDER-400
005390             IF DC-REMAINDER-400 = ZERO
005400                 OR (DC-REMAINDER-4 = ZERO
005410                     AND DC-REMAINDER-100 NOT = ZERO)
005420                 MOVE 29 TO DC-MONTH-DAYS
005430             ELSE
005440                 MOVE 28 TO DC-MONTH-DAYS
005450             END-IF
005460         WHEN OTHER
005470             MOVE 31 TO DC-MONTH-DAYS
005480     END-EVALUATE.
005490 7550-EXIT.
005500     EXIT.
005510*----------------------------------------------------------------
005520* 7600-CONVERT-NUMBER  -  CONVERT THE ONE TO FOUR DIGITS LEFT
005530*                         JUSTIFIED IN DC-NUMBER-IN TO
005540*                         DC-NUMBER-VALUE.  ZERO IS NOT ACCEPTED.
005550*----------------------------------------------------------------
005560 7600-CONVERT-NUMBER.
005570     SET DC-NUMBER-OK TO FALSE.
005580     MOVE ZERO TO DC-NUMBER-VALUE DC-DIGIT-COUNT.
005590     INSPECT DC-NUMBER-IN TALLYING DC-DIGIT-COUNT
005600         FOR CHARACTERS BEFORE INITIAL SPACE.
005610     IF DC-DIGIT-COUNT < 1 OR DC-DIGIT-COUNT > 4
005620         GO TO 7600-EXIT
005630     END-IF.
005640     IF DC-NUMBER-IN(DC-DIGIT-COUNT + 1:) NOT = SPACES
005650         GO TO 7600-EXIT
005660     END-IF.
005670     MOVE DC-NUMBER-IN(1:DC-DIGIT-COUNT) TO DC-NUMBER-TEXT.
005680     INSPECT DC-NUMBER-TEXT REPLACING LEADING SPACE BY ZERO.
005690     IF DC-NUMBER-TEXT IS NOT NUMERIC
005700         GO TO 7600-EXIT
005710     END-IF.
005720     MOVE DC-NUMBER-DIGITS TO DC-NUMBER-VALUE.
005730     IF DC-NUMBER-VALUE = ZERO
005740         GO TO 7600-EXIT
005750     END-IF.
005760     SET DC-NUMBER-OK TO TRUE.
005770 7600-EXIT.
005780     EXIT.
