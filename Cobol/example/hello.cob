000644*                    URGENT BULLETIN SHOWN AT SIGN-ON AND LOG IT
000645*                    TO THE ACKNOWLEDGMENT FILE FOR THE NIGHTLY
000646*                    COMPLIANCE REPORT (BATCH RUNS ARE EXEMPT)
000647*   2026-10-15 CLB   REQUIRE THE OPERATOR PASSWORD AT SIGN-ON -
000648*                    KEYED AT THE CONSOLE OR CARRIED IN COLUMNS
000649*                    14-21 OF THE SYSIN CARD - AND CHECK ITS HASH
000650*                    AGAINST THE CREDENTIAL FILE.  A WRONG
000651*                    PASSWORD IS LOGGED AS A FAILED SIGN-ON FOR
000652*                    THE SECURITY MONITOR LOCKOUT.  A RESET OR
000653*                    EXPIRED PASSWORD MUST BE CHANGED BEFORE THE
000654*                    SIGN-ON COMPLETES, RECENT PASSWORDS MAY NOT
000655*                    BE REUSED, AND SELECTION 08 CHANGES THE
000656*                    PASSWORD ON DEMAND
000657*   2026-10-15 CLB   ADD SHIFT SCHEDULE OVERRIDE MAINTENANCE
000658*                    (SCHMAINT) AS SELECTION 09 FOR SUPERVISORS,
000659*                    PASSING THE SIGNED-ON OPERATOR CONTEXT FOR
000660*                    THE SCHEDULE AUDIT
000661*   2026-10-15 CLB   STAMP EVERY SIGN-ON LOG RECORD WITH ITS
000662*                    SEQUENCE NUMBER AND CHAINED CHECK VALUE
000663*                    THROUGH SIGSTAMP BEFORE IT IS WRITTEN
000664*   2026-10-15 CLB   ADD THE OPERATOR ACTIVITY DOSSIER (OPRDOSS)
000665*                    AS SELECTION 10 FOR MANAGERS.  THE DOSSIER
000666*                    WRITES ITS OWN REPORT LOG RECORD, CARRYING
000667*                    THE SUBJECT
000668*   2026-10-15 CLB   ADD ACCESS RECERTIFICATION DECISIONS
000669*                    (RCTMAINT) AS SELECTION 11 FOR SUPERVISORS,
000670*                    PASSING THE SIGNED-ON OPERATOR CONTEXT AS
000671*                    THE DECIDER
000672*   2026-10-15 CLB   ADD THE REPORT REQUEST QUEUE (RPTRQMNT) AS
000673*                    SELECTION 12 SO REPORTS CAN BE QUEUED FOR THE
000674*                    NIGHTLY RUN; PASS THE REQUESTER PARM TO THE
000675*                    SESSION DURATION REPORT AS TO THE OTHERS
000676*   2026-10-15 CLB   DATE AND TIME EACH SIGN-ON LOG RECORD WHEN IT
000677*                    IS STAMPED, NOT AT SESSION START, SO A
000678*                    SESSION CROSSING MIDNIGHT LOGS UNDER THE
000679*                    RIGHT DAY
000680*================================================================
000681 IDENTIFICATION DIVISION.
000682 PROGRAM-ID. hello_world.
000683 AUTHOR. C. L. BRANNIGAN.
000684 INSTALLATION. DATA CENTER SERVICES.
000690 DATE-WRITTEN. 1998-02-11.
000700 DATE-COMPILED. 2026-08-09.
000710*================================================================
000994         ACCESS MODE IS RANDOM
000995         RECORD KEY IS AS-OPERATOR-ID
000996         FILE STATUS IS HW-ACTSESS-STATUS.
000997
000998     SELECT CREDENTIAL-FILE ASSIGN TO "OPERCRED"
000999         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS RANDOM
001001         RECORD KEY IS PW-OPERATOR-ID
001002         FILE STATUS IS HW-OPERCRED-STATUS.
001003
001010     SELECT REPORT-LOG ASSIGN TO "RPTLOG"
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS HW-RPTLOG-STATUS.
001242
001244 FD  ACTIVE-SESSION.
001246     COPY actsess.
001247
001248 FD  CREDENTIAL-FILE.
001249     COPY opercred.
001250
001260 FD  REPORT-LOG.
001270     COPY rptlog.
001280
001290 FD  SYSIN-PARM-FILE.
001300 01  SYSIN-PARM-RECORD              PIC X(80).
001310*================================================================
001320 WORKING-STORAGE SECTION.
001330 01  N.
001462 01  HW-ACTSESS-STATUS               PIC X(02).
001464     88  HW-ACTSESS-OK                   VALUE "00".
001466     88  HW-ACTSESS-NEW                  VALUE "35".
001467 01  HW-OPERCRED-STATUS              PIC X(02).
001468     88  HW-OPERCRED-OK                  VALUE "00".
001470 01  HW-RPTLOG-STATUS                PIC X(02).
001480     88  HW-RPTLOG-OK                    VALUE "00".
001490     88  HW-RPTLOG-NEW                   VALUE "35".
001662 01  HW-ACTSESS-OPEN-SW              PIC X(01)  VALUE "N".
001664     88  HW-ACTSESS-OPEN                 VALUE "Y"
001666         WHEN SET TO FALSE IS "N".
001667 01  HW-OPERCRED-OPEN-SW             PIC X(01)  VALUE "N".
001668     88  HW-OPERCRED-OPEN                VALUE "Y"
001669         WHEN SET TO FALSE IS "N".
001670 01  HW-SIGNLOG-OPEN-SW              PIC X(01)  VALUE "N".
001680     88  HW-SIGNLOG-OPEN                 VALUE "Y"
001690         WHEN SET TO FALSE IS "N".
001982
001984 01  HW-AUTH-LEVEL                   PIC X(01)  VALUE "1".
001986 01  HW-REQUIRED-AUTH                PIC X(01)  VALUE "1".
001987
001988 01  HW-SIGNON-CARD.
001989     05  HW-SC-CONTEXT               PIC X(13).
001990     05  HW-SC-PASSWORD              PIC X(08).
001991     05  FILLER                      PIC X(59).
001992 01  HW-PASSWORD-IN                  PIC X(08).
001993 01  HW-NEW-PASSWORD                 PIC X(08).
001994 01  HW-CONFIRM-PASSWORD             PIC X(08).
001995 01  HW-NEW-HASH                     PIC 9(09).
001996 01  HW-PASSWORD-LIFE-DAYS           PIC 9(03)  VALUE 90.
001997 01  HW-CHANGE-TRIES                 PIC 9(01)  VALUE ZERO.
001998 01  HW-PRIOR-SUB                    PIC 9(01)  VALUE ZERO.
001999 01  HW-PASSWORD-SW                  PIC X(01)  VALUE "N".
002000     88  HW-PASSWORD-CHANGED             VALUE "Y"
002001         WHEN SET TO FALSE IS "N".
002002 01  HW-REUSE-SW                     PIC X(01)  VALUE "N".
002003     88  HW-PASSWORD-REUSED              VALUE "Y"
002004         WHEN SET TO FALSE IS "N".
002005 01  HW-FAILURE-LOGGED-SW            PIC X(01)  VALUE "N".
002006     88  HW-FAILURE-LOGGED               VALUE "Y"
002007         WHEN SET TO FALSE IS "N".
002008 01  HW-HASH-PARM.
002009     COPY pinhash.
002010 01  HW-STAMP-PARM.
002011     COPY sigstamp.
002012
002013 01  HW-DAYNUM-DATE.
002014     05  HW-DN-YEAR                  PIC 9(04).
002015     05  HW-DN-MONTH                 PIC 9(02).
002016     05  HW-DN-DAY                   PIC 9(02).
002017 01  HW-DN-YEARS                     PIC 9(05)  COMP.
002018 01  HW-DN-MONTHS                    PIC 9(03)  COMP.
002019 01  HW-DN-LEAP-4                    PIC 9(05)  COMP.
002020 01  HW-DN-LEAP-100                  PIC 9(05)  COMP.
002021 01  HW-DN-LEAP-400                  PIC 9(05)  COMP.
002022 01  HW-DN-MONTH-DAYS                PIC 9(05)  COMP.
002023 01  HW-DAY-NUMBER                   PIC 9(07)  COMP.
002024 01  HW-TODAY-DAY-NUMBER             PIC 9(07)  COMP.
002025 01  HW-PASSWORD-AGE                 PIC S9(07) COMP.
002026 
002027 01  HW-CURRENT-DATE                 PIC X(08).
002028 01  HW-CURRENT-TIME                 PIC X(08).
002029 01  HW-HOURS                        PIC 9(02).
002030 
002040 01  HW-SHIFT-GREETING               PIC X(40).
002050*================================================================
002250             TO HW-ERROR-MESSAGE
002260         GO TO 9900-BAD-SIGNON
002270     END-IF.
002271     IF NOT HW-OPERCRED-OPEN
002272         MOVE "PASSWORD FILE COULD NOT BE OPENED"
002273             TO HW-ERROR-MESSAGE
002274         GO TO 9900-BAD-SIGNON
002275     END-IF.
002280     PERFORM 5000-BUILD-GREETING
002290         THRU 5000-EXIT.
002300     DISPLAY HW-SHIFT-GREETING.
002550 1000-EXIT.
002560     EXIT.
002570*----------------------------------------------------------------
002580* 2000-OPEN-FILES  -  OPEN THE OPERATOR MASTER, TERMINAL MASTER,
002590*                     CREDENTIAL FILE AND SIGN-ON LOG.
002600*----------------------------------------------------------------
002610 2000-OPEN-FILES.
002620     OPEN INPUT OPERATOR-MASTER.
002772         DISPLAY "WARNING - ACTIVE SESSION FILE UNAVAILABLE - "
002773             "DUPLICATE SIGN-ON CHECK BYPASSED"
002774     END-IF.
002775     OPEN I-O CREDENTIAL-FILE.
002776     IF HW-OPERCRED-OK
002777         SET HW-OPERCRED-OPEN TO TRUE
002778     END-IF.
002779     OPEN EXTEND SIGNON-LOG.
002780     IF HW-SIGNLOG-NEW
002790         OPEN OUTPUT SIGNON-LOG
002800     END-IF.
003560*----------------------------------------------------------------
003570* 4000-SIGNON  -  OBTAIN THE OPERATOR SIGN-ON, EITHER FROM A
003580*                 SYSIN PARM CARD (UNATTENDED BATCH STREAM) OR BY
003590*                 PROMPTING THE CONSOLE (INTERACTIVE).  THE CARD
003592*                 CARRIES THE OPERATOR, TERMINAL AND SHIFT IN
003594*                 COLUMNS 1-13 AND THE PASSWORD IN COLUMNS 14-21.
003600*----------------------------------------------------------------
003610 4000-SIGNON.
003620     OPEN INPUT SYSIN-PARM-FILE.
003630     IF HW-SYSIN-PRESENT
003640         SET HW-BATCH-MODE TO TRUE
003650         READ SYSIN-PARM-FILE INTO HW-SIGNON-CARD
003660             AT END
003670                 SET HW-SYSIN-EMPTY TO TRUE
003680         END-READ
003690         CLOSE SYSIN-PARM-FILE
003692         MOVE HW-SC-CONTEXT TO N
003694         MOVE HW-SC-PASSWORD TO HW-PASSWORD-IN
003696         MOVE SPACES TO HW-SIGNON-CARD
003700     END-IF.
003710 
003720     IF HW-BATCH-MODE
003780             IF HW-EDIT-PASSED
003790                 PERFORM 4300-VALIDATE-OPERATOR
003800                     THRU 4300-EXIT
003802                 IF HW-SIGNON-VALID
003804                     PERFORM 4350-VERIFY-PASSWORD
003806                         THRU 4350-EXIT
003808                 END-IF
003810                 IF HW-SIGNON-VALID
003820                     PERFORM 4400-VALIDATE-TERMINAL
003830                         THRU 4400-EXIT
003900                     PERFORM 4600-CHECK-ACTIVE-SESSION
003910                         THRU 4600-EXIT
003920                 END-IF
003922                 IF HW-SIGNON-VALID
003924                     PERFORM 4700-CHECK-PASSWORD-AGE
003926                         THRU 4700-EXIT
003928                 END-IF
003930             END-IF
003940         END-IF
003950     ELSE
004050*----------------------------------------------------------------
004060 4100-PROMPT-OPERATOR.
004070     ADD 1 TO HW-RETRY-COUNT.
004072     SET HW-FAILURE-LOGGED TO FALSE.
004080     DISPLAY "ENTER OPERATOR ID, TERMINAL ID, SHIFT CODE".
004090     DISPLAY "(FORMAT: OOOOOOOOTTTTS)".
004100     ACCEPT N.
004102     DISPLAY "ENTER PASSWORD".
004104     ACCEPT HW-PASSWORD-IN.
004110     PERFORM 4200-EDIT-OPERATOR-INPUT
004120         THRU 4200-EXIT.
004130     IF HW-EDIT-PASSED
004140         PERFORM 4300-VALIDATE-OPERATOR
004150             THRU 4300-EXIT
004152         IF HW-SIGNON-VALID
004154             PERFORM 4350-VERIFY-PASSWORD
004156                 THRU 4350-EXIT
004158         END-IF
004160         IF HW-SIGNON-VALID
004170             PERFORM 4400-VALIDATE-TERMINAL
004180                 THRU 4400-EXIT
004250             PERFORM 4600-CHECK-ACTIVE-SESSION
004260                 THRU 4600-EXIT
004270         END-IF
004272         IF HW-SIGNON-VALID
004274             PERFORM 4700-CHECK-PASSWORD-AGE
004276                 THRU 4700-EXIT
004278         END-IF
004280     END-IF.
004290     IF NOT HW-SIGNON-VALID
004300         DISPLAY HW-ERROR-MESSAGE
004870     END-READ.
004880 4300-EXIT.
004890     EXIT.
004891*----------------------------------------------------------------
004892* 4350-VERIFY-PASSWORD  -  HASH THE KEYED PASSWORD AND COMPARE
004893*                          IT WITH THE CREDENTIAL FILE.  A WRONG
004894*                          PASSWORD IS LOGGED AT ONCE AS A FAILED
004895*                          SIGN-ON SO EVERY BAD ATTEMPT COUNTS
004896*                          TOWARD THE SECURITY MONITOR LOCKOUT.
004897*----------------------------------------------------------------
004898 4350-VERIFY-PASSWORD.
004899     MOVE OR-OPERATOR-ID TO PW-OPERATOR-ID.
004900     READ CREDENTIAL-FILE
004901         INVALID KEY
004902             SET HW-SIGNON-VALID TO FALSE
004903             MOVE "NO PASSWORD ISSUED - SEE SUPV"
004904                 TO HW-ERROR-MESSAGE
004905             MOVE SPACES TO HW-PASSWORD-IN
004906             GO TO 4350-EXIT
004907     END-READ.
004908     MOVE OR-OPERATOR-ID TO PH-OPERATOR-ID.
004909     MOVE HW-PASSWORD-IN TO PH-PASSWORD.
004910     MOVE SPACES TO HW-PASSWORD-IN.
004911     CALL "PINHASH" USING HW-HASH-PARM.
004912     IF PH-HASH-VALUE NOT = PW-PASSWORD-HASH
004913         SET HW-SIGNON-VALID TO FALSE
004914         MOVE "PASSWORD IS INCORRECT" TO HW-ERROR-MESSAGE
004915         PERFORM 4360-LOG-FAILED-PASSWORD
004916             THRU 4360-EXIT
004917     END-IF.
004918 4350-EXIT.
004919     EXIT.
004920*----------------------------------------------------------------
004921* 4360-LOG-FAILED-PASSWORD  -  WRITE THE FAILED SIGN-ON RECORD
004922*                              FOR A WRONG PASSWORD.
004923*----------------------------------------------------------------
004924 4360-LOG-FAILED-PASSWORD.
004925     IF NOT HW-SIGNLOG-OPEN
004926         GO TO 4360-EXIT
004927     END-IF.
004928     ACCEPT HW-CURRENT-TIME FROM TIME.
004929     MOVE 16 TO RETURN-CODE.
004930     PERFORM 6000-WRITE-SIGNON-LOG
004931         THRU 6000-EXIT.
004932     MOVE ZERO TO RETURN-CODE.
004933     SET HW-FAILURE-LOGGED TO TRUE.
004934 4360-EXIT.
004935     EXIT.
004936*----------------------------------------------------------------
004937* 4400-VALIDATE-TERMINAL  -  LOOK UP THE TERMINAL MASTER AND
004938*                            CONFIRM THE TERMINAL IS ACTIVE AND
004939*                            AUTHORIZED FOR THE KEYED SHIFT.
004940*----------------------------------------------------------------
004950 4400-VALIDATE-TERMINAL.
004960     MOVE OR-TERMINAL-ID TO TM-TERMINAL-ID.
005640     END-READ.
005650 4600-EXIT.
005660     EXIT.
005661*----------------------------------------------------------------
005662* 4700-CHECK-PASSWORD-AGE  -  A PASSWORD RESET BY THE SUPERVISOR
005663*                             OR OLDER THAN THE PASSWORD LIFE
005664*                             MUST BE CHANGED BEFORE THE SIGN-ON
005665*                             COMPLETES.  A BATCH RUN CANNOT
005666*                             CHANGE IT AND IS REFUSED.
005667*----------------------------------------------------------------
005668 4700-CHECK-PASSWORD-AGE.
005669     IF PW-CHANGE-DUE
005670         MOVE "PASSWORD WAS RESET - CHANGE REQUIRED"
005671             TO HW-ERROR-MESSAGE
005672     ELSE
005673         MOVE HW-CURRENT-DATE TO HW-DAYNUM-DATE
005674         PERFORM 4800-COMPUTE-DAY-NUMBER
005675             THRU 4800-EXIT
005676         MOVE HW-DAY-NUMBER TO HW-TODAY-DAY-NUMBER
005677         MOVE HW-PASSWORD-LIFE-DAYS TO HW-PASSWORD-AGE
005678         IF PW-CHANGED-DATE IS NUMERIC
005679             MOVE PW-CHANGED-DATE TO HW-DAYNUM-DATE
005680             PERFORM 4800-COMPUTE-DAY-NUMBER
005681                 THRU 4800-EXIT
005682             COMPUTE HW-PASSWORD-AGE =
005683                 HW-TODAY-DAY-NUMBER - HW-DAY-NUMBER
005684         END-IF
005685         IF HW-PASSWORD-AGE < HW-PASSWORD-LIFE-DAYS
005686             GO TO 4700-EXIT
005687         END-IF
005688         MOVE "PASSWORD HAS EXPIRED - CHANGE REQUIRED"
005689             TO HW-ERROR-MESSAGE
005690     END-IF.
005691     IF HW-BATCH-MODE
005692         SET HW-SIGNON-VALID TO FALSE
005693         GO TO 4700-EXIT
005694     END-IF.
005695     DISPLAY HW-ERROR-MESSAGE.
005696     PERFORM 7400-CHANGE-PASSWORD
005697         THRU 7400-EXIT.
005698     IF NOT HW-PASSWORD-CHANGED
005699         SET HW-SIGNON-VALID TO FALSE
005700         MOVE "PASSWORD CHANGE NOT COMPLETED"
005701             TO HW-ERROR-MESSAGE
005702     END-IF.
005703 4700-EXIT.
005704     EXIT.
005705*----------------------------------------------------------------
005706* 4800-COMPUTE-DAY-NUMBER  -  CONVERT THE YYYYMMDD DATE IN
005707*                             HW-DAYNUM-DATE TO A CONTINUOUS DAY
005708*                             NUMBER SO TWO DATES CAN BE
005709*                             SUBTRACTED.  THE YEAR IS TAKEN TO
005710*                             START IN MARCH SO THE LEAP DAY
005711*                             FALLS AT ITS END.
005712*----------------------------------------------------------------
005713 4800-COMPUTE-DAY-NUMBER.
005714     MOVE HW-DN-YEAR TO HW-DN-YEARS.
005715     IF HW-DN-MONTH < 3
005716         SUBTRACT 1 FROM HW-DN-YEARS
005717         COMPUTE HW-DN-MONTHS = HW-DN-MONTH + 9
005718     ELSE
005719         COMPUTE HW-DN-MONTHS = HW-DN-MONTH - 3
005720     END-IF.
005721     DIVIDE HW-DN-YEARS BY 4 GIVING HW-DN-LEAP-4.
005722     DIVIDE HW-DN-YEARS BY 100 GIVING HW-DN-LEAP-100.
005723     DIVIDE HW-DN-YEARS BY 400 GIVING HW-DN-LEAP-400.
005724     COMPUTE HW-DN-MONTH-DAYS = (153 * HW-DN-MONTHS) + 2.
005725     DIVIDE HW-DN-MONTH-DAYS BY 5 GIVING HW-DN-MONTH-DAYS.
005726     COMPUTE HW-DAY-NUMBER = (365 * HW-DN-YEARS)
005727         + HW-DN-LEAP-4 - HW-DN-LEAP-100 + HW-DN-LEAP-400
005728         + HW-DN-MONTH-DAYS + HW-DN-DAY.
005729 4800-EXIT.
005730     EXIT.
005731*----------------------------------------------------------------
005732* 5000-BUILD-GREETING  -  SELECT THE SHIFT GREETING LINE FROM THE
005733*                         SYSTEM CLOCK.  THE BULLETINS SHOWN AT
005734*                         SIGN-ON CARRY OPERATIONAL NOTICES; THIS
005735*                         LINE IS THE STANDING SHIFT GREETING.
005736*----------------------------------------------------------------
005737 5000-BUILD-GREETING.
005740     EVALUATE TRUE
005750         WHEN HW-HOURS >= 6 AND HW-HOURS < 14
005760             MOVE "GOOD MORNING - 1ST SHIFT"
005950     SET SL-SIGNON TO TRUE.
005960     MOVE OR-TERMINAL-ID TO SL-TERMINAL-ID.
005970     MOVE OR-SHIFT-CODE TO SL-SHIFT-CODE.
005972     PERFORM 6100-STAMP-LOG-RECORD
005974         THRU 6100-EXIT.
005980     WRITE SIGNON-LOG-RECORD.
005990 6000-EXIT.
006000     EXIT.
006001*----------------------------------------------------------------
006002* 6100-STAMP-LOG-RECORD  -  HAVE SIGSTAMP STAMP THE NEXT SEQUENCE
006003*                           NUMBER AND CHECK VALUE INTO THE LOG
006004*                           RECORD AND ADVANCE THE SEALS.  THE
006005*                           RECORD TAKES THE DATE AND TIME IT IS
006006*                           STAMPED, SO THE DAY SEALS FOLLOW THE
006007*                           SEQUENCE ORDER.  THE RECORD IS WRITTEN
006008*                           EVEN IF THE SEAL FILE FAILS, SO NO
006009*                           SIGN-ON GOES UNLOGGED.
006011*----------------------------------------------------------------
006012 6100-STAMP-LOG-RECORD.
006013     ACCEPT HW-CURRENT-DATE FROM DATE YYYYMMDD.
006014     ACCEPT HW-CURRENT-TIME FROM TIME.
006015     MOVE HW-CURRENT-DATE TO SL-RUN-DATE.
006016     MOVE HW-CURRENT-TIME(1:6) TO SL-RUN-TIME.
006017     SET SG-FUNC-STAMP TO TRUE.
006018     CALL "SIGSTAMP" USING HW-STAMP-PARM
006019                           SIGNON-LOG-RECORD.
006020     IF SG-REPLY-ERROR
006021         DISPLAY "WARNING - SIGN-ON LOG SEAL FILE UNAVAILABLE"
006022     END-IF.
006023 6100-EXIT.
006024     EXIT.
006025*----------------------------------------------------------------
006026* 6500-WRITE-ACTIVE-SESSION  -  RECORD THIS SIGN-ON ON THE
006030*                               ACTIVE SESSION FILE.
006040*----------------------------------------------------------------
006050 6500-WRITE-ACTIVE-SESSION.
006410             DISPLAY "  06  CURRENTLY SIGNED ON"
006420             DISPLAY "  07  MASTER CHANGE HISTORY"
006430         END-IF
006432         DISPLAY "  08  CHANGE MY PASSWORD"
006434         IF HW-AUTH-LEVEL NOT < "2"
006436             DISPLAY "  09  SHIFT SCHEDULE OVERRIDE"
006438         END-IF
006439         IF HW-AUTH-LEVEL NOT < "3"
006440             DISPLAY "  10  OPERATOR ACTIVITY DOSSIER"
006441         END-IF
006442         IF HW-AUTH-LEVEL NOT < "2"
006443             DISPLAY "  11  ACCESS RECERTIFICATION"
006444         END-IF
006445         DISPLAY "  12  REPORT REQUEST QUEUE"
006446         DISPLAY "  99  EXIT"
006450         ACCEPT HW-SELECTION-CODE
006460         PERFORM 7050-CHECK-AUTHORITY
006470             THRU 7050-EXIT
006740             WHEN "04"
006750                 PERFORM 7100-CLOSE-BEFORE-CALL
006760                     THRU 7100-EXIT
006761                 CALL "SESSRPT" USING HW-REPORT-PARM
006780                 MOVE "SESSRPT" TO HW-REPORT-NAME
006790                 PERFORM 7200-LOG-REPORT-RUN
006800                     THRU 7200-EXIT
006930                 MOVE "OPMAUDR" TO HW-REPORT-NAME
006940                 PERFORM 7200-LOG-REPORT-RUN
006950                     THRU 7200-EXIT
006952             WHEN "08"
006954                 PERFORM 7450-MENU-CHANGE-PASSWORD
006956                     THRU 7450-EXIT
006957             WHEN "09"
006958                 PERFORM 7100-CLOSE-BEFORE-CALL
006959                     THRU 7100-EXIT
006960                 CALL "SCHMAINT" USING N
006961             WHEN "10"
006962                 PERFORM 7100-CLOSE-BEFORE-CALL
006963                     THRU 7100-EXIT
006964                 CALL "OPRDOSS" USING HW-REPORT-PARM
006965             WHEN "11"
006966                 PERFORM 7100-CLOSE-BEFORE-CALL
006967                     THRU 7100-EXIT
006968                 CALL "RCTMAINT" USING N
006969             WHEN "12"
006970                 PERFORM 7100-CLOSE-BEFORE-CALL
006971                     THRU 7100-EXIT
006972                 CALL "RPTRQMNT" USING N
006973             WHEN OTHER
006974                 CONTINUE
006980         END-EVALUATE
006990     END-IF.
007000 7000-EXIT.
007080         WHEN "02"
007090             MOVE "2" TO HW-REQUIRED-AUTH
007100         WHEN "03"
007102         WHEN "10"
007110             MOVE "3" TO HW-REQUIRED-AUTH
007120         WHEN "05"
007130         WHEN "06"
007140         WHEN "07"
007142         WHEN "09"
007144         WHEN "11"
007150             MOVE "2" TO HW-REQUIRED-AUTH
007160         WHEN OTHER
007170             MOVE "1" TO HW-REQUIRED-AUTH
007450         CLOSE ACTIVE-SESSION
007460         SET HW-ACTSESS-OPEN TO FALSE
007470     END-IF.
007472     IF HW-OPERCRED-OPEN
007474         CLOSE CREDENTIAL-FILE
007476         SET HW-OPERCRED-OPEN TO FALSE
007478     END-IF.
007480 7100-EXIT.
007490     EXIT.
007500*----------------------------------------------------------------
007910         SET SL-SECURITY TO TRUE
007920         MOVE OR-TERMINAL-ID TO SL-TERMINAL-ID
007930         MOVE OR-SHIFT-CODE TO SL-SHIFT-CODE
007932         PERFORM 6100-STAMP-LOG-RECORD
007934             THRU 6100-EXIT
007940         WRITE SIGNON-LOG-RECORD
007950     END-IF.
007960 7300-EXIT.
007970     EXIT.
007971*----------------------------------------------------------------
007972* 7400-CHANGE-PASSWORD  -  TAKE A NEW PASSWORD FOR THE OPERATOR
007973*                          WHOSE CREDENTIAL RECORD IS IN THE
007974*                          BUFFER, ALLOWING THE USUAL NUMBER OF
007975*                          TRIES.
007976*----------------------------------------------------------------
007977 7400-CHANGE-PASSWORD.
007978     SET HW-PASSWORD-CHANGED TO FALSE.
007979     MOVE ZERO TO HW-CHANGE-TRIES.
007980     PERFORM 7410-PROMPT-NEW-PASSWORD
007981         THRU 7410-EXIT
007982         UNTIL HW-PASSWORD-CHANGED
007983            OR HW-CHANGE-TRIES NOT < HW-MAX-RETRIES.
007984 7400-EXIT.
007985     EXIT.
007986*----------------------------------------------------------------
007987* 7410-PROMPT-NEW-PASSWORD  -  ONE PASS OF THE NEW PASSWORD
007988*                              PROMPT.  THE NEW PASSWORD MUST BE
007989*                              KEYED TWICE, BE AT LEAST FOUR
007990*                              CHARACTERS, AND NOT MATCH THE
007991*                              CURRENT OR ANY OF THE LAST FOUR
007992*                              PASSWORDS.  THE CURRENT HASH MOVES
007993*                              INTO THE HISTORY.
007994*----------------------------------------------------------------
007995 7410-PROMPT-NEW-PASSWORD.
007996     ADD 1 TO HW-CHANGE-TRIES.
007997     DISPLAY "ENTER NEW PASSWORD (4 TO 8 CHARACTERS)".
007998     ACCEPT HW-NEW-PASSWORD.
007999     DISPLAY "ENTER NEW PASSWORD AGAIN".
008000     ACCEPT HW-CONFIRM-PASSWORD.
008001     IF HW-NEW-PASSWORD NOT = HW-CONFIRM-PASSWORD
008002         DISPLAY "PASSWORDS DO NOT MATCH"
008003         GO TO 7410-CLEAR
008004     END-IF.
008005     IF HW-NEW-PASSWORD(1:1) = SPACE
008006         OR HW-NEW-PASSWORD(2:1) = SPACE
008007         OR HW-NEW-PASSWORD(3:1) = SPACE
008008         OR HW-NEW-PASSWORD(4:1) = SPACE
008009         DISPLAY "PASSWORD MUST BE AT LEAST 4 CHARACTERS"
008010         GO TO 7410-CLEAR
008011     END-IF.
008012     MOVE OR-OPERATOR-ID TO PH-OPERATOR-ID.
008013     MOVE HW-NEW-PASSWORD TO PH-PASSWORD.
008014     CALL "PINHASH" USING HW-HASH-PARM.
008015     MOVE PH-HASH-VALUE TO HW-NEW-HASH.
008016     SET HW-PASSWORD-REUSED TO FALSE.
008017     IF HW-NEW-HASH = PW-PASSWORD-HASH
008018         SET HW-PASSWORD-REUSED TO TRUE
008019     END-IF.
008020     MOVE 1 TO HW-PRIOR-SUB.
008021     PERFORM 7420-CHECK-PRIOR-HASH
008022         THRU 7420-EXIT
008023         UNTIL HW-PRIOR-SUB > 4.
008024     IF HW-PASSWORD-REUSED
008025         DISPLAY "PASSWORD WAS USED RECENTLY - CHOOSE ANOTHER"
008026         GO TO 7410-CLEAR
008027     END-IF.
008028     MOVE PW-PRIOR-HASH(3) TO PW-PRIOR-HASH(4).
008029     MOVE PW-PRIOR-HASH(2) TO PW-PRIOR-HASH(3).
008030     MOVE PW-PRIOR-HASH(1) TO PW-PRIOR-HASH(2).
008031     MOVE PW-PASSWORD-HASH TO PW-PRIOR-HASH(1).
008032     MOVE HW-NEW-HASH TO PW-PASSWORD-HASH.
008033     MOVE HW-CURRENT-DATE TO PW-CHANGED-DATE.
008034     SET PW-CHANGE-NOT-DUE TO TRUE.
008035     REWRITE OPERATOR-CREDENTIAL-RECORD
008036         INVALID KEY
008037             DISPLAY "PASSWORD COULD NOT BE CHANGED - STATUS "
008038                 HW-OPERCRED-STATUS
008039             GO TO 7410-CLEAR
008040     END-REWRITE.
008041     SET HW-PASSWORD-CHANGED TO TRUE.
008042     DISPLAY "PASSWORD CHANGED".
008043 7410-CLEAR.
008044     MOVE SPACES TO HW-NEW-PASSWORD.
008045     MOVE SPACES TO HW-CONFIRM-PASSWORD.
008046 7410-EXIT.
008047     EXIT.
008048*----------------------------------------------------------------
008049* 7420-CHECK-PRIOR-HASH  -  COMPARE THE NEW HASH WITH ONE ENTRY
008050*                           OF THE PASSWORD HISTORY.
008051*----------------------------------------------------------------
008052 7420-CHECK-PRIOR-HASH.
008053     IF HW-NEW-HASH = PW-PRIOR-HASH(HW-PRIOR-SUB)
008054         SET HW-PASSWORD-REUSED TO TRUE
008055     END-IF.
008056     ADD 1 TO HW-PRIOR-SUB.
008057 7420-EXIT.
008058     EXIT.
008059*----------------------------------------------------------------
008060* 7450-MENU-CHANGE-PASSWORD  -  CHANGE MY PASSWORD FROM THE MENU.
008061*                               THE CURRENT PASSWORD IS ASKED FOR
008062*                               AGAIN SO AN UNATTENDED CONSOLE
008063*                               CANNOT BE USED TO TAKE OVER AN ID.
008064*----------------------------------------------------------------
008065 7450-MENU-CHANGE-PASSWORD.
008066     IF NOT HW-OPERCRED-OPEN
008067         DISPLAY "PASSWORD FILE IS NOT AVAILABLE"
008068         GO TO 7450-EXIT
008069     END-IF.
008070     MOVE OR-OPERATOR-ID TO PW-OPERATOR-ID.
008071     READ CREDENTIAL-FILE
008072         INVALID KEY
008073             DISPLAY "NO PASSWORD ISSUED - SEE SUPV"
008074             GO TO 7450-EXIT
008075     END-READ.
008076     DISPLAY "ENTER CURRENT PASSWORD".
008077     ACCEPT HW-PASSWORD-IN.
008078     MOVE OR-OPERATOR-ID TO PH-OPERATOR-ID.
008079     MOVE HW-PASSWORD-IN TO PH-PASSWORD.
008080     MOVE SPACES TO HW-PASSWORD-IN.
008081     CALL "PINHASH" USING HW-HASH-PARM.
008082     IF PH-HASH-VALUE NOT = PW-PASSWORD-HASH
008083         DISPLAY "CURRENT PASSWORD IS INCORRECT"
008084         GO TO 7450-EXIT
008085     END-IF.
008086     ACCEPT HW-CURRENT-DATE FROM DATE YYYYMMDD.
008087     PERFORM 7400-CHANGE-PASSWORD
008088         THRU 7400-EXIT.
008089 7450-EXIT.
008090     EXIT.
008091*----------------------------------------------------------------
008092* 8000-WRITE-SIGNOFF-LOG  -  APPEND THE SIGN-OFF AUDIT RECORD AT
008093*                            END OF RUN, REOPENING THE LOG IF A
008094*                            MENU CALL RELEASED IT.  INTERACTIVE
008095*                            RUNS LOG THE MENU EXIT; BATCH RUNS
008096*                            LOG STEP COMPLETION.
008097*----------------------------------------------------------------
008098 8000-WRITE-SIGNOFF-LOG.
008099     IF NOT HW-SIGNON-VALID
008100         GO TO 8000-EXIT
008101     END-IF.
008102     IF NOT HW-SIGNLOG-OPEN
008103         OPEN EXTEND SIGNON-LOG
008110         IF HW-SIGNLOG-OK
008120             SET HW-SIGNLOG-OPEN TO TRUE
008130         END-IF
008220         SET SL-SIGNOFF TO TRUE
008230         MOVE OR-TERMINAL-ID TO SL-TERMINAL-ID
008240         MOVE OR-SHIFT-CODE TO SL-SHIFT-CODE
008242         PERFORM 6100-STAMP-LOG-RECORD
008244             THRU 6100-EXIT
008250         WRITE SIGNON-LOG-RECORD
008260     END-IF.
008270 8000-EXIT.
008470     EXIT.
008480*----------------------------------------------------------------
008490* 9900-BAD-SIGNON  -  SIGN-ON COULD NOT BE ESTABLISHED.  LOG THE
008500*                     FAILED ATTEMPT (UNLESS A WRONG PASSWORD
008502*                     ALREADY LOGGED IT) AND END THE RUN WITH A
008510*                     NON-ZERO RETURN CODE SO A JCL COND CHECK
008520*                     ON THIS STEP WILL CATCH IT.
008530*----------------------------------------------------------------
008540 9900-BAD-SIGNON.
008550     DISPLAY "SIGN-ON FAILED - " HW-ERROR-MESSAGE.
008560     MOVE 16 TO RETURN-CODE.
008570     IF HW-SIGNLOG-OPEN AND NOT HW-FAILURE-LOGGED
008580         PERFORM 6000-WRITE-SIGNON-LOG
008590             THRU 6000-EXIT
008600     END-IF.
008850         CLOSE SIGNON-LOG
008860         SET HW-SIGNLOG-OPEN TO FALSE
008870     END-IF.
008872     IF HW-OPERCRED-OPEN
008874         CLOSE CREDENTIAL-FILE
008876         SET HW-OPERCRED-OPEN TO FALSE
008878     END-IF.
008880 9999-EXIT.
008890     EXIT.
