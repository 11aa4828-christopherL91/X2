000010*================================================================
000020* PROGRAM-ID. CREDINIT
000030*----------------------------------------------------------------
000040* AUTHOR.        C. L. BRANNIGAN
000050* INSTALLATION.  DATA CENTER SERVICES
000060* DATE-WRITTEN.  2026-10-15.
000070* DATE-COMPILED. 2026-10-15.
000080*----------------------------------------------------------------
000090* DESCRIPTION.
000100*   OPERATOR CREDENTIAL INITIALIZATION.  RUN ONCE AT PASSWORD
000110*   CUTOVER, BEFORE THE FIRST SIGN-ON THAT ASKS FOR A PASSWORD,
000120*   AND SAFE TO RUN AGAIN AT ANY TIME.  CREATES THE OPERCRED
000130*   CREDENTIAL FILE IF IT IS NOT THERE AND, FOR EVERY ACTIVE
000140*   OPERATOR MASTER ENTRY THAT HAS NO CREDENTIAL RECORD, ISSUES
000150*   A TEMPORARY PASSWORD THE WAY OPERATOR MASTER MAINTENANCE
000160*   DOES A RESET - ONLY THE PINHASH HASH IS STORED, THE CHANGE-
000170*   REQUIRED FLAG IS SET SO THE OPERATOR MUST CHANGE IT AT THE
000180*   NEXT SIGN-ON, AND AN AUDIT RECORD IS WRITTEN TO OPMAUDIT
000190*   UNDER THE PASSWORD RESET FUNCTION CODE WITH THIS PROGRAM AS
000200*   THE MAINTAINING OPERATOR.  EACH TEMPORARY PASSWORD IS BUILT
000210*   FROM A RUNNING SEED STARTED FROM THE RUN DATE AND TIME AND
000220*   FOLDED THROUGH PINHASH, SO NO TWO OPERATORS ARE GIVEN THE
000230*   SAME ONE, AND IS DRAWN FROM LETTERS AND DIGITS THAT CANNOT
000240*   BE MISREAD (NO I, O, 0 OR 1).  THE CLEAR TEXT IS PRINTED
000250*   ONLY ON THE ISSUE LIST UNDER THE CREDINTO DD, WITH EACH
000260*   OPERATOR'S SUPERVISOR FOR HANDING IT OUT - THE LIST MUST BE
000270*   ROUTED TO SECURED OUTPUT AND DESTROYED ONCE DISTRIBUTED.
000280*   OPERATORS THAT ALREADY HOLD A PASSWORD, AND INACTIVE OR
000290*   LOCKED IDS, ARE LEFT ALONE.  AN ID REACTIVATED OR RELEASED
000300*   LATER IS GIVEN A PASSWORD THROUGH MAINTENANCE OR BY RUNNING
000310*   THIS STEP AGAIN.  ENDS WITH RETURN CODE 16 WHEN A FILE
000320*   CANNOT BE OPENED OR A CREDENTIAL OR AUDIT RECORD CANNOT BE
000330*   WRITTEN.
000340*----------------------------------------------------------------
000350* MODIFICATION HISTORY
000360*   DATE       INIT  DESCRIPTION
000370*   2026-10-15 CLB   ORIGINAL PROGRAM
000380*================================================================
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. CREDINIT.
000410 AUTHOR. C. L. BRANNIGAN.
000420 INSTALLATION. DATA CENTER SERVICES.
000430 DATE-WRITTEN. 2026-10-15.
000440 DATE-COMPILED. 2026-10-15.
000450*================================================================
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS OM-OPERATOR-ID
000530         FILE STATUS IS CI-OPERMAST-STATUS.
000540
000550     SELECT CREDENTIAL-FILE ASSIGN TO "OPERCRED"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS PW-OPERATOR-ID
000590         FILE STATUS IS CI-OPERCRED-STATUS.
000600
000610     SELECT MAINT-AUDIT ASSIGN TO "OPMAUDIT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS CI-AUDIT-STATUS.
000640
000650     SELECT REPORT-FILE ASSIGN TO "CREDINTO"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS CI-REPORT-STATUS.
000680*================================================================
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  OPERATOR-MASTER.
000720     COPY opermast.
000730
000740 FD  CREDENTIAL-FILE.
000750     COPY opercred.
000760
000770 FD  MAINT-AUDIT.
000780     COPY opmaud.
000790
000800 FD  REPORT-FILE.
000810 01  CI-REPORT-LINE                  PIC X(80).
000820*================================================================
000830 WORKING-STORAGE SECTION.
000840 01  CI-OPERMAST-STATUS              PIC X(02).
000850     88  CI-OPERMAST-OK                  VALUE "00".
000860 01  CI-OPERCRED-STATUS              PIC X(02).
000870     88  CI-OPERCRED-OK                  VALUE "00".
000880     88  CI-OPERCRED-NEW                 VALUE "35".
000890 01  CI-AUDIT-STATUS                 PIC X(02).
000900     88  CI-AUDIT-OK                     VALUE "00".
000910     88  CI-AUDIT-NEW                    VALUE "35".
000920 01  CI-REPORT-STATUS                PIC X(02).
000930     88  CI-REPORT-OK                    VALUE "00".
000940
000950 01  CI-MASTER-EOF-SW                PIC X(01)  VALUE "N".
000960     88  CI-MASTER-EOF                   VALUE "Y"
000970         WHEN SET TO FALSE IS "N".
000980
000990 01  CI-MASTER-COUNT                 PIC 9(07)  VALUE ZERO.
001000 01  CI-ACTIVE-COUNT                 PIC 9(07)  VALUE ZERO.
001010 01  CI-HELD-COUNT                   PIC 9(07)  VALUE ZERO.
001020 01  CI-ISSUED-COUNT                 PIC 9(07)  VALUE ZERO.
001030 01  CI-FAILED-COUNT                 PIC 9(07)  VALUE ZERO.
001040
001050 01  CI-CURRENT-DATE                 PIC X(08).
001060 01  CI-CURRENT-TIME                 PIC X(08).
001070
001080 01  CI-HASH-PARM.
001090     COPY pinhash.
001100
001110 01  CI-SEED-AREA.
001120     05  FILLER                      PIC X(01).
001130     05  CI-SEED                     PIC X(08).
001140 01  CI-SEED-VIEW REDEFINES CI-SEED-AREA.
001150     05  CI-SEED-NUMBER              PIC 9(09).
001160
001170 01  CI-ALPHABET                     PIC X(32)
001180         VALUE "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
001190 01  CI-TEMP-PASSWORD                PIC X(08).
001200 01  CI-DRAW                         PIC 9(09)  COMP.
001210 01  CI-QUOTIENT                     PIC 9(09)  COMP.
001220 01  CI-PICK                         PIC 9(02)  COMP.
001230 01  CI-POSITION                     PIC 9(02)  COMP.
001240
001250 01  CI-HEADING-1.
001260     05  FILLER                      PIC X(02)  VALUE SPACES.
001270     05  FILLER                      PIC X(40)
001280         VALUE "OPERATOR TEMPORARY PASSWORD ISSUE LIST".
001290     05  FILLER                      PIC X(06)  VALUE "DATE: ".
001300     05  CI-H-DATE                   PIC X(08).
001310     05  FILLER                      PIC X(24)  VALUE SPACES.
001320
001330 01  CI-HEADING-2.
001340     05  FILLER                      PIC X(02)  VALUE SPACES.
001350     05  FILLER                      PIC X(40)
001360         VALUE "CONFIDENTIAL - HAND EACH PASSWORD TO ITS".
001370     05  FILLER                      PIC X(38)
001380         VALUE " OPERATOR ONLY, THEN DESTROY THE LIST".
001390
001400 01  CI-HEADING-3.
001410     05  FILLER                      PIC X(02)  VALUE SPACES.
001420     05  FILLER                      PIC X(08)  VALUE "OPER ID".
001430     05  FILLER                      PIC X(03)  VALUE SPACES.
001440     05  FILLER                      PIC X(20)  VALUE "NAME".
001450     05  FILLER                      PIC X(03)  VALUE SPACES.
001460     05  FILLER                      PIC X(08)  VALUE "SUPV ID".
001470     05  FILLER                      PIC X(03)  VALUE SPACES.
001480     05  FILLER                      PIC X(08)  VALUE "PASSWORD".
001490     05  FILLER                      PIC X(03)  VALUE SPACES.
001500     05  FILLER                      PIC X(12)  VALUE "ACTION".
001510     05  FILLER                      PIC X(10)  VALUE SPACES.
001520
001530 01  CI-DETAIL-LINE.
001540     05  FILLER                      PIC X(02)  VALUE SPACES.
001550     05  CI-D-OPERATOR-ID            PIC X(08).
001560     05  FILLER                      PIC X(03)  VALUE SPACES.
001570     05  CI-D-NAME                   PIC X(20).
001580     05  FILLER                      PIC X(03)  VALUE SPACES.
001590     05  CI-D-SUPERVISOR-ID          PIC X(08).
001600     05  FILLER                      PIC X(03)  VALUE SPACES.
001610     05  CI-D-PASSWORD               PIC X(08).
001620     05  FILLER                      PIC X(03)  VALUE SPACES.
001630     05  CI-D-ACTION                 PIC X(12).
001640     05  FILLER                      PIC X(10)  VALUE SPACES.
001650
001660 01  CI-TOTAL-LINE.
001670     05  FILLER                      PIC X(02)  VALUE SPACES.
001680     05  CI-T-CAPTION                PIC X(30).
001690     05  CI-T-COUNT                  PIC ZZZZZZ9.
001700     05  FILLER                      PIC X(41)  VALUE SPACES.
001710
001720 01  CI-MESSAGE-LINE.
001730     05  FILLER                      PIC X(02)  VALUE SPACES.
001740     05  CI-M-MESSAGE                PIC X(40).
001750     05  FILLER                      PIC X(38)  VALUE SPACES.
001760*================================================================
001770 PROCEDURE DIVISION.
001780*----------------------------------------------------------------
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE
001810         THRU 1000-EXIT.
001820     IF NOT CI-REPORT-OK
001830         GO TO 0000-TERMINATE
001840     END-IF.
001850     PERFORM 2000-OPEN-FILES
001860         THRU 2000-EXIT.
001870     IF RETURN-CODE NOT = ZERO
001880         GO TO 0000-TERMINATE
001890     END-IF.
001900     PERFORM 3000-ISSUE-PASSWORDS
001910         THRU 3000-EXIT.
001920     PERFORM 8000-WRITE-TOTALS
001930         THRU 8000-EXIT.
001940 0000-TERMINATE.
001950     PERFORM 9999-END-OF-JOB
001960         THRU 9999-EXIT.
001970     STOP RUN.
001980*----------------------------------------------------------------
001990* 1000-INITIALIZE  -  OPEN THE ISSUE LIST AND START THE PASSWORD
002000*                     SEED FROM THE RUN DATE AND TIME.
002010*----------------------------------------------------------------
002020 1000-INITIALIZE.
002030     MOVE ZERO TO RETURN-CODE.
002040     ACCEPT CI-CURRENT-DATE FROM DATE YYYYMMDD.
002050     ACCEPT CI-CURRENT-TIME FROM TIME.
002060     MOVE CI-CURRENT-DATE TO PH-OPERATOR-ID.
002070     MOVE CI-CURRENT-TIME TO PH-PASSWORD.
002080     CALL "PINHASH" USING CI-HASH-PARM.
002090     MOVE PH-HASH-VALUE TO CI-SEED-NUMBER.
002100     OPEN OUTPUT REPORT-FILE.
002110     IF CI-REPORT-OK
002120         MOVE CI-CURRENT-DATE TO CI-H-DATE
002130         WRITE CI-REPORT-LINE FROM CI-HEADING-1
002140         WRITE CI-REPORT-LINE FROM CI-HEADING-2
002150     ELSE
002160         DISPLAY "REPORT FILE COULD NOT BE OPENED"
002170         MOVE 16 TO RETURN-CODE
002180     END-IF.
002190 1000-EXIT.
002200     EXIT.
002210*----------------------------------------------------------------
002220* 2000-OPEN-FILES  -  OPEN THE MASTER FOR INPUT, THE CREDENTIAL
002230*                     FILE FOR UPDATE (CREATING IT ON FIRST USE)
002240*                     AND THE AUDIT FILE FOR APPEND.
002250*----------------------------------------------------------------
002260 2000-OPEN-FILES.
002270     OPEN INPUT OPERATOR-MASTER.
002280     IF NOT CI-OPERMAST-OK
002290         MOVE "OPERATOR MASTER COULD NOT BE OPENED"
002300             TO CI-M-MESSAGE
002310         WRITE CI-REPORT-LINE FROM CI-MESSAGE-LINE
002320         MOVE 16 TO RETURN-CODE
002330         GO TO 2000-EXIT
002340     END-IF.
002350     OPEN I-O CREDENTIAL-FILE.
002360     IF CI-OPERCRED-NEW
002370         OPEN OUTPUT CREDENTIAL-FILE
002380         IF CI-OPERCRED-OK
002390             CLOSE CREDENTIAL-FILE
002400             OPEN I-O CREDENTIAL-FILE
002410         END-IF
002420     END-IF.
002430     IF NOT CI-OPERCRED-OK
002440         MOVE "PASSWORD FILE COULD NOT BE OPENED"
002450             TO CI-M-MESSAGE
002460         WRITE CI-REPORT-LINE FROM CI-MESSAGE-LINE
002470         MOVE 16 TO RETURN-CODE
002480         CLOSE OPERATOR-MASTER
002490         GO TO 2000-EXIT
002500     END-IF.
002510     OPEN EXTEND MAINT-AUDIT.
002520     IF CI-AUDIT-NEW
002530         OPEN OUTPUT MAINT-AUDIT
002540     END-IF.
002550     IF NOT CI-AUDIT-OK
002560         MOVE "MAINT AUDIT FILE COULD NOT BE OPENED"
002570             TO CI-M-MESSAGE
002580         WRITE CI-REPORT-LINE FROM CI-MESSAGE-LINE
002590         MOVE 16 TO RETURN-CODE
002600         CLOSE OPERATOR-MASTER
002610         CLOSE CREDENTIAL-FILE
002620         GO TO 2000-EXIT
002630     END-IF.
002640     WRITE CI-REPORT-LINE FROM CI-HEADING-3.
002650 2000-EXIT.
002660     EXIT.
002670*----------------------------------------------------------------
002680* 3000-ISSUE-PASSWORDS  -  PASS THE OPERATOR MASTER IN KEY
002690*                          SEQUENCE, THEN CLOSE THE FILES.
002700*----------------------------------------------------------------
002710 3000-ISSUE-PASSWORDS.
002720     MOVE LOW-VALUES TO OM-OPERATOR-ID.
002730     START OPERATOR-MASTER KEY NOT < OM-OPERATOR-ID
002740         INVALID KEY
002750             SET CI-MASTER-EOF TO TRUE
002760     END-START.
002770     PERFORM 3100-READ-MASTER
002780         THRU 3100-EXIT.
002790     PERFORM 3200-CHECK-MASTER
002800         THRU 3200-EXIT
002810         UNTIL CI-MASTER-EOF.
002820     CLOSE OPERATOR-MASTER.
002830     CLOSE CREDENTIAL-FILE.
002840     CLOSE MAINT-AUDIT.
002850 3000-EXIT.
002860     EXIT.
002870*----------------------------------------------------------------
002880* 3100-READ-MASTER  -  READ THE NEXT OPERATOR MASTER ENTRY IN KEY
002890*                      SEQUENCE.
002900*----------------------------------------------------------------
002910 3100-READ-MASTER.
002920     IF CI-MASTER-EOF
002930         GO TO 3100-EXIT
002940     END-IF.
002950     READ OPERATOR-MASTER NEXT RECORD
002960         AT END
002970             SET CI-MASTER-EOF TO TRUE
002980     END-READ.
002990     IF NOT CI-MASTER-EOF
003000         ADD 1 TO CI-MASTER-COUNT
003010     END-IF.
003020 3100-EXIT.
003030     EXIT.
003040*----------------------------------------------------------------
003050* 3200-CHECK-MASTER  -  ISSUE A PASSWORD TO ONE ACTIVE ENTRY THAT
003060*                       HAS NO CREDENTIAL RECORD YET.
003070*----------------------------------------------------------------
003080 3200-CHECK-MASTER.
003090     IF NOT OM-ACTIVE
003100         GO TO 3200-NEXT
003110     END-IF.
003120     ADD 1 TO CI-ACTIVE-COUNT.
003130     MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID.
003140     READ CREDENTIAL-FILE
003150         INVALID KEY
003160             PERFORM 3300-ISSUE-PASSWORD
003170                 THRU 3300-EXIT
003180             GO TO 3200-NEXT
003190     END-READ.
003200     ADD 1 TO CI-HELD-COUNT.
003210 3200-NEXT.
003220     PERFORM 3100-READ-MASTER
003230         THRU 3100-EXIT.
003240 3200-EXIT.
003250     EXIT.
003260*----------------------------------------------------------------
003270* 3300-ISSUE-PASSWORD  -  DRAW A TEMPORARY PASSWORD, STORE ONLY
003280*                         ITS HASH MARKED FOR CHANGE AT THE NEXT
003290*                         SIGN-ON, AUDIT IT AS A PASSWORD RESET
003300*                         AND PRINT IT ON THE ISSUE LIST.
003310*----------------------------------------------------------------
003320 3300-ISSUE-PASSWORD.
003330     PERFORM 3400-DRAW-PASSWORD
003340         THRU 3400-EXIT.
003350     MOVE SPACES TO CI-DETAIL-LINE.
003360     MOVE OM-OPERATOR-ID TO CI-D-OPERATOR-ID.
003370     MOVE OM-OPERATOR-NAME(1:20) TO CI-D-NAME.
003380     MOVE OM-SUPERVISOR-ID TO CI-D-SUPERVISOR-ID.
003390     MOVE OM-OPERATOR-ID TO PH-OPERATOR-ID.
003400     MOVE CI-TEMP-PASSWORD TO PH-PASSWORD.
003410     CALL "PINHASH" USING CI-HASH-PARM.
003420     MOVE SPACES TO OPERATOR-CREDENTIAL-RECORD.
003430     MOVE OM-OPERATOR-ID TO PW-OPERATOR-ID.
003440     MOVE PH-HASH-VALUE TO PW-PASSWORD-HASH.
003450     MOVE ZERO TO PW-PRIOR-HASH(1).
003460     MOVE ZERO TO PW-PRIOR-HASH(2).
003470     MOVE ZERO TO PW-PRIOR-HASH(3).
003480     MOVE ZERO TO PW-PRIOR-HASH(4).
003490     MOVE CI-CURRENT-DATE TO PW-CHANGED-DATE.
003500     SET PW-CHANGE-DUE TO TRUE.
003510     WRITE OPERATOR-CREDENTIAL-RECORD
003520         INVALID KEY
003530             MOVE "NOT STORED" TO CI-D-ACTION
003540             ADD 1 TO CI-FAILED-COUNT
003550             MOVE 16 TO RETURN-CODE
003560             GO TO 3300-PRINT
003570     END-WRITE.
003580     ADD 1 TO CI-ISSUED-COUNT.
003590     MOVE CI-TEMP-PASSWORD TO CI-D-PASSWORD.
003600     MOVE "ISSUED" TO CI-D-ACTION.
003610     PERFORM 3600-WRITE-AUDIT
003620         THRU 3600-EXIT.
003630 3300-PRINT.
003640     MOVE SPACES TO CI-TEMP-PASSWORD.
003650     WRITE CI-REPORT-LINE FROM CI-DETAIL-LINE.
003660     MOVE SPACES TO CI-DETAIL-LINE.
003670 3300-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------
003700* 3400-DRAW-PASSWORD  -  ADVANCE THE SEED TWICE THROUGH PINHASH,
003710*                        SALTED WITH THE OPERATOR ID, AND TAKE
003720*                        FOUR CHARACTERS FROM EACH HASH.
003730*----------------------------------------------------------------
003740 3400-DRAW-PASSWORD.
003750     MOVE SPACES TO CI-TEMP-PASSWORD.
003760     MOVE 1 TO CI-POSITION.
003770     PERFORM 3450-ADVANCE-SEED
003780         THRU 3450-EXIT.
003790     PERFORM 3500-PICK-CHARACTER
003800         THRU 3500-EXIT
003810         UNTIL CI-POSITION > 4.
003820     PERFORM 3450-ADVANCE-SEED
003830         THRU 3450-EXIT.
003840     PERFORM 3500-PICK-CHARACTER
003850         THRU 3500-EXIT
003860         UNTIL CI-POSITION > 8.
003870 3400-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------
003900* 3450-ADVANCE-SEED  -  FOLD THE SEED THROUGH PINHASH AND KEEP THE
003910*                       RESULT AS BOTH THE NEXT SEED AND THE VALUE
003920*                       THE CHARACTERS ARE DRAWN FROM.
003930*----------------------------------------------------------------
003940 3450-ADVANCE-SEED.
003950     MOVE OM-OPERATOR-ID TO PH-OPERATOR-ID.
003960     MOVE CI-SEED TO PH-PASSWORD.
003970     CALL "PINHASH" USING CI-HASH-PARM.
003980     MOVE PH-HASH-VALUE TO CI-SEED-NUMBER.
003990     MOVE PH-HASH-VALUE TO CI-DRAW.
004000 3450-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030* 3500-PICK-CHARACTER  -  TAKE ONE CHARACTER OF THE ALPHABET FROM
004040*                         THE LOW-ORDER PART OF THE DRAW.
004050*----------------------------------------------------------------
004060 3500-PICK-CHARACTER.
004070     DIVIDE CI-DRAW BY 32
004080         GIVING CI-QUOTIENT
004090         REMAINDER CI-PICK.
004100     MOVE CI-QUOTIENT TO CI-DRAW.
004110     ADD 1 TO CI-PICK.
004120     MOVE CI-ALPHABET(CI-PICK:1)
004130         TO CI-TEMP-PASSWORD(CI-POSITION:1).
004140     ADD 1 TO CI-POSITION.
004150 3500-EXIT.
004160     EXIT.
004170*----------------------------------------------------------------
004180* 3600-WRITE-AUDIT  -  APPEND THE PASSWORD RESET AUDIT RECORD,
004190*                      CARRYING THE MASTER IMAGE ONLY AS A RESET
004200*                      THROUGH MAINTENANCE DOES.  THE STEP ITSELF
004210*                      IS STAMPED AS THE MAINTAINING OPERATOR.
004220*----------------------------------------------------------------
004230 3600-WRITE-AUDIT.
004240     MOVE CI-CURRENT-DATE TO MA-AUDIT-DATE.
004250     ACCEPT CI-CURRENT-TIME FROM TIME.
004260     MOVE CI-CURRENT-TIME(1:6) TO MA-AUDIT-TIME.
004270     MOVE "CREDINIT" TO MA-MAINT-OPERATOR-ID.
004280     MOVE SPACES TO MA-MAINT-TERMINAL-ID.
004290     SET MA-FUNC-PASSWORD-RESET TO TRUE.
004300     MOVE OPERATOR-MASTER-RECORD TO MA-BEFORE-IMAGE.
004310     MOVE OPERATOR-MASTER-RECORD TO MA-AFTER-IMAGE.
004320     WRITE OPERMAST-AUDIT-RECORD.
004330     IF NOT CI-AUDIT-OK
004340         MOVE "NOT AUDITED" TO CI-D-ACTION
004350         MOVE 16 TO RETURN-CODE
004360     END-IF.
004370 3600-EXIT.
004380     EXIT.
004390*----------------------------------------------------------------
004400* 8000-WRITE-TOTALS  -  PRINT THE RUN TOTALS.
004410*----------------------------------------------------------------
004420 8000-WRITE-TOTALS.
004430     MOVE "MASTER ENTRIES READ" TO CI-T-CAPTION.
004440     MOVE CI-MASTER-COUNT TO CI-T-COUNT.
004450     WRITE CI-REPORT-LINE FROM CI-TOTAL-LINE.
004460     MOVE "ACTIVE IDS CHECKED" TO CI-T-CAPTION.
004470     MOVE CI-ACTIVE-COUNT TO CI-T-COUNT.
004480     WRITE CI-REPORT-LINE FROM CI-TOTAL-LINE.
004490     MOVE "ALREADY HOLDING A PASSWORD" TO CI-T-CAPTION.
004500     MOVE CI-HELD-COUNT TO CI-T-COUNT.
004510     WRITE CI-REPORT-LINE FROM CI-TOTAL-LINE.
004520     MOVE "TEMPORARY PASSWORDS ISSUED" TO CI-T-CAPTION.
004530     MOVE CI-ISSUED-COUNT TO CI-T-COUNT.
004540     WRITE CI-REPORT-LINE FROM CI-TOTAL-LINE.
004550     MOVE "PASSWORDS NOT STORED" TO CI-T-CAPTION.
004560     MOVE CI-FAILED-COUNT TO CI-T-COUNT.
004570     WRITE CI-REPORT-LINE FROM CI-TOTAL-LINE.
004580 8000-EXIT.
004590     EXIT.
004600*----------------------------------------------------------------
004610* 9999-END-OF-JOB  -  CLOSE THE REPORT FILE AND TERMINATE.
004620*----------------------------------------------------------------
004630 9999-END-OF-JOB.
004640     IF CI-REPORT-OK
004650         CLOSE REPORT-FILE
004660     END-IF.
004670 9999-EXIT.
004680     EXIT.
