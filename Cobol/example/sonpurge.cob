000090* DESCRIPTION.
000100*   SIGN-ON LOG ARCHIVE AND PURGE.  RUN IN THE NIGHTLY STREAM
000110*   AHEAD OF THE REPORTING STEPS.  A SYSIN PARAMETER CARD GIVES
000112*   THE RETENTION CUTOFF DATE (YYYYMMDD IN COLUMNS 1-8), OR SAYS
000114*   RETAIN NNNN DAYS TO HAVE THE DATESVC DATE SERVICE SET THE
000116*   CUTOFF THAT MANY DAYS BEFORE THE RUN DATE; LOG
000130*   RECORDS DATED BEFORE THE CUTOFF ARE COPIED TO THE ARCHIVE
000140*   FILE (THE ARCHIVE DD CARRIES THE RUN DATE IN ITS DATASET
000150*   NAME) AND THE LIVE LOG IS REWRITTEN HOLDING ONLY THE CURRENT
000160*   RECORDS.  A PURGE AUDIT TRAIL PRINTS THE RECORD COUNTS IN,
000170*   ARCHIVED AND RETAINED AND CONFIRMS THAT THEY BALANCE.  THE
000180*   RUN ENDS WITH RETURN CODE 16, LEAVING THE LIVE LOG UNTOUCHED,
000182*   WHEN THE PARAMETER CARD IS MISSING OR NOT RECOGNIZED, THE
000184*   CUTOFF IS NOT A REAL DATE OR IS AFTER THE RUN DATE, OR THE
000191*   COUNTS DO NOT BALANCE.  THE ARCHIVE IS ALWAYS THE FRONT OF
000192*   THE LOG IN SEQUENCE ORDER - ONCE ONE RECORD IS RETAINED EVERY
000193*   LATER RECORD IS RETAINED WITH IT - SO THE CHAIN OF STAMPED
000194*   SEQUENCE NUMBERS RUNS UNBROKEN FROM ARCHIVE TO LIVE LOG.
000195*   AFTER THE LIVE LOG IS REWRITTEN THE LAST ARCHIVED SEQUENCE
000196*   NUMBER AND CHECK VALUE ARE CARRIED FORWARD IN THE SEAL FILE
000197*   AND THE ARCHIVED DAYS' SEALS ARE MARKED WITH THE RUN DATE, SO
000198*   THE VERIFY STEP CAN PICK UP THE CHAIN WHEN OLD ARCHIVE
000199*   GENERATIONS ROLL OFF.  A SEAL FILE FAILURE AT THAT POINT ENDS
000200*   THE RUN WITH RETURN CODE 4.
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000250*   2026-09-02 CLB   RECORD STEP START AND COMPLETION IN THE
000260*                    RUN-CONTROL LEDGER VIA STEPCTL AND HONOR
000270*                    THE RERUN GUARD FOR THE RUN DATE
000272*   2026-10-15 CLB   KEEP THE ARCHIVE A SEQUENCE-ORDER PREFIX OF
000274*                    THE LOG AND CARRY THE LAST ARCHIVED SEQUENCE
000276*                    NUMBER AND CHECK VALUE FORWARD IN SIGSEAL
000277*   2026-10-15 CLB   ACCEPT A RETAIN NNNN DAYS CARD AND REFUSE A
000278*                    CUTOFF THAT IS NOT A DATE OR IS AFTER THE RUN
000279*                    DATE
000280*================================================================
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. SONPURGE.
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS PG-SYSIN-STATUS.
000540
000541     SELECT SIGNON-SEAL ASSIGN TO "SIGSEAL"
000542         ORGANIZATION IS INDEXED
000543         ACCESS MODE IS DYNAMIC
000544         RECORD KEY IS SE-SEAL-KEY
000545         FILE STATUS IS PG-SIGSEAL-STATUS.
000546
000550     SELECT REPORT-FILE ASSIGN TO "SONPURGO"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS PG-REPORT-STATUS.
000740 FD  SYSIN-PARM-FILE.
000750 01  SYSIN-PARM-RECORD               PIC X(20).
000760
000762 FD  SIGNON-SEAL.
000764     COPY sigseal.
000766
000770 FD  REPORT-FILE.
000780 01  PG-REPORT-LINE                  PIC X(80).
000790*================================================================
000860     88  PG-RETAINED-OK                  VALUE "00".
000870 01  PG-SYSIN-STATUS                 PIC X(02).
000880     88  PG-SYSIN-PRESENT                VALUE "00".
000882 01  PG-SIGSEAL-STATUS               PIC X(02).
000884     88  PG-SIGSEAL-OK                   VALUE "00".
000890 01  PG-REPORT-STATUS                PIC X(02).
000900     88  PG-REPORT-OK                    VALUE "00".
000910
000980 01  PG-PARM-VALID-SW                PIC X(01)  VALUE "N".
000990     88  PG-PARM-VALID                   VALUE "Y"
001000         WHEN SET TO FALSE IS "N".
001001 01  PG-RETAINING-SW                 PIC X(01)  VALUE "N".
001002     88  PG-RETAINING                    VALUE "Y"
001003         WHEN SET TO FALSE IS "N".
001004 01  PG-SEAL-OPEN-SW                 PIC X(01)  VALUE "N".
001005     88  PG-SEAL-OPEN                    VALUE "Y"
001006         WHEN SET TO FALSE IS "N".
001007 01  PG-SEAL-EOF-SW                  PIC X(01)  VALUE "N".
001008     88  PG-SEAL-EOF                     VALUE "Y"
001009         WHEN SET TO FALSE IS "N".
001010
001020 01  PG-PARM-CARD.
001030     05  PG-CUTOFF-DATE              PIC X(08).
001090 01  PG-ARCHIVE-COUNT                PIC 9(07)  VALUE ZERO.
001100 01  PG-RETAIN-COUNT                 PIC 9(07)  VALUE ZERO.
001110 01  PG-BALANCE-COUNT                PIC 9(07)  VALUE ZERO.
001111 01  PG-HELD-COUNT                   PIC 9(07)  VALUE ZERO.
001112 01  PG-SEALED-DAY-COUNT             PIC 9(07)  VALUE ZERO.
001113
001114 01  PG-CARRY-POINT.
001115     05  PG-CARRY-SEQUENCE           PIC 9(09)  VALUE ZERO.
001116     05  PG-CARRY-CHAIN              PIC 9(09)  VALUE ZERO.
001117     05  PG-FIRST-ARCHIVE-DATE       PIC X(08)  VALUE SPACES.
001118     05  PG-LAST-ARCHIVE-DATE        PIC X(08)  VALUE SPACES.
001120
001130 01  PG-HEADING-1.
001140     05  FILLER                      PIC X(02)  VALUE SPACES.
001210     05  FILLER                      PIC X(20)
001220         VALUE "RETENTION CUTOFF".
001230     05  PG-C-CUTOFF-DATE            PIC X(08).
001232     05  FILLER                      PIC X(02)  VALUE SPACES.
001234     05  PG-C-FROM-CAPTION           PIC X(06)  VALUE SPACES.
001236     05  PG-C-PARM-TEXT              PIC X(20)  VALUE SPACES.
001238     05  FILLER                      PIC X(22)  VALUE SPACES.
001250
001260 01  PG-COUNT-LINE.
001270     05  FILLER                      PIC X(02)  VALUE SPACES.
001360
001370 01  PG-STEP-PARM.
001380     COPY stepctl.
001382
001384 01  PG-DATE-PARM.
001386     COPY datesvc.
001390*================================================================
001400 PROCEDURE DIVISION.
001410*----------------------------------------------------------------
001700     END-IF.
001710     PERFORM 4000-REWRITE-LIVE-LOG
001720         THRU 4000-EXIT.
001721     IF RETURN-CODE NOT = ZERO
001722         GO TO 0000-TERMINATE
001723     END-IF.
001724     PERFORM 5000-CARRY-SEAL-FORWARD
001725         THRU 5000-EXIT.
001730 0000-TERMINATE.
001740     PERFORM 9000-WRITE-AUDIT-TRAIL
001750         THRU 9000-EXIT.
002090     EXIT.
002100*----------------------------------------------------------------
002110* 1500-READ-PARM-CARD  -  READ AND EDIT THE RETENTION CUTOFF
002112*                         DATE FROM THE SYSIN PARAMETER CARD, OR
002114*                         RESOLVE IT FROM A RETAIN CARD.
002130*----------------------------------------------------------------
002140 1500-READ-PARM-CARD.
002150     OPEN INPUT SYSIN-PARM-FILE.
002260     END-READ.
002270     CLOSE SYSIN-PARM-FILE.
002280     IF PG-CUTOFF-DATE IS NUMERIC
002281         PERFORM 1600-EDIT-CUTOFF-DATE
002282             THRU 1600-EXIT
002283     ELSE
002284         IF PG-PARM-CARD = SPACES
002285             MOVE "RETENTION CUTOFF DATE IS NOT NUMERIC"
002286                 TO PG-M-MESSAGE
002287         ELSE
002288             PERFORM 1700-RESOLVE-CUTOFF-CARD
002289                 THRU 1700-EXIT
002290         END-IF
002291     END-IF.
002292     IF PG-PARM-VALID
002293         MOVE PG-CUTOFF-DATE TO PG-C-CUTOFF-DATE
002294         WRITE PG-REPORT-LINE FROM PG-CUTOFF-LINE
002295     ELSE
002296         WRITE PG-REPORT-LINE FROM PG-MESSAGE-LINE
002297     END-IF.
002298 1500-EXIT.
002299     EXIT.
002300*----------------------------------------------------------------
002301* 1600-EDIT-CUTOFF-DATE  -  A CUTOFF KEYED AS A DATE MUST BE A
002302*                           REAL CALENDAR DATE NO LATER THAN THE
002303*                           RUN DATE.
002304*----------------------------------------------------------------
002305 1600-EDIT-CUTOFF-DATE.
002306     MOVE SPACES TO PG-DATE-PARM.
002307     SET DV-FUNC-DAY-CHECK TO TRUE.
002308     MOVE PG-CUTOFF-DATE TO DV-BASE-DATE.
002309     CALL "DATESVC" USING PG-DATE-PARM.
002310     IF DV-REPLY-INVALID
002311         MOVE "RETENTION CUTOFF IS NOT A VALID DATE"
002312             TO PG-M-MESSAGE
002313         GO TO 1600-EXIT
002314     END-IF.
002315     IF CT-RUN-DATE IS NUMERIC
002316         AND PG-CUTOFF-DATE > CT-RUN-DATE
002317         MOVE "RETENTION CUTOFF IS AFTER THE RUN DATE"
002318             TO PG-M-MESSAGE
002319         GO TO 1600-EXIT
002320     END-IF.
002321     SET PG-PARM-VALID TO TRUE.
002322 1600-EXIT.
002323     EXIT.
002324*----------------------------------------------------------------
002325* 1700-RESOLVE-CUTOFF-CARD  -  HAVE THE DATE SERVICE RESOLVE A
002326*                              RETAIN NNNN DAYS CARD AGAINST THE
002327*                              RUN DATE.
002328*----------------------------------------------------------------
002329 1700-RESOLVE-CUTOFF-CARD.
002330     MOVE SPACES TO PG-DATE-PARM.
002331     SET DV-FUNC-RESOLVE TO TRUE.
002332     IF CT-RUN-DATE IS NUMERIC
002333         MOVE CT-RUN-DATE TO DV-BASE-DATE
002334     END-IF.
002335     MOVE PG-PARM-CARD TO DV-PARM-TEXT.
002336     CALL "DATESVC" USING PG-DATE-PARM.
002337     IF DV-REPLY-ERROR
002338         MOVE "BUSINESS CALENDAR COULD NOT BE READ"
002339             TO PG-M-MESSAGE
002340         GO TO 1700-EXIT
002341     END-IF.
002342     IF NOT DV-REPLY-OK OR NOT DV-FORM-RETAIN
002343         MOVE "RETENTION PARM CARD NOT RECOGNIZED"
002344             TO PG-M-MESSAGE
002345         GO TO 1700-EXIT
002346     END-IF.
002347     MOVE DV-DATE-1 TO PG-CUTOFF-DATE.
002348     MOVE "FROM" TO PG-C-FROM-CAPTION.
002349     MOVE DV-PARM-TEXT TO PG-C-PARM-TEXT.
002350     SET PG-PARM-VALID TO TRUE.
002351 1700-EXIT.
002380     EXIT.
002390*----------------------------------------------------------------
002400* 2000-SPLIT-LOG  -  COPY EVERY LIVE LOG RECORD TO EITHER THE
002900     EXIT.
002910*----------------------------------------------------------------
002920* 2200-ROUTE-RECORD  -  ARCHIVE A RECORD OLDER THAN THE CUTOFF,
002922*                       OTHERWISE RETAIN IT.  ONCE ONE RECORD IS
002924*                       RETAINED, AN OLDER-DATED RECORD BEHIND IT
002926*                       IS HELD IN THE LIVE LOG TOO SO THE ARCHIVE
002928*                       STAYS IN SEQUENCE ORDER.
002930*----------------------------------------------------------------
002932 2200-ROUTE-RECORD.
002934     IF SL-RUN-DATE < PG-CUTOFF-DATE
002936         AND NOT PG-RETAINING
002938         WRITE AR-RECORD FROM SIGNON-LOG-RECORD
002940         ADD 1 TO PG-ARCHIVE-COUNT
002942         PERFORM 2300-NOTE-CARRY-POINT
002944             THRU 2300-EXIT
002946     ELSE
002948         IF SL-RUN-DATE < PG-CUTOFF-DATE
002950             ADD 1 TO PG-HELD-COUNT
002952         END-IF
002954         SET PG-RETAINING TO TRUE
003000         WRITE RW-RECORD FROM SIGNON-LOG-RECORD
003010         ADD 1 TO PG-RETAIN-COUNT
003020     END-IF.
003040         THRU 2100-EXIT.
003050 2200-EXIT.
003060     EXIT.
003061*----------------------------------------------------------------
003062* 2300-NOTE-CARRY-POINT  -  REMEMBER THE LAST STAMPED RECORD AND
003063*                           THE RANGE OF DAYS SENT TO THE ARCHIVE.
003064*----------------------------------------------------------------
003065 2300-NOTE-CARRY-POINT.
003066     IF PG-FIRST-ARCHIVE-DATE = SPACES
003067         MOVE SL-RUN-DATE TO PG-FIRST-ARCHIVE-DATE
003068     END-IF.
003069     MOVE SL-RUN-DATE TO PG-LAST-ARCHIVE-DATE.
003070     IF SL-SEQUENCE-NO IS NUMERIC
003071         AND SL-SEQUENCE-NO > ZERO
003072         MOVE SL-SEQUENCE-NO TO PG-CARRY-SEQUENCE
003073         MOVE SL-CHAIN-VALUE TO PG-CARRY-CHAIN
003074     END-IF.
003075 2300-EXIT.
003076     EXIT.
003077*----------------------------------------------------------------
003080* 3000-BALANCE-CHECK  -  PROVE NO RECORD WAS SILENTLY DROPPED.
003090*----------------------------------------------------------------
003100 3000-BALANCE-CHECK.
003650         THRU 4100-EXIT.
003660 4200-EXIT.
003670     EXIT.
003671*----------------------------------------------------------------
003672* 5000-CARRY-SEAL-FORWARD  -  RECORD THE LAST ARCHIVED SEQUENCE
003673*                             NUMBER AND CHECK VALUE IN THE SEAL
003674*                             CONTROL ENTRY AND MARK EACH ARCHIVED
003675*                             DAY'S SEAL WITH THE RUN DATE.  THE
003676*                             ARCHIVE AND LIVE LOG ARE ALREADY
003677*                             WRITTEN, SO A FAILURE HERE ONLY
003678*                             WARNS.
003679*----------------------------------------------------------------
003680 5000-CARRY-SEAL-FORWARD.
003681     IF PG-CARRY-SEQUENCE = ZERO
003682         GO TO 5000-EXIT
003683     END-IF.
003684     OPEN I-O SIGNON-SEAL.
003685     IF NOT PG-SIGSEAL-OK
003686         MOVE "SEAL FILE COULD NOT BE OPENED" TO PG-M-MESSAGE
003687         GO TO 5000-WARN
003688     END-IF.
003689     SET PG-SEAL-OPEN TO TRUE.
003690     MOVE "00000000" TO SE-SEAL-KEY.
003691     READ SIGNON-SEAL
003692         INVALID KEY
003693             MOVE "SEAL CONTROL ENTRY NOT FOUND" TO PG-M-MESSAGE
003694             GO TO 5000-WARN
003695     END-READ.
003696     MOVE PG-CARRY-SEQUENCE TO SE-CARRY-SEQUENCE.
003697     MOVE PG-CARRY-CHAIN TO SE-CARRY-CHAIN.
003698     MOVE CT-RUN-DATE TO SE-ARCHIVE-DATE.
003699     REWRITE SIGNON-SEAL-RECORD
003700         INVALID KEY
003701             MOVE "SEAL CONTROL ENTRY NOT UPDATED" TO PG-M-MESSAGE
003702             GO TO 5000-WARN
003703     END-REWRITE.
003704     MOVE PG-FIRST-ARCHIVE-DATE TO SE-SEAL-KEY.
003705     START SIGNON-SEAL KEY IS NOT LESS THAN SE-SEAL-KEY
003706         INVALID KEY
003707             GO TO 5000-CLOSE
003708     END-START.
003709     PERFORM 5100-READ-SEAL
003710         THRU 5100-EXIT.
003711     PERFORM 5200-MARK-ARCHIVED-DAY
003712         THRU 5200-EXIT
003713         UNTIL PG-SEAL-EOF.
003714     GO TO 5000-CLOSE.
003715 5000-WARN.
003716     WRITE PG-REPORT-LINE FROM PG-MESSAGE-LINE.
003717     MOVE "SEQUENCE CARRY-FORWARD NOT RECORDED" TO PG-M-MESSAGE.
003718     WRITE PG-REPORT-LINE FROM PG-MESSAGE-LINE.
003719     MOVE 4 TO RETURN-CODE.
003720 5000-CLOSE.
003721     IF PG-SEAL-OPEN
003722         CLOSE SIGNON-SEAL
003723     END-IF.
003724 5000-EXIT.
003725     EXIT.
003726*----------------------------------------------------------------
003727* 5100-READ-SEAL  -  READ THE NEXT DAY'S SEAL, STOPPING AFTER THE
003728*                    LAST ARCHIVED DAY.
003729*----------------------------------------------------------------
003730 5100-READ-SEAL.
003731     READ SIGNON-SEAL NEXT RECORD
003732         AT END
003733             SET PG-SEAL-EOF TO TRUE
003734     END-READ.
003735     IF NOT PG-SEAL-EOF
003736         AND SE-SEAL-KEY > PG-LAST-ARCHIVE-DATE
003737         SET PG-SEAL-EOF TO TRUE
003738     END-IF.
003739 5100-EXIT.
003740     EXIT.
003741*----------------------------------------------------------------
003742* 5200-MARK-ARCHIVED-DAY  -  STAMP ONE ARCHIVED DAY'S SEAL WITH
003743*                            THE RUN DATE OF THIS PURGE.
003744*----------------------------------------------------------------
003745 5200-MARK-ARCHIVED-DAY.
003746     MOVE CT-RUN-DATE TO SE-ARCHIVE-DATE.
003747     REWRITE SIGNON-SEAL-RECORD
003748         INVALID KEY
003749             CONTINUE
003750     END-REWRITE.
003751     ADD 1 TO PG-SEALED-DAY-COUNT.
003752     PERFORM 5100-READ-SEAL
003753         THRU 5100-EXIT.
003754 5200-EXIT.
003755     EXIT.
003756*----------------------------------------------------------------
003757* 9000-WRITE-AUDIT-TRAIL  -  PRINT THE RECORD COUNTS IN, ARCHIVED
003758*                            AND RETAINED.
003759*----------------------------------------------------------------
003760 9000-WRITE-AUDIT-TRAIL.
003761     IF NOT PG-REPORT-OK
003762         GO TO 9000-EXIT
003763     END-IF.
003764     MOVE "RECORDS READ" TO PG-N-CAPTION.
003770     MOVE PG-READ-COUNT TO PG-N-COUNT.
003780     WRITE PG-REPORT-LINE FROM PG-COUNT-LINE.
003790     MOVE "RECORDS ARCHIVED" TO PG-N-CAPTION.
003820     MOVE "RECORDS RETAINED" TO PG-N-CAPTION.
003830     MOVE PG-RETAIN-COUNT TO PG-N-COUNT.
003840     WRITE PG-REPORT-LINE FROM PG-COUNT-LINE.
003841     MOVE "HELD FOR SEQUENCE" TO PG-N-CAPTION.
003842     MOVE PG-HELD-COUNT TO PG-N-COUNT.
003846     WRITE PG-REPORT-LINE FROM PG-COUNT-LINE.
003847     MOVE "DAY SEALS ARCHIVED" TO PG-N-CAPTION.
003848     MOVE PG-SEALED-DAY-COUNT TO PG-N-COUNT.
003849     WRITE PG-REPORT-LINE FROM PG-COUNT-LINE.
003850     IF RETURN-CODE = 4
003851         MOVE "PURGE COMPLETE - SEAL CARRY NOT RECORDED"
003852             TO PG-M-MESSAGE
003853         WRITE PG-REPORT-LINE FROM PG-MESSAGE-LINE
003854         GO TO 9000-EXIT
003855     END-IF.
003856     IF RETURN-CODE = ZERO
003860         MOVE "PURGE COMPLETE - COUNTS BALANCE"
003870             TO PG-M-MESSAGE
003880     ELSE
