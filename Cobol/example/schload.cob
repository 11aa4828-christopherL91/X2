000100*   SHIFT SCHEDULE LOAD.  RUN IN THE NIGHTLY STREAM WHEN
000110*   STAFFING SENDS A NEW PLAN TRANSMISSION, REPLACING THE HAND
000120*   REBUILD OF THE SHIFT SCHEDULE FILE.  A SYSIN PARAMETER CARD
000122*   GIVES THE RETENTION CUTOFF DATE (YYYYMMDD IN COLUMNS 1-8), OR
000124*   SAYS RETAIN NNNN DAYS TO HAVE THE DATESVC DATE SERVICE SET
000126*   THE CUTOFF THAT MANY DAYS BEFORE THE RUN DATE; A CUTOFF THAT
000128*   IS NOT A REAL DATE OR IS AFTER THE RUN DATE ENDS THE STEP
000130*   WITH RETURN CODE 16.  WHEN THE BUSINESS CALENDAR MARKS THE
000132*   RUN DATE A NON-PROCESSING DAY THE LOAD IS SKIPPED - THE
000134*   TRANSMISSION WAITS FOR THE NEXT PROCESSING DAY - AND THE
000136*   STEP IS ENTERED IN THE RUN-CONTROL LEDGER AS SKIPPED.
000140*   THE WHOLE TRANSMISSION IS EDITED FIRST - SCHEDULE DATE MUST
000150*   BE A VALID YYYYMMDD, SHIFT CODE MUST BE 1, 2 OR 3 AND THE
000160*   OPERATOR ID MUST BE CARRIED ON THE OPERATOR MASTER - AND,
000200*   NEW ENTRIES AND REPLACING ENTRIES ALREADY ON FILE, AND
000210*   SCHEDULE ENTRIES DATED BEFORE THE RETENTION CUTOFF ARE
000220*   DROPPED.  A LOAD CYCLE REPORT PRINTS THE RECORDS IN, APPLIED
000230*   AND REJECTED AND THE ENTRIES PURGED.  AN ENTRY CARRYING A
000232*   SUPERVISOR OVERRIDE FROM SCHEDULE OVERRIDE MAINTENANCE IS
000234*   NEVER REPLACED BY THE PLAN; WHERE THE PLAN DIFFERS FROM THE
000236*   OVERRIDE THE PLAN RECORD IS LISTED AS A CONFLICT ON THE
000238*   CYCLE REPORT FOR STAFFING TO RESOLVE.
000240*----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000280*   2026-09-02 CLB   RECORD STEP START AND COMPLETION IN THE
000290*                    RUN-CONTROL LEDGER VIA STEPCTL AND HONOR
000300*                    THE RERUN GUARD FOR THE RUN DATE
000302*   2026-10-15 CLB   LEAVE SUPERVISOR SCHEDULE OVERRIDES IN PLACE
000304*                    AND REPORT PLAN RECORDS THAT DIFFER FROM
000306*                    THEM AS CONFLICTS; PURGE OVERRIDES OLDER
000308*                    THAN THE RETENTION CUTOFF WITH THE SCHEDULE
000309*   2026-10-15 CLB   ACCEPT A RETAIN NNNN DAYS CARD, REFUSE A
000310*                    CUTOFF THAT IS NOT A DATE OR IS AFTER THE RUN
000311*                    DATE; SKIP THE LOAD ON A NON-PROCESSING DAY
000313*================================================================
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. SCHLOAD.
000340 AUTHOR. C. L. BRANNIGAN.
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS OM-OPERATOR-ID
000560         FILE STATUS IS SC-OPERMAST-STATUS.
000561
000562     SELECT SCHEDULE-OVERRIDE ASSIGN TO "SHFTOVR"
000563         ORGANIZATION IS INDEXED
000564         ACCESS MODE IS DYNAMIC
000565         RECORD KEY IS SO-OVERRIDE-KEY
000566         FILE STATUS IS SC-SHFTOVR-STATUS.
000570
000580     SELECT SYSIN-PARM-FILE ASSIGN TO "SYSIN"
000590         ORGANIZATION IS SEQUENTIAL
000730
000740 FD  OPERATOR-MASTER.
000750     COPY opermast.
000752
000754 FD  SCHEDULE-OVERRIDE.
000756     COPY shfovr.
000760
000770 FD  SYSIN-PARM-FILE.
000780 01  SYSIN-PARM-RECORD               PIC X(20).
000880     88  SC-SHIFTSCH-NEW                 VALUE "35".
000890 01  SC-OPERMAST-STATUS              PIC X(02).
000900     88  SC-OPERMAST-OK                  VALUE "00".
000902 01  SC-SHFTOVR-STATUS               PIC X(02).
000904     88  SC-SHFTOVR-OK                   VALUE "00".
000906     88  SC-SHFTOVR-NEW                  VALUE "35".
000910 01  SC-SYSIN-STATUS                 PIC X(02).
000920     88  SC-SYSIN-PRESENT                VALUE "00".
000930 01  SC-REPORT-STATUS                PIC X(02).
000990 01  SC-SCHED-EOF-SW                 PIC X(01)  VALUE "N".
001000     88  SC-SCHED-EOF                    VALUE "Y"
001010         WHEN SET TO FALSE IS "N".
001011 01  SC-OVERRIDE-EOF-SW              PIC X(01)  VALUE "N".
001012     88  SC-OVERRIDE-EOF                 VALUE "Y"
001013         WHEN SET TO FALSE IS "N".
001014 01  SC-OVERRIDE-FOUND-SW            PIC X(01)  VALUE "N".
001015     88  SC-OVERRIDE-FOUND               VALUE "Y"
001016         WHEN SET TO FALSE IS "N".
001020 01  SC-PARM-VALID-SW                PIC X(01)  VALUE "N".
001030     88  SC-PARM-VALID                   VALUE "Y"
001040         WHEN SET TO FALSE IS "N".
001042 01  SC-NON-PROCESSING-SW            PIC X(01)  VALUE "N".
001044     88  SC-NON-PROCESSING-DAY           VALUE "Y"
001046         WHEN SET TO FALSE IS "N".
001050
001060 01  SC-PARM-CARD.
001070     05  SC-CUTOFF-DATE              PIC X(08).
001180 01  SC-REPLACE-COUNT                PIC 9(07)  VALUE ZERO.
001190 01  SC-APPLY-COUNT                  PIC 9(07)  VALUE ZERO.
001200 01  SC-PURGE-COUNT                  PIC 9(07)  VALUE ZERO.
001202 01  SC-OVERRIDE-COUNT               PIC 9(07)  VALUE ZERO.
001204 01  SC-CONFLICT-COUNT               PIC 9(07)  VALUE ZERO.
001206 01  SC-OVR-PURGE-COUNT              PIC 9(07)  VALUE ZERO.
001210
001220 01  SC-HEADING-1.
001230     05  FILLER                      PIC X(02)  VALUE SPACES.
001310     05  FILLER                      PIC X(03)  VALUE SPACES.
001320     05  FILLER                      PIC X(08)  VALUE "DATE".
001330     05  FILLER                      PIC X(03)  VALUE SPACES.
001340     05  FILLER                      PIC X(36)
001342         VALUE "ERROR OR OVERRIDE CONFLICT".
001350     05  FILLER                      PIC X(20)  VALUE SPACES.
001360
001370 01  SC-CUTOFF-LINE.
001390     05  FILLER                      PIC X(20)
001400         VALUE "RETENTION CUTOFF".
001410     05  SC-C-CUTOFF-DATE            PIC X(08).
001411     05  FILLER                      PIC X(02)  VALUE SPACES.
001412     05  SC-C-FROM-CAPTION           PIC X(06)  VALUE SPACES.
001413     05  SC-C-PARM-TEXT              PIC X(20)  VALUE SPACES.
001414     05  FILLER                      PIC X(22)  VALUE SPACES.
001415
001416 01  SC-SKIP-LINE.
001417     05  FILLER                      PIC X(02)  VALUE SPACES.
001418     05  FILLER                      PIC X(20)
001419         VALUE "NON-PROCESSING DAY".
001420     05  SC-K-RUN-DATE               PIC X(08).
001421     05  FILLER                      PIC X(02)  VALUE SPACES.
001422     05  SC-K-DESCRIPTION            PIC X(20).
001423     05  FILLER                      PIC X(28)  VALUE SPACES.
001430
001440 01  SC-ERROR-LINE.
001450     05  FILLER                      PIC X(02)  VALUE SPACES.
001630
001640 01  SC-STEP-PARM.
001650     COPY stepctl.
001652
001654 01  SC-DATE-PARM.
001656     COPY datesvc.
001660*================================================================
001670 PROCEDURE DIVISION.
001680*----------------------------------------------------------------
001790     IF NOT SC-REPORT-OK
001800         GO TO 0000-TERMINATE
001810     END-IF.
001811     PERFORM 0600-CHECK-PROCESSING-DAY
001812         THRU 0600-EXIT.
001813     IF SC-NON-PROCESSING-DAY
001814         GO TO 0000-TERMINATE
001815     END-IF.
001820     PERFORM 1500-READ-PARM-CARD
001830         THRU 1500-EXIT.
001840     IF NOT SC-PARM-VALID
001980     PERFORM 5000-PURGE-OLD-ENTRIES
001990         THRU 5000-EXIT.
002000 0000-TERMINATE.
002002     IF NOT SC-NON-PROCESSING-DAY
002004         PERFORM 8000-WRITE-TOTALS
002006             THRU 8000-EXIT
002008     END-IF.
002030     PERFORM 9999-END-OF-JOB
002040         THRU 9999-EXIT.
002050     PERFORM 9800-RECORD-STEP-END
002200     END-IF.
002210 0500-EXIT.
002220     EXIT.
002221*----------------------------------------------------------------
002222* 0600-CHECK-PROCESSING-DAY  -  ASK THE DATE SERVICE WHETHER THE
002223*                               RUN DATE IS A PROCESSING DAY.  IF
002224*                               THE CALENDAR CANNOT BE READ THE
002225*                               LOAD RUNS AS USUAL.
002226*----------------------------------------------------------------
002227 0600-CHECK-PROCESSING-DAY.
002228     MOVE SPACES TO SC-DATE-PARM.
002229     SET DV-FUNC-DAY-CHECK TO TRUE.
002230     IF CT-RUN-DATE IS NUMERIC
002231         MOVE CT-RUN-DATE TO DV-BASE-DATE
002232     END-IF.
002233     CALL "DATESVC" USING SC-DATE-PARM.
002234     IF NOT DV-REPLY-OK
002235         MOVE "BUSINESS CALENDAR COULD NOT BE READ"
002236             TO SC-M-MESSAGE
002237         WRITE SC-REPORT-LINE FROM SC-MESSAGE-LINE
002238         GO TO 0600-EXIT
002239     END-IF.
002240     IF DV-PROCESSING-DAY
002241         GO TO 0600-EXIT
002242     END-IF.
002243     SET SC-NON-PROCESSING-DAY TO TRUE.
002244     MOVE DV-BASE-DATE TO SC-K-RUN-DATE.
002245     MOVE DV-DESCRIPTION TO SC-K-DESCRIPTION.
002246     WRITE SC-REPORT-LINE FROM SC-SKIP-LINE.
002247     MOVE "SCHEDULE LOAD SKIPPED" TO SC-M-MESSAGE.
002248     WRITE SC-REPORT-LINE FROM SC-MESSAGE-LINE.
002249 0600-EXIT.
002250     EXIT.
002251*----------------------------------------------------------------
002252* 1000-INITIALIZE  -  OPEN THE LOAD CYCLE REPORT FILE.
002253*----------------------------------------------------------------
002260 1000-INITIALIZE.
002270     MOVE ZERO TO RETURN-CODE.
002280     OPEN OUTPUT REPORT-FILE.
002370     EXIT.
002380*----------------------------------------------------------------
002390* 1500-READ-PARM-CARD  -  READ AND EDIT THE RETENTION CUTOFF
002392*                         DATE FROM THE SYSIN PARAMETER CARD, OR
002394*                         RESOLVE IT FROM A RETAIN CARD.
002410*----------------------------------------------------------------
002420 1500-READ-PARM-CARD.
002430     OPEN INPUT SYSIN-PARM-FILE.
002540     END-READ.
002550     CLOSE SYSIN-PARM-FILE.
002560     IF SC-CUTOFF-DATE IS NUMERIC
002561         PERFORM 1600-EDIT-CUTOFF-DATE
002562             THRU 1600-EXIT
002563     ELSE
002564         IF SC-PARM-CARD = SPACES
002565             MOVE "RETENTION CUTOFF DATE IS NOT NUMERIC"
002566                 TO SC-M-MESSAGE
002567         ELSE
002568             PERFORM 1700-RESOLVE-CUTOFF-CARD
002569                 THRU 1700-EXIT
002570         END-IF
002571     END-IF.
002572     IF SC-PARM-VALID
002573         MOVE SC-CUTOFF-DATE TO SC-C-CUTOFF-DATE
002574         WRITE SC-REPORT-LINE FROM SC-CUTOFF-LINE
002575     ELSE
002576         WRITE SC-REPORT-LINE FROM SC-MESSAGE-LINE
002577     END-IF.
002578 1500-EXIT.
002579     EXIT.
002580*----------------------------------------------------------------
002581* 1600-EDIT-CUTOFF-DATE  -  A CUTOFF KEYED AS A DATE MUST BE A
002582*                           REAL CALENDAR DATE NO LATER THAN THE
002583*                           RUN DATE.
002584*----------------------------------------------------------------
002585 1600-EDIT-CUTOFF-DATE.
002586     MOVE SPACES TO SC-DATE-PARM.
002587     SET DV-FUNC-DAY-CHECK TO TRUE.
002588     MOVE SC-CUTOFF-DATE TO DV-BASE-DATE.
002589     CALL "DATESVC" USING SC-DATE-PARM.
002590     IF DV-REPLY-INVALID
002591         MOVE "RETENTION CUTOFF IS NOT A VALID DATE"
002592             TO SC-M-MESSAGE
002593         GO TO 1600-EXIT
002594     END-IF.
002595     IF CT-RUN-DATE IS NUMERIC
002596         AND SC-CUTOFF-DATE > CT-RUN-DATE
002597         MOVE "RETENTION CUTOFF IS AFTER THE RUN DATE"
002598             TO SC-M-MESSAGE
002599         GO TO 1600-EXIT
002600     END-IF.
002601     SET SC-PARM-VALID TO TRUE.
002602 1600-EXIT.
002603     EXIT.
002604*----------------------------------------------------------------
002605* 1700-RESOLVE-CUTOFF-CARD  -  HAVE THE DATE SERVICE RESOLVE A
002606*                              RETAIN NNNN DAYS CARD AGAINST THE
002607*                              RUN DATE.
002608*----------------------------------------------------------------
002609 1700-RESOLVE-CUTOFF-CARD.
002610     MOVE SPACES TO SC-DATE-PARM.
002611     SET DV-FUNC-RESOLVE TO TRUE.
002612     IF CT-RUN-DATE IS NUMERIC
002613         MOVE CT-RUN-DATE TO DV-BASE-DATE
002614     END-IF.
002615     MOVE SC-PARM-CARD TO DV-PARM-TEXT.
002616     CALL "DATESVC" USING SC-DATE-PARM.
002617     IF DV-REPLY-ERROR
002618         MOVE "BUSINESS CALENDAR COULD NOT BE READ"
002619             TO SC-M-MESSAGE
002620         GO TO 1700-EXIT
002621     END-IF.
002622     IF NOT DV-REPLY-OK OR NOT DV-FORM-RETAIN
002623         MOVE "RETENTION PARM CARD NOT RECOGNIZED"
002624             TO SC-M-MESSAGE
002625         GO TO 1700-EXIT
002626     END-IF.
002627     MOVE DV-DATE-1 TO SC-CUTOFF-DATE.
002628     MOVE "FROM" TO SC-C-FROM-CAPTION.
002629     MOVE DV-PARM-TEXT TO SC-C-PARM-TEXT.
002630     SET SC-PARM-VALID TO TRUE.
002631 1700-EXIT.
002660     EXIT.
002670*----------------------------------------------------------------
002680* 2000-EDIT-TRANSMISSION  -  PASS THE WHOLE PLAN TRANSMISSION
003820*----------------------------------------------------------------
003830* 4000-APPLY-PLAN  -  SECOND PASS OVER THE CLEAN TRANSMISSION,
003840*                     ADDING OR REPLACING SCHEDULE ENTRIES BY
003850*                     SCHEDULE KEY EXCEPT WHERE A SUPERVISOR
003852*                     OVERRIDE STANDS FOR THE KEY.
003860*----------------------------------------------------------------
003870 4000-APPLY-PLAN.
003880     SET SC-PLAN-EOF TO FALSE.
003940         MOVE 16 TO RETURN-CODE
003950         GO TO 4000-EXIT
003960     END-IF.
003961     OPEN I-O SCHEDULE-OVERRIDE.
003962     IF SC-SHFTOVR-NEW
003963         OPEN OUTPUT SCHEDULE-OVERRIDE
003964         IF SC-SHFTOVR-OK
003965             CLOSE SCHEDULE-OVERRIDE
003966             OPEN I-O SCHEDULE-OVERRIDE
003967         END-IF
003968     END-IF.
003969     IF NOT SC-SHFTOVR-OK
003970         MOVE "SCHEDULE OVERRIDE FILE COULD NOT BE OPENED"
003971             TO SC-M-MESSAGE
003972         WRITE SC-REPORT-LINE FROM SC-MESSAGE-LINE
003973         MOVE 16 TO RETURN-CODE
003974         CLOSE STAFFING-PLAN
003975         GO TO 4000-EXIT
003976     END-IF.
003977     OPEN I-O SHIFT-SCHEDULE.
003980     IF SC-SHIFTSCH-NEW
003990         OPEN OUTPUT SHIFT-SCHEDULE
004000         IF SC-SHIFTSCH-OK
004080         WRITE SC-REPORT-LINE FROM SC-MESSAGE-LINE
004090         MOVE 16 TO RETURN-CODE
004100         CLOSE STAFFING-PLAN
004102         CLOSE SCHEDULE-OVERRIDE
004110         GO TO 4000-EXIT
004120     END-IF.
004130     PERFORM 2100-READ-PLAN
004170         UNTIL SC-PLAN-EOF.
004180     CLOSE STAFFING-PLAN.
004190     CLOSE SHIFT-SCHEDULE.
004192     CLOSE SCHEDULE-OVERRIDE.
004200 4000-EXIT.
004210     EXIT.
004211*----------------------------------------------------------------
004212* 4100-CHECK-OVERRIDE  -  LOOK FOR A SUPERVISOR OVERRIDE ON THE
004213*                         PLAN RECORD'S KEY.  THE OVERRIDE STANDS;
004214*                         A PLAN RECORD THAT DISAGREES WITH IT IS
004215*                         REPORTED AS A CONFLICT.
004216*----------------------------------------------------------------
004217 4100-CHECK-OVERRIDE.
004218     SET SC-OVERRIDE-FOUND TO FALSE.
004219     MOVE SP-OPERATOR-ID TO SO-OPERATOR-ID.
004220     MOVE SP-SCHED-DATE TO SO-SCHED-DATE.
004221     READ SCHEDULE-OVERRIDE
004222         INVALID KEY
004223             GO TO 4100-EXIT
004224     END-READ.
004225     SET SC-OVERRIDE-FOUND TO TRUE.
004226     ADD 1 TO SC-OVERRIDE-COUNT.
004227     IF SO-ACTION-DELETE
004228         MOVE SPACES TO SC-E-MESSAGE
004229         STRING "PLAN " SP-SCHED-SHIFT
004230             " OVERRIDDEN TO OFF BY " SO-APPROVER-ID
004231             DELIMITED BY SIZE INTO SC-E-MESSAGE
004232         PERFORM 4150-WRITE-CONFLICT
004233             THRU 4150-EXIT
004234         GO TO 4100-EXIT
004235     END-IF.
004236     IF SO-SCHED-SHIFT NOT = SP-SCHED-SHIFT
004237         MOVE SPACES TO SC-E-MESSAGE
004238         STRING "PLAN " SP-SCHED-SHIFT " OVERRIDDEN TO "
004239             SO-SCHED-SHIFT " BY " SO-APPROVER-ID
004240             DELIMITED BY SIZE INTO SC-E-MESSAGE
004241         PERFORM 4150-WRITE-CONFLICT
004242             THRU 4150-EXIT
004243     END-IF.
004244 4100-EXIT.
004245     EXIT.
004246*----------------------------------------------------------------
004247* 4150-WRITE-CONFLICT  -  PRINT ONE OVERRIDE CONFLICT.  UNLIKE AN
004248*                         EDIT ERROR IT DOES NOT FAIL THE STEP.
004249*                         THE CALLER HAS SET THE MESSAGE TEXT.
004250*----------------------------------------------------------------
004251 4150-WRITE-CONFLICT.
004252     MOVE SP-OPERATOR-ID TO SC-E-OPERATOR-ID.
004253     MOVE SP-SCHED-DATE TO SC-E-SCHED-DATE.
004254     WRITE SC-REPORT-LINE FROM SC-ERROR-LINE.
004255     ADD 1 TO SC-CONFLICT-COUNT.
004256 4150-EXIT.
004257     EXIT.
004258*----------------------------------------------------------------
004259* 4200-APPLY-RECORD  -  ADD ONE SCHEDULE ENTRY, OR REPLACE THE
004260*                       ENTRY ALREADY ON FILE FOR THE KEY.  A KEY
004261*                       UNDER SUPERVISOR OVERRIDE IS LEFT ALONE.
004262*----------------------------------------------------------------
004263 4200-APPLY-RECORD.
004264     PERFORM 4100-CHECK-OVERRIDE
004265         THRU 4100-EXIT.
004266     IF SC-OVERRIDE-FOUND
004267         GO TO 4200-NEXT
004268     END-IF.
004270     MOVE SPACES TO SHIFT-SCHEDULE-RECORD.
004280     MOVE SP-OPERATOR-ID TO SS-OPERATOR-ID.
004290     MOVE SP-SCHED-DATE TO SS-SCHED-DATE.
004360             ADD 1 TO SC-ADD-COUNT
004370             ADD 1 TO SC-APPLY-COUNT
004380     END-WRITE.
004382 4200-NEXT.
004390     PERFORM 2100-READ-PLAN
004400         THRU 2100-EXIT.
004410 4200-EXIT.
004590*----------------------------------------------------------------
004600* 5000-PURGE-OLD-ENTRIES  -  WALK THE SCHEDULE IN KEY SEQUENCE
004610*                            AND DROP ENTRIES DATED BEFORE THE
004620*                            RETENTION CUTOFF, THEN DO THE SAME
004622*                            FOR THE SCHEDULE OVERRIDES.
004630*----------------------------------------------------------------
004640 5000-PURGE-OLD-ENTRIES.
004650     SET SC-SCHED-EOF TO FALSE.
004820         THRU 5200-EXIT
004830         UNTIL SC-SCHED-EOF.
004840     CLOSE SHIFT-SCHEDULE.
004842     PERFORM 5300-PURGE-OVERRIDES
004844         THRU 5300-EXIT.
004850 5000-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------
005110         THRU 5100-EXIT.
005120 5200-EXIT.
005130     EXIT.
005131*----------------------------------------------------------------
005132* 5300-PURGE-OVERRIDES  -  WALK THE OVERRIDE FILE IN KEY SEQUENCE
005133*                          AND DROP OVERRIDES FOR SCHEDULE DATES
005134*                          BEFORE THE RETENTION CUTOFF.
005135*----------------------------------------------------------------
005136 5300-PURGE-OVERRIDES.
005137     SET SC-OVERRIDE-EOF TO FALSE.
005138     OPEN I-O SCHEDULE-OVERRIDE.
005139     IF NOT SC-SHFTOVR-OK
005140         MOVE "SCHEDULE OVERRIDE FILE COULD NOT BE REOPENED"
005141             TO SC-M-MESSAGE
005142         WRITE SC-REPORT-LINE FROM SC-MESSAGE-LINE
005143         MOVE 16 TO RETURN-CODE
005144         GO TO 5300-EXIT
005145     END-IF.
005146     MOVE LOW-VALUES TO SO-OVERRIDE-KEY.
005147     START SCHEDULE-OVERRIDE KEY NOT < SO-OVERRIDE-KEY
005148         INVALID KEY
005149             SET SC-OVERRIDE-EOF TO TRUE
005150     END-START.
005151     PERFORM 5400-READ-OVERRIDE
005152         THRU 5400-EXIT.
005153     PERFORM 5500-PURGE-ONE-OVERRIDE
005154         THRU 5500-EXIT
005155         UNTIL SC-OVERRIDE-EOF.
005156     CLOSE SCHEDULE-OVERRIDE.
005157 5300-EXIT.
005158     EXIT.
005159*----------------------------------------------------------------
005160* 5400-READ-OVERRIDE  -  READ THE NEXT OVERRIDE IN KEY SEQUENCE.
005161*----------------------------------------------------------------
005162 5400-READ-OVERRIDE.
005163     IF SC-OVERRIDE-EOF
005164         GO TO 5400-EXIT
005165     END-IF.
005166     READ SCHEDULE-OVERRIDE NEXT RECORD
005167         AT END
005168             SET SC-OVERRIDE-EOF TO TRUE
005169     END-READ.
005170 5400-EXIT.
005171     EXIT.
005172*----------------------------------------------------------------
005173* 5500-PURGE-ONE-OVERRIDE  -  DELETE THE OVERRIDE WHEN ITS
005174*                             SCHEDULE DATE IS OLDER THAN THE
005175*                             RETENTION CUTOFF.
005176*----------------------------------------------------------------
005177 5500-PURGE-ONE-OVERRIDE.
005178     IF SO-SCHED-DATE < SC-CUTOFF-DATE
005179         DELETE SCHEDULE-OVERRIDE
005180         ADD 1 TO SC-OVR-PURGE-COUNT
005181     END-IF.
005182     PERFORM 5400-READ-OVERRIDE
005183         THRU 5400-EXIT.
005184 5500-EXIT.
005185     EXIT.
005186*----------------------------------------------------------------
005187* 8000-WRITE-TOTALS  -  PRINT THE LOAD CYCLE COUNTS AND VERDICT.
005188*----------------------------------------------------------------
005189 8000-WRITE-TOTALS.
005190     IF NOT SC-REPORT-OK
005191         GO TO 8000-EXIT
005200     END-IF.
005210     MOVE "RECORDS IN" TO SC-N-CAPTION.
005220     MOVE SC-READ-COUNT TO SC-N-COUNT.
005360     MOVE "ENTRIES PURGED" TO SC-N-CAPTION.
005370     MOVE SC-PURGE-COUNT TO SC-N-COUNT.
005380     WRITE SC-REPORT-LINE FROM SC-COUNT-LINE.
005381     MOVE "OVERRIDES KEPT" TO SC-N-CAPTION.
005382     MOVE SC-OVERRIDE-COUNT TO SC-N-COUNT.
005383     WRITE SC-REPORT-LINE FROM SC-COUNT-LINE.
005384     MOVE "OVERRIDE CONFLICTS" TO SC-N-CAPTION.
005385     MOVE SC-CONFLICT-COUNT TO SC-N-COUNT.
005386     WRITE SC-REPORT-LINE FROM SC-COUNT-LINE.
005387     MOVE "OVERRIDES PURGED" TO SC-N-CAPTION.
005388     MOVE SC-OVR-PURGE-COUNT TO SC-N-COUNT.
005389     WRITE SC-REPORT-LINE FROM SC-COUNT-LINE.
005390     EVALUATE TRUE
005400         WHEN RETURN-CODE = ZERO
005410             MOVE "LOAD COMPLETE - SCHEDULE UPDATED"
005480                 TO SC-M-MESSAGE
005490     END-EVALUATE.
005500     WRITE SC-REPORT-LINE FROM SC-MESSAGE-LINE.
005501     IF SC-CONFLICT-COUNT > ZERO
005502         MOVE "OVERRIDE CONFLICTS - REFER TO STAFFING"
005503             TO SC-M-MESSAGE
005504         WRITE SC-REPORT-LINE FROM SC-MESSAGE-LINE
005505     END-IF.
005510 8000-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------
005540* 9800-RECORD-STEP-END  -  RECORD COMPLETION AND THE ENDING
005542*                          RETURN CODE IN THE LEDGER, OR THE
005544*                          SKIP ON A NON-PROCESSING DAY.
005560*----------------------------------------------------------------
005570 9800-RECORD-STEP-END.
005572     IF SC-NON-PROCESSING-DAY
005574         SET CT-FUNC-SKIP TO TRUE
005576     ELSE
005578         SET CT-FUNC-END TO TRUE
005580     END-IF.
005590     MOVE RETURN-CODE TO CT-RETURN-CODE.
005600     CALL "STEPCTL" USING SC-STEP-PARM.
005610 9800-EXIT.
