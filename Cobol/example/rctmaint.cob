000010*================================================================
000020* PROGRAM-ID. RCTMAINT
000030*----------------------------------------------------------------
000040* AUTHOR.        C. L. BRANNIGAN
000050* INSTALLATION.  DATA CENTER SERVICES
000060* DATE-WRITTEN.  2026-10-15.
000070* DATE-COMPILED. 2026-10-15.
000080*----------------------------------------------------------------
000090* DESCRIPTION.
000100*   ACCESS RECERTIFICATION DECISIONS FROM THE SIGN-ON MENU.
000110*   CALLED WITH THE SIGNED-ON OPERATOR CONTEXT.  ASKS FOR THE
000120*   CYCLE, LISTS THE OPERATORS STILL AWAITING A DECISION FROM
000130*   THE SIGNED-ON SUPERVISOR (EVERY PENDING OPERATOR FOR A
000140*   MANAGER), THEN TAKES KEEP, DOWNGRADE OR REVOKE DECISIONS ONE
000150*   OPERATOR AT A TIME AND PASSES EACH TO THE DECISION SERVICE
000160*   RCTDECD, WHICH EDITS, APPLIES AND AUDITS IT EXACTLY AS FOR A
000170*   RETURNED DECISION FILE.
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200*   DATE       INIT  DESCRIPTION
000210*   2026-10-15 CLB   ORIGINAL PROGRAM
000220*================================================================
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. RCTMAINT.
000250 AUTHOR. C. L. BRANNIGAN.
000260 INSTALLATION. DATA CENTER SERVICES.
000270 DATE-WRITTEN. 2026-10-15.
000280 DATE-COMPILED. 2026-10-15.
000290*================================================================
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT RECERT-FILE ASSIGN TO "RECERT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS RV-RECERT-KEY
000370         FILE STATUS IS CM-RECERT-STATUS.
000380
000390     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS OM-OPERATOR-ID
000430         FILE STATUS IS CM-OPERMAST-STATUS.
000440*================================================================
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  RECERT-FILE.
000480     COPY recert.
000490
000500 FD  OPERATOR-MASTER.
000510     COPY opermast.
000520*================================================================
000530 WORKING-STORAGE SECTION.
000540 01  CM-RECERT-STATUS                PIC X(02).
000550     88  CM-RECERT-OK                    VALUE "00".
000560 01  CM-OPERMAST-STATUS              PIC X(02).
000570     88  CM-OPERMAST-OK                  VALUE "00".
000580
000590 01  CM-RECERT-OPEN-SW               PIC X(01)  VALUE "N".
000600     88  CM-RECERT-OPEN                  VALUE "Y"
000610         WHEN SET TO FALSE IS "N".
000620 01  CM-OPERMAST-OPEN-SW             PIC X(01)  VALUE "N".
000630     88  CM-OPERMAST-OPEN                VALUE "Y"
000640         WHEN SET TO FALSE IS "N".
000650 01  CM-BROWSE-EOF-SW                PIC X(01)  VALUE "N".
000660     88  CM-BROWSE-EOF                   VALUE "Y"
000670         WHEN SET TO FALSE IS "N".
000680 01  CM-EXIT-SW                      PIC X(01)  VALUE "N".
000690     88  CM-EXIT-REQUESTED               VALUE "Y"
000700         WHEN SET TO FALSE IS "N".
000710 01  CM-MANAGER-SW                   PIC X(01)  VALUE "N".
000720     88  CM-MANAGER                      VALUE "Y"
000730         WHEN SET TO FALSE IS "N".
000740
000750 01  CM-CYCLE-ID                     PIC X(06).
000760 01  CM-DEADLINE-DATE                PIC X(08).
000770 01  CM-OPERATOR-IN                  PIC X(08).
000780 01  CM-DECISION-IN                  PIC X(01).
000790 01  CM-LEVEL-IN                     PIC X(01).
000800 01  CM-PENDING-COUNT                PIC 9(05)  VALUE ZERO.
000810 01  CM-APPLIED-COUNT                PIC 9(05)  VALUE ZERO.
000820
000830 01  CM-DECISION-PARM.
000840     COPY rctdec.
000850*================================================================
000860 LINKAGE SECTION.
000870 01  RECERT-OPERATOR-CONTEXT.
000880     COPY operrec.
000890*================================================================
000900 PROCEDURE DIVISION USING RECERT-OPERATOR-CONTEXT.
000910*----------------------------------------------------------------
000920 0000-MAINLINE.
000930     MOVE ZERO TO RETURN-CODE.
000940     MOVE ZERO TO CM-PENDING-COUNT.
000950     MOVE ZERO TO CM-APPLIED-COUNT.
000960     SET CM-EXIT-REQUESTED TO FALSE.
000970     DISPLAY "ACCESS RECERTIFICATION - ENTER CYCLE ID "
000980         "(BLANK TO CANCEL)".
000990     ACCEPT CM-CYCLE-ID.
001000     IF CM-CYCLE-ID = SPACES OR LOW-VALUES
001010         GO TO 0000-TERMINATE
001020     END-IF.
001030     PERFORM 1000-OPEN-FILES
001040         THRU 1000-EXIT.
001050     IF RETURN-CODE NOT = ZERO
001060         GO TO 0000-TERMINATE
001070     END-IF.
001080     PERFORM 2000-LIST-PENDING
001090         THRU 2000-EXIT.
001100     PERFORM 9000-CLOSE-FILES
001110         THRU 9000-EXIT.
001120     IF RETURN-CODE NOT = ZERO
001130         GO TO 0000-TERMINATE
001140     END-IF.
001150     PERFORM 3000-TAKE-DECISION
001160         THRU 3000-EXIT
001170         UNTIL CM-EXIT-REQUESTED.
001180     DISPLAY "DECISIONS APPLIED: " CM-APPLIED-COUNT.
001190 0000-TERMINATE.
001200     PERFORM 9000-CLOSE-FILES
001210         THRU 9000-EXIT.
001220     GOBACK.
001230*----------------------------------------------------------------
001240* 1000-OPEN-FILES  -  OPEN THE RECERTIFICATION FILE AND THE
001250*                     MASTER FOR THE PENDING LIST, AND SETTLE
001260*                     WHETHER THE SIGNED-ON OPERATOR IS A MANAGER.
001270*----------------------------------------------------------------
001280 1000-OPEN-FILES.
001290     OPEN INPUT RECERT-FILE.
001300     IF NOT CM-RECERT-OK
001310         DISPLAY "NO RECERTIFICATION CYCLE HAS BEEN OPENED"
001320         MOVE 4 TO RETURN-CODE
001330         GO TO 1000-EXIT
001340     END-IF.
001350     SET CM-RECERT-OPEN TO TRUE.
001360     OPEN INPUT OPERATOR-MASTER.
001370     IF NOT CM-OPERMAST-OK
001380         DISPLAY "OPERATOR MASTER COULD NOT BE OPENED"
001390         MOVE 16 TO RETURN-CODE
001400         GO TO 1000-EXIT
001410     END-IF.
001420     SET CM-OPERMAST-OPEN TO TRUE.
001430     SET CM-MANAGER TO FALSE.
001440     MOVE OR-OPERATOR-ID TO OM-OPERATOR-ID.
001450     READ OPERATOR-MASTER
001460         INVALID KEY
001470             CONTINUE
001480         NOT INVALID KEY
001490             IF OM-AUTH-MANAGER
001500                 SET CM-MANAGER TO TRUE
001510             END-IF
001520     END-READ.
001530 1000-EXIT.
001540     EXIT.
001550*----------------------------------------------------------------
001560* 2000-LIST-PENDING  -  SHOW THE CYCLE DEADLINE AND THE OPERATORS
001570*                       STILL AWAITING A DECISION FROM THIS
001580*                       SUPERVISOR, OR FROM ANYONE FOR A MANAGER.
001590*----------------------------------------------------------------
001600 2000-LIST-PENDING.
001610     MOVE CM-CYCLE-ID TO RV-CYCLE-ID.
001620     SET RV-CYCLE-ENTRY TO TRUE.
001630     READ RECERT-FILE
001640         INVALID KEY
001642             DISPLAY "RECERTIFICATION CYCLE NOT FOUND: "
001644                 CM-CYCLE-ID
001660             MOVE 4 TO RETURN-CODE
001670             GO TO 2000-EXIT
001680     END-READ.
001690     MOVE RV-DEADLINE-DATE TO CM-DEADLINE-DATE.
001700     DISPLAY "CYCLE " CM-CYCLE-ID " - DECISIONS DUE BY "
001710         CM-DEADLINE-DATE.
001720     DISPLAY "OPER ID  LVL LAST ON  SUPV ID  NAME".
001730     SET CM-BROWSE-EOF TO FALSE.
001740     MOVE CM-CYCLE-ID TO RV-CYCLE-ID.
001750     MOVE LOW-VALUES TO RV-OPERATOR-ID.
001760     START RECERT-FILE KEY NOT < RV-RECERT-KEY
001770         INVALID KEY
001780             SET CM-BROWSE-EOF TO TRUE
001790     END-START.
001800     PERFORM 2100-LIST-NEXT
001810         THRU 2100-EXIT
001820         UNTIL CM-BROWSE-EOF.
001830     DISPLAY "OPERATORS AWAITING DECISION: " CM-PENDING-COUNT.
001840 2000-EXIT.
001850     EXIT.
001860*----------------------------------------------------------------
001870* 2100-LIST-NEXT  -  READ AND, WHEN IT IS THIS SUPERVISOR'S AND
001880*                    STILL PENDING, LIST ONE CYCLE ENTRY.
001890*----------------------------------------------------------------
001900 2100-LIST-NEXT.
001910     READ RECERT-FILE NEXT RECORD
001920         AT END
001930             SET CM-BROWSE-EOF TO TRUE
001940             GO TO 2100-EXIT
001950     END-READ.
001960     IF RV-CYCLE-ID NOT = CM-CYCLE-ID
001970         SET CM-BROWSE-EOF TO TRUE
001980         GO TO 2100-EXIT
001990     END-IF.
002000     IF RV-CYCLE-ENTRY OR NOT RV-PENDING
002010         GO TO 2100-EXIT
002020     END-IF.
002030     IF RV-SUPERVISOR-ID NOT = OR-OPERATOR-ID AND NOT CM-MANAGER
002040         GO TO 2100-EXIT
002050     END-IF.
002060     MOVE RV-OPERATOR-ID TO OM-OPERATOR-ID.
002070     READ OPERATOR-MASTER
002080         INVALID KEY
002090             MOVE "NOT ON THE OPERATOR MASTER" TO OM-OPERATOR-NAME
002100     END-READ.
002110     DISPLAY RV-OPERATOR-ID " " RV-AUTH-LEVEL "   "
002120         RV-LAST-SIGNON-DATE " " RV-SUPERVISOR-ID " "
002130         OM-OPERATOR-NAME.
002140     ADD 1 TO CM-PENDING-COUNT.
002150 2100-EXIT.
002160     EXIT.
002170*----------------------------------------------------------------
002180* 3000-TAKE-DECISION  -  PROMPT FOR ONE DECISION AND PASS IT TO
002190*                        THE DECISION SERVICE.
002200*----------------------------------------------------------------
002210 3000-TAKE-DECISION.
002220     DISPLAY "ENTER OPERATOR ID (BLANK TO FINISH)".
002230     ACCEPT CM-OPERATOR-IN.
002240     IF CM-OPERATOR-IN = SPACES OR LOW-VALUES
002250         SET CM-EXIT-REQUESTED TO TRUE
002260         GO TO 3000-EXIT
002270     END-IF.
002280     DISPLAY "ENTER DECISION (K KEEP, D DOWNGRADE, R REVOKE)".
002290     ACCEPT CM-DECISION-IN.
002300     MOVE SPACE TO CM-LEVEL-IN.
002310     IF CM-DECISION-IN = "D"
002320         DISPLAY "ENTER NEW AUTHORITY LEVEL (1 GEN, 2 SUPV)"
002330         ACCEPT CM-LEVEL-IN
002340     END-IF.
002350     MOVE CM-CYCLE-ID TO RD-CYCLE-ID.
002360     MOVE CM-OPERATOR-IN TO RD-OPERATOR-ID.
002370     MOVE CM-DECISION-IN TO RD-DECISION-CODE.
002380     MOVE CM-LEVEL-IN TO RD-NEW-AUTH-LEVEL.
002390     MOVE OR-OPERATOR-ID TO RD-DECIDER-ID.
002400     MOVE OR-TERMINAL-ID TO RD-DECIDER-TERMINAL.
002410     SET RD-FROM-MENU TO TRUE.
002420     CALL "RCTDECD" USING CM-DECISION-PARM.
002430     DISPLAY CM-OPERATOR-IN ": " RD-REPLY-MESSAGE.
002440     IF RD-REPLY-APPLIED
002450         ADD 1 TO CM-APPLIED-COUNT
002460     END-IF.
002470     IF RD-REPLY-ERROR
002480         MOVE 16 TO RETURN-CODE
002490         SET CM-EXIT-REQUESTED TO TRUE
002500     END-IF.
002510 3000-EXIT.
002520     EXIT.
002530*----------------------------------------------------------------
002540* 9000-CLOSE-FILES  -  CLOSE THE FILES BY OPEN STATE.  THEY ARE
002550*                      RELEASED BEFORE THE DECISION SERVICE IS
002560*                      CALLED, SINCE IT OPENS THEM FOR UPDATE.
002570*----------------------------------------------------------------
002580 9000-CLOSE-FILES.
002590     IF CM-RECERT-OPEN
002600         CLOSE RECERT-FILE
002610         SET CM-RECERT-OPEN TO FALSE
002620     END-IF.
002630     IF CM-OPERMAST-OPEN
002640         CLOSE OPERATOR-MASTER
002650         SET CM-OPERMAST-OPEN TO FALSE
002660     END-IF.
002670 9000-EXIT.
002680     EXIT.
