000010*================================================================
000020* PROGRAM-ID. RCTDECD
000030*----------------------------------------------------------------
000040* AUTHOR.        C. L. BRANNIGAN
000050* INSTALLATION.  DATA CENTER SERVICES
000060* DATE-WRITTEN.  2026-10-15.
000070* DATE-COMPILED. 2026-10-15.
000080*----------------------------------------------------------------
000090* DESCRIPTION.
000100*   ACCESS RECERTIFICATION DECISION SERVICE.  CALLED WITH ONE
000110*   SUPERVISOR DECISION BY THE DECISION FILE LOAD (RCTLOAD) AND
000120*   BY THE MENU DECISION FUNCTION (RCTMAINT), SO A DECISION IS
000130*   EDITED AND APPLIED THE SAME WAY WHICHEVER ROUTE IT COMES BY.
000140*   THE OPERATOR MUST BE ON THE CYCLE'S WORKSHEET WITH NO
000150*   DECISION YET, AND THE DECIDER MUST BE AN ACTIVE OPERATOR WHO
000160*   IS EITHER THE RESPONSIBLE SUPERVISOR PRINTED ON THE WORKSHEET
000170*   OR A MANAGER - NEVER THE OPERATOR THEMSELVES.  A KEEP LEAVES
000180*   THE OPERATOR MASTER AS IT IS, A DOWNGRADE LOWERS THE
000190*   AUTHORITY LEVEL AND A REVOKE SETS THE OPERATOR INACTIVE.
000200*   EVERY DECISION APPLIED WRITES A RECERTIFICATION BEFORE/AFTER
000210*   IMAGE TO THE MAINTENANCE AUDIT FILE STAMPED WITH THE DECIDER,
000220*   AND IS RECORDED ON THE CYCLE'S RECERTIFICATION ENTRY.  THE
000230*   FILES ARE OPENED AND CLOSED ON EVERY CALL.
000240*----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-15 CLB   ORIGINAL PROGRAM
000280*================================================================
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. RCTDECD.
000310 AUTHOR. C. L. BRANNIGAN.
000320 INSTALLATION. DATA CENTER SERVICES.
000330 DATE-WRITTEN. 2026-10-15.
000340 DATE-COMPILED. 2026-10-15.
000350*================================================================
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT RECERT-FILE ASSIGN TO "RECERT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS RV-RECERT-KEY
000430         FILE STATUS IS CD-RECERT-STATUS.
000440
000450     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS OM-OPERATOR-ID
000490         FILE STATUS IS CD-OPERMAST-STATUS.
000500
000510     SELECT MAINT-AUDIT ASSIGN TO "OPMAUDIT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS CD-AUDIT-STATUS.
000540*================================================================
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  RECERT-FILE.
000580     COPY recert.
000590
000600 FD  OPERATOR-MASTER.
000610     COPY opermast.
000620
000630 FD  MAINT-AUDIT.
000640     COPY opmaud.
000650*================================================================
000660 WORKING-STORAGE SECTION.
000670 01  CD-RECERT-STATUS                PIC X(02).
000680     88  CD-RECERT-OK                    VALUE "00".
000690 01  CD-OPERMAST-STATUS              PIC X(02).
000700     88  CD-OPERMAST-OK                  VALUE "00".
000710 01  CD-AUDIT-STATUS                 PIC X(02).
000720     88  CD-AUDIT-OK                     VALUE "00".
000730     88  CD-AUDIT-NEW                    VALUE "35".
000740
000750 01  CD-RECERT-OPEN-SW               PIC X(01)  VALUE "N".
000760     88  CD-RECERT-OPEN                  VALUE "Y"
000770         WHEN SET TO FALSE IS "N".
000780 01  CD-OPERMAST-OPEN-SW             PIC X(01)  VALUE "N".
000790     88  CD-OPERMAST-OPEN                VALUE "Y"
000800         WHEN SET TO FALSE IS "N".
000810 01  CD-AUDIT-OPEN-SW                PIC X(01)  VALUE "N".
000820     88  CD-AUDIT-OPEN                   VALUE "Y"
000830         WHEN SET TO FALSE IS "N".
000840 01  CD-RECORD-FOUND-SW              PIC X(01)  VALUE "N".
000850     88  CD-RECORD-FOUND                 VALUE "Y"
000860         WHEN SET TO FALSE IS "N".
000870
000880 01  CD-DECIDER-AUTH                 PIC X(01).
000890     88  CD-DECIDER-MANAGER              VALUE "3".
000900 01  CD-CURRENT-DATE                 PIC X(08).
000910 01  CD-CURRENT-TIME                 PIC X(08).
000920*================================================================
000930 LINKAGE SECTION.
000940 01  RECERT-DECISION-PARM.
000950     COPY rctdec.
000960*================================================================
000970 PROCEDURE DIVISION USING RECERT-DECISION-PARM.
000980*----------------------------------------------------------------
000990 0000-MAINLINE.
001000     SET RD-REPLY-APPLIED TO TRUE.
001010     MOVE SPACES TO RD-REPLY-MESSAGE.
001020     ACCEPT CD-CURRENT-DATE FROM DATE YYYYMMDD.
001030     ACCEPT CD-CURRENT-TIME FROM TIME.
001040     PERFORM 1000-OPEN-FILES
001050         THRU 1000-EXIT.
001060     IF NOT RD-REPLY-APPLIED
001070         GO TO 0000-TERMINATE
001080     END-IF.
001090     PERFORM 2000-EDIT-DECISION
001100         THRU 2000-EXIT.
001110     IF NOT RD-REPLY-APPLIED
001120         GO TO 0000-TERMINATE
001130     END-IF.
001140     PERFORM 3000-APPLY-DECISION
001150         THRU 3000-EXIT.
001160 0000-TERMINATE.
001170     PERFORM 9999-CLOSE-FILES
001180         THRU 9999-EXIT.
001190     GOBACK.
001200*----------------------------------------------------------------
001210* 1000-OPEN-FILES  -  OPEN THE RECERTIFICATION FILE AND THE
001220*                     MASTER FOR UPDATE AND THE AUDIT FILE FOR
001230*                     APPEND.  THE RECERTIFICATION FILE AND THE
001240*                     MASTER MUST ALREADY EXIST.
001250*----------------------------------------------------------------
001260 1000-OPEN-FILES.
001270     OPEN I-O RECERT-FILE.
001280     IF NOT CD-RECERT-OK
001290         SET RD-REPLY-ERROR TO TRUE
001300         MOVE "RECERTIFICATION FILE COULD NOT BE OPENED"
001310             TO RD-REPLY-MESSAGE
001320         GO TO 1000-EXIT
001330     END-IF.
001340     SET CD-RECERT-OPEN TO TRUE.
001350     OPEN I-O OPERATOR-MASTER.
001360     IF NOT CD-OPERMAST-OK
001370         SET RD-REPLY-ERROR TO TRUE
001380         MOVE "OPERATOR MASTER COULD NOT BE OPENED"
001390             TO RD-REPLY-MESSAGE
001400         GO TO 1000-EXIT
001410     END-IF.
001420     SET CD-OPERMAST-OPEN TO TRUE.
001430     OPEN EXTEND MAINT-AUDIT.
001440     IF CD-AUDIT-NEW
001450         OPEN OUTPUT MAINT-AUDIT
001460     END-IF.
001470     IF NOT CD-AUDIT-OK
001480         SET RD-REPLY-ERROR TO TRUE
001490         MOVE "MAINTENANCE AUDIT FILE COULD NOT BE OPENED"
001500             TO RD-REPLY-MESSAGE
001510         GO TO 1000-EXIT
001520     END-IF.
001530     SET CD-AUDIT-OPEN TO TRUE.
001540 1000-EXIT.
001550     EXIT.
001560*----------------------------------------------------------------
001570* 2000-EDIT-DECISION  -  CHECK THE DECISION AGAINST THE CYCLE,
001580*                        THE WORKSHEET ENTRY AND THE MASTER.  THE
001590*                        FIRST FAILURE REJECTS IT.  ON THE WAY OUT
001600*                        THE WORKSHEET ENTRY AND THE TARGET MASTER
001610*                        RECORD ARE LEFT IN THEIR RECORD AREAS.
001620*----------------------------------------------------------------
001630 2000-EDIT-DECISION.
001632     SET RD-REPLY-REJECTED TO TRUE.
001640     IF NOT RD-KEEP AND NOT RD-DOWNGRADE AND NOT RD-REVOKE
001650         MOVE "DECISION MUST BE K, D OR R" TO RD-REPLY-MESSAGE
001651         GO TO 2000-EXIT
001670     END-IF.
001680     IF RD-DECIDER-ID = RD-OPERATOR-ID
001690         MOVE "OPERATOR CANNOT CERTIFY OWN ACCESS"
001700             TO RD-REPLY-MESSAGE
001701         GO TO 2000-EXIT
001720     END-IF.
001730     MOVE RD-CYCLE-ID TO RV-CYCLE-ID.
001740     SET RV-CYCLE-ENTRY TO TRUE.
001750     PERFORM 7000-READ-RECERT
001760         THRU 7000-EXIT.
001770     IF NOT CD-RECORD-FOUND
001772         MOVE "RECERTIFICATION CYCLE NOT FOUND"
001774             TO RD-REPLY-MESSAGE
001776         GO TO 2000-EXIT
001800     END-IF.
001810     MOVE RD-DECIDER-ID TO OM-OPERATOR-ID.
001820     PERFORM 7100-READ-MASTER
001830         THRU 7100-EXIT.
001840     IF NOT CD-RECORD-FOUND OR NOT OM-ACTIVE
001850         MOVE "DECIDER IS NOT AN ACTIVE OPERATOR"
001860             TO RD-REPLY-MESSAGE
001861         GO TO 2000-EXIT
001880     END-IF.
001890     MOVE OM-AUTH-LEVEL TO CD-DECIDER-AUTH.
001900     MOVE RD-CYCLE-ID TO RV-CYCLE-ID.
001910     MOVE RD-OPERATOR-ID TO RV-OPERATOR-ID.
001920     PERFORM 7000-READ-RECERT
001930         THRU 7000-EXIT.
001940     IF NOT CD-RECORD-FOUND OR RV-CYCLE-ENTRY
001950         MOVE "OPERATOR NOT ON THIS CYCLE'S WORKSHEET"
001960             TO RD-REPLY-MESSAGE
001961         GO TO 2000-EXIT
001980     END-IF.
001990     IF NOT RV-PENDING
002000         MOVE "DECISION ALREADY RECORDED" TO RD-REPLY-MESSAGE
002001         GO TO 2000-EXIT
002020     END-IF.
002030     IF RD-DECIDER-ID NOT = RV-SUPERVISOR-ID
002040         AND NOT CD-DECIDER-MANAGER
002050         MOVE "DECIDER IS NOT THE RESPONSIBLE SUPERVISOR"
002060             TO RD-REPLY-MESSAGE
002061         GO TO 2000-EXIT
002080     END-IF.
002090     MOVE RD-OPERATOR-ID TO OM-OPERATOR-ID.
002100     PERFORM 7100-READ-MASTER
002110         THRU 7100-EXIT.
002120     IF NOT CD-RECORD-FOUND
002130         MOVE "OPERATOR NO LONGER ON THE ROSTER"
002140             TO RD-REPLY-MESSAGE
002141         GO TO 2000-EXIT
002160     END-IF.
002170     IF RD-DOWNGRADE
002180         IF (RD-NEW-AUTH-LEVEL NOT = "1" AND "2")
002190             OR RD-NEW-AUTH-LEVEL NOT < OM-AUTH-LEVEL
002200             MOVE "DOWNGRADE LEVEL MUST BE BELOW CURRENT"
002210                 TO RD-REPLY-MESSAGE
002211             GO TO 2000-EXIT
002230         END-IF
002240     END-IF.
002241     SET RD-REPLY-APPLIED TO TRUE.
002280 2000-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------
002310* 3000-APPLY-DECISION  -  APPLY THE DECISION TO THE MASTER, AUDIT
002320*                         IT AND RECORD IT ON THE WORKSHEET ENTRY.
002330*----------------------------------------------------------------
002340 3000-APPLY-DECISION.
002350     MOVE OPERATOR-MASTER-RECORD TO MA-BEFORE-IMAGE.
002360     EVALUATE TRUE
002370         WHEN RD-KEEP
002380             MOVE "ACCESS KEPT" TO RD-REPLY-MESSAGE
002390         WHEN RD-DOWNGRADE
002400             MOVE RD-NEW-AUTH-LEVEL TO OM-AUTH-LEVEL
002410             MOVE "AUTHORITY LEVEL DOWNGRADED"
002420                 TO RD-REPLY-MESSAGE
002430         WHEN RD-REVOKE
002440             SET OM-INACTIVE TO TRUE
002450             MOVE "ACCESS REVOKED - OPERATOR INACTIVE"
002460                 TO RD-REPLY-MESSAGE
002470     END-EVALUATE.
002480     IF NOT RD-KEEP
002490         REWRITE OPERATOR-MASTER-RECORD
002500             INVALID KEY
002510                 SET RD-REPLY-ERROR TO TRUE
002520                 MOVE "OPERATOR MASTER COULD NOT BE UPDATED"
002530                     TO RD-REPLY-MESSAGE
002540                 GO TO 3000-EXIT
002550         END-REWRITE
002560     END-IF.
002570     MOVE OPERATOR-MASTER-RECORD TO MA-AFTER-IMAGE.
002580     SET MA-FUNC-RECERTIFY TO TRUE.
002590     MOVE CD-CURRENT-DATE TO MA-AUDIT-DATE.
002600     MOVE CD-CURRENT-TIME(1:6) TO MA-AUDIT-TIME.
002610     MOVE RD-DECIDER-ID TO MA-MAINT-OPERATOR-ID.
002620     MOVE RD-DECIDER-TERMINAL TO MA-MAINT-TERMINAL-ID.
002630     WRITE OPERMAST-AUDIT-RECORD.
002640     MOVE RD-DECISION-CODE TO RV-DECISION-CODE.
002650     MOVE OM-AUTH-LEVEL TO RV-NEW-AUTH-LEVEL.
002660     MOVE RD-DECIDER-ID TO RV-DECIDED-BY.
002670     MOVE CD-CURRENT-DATE TO RV-DECIDED-DATE.
002680     MOVE CD-CURRENT-TIME(1:6) TO RV-DECIDED-TIME.
002690     MOVE RD-SOURCE-CODE TO RV-DECISION-SOURCE.
002700     REWRITE RECERT-RECORD
002710         INVALID KEY
002720             SET RD-REPLY-ERROR TO TRUE
002730             MOVE "DECISION APPLIED BUT NOT RECORDED"
002740                 TO RD-REPLY-MESSAGE
002750     END-REWRITE.
002760 3000-EXIT.
002770     EXIT.
002780*----------------------------------------------------------------
002790* 7000-READ-RECERT  -  RANDOM READ OF A RECERTIFICATION ENTRY.
002800*----------------------------------------------------------------
002810 7000-READ-RECERT.
002820     SET CD-RECORD-FOUND TO FALSE.
002830     READ RECERT-FILE
002840         INVALID KEY
002850             CONTINUE
002860         NOT INVALID KEY
002870             SET CD-RECORD-FOUND TO TRUE
002880     END-READ.
002890 7000-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002920* 7100-READ-MASTER  -  RANDOM READ OF AN OPERATOR MASTER ENTRY.
002930*----------------------------------------------------------------
002940 7100-READ-MASTER.
002950     SET CD-RECORD-FOUND TO FALSE.
002960     READ OPERATOR-MASTER
002970         INVALID KEY
002980             CONTINUE
002990         NOT INVALID KEY
003000             SET CD-RECORD-FOUND TO TRUE
003010     END-READ.
003020 7100-EXIT.
003030     EXIT.
003040*----------------------------------------------------------------
003050* 9999-CLOSE-FILES  -  CLOSE WHATEVER THIS CALL OPENED.
003060*----------------------------------------------------------------
003070 9999-CLOSE-FILES.
003080     IF CD-RECERT-OPEN
003090         CLOSE RECERT-FILE
003100         SET CD-RECERT-OPEN TO FALSE
003110     END-IF.
003120     IF CD-OPERMAST-OPEN
003130         CLOSE OPERATOR-MASTER
003140         SET CD-OPERMAST-OPEN TO FALSE
003150     END-IF.
003160     IF CD-AUDIT-OPEN
003170         CLOSE MAINT-AUDIT
003180         SET CD-AUDIT-OPEN TO FALSE
003190     END-IF.
003200 9999-EXIT.
003210     EXIT.
