000010*================================================================
000020* PROGRAM-ID. SIGSTAMP
000030*----------------------------------------------------------------
000040* AUTHOR.        C. L. BRANNIGAN
000050* INSTALLATION.  DATA CENTER SERVICES
000060* DATE-WRITTEN.  2026-10-15.
000070* DATE-COMPILED. 2026-10-15.
000080*----------------------------------------------------------------
000090* DESCRIPTION.
000100*   SIGN-ON LOG STAMP SERVICE.  CALLED WITH THE SIGN-ON LOG
000110*   RECORD BY EVERY PROGRAM THAT APPENDS TO THE LOG, JUST BEFORE
000120*   THE WRITE.  FUNCTION S TAKES THE NEXT SEQUENCE NUMBER FROM
000130*   THE CONTROL ENTRY OF THE KEYED SEAL FILE, CHAINS THE CHECK
000140*   VALUE FROM THE ONE STAMPED BEFORE IT, STAMPS BOTH INTO THE
000150*   RECORD AND ADVANCES THE CONTROL ENTRY AND THE DAY'S SEAL.
000160*   FUNCTION C RECOMPUTES THE CHECK VALUE OF A RECORD ALREADY ON
000170*   THE LOG FROM THE PRIOR CHECK VALUE THE CALLER SUPPLIES, FOR
000180*   THE NIGHTLY VERIFICATION.  THE CHECK VALUE FOLDS THE PRIOR
000190*   CHECK VALUE, THE RECORD'S DATA FIELDS AND ITS SEQUENCE
000200*   NUMBER BYTE BY BYTE BELOW A LARGE PRIME, SO CHANGING,
000210*   REMOVING OR INSERTING ANY RECORD BREAKS EVERY LINK AFTER IT.
000220*   A SEAL FILE PROBLEM COMES BACK AS REPLY E WITH THE STAMP
000230*   LEFT ZERO; THE CALLER STILL WRITES THE RECORD AND THE
000240*   VERIFICATION REPORTS IT.
000250*----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   2026-10-15 CLB   ORIGINAL PROGRAM
000290*================================================================
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. SIGSTAMP.
000320 AUTHOR. C. L. BRANNIGAN.
000330 INSTALLATION. DATA CENTER SERVICES.
000340 DATE-WRITTEN. 2026-10-15.
000350 DATE-COMPILED. 2026-10-15.
000360*================================================================
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT SIGNON-SEAL ASSIGN TO "SIGSEAL"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS SE-SEAL-KEY
000440         FILE STATUS IS ST-SIGSEAL-STATUS.
000450*================================================================
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  SIGNON-SEAL.
000490     COPY sigseal.
000500*================================================================
000510 WORKING-STORAGE SECTION.
000520 01  ST-SIGSEAL-STATUS               PIC X(02).
000530     88  ST-SIGSEAL-OK                   VALUE "00".
000540     88  ST-SIGSEAL-NEW                  VALUE "35".
000550
000560 01  ST-RECORD-FOUND-SW              PIC X(01)  VALUE "N".
000570     88  ST-RECORD-FOUND                 VALUE "Y"
000580         WHEN SET TO FALSE IS "N".
000590
000600 01  ST-NEW-SEQUENCE                 PIC 9(09).
000610
000620 01  ST-CHAIN-SOURCE.
000630     05  ST-SRC-PRIOR-CHAIN          PIC 9(09).
000640     05  ST-SRC-OPERATOR-ID          PIC X(08).
000650     05  ST-SRC-RUN-DATE             PIC X(08).
000660     05  ST-SRC-RUN-TIME             PIC X(06).
000670     05  ST-SRC-RETURN-CODE          PIC 9(03).
000680     05  ST-SRC-ACTION-CODE          PIC X(01).
000690     05  ST-SRC-TERMINAL-ID          PIC X(04).
000700     05  ST-SRC-SHIFT-CODE           PIC X(01).
000710     05  ST-SRC-SEQUENCE-NO          PIC 9(09).
000720
000730 01  ST-BYTE-WORK.
000740     05  ST-BYTE-VALUE               PIC 9(04)  COMP.
000750 01  ST-BYTE-VIEW REDEFINES ST-BYTE-WORK.
000760     05  FILLER                      PIC X(01).
000770     05  ST-BYTE-CHAR                PIC X(01).
000780
000790 01  ST-ACCUMULATOR                  PIC 9(18)  COMP.
000800 01  ST-QUOTIENT                     PIC 9(18)  COMP.
000810 01  ST-MODULUS                      PIC 9(09)  COMP
000820         VALUE 999999937.
000830 01  ST-MULTIPLIER                   PIC 9(03)  COMP VALUE 257.
000840 01  ST-POSITION                     PIC 9(02)  COMP.
000850 01  ST-SOURCE-LENGTH                PIC 9(02)  COMP VALUE 49.
000860*================================================================
000870 LINKAGE SECTION.
000880 01  SIGNON-STAMP-PARM.
000890     COPY sigstamp.
000900
000910     COPY signlog.
000920*================================================================
000930 PROCEDURE DIVISION USING SIGNON-STAMP-PARM
000940                          SIGNON-LOG-RECORD.
000950*----------------------------------------------------------------
000960 0000-MAINLINE.
000970     SET SG-REPLY-OK TO TRUE.
000980     EVALUATE TRUE
000990         WHEN SG-FUNC-CHECK
001000             PERFORM 2000-COMPUTE-CHAIN
001010                 THRU 2000-EXIT
001020         WHEN SG-FUNC-STAMP
001030             PERFORM 3000-STAMP-RECORD
001040                 THRU 3000-EXIT
001050         WHEN OTHER
001060             SET SG-REPLY-ERROR TO TRUE
001070     END-EVALUATE.
001080     GOBACK.
001090*----------------------------------------------------------------
001100* 1000-OPEN-SEALS  -  OPEN THE SEAL FILE FOR UPDATE, CREATING IT
001110*                     ON FIRST USE.
001120*----------------------------------------------------------------
001130 1000-OPEN-SEALS.
001140     OPEN I-O SIGNON-SEAL.
001150     IF ST-SIGSEAL-NEW
001160         OPEN OUTPUT SIGNON-SEAL
001170         IF ST-SIGSEAL-OK
001180             CLOSE SIGNON-SEAL
001190             OPEN I-O SIGNON-SEAL
001200         END-IF
001210     END-IF.
001220     IF NOT ST-SIGSEAL-OK
001230         SET SG-REPLY-ERROR TO TRUE
001240     END-IF.
001250 1000-EXIT.
001260     EXIT.
001270*----------------------------------------------------------------
001280* 2000-COMPUTE-CHAIN  -  FOLD THE PRIOR CHECK VALUE, THE RECORD'S
001290*                        DATA FIELDS AND ITS SEQUENCE NUMBER INTO
001300*                        THE RECORD'S CHECK VALUE.
001310*----------------------------------------------------------------
001320 2000-COMPUTE-CHAIN.
001330     MOVE SG-PRIOR-CHAIN TO ST-SRC-PRIOR-CHAIN.
001340     MOVE SL-OPERATOR-ID TO ST-SRC-OPERATOR-ID.
001350     MOVE SL-RUN-DATE TO ST-SRC-RUN-DATE.
001360     MOVE SL-RUN-TIME TO ST-SRC-RUN-TIME.
001370     MOVE SL-RETURN-CODE TO ST-SRC-RETURN-CODE.
001380     MOVE SL-ACTION-CODE TO ST-SRC-ACTION-CODE.
001390     MOVE SL-TERMINAL-ID TO ST-SRC-TERMINAL-ID.
001400     MOVE SL-SHIFT-CODE TO ST-SRC-SHIFT-CODE.
001410     MOVE SL-SEQUENCE-NO TO ST-SRC-SEQUENCE-NO.
001420     MOVE 11 TO ST-ACCUMULATOR.
001430     MOVE 1 TO ST-POSITION.
001440     PERFORM 2100-FOLD-BYTE
001450         THRU 2100-EXIT
001460         UNTIL ST-POSITION > ST-SOURCE-LENGTH.
001470     MOVE ST-ACCUMULATOR TO SG-CHAIN-VALUE.
001480 2000-EXIT.
001490     EXIT.
001500*----------------------------------------------------------------
001510* 2100-FOLD-BYTE  -  FOLD ONE BYTE OF THE SOURCE INTO THE RUNNING
001520*                    VALUE, KEEPING IT BELOW THE MODULUS.
001530*----------------------------------------------------------------
001540 2100-FOLD-BYTE.
001550     MOVE ZERO TO ST-BYTE-VALUE.
001560     MOVE ST-CHAIN-SOURCE(ST-POSITION:1) TO ST-BYTE-CHAR.
001570     COMPUTE ST-ACCUMULATOR =
001580         (ST-ACCUMULATOR * ST-MULTIPLIER) + ST-BYTE-VALUE
001590             + ST-POSITION.
001600     DIVIDE ST-ACCUMULATOR BY ST-MODULUS
001610         GIVING ST-QUOTIENT
001620         REMAINDER ST-ACCUMULATOR.
001630     ADD 1 TO ST-POSITION.
001640 2100-EXIT.
001650     EXIT.
001660*----------------------------------------------------------------
001670* 3000-STAMP-RECORD  -  TAKE THE NEXT SEQUENCE NUMBER, CHAIN THE
001680*                       CHECK VALUE, STAMP THE RECORD AND ADVANCE
001690*                       THE CONTROL ENTRY AND THE DAY'S SEAL.
001700*----------------------------------------------------------------
001710 3000-STAMP-RECORD.
001720     MOVE ZERO TO SL-SEQUENCE-NO.
001730     MOVE ZERO TO SL-CHAIN-VALUE.
001740     PERFORM 1000-OPEN-SEALS
001750         THRU 1000-EXIT.
001760     IF SG-REPLY-ERROR
001770         GO TO 3000-EXIT
001780     END-IF.
001790     MOVE "00000000" TO SE-SEAL-KEY.
001800     PERFORM 7000-READ-SEAL
001810         THRU 7000-EXIT.
001820     IF NOT ST-RECORD-FOUND
001830         PERFORM 7100-CLEAR-SEAL
001840             THRU 7100-EXIT
001850     END-IF.
001860     COMPUTE ST-NEW-SEQUENCE = SE-LAST-SEQUENCE + 1.
001870     MOVE SE-LAST-CHAIN TO SG-PRIOR-CHAIN.
001880     MOVE ST-NEW-SEQUENCE TO SL-SEQUENCE-NO.
001890     PERFORM 2000-COMPUTE-CHAIN
001900         THRU 2000-EXIT.
001910     MOVE SG-CHAIN-VALUE TO SL-CHAIN-VALUE.
001920     IF SE-FIRST-SEQUENCE = ZERO
001930         MOVE ST-NEW-SEQUENCE TO SE-FIRST-SEQUENCE
001940     END-IF.
001950     MOVE ST-NEW-SEQUENCE TO SE-LAST-SEQUENCE.
001960     MOVE SG-CHAIN-VALUE TO SE-LAST-CHAIN.
001970     PERFORM 7200-SAVE-SEAL
001980         THRU 7200-EXIT.
001990     MOVE SL-RUN-DATE TO SE-SEAL-KEY.
002000     PERFORM 7000-READ-SEAL
002010         THRU 7000-EXIT.
002020     IF NOT ST-RECORD-FOUND
002030         PERFORM 7100-CLEAR-SEAL
002040             THRU 7100-EXIT
002050         MOVE ST-NEW-SEQUENCE TO SE-FIRST-SEQUENCE
002060     END-IF.
002070     ADD 1 TO SE-RECORD-COUNT.
002080     MOVE ST-NEW-SEQUENCE TO SE-LAST-SEQUENCE.
002090     MOVE SG-CHAIN-VALUE TO SE-LAST-CHAIN.
002100     PERFORM 7200-SAVE-SEAL
002110         THRU 7200-EXIT.
002120     CLOSE SIGNON-SEAL.
002130 3000-EXIT.
002140     EXIT.
002150*----------------------------------------------------------------
002160* 7000-READ-SEAL  -  RANDOM READ OF THE SEAL ENTRY WHOSE KEY THE
002170*                    CALLER MOVED TO SE-SEAL-KEY.
002180*----------------------------------------------------------------
002190 7000-READ-SEAL.
002200     SET ST-RECORD-FOUND TO FALSE.
002210     READ SIGNON-SEAL
002220         INVALID KEY
002230             CONTINUE
002240         NOT INVALID KEY
002250             SET ST-RECORD-FOUND TO TRUE
002260     END-READ.
002270 7000-EXIT.
002280     EXIT.
002290*----------------------------------------------------------------
002300* 7100-CLEAR-SEAL  -  START A NEW SEAL ENTRY UNDER THE CURRENT
002310*                     KEY.
002320*----------------------------------------------------------------
002330 7100-CLEAR-SEAL.
002340     MOVE ZERO TO SE-RECORD-COUNT.
002350     MOVE ZERO TO SE-FIRST-SEQUENCE.
002360     MOVE ZERO TO SE-LAST-SEQUENCE.
002370     MOVE ZERO TO SE-LAST-CHAIN.
002380     MOVE ZERO TO SE-CARRY-SEQUENCE.
002390     MOVE ZERO TO SE-CARRY-CHAIN.
002400     MOVE SPACES TO SE-ARCHIVE-DATE.
002410 7100-EXIT.
002420     EXIT.
002430*----------------------------------------------------------------
002440* 7200-SAVE-SEAL  -  REWRITE THE SEAL ENTRY, OR WRITE IT WHEN IT
002450*                    IS NEW.
002460*----------------------------------------------------------------
002470 7200-SAVE-SEAL.
002480     IF ST-RECORD-FOUND
002490         REWRITE SIGNON-SEAL-RECORD
002500             INVALID KEY
002510                 SET SG-REPLY-ERROR TO TRUE
002520         END-REWRITE
002530     ELSE
002540         WRITE SIGNON-SEAL-RECORD
002550             INVALID KEY
002560                 SET SG-REPLY-ERROR TO TRUE
002570         END-WRITE
002580     END-IF.
002590 7200-EXIT.
002600     EXIT.
