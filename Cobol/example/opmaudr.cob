000180*   SELECT EVERYTHING.  SELECTABLE FROM THE SIGN-ON MENU WITH
000190*   THE REQUESTER STAMPED IN THE HEADING, AND RUNNABLE
000200*   STANDALONE IN THE NIGHTLY STREAM FOR THE DAILY SECURITY
000202*   PACKAGE.  RUN FROM THE REPORT REQUEST QUEUE, THE SAME
000204*   SELECTION COMES FROM AN EXTENDED PARM AREA INSTEAD OF SYSIN.
000206*   THE SYSIN CARD MAY INSTEAD CARRY A RELATIVE DATE IN COLUMNS
000208*   1-20 - TODAY, PRIOR DAY, PRIOR BUSINESS DAY, CURRENT MONTH OR
000210*   CURRENT MONTH-NN - RESOLVED BY THE DATESVC DATE SERVICE, WITH
000212*   THE OPERATOR ID IN COLUMNS 21-28; A RELATIVE CARD THAT CANNOT
000214*   BE RESOLVED ENDS THE RUN WITH RETURN CODE 16.
000220*----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-09-02 CLB   ORIGINAL PROGRAM
000252*   2026-09-02 CLB   DECODE THE DORMANT-DEACTIVATE FUNCTION
000254*                    WRITTEN BY THE DORMANT ID REVIEW
000256*   2026-10-15 CLB   DECODE THE PASSWORD RESET FUNCTION
000257*   2026-10-15 CLB   DECODE THE RECERTIFICATION FUNCTION AND PRINT
000258*                    A CHANGE OF RESPONSIBLE SUPERVISOR
000259*   2026-10-15 CLB   PRINT A CHANGE OF BADGE NUMBER
000260*   2026-10-15 CLB   TAKE THE SELECTION FROM AN EXTENDED PARM AREA
000261*                    WHEN RUN FROM THE REPORT REQUEST QUEUE AND
000262*                    APPEND TO THE REPORT WHEN ASKED
000263*   2026-10-15 CLB   ACCEPT A RELATIVE-DATE SELECTION CARD
000264*================================================================
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. OPMAUDR.
000290 AUTHOR. C. L. BRANNIGAN.
000640     88  AU-SYSIN-PRESENT                VALUE "00".
000650 01  AU-REPORT-STATUS                PIC X(02).
000660     88  AU-REPORT-OK                    VALUE "00".
000662     88  AU-REPORT-NEW                   VALUE "35".
000670
000680 01  AU-EOF-SW                       PIC X(01)  VALUE "N".
000690     88  AU-EOF                          VALUE "Y"
000710 01  AU-DIFF-SW                      PIC X(01)  VALUE "N".
000720     88  AU-DIFF-PRINTED                 VALUE "Y"
000730         WHEN SET TO FALSE IS "N".
000732 01  AU-QUEUED-RUN-SW                PIC X(01)  VALUE "N".
000734     88  AU-QUEUED-RUN                   VALUE "Y"
000736         WHEN SET TO FALSE IS "N".
000740
000750 01  AU-PARM-CARD.
000760     05  AU-SEL-FROM-DATE            PIC X(08).
000770     05  AU-SEL-THRU-DATE            PIC X(08).
000780     05  AU-SEL-OPERATOR             PIC X(08).
000790     05  FILLER                      PIC X(56).
000791 01  AU-RELATIVE-CARD REDEFINES AU-PARM-CARD.
000792     05  AU-REL-TEXT                 PIC X(20).
000793     05  AU-REL-OPERATOR             PIC X(08).
000794     05  FILLER                      PIC X(52).
000795 01  AU-REL-HOLD-OPERATOR            PIC X(08).
000800
000810 01  AU-TARGET-ID                    PIC X(08).
000820 01  AU-READ-COUNT                   PIC 9(07)  VALUE ZERO.
000840
000850 01  AU-CURRENT-DATE                 PIC X(08).
000860 01  AU-CURRENT-TIME                 PIC X(08).
000862
000864 01  AU-DATE-PARM.
000866     COPY datesvc.
000870
000880     COPY opermast
000890         REPLACING ==OPERATOR-MASTER-RECORD==
001170     05  AU-S-THRU-DATE              PIC X(08).
001180     05  FILLER                      PIC X(07)  VALUE " OPER: ".
001190     05  AU-S-OPERATOR               PIC X(08).
001192     05  FILLER                      PIC X(02)  VALUE SPACES.
001194     05  AU-S-CARD-CAPTION           PIC X(06)  VALUE SPACES.
001196     05  AU-S-PARM-TEXT              PIC X(20)  VALUE SPACES.
001198     05  FILLER                      PIC X(06)  VALUE SPACES.
001210
001220 01  AU-CHANGE-LINE.
001230     05  FILLER                      PIC X(02)  VALUE SPACES.
001570     05  RRP-PARM-LENGTH             PIC S9(04) COMP.
001580     05  RRP-OPERATOR-ID             PIC X(08).
001590     05  RRP-TERMINAL-ID             PIC X(04).
001591     05  RRP-SELECTION.
001592         10  RRP-FROM-DATE           PIC X(08).
001593         10  RRP-THRU-DATE           PIC X(08).
001594         10  RRP-SELECT-OPERATOR     PIC X(08).
001595     05  RRP-OUTPUT-MODE             PIC X(01).
001596         88  RRP-EXTEND-OUTPUT           VALUE "E".
001600*================================================================
001610 PROCEDURE DIVISION USING REPORT-REQUEST-PARM.
001620*----------------------------------------------------------------
001660     IF AU-REPORT-OK
001670         PERFORM 1500-READ-PARM-CARD
001680             THRU 1500-EXIT
001682     END-IF.
001684     IF AU-REPORT-OK AND RETURN-CODE = ZERO
001690         PERFORM 2000-PRODUCE-REPORT
001700             THRU 2000-EXIT
001710     END-IF.
001740     GOBACK.
001750*----------------------------------------------------------------
001760* 1000-INITIALIZE  -  STAMP THE REQUESTER IN THE HEADING, OPEN
001762*                     THE REPORT FILE AND WRITE THE HEADING.  A
001764*                     PARM AREA OF 37 BYTES OR MORE COMES FROM THE
001766*                     REPORT REQUEST QUEUE WITH A SELECTION.
001768*----------------------------------------------------------------
001770 1000-INITIALIZE.
001772     MOVE ZERO TO RETURN-CODE.
001774     SET AU-QUEUED-RUN TO FALSE.
001810     ACCEPT AU-CURRENT-DATE FROM DATE YYYYMMDD.
001820     ACCEPT AU-CURRENT-TIME FROM TIME.
001830     IF ADDRESS OF REPORT-REQUEST-PARM = NULL
001900         ELSE
001910             MOVE RRP-OPERATOR-ID TO AU-H-OPERATOR-ID
001920             MOVE RRP-TERMINAL-ID TO AU-H-TERMINAL-ID
001922             IF RRP-PARM-LENGTH NOT < 37
001924                 SET AU-QUEUED-RUN TO TRUE
001926             END-IF
001928         END-IF
001930     END-IF.
001932     MOVE AU-CURRENT-DATE TO AU-H-RUN-DATE.
001934     MOVE AU-CURRENT-TIME(1:6) TO AU-H-RUN-TIME.
001936     IF AU-QUEUED-RUN AND RRP-EXTEND-OUTPUT
001938         OPEN EXTEND REPORT-FILE
001940         IF AU-REPORT-NEW
001942             OPEN OUTPUT REPORT-FILE
001944         END-IF
001946     ELSE
001948         OPEN OUTPUT REPORT-FILE
001950     END-IF.
001980     IF AU-REPORT-OK
001990         WRITE AU-REPORT-LINE FROM AU-HEADING-1
002000     ELSE
002040 1000-EXIT.
002050     EXIT.
002060*----------------------------------------------------------------
002062* 1500-READ-PARM-CARD  -  READ THE SELECTION CARD, OR TAKE THE
002064*                         SAME FIELDS FROM THE PARM AREA ON A
002066*                         QUEUED RUN.  BLANK FIELDS OR A MISSING
002067*                         CARD SELECT EVERYTHING.  A RELATIVE
002068*                         CARD IS RESOLVED TO THE DATE RANGE.
002070*----------------------------------------------------------------
002072 1500-READ-PARM-CARD.
002074     MOVE SPACES TO AU-PARM-CARD.
002076     IF AU-QUEUED-RUN
002078         MOVE RRP-FROM-DATE TO AU-SEL-FROM-DATE
002080         MOVE RRP-THRU-DATE TO AU-SEL-THRU-DATE
002082         MOVE RRP-SELECT-OPERATOR TO AU-SEL-OPERATOR
002084     ELSE
002086         OPEN INPUT SYSIN-PARM-FILE
002088         IF AU-SYSIN-PRESENT
002090             READ SYSIN-PARM-FILE INTO AU-PARM-CARD
002092                 AT END
002094                     CONTINUE
002096             END-READ
002098             CLOSE SYSIN-PARM-FILE
002100         END-IF
002190     END-IF.
002191     IF NOT AU-QUEUED-RUN
002192         AND AU-SEL-FROM-DATE IS NOT NUMERIC
002193         AND AU-SEL-FROM-DATE NOT = SPACES
002194         AND AU-SEL-FROM-DATE NOT = LOW-VALUES
002195         PERFORM 1600-RESOLVE-SELECTION-CARD
002196             THRU 1600-EXIT
002197         IF RETURN-CODE NOT = ZERO
002198             GO TO 1500-EXIT
002199         END-IF
002200     END-IF.
002201     IF AU-SEL-FROM-DATE = SPACES OR LOW-VALUES
002210         MOVE "00000000" TO AU-SEL-FROM-DATE
002220     END-IF.
002230     IF AU-SEL-THRU-DATE = SPACES OR LOW-VALUES
002330     WRITE AU-REPORT-LINE FROM AU-SELECT-LINE.
002340 1500-EXIT.
002350     EXIT.
002351*----------------------------------------------------------------
002352* 1600-RESOLVE-SELECTION-CARD  -  HAVE THE DATE SERVICE RESOLVE A
002353*                                 RELATIVE CARD TO ONE DAY OR ONE
002354*                                 MONTH, KEEPING THE OPERATOR ID
002355*                                 FROM COLUMNS 21-28.
002356*----------------------------------------------------------------
002357 1600-RESOLVE-SELECTION-CARD.
002358     MOVE AU-REL-OPERATOR TO AU-REL-HOLD-OPERATOR.
002359     MOVE SPACES TO AU-DATE-PARM.
002360     SET DV-FUNC-RESOLVE TO TRUE.
002361     MOVE AU-REL-TEXT TO DV-PARM-TEXT.
002362     CALL "DATESVC" USING AU-DATE-PARM.
002363     IF NOT DV-REPLY-OK
002364         OR (NOT DV-FORM-DATE AND NOT DV-FORM-MONTH)
002365         MOVE "SELECTION CARD NOT RECOGNIZED"
002366             TO AU-M-MESSAGE
002367         WRITE AU-REPORT-LINE FROM AU-MESSAGE-LINE
002368         MOVE 16 TO RETURN-CODE
002369         GO TO 1600-EXIT
002370     END-IF.
002371     MOVE SPACES TO AU-PARM-CARD.
002372     MOVE DV-DATE-1 TO AU-SEL-FROM-DATE.
002373     IF DV-FORM-MONTH
002374         MOVE DV-DATE-2 TO AU-SEL-THRU-DATE
002375     ELSE
002376         MOVE DV-DATE-1 TO AU-SEL-THRU-DATE
002377     END-IF.
002378     MOVE AU-REL-HOLD-OPERATOR TO AU-SEL-OPERATOR.
002379     MOVE "CARD: " TO AU-S-CARD-CAPTION.
002380     MOVE DV-PARM-TEXT TO AU-S-PARM-TEXT.
002381 1600-EXIT.
002382     EXIT.
002383*----------------------------------------------------------------
002384* 2000-PRODUCE-REPORT  -  PASS THE AUDIT FILE AND PRINT EVERY
002385*                         SELECTED CHANGE.
002390*----------------------------------------------------------------
002400 2000-PRODUCE-REPORT.
002410     OPEN INPUT MAINT-AUDIT.
003200             MOVE "LOCKOUT" TO AU-R-FUNCTION
003202         WHEN MA-FUNC-DORMANT
003204             MOVE "DORMANT" TO AU-R-FUNCTION
003206         WHEN MA-FUNC-PASSWORD-RESET
003208             MOVE "PW RESET" TO AU-R-FUNCTION
003209         WHEN MA-FUNC-RECERTIFY
003210             MOVE "RECERTIFY" TO AU-R-FUNCTION
003211         WHEN OTHER
003220             MOVE MA-FUNCTION-CODE TO AU-R-FUNCTION
003230     END-EVALUATE.
003240     MOVE AU-TARGET-ID TO AU-R-TARGET.
003470         MOVE "AUTH LVL" TO AU-F-CAPTION
003480         MOVE OA-AUTH-LEVEL TO AU-F-VALUE
003490         WRITE AU-REPORT-LINE FROM AU-FIELD-LINE
003492         MOVE "SUPV" TO AU-F-CAPTION
003494         MOVE OA-SUPERVISOR-ID TO AU-F-VALUE
003496         WRITE AU-REPORT-LINE FROM AU-FIELD-LINE
003497         MOVE "BADGE" TO AU-F-CAPTION
003498         MOVE OA-BADGE-NUMBER TO AU-F-VALUE
003499         WRITE AU-REPORT-LINE FROM AU-FIELD-LINE
003500         GO TO 2400-EXIT
003510     END-IF.
003520     IF OB-OPERATOR-NAME NOT = OA-OPERATOR-NAME
003790         WRITE AU-REPORT-LINE FROM AU-FIELD-LINE
003800         SET AU-DIFF-PRINTED TO TRUE
003810     END-IF.
003811     IF OB-SUPERVISOR-ID NOT = OA-SUPERVISOR-ID
003812         MOVE "SUPV" TO AU-F-CAPTION
003813         MOVE "WAS: " TO AU-F-TAG
003814         MOVE OB-SUPERVISOR-ID TO AU-F-VALUE
003815         WRITE AU-REPORT-LINE FROM AU-FIELD-LINE
003816         MOVE "NOW: " TO AU-F-TAG
003817         MOVE OA-SUPERVISOR-ID TO AU-F-VALUE
003818         WRITE AU-REPORT-LINE FROM AU-FIELD-LINE
003819         SET AU-DIFF-PRINTED TO TRUE
003820     END-IF.
003821     IF OB-BADGE-NUMBER NOT = OA-BADGE-NUMBER
003822         MOVE "BADGE" TO AU-F-CAPTION
003823         MOVE "WAS: " TO AU-F-TAG
003824         MOVE OB-BADGE-NUMBER TO AU-F-VALUE
003825         WRITE AU-REPORT-LINE FROM AU-FIELD-LINE
003826         MOVE "NOW: " TO AU-F-TAG
003827         MOVE OA-BADGE-NUMBER TO AU-F-VALUE
003828         WRITE AU-REPORT-LINE FROM AU-FIELD-LINE
003829         SET AU-DIFF-PRINTED TO TRUE
003830     END-IF.
003831     IF NOT AU-DIFF-PRINTED
003832         MOVE "FIELDS" TO AU-F-CAPTION
003840         MOVE SPACES TO AU-F-TAG
003850         MOVE "NO FIELD DIFFERENCES" TO AU-F-VALUE
003860         WRITE AU-REPORT-LINE FROM AU-FIELD-LINE
