000110*   WITH THE SIGNED-ON OPERATOR CONTEXT, AND LETS THE SHIFT
000120*   SUPERVISOR BROWSE THE ROSTER, ADD AN OPERATOR, CHANGE AN
000130*   OPERATOR NAME, AND DEACTIVATE OR REACTIVATE AN OPERATOR ID.
000132*   THE BUILDING BADGE NUMBER ASSIGNED HERE TIES THE FACILITIES
000134*   BADGE-ACCESS FILE TO THE OPERATOR ID.
000140*   EVERY CHANGE WRITES A BEFORE/AFTER IMAGE AUDIT RECORD TO THE
000150*   MAINTENANCE AUDIT FILE STAMPED WITH THE MAINTAINING OPERATOR.
000160*----------------------------------------------------------------
000254*                    ON ADD (DEFAULTING TO GENERAL OPERATOR) AND
000256*                    ADD A CHANGE AUTHORITY LEVEL FUNCTION, BOTH
000258*                    AUDITED LIKE EVERY OTHER MASTER CHANGE
000259*   2026-10-15 CLB   ISSUE A TEMPORARY PASSWORD ON ADD AND ADD A
000260*                    RESET PASSWORD FUNCTION.  A RESET PASSWORD
000261*                    MUST BE CHANGED AT THE NEXT SIGN-ON; THE
000262*                    RESET IS AUDITED BUT THE PASSWORD IS NOT
000263*   2026-10-15 CLB   CARRY THE RESPONSIBLE SUPERVISOR WHO
000264*                    CERTIFIES THE OPERATOR'S ACCESS EACH
000265*                    QUARTER - PROMPT FOR IT ON ADD, ADD AN ASSIGN
000266*                    SUPERVISOR FUNCTION AND SHOW IT ON THE BROWSE
000267*   2026-10-15 CLB   ADD AN ASSIGN BADGE NUMBER FUNCTION FOR THE
000268*                    NIGHTLY BADGE-ACCESS CROSS-CHECK.  A BADGE
000269*                    MAY BELONG TO ONE OPERATOR ONLY.  SHOW THE
000270*                    BADGE ON THE BROWSE
000271*================================================================
000272 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. OPMMAINT.
000290 AUTHOR. C. L. BRANNIGAN.
000300 INSTALLATION. DATA CENTER SERVICES.
000430     SELECT MAINT-AUDIT ASSIGN TO "OPMAUDIT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS MM-AUDIT-STATUS.
000451
000452     SELECT CREDENTIAL-FILE ASSIGN TO "OPERCRED"
000453         ORGANIZATION IS INDEXED
000454         ACCESS MODE IS RANDOM
000455         RECORD KEY IS PW-OPERATOR-ID
000456         FILE STATUS IS MM-OPERCRED-STATUS.
000460*================================================================
000470 DATA DIVISION.
000480 FILE SECTION.
000510
000520 FD  MAINT-AUDIT.
000530     COPY opmaud.
000532
000534 FD  CREDENTIAL-FILE.
000536     COPY opercred.
000540*================================================================
000550 WORKING-STORAGE SECTION.
000560 01  MM-OPERMAST-STATUS              PIC X(02).
000590 01  MM-AUDIT-STATUS                 PIC X(02).
000600     88  MM-AUDIT-OK                     VALUE "00".
000610     88  MM-AUDIT-NEW                    VALUE "35".
000612 01  MM-OPERCRED-STATUS              PIC X(02).
000614     88  MM-OPERCRED-OK                  VALUE "00".
000616     88  MM-OPERCRED-NEW                 VALUE "35".
000620
000630 01  MM-OPERMAST-OPEN-SW             PIC X(01)  VALUE "N".
000640     88  MM-OPERMAST-OPEN                VALUE "Y"
000660 01  MM-AUDIT-OPEN-SW                PIC X(01)  VALUE "N".
000670     88  MM-AUDIT-OPEN                   VALUE "Y"
000680         WHEN SET TO FALSE IS "N".
000682 01  MM-OPERCRED-OPEN-SW             PIC X(01)  VALUE "N".
000684     88  MM-OPERCRED-OPEN                VALUE "Y"
000686         WHEN SET TO FALSE IS "N".
000690
000700 01  MM-EXIT-SW                      PIC X(01)  VALUE "N".
000710     88  MM-EXIT-REQUESTED               VALUE "Y"
000760 01  MM-RECORD-FOUND-SW              PIC X(01)  VALUE "N".
000770     88  MM-RECORD-FOUND                 VALUE "Y"
000780         WHEN SET TO FALSE IS "N".
000782 01  MM-PASSWORD-SW                  PIC X(01)  VALUE "N".
000784     88  MM-PASSWORD-ISSUED              VALUE "Y"
000786         WHEN SET TO FALSE IS "N".
000787 01  MM-SUPERVISOR-SW                PIC X(01)  VALUE "N".
000788     88  MM-SUPERVISOR-VALID             VALUE "Y"
000789         WHEN SET TO FALSE IS "N".
000790 01  MM-BADGE-SW                     PIC X(01)  VALUE "N".
000791     88  MM-BADGE-IN-USE                 VALUE "Y"
000792         WHEN SET TO FALSE IS "N".
000793
000800 01  MM-FUNCTION-CODE                PIC X(01).
000810     88  MM-FUNC-BROWSE                  VALUE "B".
000820     88  MM-FUNC-ADD                     VALUE "A".
000840     88  MM-FUNC-DEACTIVATE              VALUE "D".
000850     88  MM-FUNC-REACTIVATE              VALUE "R".
000855     88  MM-FUNC-AUTHORITY               VALUE "V".
000857     88  MM-FUNC-PASSWORD                VALUE "P".
000859     88  MM-FUNC-SUPERVISOR              VALUE "S".
000860     88  MM-FUNC-BADGE                   VALUE "G".
000861     88  MM-FUNC-EXIT                    VALUE "X".
000870
000880 01  MM-KEY-ID                       PIC X(08).
000890 01  MM-NAME-IN                      PIC X(30).
000895 01  MM-AUTH-IN                      PIC X(01).
000897 01  MM-SUPERVISOR-IN                PIC X(08).
000898 01  MM-BADGE-IN                     PIC X(10).
000899 01  MM-HOLD-RECORD                  PIC X(60).
000900 01  MM-CURRENT-DATE                 PIC X(08).
000910 01  MM-CURRENT-TIME                 PIC X(08).
000920 01  MM-BROWSE-COUNT                 PIC 9(05)  VALUE ZERO.
000922 01  MM-PASSWORD-IN                  PIC X(08).
000924 01  MM-HASH-PARM.
000926     COPY pinhash.
000930*================================================================
000940 LINKAGE SECTION.
000950 01  MAINT-OPERATOR-CONTEXT.
001120         MOVE 16 TO RETURN-CODE
001130         GO TO 0000-TERMINATE
001140     END-IF.
001141     IF NOT MM-OPERCRED-OK
001142         DISPLAY "PASSWORD FILE COULD NOT BE OPENED"
001143         MOVE 16 TO RETURN-CODE
001144         GO TO 0000-TERMINATE
001145     END-IF.
001150     PERFORM 3000-PROCESS-FUNCTION
001160         THRU 3000-EXIT
001170         UNTIL MM-EXIT-REQUESTED.
001290 1000-EXIT.
001300     EXIT.
001310*----------------------------------------------------------------
001320* 2000-OPEN-FILES  -  OPEN THE MASTER AND CREDENTIAL FILE FOR
001330*                     UPDATE AND THE AUDIT FILE FOR APPEND,
001340*                     CREATING ANY OF THEM ON FIRST USE.
001350*----------------------------------------------------------------
001360 2000-OPEN-FILES.
001370     OPEN I-O OPERATOR-MASTER.
001520     IF MM-AUDIT-OK
001530         SET MM-AUDIT-OPEN TO TRUE
001540     END-IF.
001541     OPEN I-O CREDENTIAL-FILE.
001542     IF MM-OPERCRED-NEW
001543         OPEN OUTPUT CREDENTIAL-FILE
001544         IF MM-OPERCRED-OK
001545             CLOSE CREDENTIAL-FILE
001546             OPEN I-O CREDENTIAL-FILE
001547         END-IF
001548     END-IF.
001549     IF MM-OPERCRED-OK
001550         SET MM-OPERCRED-OPEN TO TRUE
001551     END-IF.
001552 2000-EXIT.
001560     EXIT.
001570*----------------------------------------------------------------
001580* 3000-PROCESS-FUNCTION  -  ONE PASS OF THE MAINTENANCE MENU.
001650     DISPLAY "  D  DEACTIVATE OPERATOR".
001660     DISPLAY "  R  REACTIVATE OPERATOR".
001665     DISPLAY "  V  CHANGE AUTHORITY LEVEL".
001667     DISPLAY "  P  RESET OPERATOR PASSWORD".
001669     DISPLAY "  S  ASSIGN RESPONSIBLE SUPERVISOR".
001670     DISPLAY "  G  ASSIGN BADGE NUMBER".
001671     DISPLAY "  X  EXIT".
001680     ACCEPT MM-FUNCTION-CODE.
001690     EVALUATE TRUE
001700         WHEN MM-FUNC-BROWSE
001842         WHEN MM-FUNC-AUTHORITY
001844             PERFORM 6800-CHANGE-AUTHORITY
001846                 THRU 6800-EXIT
001847         WHEN MM-FUNC-PASSWORD
001848             PERFORM 6850-RESET-PASSWORD
001849                 THRU 6850-EXIT
001850         WHEN MM-FUNC-SUPERVISOR
001851             PERFORM 6700-ASSIGN-SUPERVISOR
001852                 THRU 6700-EXIT
001853         WHEN MM-FUNC-BADGE
001854             PERFORM 6750-ASSIGN-BADGE
001855                 THRU 6750-EXIT
001856         WHEN MM-FUNC-EXIT
001860             SET MM-EXIT-REQUESTED TO TRUE
001870         WHEN OTHER
001880             DISPLAY "FUNCTION CODE NOT RECOGNIZED"
002150             SET MM-BROWSE-EOF TO TRUE
002160         NOT AT END
002170             DISPLAY OM-OPERATOR-ID " " OM-OPERATOR-NAME
002171                 " " OM-OPERATOR-STATUS " " OM-SUPERVISOR-ID
002173                 " " OM-BADGE-NUMBER
002190             ADD 1 TO MM-BROWSE-COUNT
002200     END-READ.
002210 4100-EXIT.
002220     EXIT.
002230*----------------------------------------------------------------
002240* 5000-ADD-OPERATOR  -  ADD A NEW OPERATOR TO THE ROSTER AND
002242*                       ISSUE A TEMPORARY PASSWORD.
002250*----------------------------------------------------------------
002260 5000-ADD-OPERATOR.
002270     PERFORM 7000-ACCEPT-KEY
002435         MOVE "1" TO MM-AUTH-IN
002436     END-IF.
002437     MOVE MM-AUTH-IN TO OM-AUTH-LEVEL.
002438     DISPLAY "ENTER RESPONSIBLE SUPERVISOR ID (BLANK IF NONE)".
002439     ACCEPT MM-SUPERVISOR-IN.
002440     IF MM-SUPERVISOR-IN NOT = SPACES AND LOW-VALUES
002441         PERFORM 7300-VALIDATE-SUPERVISOR
002442             THRU 7300-EXIT
002443         IF NOT MM-SUPERVISOR-VALID
002444             DISPLAY "SUPERVISOR NOT SET - USE ASSIGN SUPERVISOR"
002445             MOVE SPACES TO MM-SUPERVISOR-IN
002446         END-IF
002447         MOVE MM-SUPERVISOR-IN TO OM-SUPERVISOR-ID
002448     END-IF.
002449     WRITE OPERATOR-MASTER-RECORD
002450         INVALID KEY
002460             DISPLAY "OPERATOR COULD NOT BE ADDED - STATUS "
002470                 MM-OPERMAST-STATUS
002530     PERFORM 8000-WRITE-AUDIT
002540         THRU 8000-EXIT.
002550     DISPLAY "OPERATOR ADDED: " MM-KEY-ID.
002551     PERFORM 6900-ISSUE-PASSWORD
002552         THRU 6900-EXIT.
002553     IF NOT MM-PASSWORD-ISSUED
002554         DISPLAY "NO PASSWORD ISSUED - USE RESET PASSWORD"
002555     END-IF.
002560 5000-EXIT.
002570     EXIT.
002580*----------------------------------------------------------------
003560     END-IF.
003570 6500-EXIT.
003580     EXIT.
003581*----------------------------------------------------------------
003582* 6700-ASSIGN-SUPERVISOR  -  SET OR CLEAR THE RESPONSIBLE
003583*                            SUPERVISOR ON A ROSTER ENTRY.
003584*----------------------------------------------------------------
003585 6700-ASSIGN-SUPERVISOR.
003586     PERFORM 7000-ACCEPT-KEY
003587         THRU 7000-EXIT.
003588     IF MM-KEY-ID = SPACES OR LOW-VALUES
003589         GO TO 6700-EXIT
003590     END-IF.
003591     PERFORM 7100-READ-MASTER
003592         THRU 7100-EXIT.
003593     IF NOT MM-RECORD-FOUND
003594         DISPLAY "OPERATOR ID NOT FOUND ON ROSTER"
003595         GO TO 6700-EXIT
003596     END-IF.
003597     DISPLAY "CURRENT SUPERVISOR: " OM-SUPERVISOR-ID.
003598     DISPLAY "ENTER SUPERVISOR ID (* TO CLEAR, BLANK TO CANCEL)".
003599     ACCEPT MM-SUPERVISOR-IN.
003600     IF MM-SUPERVISOR-IN = SPACES OR LOW-VALUES
003601         DISPLAY "SUPERVISOR UNCHANGED"
003602         GO TO 6700-EXIT
003603     END-IF.
003604     IF MM-SUPERVISOR-IN = "*"
003605         MOVE SPACES TO MM-SUPERVISOR-IN
003606     ELSE
003607         PERFORM 7300-VALIDATE-SUPERVISOR
003608             THRU 7300-EXIT
003609         IF NOT MM-SUPERVISOR-VALID
003610             GO TO 6700-EXIT
003611         END-IF
003612     END-IF.
003613     IF MM-SUPERVISOR-IN = OM-SUPERVISOR-ID
003614         DISPLAY "SUPERVISOR UNCHANGED"
003615         GO TO 6700-EXIT
003616     END-IF.
003617     MOVE OPERATOR-MASTER-RECORD TO MA-BEFORE-IMAGE.
003618     MOVE MM-SUPERVISOR-IN TO OM-SUPERVISOR-ID.
003619     PERFORM 7200-REWRITE-MASTER
003620         THRU 7200-EXIT.
003621     IF MM-OPERMAST-OK
003622         MOVE OPERATOR-MASTER-RECORD TO MA-AFTER-IMAGE
003623         SET MA-FUNC-CHANGE TO TRUE
003624         PERFORM 8000-WRITE-AUDIT
003625             THRU 8000-EXIT
003626         DISPLAY "SUPERVISOR ASSIGNED: " MM-KEY-ID
003627     END-IF.
003628 6700-EXIT.
003629     EXIT.
003630*----------------------------------------------------------------
003631* 6750-ASSIGN-BADGE  -  SET OR CLEAR THE BUILDING BADGE NUMBER ON
003632*                       A ROSTER ENTRY.
003633*----------------------------------------------------------------
003634 6750-ASSIGN-BADGE.
003635     PERFORM 7000-ACCEPT-KEY
003636         THRU 7000-EXIT.
003637     IF MM-KEY-ID = SPACES OR LOW-VALUES
003638         GO TO 6750-EXIT
003639     END-IF.
003640     PERFORM 7100-READ-MASTER
003641         THRU 7100-EXIT.
003642     IF NOT MM-RECORD-FOUND
003643         DISPLAY "OPERATOR ID NOT FOUND ON ROSTER"
003644         GO TO 6750-EXIT
003645     END-IF.
003646     DISPLAY "CURRENT BADGE NUMBER: " OM-BADGE-NUMBER.
003647     DISPLAY "ENTER BADGE (* TO CLEAR, BLANK TO CANCEL)".
003648     ACCEPT MM-BADGE-IN.
003649     IF MM-BADGE-IN = SPACES OR LOW-VALUES
003650         DISPLAY "BADGE NUMBER UNCHANGED"
003651         GO TO 6750-EXIT
003652     END-IF.
003653     IF MM-BADGE-IN = "*"
003654         MOVE SPACES TO MM-BADGE-IN
003655     ELSE
003656         PERFORM 7350-CHECK-BADGE
003657             THRU 7350-EXIT
003658         IF MM-BADGE-IN-USE
003659             GO TO 6750-EXIT
003660         END-IF
003661     END-IF.
003662     IF MM-BADGE-IN = OM-BADGE-NUMBER
003663         DISPLAY "BADGE NUMBER UNCHANGED"
003664         GO TO 6750-EXIT
003665     END-IF.
003666     MOVE OPERATOR-MASTER-RECORD TO MA-BEFORE-IMAGE.
003667     MOVE MM-BADGE-IN TO OM-BADGE-NUMBER.
003668     PERFORM 7200-REWRITE-MASTER
003669         THRU 7200-EXIT.
003670     IF MM-OPERMAST-OK
003671         MOVE OPERATOR-MASTER-RECORD TO MA-AFTER-IMAGE
003672         SET MA-FUNC-CHANGE TO TRUE
003673         PERFORM 8000-WRITE-AUDIT
003674             THRU 8000-EXIT
003675         DISPLAY "BADGE NUMBER ASSIGNED: " MM-KEY-ID
003676     END-IF.
003677 6750-EXIT.
003678     EXIT.
003679*----------------------------------------------------------------
003680* 6800-CHANGE-AUTHORITY  -  CHANGE THE AUTHORITY LEVEL ON A
003681*                           ROSTER ENTRY.
003682*----------------------------------------------------------------
003683 6800-CHANGE-AUTHORITY.
003684     PERFORM 7000-ACCEPT-KEY
003685         THRU 7000-EXIT.
003686     IF MM-KEY-ID = SPACES OR LOW-VALUES
003687         GO TO 6800-EXIT
003688     END-IF.
003690     PERFORM 7100-READ-MASTER
003700         THRU 7100-EXIT.
003710     IF NOT MM-RECORD-FOUND
003920     END-IF.
003930 6800-EXIT.
003940     EXIT.
003941*----------------------------------------------------------------
003942* 6850-RESET-PASSWORD  -  ISSUE A NEW TEMPORARY PASSWORD TO A
003943*                         ROSTER ENTRY.  THE OPERATOR MUST CHANGE
003944*                         IT AT THE NEXT SIGN-ON.  THE AUDIT
003945*                         RECORD CARRIES THE MASTER IMAGE ONLY.
003946*----------------------------------------------------------------
003947 6850-RESET-PASSWORD.
003948     PERFORM 7000-ACCEPT-KEY
003949         THRU 7000-EXIT.
003950     IF MM-KEY-ID = SPACES OR LOW-VALUES
003951         GO TO 6850-EXIT
003952     END-IF.
003953     PERFORM 7100-READ-MASTER
003954         THRU 7100-EXIT.
003955     IF NOT MM-RECORD-FOUND
003956         DISPLAY "OPERATOR ID NOT FOUND ON ROSTER"
003957         GO TO 6850-EXIT
003958     END-IF.
003959     PERFORM 6900-ISSUE-PASSWORD
003960         THRU 6900-EXIT.
003961     IF MM-PASSWORD-ISSUED
003962         MOVE OPERATOR-MASTER-RECORD TO MA-BEFORE-IMAGE
003963         MOVE OPERATOR-MASTER-RECORD TO MA-AFTER-IMAGE
003964         SET MA-FUNC-PASSWORD-RESET TO TRUE
003965         PERFORM 8000-WRITE-AUDIT
003966             THRU 8000-EXIT
003967         DISPLAY "PASSWORD RESET: " MM-KEY-ID
003968     END-IF.
003969 6850-EXIT.
003970     EXIT.
003971*----------------------------------------------------------------
003972* 6900-ISSUE-PASSWORD  -  TAKE A TEMPORARY PASSWORD FOR THE
003973*                         OPERATOR IN MM-KEY-ID, STORE ONLY ITS
003974*                         HASH AND MARK IT FOR CHANGE AT THE NEXT
003975*                         SIGN-ON.  A REPLACED PASSWORD GOES INTO
003976*                         THE REUSE HISTORY.
003977*----------------------------------------------------------------
003978 6900-ISSUE-PASSWORD.
003979     SET MM-PASSWORD-ISSUED TO FALSE.
003980     DISPLAY "ENTER TEMPORARY PASSWORD (4 TO 8 CHARACTERS)".
003981     ACCEPT MM-PASSWORD-IN.
003982     IF MM-PASSWORD-IN(1:1) = SPACE
003983         OR MM-PASSWORD-IN(2:1) = SPACE
003984         OR MM-PASSWORD-IN(3:1) = SPACE
003985         OR MM-PASSWORD-IN(4:1) = SPACE
003986         DISPLAY "PASSWORD MUST BE AT LEAST 4 CHARACTERS"
003987         MOVE SPACES TO MM-PASSWORD-IN
003988         GO TO 6900-EXIT
003989     END-IF.
003990     MOVE MM-KEY-ID TO PH-OPERATOR-ID.
003991     MOVE MM-PASSWORD-IN TO PH-PASSWORD.
003992     MOVE SPACES TO MM-PASSWORD-IN.
003993     CALL "PINHASH" USING MM-HASH-PARM.
003994     MOVE MM-KEY-ID TO PW-OPERATOR-ID.
003995     READ CREDENTIAL-FILE
003996         INVALID KEY
003997             MOVE SPACES TO OPERATOR-CREDENTIAL-RECORD
003998             MOVE MM-KEY-ID TO PW-OPERATOR-ID
003999             MOVE ZERO TO PW-PASSWORD-HASH
004000             MOVE ZERO TO PW-PRIOR-HASH(1)
004001             MOVE ZERO TO PW-PRIOR-HASH(2)
004002             MOVE ZERO TO PW-PRIOR-HASH(3)
004003             MOVE ZERO TO PW-PRIOR-HASH(4)
004004             MOVE PH-HASH-VALUE TO PW-PASSWORD-HASH
004005             MOVE MM-CURRENT-DATE TO PW-CHANGED-DATE
004006             SET PW-CHANGE-DUE TO TRUE
004007             WRITE OPERATOR-CREDENTIAL-RECORD
004008                 INVALID KEY
004009                     DISPLAY "PASSWORD COULD NOT BE STORED - "
004010                         "STATUS " MM-OPERCRED-STATUS
004011                     GO TO 6900-EXIT
004012             END-WRITE
004013             SET MM-PASSWORD-ISSUED TO TRUE
004014             GO TO 6900-EXIT
004015     END-READ.
004016     MOVE PW-PRIOR-HASH(3) TO PW-PRIOR-HASH(4).
004017     MOVE PW-PRIOR-HASH(2) TO PW-PRIOR-HASH(3).
004018     MOVE PW-PRIOR-HASH(1) TO PW-PRIOR-HASH(2).
004019     MOVE PW-PASSWORD-HASH TO PW-PRIOR-HASH(1).
004020     MOVE PH-HASH-VALUE TO PW-PASSWORD-HASH.
004021     MOVE MM-CURRENT-DATE TO PW-CHANGED-DATE.
004022     SET PW-CHANGE-DUE TO TRUE.
004023     REWRITE OPERATOR-CREDENTIAL-RECORD
004024         INVALID KEY
004025             DISPLAY "PASSWORD COULD NOT BE STORED - STATUS "
004026                 MM-OPERCRED-STATUS
004027             GO TO 6900-EXIT
004028     END-REWRITE.
004029     SET MM-PASSWORD-ISSUED TO TRUE.
004030 6900-EXIT.
004031     EXIT.
004032*----------------------------------------------------------------
004033* 7000-ACCEPT-KEY  -  PROMPT FOR THE TARGET OPERATOR ID.
004034*----------------------------------------------------------------
004035 7000-ACCEPT-KEY.
004036     DISPLAY "ENTER OPERATOR ID (BLANK TO CANCEL)".
004037     ACCEPT MM-KEY-ID.
004038 7000-EXIT.
004039     EXIT.
004040*----------------------------------------------------------------
004041* 7100-READ-MASTER  -  RANDOM READ OF THE TARGET ROSTER ENTRY.
004050*----------------------------------------------------------------
004060 7100-READ-MASTER.
004070     SET MM-RECORD-FOUND TO FALSE.
004250     END-REWRITE.
004260 7200-EXIT.
004270     EXIT.
004271*----------------------------------------------------------------
004272* 7300-VALIDATE-SUPERVISOR  -  THE SUPERVISOR ENTERED MUST BE
004273*                              AN ACTIVE ROSTER ENTRY WITH
004274*                              SUPERVISOR OR MANAGER AUTHORITY
004275*                              AND NOT THE OPERATOR IN MM-KEY-ID.
004276*                              THE TARGET RECORD IS HELD ACROSS
004277*                              THE READ.
004278*----------------------------------------------------------------
004279 7300-VALIDATE-SUPERVISOR.
004280     SET MM-SUPERVISOR-VALID TO FALSE.
004281     IF MM-SUPERVISOR-IN = MM-KEY-ID
004282         DISPLAY "AN OPERATOR CANNOT SUPERVISE THEMSELVES"
004283         GO TO 7300-EXIT
004284     END-IF.
004285     MOVE OPERATOR-MASTER-RECORD TO MM-HOLD-RECORD.
004286     MOVE MM-SUPERVISOR-IN TO OM-OPERATOR-ID.
004287     READ OPERATOR-MASTER
004288         INVALID KEY
004289             DISPLAY "SUPERVISOR ID NOT FOUND ON ROSTER"
004290         NOT INVALID KEY
004291             IF NOT OM-ACTIVE
004292                 DISPLAY "SUPERVISOR IS NOT ACTIVE"
004293             ELSE
004294                 IF OM-AUTH-SUPERVISOR OR OM-AUTH-MANAGER
004295                     SET MM-SUPERVISOR-VALID TO TRUE
004296                 ELSE
004297                     DISPLAY "SUPERVISOR NEEDS LEVEL 2 OR 3"
004298                 END-IF
004299             END-IF
004300     END-READ.
004301     MOVE MM-HOLD-RECORD TO OPERATOR-MASTER-RECORD.
004302 7300-EXIT.
004303     EXIT.
004304*----------------------------------------------------------------
004305* 7350-CHECK-BADGE  -  THE BADGE NUMBER ENTERED MUST NOT ALREADY
004306*                      BELONG TO ANOTHER OPERATOR.  THE ROSTER
004307*                      IS SCANNED AND THE TARGET RECORD IS HELD
004308*                      ACROSS THE SCAN.
004309*----------------------------------------------------------------
004310 7350-CHECK-BADGE.
004311     SET MM-BADGE-IN-USE TO FALSE.
004312     SET MM-BROWSE-EOF TO FALSE.
004313     MOVE OPERATOR-MASTER-RECORD TO MM-HOLD-RECORD.
004314     MOVE LOW-VALUES TO OM-OPERATOR-ID.
004315     START OPERATOR-MASTER KEY NOT < OM-OPERATOR-ID
004316         INVALID KEY
004317             SET MM-BROWSE-EOF TO TRUE
004318     END-START.
004319     PERFORM 7360-CHECK-BADGE-NEXT
004320         THRU 7360-EXIT
004321         UNTIL MM-BROWSE-EOF
004322            OR MM-BADGE-IN-USE.
004323     MOVE MM-HOLD-RECORD TO OPERATOR-MASTER-RECORD.
004324 7350-EXIT.
004325     EXIT.
004326*----------------------------------------------------------------
004327* 7360-CHECK-BADGE-NEXT  -  READ ONE ROSTER ENTRY AND COMPARE ITS
004328*                           BADGE NUMBER.
004329*----------------------------------------------------------------
004330 7360-CHECK-BADGE-NEXT.
004331     READ OPERATOR-MASTER NEXT RECORD
004332         AT END
004333             SET MM-BROWSE-EOF TO TRUE
004334             GO TO 7360-EXIT
004335     END-READ.
004336     IF OM-BADGE-NUMBER = MM-BADGE-IN
004337         AND OM-OPERATOR-ID NOT = MM-KEY-ID
004338         SET MM-BADGE-IN-USE TO TRUE
004339         DISPLAY "BADGE ALREADY ASSIGNED TO " OM-OPERATOR-ID
004340     END-IF.
004341 7360-EXIT.
004342     EXIT.
004343*----------------------------------------------------------------
004344* 8000-WRITE-AUDIT  -  APPEND ONE BEFORE/AFTER AUDIT RECORD.
004345*                      THE CALLER HAS SET THE FUNCTION CODE AND
004346*                      THE BEFORE AND AFTER IMAGES.
004347*----------------------------------------------------------------
004348 8000-WRITE-AUDIT.
004349     MOVE MM-CURRENT-DATE TO MA-AUDIT-DATE.
004350     ACCEPT MM-CURRENT-TIME FROM TIME.
004360     MOVE MM-CURRENT-TIME(1:6) TO MA-AUDIT-TIME.
004370     MOVE OR-OPERATOR-ID TO MA-MAINT-OPERATOR-ID.
004510         CLOSE MAINT-AUDIT
004520         SET MM-AUDIT-OPEN TO FALSE
004530     END-IF.
004532     IF MM-OPERCRED-OPEN
004534         CLOSE CREDENTIAL-FILE
004536         SET MM-OPERCRED-OPEN TO FALSE
004538     END-IF.
004540 9999-EXIT.
004550     EXIT.
