000010*================================================================
000020* RCTDEC   - RECERTIFICATION DECISION SERVICE CALL PARAMETER AREA.
000030*            PASSED TO THE RCTDECD SUBPROGRAM BY THE DECISION FILE
000040*            LOAD AND THE MENU DECISION FUNCTION.  INCLUDED UNDER
000050*            A CALLER-SUPPLIED 01 LEVEL.  THE CALLER NAMES THE
000060*            CYCLE, THE OPERATOR, THE DECISION (AND THE NEW LEVEL
000070*            FOR A DOWNGRADE) AND WHO IS DECIDING; THE REPLY SAYS
000080*            WHETHER IT WAS APPLIED AND WHY NOT.
000090*----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110*   DATE       INIT  DESCRIPTION
000120*   2026-10-15 CLB   ORIGINAL COPYBOOK
000130*================================================================
000140    05  RD-CYCLE-ID                 PIC X(06).
000150    05  RD-OPERATOR-ID              PIC X(08).
000160    05  RD-DECISION-CODE            PIC X(01).
000170        88  RD-KEEP                     VALUE "K".
000180        88  RD-DOWNGRADE                VALUE "D".
000190        88  RD-REVOKE                   VALUE "R".
000200    05  RD-NEW-AUTH-LEVEL           PIC X(01).
000210    05  RD-DECIDER-ID               PIC X(08).
000220    05  RD-DECIDER-TERMINAL         PIC X(04).
000230    05  RD-SOURCE-CODE              PIC X(01).
000240        88  RD-FROM-FILE                VALUE "F".
000250        88  RD-FROM-MENU                VALUE "M".
000260    05  RD-REPLY-CODE               PIC X(01).
000270        88  RD-REPLY-APPLIED            VALUE "0".
000280        88  RD-REPLY-REJECTED           VALUE "R".
000290        88  RD-REPLY-ERROR              VALUE "E".
000300    05  RD-REPLY-MESSAGE            PIC X(40).
