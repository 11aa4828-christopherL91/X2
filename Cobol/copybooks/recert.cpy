000010*================================================================
000020* RECERT   - ACCESS RECERTIFICATION RECORD LAYOUT.  KEYED BY CYCLE
000030*            ID AND OPERATOR ID.  ONE ENTRY PER OPERATOR PLACED ON
000040*            A QUARTER'S CERTIFICATION WORKSHEET, WRITTEN BY
000050*            RCTWORK WITH THE RESPONSIBLE SUPERVISOR, AUTHORITY
000060*            LEVEL AND LAST SIGN-ON AS PRINTED, AND COMPLETED BY
000070*            RCTDECD WITH THE SUPERVISOR'S KEEP, DOWNGRADE OR
000080*            REVOKE DECISION.  THE CYCLE ENTRY (OPERATOR ID
000090*            *CYCLE*) SORTS AHEAD OF THE CYCLE'S OPERATORS AND
000100*            CARRIES THE CYCLE'S OPENING DATE AND DEADLINE.
000110*----------------------------------------------------------------
000120* MODIFICATION HISTORY
000130*   DATE       INIT  DESCRIPTION
000140*   2026-10-15 CLB   ORIGINAL COPYBOOK
000150*================================================================
000160 01  RECERT-RECORD.
000170    05  RV-RECERT-KEY.
000180        10  RV-CYCLE-ID             PIC X(06).
000190        10  RV-OPERATOR-ID          PIC X(08).
000200            88  RV-CYCLE-ENTRY          VALUE "*CYCLE*".
000210    05  RV-OPERATOR-DETAIL.
000220        10  RV-SUPERVISOR-ID        PIC X(08).
000230        10  RV-AUTH-LEVEL           PIC X(01).
000240        10  RV-LAST-SIGNON-DATE     PIC X(08).
000250        10  RV-DECISION-CODE        PIC X(01).
000260            88  RV-PENDING              VALUE SPACE.
000270            88  RV-KEEP                 VALUE "K".
000280            88  RV-DOWNGRADE            VALUE "D".
000290            88  RV-REVOKE               VALUE "R".
000300        10  RV-NEW-AUTH-LEVEL       PIC X(01).
000310        10  RV-DECIDED-BY           PIC X(08).
000320        10  RV-DECIDED-DATE         PIC X(08).
000330        10  RV-DECIDED-TIME         PIC X(06).
000340        10  RV-DECISION-SOURCE      PIC X(01).
000350            88  RV-FROM-FILE            VALUE "F".
000360            88  RV-FROM-MENU            VALUE "M".
000370        10  FILLER                  PIC X(24).
000380    05  RV-CYCLE-DETAIL REDEFINES RV-OPERATOR-DETAIL.
000390        10  RV-OPENED-DATE          PIC X(08).
000400        10  RV-DEADLINE-DATE        PIC X(08).
000410        10  RV-OPERATOR-COUNT       PIC 9(05).
000420        10  FILLER                  PIC X(45).
