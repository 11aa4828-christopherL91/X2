000010*================================================================
000020* RCTCARD  - RECERTIFICATION DECISION FILE RECORD LAYOUT.  ONE
000030*            CARD PER OPERATOR RETURNED BY A SUPERVISOR FROM THE
000040*            QUARTERLY WORKSHEET AND LOADED BY RCTLOAD.  THE NEW
000050*            AUTHORITY LEVEL IS NEEDED FOR A DOWNGRADE ONLY.
000060*----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*   DATE       INIT  DESCRIPTION
000090*   2026-10-15 CLB   ORIGINAL COPYBOOK
000100*================================================================
000110 01  RECERT-DECISION-CARD.
000120    05  DN-CYCLE-ID                 PIC X(06).
000130    05  DN-OPERATOR-ID              PIC X(08).
000140    05  DN-DECISION-CODE            PIC X(01).
000150    05  DN-NEW-AUTH-LEVEL           PIC X(01).
000160    05  DN-SUPERVISOR-ID            PIC X(08).
000170    05  FILLER                      PIC X(56).
