000010*================================================================
000020* OPERCRED - OPERATOR CREDENTIAL FILE RECORD LAYOUT.  ONE ENTRY
000030*            PER OPERATOR HOLDING A SIGN-ON PASSWORD, KEYED RANDOM
000040*            BY OPERATOR ID.  KEPT APART FROM THE OPERATOR MASTER
000050*            SO IT CAN BE PROTECTED ON ITS OWN.  THE PASSWORD IS
000060*            NEVER STORED - ONLY THE ONE-WAY HASH RETURNED BY THE
000070*            PINHASH SERVICE, SALTED WITH THE OPERATOR ID, PLUS
000080*            THE HASHES OF THE LAST FOUR PASSWORDS SO ONE CANNOT
000090*            BE REUSED.  A PASSWORD ISSUED OR RESET THROUGH
000100*            OPERATOR MASTER MAINTENANCE, OR ISSUED BY THE
000105*            CREDINIT CREDENTIAL INITIALIZATION STEP, CARRIES THE
000110*            CHANGE-REQUIRED FLAG SO IT MUST BE CHANGED AT NEXT
000115*            SIGN-ON.
000120*----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140*   DATE       INIT  DESCRIPTION
000150*   2026-10-15 CLB   ORIGINAL COPYBOOK
000160*================================================================
000170 01  OPERATOR-CREDENTIAL-RECORD.
000180    05  PW-OPERATOR-ID              PIC X(08).
000190    05  PW-PASSWORD-HASH            PIC 9(09).
000200    05  PW-CHANGED-DATE             PIC X(08).
000210    05  PW-CHANGE-REQUIRED          PIC X(01).
000220        88  PW-CHANGE-DUE               VALUE "Y".
000230        88  PW-CHANGE-NOT-DUE           VALUE "N".
000240    05  PW-PRIOR-HASH               PIC 9(09)
000250                                    OCCURS 4 TIMES.
000260    05  FILLER                      PIC X(18).
