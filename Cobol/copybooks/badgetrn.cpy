000010*================================================================
000020* BADGETRN - BUILDING BADGE-ACCESS TRANSMISSION RECORD LAYOUT.
000030*            NIGHTLY FILE FROM FACILITIES OF BADGE SWIPES AT THE
000040*            OPERATIONS FLOOR READERS, IN SWIPE DATE AND TIME
000050*            SEQUENCE.  FACILITIES SENDS A FINAL RECORD WITH THE
000060*            BADGE NUMBER ALL NINES THAT CARRIES THE DETAIL RECORD
000070*            COUNT FOR BALANCING BY THE TRANSMISSION EDIT STEP.
000080*            THE READER AREA IS DESCRIBED IN THE SAME TERMS AS THE
000090*            TERMINAL MASTER LOCATION.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120*   DATE       INIT  DESCRIPTION
000130*   2026-10-15 CLB   ORIGINAL COPYBOOK
000140*================================================================
000150 01  BADGE-SWIPE-RECORD.
000160    05  BG-BADGE-NUMBER             PIC X(10).
000170        88  BG-TRAILER-ID               VALUE "9999999999".
000180    05  BG-SWIPE-DATE               PIC X(08).
000190    05  BG-SWIPE-TIME               PIC X(06).
000200    05  BG-DIRECTION                PIC X(01).
000210        88  BG-BADGE-IN                 VALUE "I".
000220        88  BG-BADGE-OUT                VALUE "O".
000230    05  BG-READER-ID                PIC X(08).
000240    05  BG-READER-AREA              PIC X(30).
000250    05  FILLER                      PIC X(17).
000260
000270 01  BADGE-SWIPE-TRAILER.
000280    05  BG-TR-RECORD-ID             PIC X(10).
000290    05  BG-TR-RECORD-COUNT          PIC 9(07).
000300    05  FILLER                      PIC X(63).
