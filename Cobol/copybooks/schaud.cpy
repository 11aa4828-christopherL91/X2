000010*================================================================
000020* SCHAUD   - SHIFT SCHEDULE OVERRIDE AUDIT RECORD LAYOUT.  ONE
000030*            RECORD WRITTEN FOR EVERY SCHEDULE ENTRY ADDED,
000040*            CHANGED OR DELETED BY SCHEDULE OVERRIDE MAINTENANCE,
000050*            CARRYING THE BEFORE AND AFTER SCHEDULE RECORD IMAGES,
000060*            THE REASON CODE, THE APPROVING SUPERVISOR AND THE
000070*            IDENTITY OF THE OPERATOR WHO KEYED THE CHANGE.
000072*            A CHANGE TO THE SHIFT HOURS AND GRACE MINUTES IS
000074*            AUDITED HERE TOO UNDER REASON CODE DF, WITH SHIFT
000076*            DEFINITION RECORDS AS THE BEFORE AND AFTER IMAGES.
000077*            A BUSINESS CALENDAR CHANGE IS AUDITED UNDER REASON
000078*            CODE BC, WITH CALENDAR RECORDS AS THE IMAGES.
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*   DATE       INIT  DESCRIPTION
000110*   2026-10-15 CLB   ORIGINAL COPYBOOK
000112*   2026-10-15 CLB   ADD THE SHIFT DEFINITION REASON CODE - THE
000114*                    IMAGES THEN CARRY SHIFT DEFINITION RECORDS
000116*   2026-10-15 CLB   ADD THE BUSINESS CALENDAR REASON CODE - THE
000118*                    IMAGES THEN CARRY CALENDAR RECORDS
000120*================================================================
000130 01  SCHEDULE-AUDIT-RECORD.
000140    05  SA-AUDIT-DATE               PIC X(08).
000150    05  SA-AUDIT-TIME               PIC X(06).
000160    05  SA-MAINT-OPERATOR-ID        PIC X(08).
000170    05  SA-MAINT-TERMINAL-ID        PIC X(04).
000180    05  SA-FUNCTION-CODE            PIC X(01).
000190        88  SA-FUNC-ADD                 VALUE "A".
000200        88  SA-FUNC-CHANGE              VALUE "C".
000210        88  SA-FUNC-DELETE              VALUE "D".
000220    05  SA-REASON-CODE              PIC X(02).
000230        88  SA-REASON-SWAP              VALUE "SW".
000240        88  SA-REASON-CALL-IN           VALUE "CI".
000250        88  SA-REASON-DAY-OFF           VALUE "DO".
000260        88  SA-REASON-SICK              VALUE "SK".
000270        88  SA-REASON-TRAINING          VALUE "TR".
000280        88  SA-REASON-OTHER             VALUE "OT".
000282        88  SA-REASON-DEFINITION        VALUE "DF".
000284        88  SA-REASON-CALENDAR          VALUE "BC".
000290        88  SA-REASON-VALID             VALUE "SW" "CI" "DO"
000300                                              "SK" "TR" "OT".
000310    05  SA-APPROVER-ID              PIC X(08).
000320    05  SA-BEFORE-IMAGE             PIC X(40).
000330    05  SA-AFTER-IMAGE              PIC X(40).
000340    05  FILLER                      PIC X(03).
