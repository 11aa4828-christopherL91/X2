000104*                    SECURITY MONITOR
000106*   2026-09-02 CLB   ADD DORMANT-DEACTIVATE FUNCTION CODE
000108*                    WRITTEN BY THE DORMANT ID REVIEW
000109*   2026-10-15 CLB   ADD PASSWORD RESET FUNCTION CODE
000110*   2026-10-15 CLB   ADD RECERTIFICATION FUNCTION CODE FOR A
000111*                    SUPERVISOR'S QUARTERLY DECISION WHEN APPLIED
000112*================================================================
000120 01  OPERMAST-AUDIT-RECORD.
000130    05  MA-AUDIT-DATE               PIC X(08).
000140    05  MA-AUDIT-TIME               PIC X(06).
000210        88  MA-FUNC-REACTIVATE          VALUE "R".
000215        88  MA-FUNC-LOCKOUT             VALUE "L".
000217        88  MA-FUNC-DORMANT             VALUE "X".
000219        88  MA-FUNC-PASSWORD-RESET      VALUE "P".
000220        88  MA-FUNC-RECERTIFY           VALUE "Q".
000221    05  MA-BEFORE-IMAGE             PIC X(60).
000230    05  MA-AFTER-IMAGE              PIC X(60).
000240    05  FILLER                      PIC X(13).
