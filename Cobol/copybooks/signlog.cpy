000020* SIGNLOG  - SIGN-ON AUDIT LOG RECORD LAYOUT.  ONE RECORD WRITTEN
000030*            PER SIGN-ON OR SIGN-OFF THROUGH THE SIGN-ON FRONT
000040*            DOOR.  RECORDS FROM BEFORE THE ACTION CODE WAS ADDED
000050*            CARRY SPACES IN THE NEWER FIELDS.  EVERY RECORD
000051*            IS STAMPED BY SIGSTAMP WITH A RUNNING SEQUENCE
000052*            NUMBER AND A CHECK VALUE CHAINED FROM THE RECORD
000053*            BEFORE IT, SO A DELETED, INSERTED OR ALTERED RECORD
000054*            SHOWS WHEN THE LOG IS VERIFIED.  RECORDS FROM BEFORE
000055*            THE STAMP WAS ADDED CARRY SPACES THERE.
000060*----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*   DATE       INIT  DESCRIPTION
000122*   2026-09-02 CLB   ADD SECURITY-EVENT ACTION CODE WRITTEN WHEN
000124*                    A SIGNED-ON OPERATOR IS REFUSED A MENU
000126*                    FUNCTION ABOVE THEIR AUTHORITY LEVEL
000127*   2026-10-15 CLB   CARVE THE RECORD SEQUENCE NUMBER AND CHAINED
000128*                    CHECK VALUE FROM THE TRAILING FILLER
000129*   2026-10-15 CLB   NAME THE SECURITY-EVENT RETURN CODES - 8 FOR
000130*                    A REFUSED MENU FUNCTION, 12 FOR REPEATED
000131*                    BADGE-ACCESS EXCEPTIONS FOUND BY THE NIGHTLY
000132*                    BADGE CROSS-CHECK
000133*================================================================
000140 01  SIGNON-LOG-RECORD.
000150    05  SL-OPERATOR-ID              PIC X(08).
000160    05  SL-RUN-DATE                 PIC X(08).
000170    05  SL-RUN-TIME                 PIC X(06).
000180    05  SL-RETURN-CODE              PIC 9(03).
000182        88  SL-FUNCTION-REFUSED         VALUE 8.
000184        88  SL-BADGE-EXCEPTION          VALUE 12.
000190    05  SL-ACTION-CODE              PIC X(01).
000200        88  SL-SIGNON                   VALUE "N".
000210        88  SL-SIGNOFF                  VALUE "F".
000215        88  SL-SECURITY                 VALUE "S".
000220    05  SL-TERMINAL-ID              PIC X(04).
000230    05  SL-SHIFT-CODE               PIC X(01).
000232    05  SL-SEQUENCE-NO              PIC 9(09).
000234    05  SL-CHAIN-VALUE              PIC 9(09).
000240    05  FILLER                      PIC X(01).
