000340*   2026-09-02 CLB   RECORD STEP START AND COMPLETION IN THE
000350*                    RUN-CONTROL LEDGER VIA STEPCTL AND HONOR
000360*                    THE RERUN GUARD FOR THE RUN DATE
000362*   2026-10-15 CLB   LIST THE SECURITY EVENTS LOGGED BY THE BADGE
000364*                    CROSS-CHECK FOR REPEATED BADGE-ACCESS
000366*                    EXCEPTIONS UNDER THEIR OWN DESCRIPTION
000370*================================================================
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. SECMON.
004730* 6000-LIST-SECURITY-EVENTS  -  LIST EVERY SECURITY EVENT ON THE
004740*                               LOG - A SIGNED-ON OPERATOR REFUSED
004750*                               A MENU FUNCTION ABOVE THEIR
004752*                               AUTHORITY LEVEL, OR AN OPERATOR
004754*                               WITH REPEATED BADGE-ACCESS
004756*                               EXCEPTIONS.
004770*----------------------------------------------------------------
004780 6000-LIST-SECURITY-EVENTS.
004790     OPEN INPUT SORTED-BY-OPER.
005140     MOVE XL-OPERATOR-ID TO SM-E-ID.
005150     MOVE XL-RUN-DATE TO SM-E-DATE.
005160     MOVE 1 TO SM-E-COUNT.
005162     IF XL-BADGE-EXCEPTION
005164         MOVE "REPEATED BADGE-ACCESS EXCEPTIONS" TO SM-E-MESSAGE
005166     ELSE
005168         MOVE "UNAUTHORIZED FUNCTION ATTEMPT" TO SM-E-MESSAGE
005170     END-IF.
005180     WRITE SM-REPORT-LINE FROM SM-EXCEPTION-LINE.
005190     ADD 1 TO SM-SECURITY-COUNT.
005200     ADD 1 TO SM-EXCEPTION-COUNT.
