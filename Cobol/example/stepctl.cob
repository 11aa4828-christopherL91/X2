000170*   COMPLETION TIME AND THE STEP'S ENDING RETURN CODE, KEYED BY
000172*   THE RUN DATE THE START CALL ECHOED INTO THE PARM AREA, SO A
000174*   STEP THAT STARTS BEFORE MIDNIGHT AND ENDS AFTER IT STILL
000176*   COMPLETES THE ENTRY IT OPENED.  A START OVER AN ENTRY
000177*   ALREADY ON FILE MARKS IT FORCED OR RESTARTED SO THE RERUN
000178*   SHOWS IN THE BATCH WINDOW HISTORY.  A STEP THAT FINDS ITS
000179*   RUN DATE IS A NON-PROCESSING DAY ENDS WITH FUNCTION K IN
000180*   PLACE OF THE END CALL, WHICH ENTERS IT AS SKIPPED - A SKIPPED
000181*   STEP IS NOT COMPLETE, SO IT IS NOT REFUSED A LATER RUN.  THE
000182*   CALLER'S RETURN-CODE REGISTER IS NEVER TOUCHED - A LEDGER
000190*   PROBLEM ONLY COMES BACK AS REPLY E FOR THE CALLER TO
000200*   REPORT.
000210*----------------------------------------------------------------
000242*   2026-09-02 CLB   CARRY THE RUN DATE IN THE PARM AREA SO A
000244*                    STEP THAT STARTS BEFORE MIDNIGHT RECORDS
000246*                    ITS COMPLETION UNDER THE SAME LEDGER KEY
000247*   2026-10-15 CLB   MARK A FORCED RERUN OR A RESTART OF A FAILED
000248*                    OR UNFINISHED STEP IN THE LEDGER ENTRY
000249*   2026-10-15 CLB   RECORD A STEP SKIPPED ON A NON-PROCESSING DAY
000250*================================================================
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. STEPCTL.
000890             PERFORM 2000-RECORD-START
000900                 THRU 2000-EXIT
000910         WHEN CT-FUNC-END
000912         WHEN CT-FUNC-SKIP
000920             PERFORM 3000-RECORD-END
000930                 THRU 3000-EXIT
000940         WHEN OTHER
001400*----------------------------------------------------------------
001410* 2000-RECORD-START  -  ENTER THE STEP FOR THE RUN DATE,
001420*                       REFUSING A STEP THAT ALREADY COMPLETED
001430*                       CLEANLY UNLESS THE RERUN IS FORCED.  AN
001432*                       ENTRY ALREADY ON FILE IS MARKED FORCED
001434*                       OR RESTARTED.
001440*----------------------------------------------------------------
001450 2000-RECORD-START.
001452     MOVE CL-CURRENT-DATE TO CT-RUN-DATE.
001454     SET CL-FORCED-RERUN TO FALSE.
001460     PERFORM 7000-READ-LEDGER
001470         THRU 7000-EXIT.
001480     IF CL-RECORD-FOUND
001620     MOVE CL-CURRENT-TIME(1:6) TO RN-START-TIME.
001630     MOVE SPACES TO RN-END-TIME.
001640     MOVE ZERO TO RN-RETURN-CODE.
001641     IF CL-FORCED-RERUN
001642         SET RN-RERUN-FORCED TO TRUE
001643     ELSE
001644         IF CL-RECORD-FOUND
001645             SET RN-RERUN-RESTART TO TRUE
001646         END-IF
001647     END-IF.
001650     IF CL-RECORD-FOUND
001660         REWRITE RUN-CONTROL-RECORD
001670     ELSE
001760* 3000-RECORD-END  -  REWRITE THE STEP ENTRY WITH COMPLETION
001770*                     TIME AND THE STEP'S ENDING RETURN CODE,
001772*                     KEYED BY THE RUN DATE THE START CALL
001774*                     CARRIED BACK IN THE PARM AREA.  A SKIP
001776*                     ENTERS THE STEP AS SKIPPED INSTEAD.
001780*----------------------------------------------------------------
001790 3000-RECORD-END.
001792     IF CT-RUN-DATE IS NUMERIC
001850         MOVE CT-STEP-NAME TO RN-STEP-NAME
001860         MOVE SPACES TO RN-START-TIME
001870     END-IF.
001872     IF CT-FUNC-SKIP
001874         SET RN-STEP-SKIPPED TO TRUE
001876     ELSE
001878         SET RN-STEP-COMPLETE TO TRUE
001880     END-IF.
001890     MOVE CL-CURRENT-TIME(1:6) TO RN-END-TIME.
001900     MOVE CT-RETURN-CODE TO RN-RETURN-CODE.
001910     IF CL-RECORD-FOUND
