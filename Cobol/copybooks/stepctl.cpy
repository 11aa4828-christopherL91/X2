000050*            INCLUDED UNDER A CALLER-SUPPLIED 01 LEVEL.  THE
000060*            CALLER SETS THE FUNCTION, STEP NAME AND (AT END)
000070*            THE RETURN CODE; STEPCTL SETS THE REPLY.
000072*            FUNCTION K ENDS A STEP THAT FOUND THE RUN DATE IS A
000074*            NON-PROCESSING DAY AND DID NO WORK.
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100*   DATE       INIT  DESCRIPTION
000112*   2026-09-02 CLB   CARRY THE RUN DATE, SET BY THE START CALL
000114*                    AND KEYED ON BY THE END CALL, SO A STEP
000116*                    STRADDLING MIDNIGHT COMPLETES ITS OWN ENTRY
000118*   2026-10-15 CLB   ADD FUNCTION K TO RECORD A SKIPPED STEP
000120*================================================================
000130    05  CT-FUNCTION-CODE            PIC X(01).
000140        88  CT-FUNC-START               VALUE "S".
000150        88  CT-FUNC-END                 VALUE "E".
000152        88  CT-FUNC-SKIP                VALUE "K".
000160    05  CT-STEP-NAME                PIC X(08).
000165    05  CT-RUN-DATE                 PIC X(08).
000170    05  CT-RETURN-CODE              PIC 9(03).
