000010*================================================================
000020* DATESVC  - DATE SERVICE CALL PARAMETER AREA.  PASSED BY A
000030*            STEP TO THE DATESVC SUBPROGRAM.  INCLUDED UNDER A
000040*            CALLER-SUPPLIED 01 LEVEL.  THE CALLER SETS THE
000050*            FUNCTION, THE BASE DATE (SPACES FOR TODAY) AND, FOR
000060*            FUNCTION R, THE PARAMETER CARD TEXT.
000070*            FUNCTION D LOOKS THE BASE DATE UP IN THE BUSINESS
000080*            CALENDAR AND RETURNS ITS DAY OF THE WEEK (1 MONDAY -
000090*            7 SUNDAY), DAY TYPE AND WHETHER IT IS A BUSINESS DAY
000100*            AND A PROCESSING DAY.
000110*            FUNCTION R RESOLVES A RELATIVE-DATE CARD AGAINST THE
000120*            BASE DATE AND RETURNS THE FORM OF THE CARD WITH THE
000130*            DATES IT STANDS FOR -
000140*              TODAY, PRIOR DAY, PRIOR BUSINESS DAY    FORM D,
000150*                  THE DATE IN DATE-1
000160*              RETAIN NNNN DAYS                        FORM R,
000170*                  THE CUTOFF (BASE LESS NNNN DAYS) IN DATE-1
000180*              CURRENT MONTH, CURRENT MONTH-NN         FORM M,
000190*                  FIRST AND LAST DAY IN DATE-1 AND DATE-2,
000200*                  YYYYMM IN PERIOD
000210*              DORMANT NNNN DAYS, DORMANT NNNN/NNNN DAYS FORM N,
000220*                  THE REPORT CUTOFF IN DATE-1 AND THE
000230*                  DEACTIVATION CUTOFF (OR SPACES) IN DATE-2
000240*            THE REPLY IS I FOR A CARD IT CANNOT RESOLVE AND E
000250*            WHEN THE CALENDAR CANNOT BE READ.
000260*----------------------------------------------------------------
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   2026-10-15 CLB   ORIGINAL COPYBOOK
000300*================================================================
000310    05  DV-FUNCTION-CODE            PIC X(01).
000320        88  DV-FUNC-DAY-CHECK           VALUE "D".
000330        88  DV-FUNC-RESOLVE             VALUE "R".
000340    05  DV-BASE-DATE                PIC X(08).
000350    05  DV-PARM-TEXT                PIC X(20).
000360    05  DV-FORM-CODE                PIC X(01).
000370        88  DV-FORM-DATE                VALUE "D".
000380        88  DV-FORM-RETAIN              VALUE "R".
000390        88  DV-FORM-MONTH               VALUE "M".
000400        88  DV-FORM-DORMANT             VALUE "N".
000410    05  DV-DATE-1                   PIC X(08).
000420    05  DV-DATE-2                   PIC X(08).
000430    05  DV-PERIOD                   PIC X(06).
000440    05  DV-DAY-OF-WEEK              PIC 9(01).
000450    05  DV-DAY-TYPE                 PIC X(01).
000460    05  DV-BUSINESS-DAY-SW          PIC X(01).
000470        88  DV-BUSINESS-DAY             VALUE "Y".
000480    05  DV-PROCESSING-SW            PIC X(01).
000490        88  DV-PROCESSING-DAY           VALUE "Y".
000500    05  DV-DESCRIPTION              PIC X(20).
000510    05  DV-REPLY-CODE               PIC X(01).
000520        88  DV-REPLY-OK                 VALUE "0".
000530        88  DV-REPLY-INVALID            VALUE "I".
000540        88  DV-REPLY-ERROR              VALUE "E".
