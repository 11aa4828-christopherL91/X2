000088*                    FILLER.  RECORDS FROM BEFORE THE LEVEL WAS
000089*                    CARRIED HOLD A SPACE AND ARE TREATED AS
000090*                    GENERAL OPERATOR AUTHORITY
000091*   2026-10-15 CLB   ADD THE RESPONSIBLE SUPERVISOR CARVED FROM
000092*                    THE TRAILING FILLER.  THE SUPERVISOR
000093*                    CERTIFIES THE OPERATOR'S ACCESS EACH QUARTER
000094*   2026-10-15 CLB   ADD THE BUILDING BADGE NUMBER CARVED FROM THE
000095*                    TRAILING FILLER, CROSS-REFERENCING THE
000096*                    FACILITIES BADGE-ACCESS FILE TO THE OPERATOR
000097*================================================================
000100 01  OPERATOR-MASTER-RECORD.
000110    05  OM-OPERATOR-ID              PIC X(08).
000120    05  OM-OPERATOR-NAME            PIC X(30).
000162        88  OM-AUTH-GENERAL             VALUE "1".
000164        88  OM-AUTH-SUPERVISOR          VALUE "2".
000166        88  OM-AUTH-MANAGER             VALUE "3".
000176    05  OM-SUPERVISOR-ID            PIC X(08).
000186    05  OM-BADGE-NUMBER             PIC X(10).
000196    05  FILLER                      PIC X(02).
