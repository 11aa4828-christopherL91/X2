000010*================================================================
000020* PROGRAM-ID. PINHASH
000030*----------------------------------------------------------------
000040* AUTHOR.        C. L. BRANNIGAN
000050* INSTALLATION.  DATA CENTER SERVICES
000060* DATE-WRITTEN.  2026-10-15.
000070* DATE-COMPILED. 2026-10-15.
000080*----------------------------------------------------------------
000090* DESCRIPTION.
000100*   PASSWORD HASH SERVICE.  CALLED BY THE SIGN-ON FRONT DOOR TO
000110*   CHECK A KEYED PASSWORD AND BY OPERATOR MASTER MAINTENANCE TO
000120*   ISSUE ONE.  FOLDS THE OPERATOR ID (AS SALT) AND THE PASSWORD
000130*   BYTE BY BYTE INTO A RUNNING VALUE HELD BELOW A LARGE PRIME,
000140*   THEN FOLDS THE PASSWORD IN A SECOND TIME, SO THE SAME
000150*   PASSWORD HASHES DIFFERENTLY FOR EVERY OPERATOR AND THE CLEAR
000160*   TEXT CANNOT BE RECOVERED FROM THE CREDENTIAL FILE.  THE
000170*   PASSWORD FIELD IN THE PARM AREA IS BLANKED BEFORE RETURN.
000180*   NOTHING IS EVER DISPLAYED.
000190*----------------------------------------------------------------
000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   2026-10-15 CLB   ORIGINAL PROGRAM
000230*================================================================
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. PINHASH.
000260 AUTHOR. C. L. BRANNIGAN.
000270 INSTALLATION. DATA CENTER SERVICES.
000280 DATE-WRITTEN. 2026-10-15.
000290 DATE-COMPILED. 2026-10-15.
000300*================================================================
000310 ENVIRONMENT DIVISION.
000320*================================================================
000330 DATA DIVISION.
000340 WORKING-STORAGE SECTION.
000350 01  PN-HASH-SOURCE.
000360     05  PN-SALT                     PIC X(08).
000370     05  PN-SECRET                   PIC X(08).
000380     05  PN-SECRET-AGAIN             PIC X(08).
000390
000400 01  PN-BYTE-WORK.
000410     05  PN-BYTE-VALUE               PIC 9(04)  COMP.
000420 01  PN-BYTE-VIEW REDEFINES PN-BYTE-WORK.
000430     05  FILLER                      PIC X(01).
000440     05  PN-BYTE-CHAR                PIC X(01).
000450
000460 01  PN-ACCUMULATOR                  PIC 9(18)  COMP.
000470 01  PN-QUOTIENT                     PIC 9(18)  COMP.
000480 01  PN-MODULUS                      PIC 9(09)  COMP
000490         VALUE 999999937.
000500 01  PN-MULTIPLIER                   PIC 9(03)  COMP VALUE 131.
000510 01  PN-POSITION                     PIC 9(02)  COMP.
000520*================================================================
000530 LINKAGE SECTION.
000540 01  PASSWORD-HASH-PARM.
000550     COPY pinhash.
000560*================================================================
000570 PROCEDURE DIVISION USING PASSWORD-HASH-PARM.
000580*----------------------------------------------------------------
000590 0000-MAINLINE.
000600     MOVE PH-OPERATOR-ID TO PN-SALT.
000610     MOVE PH-PASSWORD TO PN-SECRET.
000620     MOVE PH-PASSWORD TO PN-SECRET-AGAIN.
000630     MOVE SPACES TO PH-PASSWORD.
000640     MOVE 7 TO PN-ACCUMULATOR.
000650     MOVE 1 TO PN-POSITION.
000660     PERFORM 2000-FOLD-BYTE
000670         THRU 2000-EXIT
000680         UNTIL PN-POSITION > 24.
000690     MOVE PN-ACCUMULATOR TO PH-HASH-VALUE.
000700     MOVE SPACES TO PN-HASH-SOURCE.
000710     GOBACK.
000720*----------------------------------------------------------------
000730* 2000-FOLD-BYTE  -  FOLD ONE BYTE OF THE SALTED SOURCE INTO THE
000740*                    RUNNING HASH, KEEPING IT BELOW THE MODULUS.
000750*----------------------------------------------------------------
000760 2000-FOLD-BYTE.
000770     MOVE ZERO TO PN-BYTE-VALUE.
000780     MOVE PN-HASH-SOURCE(PN-POSITION:1) TO PN-BYTE-CHAR.
000790     COMPUTE PN-ACCUMULATOR =
000800         (PN-ACCUMULATOR * PN-MULTIPLIER) + PN-BYTE-VALUE
000810             + PN-POSITION.
000820     DIVIDE PN-ACCUMULATOR BY PN-MODULUS
000830         GIVING PN-QUOTIENT
000840         REMAINDER PN-ACCUMULATOR.
000850     ADD 1 TO PN-POSITION.
000860 2000-EXIT.
000870     EXIT.
