000010******************************************************************
000020* COPYBOOK BALMON
000030*
000040* SHARED LAYOUT OF ONE PERIOD-SUMMARY RECORD OF THE BALANCING
000050* HISTORY. ALPHACLS WRITES ONE PER BRANCH, PLUS ONE FOR THE GRAND
000060* TOTAL (BRANCH '***'), FOR EVERY MONTH IT CLOSES - THE MONTH'S
000070* BALHST DAILY RECORDS ADDED UP - AND AT YEAR-END ONE PER BRANCH
000080* FOR THE YEAR, THE YEAR'S MONTHLY RECORDS ADDED UP. THE MONTHLY
000090* SUMMARY HISTORY AND THE MONTHLY ARCHIVE BOTH HOLD THIS LAYOUT.
000100* THE CALLING PROGRAM SUPPLIES THE FIELD PREFIX VIA
000110* COPY ... REPLACING.
000120*
000130*     TYPE         'M' A MONTH, 'Y' A YEAR
000140*     YEAR, MONTH  THE PERIOD - MONTH IS ZERO ON A YEAR RECORD
000150*     DAYS         BUSINESS DATES THE BRANCH HAS A RECORD FOR IN
000160*                  THE PERIOD
000170*     READS ...    THE BALHST FIGURES SUMMED OVER THE PERIOD. THE
000180*     MISMATCHES   MISMATCH COUNT IS RUN-LEVEL AND IS ZERO BUT ON
000190*                  THE '***' RECORD.
000200*     CLOSED-DATE  BUSINESS DATE OF THE CLOSE RUN
000210*
000220* MODIFICATION HISTORY.
000230*   10/15/2026  DC    ORIGINAL COPYBOOK.
000240******************************************************************
000250     05  :PFX:-TYPE           PIC X(01).
000260         88  :PFX:-MONTH-REC              VALUE 'M'.
000270         88  :PFX:-YEAR-REC               VALUE 'Y'.
000280     05  :PFX:-PERIOD.
000290         10  :PFX:-YEAR       PIC 9(04).
000300         10  :PFX:-MONTH      PIC 9(02).
000310     05  :PFX:-BRANCH         PIC X(03).
000320     05  :PFX:-DAYS           PIC 9(03).
000330     05  :PFX:-FIGURES.
000340         10  :PFX:-READS      PIC 9(09).
000350         10  :PFX:-EXTRACTS   PIC 9(09).
000360         10  :PFX:-REJECTS    PIC 9(09).
000370         10  :PFX:-DUPS       PIC 9(09).
000380         10  :PFX:-MAINT      PIC 9(09).
000390         10  :PFX:-MISMATCHES PIC 9(09).
000400*    THE SAME SIX FIGURES, IN THE ORDER ABOVE, FOR A LOOP.
000410     05  :PFX:-FIGURE-TABLE REDEFINES :PFX:-FIGURES.
000420         10  :PFX:-FIG        PIC 9(09) OCCURS 6 TIMES.
000430     05  :PFX:-CLOSED-DATE    PIC 9(08).
000440     05  FILLER               PIC X(05).
