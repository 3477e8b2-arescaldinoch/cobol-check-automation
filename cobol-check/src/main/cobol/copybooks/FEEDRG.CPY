000010******************************************************************
000020* COPYBOOK FEEDRG
000030*
000040* SHARED LAYOUT OF ONE FEED-SEQUENCE REGISTER RECORD - ONE PER
000050* BRANCH, HOLDING THE FILE SEQUENCE NUMBER, HEADER BUSINESS
000060* DATE, DETAIL COUNT AND TRANS-NUMERIC HASH TOTAL OF THE LAST
000070* FEED ACCEPTED FROM THAT BRANCH. ALPHA PROVES EVERY BRANCH
000080* HEADER AGAINST THE REGISTER AND WRITES THE ADVANCED REGISTER
000090* ONLY WHEN A LIVE RUN ENDS CLEAN - ALPHAREG LISTS IT AND
000100* APPLIES THE RESET CARDS. THE CALLING PROGRAM SUPPLIES THE
000110* FIELD PREFIX VIA COPY ... REPLACING SO WRITER AND READER STAY
000120* IN STEP.
000130*
000140* MODIFICATION HISTORY.
000150*   10/15/2026  DC    ORIGINAL COPYBOOK.
000160******************************************************************
000170     05  :PFX:-BRANCH         PIC X(03).
000180     05  :PFX:-SEQ            PIC 9(06).
000190     05  :PFX:-DATE           PIC 9(08).
000200     05  :PFX:-COUNT          PIC 9(08).
000210     05  :PFX:-HASH           PIC 9(12).
000220     05  FILLER               PIC X(03).
