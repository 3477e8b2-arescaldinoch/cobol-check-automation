000010******************************************************************
000020* COPYBOOK MSTARC
000030*
000040* SHARED LAYOUT OF ONE DORMANT-ENTRY ARCHIVE RECORD. ALPHAPUR
000050* WRITES ONE FOR EVERY ENTRY IT PURGES FROM THE KEYED MASTER AND
000060* READS THEM BACK TO RESTORE AN ENTRY ON REQUEST. THE ARCHIVE IS
000070* SEQUENTIAL AND GENERATIONAL - EACH RUN COPIES THE OLD
000080* GENERATION FORWARD, LESS ANY ENTRY IT RESTORES, AND ADDS THAT
000090* NIGHT'S PURGES TO THE END. THE CALLING PROGRAM SUPPLIES THE
000100* FIELD PREFIX VIA COPY ... REPLACING.
000110*
000120*     KEY, FIELD-2, NUMERIC-VAL  THE ENTRY AS IT LEFT THE MASTER
000130*     LAST-ACTIVE  LATEST OF ITS ADDED, MAINTAINED AND INQUIRED
000140*                  DATES WHEN IT WAS PURGED
000150*     LAST-BRANCH  BRANCH OF ITS LAST ACTIVITY
000160*     PURGED-DATE  BUSINESS DATE OF THE PURGE RUN
000170*
000180* MODIFICATION HISTORY.
000190*   10/15/2026  DC    ORIGINAL COPYBOOK.
000200******************************************************************
000210     05  :PFX:-KEY            PIC X(10).
000220     05  :PFX:-FIELD-2        PIC X(80).
000230     05  :PFX:-NUMERIC-VAL    PIC 999.
000240     05  :PFX:-LAST-ACTIVE    PIC 9(08).
000250     05  :PFX:-LAST-BRANCH    PIC X(03).
000260     05  :PFX:-PURGED-DATE    PIC 9(08).
000270     05  FILLER               PIC X(18).
