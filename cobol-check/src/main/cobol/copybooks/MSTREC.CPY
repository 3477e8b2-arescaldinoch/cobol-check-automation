000010******************************************************************
000020* COPYBOOK MSTREC
000030*
000040* SHARED LAYOUT OF ONE KEYED-MASTER ENTRY, AS ALPHAMST KEEPS IT
000050* ON MASTFILE AND AS A KEY-ORDER UNLOAD OF THE MASTER CARRIES
000060* IT. ALPHAMST, ALPHAVFY AND ALPHARBL ALL TAKE IT FROM HERE. THE
000070* CALLING PROGRAM SUPPLIES THE FIELD PREFIX VIA
000080* COPY ... REPLACING SO EVERY READER STAYS IN STEP WITH THE
000090* MODULE THAT WRITES IT.
000100*
000110* THE ACTIVITY STAMPS ARE KEPT BY ALPHAMST AND BY NOTHING ELSE:
000120*     ADDED-DATE   BUSINESS DATE OF THE ADD
000130*     MAINT-DATE   BUSINESS DATE OF THE LATEST ADD OR CHANGE
000140*     INQ-DATE     BUSINESS DATE OF THE LATEST 'I' INQUIRY -
000150*                  ZERO UNTIL THE FIRST ONE
000160*     LAST-BRANCH  BRANCH OF THE LATEST ADD, CHANGE OR INQUIRY
000170* AN ENTRY CARRIED OVER FROM BEFORE THE STAMPS WERE KEPT HAS ALL
000180* THREE DATES ZERO UNTIL IT IS NEXT TOUCHED.
000190*
000200* MODIFICATION HISTORY.
000210*   10/15/2026  DC    ORIGINAL COPYBOOK - THE 100-BYTE ENTRY
000220*                     GREW TO 130 BYTES FOR THE ACTIVITY STAMPS.
000230******************************************************************
000240     05  :PFX:-KEY            PIC X(10).
000250     05  :PFX:-FIELD-2        PIC X(80).
000260     05  :PFX:-NUMERIC-VAL    PIC 999.
000270     05  :PFX:-ADDED-DATE     PIC 9(08).
000280     05  :PFX:-MAINT-DATE     PIC 9(08).
000290     05  :PFX:-INQ-DATE       PIC 9(08).
000300     05  :PFX:-LAST-BRANCH    PIC X(03).
000310     05  FILLER               PIC X(10).
