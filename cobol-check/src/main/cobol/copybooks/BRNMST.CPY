000010******************************************************************
000020* COPYBOOK BRNMST
000030*
000040* SHARED LAYOUT OF ONE BRANCH CONTROL MASTER RECORD - ONE PER
000050* BRANCH, IN BRANCH-CODE ORDER. IT SAYS WHICH BRANCHES EXIST,
000060* WHAT THEY ARE CALLED, WHETHER THEY ARE OPEN, CLOSED OR
000070* SUSPENDED, WHICH TRANF FEED DATASET CARRIES THEIR FILE, AND
000080* ON WHICH WEEKDAYS A FILE IS EXPECTED FROM THEM. ALPHA REJECTS
000090* DETAILS FOR BRANCHES IT DOES NOT FIND OPEN OR SUSPENDED HERE
000100* AND NAMES EVERY EXPECTED BRANCH THAT SENT NOTHING, ALPHADST
000110* AND ALPHATRD PRINT THE NAME BESIDE THE CODE, AND ALPHABRN
000120* MAINTAINS IT. THE CALLING PROGRAM SUPPLIES THE FIELD PREFIX
000130* VIA COPY ... REPLACING SO WRITER AND READERS STAY IN STEP.
000140*
000150*     STATUS  'O' OPEN, 'C' CLOSED, 'S' SUSPENDED - A SUSPENDED
000160*             BRANCH MAY STILL SEND BUT IS NOT CHASED WHEN IT
000170*             DOES NOT.
000180*     FEED    THE TRANF DATASET (1-3) THE BRANCH'S FILE ARRIVES
000190*             ON - ZERO WHEN IT MAY ARRIVE ON ANY.
000200*     DAYS    ONE BYTE PER WEEKDAY, MONDAY FIRST, 'Y' WHEN A
000210*             FILE IS EXPECTED THAT DAY, 'N' WHEN NOT.
000220*
000230* MODIFICATION HISTORY.
000240*   10/15/2026  DC    ORIGINAL COPYBOOK.
000250******************************************************************
000260     05  :PFX:-CODE           PIC X(03).
000270     05  :PFX:-NAME           PIC X(30).
000280     05  :PFX:-STATUS         PIC X(01).
000290         88  :PFX:-OPEN                   VALUE 'O'.
000300         88  :PFX:-CLOSED                 VALUE 'C'.
000310         88  :PFX:-SUSPENDED              VALUE 'S'.
000320     05  :PFX:-FEED           PIC 9(01).
000330     05  :PFX:-DAYS           PIC X(07).
000340     05  FILLER               PIC X(18).
