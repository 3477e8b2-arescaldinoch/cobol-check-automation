000010******************************************************************
000020* COPYBOOK APPRQ
000030*
000040* SHARED LAYOUT OF ONE APPROVAL-QUEUE RECORD - A MASTER DELETE,
000050* OR A CHANGE THAT MOVES THE NUMERIC BY MORE THAN THE RUNPARM
000060* TOLERANCE, HELD BY ALPHA INSTEAD OF BEING APPLIED. THE ITEM
000070* IS NAMED BY THE BUSINESS DATE IT WAS HELD ON AND ITS NUMBER
000080* WITHIN THAT RUN. ALPHAAPR RECORDS THE CHECKER'S DECISION ON IT
000090* AND THE NEXT ALPHA RUN ACTS ON THE DECISION - AN APPROVED ITEM
000100* IS APPLIED, A DECLINED ONE REJECTS, AND ONE STILL HELD CARRIES
000110* FORWARD. THE CALLING PROGRAM SUPPLIES THE FIELD PREFIX VIA
000120* COPY ... REPLACING SO WRITER AND READERS STAY IN STEP.
000130*
000140*     STATUS       'H' HELD, AWAITING A DECISION
000150*                  'A' APPROVED - APPLIED BY THE NEXT ALPHA RUN
000160*                  'R' DECLINED - REJECTED BY THE NEXT ALPHA RUN
000170*     HOLD-REASON  'D' A DELETE, 'S' A NUMERIC SWING OVER THE
000180*                  TOLERANCE
000190*     OLD-NUMERIC  THE MASTER'S NUMERIC WHEN THE ITEM WAS HELD -
000200*                  ZERO FOR A DELETE
000210*     THE DETAIL   THE TRANSACTION AS IT CAME OFF THE FEED, IN
000220*                  THE TRANREC DETAIL FIELDS
000230*     MAKER-ID     THE PERSON WHO RAISED THE TRANSACTION, AS THE
000240*                  DECISION CARD NAMES THEM
000250*     CHECKER-ID   THE SECOND PERSON WHO DECIDED IT
000260*     DECIDED-DATE THE DATE THE DECISION WAS KEYED
000270*     NOTE         THE CHECKER'S REASON FOR THE DECISION
000280*
000290* MODIFICATION HISTORY.
000300*   10/15/2026  DC    ORIGINAL COPYBOOK.
000310******************************************************************
000320     05  :PFX:-STATUS         PIC X(01).
000330         88  :PFX:-HELD                   VALUE 'H'.
000340         88  :PFX:-APPROVED               VALUE 'A'.
000350         88  :PFX:-DECLINED               VALUE 'R'.
000360     05  :PFX:-HELD-DATE      PIC 9(08).
000370     05  :PFX:-SEQ            PIC 9(04).
000380     05  :PFX:-HOLD-REASON    PIC X(01).
000390         88  :PFX:-HOLD-DELETE            VALUE 'D'.
000400         88  :PFX:-HOLD-SWING             VALUE 'S'.
000410     05  :PFX:-OLD-NUMERIC    PIC 9(03).
000415*    THE TRANREC DETAIL FIELDS IN TRANREC ORDER, LESS THE RECORD
000416*    TYPE, SO THE GROUP MOVES BACK ONTO A DETAIL IN ONE PIECE.
000417     05  :PFX:-DETAIL.
000420         10  :PFX:-CODE       PIC X(01).
000430         10  :PFX:-BRANCH     PIC X(03).
000440         10  :PFX:-FIELD-1    PIC X(80).
000450         10  :PFX:-FIELD-2    PIC X(80).
000460         10  :PFX:-NUMERIC    PIC 9(03).
000470         10  :PFX:-EFF-DATE   PIC 9(08).
000480     05  :PFX:-MAKER-ID       PIC X(08).
000490     05  :PFX:-CHECKER-ID     PIC X(08).
000500     05  :PFX:-DECIDED-DATE   PIC 9(08).
000510     05  :PFX:-NOTE           PIC X(20).
000520     05  FILLER               PIC X(04).
