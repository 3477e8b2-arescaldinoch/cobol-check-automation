000010******************************************************************
000020* COPYBOOK EXCREC
000030*
000040* SHARED LAYOUT OF ONE CONTROL-DESK EXCEPTION RECORD. EVERY
000050* PROGRAM IN THE SUITE THAT FLAGS SOMETHING FOR THE CONTROL DESK
000060* APPENDS ONE RECORD PER EXCEPTION TO THE NIGHT'S EXCPTN FILE
000070* THROUGH THE ALPHAEXC SUBPROGRAM, AND THE ALPHADSK MORNING
000080* REPORT READS THEM BACK - TONIGHT'S AND LAST NIGHT'S - TO PUT
000090* THE WHOLE NIGHT ON ONE PAGE. THE CALLING PROGRAM SUPPLIES THE
000100* FIELD PREFIX VIA COPY ... REPLACING SO WRITER AND READER STAY
000110* IN STEP.
000120*
000130*     SEVERITY  1 RED - THE NIGHT IS NOT SAFE TO RELEASE
000140*               2 AMBER - NEEDS CHASING TODAY
000150*     PROGRAM   THE PROGRAM THAT RAISED IT
000160*     BRANCH    THE BRANCH IT CONCERNS - '***' FOR THE RUN AS A
000170*               WHOLE
000180*     BUS-DATE  THE RAISING PROGRAM'S BUSINESS DATE - THE RUN
000190*               DATE FOR A PROGRAM THAT TAKES NO RUN-CONTROL CARD
000200*     TYPE      WHAT KIND OF EXCEPTION IT IS
000210*     SUBJECT   WHICH ITEM - STEP, MISMATCH, CORRECTION OR REASON.
000220*               PROGRAM, TYPE, BRANCH AND SUBJECT TOGETHER
000230*               IDENTIFY THE SAME EXCEPTION FROM ONE NIGHT TO THE
000240*               NEXT, SO NO RUN-VARYING COUNT BELONGS IN IT.
000250*     TEXT      FREE-FORM DETAIL FOR THE DESK
000260*
000270* MODIFICATION HISTORY.
000280*   10/15/2026  DC    ORIGINAL COPYBOOK.
000290******************************************************************
000300     05  :PFX:-SEVERITY       PIC 9(01).
000310         88  :PFX:-RED                    VALUE 1.
000320         88  :PFX:-AMBER                  VALUE 2.
000330     05  :PFX:-PROGRAM        PIC X(08).
000340     05  :PFX:-BRANCH         PIC X(03).
000350     05  :PFX:-BUS-DATE       PIC 9(08).
000360     05  :PFX:-TYPE           PIC X(04).
000370         88  :PFX:-OUT-OF-BALANCE         VALUE 'OBAL'.
000380         88  :PFX:-REJECT-RATE            VALUE 'REJR'.
000390         88  :PFX:-ESCALATED              VALUE 'ESCL'.
000400         88  :PFX:-RISING-TREND           VALUE 'TRND'.
000410         88  :PFX:-DEAD-LETTER            VALUE 'DEAD'.
000420         88  :PFX:-UNAPPLIED              VALUE 'UNAP'.
000430         88  :PFX:-NEVER-RAN              VALUE 'NRUN'.
000440         88  :PFX:-DID-NOT-END            VALUE 'NEND'.
000450         88  :PFX:-LONG-RUNNING           VALUE 'LONG'.
000460     05  :PFX:-SUBJECT        PIC X(20).
000470     05  :PFX:-TEXT           PIC X(30).
000480     05  FILLER               PIC X(06).
