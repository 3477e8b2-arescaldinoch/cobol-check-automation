000110*
000120* THE MISMATCH COUNT IS A RUN-LEVEL FIGURE - IT RIDES THE
000130* GRAND-TOTAL RECORD AND IS ZERO ON THE BRANCH RECORDS.
000131*
000132* THE DUPLICATE COUNT IS THE CROSS-FEED DUPLICATES SUPPRESSED
000133* FOR THE BRANCH (ON '***', FOR THE RUN). A RECORD WRITTEN BEFORE
000134* IT WAS KEPT HAS SPACES THERE, AND READERS TAKE THAT AS ZERO.
000135*
000136* ALPHACLS ROLLS A CLOSED MONTH'S RECORDS OFF THIS FILE INTO THE
000137* MONTHLY SUMMARY HISTORY (COPYBOOK BALMON) AND THE DETAIL
000138* ARCHIVE, WHICH KEEPS THESE RECORDS IN THIS SAME LAYOUT.
000140*
000150* MODIFICATION HISTORY.
000160*   09/02/2026  DC    ORIGINAL COPYBOOK.
000161*   10/15/2026  DC    DUPS TAKEN FROM THE FILLER FOR THE
000162*                     MONTH-END CLOSE.
000170******************************************************************
000180     05  :PFX:-DATE           PIC 9(08).
000190     05  :PFX:-BRANCH         PIC X(03).
000220     05  :PFX:-REJECTS        PIC 9(08).
000230     05  :PFX:-MISMATCHES     PIC 9(08).
000240     05  :PFX:-MAINT          PIC 9(08).
000250     05  :PFX:-DUPS           PIC 9(08).
000251     05  :PFX:-DUPS-X REDEFINES :PFX:-DUPS
000252                              PIC X(08).
000253     05  FILLER               PIC X(01).
