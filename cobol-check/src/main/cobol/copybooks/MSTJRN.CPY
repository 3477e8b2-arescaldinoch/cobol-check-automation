000120* STAY IN STEP.
000130*
000140* AN ADD CARRIES A BLANK BEFORE IMAGE, A DELETE A BLANK AFTER
000150* IMAGE - A CHANGE CARRIES BOTH. AN INQUIRY ('Q') CARRIES THE
000151* ENTRY AS IT STOOD IN BOTH IMAGES - IT RECORDS ONLY THAT THE
000152* LAST-INQUIRED STAMP MOVED TO THE RECORD'S DATE AND BRANCH.
000160*
000170* MODIFICATION HISTORY.
000180*   09/02/2026  DC    ORIGINAL COPYBOOK.
000181*   10/15/2026  DC    DOCUMENTED THE 'Q' INQUIRY-STAMP RECORD.
000190******************************************************************
000200     05  :PFX:-FUNCTION       PIC X(01).
000210     05  :PFX:-DATE           PIC 9(08).
