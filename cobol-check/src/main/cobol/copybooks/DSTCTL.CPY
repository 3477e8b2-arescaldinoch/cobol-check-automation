000010******************************************************************
000020* COPYBOOK DSTCTL
000030*
000040* SHARED LAYOUT OF ONE DISTRIBUTION-CONTROL RECORD. ALPHADST
000050* WRITES ONE ON DSTCTL FOR EVERY DISTRIBUTION FILE IT CUTS, WITH
000060* THE BUSINESS DATE, THE BRANCH, THE FILE IT WENT TO AND THE
000070* COUNT AND HASH ITS TRAILER CARRIES. ALPHAACK READS THEM BACK TO
000080* PROVE THE REPORTING SYSTEM'S ACKNOWLEDGEMENTS, AND KEEPS EVERY
000090* FILE NOT YET ACKNOWLEDGED IN BALANCE ON ITS OWN CARRY-FORWARD
000100* FILE IN THE SAME LAYOUT. THE CALLING PROGRAM SUPPLIES THE FIELD
000110* PREFIX VIA COPY ... REPLACING.
000120*
000130*     DATE         BUSINESS DATE OF THE DISTRIBUTION
000140*     FILE-NO      DSTF FILE NUMBER, 1 THROUGH 10
000150*     COUNT, HASH  THE FILE'S TRAILER CONTROLS
000160*     STATUS       SPACE AS ALPHADST WRITES IT; ON THE CARRY FILE
000170*                  'N' NOT YET ACKNOWLEDGED
000180*                  'O' ACKNOWLEDGED OUT OF BALANCE
000190*     ACK-COUNT,   THE RECORDS LOADED AND HASH OF THE LATEST
000200*     ACK-HASH     ACKNOWLEDGEMENT - ZERO UNTIL THERE IS ONE
000210*     AGE          BUSINESS DAYS THE FILE HAS BEEN OUTSTANDING
000220*
000230* MODIFICATION HISTORY.
000240*   10/15/2026  DC    ORIGINAL COPYBOOK.
000250******************************************************************
000260     05  :PFX:-DATE           PIC 9(08).
000270     05  :PFX:-BRANCH         PIC X(03).
000280     05  :PFX:-FILE-NO        PIC 9(02).
000290     05  :PFX:-COUNT          PIC 9(08).
000300     05  :PFX:-HASH           PIC 9(12).
000310     05  :PFX:-STATUS         PIC X(01).
000320         88  :PFX:-NOT-ACKED              VALUE 'N'.
000330         88  :PFX:-OUT-OF-BAL             VALUE 'O'.
000340     05  :PFX:-ACK-COUNT      PIC 9(08).
000350     05  :PFX:-ACK-HASH       PIC 9(12).
000360     05  :PFX:-AGE            PIC 9(03).
000370     05  FILLER               PIC X(03).
