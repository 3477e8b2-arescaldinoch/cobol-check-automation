000100* MASTER-FILE VERIFICATION LISTING. READS THE KEYED MASTER
000110* SEQUENTIALLY - THE ONE PROGRAM BESIDES ALPHAMST AND ALPHARBL
000120* THAT TOUCHES THE DATASET, AND READ-ONLY AT THAT - AND PRINTS
000130* EVERY ENTRY (KEY, FIELD-2, NUMERIC VALUE, AND THE DATES ADDED,
000131* LAST MAINTAINED AND LAST INQUIRED WITH THE LAST BRANCH TO TOUCH
000132* IT) WITH CONTROL TOTALS
000140* AT THE END: THE RECORD COUNT AND A HASH TOTAL OF
000150* MAST-NUMERIC-VAL, BUILT THE SAME WAY THE FEED TRAILERS HASH
000160* TRANS-NUMERIC. THE TOTALS ARE THE AUDITOR'S SIDE OF THE
000232*                     APPEND TO THE SHARED RUNJRNL RUN JOURNAL
000233*                     THROUGH ALPHAJRN FOR THE ALPHANGT
000234*                     BATCH-WINDOW REPORT.
000235*   10/15/2026  DC    THE ENTRY LAYOUT NOW COMES FROM COPYBOOK
000236*                     MSTREC, 130 BYTES WITH THE ACTIVITY STAMPS,
000237*                     AND THE LISTING SHOWS THE STAMPS AFTER THE
000238*                     NUMERIC VALUE.
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  VFY-MASTER-FILE
000400     RECORD CONTAINS 130 CHARACTERS.
000420 01  VFY-MAST-RECORD.
000430     COPY MSTREC REPLACING ==:PFX:== BY ==VFY-MAST==.
000470 FD  VFY-LIST-FILE
000480     LABEL RECORDS ARE STANDARD
000490     RECORD CONTAINS 132 CHARACTERS.
000670     05  FILLER               PIC X(12) VALUE 'KEY'.
000680     05  FILLER               PIC X(82) VALUE 'FIELD-2'.
000690     05  FILLER               PIC X(07) VALUE 'NUMERIC'.
000700     05  FILLER               PIC X(01) VALUE SPACES.
000701     05  FILLER               PIC X(09) VALUE 'ADDED'.
000702     05  FILLER               PIC X(09) VALUE 'MAINTAIN'.
000703     05  FILLER               PIC X(09) VALUE 'INQUIRED'.
000704     05  FILLER               PIC X(03) VALUE 'BR'.
000710 01  VFY-DETAIL-LINE.
000720     05  VFY-DTL-KEY          PIC X(10).
000730     05  FILLER               PIC X(02) VALUE SPACES.
000740     05  VFY-DTL-FIELD-2      PIC X(80).
000750     05  FILLER               PIC X(02) VALUE SPACES.
000760     05  VFY-DTL-NUMERIC      PIC 9(03).
000770     05  FILLER               PIC X(05) VALUE SPACES.
000771     05  VFY-DTL-ADDED        PIC 9(08).
000772     05  FILLER               PIC X(01) VALUE SPACES.
000773     05  VFY-DTL-MAINT        PIC 9(08).
000774     05  FILLER               PIC X(01) VALUE SPACES.
000775     05  VFY-DTL-INQ          PIC 9(08).
000776     05  FILLER               PIC X(01) VALUE SPACES.
000777     05  VFY-DTL-BRANCH       PIC X(03).
000780 01  VFY-COUNT-LINE.
000790     05  FILLER               PIC X(22)
000800             VALUE 'RECORDS ON MASTER'.
001290         PERFORM 9900-ABEND THRU 9900-EXIT
001300     END-IF.
001310     ADD 1 TO VFY-RECORD-COUNT.
001320     ADD VFY-MAST-NUMERIC-VAL TO VFY-HASH-TOTAL.
001330     MOVE VFY-MAST-KEY     TO VFY-DTL-KEY.
001340     MOVE VFY-MAST-FIELD-2 TO VFY-DTL-FIELD-2.
001350     MOVE VFY-MAST-NUMERIC-VAL TO VFY-DTL-NUMERIC.
001351     MOVE VFY-MAST-ADDED-DATE  TO VFY-DTL-ADDED.
001352     MOVE VFY-MAST-MAINT-DATE  TO VFY-DTL-MAINT.
001353     MOVE VFY-MAST-INQ-DATE    TO VFY-DTL-INQ.
001354     MOVE VFY-MAST-LAST-BRANCH TO VFY-DTL-BRANCH.
001360     WRITE VFY-LIST-RECORD FROM VFY-DETAIL-LINE.
001370 2000-EXIT.
001380     EXIT.
001499         VFY-JRN-COUNT, VFY-JRN-RETCODE.
001500 9700-EXIT.
001501     EXIT.
001505*****************************************************************
001510* 9900-ABEND - REPORT A FATAL ERROR ON THE OPERATOR CONSOLE AND
001520* STOP THE RUN WITH A NONZERO CONDITION CODE. THE CALLER SETS
001530* VFY-ABEND-MESSAGE.
