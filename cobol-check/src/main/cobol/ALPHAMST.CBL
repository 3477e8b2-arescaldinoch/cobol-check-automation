000230*     'O' OPEN THE MASTER FOR UPDATE   'X' CLOSE THE MASTER
000240*     'A' ADD A NEW KEYED ENTRY        'C' CHANGE AN ENTRY
000250*     'D' DELETE AN ENTRY              'R' READ AN ENTRY
000251*     'S' START A BROWSE               'N' READ THE NEXT ENTRY
000252*     'Q' INQUIRE ON AN ENTRY          'L' READ THE NEXT ENTRY
000253*                                          WITH ITS LAST ACTIVITY
000260*
000270* 'R' RETURNS THE ENTRY'S FIELD-2 AND NUMERIC VALUE IN THE
000280* MST-FIELD-2 AND MST-NUMERIC ARGUMENTS - A KEY NOT ON THE
000290* MASTER COMES BACK AS 23 WITH THE ARGUMENTS UNTOUCHED. READS
000291* ARE NOT JOURNALED.
000292*
000293* 'S' POSITIONS A BROWSE AT THE FIRST ENTRY WHOSE KEY IS NOT
000294* LESS THAN MST-KEY - LOW-VALUES STARTS AT THE TOP, AND 23 MEANS
000295* NO ENTRY LIES AT OR PAST THE KEY. EACH 'N' THEN RETURNS THE
000296* NEXT ENTRY'S KEY, FIELD-2 AND NUMERIC VALUE IN MST-KEY,
000297* MST-FIELD-2 AND MST-NUMERIC, AND 10 ONCE THE MASTER IS
000298* EXHAUSTED. A 'C' OR 'D' OF THE ENTRY JUST BROWSED LEAVES THE
000299* BROWSE WHERE IT WAS, SO A CALLER MAY CHANGE OR REMOVE ENTRIES
000300* AS IT GOES.
000309*
000310* 'Q' IS THE 'I' INQUIRY TRANSACTION'S READ - IT RETURNS WHAT
000311* 'R' RETURNS AND ALSO STAMPS THE ENTRY AS INQUIRED ON THE
000312* BUSINESS DATE BY THE BRANCH. 'R' STAYS A PLAIN LOOK THAT
000313* LEAVES NO MARK, FOR A PROGRAM CHECKING AN ENTRY BEFORE IT
000314* CHANGES IT.
000315*
000316* 'L' IS 'N' FOR A PROGRAM THAT JUDGES ENTRIES BY THEIR
000317* ACTIVITY - IT ALSO HANDS BACK THE ENTRY'S LATEST ACTIVITY
000318* DATE (THE LATEST OF ADDED, MAINTAINED AND INQUIRED, ZERO FOR AN
000319* ENTRY NEVER STAMPED) IN MST-BUS-DATE AND ITS LAST BRANCH IN
000320* MST-BRANCH. THE CALLER PASSES WORK FIELDS THERE, NOT THE
000321* BUSINESS DATE AND BRANCH IT STAMPS ITS OWN UPDATES WITH.
000324*
000327* STATUS RETURNED - THE RAW FILE STATUS OF THE OPERATION:
000330*     '00' DONE        '22' ADD OF A KEY ALREADY ON THE MASTER
000340*     '23' CHANGE OR DELETE OF A KEY NOT ON THE MASTER
000341*     '10' END OF A BROWSE
000350*     ANY OTHER VALUE (FULL DATASET, DAMAGED FILE, ...) IS A
000360*     HARD FAILURE THE CALLER MUST NOT TREAT AS A DATA ERROR.
000370*
000380* EVERY APPLIED ADD, CHANGE, DELETE AND INQUIRY STAMP WRITES A
000390* BEFORE/AFTER JOURNAL RECORD (COPYBOOK MSTJRN) TO MSTJRNL,
000400* STAMPED WITH THE CALLER'S BUSINESS DATE AND ORIGINATING
000410* BRANCH, SO A BAD UPDATE CAN BE TRACED AND THE ALPHARBL
000420* RECOVERY PROGRAM CAN REBUILD THE MASTER TO ANY BUSINESS DATE
000430* FROM A BASE COPY PLUS THE JOURNAL. THE JOURNAL OPENS EXTEND SO
000440* IT ACCUMULATES ACROSS RUNS UNTIL THE NEXT BASE COPY IS CUT.
000441*
000442* THE ENTRY LAYOUT IS COPYBOOK MSTREC. AN ADD STAMPS THE ENTRY
000443* ADDED AND MAINTAINED ON THE BUSINESS DATE, A CHANGE STAMPS IT
000444* MAINTAINED, AN INQUIRY STAMPS IT INQUIRED, AND EACH RECORDS
000445* THE BRANCH AS THE LAST TO TOUCH IT.
000450*
000460* MODIFICATION HISTORY.
000470*   08/22/2026  DC    ORIGINAL SUBPROGRAM.
000540*                     INQUIRY TRANSACTION CAN ENRICH THE EXTRACT
000550*                     FROM THE MASTER WITHOUT A SECOND NIGHTLY
000560*                     PULL DOWNSTREAM.
000561*   10/15/2026  DC    ADDED THE 'S' START AND 'N' READ-NEXT
000562*                     BROWSE FUNCTIONS FOR THE ALPHAMAS MASS
000563*                     ADJUSTMENT. ACCESS IS NOW DYNAMIC.
000564*   10/15/2026  DC    LAST-ACTIVITY STAMPS - THE ENTRY MOVED TO
000565*                     COPYBOOK MSTREC AND GREW TO 130 BYTES FOR
000566*                     THE DATES ADDED, LAST MAINTAINED AND LAST
000567*                     INQUIRED AND THE LAST BRANCH. ADDED THE
000568*                     'Q' INQUIRE FUNCTION, WHICH STAMPS AND
000569*                     JOURNALS THE INQUIRY, AND THE 'L' BROWSE
000570*                     THAT HANDS BACK EACH ENTRY'S LAST ACTIVITY
000571*                     FOR THE ALPHAPUR DORMANT-ENTRY PURGE.
000572*   10/15/2026  DC    'L' TAKES A STAMP THAT IS NOT NUMERIC AS
000573*                     ZERO, SO AN ENTRY NEVER CONVERTED TO THE
000574*                     130-BYTE LAYOUT READS AS UNSTAMPED.
000575*****************************************************************
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT MASTER-FILE
000620         ASSIGN TO MASTFILE
000630         ORGANIZATION IS INDEXED
000640         ACCESS IS DYNAMIC
000650         RECORD KEY IS MAST-KEY
000660         FILE STATUS IS MST-FILE-STATUS.
000670     SELECT JOURNAL-FILE
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  MASTER-FILE
000730     RECORD CONTAINS 130 CHARACTERS.
000740 01  MAST-RECORD.
000750     COPY MSTREC REPLACING ==:PFX:== BY ==MAST==.
000790 FD  JOURNAL-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 206 CHARACTERS.
000830     COPY MSTJRN REPLACING ==:PFX:== BY ==JRNL==.
000840 WORKING-STORAGE SECTION.
000850 77  MST-FILE-STATUS          PIC X(02)   VALUE '00'.
000851 77  MST-LAST-ACTIVE          PIC 9(08)   VALUE ZERO.
000860 LINKAGE SECTION.
000870 01  MST-FUNCTION             PIC X(01).
000880 01  MST-KEY-ARG              PIC X(10).
001090             PERFORM 4000-DELETE-ENTRY THRU 4000-EXIT
001100         WHEN 'R'
001110             PERFORM 5000-READ-ENTRY THRU 5000-EXIT
001111         WHEN 'S'
001112             PERFORM 6000-START-BROWSE THRU 6000-EXIT
001113         WHEN 'N'
001114             PERFORM 6100-READ-NEXT THRU 6100-EXIT
001115         WHEN 'Q'
001116             PERFORM 5500-INQUIRE-ENTRY THRU 5500-EXIT
001117         WHEN 'L'
001118             PERFORM 6200-READ-NEXT-ACTIVITY THRU 6200-EXIT
001120         WHEN OTHER
001130             MOVE '99' TO MST-STATUS
001140     END-EVALUATE.
001430* IMAGE.
001440*****************************************************************
001450 2000-ADD-ENTRY.
001451     MOVE SPACES           TO MAST-RECORD.
001460     MOVE MST-KEY-ARG      TO MAST-KEY.
001470     MOVE MST-FIELD-2-ARG  TO MAST-FIELD-2.
001480     MOVE MST-NUMERIC-ARG  TO MAST-NUMERIC-VAL.
001481     MOVE MST-DATE-ARG     TO MAST-ADDED-DATE.
001482     MOVE MST-DATE-ARG     TO MAST-MAINT-DATE.
001483     MOVE ZERO             TO MAST-INQ-DATE.
001484     MOVE MST-BRANCH-ARG   TO MAST-LAST-BRANCH.
001490     WRITE MAST-RECORD
001500         INVALID KEY
001510             CONTINUE
001830     MOVE MAST-NUMERIC-VAL TO JRNL-OLD-NUMERIC.
001840     MOVE MST-FIELD-2-ARG  TO MAST-FIELD-2.
001850     MOVE MST-NUMERIC-ARG  TO MAST-NUMERIC-VAL.
001851     MOVE MST-DATE-ARG     TO MAST-MAINT-DATE.
001852     MOVE MST-BRANCH-ARG   TO MAST-LAST-BRANCH.
001860     REWRITE MAST-RECORD
001870         INVALID KEY
001880             CONTINUE
002430     MOVE MST-FILE-STATUS TO MST-STATUS.
002440     IF MST-STATUS = '00'
002450         MOVE MAST-FIELD-2     TO MST-FIELD-2-ARG
002451         MOVE MAST-NUMERIC-VAL TO MST-NUMERIC-ARG
002452     END-IF.
002453 5000-EXIT.
002454     EXIT.
002455*****************************************************************
002456* 5500-INQUIRE-ENTRY - FETCH AN ENTRY FOR AN INQUIRY, HAND ITS
002457* FIELDS BACK AS 'R' DOES, AND STAMP IT INQUIRED. THE STAMP IS
002458* JOURNALED WITH LIKE BEFORE AND AFTER IMAGES, SO A REBUILD
002459* CARRIES THE INQUIRY DATE AS FAR AS THE JOURNAL GOES.
002460*****************************************************************
002461 5500-INQUIRE-ENTRY.
002462     MOVE MST-KEY-ARG TO MAST-KEY.
002463     READ MASTER-FILE
002464         INVALID KEY
002465             CONTINUE
002466     END-READ.
002467     MOVE MST-FILE-STATUS TO MST-STATUS.
002468     IF MST-STATUS NOT = '00'
002469         GO TO 5500-EXIT.
002470     MOVE MAST-FIELD-2     TO MST-FIELD-2-ARG.
002471     MOVE MAST-NUMERIC-VAL TO MST-NUMERIC-ARG.
002472     MOVE MST-DATE-ARG     TO MAST-INQ-DATE.
002473     MOVE MST-BRANCH-ARG   TO MAST-LAST-BRANCH.
002474     REWRITE MAST-RECORD
002475         INVALID KEY
002476             CONTINUE
002477     END-REWRITE.
002478     MOVE MST-FILE-STATUS TO MST-STATUS.
002479     IF MST-STATUS = '00'
002480         MOVE MAST-KEY         TO JRNL-OLD-KEY
002481         MOVE MAST-FIELD-2     TO JRNL-OLD-FIELD-2
002482         MOVE MAST-NUMERIC-VAL TO JRNL-OLD-NUMERIC
002483         MOVE MAST-KEY         TO JRNL-NEW-KEY
002484         MOVE MAST-FIELD-2     TO JRNL-NEW-FIELD-2
002485         MOVE MAST-NUMERIC-VAL TO JRNL-NEW-NUMERIC
002486         PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
002487     END-IF.
002488 5500-EXIT.
002489     EXIT.
002491*****************************************************************
002492* 6000-START-BROWSE - POSITION A BROWSE AT THE FIRST ENTRY WHOSE
002493* KEY IS NOT LESS THAN THE CALLER'S. THE RAW FILE STATUS IS
002494* RETURNED - 23 MEANS NOTHING LIES AT OR PAST THE KEY.
002495*****************************************************************
002496 6000-START-BROWSE.
002497     MOVE MST-KEY-ARG TO MAST-KEY.
002498     START MASTER-FILE
002499         KEY IS NOT LESS THAN MAST-KEY
002500         INVALID KEY
002501             CONTINUE
002502     END-START.
002503     MOVE MST-FILE-STATUS TO MST-STATUS.
002504 6000-EXIT.
002505     EXIT.
002506*****************************************************************
002507* 6100-READ-NEXT - HAND BACK THE NEXT ENTRY OF THE BROWSE
002508* THROUGH THE CALL ARGUMENTS. THE RAW FILE STATUS IS RETURNED -
002509* 10 AT THE END OF THE MASTER, WITH THE ARGUMENTS UNTOUCHED.
002510*****************************************************************
002511 6100-READ-NEXT.
002512     READ MASTER-FILE NEXT RECORD
002513         AT END
002514             CONTINUE
002515     END-READ.
002516     MOVE MST-FILE-STATUS TO MST-STATUS.
002517     IF MST-STATUS = '00'
002518         MOVE MAST-KEY         TO MST-KEY-ARG
002519         MOVE MAST-FIELD-2     TO MST-FIELD-2-ARG
002520         MOVE MAST-NUMERIC-VAL TO MST-NUMERIC-ARG
002521     END-IF.
002522 6100-EXIT.
002523     EXIT.
002524*****************************************************************
002525* 6200-READ-NEXT-ACTIVITY - READ THE NEXT ENTRY OF THE BROWSE AS
002526* 'N' DOES, AND HAND BACK ITS LATEST ACTIVITY DATE AND LAST
002527* BRANCH IN THE DATE AND BRANCH ARGUMENTS. A STAMP THAT IS NOT
002528* NUMERIC - AN ENTRY LOADED WITHOUT CONVERSION - COUNTS AS ZERO,
002529* SO THE ENTRY READS AS NEVER STAMPED RATHER THAN AS DORMANT.
002530*****************************************************************
002531 6200-READ-NEXT-ACTIVITY.
002532     PERFORM 6100-READ-NEXT THRU 6100-EXIT.
002533     IF MST-STATUS NOT = '00'
002534         GO TO 6200-EXIT.
002535     MOVE ZERO TO MST-LAST-ACTIVE.
002536     IF MAST-ADDED-DATE NUMERIC
002537         MOVE MAST-ADDED-DATE TO MST-LAST-ACTIVE
002538     END-IF.
002539     IF MAST-MAINT-DATE NUMERIC
002540         IF MAST-MAINT-DATE > MST-LAST-ACTIVE
002541             MOVE MAST-MAINT-DATE TO MST-LAST-ACTIVE
002542         END-IF
002543     END-IF.
002544     IF MAST-INQ-DATE NUMERIC
002545         IF MAST-INQ-DATE > MST-LAST-ACTIVE
002546             MOVE MAST-INQ-DATE TO MST-LAST-ACTIVE
002547         END-IF
002548     END-IF.
002549     MOVE MST-LAST-ACTIVE  TO MST-DATE-ARG.
002550     MOVE MAST-LAST-BRANCH TO MST-BRANCH-ARG.
002551 6200-EXIT.
002552     EXIT.
002553*****************************************************************
002554* 8000-WRITE-JOURNAL - STAMP AND WRITE THE JOURNAL RECORD FOR
002555* ONE APPLIED UPDATE. THE CALLER'S PARAGRAPH HAS ALREADY SET THE
002556* BEFORE AND AFTER IMAGES - THE BUSINESS DATE AND BRANCH COME
002557* FROM THE CALL ARGUMENTS SO THE JOURNAL ORDERS BY BUSINESS DAY
002558* EVEN WHEN A RUN CROSSES MIDNIGHT.
002560*****************************************************************
002570 8000-WRITE-JOURNAL.
002580     MOVE MST-FUNCTION   TO JRNL-FUNCTION.
