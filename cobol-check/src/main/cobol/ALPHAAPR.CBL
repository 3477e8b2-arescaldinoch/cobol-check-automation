000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ALPHAAPR.
000030 AUTHOR.  D CHALMERS.
000040 INSTALLATION.  BATCH-SUITE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM ALPHAAPR
000090*
000100* MAKER-CHECKER DECISIONS AGAINST THE APPROVAL QUEUE. ALPHA
000110* HOLDS EVERY MASTER DELETE, AND EVERY CHANGE THAT MOVES THE
000120* MASTER NUMERIC BY MORE THAN THE RUNPARM TOLERANCE, ON THE
000130* QUEUE INSTEAD OF APPLYING IT. A SECOND PERSON APPROVES OR
000140* DECLINES EACH ITEM HERE BETWEEN RUNS. THE JCL POINTS APRQIN AT
000150* THE QUEUE ALPHA LAST WROTE (ITS APPRQO) AND APRQOUT AT THE
000160* GENERATION THE NEXT ALPHA RUN WILL READ AS APPRQI. THAT RUN
000170* APPLIES APPROVED ITEMS, REJECTS DECLINED ONES AND CARRIES
000180* THE REST FORWARD. RUN WITH NO CARDS IT SIMPLY LISTS THE QUEUE.
000190*
000200* DECISION CARDS (APRCARDS, ONE CARD PER ITEM):
000210*     COL  1      ACTION - 'A' APPROVE, 'R' DECLINE
000220*     COLS 2-9    ITEM - BUSINESS DATE IT WAS HELD ON
000230*     COLS 10-13  ITEM - ITS NUMBER ON THAT DAY'S QUEUE
000240*     COLS 14-21  USER ID OF THE MAKER WHO RAISED THE ITEM
000250*     COLS 22-29  USER ID OF THE CHECKER DECIDING IT
000260*     COLS 30-49  NOTE - THE REASON FOR A DECLINE
000270* THE ITEM IS NAMED AS IT APPEARS IN THE ITEM COLUMN OF ALPHA'S
000280* APPRRPT REPORT. EVERY CARD MUST NAME BOTH THE MAKER AND THE
000290* CHECKER, AND THEY MUST BE DIFFERENT PEOPLE. A DECLINE MUST
000300* SAY WHY - AN APPROVAL MAY. AN ITEM IS DECIDED ONCE. A CARD
000310* THAT CANNOT BE APPLIED IS REPORTED AND COUNTED - THE REST OF
000320* THE RUN CONTINUES - AND THE RUN ENDS WITH CONDITION CODE 4.
000330*
000340* EVERY APPLIED CARD WRITES AN AUDIT RECORD NAMING THE ITEM,
000350* THE MAKER, THE CHECKER AND THE NOTE, IN THE STYLE OF ALPHAREF.
000360*
000370* MODIFICATION HISTORY.
000380*   10/15/2026  DC    ORIGINAL PROGRAM.
000390*****************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430*    OPTIONAL - NOTHING HAS BEEN HELD BEFORE ALPHA'S FIRST RUN.
000440     SELECT OPTIONAL APR-OLD-FILE
000450         ASSIGN TO APRQIN
000460         ORGANIZATION IS SEQUENTIAL.
000470*    OPTIONAL - A LISTING-ONLY RUN HAS NO CARDS.
000480     SELECT OPTIONAL APR-CARD-FILE
000490         ASSIGN TO APRCARDS
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT APR-NEW-FILE
000520         ASSIGN TO APRQOUT
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT APR-AUDIT-FILE
000550         ASSIGN TO APRAUDIT
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT APR-REPORT-FILE
000580         ASSIGN TO APRRPT
000590         ORGANIZATION IS SEQUENTIAL.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  APR-OLD-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 240 CHARACTERS.
000650 01  APR-OLD-RECORD.
000660     COPY APPRQ REPLACING ==:PFX:== BY ==APO==.
000670 FD  APR-CARD-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 80 CHARACTERS.
000700 01  APR-CARD-RECORD.
000710     05  APRC-ACTION          PIC X(01).
000720     05  APRC-HELD-DATE       PIC X(08).
000730     05  APRC-SEQ             PIC X(04).
000740     05  APRC-MAKER-ID        PIC X(08).
000750     05  APRC-CHECKER-ID      PIC X(08).
000760     05  APRC-NOTE            PIC X(20).
000770     05  FILLER               PIC X(31).
000780 FD  APR-NEW-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 240 CHARACTERS.
000810 01  APR-NEW-RECORD.
000820     COPY APPRQ REPLACING ==:PFX:== BY ==APN==.
000830 FD  APR-AUDIT-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 100 CHARACTERS.
000860* SAME WHO/WHEN PROLOGUE AS ALPHAREF'S AUDIT, WITH THE ITEM
000870* DECIDED, WHAT IT WOULD DO TO THE MASTER, AND THE TWO PEOPLE
000880* WHO RAISED AND DECIDED IT.
000890 01  APR-AUDIT-RECORD.
000900     05  APRA-PROGRAM         PIC X(08).
000910     05  APRA-DATE            PIC 9(06).
000920     05  APRA-TIME            PIC 9(08).
000930     05  APRA-ACTION          PIC X(01).
000940     05  APRA-HELD-DATE       PIC 9(08).
000950     05  APRA-SEQ             PIC 9(04).
000960     05  APRA-BRANCH          PIC X(03).
000970     05  APRA-CODE            PIC X(01).
000980     05  APRA-KEY             PIC X(10).
000990     05  APRA-MAKER-ID        PIC X(08).
001000     05  APRA-CHECKER-ID      PIC X(08).
001010     05  APRA-NOTE            PIC X(20).
001020     05  FILLER               PIC X(15).
001030 FD  APR-REPORT-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 80 CHARACTERS.
001060 01  APR-REPORT-RECORD          PIC X(80).
001070 WORKING-STORAGE SECTION.
001080 77  APR-TABLE-CNT            PIC 9(04) COMP VALUE ZERO.
001090 77  APR-SCAN-IX              PIC 9(04) COMP VALUE ZERO.
001100 77  APR-TARGET-POS           PIC 9(04) COMP VALUE ZERO.
001110 77  APR-OLD-EOF-SW           PIC X(01)   VALUE 'N'.
001120     88  APR-OLD-EOF-YES                  VALUE 'Y'.
001130 77  APR-CARD-EOF-SW          PIC X(01)   VALUE 'N'.
001140     88  APR-CARD-EOF-YES                 VALUE 'Y'.
001150 77  APR-FOUND-SW             PIC X(01)   VALUE 'N'.
001160     88  APR-FOUND-YES                    VALUE 'Y'.
001170 77  APR-CARD-COUNT           PIC 9(08) COMP VALUE ZERO.
001180 77  APR-APPLIED-COUNT        PIC 9(08) COMP VALUE ZERO.
001190 77  APR-FAILED-COUNT         PIC 9(08) COMP VALUE ZERO.
001200 77  APR-HELD-COUNT           PIC 9(08) COMP VALUE ZERO.
001210 77  APR-RUN-DATE             PIC 9(08)   VALUE ZERO.
001220 77  APR-ABEND-MESSAGE        PIC X(60)   VALUE SPACES.
001230 77  APR-FAIL-REASON          PIC X(24)   VALUE SPACES.
001240*    RUN-JOURNAL MILESTONE ARGUMENTS FOR ALPHAJRN.
001250 77  APR-JRN-PROGRAM          PIC X(08)   VALUE 'ALPHAAPR'.
001260 77  APR-JRN-MILESTONE        PIC X(01)   VALUE SPACE.
001270 77  APR-JRN-COUNT            PIC 9(08)   VALUE ZERO.
001280 77  APR-JRN-RETCODE          PIC 9(04)   VALUE ZERO.
001290* THE QUEUE HELD AS WHOLE APPRQ IMAGES IN THE ORDER ALPHA WROTE
001300* THEM - AN ENTRY IS TAKEN APART THROUGH APR-WORK-ENTRY WHEN A
001310* CARD DECIDES IT.
001320 01  APR-TABLE.
001330     05  APR-TABLE-ENTRY      PIC X(240) OCCURS 500 TIMES.
001340 01  APR-WORK-ENTRY.
001350     COPY APPRQ REPLACING ==:PFX:== BY ==APW==.
001360 01  APR-CARD-HEAD-LINE.
001370     05  FILLER               PIC X(10) VALUE '    CARD  '.
001380     05  FILLER               PIC X(03) VALUE 'A  '.
001390     05  FILLER               PIC X(15) VALUE 'ITEM'.
001400     05  FILLER               PIC X(10) VALUE 'MAKER'.
001410     05  FILLER               PIC X(10) VALUE 'CHECKER'.
001420     05  FILLER               PIC X(06) VALUE 'RESULT'.
001430     05  FILLER               PIC X(26) VALUE SPACES.
001440 01  APR-REPORT-LINE.
001450     05  APR-RPT-CARD-NO      PIC ZZZZZZZ9.
001460     05  FILLER               PIC X(02) VALUE SPACES.
001470     05  APR-RPT-ACTION       PIC X(01).
001480     05  FILLER               PIC X(02) VALUE SPACES.
001490     05  APR-RPT-HELD-DATE    PIC X(08).
001500     05  FILLER               PIC X(01) VALUE '-'.
001510     05  APR-RPT-SEQ          PIC X(04).
001520     05  FILLER               PIC X(02) VALUE SPACES.
001530     05  APR-RPT-MAKER-ID     PIC X(08).
001540     05  FILLER               PIC X(02) VALUE SPACES.
001550     05  APR-RPT-CHECKER-ID   PIC X(08).
001560     05  FILLER               PIC X(02) VALUE SPACES.
001570     05  APR-RPT-RESULT       PIC X(24).
001580     05  FILLER               PIC X(08) VALUE SPACES.
001590 01  APR-LIST-HEAD-LINE.
001600     05  FILLER               PIC X(15) VALUE 'APPROVAL QUEUE'.
001610     05  FILLER               PIC X(15) VALUE 'ITEM'.
001620     05  FILLER               PIC X(05) VALUE 'BR'.
001630     05  FILLER               PIC X(03) VALUE 'CD'.
001640     05  FILLER               PIC X(12) VALUE 'KEY'.
001650     05  FILLER               PIC X(10) VALUE 'STATUS'.
001660     05  FILLER               PIC X(20) VALUE 'CHECKER'.
001670 01  APR-LIST-LINE.
001680     05  FILLER               PIC X(15) VALUE SPACES.
001690     05  APR-LST-HELD-DATE    PIC 9(08).
001700     05  FILLER               PIC X(01) VALUE '-'.
001710     05  APR-LST-SEQ          PIC 9(04).
001720     05  FILLER               PIC X(02) VALUE SPACES.
001730     05  APR-LST-BRANCH       PIC X(03).
001740     05  FILLER               PIC X(02) VALUE SPACES.
001750     05  APR-LST-CODE         PIC X(01).
001760     05  FILLER               PIC X(02) VALUE SPACES.
001770     05  APR-LST-KEY          PIC X(10).
001780     05  FILLER               PIC X(02) VALUE SPACES.
001790     05  APR-LST-STATUS       PIC X(08).
001800     05  FILLER               PIC X(02) VALUE SPACES.
001810     05  APR-LST-CHECKER-ID   PIC X(08).
001820     05  FILLER               PIC X(12) VALUE SPACES.
001830 01  APR-TOTAL-LINE.
001840     05  APR-TOT-LABEL        PIC X(22).
001850     05  APR-TOT-VALUE        PIC ZZZZZZZ9.
001860     05  FILLER               PIC X(50) VALUE SPACES.
001870 PROCEDURE DIVISION.
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001900     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
001910         UNTIL APR-CARD-EOF-YES.
001920     PERFORM 3000-WRITE-QUEUE THRU 3000-EXIT.
001930     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
001940     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001950     GOBACK.
001960*****************************************************************
001970* 1000-INITIALIZE - OPEN THE FILES, LOAD THE QUEUE INTO THE
001980* TABLE, AND PRIME THE CARD READ.
001990*****************************************************************
002000 1000-INITIALIZE.
002010     MOVE 'S'  TO APR-JRN-MILESTONE.
002020     MOVE ZERO TO APR-JRN-COUNT.
002030     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
002040     ACCEPT APR-RUN-DATE FROM DATE YYYYMMDD.
002050     OPEN INPUT APR-OLD-FILE.
002060     OPEN INPUT APR-CARD-FILE.
002070*    THE QUEUE IS LOADED BEFORE ANY OUTPUT IS CREATED, SO A LOAD
002080*    ABEND CANNOT LEAVE AN EMPTY APRQOUT BEHIND FOR ALPHA TO
002090*    TAKE AS A QUEUE WITH NOTHING WAITING.
002100     PERFORM 1100-LOAD-QUEUE THRU 1100-EXIT.
002110     OPEN OUTPUT APR-NEW-FILE.
002120     OPEN OUTPUT APR-AUDIT-FILE.
002130     OPEN OUTPUT APR-REPORT-FILE.
002140     WRITE APR-REPORT-RECORD FROM APR-CARD-HEAD-LINE.
002150     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002160 1000-EXIT.
002170     EXIT.
002180*****************************************************************
002190* 1100-LOAD-QUEUE - LOAD THE CURRENT QUEUE. A QUEUE THAT FILLS
002200* THE TABLE EXACTLY IS LEGAL - ONLY A RECORD BEYOND THE
002210* CAPACITY IS AN OVERFLOW.
002220*****************************************************************
002230 1100-LOAD-QUEUE.
002240     PERFORM 1110-READ-QUEUE THRU 1110-EXIT
002250         UNTIL APR-OLD-EOF-YES
002260             OR APR-TABLE-CNT = 500.
002270     IF NOT APR-OLD-EOF-YES
002280         READ APR-OLD-FILE
002290             AT END
002300                 SET APR-OLD-EOF-YES TO TRUE
002310             NOT AT END
002320                 MOVE 'APRQIN EXCEEDS 500-ITEM TABLE LIMIT'
002330                     TO APR-ABEND-MESSAGE
002340                 PERFORM 9900-ABEND THRU 9900-EXIT
002350         END-READ
002360     END-IF.
002370 1100-EXIT.
002380     EXIT.
002390*****************************************************************
002400* 1110-READ-QUEUE - READ ONE ITEM INTO THE TABLE. A RECORD ALPHA
002410* WOULD REFUSE IS A DAMAGED QUEUE AND IS NOT CARRIED FORWARD
002420* HERE EITHER.
002430*****************************************************************
002440 1110-READ-QUEUE.
002450     READ APR-OLD-FILE
002460         AT END
002470             SET APR-OLD-EOF-YES TO TRUE
002480             GO TO 1110-EXIT
002490     END-READ.
002500     IF NOT APO-HELD AND NOT APO-APPROVED AND NOT APO-DECLINED
002510         MOVE 'APRQIN DAMAGED - STATUS NOT H, A OR R'
002520             TO APR-ABEND-MESSAGE
002530         PERFORM 9900-ABEND THRU 9900-EXIT
002540     END-IF.
002550     IF APO-HELD-DATE NOT NUMERIC OR APO-SEQ NOT NUMERIC
002560         MOVE 'APRQIN DAMAGED - ITEM NOT NUMERIC'
002570             TO APR-ABEND-MESSAGE
002580         PERFORM 9900-ABEND THRU 9900-EXIT
002590     END-IF.
002600     ADD 1 TO APR-TABLE-CNT.
002610     MOVE APR-OLD-RECORD TO APR-TABLE-ENTRY (APR-TABLE-CNT).
002620 1110-EXIT.
002630     EXIT.
002640*****************************************************************
002650* 2000-PROCESS-CARDS - APPLY ONE DECISION CARD AND REPORT ITS
002660* DISPOSITION, THEN READ THE NEXT ONE.
002670*****************************************************************
002680 2000-PROCESS-CARDS.
002690*    ALL-BLANK CARDS ARE DECK PADDING, NOT DECISIONS - IGNORED.
002700     IF APR-CARD-RECORD = SPACES
002710         GO TO 2000-NEXT.
002720     ADD 1 TO APR-CARD-COUNT.
002730     MOVE SPACES TO APR-FAIL-REASON.
002740     MOVE SPACES TO APR-AUDIT-RECORD.
002750     PERFORM 2200-APPLY-CARD THRU 2200-EXIT.
002760     PERFORM 2900-REPORT-CARD THRU 2900-EXIT.
002770 2000-NEXT.
002780     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002790 2000-EXIT.
002800     EXIT.
002810*****************************************************************
002820* 2100-READ-CARD - READ THE NEXT DECISION CARD.
002830*****************************************************************
002840 2100-READ-CARD.
002850     READ APR-CARD-FILE
002860         AT END
002870             SET APR-CARD-EOF-YES TO TRUE
002880     END-READ.
002890 2100-EXIT.
002900     EXIT.
002910*****************************************************************
002920* 2200-APPLY-CARD - EDIT THE CARD, FIND ITS ITEM AND RECORD THE
002930* DECISION ON IT. A CARD THAT FAILS SETS APR-FAIL-REASON AND IS
002940* COUNTED - THE RUN GOES ON TO THE NEXT CARD.
002950*****************************************************************
002960 2200-APPLY-CARD.
002970     PERFORM 2250-EDIT-CARD THRU 2250-EXIT.
002980     IF APR-FAIL-REASON NOT = SPACES
002990         ADD 1 TO APR-FAILED-COUNT
003000         GO TO 2200-EXIT.
003010     PERFORM 2600-LOCATE-ITEM THRU 2600-EXIT.
003020     PERFORM 2300-DECIDE-ITEM THRU 2300-EXIT.
003030     IF APR-FAIL-REASON = SPACES
003040         ADD 1 TO APR-APPLIED-COUNT
003050     ELSE
003060         ADD 1 TO APR-FAILED-COUNT
003070     END-IF.
003080 2200-EXIT.
003090     EXIT.
003100*****************************************************************
003110* 2250-EDIT-CARD - STRUCTURAL EDITS. A DECISION MADE BY THE SAME
003120* PERSON WHO RAISED THE ITEM IS NOT A SECOND CHECK AND IS
003130* REFUSED, AS IS A DECLINE THAT GIVES NO REASON.
003140*****************************************************************
003150 2250-EDIT-CARD.
003160     IF APRC-ACTION NOT = 'A' AND NOT = 'R'
003170         MOVE 'UNKNOWN ACTION'       TO APR-FAIL-REASON
003180         GO TO 2250-EXIT.
003190     IF APRC-HELD-DATE NOT NUMERIC OR APRC-SEQ NOT NUMERIC
003200         MOVE 'ITEM NOT NUMERIC'     TO APR-FAIL-REASON
003210         GO TO 2250-EXIT.
003220     IF APRC-MAKER-ID = SPACES
003230         MOVE 'MAKER MISSING'        TO APR-FAIL-REASON
003240         GO TO 2250-EXIT.
003250     IF APRC-CHECKER-ID = SPACES
003260         MOVE 'CHECKER MISSING'      TO APR-FAIL-REASON
003270         GO TO 2250-EXIT.
003280     IF APRC-CHECKER-ID = APRC-MAKER-ID
003290         MOVE 'CHECKER IS THE MAKER' TO APR-FAIL-REASON
003300         GO TO 2250-EXIT.
003310     IF APRC-ACTION = 'R'
003320         AND APRC-NOTE = SPACES
003330         MOVE 'REASON MISSING'       TO APR-FAIL-REASON
003340         GO TO 2250-EXIT.
003350 2250-EXIT.
003360     EXIT.
003370*****************************************************************
003380* 2300-DECIDE-ITEM - MARK THE ITEM APPROVED OR DECLINED, STAMP
003390* WHO DECIDED IT AND WHEN, AND AUDIT THE DECISION. AN ITEM IS
003400* DECIDED ONLY ONCE.
003410*****************************************************************
003420 2300-DECIDE-ITEM.
003430     IF NOT APR-FOUND-YES
003440         MOVE 'ITEM NOT ON QUEUE'    TO APR-FAIL-REASON
003450         GO TO 2300-EXIT.
003460     MOVE APR-TABLE-ENTRY (APR-TARGET-POS) TO APR-WORK-ENTRY.
003470     IF NOT APW-HELD
003480         MOVE 'ITEM ALREADY DECIDED' TO APR-FAIL-REASON
003490         GO TO 2300-EXIT.
003500     MOVE APRC-ACTION          TO APW-STATUS.
003510     MOVE APRC-MAKER-ID        TO APW-MAKER-ID.
003520     MOVE APRC-CHECKER-ID      TO APW-CHECKER-ID.
003530     MOVE APR-RUN-DATE         TO APW-DECIDED-DATE.
003540     MOVE APRC-NOTE            TO APW-NOTE.
003550     MOVE APR-WORK-ENTRY TO APR-TABLE-ENTRY (APR-TARGET-POS).
003560     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
003570 2300-EXIT.
003580     EXIT.
003590*****************************************************************
003600* 2600-LOCATE-ITEM - FIND THE CARD'S ITEM ON THE QUEUE BY THE
003610* DATE IT WAS HELD AND ITS NUMBER ON THAT DAY.
003620*****************************************************************
003630 2600-LOCATE-ITEM.
003640     MOVE 'N'  TO APR-FOUND-SW.
003650     MOVE ZERO TO APR-TARGET-POS.
003660     IF APR-TABLE-CNT > ZERO
003670         PERFORM 2610-MATCH-ONE-ITEM THRU 2610-EXIT
003680             VARYING APR-SCAN-IX FROM 1 BY 1
003690             UNTIL APR-SCAN-IX > APR-TABLE-CNT
003700                 OR APR-FOUND-YES
003710     END-IF.
003720 2600-EXIT.
003730     EXIT.
003740*****************************************************************
003750* 2610-MATCH-ONE-ITEM - TEST ONE QUEUE ENTRY AGAINST THE CARD.
003760* THE POSITION IS CAPTURED HERE, WHILE THE SUBSCRIPT STILL
003770* ADDRESSES THAT ENTRY.
003780*****************************************************************
003790 2610-MATCH-ONE-ITEM.
003800     MOVE APR-TABLE-ENTRY (APR-SCAN-IX) TO APR-WORK-ENTRY.
003810     IF APW-HELD-DATE = APRC-HELD-DATE
003820         AND APW-SEQ = APRC-SEQ
003830         MOVE APR-SCAN-IX TO APR-TARGET-POS
003840         SET APR-FOUND-YES TO TRUE
003850     END-IF.
003860 2610-EXIT.
003870     EXIT.
003880*****************************************************************
003890* 2900-REPORT-CARD - ONE REPORT LINE PER CARD, APPLIED OR NOT.
003900*****************************************************************
003910 2900-REPORT-CARD.
003920     MOVE APR-CARD-COUNT  TO APR-RPT-CARD-NO.
003930     MOVE APRC-ACTION     TO APR-RPT-ACTION.
003940     MOVE APRC-HELD-DATE  TO APR-RPT-HELD-DATE.
003950     MOVE APRC-SEQ        TO APR-RPT-SEQ.
003960     MOVE APRC-MAKER-ID   TO APR-RPT-MAKER-ID.
003970     MOVE APRC-CHECKER-ID TO APR-RPT-CHECKER-ID.
003980     IF APR-FAIL-REASON = SPACES
003990         IF APRC-ACTION = 'A'
004000             MOVE 'APPROVED' TO APR-RPT-RESULT
004010         ELSE
004020             MOVE 'DECLINED' TO APR-RPT-RESULT
004030         END-IF
004040     ELSE
004050         MOVE APR-FAIL-REASON TO APR-RPT-RESULT
004060     END-IF.
004070     WRITE APR-REPORT-RECORD FROM APR-REPORT-LINE.
004080 2900-EXIT.
004090     EXIT.
004100*****************************************************************
004110* 3000-WRITE-QUEUE - WRITE THE QUEUE BACK OUT AS THE NEW
004120* GENERATION AND LIST EVERY ITEM AS IT NOW STANDS.
004130*****************************************************************
004140 3000-WRITE-QUEUE.
004150     WRITE APR-REPORT-RECORD FROM APR-LIST-HEAD-LINE.
004160     IF APR-TABLE-CNT = ZERO
004170         GO TO 3000-EXIT.
004180     PERFORM 3100-WRITE-ONE-ITEM THRU 3100-EXIT
004190         VARYING APR-SCAN-IX FROM 1 BY 1
004200         UNTIL APR-SCAN-IX > APR-TABLE-CNT.
004210 3000-EXIT.
004220     EXIT.
004230*****************************************************************
004240* 3100-WRITE-ONE-ITEM - WRITE AND LIST ONE ITEM.
004250*****************************************************************
004260 3100-WRITE-ONE-ITEM.
004270     MOVE APR-TABLE-ENTRY (APR-SCAN-IX) TO APR-NEW-RECORD.
004280     WRITE APR-NEW-RECORD.
004290     MOVE APR-TABLE-ENTRY (APR-SCAN-IX) TO APR-WORK-ENTRY.
004300     MOVE APW-HELD-DATE      TO APR-LST-HELD-DATE.
004310     MOVE APW-SEQ            TO APR-LST-SEQ.
004320     MOVE APW-BRANCH         TO APR-LST-BRANCH.
004330     MOVE APW-CODE           TO APR-LST-CODE.
004340     MOVE APW-FIELD-1 (1:10) TO APR-LST-KEY.
004350     MOVE APW-CHECKER-ID     TO APR-LST-CHECKER-ID.
004360     IF APW-HELD
004370         MOVE 'HELD'         TO APR-LST-STATUS
004380         ADD 1 TO APR-HELD-COUNT
004390     ELSE
004400         IF APW-APPROVED
004410             MOVE 'APPROVED' TO APR-LST-STATUS
004420         ELSE
004430             MOVE 'DECLINED' TO APR-LST-STATUS
004440         END-IF
004450     END-IF.
004460     WRITE APR-REPORT-RECORD FROM APR-LIST-LINE.
004470 3100-EXIT.
004480     EXIT.
004490*****************************************************************
004500* 5000-PRINT-TOTALS - ACCOUNT FOR EVERY CARD. CONDITION CODE 4
004510* FLAGS CARDS THAT COULD NOT BE APPLIED.
004520*****************************************************************
004530 5000-PRINT-TOTALS.
004540     MOVE 'CARDS READ'          TO APR-TOT-LABEL.
004550     MOVE APR-CARD-COUNT        TO APR-TOT-VALUE.
004560     WRITE APR-REPORT-RECORD FROM APR-TOTAL-LINE.
004570     MOVE 'CARDS APPLIED'       TO APR-TOT-LABEL.
004580     MOVE APR-APPLIED-COUNT     TO APR-TOT-VALUE.
004590     WRITE APR-REPORT-RECORD FROM APR-TOTAL-LINE.
004600     MOVE 'CARDS FAILED'        TO APR-TOT-LABEL.
004610     MOVE APR-FAILED-COUNT      TO APR-TOT-VALUE.
004620     WRITE APR-REPORT-RECORD FROM APR-TOTAL-LINE.
004630     MOVE 'ITEMS ON QUEUE'      TO APR-TOT-LABEL.
004640     MOVE APR-TABLE-CNT         TO APR-TOT-VALUE.
004650     WRITE APR-REPORT-RECORD FROM APR-TOTAL-LINE.
004660     MOVE 'ITEMS STILL HELD'    TO APR-TOT-LABEL.
004670     MOVE APR-HELD-COUNT        TO APR-TOT-VALUE.
004680     WRITE APR-REPORT-RECORD FROM APR-TOTAL-LINE.
004690     IF APR-FAILED-COUNT > ZERO
004700         MOVE 4 TO RETURN-CODE
004710     END-IF.
004720 5000-EXIT.
004730     EXIT.
004740*****************************************************************
004750* 8000-WRITE-AUDIT - WRITE THE AUDIT RECORD FOR ONE APPLIED
004760* CARD FROM THE ITEM AS IT NOW STANDS IN APR-WORK-ENTRY.
004770*****************************************************************
004780 8000-WRITE-AUDIT.
004790     MOVE 'ALPHAAPR'         TO APRA-PROGRAM.
004800     ACCEPT APRA-DATE FROM DATE.
004810     ACCEPT APRA-TIME FROM TIME.
004820     MOVE APRC-ACTION        TO APRA-ACTION.
004830     MOVE APW-HELD-DATE      TO APRA-HELD-DATE.
004840     MOVE APW-SEQ            TO APRA-SEQ.
004850     MOVE APW-BRANCH         TO APRA-BRANCH.
004860     MOVE APW-CODE           TO APRA-CODE.
004870     MOVE APW-FIELD-1 (1:10) TO APRA-KEY.
004880     MOVE APW-MAKER-ID       TO APRA-MAKER-ID.
004890     MOVE APW-CHECKER-ID     TO APRA-CHECKER-ID.
004900     MOVE APW-NOTE           TO APRA-NOTE.
004910     WRITE APR-AUDIT-RECORD.
004920 8000-EXIT.
004930     EXIT.
004940*****************************************************************
004950* 9700-JOURNAL-MILESTONE - APPEND ONE MILESTONE TO THE SHARED
004960* RUN JOURNAL THROUGH ALPHAJRN. THE CONDITION CODE GOES ALONG
004970* AS IT STANDS AND ALPHAJRN HANDS THE SAME CODE BACK.
004980*****************************************************************
004990 9700-JOURNAL-MILESTONE.
005000     MOVE RETURN-CODE TO APR-JRN-RETCODE.
005010     CALL 'ALPHAJRN' USING APR-JRN-PROGRAM, APR-JRN-MILESTONE,
005020         APR-JRN-COUNT, APR-JRN-RETCODE.
005030 9700-EXIT.
005040     EXIT.
005050*****************************************************************
005060* 9900-ABEND - REPORT A FATAL ERROR ON THE OPERATOR CONSOLE AND
005070* STOP THE RUN WITH A NONZERO CONDITION CODE. THE CALLER SETS
005080* APR-ABEND-MESSAGE.
005090*****************************************************************
005100 9900-ABEND.
005110     DISPLAY 'ALPHAAPR ABEND - ' APR-ABEND-MESSAGE.
005120     MOVE 16 TO RETURN-CODE.
005130     MOVE 'E' TO APR-JRN-MILESTONE.
005140     MOVE APR-CARD-COUNT TO APR-JRN-COUNT.
005150     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
005160     STOP RUN.
005170 9900-EXIT.
005180     EXIT.
005190*****************************************************************
005200* 9999-TERMINATE - CLOSE FILES BEFORE GOBACK.
005210*****************************************************************
005220 9999-TERMINATE.
005230     CLOSE APR-OLD-FILE.
005240     CLOSE APR-CARD-FILE.
005250     CLOSE APR-NEW-FILE.
005260     CLOSE APR-AUDIT-FILE.
005270     CLOSE APR-REPORT-FILE.
005280     MOVE 'E' TO APR-JRN-MILESTONE.
005290     MOVE APR-CARD-COUNT TO APR-JRN-COUNT.
005300     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
005310 9999-EXIT.
005320     EXIT.
