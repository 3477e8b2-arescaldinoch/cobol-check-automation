000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ALPHAREG.
000030 AUTHOR.  D CHALMERS.
000040 INSTALLATION.  BATCH-SUITE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM ALPHAREG
000090*
000100* LISTING AND CONTROLLED RESET OF THE FEED SEQUENCE REGISTER
000110* THAT ALPHA PROVES EVERY BRANCH HEADER AGAINST. THE JCL POINTS
000120* REGMIN AT THE CURRENT GENERATION (ALPHA'S FEEDRGO) AND REGMOUT
000130* AT THE GENERATION THE NEXT ALPHA RUN WILL READ AS FEEDRGI.
000140* RUN WITH NO CARDS IT SIMPLY LISTS THE REGISTER.
000150*
000160* RESET CARDS (REGCARDS, ONE CARD PER BRANCH RESET):
000170*     COL  1      ACTION - 'R' RESET
000180*     COLS 2-4    BRANCH CODE
000190*     COLS 5-10   NEW LAST-ACCEPTED FILE SEQUENCE - THE BRANCH'S
000200*                 NEXT FEED MUST CARRY ONE MORE THAN THIS, SO
000210*                 000000 RESTARTS THE BRANCH AT FILE 1
000220*     COLS 11-18  USER ID OF THE PERSON AUTHORISING THE RESET
000230*     COLS 19-58  REASON FOR THE RESET
000240* A RESET IS THE ONLY SANCTIONED WAY TO MOVE A BRANCH'S SEQUENCE
000250* - A BRANCH THAT RENUMBERED ITS FILES, OR A FILE THAT WAS LOST
000260* FOR GOOD AND WILL NOT BE RESENT - SO EVERY CARD MUST NAME WHO
000270* AUTHORISED IT AND WHY. A BRANCH NOT YET ON THE REGISTER IS
000280* SEEDED BY ITS RESET CARD. THE ENTRY'S DETAIL COUNT AND HASH
000290* ARE CLEARED, SINCE THEY NO LONGER DESCRIBE THE LAST FILE. A
000300* CARD THAT CANNOT BE APPLIED IS REPORTED AND COUNTED - THE REST
000310* OF THE RUN CONTINUES - AND THE RUN ENDS WITH CONDITION CODE 4.
000320*
000330* EVERY APPLIED RESET WRITES A BEFORE/AFTER AUDIT RECORD WITH THE
000340* AUTHORISER AND REASON, IN THE STYLE OF ALPHAREF.
000350*
000360* MODIFICATION HISTORY.
000370*   10/15/2026  DC    ORIGINAL PROGRAM.
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420*    OPTIONAL - BEFORE THE FIRST ALPHA RUN THERE IS NO REGISTER,
000430*    AND THE BRANCHES CAN BE SEEDED FROM NOTHING.
000440     SELECT OPTIONAL REG-OLD-FILE
000450         ASSIGN TO REGMIN
000460         ORGANIZATION IS SEQUENTIAL.
000470*    OPTIONAL - A LISTING-ONLY RUN HAS NO CARDS.
000480     SELECT OPTIONAL REG-CARD-FILE
000490         ASSIGN TO REGCARDS
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT REG-NEW-FILE
000520         ASSIGN TO REGMOUT
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT REG-AUDIT-FILE
000550         ASSIGN TO REGAUDIT
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT REG-REPORT-FILE
000580         ASSIGN TO REGRPT
000590         ORGANIZATION IS SEQUENTIAL.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  REG-OLD-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 40 CHARACTERS.
000650 01  REG-OLD-RECORD.
000660     COPY FEEDRG REPLACING ==:PFX:== BY ==RGO==.
000670 FD  REG-CARD-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 80 CHARACTERS.
000700 01  REG-CARD-RECORD.
000710     05  REGC-ACTION          PIC X(01).
000720     05  REGC-BRANCH          PIC X(03).
000730     05  REGC-SEQ             PIC 9(06).
000740     05  REGC-AUTH-ID         PIC X(08).
000750     05  REGC-REASON          PIC X(40).
000760     05  FILLER               PIC X(22).
000770 FD  REG-NEW-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 40 CHARACTERS.
000800 01  REG-NEW-RECORD.
000810     COPY FEEDRG REPLACING ==:PFX:== BY ==RGN==.
000820 FD  REG-AUDIT-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 160 CHARACTERS.
000850* SAME WHO/WHEN PROLOGUE AS ALPHAREF'S AUDIT, WITH THE REGISTER
000860* ENTRY'S BEFORE AND AFTER IMAGES AND THE AUTHORITY FOR THE RESET.
000870 01  REG-AUDIT-RECORD.
000880     05  REGA-PROGRAM         PIC X(08).
000890     05  REGA-DATE            PIC 9(06).
000900     05  REGA-TIME            PIC 9(08).
000910     05  REGA-ACTION          PIC X(01).
000920     05  REGA-OLD-ENTRY       PIC X(40).
000930     05  REGA-NEW-ENTRY       PIC X(40).
000940     05  REGA-AUTH-ID         PIC X(08).
000950     05  REGA-REASON          PIC X(40).
000960     05  FILLER               PIC X(09).
000970 FD  REG-REPORT-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 80 CHARACTERS.
001000 01  REG-REPORT-RECORD          PIC X(80).
001010 WORKING-STORAGE SECTION.
001020 77  REG-TABLE-CNT            PIC 9(04) COMP VALUE ZERO.
001030 77  REG-SCAN-IX              PIC 9(04) COMP VALUE ZERO.
001040 77  REG-TARGET-POS           PIC 9(04) COMP VALUE ZERO.
001050 77  REG-OLD-EOF-SW           PIC X(01)   VALUE 'N'.
001060     88  REG-OLD-EOF-YES                  VALUE 'Y'.
001070 77  REG-CARD-EOF-SW          PIC X(01)   VALUE 'N'.
001080     88  REG-CARD-EOF-YES                 VALUE 'Y'.
001090 77  REG-FOUND-SW             PIC X(01)   VALUE 'N'.
001100     88  REG-FOUND-YES                    VALUE 'Y'.
001110 77  REG-CARD-COUNT           PIC 9(08) COMP VALUE ZERO.
001120 77  REG-APPLIED-COUNT        PIC 9(08) COMP VALUE ZERO.
001130 77  REG-FAILED-COUNT         PIC 9(08) COMP VALUE ZERO.
001140 77  REG-ABEND-MESSAGE        PIC X(60)   VALUE SPACES.
001150 77  REG-FAIL-REASON          PIC X(24)   VALUE SPACES.
001160*    RUN-JOURNAL MILESTONE ARGUMENTS FOR ALPHAJRN.
001170 77  REG-JRN-PROGRAM          PIC X(08)   VALUE 'ALPHAREG'.
001180 77  REG-JRN-MILESTONE        PIC X(01)   VALUE SPACE.
001190 77  REG-JRN-COUNT            PIC 9(08)   VALUE ZERO.
001200 77  REG-JRN-RETCODE          PIC 9(04)   VALUE ZERO.
001210* THE REGISTER HELD AS WHOLE FEEDRG IMAGES - AN ENTRY IS TAKEN
001220* APART THROUGH REG-WORK-ENTRY WHEN A CARD CHANGES IT.
001230 01  REG-TABLE.
001240     05  REG-TABLE-ENTRY      PIC X(40) OCCURS 50 TIMES.
001250 01  REG-WORK-ENTRY.
001260     COPY FEEDRG REPLACING ==:PFX:== BY ==RGW==.
001270 01  REG-CARD-HEAD-LINE.
001280     05  FILLER               PIC X(10) VALUE '    CARD  '.
001290     05  FILLER               PIC X(03) VALUE 'A  '.
001292     05  FILLER               PIC X(05) VALUE 'BR   '.
001294     05  FILLER               PIC X(08) VALUE 'SEQ     '.
001296     05  FILLER               PIC X(10) VALUE 'AUTH BY   '.
001298     05  FILLER               PIC X(06) VALUE 'RESULT'.
001300     05  FILLER               PIC X(38) VALUE SPACES.
001310 01  REG-REPORT-LINE.
001320     05  REG-RPT-CARD-NO      PIC ZZZZZZZ9.
001330     05  FILLER               PIC X(02) VALUE SPACES.
001340     05  REG-RPT-ACTION       PIC X(01).
001350     05  FILLER               PIC X(02) VALUE SPACES.
001360     05  REG-RPT-BRANCH       PIC X(03).
001370     05  FILLER               PIC X(02) VALUE SPACES.
001380     05  REG-RPT-SEQ          PIC X(06).
001390     05  FILLER               PIC X(02) VALUE SPACES.
001400     05  REG-RPT-AUTH-ID      PIC X(08).
001410     05  FILLER               PIC X(02) VALUE SPACES.
001420     05  REG-RPT-RESULT       PIC X(24).
001430     05  FILLER               PIC X(20) VALUE SPACES.
001440 01  REG-LIST-HEAD-LINE.
001450     05  FILLER               PIC X(15) VALUE 'FEED REGISTER  '.
001460     05  FILLER               PIC X(08) VALUE 'BRANCH  '.
001462     05  FILLER               PIC X(09) VALUE 'LAST SEQ '.
001464     05  FILLER               PIC X(11) VALUE 'LAST DATE  '.
001466     05  FILLER               PIC X(08) VALUE ' DETAILS'.
001468     05  FILLER               PIC X(15) VALUE '     HASH TOTAL'.
001480     05  FILLER               PIC X(14) VALUE SPACES.
001490 01  REG-LIST-LINE.
001500     05  FILLER               PIC X(15) VALUE SPACES.
001510     05  REG-LST-BRANCH       PIC X(03).
001520     05  FILLER               PIC X(05) VALUE SPACES.
001530     05  REG-LST-SEQ          PIC 9(06).
001540     05  FILLER               PIC X(03) VALUE SPACES.
001550     05  REG-LST-DATE         PIC 9(08).
001560     05  FILLER               PIC X(03) VALUE SPACES.
001570     05  REG-LST-COUNT        PIC ZZZZZZZ9.
001580     05  FILLER               PIC X(03) VALUE SPACES.
001590     05  REG-LST-HASH         PIC ZZZZZZZZZZZ9.
001600     05  FILLER               PIC X(14) VALUE SPACES.
001610 01  REG-TOTAL-LINE.
001620     05  REG-TOT-LABEL        PIC X(22).
001630     05  REG-TOT-VALUE        PIC ZZZZZZZ9.
001640     05  FILLER               PIC X(50) VALUE SPACES.
001650 PROCEDURE DIVISION.
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001680     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
001690         UNTIL REG-CARD-EOF-YES.
001700     PERFORM 3000-WRITE-REGISTER THRU 3000-EXIT.
001710     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
001720     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001730     GOBACK.
001740*****************************************************************
001750* 1000-INITIALIZE - OPEN THE FILES, LOAD THE REGISTER INTO THE
001760* TABLE, AND PRIME THE CARD READ.
001770*****************************************************************
001780 1000-INITIALIZE.
001790     MOVE 'S'  TO REG-JRN-MILESTONE.
001800     MOVE ZERO TO REG-JRN-COUNT.
001810     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
001820     OPEN INPUT REG-OLD-FILE.
001830     OPEN INPUT REG-CARD-FILE.
001840*    THE REGISTER IS LOADED BEFORE ANY OUTPUT IS CREATED, SO A
001850*    LOAD ABEND CANNOT LEAVE AN EMPTY REGMOUT BEHIND FOR ALPHA TO
001860*    MISTAKE FOR A REGISTER WITH NO BRANCHES ON IT.
001870     PERFORM 1100-LOAD-REGISTER THRU 1100-EXIT.
001880     OPEN OUTPUT REG-NEW-FILE.
001890     OPEN OUTPUT REG-AUDIT-FILE.
001900     OPEN OUTPUT REG-REPORT-FILE.
001910     WRITE REG-REPORT-RECORD FROM REG-CARD-HEAD-LINE.
001920     PERFORM 2100-READ-CARD THRU 2100-EXIT.
001930 1000-EXIT.
001940     EXIT.
001950*****************************************************************
001960* 1100-LOAD-REGISTER - LOAD THE CURRENT REGISTER. A REGISTER THAT
001970* FILLS THE TABLE EXACTLY IS LEGAL - ONLY A RECORD BEYOND THE
001980* CAPACITY IS AN OVERFLOW.
001990*****************************************************************
002000 1100-LOAD-REGISTER.
002010     PERFORM 1110-READ-REGISTER THRU 1110-EXIT
002020         UNTIL REG-OLD-EOF-YES
002030             OR REG-TABLE-CNT = 50.
002040     IF NOT REG-OLD-EOF-YES
002050         READ REG-OLD-FILE
002060             AT END
002070                 SET REG-OLD-EOF-YES TO TRUE
002080             NOT AT END
002090                 MOVE 'REGMIN EXCEEDS 50-BRANCH REGISTER LIMIT'
002100                     TO REG-ABEND-MESSAGE
002110                 PERFORM 9900-ABEND THRU 9900-EXIT
002120         END-READ
002130     END-IF.
002140 1100-EXIT.
002150     EXIT.
002160*****************************************************************
002170* 1110-READ-REGISTER - READ ONE ENTRY INTO THE TABLE. AN ENTRY
002180* WITH NON-NUMERIC CONTROL FIELDS IS A DAMAGED REGISTER - ALPHA
002190* WOULD REFUSE IT, SO IT IS NOT CARRIED FORWARD HERE EITHER.
002200*****************************************************************
002210 1110-READ-REGISTER.
002220     READ REG-OLD-FILE
002230         AT END
002240             SET REG-OLD-EOF-YES TO TRUE
002250             GO TO 1110-EXIT
002260     END-READ.
002270     IF RGO-SEQ NOT NUMERIC
002280         OR RGO-DATE NOT NUMERIC
002290         OR RGO-COUNT NOT NUMERIC
002300         OR RGO-HASH NOT NUMERIC
002310         MOVE 'REGMIN DAMAGED - FIELDS NOT NUMERIC'
002320             TO REG-ABEND-MESSAGE
002330         PERFORM 9900-ABEND THRU 9900-EXIT
002340     END-IF.
002350     ADD 1 TO REG-TABLE-CNT.
002360     MOVE REG-OLD-RECORD TO REG-TABLE-ENTRY (REG-TABLE-CNT).
002370 1110-EXIT.
002380     EXIT.
002390*****************************************************************
002400* 2000-PROCESS-CARDS - APPLY ONE RESET CARD AND REPORT ITS
002410* DISPOSITION, THEN READ THE NEXT ONE.
002420*****************************************************************
002430 2000-PROCESS-CARDS.
002440*    ALL-BLANK CARDS ARE DECK PADDING, NOT MAINTENANCE - IGNORED.
002450     IF REG-CARD-RECORD = SPACES
002460         GO TO 2000-NEXT.
002470     ADD 1 TO REG-CARD-COUNT.
002480     MOVE SPACES TO REG-FAIL-REASON.
002490     MOVE SPACES TO REG-AUDIT-RECORD.
002500     PERFORM 2200-APPLY-CARD THRU 2200-EXIT.
002510     PERFORM 2900-REPORT-CARD THRU 2900-EXIT.
002520 2000-NEXT.
002530     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002540 2000-EXIT.
002550     EXIT.
002560*****************************************************************
002570* 2100-READ-CARD - READ THE NEXT RESET CARD.
002580*****************************************************************
002590 2100-READ-CARD.
002600     READ REG-CARD-FILE
002610         AT END
002620             SET REG-CARD-EOF-YES TO TRUE
002630     END-READ.
002640 2100-EXIT.
002650     EXIT.
002660*****************************************************************
002670* 2200-APPLY-CARD - EDIT THE CARD AND APPLY THE RESET. A CARD
002680* THAT FAILS AN EDIT SETS REG-FAIL-REASON AND IS COUNTED - THE
002690* RUN GOES ON TO THE NEXT CARD.
002700*****************************************************************
002710 2200-APPLY-CARD.
002720     PERFORM 2250-EDIT-CARD THRU 2250-EXIT.
002730     IF REG-FAIL-REASON NOT = SPACES
002740         ADD 1 TO REG-FAILED-COUNT
002750         GO TO 2200-EXIT.
002760     PERFORM 2300-RESET-ENTRY THRU 2300-EXIT.
002770     IF REG-FAIL-REASON = SPACES
002780         ADD 1 TO REG-APPLIED-COUNT
002790     ELSE
002800         ADD 1 TO REG-FAILED-COUNT
002810     END-IF.
002820 2200-EXIT.
002830     EXIT.
002840*****************************************************************
002850* 2250-EDIT-CARD - STRUCTURAL EDITS. A RESET WITHOUT A NAMED
002860* AUTHORISER AND A REASON IS NOT A CONTROLLED RESET AND IS
002870* REFUSED.
002880*****************************************************************
002890 2250-EDIT-CARD.
002900     IF REGC-ACTION NOT = 'R'
002910         MOVE 'UNKNOWN ACTION'       TO REG-FAIL-REASON
002920         GO TO 2250-EXIT.
002930     IF REGC-BRANCH = SPACES
002940         MOVE 'BRANCH BLANK'         TO REG-FAIL-REASON
002950         GO TO 2250-EXIT.
002960     IF REGC-SEQ NOT NUMERIC
002970         MOVE 'SEQUENCE NOT NUMERIC' TO REG-FAIL-REASON
002980         GO TO 2250-EXIT.
002990     IF REGC-AUTH-ID = SPACES
003000         MOVE 'AUTHORISER MISSING'   TO REG-FAIL-REASON
003010         GO TO 2250-EXIT.
003020     IF REGC-REASON = SPACES
003030         MOVE 'REASON MISSING'       TO REG-FAIL-REASON
003040     END-IF.
003050 2250-EXIT.
003060     EXIT.
003070*****************************************************************
003080* 2300-RESET-ENTRY - SET THE BRANCH'S LAST-ACCEPTED SEQUENCE TO
003090* THE CARD'S, SEEDING THE BRANCH IF IT IS NOT YET REGISTERED.
003100* THE LAST BUSINESS DATE STAYS AS A RECORD OF WHEN THE BRANCH
003110* LAST SENT A FILE.
003120*****************************************************************
003130 2300-RESET-ENTRY.
003140     PERFORM 2600-LOCATE-BRANCH THRU 2600-EXIT.
003150     IF REG-FOUND-YES
003160         MOVE REG-TABLE-ENTRY (REG-TARGET-POS) TO REGA-OLD-ENTRY
003170         MOVE REG-TABLE-ENTRY (REG-TARGET-POS) TO REG-WORK-ENTRY
003180         GO TO 2300-APPLY.
003190     IF REG-TABLE-CNT = 50
003200         MOVE 'REGISTER FULL'        TO REG-FAIL-REASON
003210         GO TO 2300-EXIT.
003220     ADD 1 TO REG-TABLE-CNT.
003230     MOVE REG-TABLE-CNT              TO REG-TARGET-POS.
003240     MOVE SPACES                     TO REGA-OLD-ENTRY.
003250     MOVE SPACES                     TO REG-WORK-ENTRY.
003260     MOVE REGC-BRANCH                TO RGW-BRANCH.
003270     MOVE ZERO                       TO RGW-DATE.
003280 2300-APPLY.
003290     MOVE REGC-SEQ                   TO RGW-SEQ.
003300     MOVE ZERO                       TO RGW-COUNT.
003310     MOVE ZERO                       TO RGW-HASH.
003320     MOVE REG-WORK-ENTRY TO REG-TABLE-ENTRY (REG-TARGET-POS).
003330     MOVE REG-WORK-ENTRY             TO REGA-NEW-ENTRY.
003340     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
003350 2300-EXIT.
003360     EXIT.
003370*****************************************************************
003380* 2600-LOCATE-BRANCH - FIND THE CARD'S BRANCH ON THE REGISTER.
003390*****************************************************************
003400 2600-LOCATE-BRANCH.
003410     MOVE 'N' TO REG-FOUND-SW.
003420     IF REG-TABLE-CNT > ZERO
003430         PERFORM 2610-MATCH-ONE-BRANCH THRU 2610-EXIT
003440             VARYING REG-SCAN-IX FROM 1 BY 1
003450             UNTIL REG-SCAN-IX > REG-TABLE-CNT
003460                 OR REG-FOUND-YES
003470     END-IF.
003480 2600-EXIT.
003490     EXIT.
003500*****************************************************************
003510* 2610-MATCH-ONE-BRANCH - TEST ONE ENTRY'S BRANCH AGAINST THE
003520* CARD. THE POSITION IS CAPTURED HERE, WHILE THE SUBSCRIPT
003530* STILL ADDRESSES THE MATCHED ENTRY.
003540*****************************************************************
003550 2610-MATCH-ONE-BRANCH.
003560     MOVE REG-TABLE-ENTRY (REG-SCAN-IX) TO REG-WORK-ENTRY.
003570     IF RGW-BRANCH = REGC-BRANCH
003580         SET REG-FOUND-YES TO TRUE
003590         MOVE REG-SCAN-IX TO REG-TARGET-POS
003600     END-IF.
003610 2610-EXIT.
003620     EXIT.
003630*****************************************************************
003640* 2900-REPORT-CARD - ONE REPORT LINE PER CARD, APPLIED OR NOT.
003650*****************************************************************
003660 2900-REPORT-CARD.
003670     MOVE REG-CARD-COUNT TO REG-RPT-CARD-NO.
003680     MOVE REGC-ACTION    TO REG-RPT-ACTION.
003690     MOVE REGC-BRANCH    TO REG-RPT-BRANCH.
003700     MOVE REGC-SEQ       TO REG-RPT-SEQ.
003710     MOVE REGC-AUTH-ID   TO REG-RPT-AUTH-ID.
003720     IF REG-FAIL-REASON = SPACES
003730         MOVE 'APPLIED'  TO REG-RPT-RESULT
003740     ELSE
003750         MOVE REG-FAIL-REASON TO REG-RPT-RESULT
003760     END-IF.
003770     WRITE REG-REPORT-RECORD FROM REG-REPORT-LINE.
003780 2900-EXIT.
003790     EXIT.
003800*****************************************************************
003810* 3000-WRITE-REGISTER - WRITE THE REGISTER BACK OUT AS THE NEW
003820* GENERATION AND LIST EVERY ENTRY AS IT NOW STANDS.
003830*****************************************************************
003840 3000-WRITE-REGISTER.
003850     WRITE REG-REPORT-RECORD FROM REG-LIST-HEAD-LINE.
003860     IF REG-TABLE-CNT = ZERO
003870         GO TO 3000-EXIT.
003880     PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
003890         VARYING REG-SCAN-IX FROM 1 BY 1
003900         UNTIL REG-SCAN-IX > REG-TABLE-CNT.
003910 3000-EXIT.
003920     EXIT.
003930*****************************************************************
003940* 3100-WRITE-ONE-ENTRY - WRITE AND LIST ONE REGISTER ENTRY.
003950*****************************************************************
003960 3100-WRITE-ONE-ENTRY.
003970     MOVE REG-TABLE-ENTRY (REG-SCAN-IX) TO REG-NEW-RECORD.
003980     WRITE REG-NEW-RECORD.
003990     MOVE RGN-BRANCH     TO REG-LST-BRANCH.
004000     MOVE RGN-SEQ        TO REG-LST-SEQ.
004010     MOVE RGN-DATE       TO REG-LST-DATE.
004020     MOVE RGN-COUNT      TO REG-LST-COUNT.
004030     MOVE RGN-HASH       TO REG-LST-HASH.
004040     WRITE REG-REPORT-RECORD FROM REG-LIST-LINE.
004050 3100-EXIT.
004060     EXIT.
004070*****************************************************************
004080* 5000-PRINT-TOTALS - ACCOUNT FOR EVERY CARD. CONDITION CODE 4
004090* FLAGS CARDS THAT COULD NOT BE APPLIED.
004100*****************************************************************
004110 5000-PRINT-TOTALS.
004120     MOVE 'CARDS READ'          TO REG-TOT-LABEL.
004130     MOVE REG-CARD-COUNT        TO REG-TOT-VALUE.
004140     WRITE REG-REPORT-RECORD FROM REG-TOTAL-LINE.
004150     MOVE 'RESETS APPLIED'      TO REG-TOT-LABEL.
004160     MOVE REG-APPLIED-COUNT     TO REG-TOT-VALUE.
004170     WRITE REG-REPORT-RECORD FROM REG-TOTAL-LINE.
004180     MOVE 'CARDS FAILED'        TO REG-TOT-LABEL.
004190     MOVE REG-FAILED-COUNT      TO REG-TOT-VALUE.
004200     WRITE REG-REPORT-RECORD FROM REG-TOTAL-LINE.
004210     MOVE 'BRANCHES ON REGISTER' TO REG-TOT-LABEL.
004220     MOVE REG-TABLE-CNT         TO REG-TOT-VALUE.
004230     WRITE REG-REPORT-RECORD FROM REG-TOTAL-LINE.
004240     IF REG-FAILED-COUNT > ZERO
004250         MOVE 4 TO RETURN-CODE
004260     END-IF.
004270 5000-EXIT.
004280     EXIT.
004290*****************************************************************
004300* 8000-WRITE-AUDIT - WRITE THE BEFORE/AFTER AUDIT RECORD FOR ONE
004310* APPLIED RESET. THE CALLER HAS ALREADY SET THE OLD AND NEW
004320* ENTRY IMAGES.
004330*****************************************************************
004340 8000-WRITE-AUDIT.
004350     MOVE 'ALPHAREG'      TO REGA-PROGRAM.
004360     ACCEPT REGA-DATE FROM DATE.
004370     ACCEPT REGA-TIME FROM TIME.
004380     MOVE REGC-ACTION     TO REGA-ACTION.
004390     MOVE REGC-AUTH-ID    TO REGA-AUTH-ID.
004400     MOVE REGC-REASON     TO REGA-REASON.
004410     WRITE REG-AUDIT-RECORD.
004420 8000-EXIT.
004430     EXIT.
004440*****************************************************************
004450* 9700-JOURNAL-MILESTONE - APPEND ONE MILESTONE TO THE SHARED
004460* RUN JOURNAL THROUGH ALPHAJRN. THE CONDITION CODE GOES ALONG
004470* AS IT STANDS AND ALPHAJRN HANDS THE SAME CODE BACK.
004480*****************************************************************
004490 9700-JOURNAL-MILESTONE.
004500     MOVE RETURN-CODE TO REG-JRN-RETCODE.
004510     CALL 'ALPHAJRN' USING REG-JRN-PROGRAM, REG-JRN-MILESTONE,
004520         REG-JRN-COUNT, REG-JRN-RETCODE.
004530 9700-EXIT.
004540     EXIT.
004550*****************************************************************
004560* 9900-ABEND - REPORT A FATAL ERROR ON THE OPERATOR CONSOLE AND
004570* STOP THE RUN WITH A NONZERO CONDITION CODE. THE CALLER SETS
004580* REG-ABEND-MESSAGE.
004590*****************************************************************
004600 9900-ABEND.
004610     DISPLAY 'ALPHAREG ABEND - ' REG-ABEND-MESSAGE.
004620     MOVE 16 TO RETURN-CODE.
004630     MOVE 'E' TO REG-JRN-MILESTONE.
004640     MOVE REG-CARD-COUNT TO REG-JRN-COUNT.
004650     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
004660     STOP RUN.
004670 9900-EXIT.
004680     EXIT.
004690*****************************************************************
004700* 9999-TERMINATE - CLOSE FILES BEFORE GOBACK.
004710*****************************************************************
004720 9999-TERMINATE.
004730     CLOSE REG-OLD-FILE.
004740     CLOSE REG-CARD-FILE.
004750     CLOSE REG-NEW-FILE.
004760     CLOSE REG-AUDIT-FILE.
004770     CLOSE REG-REPORT-FILE.
004780     MOVE 'E' TO REG-JRN-MILESTONE.
004790     MOVE REG-CARD-COUNT TO REG-JRN-COUNT.
004800     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
004810 9999-EXIT.
004820     EXIT.
