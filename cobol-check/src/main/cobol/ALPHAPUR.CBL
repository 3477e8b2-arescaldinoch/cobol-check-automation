000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ALPHAPUR.
000030 AUTHOR.  D CHALMERS.
000040 INSTALLATION.  BATCH-SUITE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM ALPHAPUR
000090*
000100* DORMANT-ENTRY PURGE OF THE KEYED MASTER. EVERY ENTRY WHOSE
000110* LATEST ACTIVITY - THE LATEST OF THE DATES IT WAS ADDED, LAST
000120* MAINTAINED AND LAST INQUIRED, AS ALPHAMST STAMPS THEM - LIES
000130* AT LEAST THE PURGE CARD'S NUMBER OF CALENDAR DAYS BEFORE THE
000140* BUSINESS DATE IS MOVED OFF THE MASTER ONTO THE DORMANT-ENTRY
000150* ARCHIVE (COPYBOOK MSTARC). THE MASTER IS BROWSED AND EVERY
000160* REMOVAL MADE THROUGH ALPHAMST - THIS PROGRAM NEVER OPENS
000170* MASTFILE ITSELF - SO EACH PURGE IS JOURNALED ON MSTJRNL AS A
000180* DELETE, UNDER THE BRANCH CODE 'PUR' THAT ALPHABRN KEEPS
000190* RESERVED FOR THIS RUN.
000200*
000210* AN ENTRY WITH NO ACTIVITY DATE AT ALL HAS NOT BEEN TOUCHED
000220* SINCE THE STAMPS WERE FIRST KEPT. IT IS NOT KNOWN TO BE
000230* DORMANT, SO IT STAYS AND IS COUNTED AS UNSTAMPED.
000240*
000250* RESTORE CARDS BRING AN ARCHIVED ENTRY BACK. THEY ARE APPLIED
000260* BEFORE THE PURGE, THROUGH ALPHAMST 'A' UNDER BRANCH 'PUR', SO
000270* THE ENTRY RETURNS WITH FRESH STAMPS AND IS NOT PURGED AGAIN THE
000280* SAME NIGHT. THE ARCHIVE IS GENERATIONAL - THE OLD GENERATION IS
000290* COPIED FORWARD LESS THE ENTRIES RESTORED, AND THE NIGHT'S
000300* PURGES ARE ADDED TO THE END OF THE NEW ONE.
000310*
000320* RUN-CONTROL CARD (RUNPARM) - THE DAILY RUN'S OWN CARD. ONLY THE
000330* BUSINESS DATE (COLS 12-19) MATTERS HERE. IT STAMPS THE JOURNAL
000340* AND THE ARCHIVE AND MUST BE A BUSINESS DAY ON THE CALNDR
000350* CALENDAR.
000360*
000370* PURGE CARDS (PURCARDS):
000380*   PURGE    COL  1      'P'
000390*            COLS 2-5    DAYS OF INACTIVITY BEFORE AN ENTRY IS
000400*                        PURGED - NOT ZERO
000410*            COLS 6-13   USER ID OF THE AUTHORISER
000420*            COLS 14-42  REASON
000430*   RESTORE  COL  1      'R'
000440*            COLS 2-11   KEY OF THE ARCHIVED ENTRY
000450*            COLS 12-19  USER ID OF THE AUTHORISER
000460*            COLS 20-48  REASON
000470* AT MOST ONE PURGE CARD. WITH NONE THE RUN ONLY RESTORES AND
000480* PROVES THE MASTER. A FAILED CARD IS REPORTED AND IGNORED.
000490*
000500* THE RUN ENDS WITH CONTROL TOTALS FOR THE CARDS, THE ARCHIVE AND
000510* THE MASTER. THE MASTER IS RE-READ AFTER THE PURGE, AND THE RUN
000520* ENDS WITH CONDITION CODE 8 WHEN ITS COUNT AND HASH, OR THE
000530* ARCHIVE'S, DISAGREE WITH WHAT WAS PURGED. A FAILED CARD OR A
000540* RESTORE THAT COULD NOT BE MADE ENDS THE RUN WITH CONDITION
000550* CODE 4. A RUN STOPPED PART WAY HAS JOURNALED EVERY DELETE IT
000560* MADE WITH THE ENTRY AS ITS BEFORE IMAGE, SO NOTHING PURGED IS
000570* LOST WITH AN UNFINISHED ARCHIVE GENERATION.
000580*
000590* MODIFICATION HISTORY.
000600*   10/15/2026  DC    ORIGINAL PROGRAM.
000610*****************************************************************
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT PUR-PARM-FILE
000660         ASSIGN TO RUNPARM
000670         ORGANIZATION IS SEQUENTIAL.
000680     SELECT PUR-CARD-FILE
000690         ASSIGN TO PURCARDS
000700         ORGANIZATION IS SEQUENTIAL.
000710*    OPTIONAL - THE FIRST RUN HAS NO ARCHIVE TO COPY FORWARD.
000720     SELECT OPTIONAL PUR-OLD-ARCH-FILE
000730         ASSIGN TO PURARIN
000740         ORGANIZATION IS SEQUENTIAL.
000750     SELECT PUR-NEW-ARCH-FILE
000760         ASSIGN TO PURAROUT
000770         ORGANIZATION IS SEQUENTIAL.
000780     SELECT PUR-REPORT-FILE
000790         ASSIGN TO PURRPT
000800         ORGANIZATION IS SEQUENTIAL.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  PUR-PARM-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 80 CHARACTERS.
000860* SAME CARD ALPHA READS - ONLY THE BUSINESS DATE MATTERS HERE,
000870* THE REST IS ALPHA'S.
000880 01  PUR-PARM-RECORD.
000890     05  FILLER               PIC X(11).
000900     05  PURP-RUN-DATE        PIC 9(08).
000910     05  FILLER               PIC X(61).
000920 FD  PUR-CARD-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 80 CHARACTERS.
000950 01  PUR-CARD-RECORD.
000960     05  PURC-TYPE            PIC X(01).
000970         88  PURC-PURGE                   VALUE 'P'.
000980         88  PURC-RESTORE                 VALUE 'R'.
000990     05  PURC-PURGE-DATA.
001000         10  PURC-DAYS        PIC 9(04).
001010         10  PURC-DAYS-X REDEFINES PURC-DAYS
001020                              PIC X(04).
001030         10  PURC-PURGE-AUTH  PIC X(08).
001040         10  PURC-PURGE-REASON
001050                              PIC X(29).
001060         10  FILLER           PIC X(38).
001070     05  PURC-RESTORE-DATA REDEFINES PURC-PURGE-DATA.
001080         10  PURC-KEY         PIC X(10).
001090         10  PURC-RESTORE-AUTH
001100                              PIC X(08).
001110         10  PURC-RESTORE-REASON
001120                              PIC X(29).
001130         10  FILLER           PIC X(32).
001140 FD  PUR-OLD-ARCH-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 130 CHARACTERS.
001170 01  PUR-OLD-ARCH-RECORD.
001180     COPY MSTARC REPLACING ==:PFX:== BY ==PUO==.
001190 FD  PUR-NEW-ARCH-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 130 CHARACTERS.
001220 01  PUR-NEW-ARCH-RECORD.
001230     COPY MSTARC REPLACING ==:PFX:== BY ==PUN==.
001240 FD  PUR-REPORT-FILE
001250     LABEL RECORDS ARE STANDARD
001260     RECORD CONTAINS 80 CHARACTERS.
001270 01  PUR-REPORT-RECORD          PIC X(80).
001280 WORKING-STORAGE SECTION.
001290 77  PUR-RST-CNT              PIC 9(04) COMP VALUE ZERO.
001300 77  PUR-RST-IX               PIC 9(04) COMP VALUE ZERO.
001310 77  PUR-DAY-IX               PIC 9(04) COMP VALUE ZERO.
001320 77  PUR-CARD-EOF-SW          PIC X(01)   VALUE 'N'.
001330     88  PUR-CARD-EOF-YES                 VALUE 'Y'.
001340 77  PUR-ARCH-EOF-SW          PIC X(01)   VALUE 'N'.
001350     88  PUR-ARCH-EOF-YES                 VALUE 'Y'.
001360 77  PUR-MAST-EOF-SW          PIC X(01)   VALUE 'N'.
001370     88  PUR-MAST-EOF-YES                 VALUE 'Y'.
001380 77  PUR-PURGE-SW             PIC X(01)   VALUE 'N'.
001390     88  PUR-PURGE-YES                    VALUE 'Y'.
001400 77  PUR-PURGE-DAYS           PIC 9(04)   VALUE ZERO.
001410 77  PUR-PURGE-AUTH           PIC X(08)   VALUE SPACES.
001420 77  PUR-PURGE-REASON         PIC X(29)   VALUE SPACES.
001430 77  PUR-CARD-COUNT           PIC 9(08) COMP VALUE ZERO.
001440 77  PUR-FAILED-COUNT         PIC 9(08) COMP VALUE ZERO.
001450 77  PUR-RESTORED-COUNT       PIC 9(08) COMP VALUE ZERO.
001460 77  PUR-UNRESTORED-COUNT     PIC 9(08) COMP VALUE ZERO.
001470 77  PUR-ARCH-IN-COUNT        PIC 9(08) COMP VALUE ZERO.
001480 77  PUR-ARCH-CARRIED-COUNT   PIC 9(08) COMP VALUE ZERO.
001490 77  PUR-ARCH-OUT-COUNT       PIC 9(08) COMP VALUE ZERO.
001500 77  PUR-ENTRY-COUNT          PIC 9(08) COMP VALUE ZERO.
001510 77  PUR-PURGED-COUNT         PIC 9(08) COMP VALUE ZERO.
001520 77  PUR-UNSTAMPED-COUNT      PIC 9(08) COMP VALUE ZERO.
001530 77  PUR-AFTER-COUNT          PIC 9(08) COMP VALUE ZERO.
001540 77  PUR-HASH-BEFORE          PIC 9(12) COMP VALUE ZERO.
001550 77  PUR-HASH-PURGED          PIC 9(12) COMP VALUE ZERO.
001560 77  PUR-HASH-AFTER           PIC 9(12) COMP VALUE ZERO.
001570 77  PUR-LEAP-QUOTIENT        PIC 9(04) COMP VALUE ZERO.
001580 77  PUR-LEAP-REM-4           PIC 9(04) COMP VALUE ZERO.
001590 77  PUR-LEAP-REM-100         PIC 9(04) COMP VALUE ZERO.
001600 77  PUR-LEAP-REM-400         PIC 9(04) COMP VALUE ZERO.
001610 77  PUR-FAIL-REASON          PIC X(24)   VALUE SPACES.
001620 77  PUR-ABEND-MESSAGE        PIC X(60)   VALUE SPACES.
001630 77  PUR-BUSINESS-DATE        PIC 9(08)   VALUE ZERO.
001640*    KEYED-MASTER ARGUMENTS FOR ALPHAMST. THE 'L' BROWSE HANDS
001650*    EACH ENTRY'S LAST ACTIVITY BACK IN PUR-LAST-ACTIVE AND
001660*    PUR-LAST-BRANCH; EVERY OTHER CALL PASSES THE BUSINESS DATE
001670*    AND 'PUR' TO STAMP THE MASTER AND THE JOURNAL WITH.
001680 77  PUR-MST-FUNCTION         PIC X(01)   VALUE SPACE.
001690 77  PUR-MST-KEY              PIC X(10)   VALUE SPACES.
001700 77  PUR-MST-FIELD-2          PIC X(80)   VALUE SPACES.
001710 77  PUR-MST-NUMERIC          PIC 999     VALUE ZERO.
001720 77  PUR-MST-STATUS           PIC X(02)   VALUE SPACES.
001730 77  PUR-MST-BRANCH           PIC X(03)   VALUE 'PUR'.
001740 77  PUR-LAST-ACTIVE          PIC 9(08)   VALUE ZERO.
001750 77  PUR-LAST-BRANCH          PIC X(03)   VALUE SPACES.
001760*    CALENDAR ARGUMENTS FOR ALPHACAL.
001770 77  PUR-CAL-FUNCTION         PIC X(01)   VALUE 'B'.
001780 77  PUR-CAL-RESULT           PIC 9(08)   VALUE ZERO.
001790 77  PUR-CAL-RULE             PIC X(01)   VALUE SPACE.
001800 77  PUR-CAL-STATUS           PIC X(02)   VALUE SPACES.
001810*    RUN-JOURNAL MILESTONE ARGUMENTS FOR ALPHAJRN.
001820 77  PUR-JRN-PROGRAM          PIC X(08)   VALUE 'ALPHAPUR'.
001830 77  PUR-JRN-MILESTONE        PIC X(01)   VALUE SPACE.
001840 77  PUR-JRN-COUNT            PIC 9(08)   VALUE ZERO.
001850 77  PUR-JRN-RETCODE          PIC 9(04)   VALUE ZERO.
001860* THE CUTOFF DATE - AN ENTRY LAST ACTIVE ON OR BEFORE IT IS
001870* DORMANT. IT IS STEPPED BACK FROM THE BUSINESS DATE ONE
001880* CALENDAR DAY AT A TIME.
001890 01  PUR-CUTOFF-DATE          PIC 9(08)   VALUE ZERO.
001900 01  PUR-CUTOFF-PARTS REDEFINES PUR-CUTOFF-DATE.
001910     05  PUR-CUT-YYYY         PIC 9(04).
001920     05  PUR-CUT-MM           PIC 9(02).
001930     05  PUR-CUT-DD           PIC 9(02).
001940 01  PUR-MONTH-DAYS-VALUES.
001950     05  FILLER               PIC X(24)
001960             VALUE '312831303130313130313031'.
001970 01  PUR-MONTH-DAYS-TABLE REDEFINES PUR-MONTH-DAYS-VALUES.
001980     05  PUR-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
001990* THE ACCEPTED RESTORE CARDS. EACH IS SETTLED BY THE FIRST
002000* ARCHIVE RECORD CARRYING ITS KEY; ONE STILL UNSETTLED WHEN THE
002010* ARCHIVE RUNS OUT NAMES A KEY THE ARCHIVE DOES NOT HOLD.
002020 01  PUR-RESTORE-TABLE.
002030     05  PUR-RST-ENTRY        OCCURS 50 TIMES.
002040         10  PUR-RST-KEY         PIC X(10).
002050         10  PUR-RST-FIELD-2     PIC X(80).
002060         10  PUR-RST-NUMERIC     PIC 9(03).
002070         10  PUR-RST-RESULT      PIC X(24).
002080 01  PUR-TITLE-LINE.
002090     05  FILLER               PIC X(39)
002100             VALUE 'ALPHAPUR DORMANT ENTRY PURGE          '.
002110     05  FILLER               PIC X(14) VALUE 'BUSINESS DATE '.
002120     05  PUR-TTL-DATE         PIC 9(08).
002130     05  FILLER               PIC X(19) VALUE SPACES.
002140 01  PUR-CUTOFF-LINE.
002150     05  FILLER               PIC X(18)
002160             VALUE 'INACTIVE FOR DAYS '.
002170     05  PUR-CUT-DAYS         PIC ZZZ9.
002180     05  FILLER               PIC X(19)
002190             VALUE '   PURGE CUTOFF    '.
002200     05  PUR-CUT-DATE         PIC 9(08).
002210     05  FILLER               PIC X(31) VALUE SPACES.
002220 01  PUR-NO-PURGE-LINE.
002230     05  FILLER               PIC X(40)
002240             VALUE 'NO PURGE CARD - NOTHING WILL BE PURGED'.
002250     05  FILLER               PIC X(40) VALUE SPACES.
002260 01  PUR-AUTH-LINE.
002270     05  FILLER               PIC X(15) VALUE 'AUTHORISED BY  '.
002280     05  PUR-ATH-ID           PIC X(08).
002290     05  FILLER               PIC X(02) VALUE SPACES.
002300     05  PUR-ATH-REASON       PIC X(29).
002310     05  FILLER               PIC X(26) VALUE SPACES.
002320 01  PUR-CARD-HEAD-LINE.
002330     05  FILLER               PIC X(05) VALUE 'CARD '.
002340     05  FILLER               PIC X(03) VALUE 'T  '.
002350     05  FILLER               PIC X(12) VALUE 'KEY OR DAYS '.
002360     05  FILLER               PIC X(10) VALUE 'AUTH      '.
002370     05  FILLER               PIC X(24) VALUE 'REASON'.
002380     05  FILLER               PIC X(06) VALUE 'RESULT'.
002390     05  FILLER               PIC X(20) VALUE SPACES.
002400 01  PUR-CARD-LINE.
002410     05  PUR-CRD-CARD-NO      PIC ZZ9.
002420     05  FILLER               PIC X(02) VALUE SPACES.
002430     05  PUR-CRD-TYPE         PIC X(01).
002440     05  FILLER               PIC X(02) VALUE SPACES.
002450     05  PUR-CRD-KEY-DAYS     PIC X(10).
002460     05  FILLER               PIC X(02) VALUE SPACES.
002470     05  PUR-CRD-AUTH         PIC X(08).
002480     05  FILLER               PIC X(02) VALUE SPACES.
002490     05  PUR-CRD-REASON       PIC X(22).
002500     05  FILLER               PIC X(02) VALUE SPACES.
002510     05  PUR-CRD-RESULT       PIC X(24).
002520     05  FILLER               PIC X(02) VALUE SPACES.
002530 01  PUR-RESTORE-HEAD-LINE.
002540     05  FILLER               PIC X(12) VALUE 'RESTORE KEY '.
002550     05  FILLER               PIC X(32) VALUE 'FIELD-2'.
002560     05  FILLER               PIC X(05) VALUE 'NUM  '.
002570     05  FILLER               PIC X(06) VALUE 'RESULT'.
002580     05  FILLER               PIC X(25) VALUE SPACES.
002590 01  PUR-PURGE-HEAD-LINE.
002600     05  FILLER               PIC X(12) VALUE 'PURGED KEY'.
002610     05  FILLER               PIC X(32) VALUE 'FIELD-2'.
002620     05  FILLER               PIC X(05) VALUE 'NUM  '.
002630     05  FILLER               PIC X(12) VALUE 'LAST ACTIVE '.
002640     05  FILLER               PIC X(06) VALUE 'BRANCH'.
002650     05  FILLER               PIC X(13) VALUE SPACES.
002660 01  PUR-ENTRY-LINE.
002670     05  PUR-ENT-KEY          PIC X(10).
002680     05  FILLER               PIC X(02) VALUE SPACES.
002690     05  PUR-ENT-FIELD-2      PIC X(30).
002700     05  FILLER               PIC X(02) VALUE SPACES.
002710     05  PUR-ENT-NUMERIC      PIC ZZ9.
002720     05  FILLER               PIC X(02) VALUE SPACES.
002730     05  PUR-ENT-DETAIL       PIC X(24).
002740     05  FILLER               PIC X(07) VALUE SPACES.
002750 01  PUR-ENT-ACTIVITY.
002760     05  PUR-ACT-DATE         PIC 9(08).
002770     05  FILLER               PIC X(04) VALUE SPACES.
002780     05  PUR-ACT-BRANCH       PIC X(03).
002790     05  FILLER               PIC X(09) VALUE SPACES.
002800 01  PUR-TOTAL-LINE.
002810     05  PUR-TOT-LABEL        PIC X(22).
002820     05  PUR-TOT-VALUE        PIC ZZZZZZZ9.
002830     05  FILLER               PIC X(50) VALUE SPACES.
002840 01  PUR-HASH-LINE.
002850     05  PUR-HSH-LABEL        PIC X(22).
002860     05  PUR-HSH-VALUE        PIC ZZZZZZZZZZZ9.
002870     05  FILLER               PIC X(46) VALUE SPACES.
002880 01  PUR-VERDICT-LINE.
002890     05  FILLER               PIC X(22) VALUE 'CONTROL TOTALS'.
002900     05  PUR-VRD-TEXT         PIC X(30).
002910     05  FILLER               PIC X(28) VALUE SPACES.
002920 PROCEDURE DIVISION.
002930 0000-MAINLINE.
002940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002950     PERFORM 2000-RESTORE-ENTRIES THRU 2000-EXIT.
002960     PERFORM 3000-PURGE-MASTER THRU 3000-EXIT.
002970     PERFORM 4000-RETOTAL-MASTER THRU 4000-EXIT.
002980*    THE MASTER IS CLOSED BEFORE THE TOTALS - THE TOTALS SET THE
002990*    RUN'S CONDITION CODE, AND A CALL MADE AFTER THEM WOULD HAND
003000*    BACK THE CALLED PROGRAM'S OWN RETURN-CODE.
003010     MOVE 'X' TO PUR-MST-FUNCTION.
003020     CALL 'ALPHAMST' USING PUR-MST-FUNCTION, PUR-MST-KEY,
003030         PUR-MST-FIELD-2, PUR-MST-NUMERIC, PUR-MST-STATUS,
003040         PUR-BUSINESS-DATE, PUR-MST-BRANCH.
003050     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
003060     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003070     GOBACK.
003080*****************************************************************
003090* 1000-INITIALIZE - TAKE THE RUN-CONTROL CARD, LOAD AND REPORT
003100* THE PURGE AND RESTORE CARDS, WORK OUT THE CUTOFF AND OPEN THE
003110* MASTER.
003120*****************************************************************
003130 1000-INITIALIZE.
003140     MOVE 'S'  TO PUR-JRN-MILESTONE.
003150     MOVE ZERO TO PUR-JRN-COUNT.
003160     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
003170     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
003180     PERFORM 1060-CHECK-BUSINESS-DAY THRU 1060-EXIT.
003190     OPEN INPUT PUR-CARD-FILE.
003200     OPEN OUTPUT PUR-REPORT-FILE.
003210     MOVE PUR-BUSINESS-DATE TO PUR-TTL-DATE.
003220     WRITE PUR-REPORT-RECORD FROM PUR-TITLE-LINE.
003230     WRITE PUR-REPORT-RECORD FROM PUR-CARD-HEAD-LINE.
003240     PERFORM 1210-READ-CARD THRU 1210-EXIT.
003250     PERFORM 1200-LOAD-CARD THRU 1200-EXIT
003260         UNTIL PUR-CARD-EOF-YES.
003270     IF PUR-PURGE-YES
003280         PERFORM 1500-COMPUTE-CUTOFF THRU 1500-EXIT
003290         MOVE PUR-PURGE-DAYS   TO PUR-CUT-DAYS
003300         MOVE PUR-CUTOFF-DATE  TO PUR-CUT-DATE
003310         WRITE PUR-REPORT-RECORD FROM PUR-CUTOFF-LINE
003320         MOVE PUR-PURGE-AUTH   TO PUR-ATH-ID
003330         MOVE PUR-PURGE-REASON TO PUR-ATH-REASON
003340         WRITE PUR-REPORT-RECORD FROM PUR-AUTH-LINE
003350     ELSE
003360         WRITE PUR-REPORT-RECORD FROM PUR-NO-PURGE-LINE
003370     END-IF.
003380     MOVE 'O' TO PUR-MST-FUNCTION.
003390     CALL 'ALPHAMST' USING PUR-MST-FUNCTION, PUR-MST-KEY,
003400         PUR-MST-FIELD-2, PUR-MST-NUMERIC, PUR-MST-STATUS,
003410         PUR-BUSINESS-DATE, PUR-MST-BRANCH.
003420     IF PUR-MST-STATUS NOT = '00'
003430         MOVE 'MASTER FILE OPEN FAILED' TO PUR-ABEND-MESSAGE
003440         PERFORM 9900-ABEND THRU 9900-EXIT
003450     END-IF.
003460 1000-EXIT.
003470     EXIT.
003480*****************************************************************
003490* 1050-READ-RUN-PARMS - TAKE THE BUSINESS DATE FROM THE DAILY
003500* RUN'S CARD. THERE IS NO FALLBACK - THE CUTOFF AND EVERY
003510* JOURNAL AND ARCHIVE RECORD HANG OFF IT.
003520*****************************************************************
003530 1050-READ-RUN-PARMS.
003540     OPEN INPUT PUR-PARM-FILE.
003550     READ PUR-PARM-FILE
003560         AT END
003570             MOVE 'RUN-CONTROL PARM FILE EMPTY'
003580                 TO PUR-ABEND-MESSAGE
003590             PERFORM 9900-ABEND THRU 9900-EXIT
003600     END-READ.
003610     IF PURP-RUN-DATE NOT NUMERIC
003620         MOVE 'BUSINESS DATE IS NOT NUMERIC'
003630             TO PUR-ABEND-MESSAGE
003640         PERFORM 9900-ABEND THRU 9900-EXIT
003650     END-IF.
003660     MOVE PURP-RUN-DATE TO PUR-BUSINESS-DATE.
003670     CLOSE PUR-PARM-FILE.
003680 1050-EXIT.
003690     EXIT.
003700*****************************************************************
003710* 1060-CHECK-BUSINESS-DAY - THE BUSINESS DATE MUST BE A BUSINESS
003720* DAY ON THE CALNDR CALENDAR, THE SAME TEST THE DAILY RUN MAKES.
003730*****************************************************************
003740 1060-CHECK-BUSINESS-DAY.
003750     MOVE 'B' TO PUR-CAL-FUNCTION.
003760     CALL 'ALPHACAL' USING PUR-CAL-FUNCTION, PUR-BUSINESS-DATE,
003770         PUR-CAL-RESULT, PUR-CAL-RULE, PUR-CAL-STATUS.
003780     EVALUATE PUR-CAL-STATUS
003790         WHEN '00'
003800             GO TO 1060-EXIT
003810         WHEN '01'
003820             DISPLAY 'ALPHAPUR BUSINESS DATE ' PUR-BUSINESS-DATE
003830                 ' NEXT BUSINESS DAY ' PUR-CAL-RESULT
003840             MOVE 'BUSINESS DATE IS NOT A BUSINESS DAY'
003850                 TO PUR-ABEND-MESSAGE
003860         WHEN '95'
003870             MOVE 'CALENDAR DOES NOT COVER THE BUSINESS DATE'
003880                 TO PUR-ABEND-MESSAGE
003890         WHEN '90'
003900             MOVE 'CALENDAR CALNDR MISSING OR NO CONTROL RECORD'
003910                 TO PUR-ABEND-MESSAGE
003920         WHEN '91'
003930             MOVE 'CALENDAR CALNDR DAMAGED'
003940                 TO PUR-ABEND-MESSAGE
003950         WHEN '92'
003960             MOVE 'CALNDR EXCEEDS 400-HOLIDAY TABLE LIMIT'
003970                 TO PUR-ABEND-MESSAGE
003980         WHEN OTHER
003990             MOVE 'CALENDAR LOOKUP FAILED'
004000                 TO PUR-ABEND-MESSAGE
004010     END-EVALUATE.
004020     PERFORM 9900-ABEND THRU 9900-EXIT.
004030 1060-EXIT.
004040     EXIT.
004050*****************************************************************
004060* 1200-LOAD-CARD - EDIT ONE CARD, TAKE IT IF IT PASSES, AND
004070* REPORT IT EITHER WAY.
004080*****************************************************************
004090 1200-LOAD-CARD.
004100*    ALL-BLANK CARDS ARE DECK PADDING - IGNORED.
004110     IF PUR-CARD-RECORD = SPACES
004120         GO TO 1200-NEXT.
004130     ADD 1 TO PUR-CARD-COUNT.
004140     MOVE SPACES TO PUR-FAIL-REASON.
004150     EVALUATE TRUE
004160         WHEN PURC-PURGE
004170             PERFORM 1250-EDIT-PURGE-CARD THRU 1250-EXIT
004180         WHEN PURC-RESTORE
004190             PERFORM 1300-EDIT-RESTORE-CARD THRU 1300-EXIT
004200         WHEN OTHER
004210             MOVE 'CARD TYPE NOT P OR R' TO PUR-FAIL-REASON
004220     END-EVALUATE.
004230     IF PUR-FAIL-REASON NOT = SPACES
004240         ADD 1 TO PUR-FAILED-COUNT
004250     END-IF.
004260     PERFORM 1400-REPORT-CARD THRU 1400-EXIT.
004270 1200-NEXT.
004280     PERFORM 1210-READ-CARD THRU 1210-EXIT.
004290 1200-EXIT.
004300     EXIT.
004310*****************************************************************
004320* 1210-READ-CARD - READ THE NEXT CARD.
004330*****************************************************************
004340 1210-READ-CARD.
004350     READ PUR-CARD-FILE
004360         AT END
004370             SET PUR-CARD-EOF-YES TO TRUE
004380     END-READ.
004390 1210-EXIT.
004400     EXIT.
004410*****************************************************************
004420* 1250-EDIT-PURGE-CARD - EDIT THE PURGE CARD, STOPPING AT THE
004430* FIRST FAILURE, AND TAKE ITS DAYS IF IT PASSES.
004440*****************************************************************
004450 1250-EDIT-PURGE-CARD.
004460     IF PUR-PURGE-YES
004470         MOVE 'ONLY ONE PURGE CARD'   TO PUR-FAIL-REASON
004480         GO TO 1250-EXIT.
004490     IF PURC-DAYS NOT NUMERIC
004500         MOVE 'DAYS NOT NUMERIC'      TO PUR-FAIL-REASON
004510         GO TO 1250-EXIT.
004520     IF PURC-DAYS = ZERO
004530         MOVE 'DAYS MUST NOT BE ZERO' TO PUR-FAIL-REASON
004540         GO TO 1250-EXIT.
004550     IF PURC-PURGE-AUTH = SPACES
004560         MOVE 'AUTHORISER MISSING'    TO PUR-FAIL-REASON
004570         GO TO 1250-EXIT.
004580     IF PURC-PURGE-REASON = SPACES
004590         MOVE 'REASON MISSING'        TO PUR-FAIL-REASON
004600         GO TO 1250-EXIT.
004610     SET PUR-PURGE-YES TO TRUE.
004620     MOVE PURC-DAYS         TO PUR-PURGE-DAYS.
004630     MOVE PURC-PURGE-AUTH   TO PUR-PURGE-AUTH.
004640     MOVE PURC-PURGE-REASON TO PUR-PURGE-REASON.
004650 1250-EXIT.
004660     EXIT.
004670*****************************************************************
004680* 1300-EDIT-RESTORE-CARD - EDIT ONE RESTORE CARD, STOPPING AT THE
004690* FIRST FAILURE, AND TABLE ITS KEY IF IT PASSES.
004700*****************************************************************
004710 1300-EDIT-RESTORE-CARD.
004720     IF PURC-KEY = SPACES
004730         MOVE 'KEY MISSING'           TO PUR-FAIL-REASON
004740         GO TO 1300-EXIT.
004750     IF PURC-RESTORE-AUTH = SPACES
004760         MOVE 'AUTHORISER MISSING'    TO PUR-FAIL-REASON
004770         GO TO 1300-EXIT.
004780     IF PURC-RESTORE-REASON = SPACES
004790         MOVE 'REASON MISSING'        TO PUR-FAIL-REASON
004800         GO TO 1300-EXIT.
004810     MOVE 1 TO PUR-RST-IX.
004820     PERFORM 1310-SCAN-RESTORES THRU 1310-EXIT
004830         UNTIL PUR-RST-IX > PUR-RST-CNT
004840             OR PUR-RST-KEY (PUR-RST-IX) = PURC-KEY.
004850     IF PUR-RST-IX NOT > PUR-RST-CNT
004860         MOVE 'KEY ALREADY ON A CARD' TO PUR-FAIL-REASON
004870         GO TO 1300-EXIT.
004880     IF PUR-RST-CNT = 50
004890         MOVE 'CARD TABLE FULL'       TO PUR-FAIL-REASON
004900         GO TO 1300-EXIT.
004910     ADD 1 TO PUR-RST-CNT.
004920     MOVE PURC-KEY TO PUR-RST-KEY (PUR-RST-CNT).
004930     MOVE SPACES   TO PUR-RST-FIELD-2 (PUR-RST-CNT).
004940     MOVE ZERO     TO PUR-RST-NUMERIC (PUR-RST-CNT).
004950     MOVE SPACES   TO PUR-RST-RESULT (PUR-RST-CNT).
004960 1300-EXIT.
004970     EXIT.
004980*****************************************************************
004990* 1310-SCAN-RESTORES - STEP ON ONE RESTORE-TABLE ENTRY.
005000*****************************************************************
005010 1310-SCAN-RESTORES.
005020     ADD 1 TO PUR-RST-IX.
005030 1310-EXIT.
005040     EXIT.
005050*****************************************************************
005060* 1400-REPORT-CARD - ONE REPORT LINE PER CARD, ACCEPTED OR NOT.
005070*****************************************************************
005080 1400-REPORT-CARD.
005090     MOVE PUR-CARD-COUNT TO PUR-CRD-CARD-NO.
005100     MOVE PURC-TYPE      TO PUR-CRD-TYPE.
005110     IF PURC-RESTORE
005120         MOVE PURC-KEY            TO PUR-CRD-KEY-DAYS
005130         MOVE PURC-RESTORE-AUTH   TO PUR-CRD-AUTH
005140         MOVE PURC-RESTORE-REASON TO PUR-CRD-REASON
005150     ELSE
005160         MOVE PURC-DAYS-X         TO PUR-CRD-KEY-DAYS
005170         MOVE PURC-PURGE-AUTH     TO PUR-CRD-AUTH
005180         MOVE PURC-PURGE-REASON   TO PUR-CRD-REASON
005190     END-IF.
005200     IF PUR-FAIL-REASON = SPACES
005210         MOVE 'ACCEPTED'      TO PUR-CRD-RESULT
005220     ELSE
005230         MOVE PUR-FAIL-REASON TO PUR-CRD-RESULT
005240     END-IF.
005250     WRITE PUR-REPORT-RECORD FROM PUR-CARD-LINE.
005260 1400-EXIT.
005270     EXIT.
005280*****************************************************************
005290* 1500-COMPUTE-CUTOFF - STEP BACK FROM THE BUSINESS DATE BY THE
005300* PURGE CARD'S DAYS. CALENDAR DAYS, NOT BUSINESS DAYS - AN ENTRY
005310* IDLE OVER A HOLIDAY HAS STILL BEEN IDLE.
005320*****************************************************************
005330 1500-COMPUTE-CUTOFF.
005340     MOVE PUR-BUSINESS-DATE TO PUR-CUTOFF-DATE.
005350     PERFORM 1510-STEP-BACK-DAY THRU 1510-EXIT
005360         PUR-PURGE-DAYS TIMES.
005370 1500-EXIT.
005380     EXIT.
005390*****************************************************************
005400* 1510-STEP-BACK-DAY - MOVE THE CUTOFF BACK ONE CALENDAR DAY,
005410* ACROSS A MONTH OR YEAR END WHERE IT MUST.
005420*****************************************************************
005430 1510-STEP-BACK-DAY.
005440     IF PUR-CUT-DD > 1
005450         SUBTRACT 1 FROM PUR-CUT-DD
005460         GO TO 1510-EXIT.
005470     IF PUR-CUT-MM > 1
005480         SUBTRACT 1 FROM PUR-CUT-MM
005490     ELSE
005500         MOVE 12 TO PUR-CUT-MM
005510         SUBTRACT 1 FROM PUR-CUT-YYYY
005520     END-IF.
005530     MOVE PUR-MONTH-DAYS (PUR-CUT-MM) TO PUR-CUT-DD.
005540     IF PUR-CUT-MM NOT = 2
005550         GO TO 1510-EXIT.
005560     DIVIDE PUR-CUT-YYYY BY 4 GIVING PUR-LEAP-QUOTIENT
005570         REMAINDER PUR-LEAP-REM-4.
005580     DIVIDE PUR-CUT-YYYY BY 100 GIVING PUR-LEAP-QUOTIENT
005590         REMAINDER PUR-LEAP-REM-100.
005600     DIVIDE PUR-CUT-YYYY BY 400 GIVING PUR-LEAP-QUOTIENT
005610         REMAINDER PUR-LEAP-REM-400.
005620     IF PUR-LEAP-REM-4 = ZERO
005630         AND (PUR-LEAP-REM-100 NOT = ZERO
005640             OR PUR-LEAP-REM-400 = ZERO)
005650         MOVE 29 TO PUR-CUT-DD
005660     END-IF.
005670 1510-EXIT.
005680     EXIT.
005690*****************************************************************
005700* 2000-RESTORE-ENTRIES - COPY THE OLD ARCHIVE GENERATION FORWARD,
005710* PUTTING BACK ON THE MASTER EVERY ENTRY A RESTORE CARD NAMES,
005720* THEN REPORT WHAT BECAME OF EACH RESTORE CARD. THE NEW
005730* GENERATION STAYS OPEN FOR THE NIGHT'S PURGES.
005740*****************************************************************
005750 2000-RESTORE-ENTRIES.
005760     OPEN INPUT PUR-OLD-ARCH-FILE.
005770     OPEN OUTPUT PUR-NEW-ARCH-FILE.
005780     PERFORM 2100-COPY-ARCHIVE THRU 2100-EXIT
005790         UNTIL PUR-ARCH-EOF-YES.
005800     CLOSE PUR-OLD-ARCH-FILE.
005810     IF PUR-RST-CNT = ZERO
005820         GO TO 2000-EXIT.
005830     WRITE PUR-REPORT-RECORD FROM PUR-RESTORE-HEAD-LINE.
005840     MOVE 1 TO PUR-RST-IX.
005850     PERFORM 2500-REPORT-RESTORE THRU 2500-EXIT
005860         UNTIL PUR-RST-IX > PUR-RST-CNT.
005870 2000-EXIT.
005880     EXIT.
005890*****************************************************************
005900* 2100-COPY-ARCHIVE - TAKE ONE OLD ARCHIVE RECORD. ONE NAMED BY
005910* AN UNSETTLED RESTORE CARD GOES BACK ON THE MASTER; EVERY OTHER
005920* ONE, AND ONE WHOSE KEY IS ALREADY BACK ON THE MASTER, IS
005930* CARRIED INTO THE NEW GENERATION.
005940*****************************************************************
005950 2100-COPY-ARCHIVE.
005960     READ PUR-OLD-ARCH-FILE
005970         AT END
005980             SET PUR-ARCH-EOF-YES TO TRUE
005990             GO TO 2100-EXIT
006000     END-READ.
006010     ADD 1 TO PUR-ARCH-IN-COUNT.
006020     MOVE 1 TO PUR-RST-IX.
006030     PERFORM 1310-SCAN-RESTORES THRU 1310-EXIT
006040         UNTIL PUR-RST-IX > PUR-RST-CNT
006050             OR (PUR-RST-KEY (PUR-RST-IX) = PUO-KEY
006060                 AND PUR-RST-RESULT (PUR-RST-IX) = SPACES).
006070     IF PUR-RST-IX NOT > PUR-RST-CNT
006080         PERFORM 2200-RESTORE-ENTRY THRU 2200-EXIT
006090         IF PUR-RST-RESULT (PUR-RST-IX) = 'RESTORED'
006100             GO TO 2100-EXIT
006110         END-IF
006120     END-IF.
006130     MOVE PUR-OLD-ARCH-RECORD TO PUR-NEW-ARCH-RECORD.
006140     WRITE PUR-NEW-ARCH-RECORD.
006150     ADD 1 TO PUR-ARCH-CARRIED-COUNT.
006160     ADD 1 TO PUR-ARCH-OUT-COUNT.
006170 2100-EXIT.
006180     EXIT.
006190*****************************************************************
006200* 2200-RESTORE-ENTRY - PUT ONE ARCHIVED ENTRY BACK ON THE MASTER
006210* THROUGH ALPHAMST 'A', WHICH STAMPS IT AS ADDED TODAY AND
006220* JOURNALS IT. A KEY THAT HAS SINCE BEEN ADDED AFRESH ANSWERS 22
006230* AND IS LEFT AS IT IS.
006240*****************************************************************
006250 2200-RESTORE-ENTRY.
006260     MOVE PUO-FIELD-2     TO PUR-RST-FIELD-2 (PUR-RST-IX).
006270     MOVE PUO-NUMERIC-VAL TO PUR-RST-NUMERIC (PUR-RST-IX).
006280     MOVE PUO-KEY         TO PUR-MST-KEY.
006290     MOVE PUO-FIELD-2     TO PUR-MST-FIELD-2.
006300     MOVE PUO-NUMERIC-VAL TO PUR-MST-NUMERIC.
006310     MOVE 'A' TO PUR-MST-FUNCTION.
006320     CALL 'ALPHAMST' USING PUR-MST-FUNCTION, PUR-MST-KEY,
006330         PUR-MST-FIELD-2, PUR-MST-NUMERIC, PUR-MST-STATUS,
006340         PUR-BUSINESS-DATE, PUR-MST-BRANCH.
006350     EVALUATE PUR-MST-STATUS
006360         WHEN '00'
006370             MOVE 'RESTORED' TO PUR-RST-RESULT (PUR-RST-IX)
006380             ADD 1 TO PUR-RESTORED-COUNT
006390         WHEN '22'
006400             MOVE 'KEY ALREADY ON MASTER'
006410                 TO PUR-RST-RESULT (PUR-RST-IX)
006420             ADD 1 TO PUR-UNRESTORED-COUNT
006430         WHEN OTHER
006440             DISPLAY 'ALPHAPUR MASTER FILE STATUS ' PUR-MST-STATUS
006450                 ' KEY ' PUR-MST-KEY
006460             MOVE 'MASTER FILE RESTORE FAILED'
006470                 TO PUR-ABEND-MESSAGE
006480             PERFORM 9900-ABEND THRU 9900-EXIT
006490     END-EVALUATE.
006500 2200-EXIT.
006510     EXIT.
006520*****************************************************************
006530* 2500-REPORT-RESTORE - ONE LINE PER RESTORE CARD WITH WHAT
006540* BECAME OF IT. A CARD NO ARCHIVE RECORD SETTLED NAMES A KEY THE
006550* ARCHIVE DOES NOT HOLD.
006560*****************************************************************
006570 2500-REPORT-RESTORE.
006580     IF PUR-RST-RESULT (PUR-RST-IX) = SPACES
006590         MOVE 'KEY NOT IN ARCHIVE' TO PUR-RST-RESULT (PUR-RST-IX)
006600         ADD 1 TO PUR-UNRESTORED-COUNT
006610     END-IF.
006620     MOVE PUR-RST-KEY (PUR-RST-IX)     TO PUR-ENT-KEY.
006630     MOVE PUR-RST-FIELD-2 (PUR-RST-IX) TO PUR-ENT-FIELD-2.
006640     MOVE PUR-RST-NUMERIC (PUR-RST-IX) TO PUR-ENT-NUMERIC.
006650     MOVE PUR-RST-RESULT (PUR-RST-IX)  TO PUR-ENT-DETAIL.
006660     WRITE PUR-REPORT-RECORD FROM PUR-ENTRY-LINE.
006670     ADD 1 TO PUR-RST-IX.
006680 2500-EXIT.
006690     EXIT.
006700*****************************************************************
006710* 3000-PURGE-MASTER - BROWSE THE WHOLE MASTER IN KEY ORDER WITH
006720* EACH ENTRY'S LAST ACTIVITY. EVERY ENTRY COUNTS TOWARDS THE
006730* BEFORE TOTALS, SO THEY COVER WHAT ALPHAVFY COVERS; WITHOUT A
006740* PURGE CARD NOTHING IS REMOVED.
006750*****************************************************************
006760 3000-PURGE-MASTER.
006770     IF PUR-PURGE-YES
006780         WRITE PUR-REPORT-RECORD FROM PUR-PURGE-HEAD-LINE
006790     END-IF.
006800     PERFORM 3100-START-BROWSE THRU 3100-EXIT.
006810     PERFORM 3200-JUDGE-ENTRY THRU 3200-EXIT
006820         UNTIL PUR-MAST-EOF-YES.
006830 3000-EXIT.
006840     EXIT.
006850*****************************************************************
006860* 3100-START-BROWSE - POSITION AT THE TOP OF THE MASTER AND READ
006870* THE FIRST ENTRY. AN EMPTY MASTER ANSWERS 23 TO THE START.
006880*****************************************************************
006890 3100-START-BROWSE.
006900     MOVE 'N' TO PUR-MAST-EOF-SW.
006910     MOVE LOW-VALUES TO PUR-MST-KEY.
006920     MOVE 'S' TO PUR-MST-FUNCTION.
006930     CALL 'ALPHAMST' USING PUR-MST-FUNCTION, PUR-MST-KEY,
006940         PUR-MST-FIELD-2, PUR-MST-NUMERIC, PUR-MST-STATUS,
006950         PUR-BUSINESS-DATE, PUR-MST-BRANCH.
006960     IF PUR-MST-STATUS = '23'
006970         SET PUR-MAST-EOF-YES TO TRUE
006980         GO TO 3100-EXIT.
006990     IF PUR-MST-STATUS NOT = '00'
007000         DISPLAY 'ALPHAPUR MASTER FILE STATUS ' PUR-MST-STATUS
007010         MOVE 'MASTER FILE START FAILED' TO PUR-ABEND-MESSAGE
007020         PERFORM 9900-ABEND THRU 9900-EXIT
007030     END-IF.
007040     PERFORM 3150-READ-NEXT THRU 3150-EXIT.
007050 3100-EXIT.
007060     EXIT.
007070*****************************************************************
007080* 3150-READ-NEXT - READ THE NEXT ENTRY OF THE BROWSE WITH ITS
007090* LAST ACTIVITY DATE AND BRANCH.
007100*****************************************************************
007110 3150-READ-NEXT.
007120     MOVE 'L' TO PUR-MST-FUNCTION.
007130     CALL 'ALPHAMST' USING PUR-MST-FUNCTION, PUR-MST-KEY,
007140         PUR-MST-FIELD-2, PUR-MST-NUMERIC, PUR-MST-STATUS,
007150         PUR-LAST-ACTIVE, PUR-LAST-BRANCH.
007160     IF PUR-MST-STATUS = '10'
007170         SET PUR-MAST-EOF-YES TO TRUE
007180         GO TO 3150-EXIT.
007190     IF PUR-MST-STATUS NOT = '00'
007200         DISPLAY 'ALPHAPUR MASTER FILE STATUS ' PUR-MST-STATUS
007210         MOVE 'MASTER FILE READ FAILED' TO PUR-ABEND-MESSAGE
007220         PERFORM 9900-ABEND THRU 9900-EXIT
007230     END-IF.
007240 3150-EXIT.
007250     EXIT.
007260*****************************************************************
007270* 3200-JUDGE-ENTRY - TOTAL ONE ENTRY, PURGE IT IF IT IS DORMANT,
007280* AND READ THE NEXT. AN ENTRY WHOSE LAST ACTIVITY IS ZERO OR NOT
007285* NUMERIC HAS NEVER BEEN STAMPED AND IS NEVER PURGED.
007290*****************************************************************
007300 3200-JUDGE-ENTRY.
007310     ADD 1 TO PUR-ENTRY-COUNT.
007320     ADD PUR-MST-NUMERIC TO PUR-HASH-BEFORE.
007330     IF PUR-LAST-ACTIVE NOT NUMERIC
007335         OR PUR-LAST-ACTIVE = ZERO
007340         ADD 1 TO PUR-UNSTAMPED-COUNT
007350         GO TO 3200-NEXT.
007360     IF PUR-PURGE-YES AND PUR-LAST-ACTIVE NOT > PUR-CUTOFF-DATE
007370         PERFORM 3300-PURGE-ENTRY THRU 3300-EXIT
007380     END-IF.
007390 3200-NEXT.
007400     PERFORM 3150-READ-NEXT THRU 3150-EXIT.
007410 3200-EXIT.
007420     EXIT.
007430*****************************************************************
007440* 3300-PURGE-ENTRY - ARCHIVE ONE DORMANT ENTRY, THEN REMOVE IT
007450* THROUGH ALPHAMST 'D', WHICH JOURNALS THE DELETE. THE ARCHIVE
007460* RECORD IS WRITTEN FIRST SO THE ENTRY IS NEVER OFF BOTH.
007470*****************************************************************
007480 3300-PURGE-ENTRY.
007490     MOVE SPACES            TO PUR-NEW-ARCH-RECORD.
007500     MOVE PUR-MST-KEY       TO PUN-KEY.
007510     MOVE PUR-MST-FIELD-2   TO PUN-FIELD-2.
007520     MOVE PUR-MST-NUMERIC   TO PUN-NUMERIC-VAL.
007530     MOVE PUR-LAST-ACTIVE   TO PUN-LAST-ACTIVE.
007540     MOVE PUR-LAST-BRANCH   TO PUN-LAST-BRANCH.
007550     MOVE PUR-BUSINESS-DATE TO PUN-PURGED-DATE.
007560     WRITE PUR-NEW-ARCH-RECORD.
007570     ADD 1 TO PUR-ARCH-OUT-COUNT.
007580     MOVE 'D' TO PUR-MST-FUNCTION.
007590     CALL 'ALPHAMST' USING PUR-MST-FUNCTION, PUR-MST-KEY,
007600         PUR-MST-FIELD-2, PUR-MST-NUMERIC, PUR-MST-STATUS,
007610         PUR-BUSINESS-DATE, PUR-MST-BRANCH.
007620     IF PUR-MST-STATUS NOT = '00'
007630         DISPLAY 'ALPHAPUR MASTER FILE STATUS ' PUR-MST-STATUS
007640             ' KEY ' PUR-MST-KEY
007650         MOVE 'MASTER FILE DELETE FAILED' TO PUR-ABEND-MESSAGE
007660         PERFORM 9900-ABEND THRU 9900-EXIT
007670     END-IF.
007680     ADD 1 TO PUR-PURGED-COUNT.
007690     ADD PUR-MST-NUMERIC TO PUR-HASH-PURGED.
007700     MOVE PUR-MST-KEY       TO PUR-ENT-KEY.
007710     MOVE PUR-MST-FIELD-2   TO PUR-ENT-FIELD-2.
007720     MOVE PUR-MST-NUMERIC   TO PUR-ENT-NUMERIC.
007730     MOVE PUR-LAST-ACTIVE   TO PUR-ACT-DATE.
007740     MOVE PUR-LAST-BRANCH   TO PUR-ACT-BRANCH.
007750     MOVE PUR-ENT-ACTIVITY  TO PUR-ENT-DETAIL.
007760     WRITE PUR-REPORT-RECORD FROM PUR-ENTRY-LINE.
007770 3300-EXIT.
007780     EXIT.
007790*****************************************************************
007800* 4000-RETOTAL-MASTER - BROWSE THE MASTER AGAIN FOR THE AFTER
007810* FIGURES, SO THEY ARE READ OFF THE FILE AND NOT WORKED OUT FROM
007820* WHAT THE RUN BELIEVES IT DID.
007830*****************************************************************
007840 4000-RETOTAL-MASTER.
007850     PERFORM 3100-START-BROWSE THRU 3100-EXIT.
007860     PERFORM 4100-TOTAL-ENTRY THRU 4100-EXIT
007870         UNTIL PUR-MAST-EOF-YES.
007880 4000-EXIT.
007890     EXIT.
007900*****************************************************************
007910* 4100-TOTAL-ENTRY - ADD ONE ENTRY TO THE AFTER TOTALS.
007920*****************************************************************
007930 4100-TOTAL-ENTRY.
007940     ADD 1 TO PUR-AFTER-COUNT.
007950     ADD PUR-MST-NUMERIC TO PUR-HASH-AFTER.
007960     PERFORM 3150-READ-NEXT THRU 3150-EXIT.
007970 4100-EXIT.
007980     EXIT.
007990*****************************************************************
008000* 5000-PRINT-TOTALS - ACCOUNT FOR EVERY CARD, ARCHIVE RECORD AND
008010* MASTER ENTRY. THE MASTER BEFORE FIGURES ARE TAKEN AFTER THE
008020* RESTORES. CONDITION CODE 4 FLAGS FAILED CARDS OR RESTORES, 8 A
008030* MASTER OR ARCHIVE THAT DISAGREES WITH WHAT WAS PURGED.
008040*****************************************************************
008050 5000-PRINT-TOTALS.
008060     MOVE 'CARDS READ'            TO PUR-TOT-LABEL.
008070     MOVE PUR-CARD-COUNT          TO PUR-TOT-VALUE.
008080     WRITE PUR-REPORT-RECORD FROM PUR-TOTAL-LINE.
008090     MOVE 'CARDS FAILED'          TO PUR-TOT-LABEL.
008100     MOVE PUR-FAILED-COUNT        TO PUR-TOT-VALUE.
008110     WRITE PUR-REPORT-RECORD FROM PUR-TOTAL-LINE.
008120     MOVE 'ENTRIES RESTORED'      TO PUR-TOT-LABEL.
008130     MOVE PUR-RESTORED-COUNT      TO PUR-TOT-VALUE.
008140     WRITE PUR-REPORT-RECORD FROM PUR-TOTAL-LINE.
008150     MOVE 'RESTORES NOT MADE'     TO PUR-TOT-LABEL.
008160     MOVE PUR-UNRESTORED-COUNT    TO PUR-TOT-VALUE.
008170     WRITE PUR-REPORT-RECORD FROM PUR-TOTAL-LINE.
008180     MOVE 'ARCHIVE RECORDS IN'    TO PUR-TOT-LABEL.
008190     MOVE PUR-ARCH-IN-COUNT       TO PUR-TOT-VALUE.
008200     WRITE PUR-REPORT-RECORD FROM PUR-TOTAL-LINE.
008210     MOVE 'ARCHIVE CARRIED'       TO PUR-TOT-LABEL.
008220     MOVE PUR-ARCH-CARRIED-COUNT  TO PUR-TOT-VALUE.
008230     WRITE PUR-REPORT-RECORD FROM PUR-TOTAL-LINE.
008240     MOVE 'ARCHIVE RECORDS OUT'   TO PUR-TOT-LABEL.
008250     MOVE PUR-ARCH-OUT-COUNT      TO PUR-TOT-VALUE.
008260     WRITE PUR-REPORT-RECORD FROM PUR-TOTAL-LINE.
008270     MOVE 'MASTER RECORDS BEFORE' TO PUR-TOT-LABEL.
008280     MOVE PUR-ENTRY-COUNT         TO PUR-TOT-VALUE.
008290     WRITE PUR-REPORT-RECORD FROM PUR-TOTAL-LINE.
008300     MOVE 'ENTRIES UNSTAMPED'     TO PUR-TOT-LABEL.
008310     MOVE PUR-UNSTAMPED-COUNT     TO PUR-TOT-VALUE.
008320     WRITE PUR-REPORT-RECORD FROM PUR-TOTAL-LINE.
008330     MOVE 'ENTRIES PURGED'        TO PUR-TOT-LABEL.
008340     MOVE PUR-PURGED-COUNT        TO PUR-TOT-VALUE.
008350     WRITE PUR-REPORT-RECORD FROM PUR-TOTAL-LINE.
008360     MOVE 'MASTER RECORDS AFTER'  TO PUR-TOT-LABEL.
008370     MOVE PUR-AFTER-COUNT         TO PUR-TOT-VALUE.
008380     WRITE PUR-REPORT-RECORD FROM PUR-TOTAL-LINE.
008390     MOVE 'HASH BEFORE'           TO PUR-HSH-LABEL.
008400     MOVE PUR-HASH-BEFORE         TO PUR-HSH-VALUE.
008410     WRITE PUR-REPORT-RECORD FROM PUR-HASH-LINE.
008420     MOVE 'HASH PURGED'           TO PUR-HSH-LABEL.
008430     MOVE PUR-HASH-PURGED         TO PUR-HSH-VALUE.
008440     WRITE PUR-REPORT-RECORD FROM PUR-HASH-LINE.
008450     MOVE 'HASH AFTER'            TO PUR-HSH-LABEL.
008460     MOVE PUR-HASH-AFTER          TO PUR-HSH-VALUE.
008470     WRITE PUR-REPORT-RECORD FROM PUR-HASH-LINE.
008480     IF PUR-AFTER-COUNT = PUR-ENTRY-COUNT - PUR-PURGED-COUNT
008490         AND PUR-HASH-AFTER = PUR-HASH-BEFORE - PUR-HASH-PURGED
008500         AND PUR-ARCH-OUT-COUNT =
008510             PUR-ARCH-CARRIED-COUNT + PUR-PURGED-COUNT
008520         MOVE 'AGREE'             TO PUR-VRD-TEXT
008530         IF PUR-FAILED-COUNT > ZERO OR PUR-UNRESTORED-COUNT > ZERO
008540             MOVE 4 TO RETURN-CODE
008550         END-IF
008560     ELSE
008570         MOVE 'DISAGREE - MASTER NOT AS LEFT' TO PUR-VRD-TEXT
008580         MOVE 8 TO RETURN-CODE
008590     END-IF.
008600     WRITE PUR-REPORT-RECORD FROM PUR-VERDICT-LINE.
008610 5000-EXIT.
008620     EXIT.
008630*****************************************************************
008640* 9700-JOURNAL-MILESTONE - APPEND ONE MILESTONE TO THE SHARED
008650* RUN JOURNAL THROUGH ALPHAJRN. THE CONDITION CODE GOES ALONG
008660* AS IT STANDS AND ALPHAJRN HANDS THE SAME CODE BACK.
008670*****************************************************************
008680 9700-JOURNAL-MILESTONE.
008690     MOVE RETURN-CODE TO PUR-JRN-RETCODE.
008700     CALL 'ALPHAJRN' USING PUR-JRN-PROGRAM, PUR-JRN-MILESTONE,
008710         PUR-JRN-COUNT, PUR-JRN-RETCODE.
008720 9700-EXIT.
008730     EXIT.
008740*****************************************************************
008750* 9900-ABEND - REPORT A FATAL ERROR ON THE OPERATOR CONSOLE AND
008760* STOP THE RUN WITH A NONZERO CONDITION CODE. THE CALLER SETS
008770* PUR-ABEND-MESSAGE.
008780*****************************************************************
008790 9900-ABEND.
008800     DISPLAY 'ALPHAPUR ABEND - ' PUR-ABEND-MESSAGE.
008810     MOVE 16 TO RETURN-CODE.
008820     MOVE 'E' TO PUR-JRN-MILESTONE.
008830     MOVE PUR-PURGED-COUNT TO PUR-JRN-COUNT.
008840     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
008850     STOP RUN.
008860 9900-EXIT.
008870     EXIT.
008880*****************************************************************
008890* 9999-TERMINATE - CLOSE FILES BEFORE GOBACK.
008900*****************************************************************
008910 9999-TERMINATE.
008920     CLOSE PUR-CARD-FILE.
008930     CLOSE PUR-NEW-ARCH-FILE.
008940     CLOSE PUR-REPORT-FILE.
008950     MOVE 'E' TO PUR-JRN-MILESTONE.
008960     MOVE PUR-PURGED-COUNT TO PUR-JRN-COUNT.
008970     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
008980 9999-EXIT.
008990     EXIT.
