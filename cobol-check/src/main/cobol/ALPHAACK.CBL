000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ALPHAACK.
000030 AUTHOR.  D CHALMERS.
000040 INSTALLATION.  BATCH-SUITE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM ALPHAACK
000090*
000100* DISTRIBUTION ACKNOWLEDGEMENT RECONCILIATION. THE REPORTING
000110* SYSTEM SENDS BACK ONE ACKNOWLEDGEMENT FOR EVERY DSTF FILE IT
000120* LOADS, GIVING THE FILE'S BUSINESS DATE AND BRANCH AND THE
000130* RECORDS LOADED AND THEIR HASH. THIS PROGRAM MATCHES EACH ONE
000140* AGAINST THE TRAILER CONTROLS ALPHADST RECORDED ON DSTCTL FOR
000150* THAT DATE AND BRANCH, AND REPORTS EVERY FILE AS ACKNOWLEDGED IN
000160* BALANCE, ACKNOWLEDGED OUT OF BALANCE OR NOT ACKNOWLEDGED.
000170*
000180* A FILE NOT YET ACKNOWLEDGED IN BALANCE HAS NOT CLEARED. IT IS
000190* CARRIED FORWARD ON THE OUTSTANDING FILE (SAME LAYOUT, COPYBOOK
000200* DSTCTL) AND AGED IN BUSINESS DAYS ON THE CALNDR CALENDAR UNTIL
000210* AN ACKNOWLEDGEMENT IN BALANCE CLEARS IT - A LATE OR RESENT
000220* ACKNOWLEDGEMENT FOR AN EARLIER DATE IS MATCHED THE SAME WAY AS
000230* TONIGHT'S. THE OUTSTANDING FILE IS GENERATIONAL - ACKOPIN IS
000240* THE LAST RUN'S, ACKOPOUT BECOMES THE NEXT RUN'S.
000250*
000260* THE RUN TAKES THE DSTCTL GENERATION OF THE ALPHADST RUN IT
000270* RECONCILES, AND IS RUN ONCE THAT NIGHT'S ACKNOWLEDGEMENTS HAVE
000280* COME BACK. A DSTCTL DATE AND BRANCH ALREADY OUTSTANDING MEANS
000290* THE SAME DISTRIBUTION WAS SUPPLIED TWICE AND STOPS THE RUN.
000300*
000310* RUN-CONTROL CARD (RUNPARM) - THE DAILY RUN'S OWN CARD. ONLY THE
000320* BUSINESS DATE (COLS 12-19) MATTERS HERE. THE AGES ARE COUNTED
000330* TO IT, AND IT MUST BE A BUSINESS DAY ON THE CALNDR CALENDAR.
000340*
000350* ACKNOWLEDGEMENT FILE (ACKFILE), ONE RECORD PER FILE LOADED:
000360*     COLS 1-8     BUSINESS DATE OF THE DISTRIBUTION FILE
000370*     COLS 9-11    BRANCH
000380*     COLS 12-19   RECORDS LOADED
000390*     COLS 20-31   HASH TOTAL OF EXTRACT-NUMERIC AS LOADED
000400* AN ACKNOWLEDGEMENT FOR NO FILE WE HAVE SENT, A SECOND ONE FOR A
000410* FILE ALREADY IN BALANCE, OR ONE THAT IS NOT NUMERIC IS LISTED
000420* AS UNMATCHED AND OTHERWISE IGNORED.
000430*
000440* THE RUN ENDS WITH CONDITION CODE 8 WHILE ANY FILE STANDS
000450* ACKNOWLEDGED OUT OF BALANCE, AND WITH CONDITION CODE 4 WHILE
000460* ANY FILE IS STILL NOT ACKNOWLEDGED OR ANY ACKNOWLEDGEMENT WAS
000470* UNMATCHED.
000480*
000490* MODIFICATION HISTORY.
000500*   10/15/2026  DC    ORIGINAL PROGRAM.
000510*****************************************************************
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT ACK-PARM-FILE
000560         ASSIGN TO RUNPARM
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT ACK-CTL-FILE
000590         ASSIGN TO DSTCTL
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT ACK-ACK-FILE
000620         ASSIGN TO ACKFILE
000630         ORGANIZATION IS SEQUENTIAL.
000640*    OPTIONAL - THE FIRST RUN HAS NOTHING OUTSTANDING TO CARRY.
000650     SELECT OPTIONAL ACK-OPEN-IN-FILE
000660         ASSIGN TO ACKOPIN
000670         ORGANIZATION IS SEQUENTIAL.
000680     SELECT ACK-OPEN-OUT-FILE
000690         ASSIGN TO ACKOPOUT
000700         ORGANIZATION IS SEQUENTIAL.
000710     SELECT ACK-REPORT-FILE
000720         ASSIGN TO ACKRPT
000730         ORGANIZATION IS SEQUENTIAL.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  ACK-PARM-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 80 CHARACTERS.
000790* SAME CARD ALPHA READS - ONLY THE BUSINESS DATE MATTERS HERE,
000800* THE REST IS ALPHA'S.
000810 01  ACK-PARM-RECORD.
000820     05  FILLER               PIC X(11).
000830     05  ACKP-RUN-DATE        PIC 9(08).
000840     05  FILLER               PIC X(61).
000850 FD  ACK-CTL-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 60 CHARACTERS.
000880 01  ACK-CTL-RECORD.
000890     COPY DSTCTL REPLACING ==:PFX:== BY ==ADC==.
000900 FD  ACK-ACK-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 80 CHARACTERS.
000930 01  ACK-ACK-RECORD.
000940     05  ACKA-DATE            PIC 9(08).
000950     05  ACKA-BRANCH          PIC X(03).
000960     05  ACKA-COUNT           PIC 9(08).
000970     05  ACKA-HASH            PIC 9(12).
000980     05  FILLER               PIC X(49).
000990 FD  ACK-OPEN-IN-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 60 CHARACTERS.
001020 01  ACK-OPEN-IN-RECORD.
001030     COPY DSTCTL REPLACING ==:PFX:== BY ==ACI==.
001040 FD  ACK-OPEN-OUT-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 60 CHARACTERS.
001070 01  ACK-OPEN-OUT-RECORD.
001080     COPY DSTCTL REPLACING ==:PFX:== BY ==ACO==.
001090 FD  ACK-REPORT-FILE
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 80 CHARACTERS.
001120 01  ACK-REPORT-RECORD          PIC X(80).
001130 WORKING-STORAGE SECTION.
001140 77  ACK-FL-CNT               PIC 9(04) COMP VALUE ZERO.
001150 77  ACK-FL-IX                PIC 9(04) COMP VALUE ZERO.
001160 77  ACK-FL-SCAN-IX           PIC 9(04) COMP VALUE ZERO.
001170 77  ACK-OPEN-EOF-SW          PIC X(01)   VALUE 'N'.
001180     88  ACK-OPEN-EOF-YES                 VALUE 'Y'.
001190 77  ACK-CTL-EOF-SW           PIC X(01)   VALUE 'N'.
001200     88  ACK-CTL-EOF-YES                  VALUE 'Y'.
001210 77  ACK-ACK-EOF-SW           PIC X(01)   VALUE 'N'.
001220     88  ACK-ACK-EOF-YES                  VALUE 'Y'.
001230 77  ACK-FOUND-SW             PIC X(01)   VALUE 'N'.
001240     88  ACK-FOUND-YES                    VALUE 'Y'.
001250 77  ACK-CARRIED-IN-COUNT     PIC 9(08) COMP VALUE ZERO.
001260 77  ACK-DIST-COUNT           PIC 9(08) COMP VALUE ZERO.
001270 77  ACK-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
001280 77  ACK-UNMATCHED-COUNT      PIC 9(08) COMP VALUE ZERO.
001290 77  ACK-IN-BAL-COUNT         PIC 9(08) COMP VALUE ZERO.
001300 77  ACK-OUT-BAL-COUNT        PIC 9(08) COMP VALUE ZERO.
001310 77  ACK-NOT-ACKED-COUNT      PIC 9(08) COMP VALUE ZERO.
001320 77  ACK-CARRIED-OUT-COUNT    PIC 9(08) COMP VALUE ZERO.
001330 77  ACK-AGE-DATE             PIC 9(08)   VALUE ZERO.
001340 77  ACK-AGE-DAYS             PIC 9(03)   VALUE ZERO.
001350 77  ACK-ABEND-MESSAGE        PIC X(60)   VALUE SPACES.
001360 77  ACK-BUSINESS-DATE        PIC 9(08)   VALUE ZERO.
001370*    CALENDAR ARGUMENTS FOR ALPHACAL.
001380 77  ACK-CAL-FUNCTION         PIC X(01)   VALUE 'B'.
001390 77  ACK-CAL-RESULT           PIC 9(08)   VALUE ZERO.
001400 77  ACK-CAL-RULE             PIC X(01)   VALUE SPACE.
001410 77  ACK-CAL-STATUS           PIC X(02)   VALUE SPACES.
001420*    RUN-JOURNAL MILESTONE ARGUMENTS FOR ALPHAJRN.
001430 77  ACK-JRN-PROGRAM          PIC X(08)   VALUE 'ALPHAACK'.
001440 77  ACK-JRN-MILESTONE        PIC X(01)   VALUE SPACE.
001450 77  ACK-JRN-COUNT            PIC 9(08)   VALUE ZERO.
001460 77  ACK-JRN-RETCODE          PIC 9(04)   VALUE ZERO.
001470* EVERY FILE AWAITING PROOF - THE ONES CARRIED FORWARD FIRST, IN
001480* THE ORDER THEY WERE CARRIED, THEN TONIGHT'S FROM DSTCTL. AN
001490* ACKNOWLEDGEMENT IN BALANCE MARKS ITS FILE 'I' AND THE FILE IS
001500* NOT CARRIED AGAIN.
001510 01  ACK-FILE-TABLE.
001520     05  ACK-FL-ENTRY OCCURS 500 TIMES.
001530         10  ACK-FL-DATE          PIC 9(08).
001540         10  ACK-FL-BRANCH        PIC X(03).
001550         10  ACK-FL-FILE-NO       PIC 9(02).
001560         10  ACK-FL-COUNT         PIC 9(08).
001570         10  ACK-FL-HASH          PIC 9(12).
001580         10  ACK-FL-STATUS        PIC X(01).
001590             88  ACK-FL-NOT-ACKED             VALUE 'N'.
001600             88  ACK-FL-OUT-OF-BAL            VALUE 'O'.
001610             88  ACK-FL-IN-BAL                VALUE 'I'.
001620         10  ACK-FL-ACK-COUNT     PIC 9(08).
001630         10  ACK-FL-ACK-HASH      PIC 9(12).
001640 01  ACK-TITLE-LINE.
001650     05  FILLER               PIC X(39)
001660             VALUE 'ALPHAACK DISTRIBUTION ACKNOWLEDGEMENTS '.
001670     05  FILLER               PIC X(14) VALUE 'BUSINESS DATE '.
001680     05  ACK-TTL-DATE         PIC 9(08).
001690     05  FILLER               PIC X(19) VALUE SPACES.
001700 01  ACK-SECTION-LINE.
001710     05  ACK-SEC-TEXT         PIC X(40).
001720     05  FILLER               PIC X(40) VALUE SPACES.
001730 01  ACK-ACK-HEAD-LINE.
001740     05  FILLER               PIC X(09) VALUE 'DATE'.
001750     05  FILLER               PIC X(04) VALUE 'BR'.
001760     05  FILLER               PIC X(09) VALUE '  LOADED'.
001770     05  FILLER               PIC X(13) VALUE '        HASH'.
001780     05  FILLER               PIC X(01) VALUE SPACE.
001790     05  FILLER               PIC X(06) VALUE 'RESULT'.
001800     05  FILLER               PIC X(38) VALUE SPACES.
001810 01  ACK-ACK-LINE.
001820     05  ACK-AKL-DATE         PIC X(08).
001830     05  FILLER               PIC X(01) VALUE SPACE.
001840     05  ACK-AKL-BRANCH       PIC X(03).
001850     05  FILLER               PIC X(01) VALUE SPACE.
001860     05  ACK-AKL-COUNT        PIC ZZZZZZZ9.
001870     05  FILLER               PIC X(01) VALUE SPACE.
001880     05  ACK-AKL-HASH         PIC ZZZZZZZZZZZ9.
001890     05  FILLER               PIC X(02) VALUE SPACES.
001900     05  ACK-AKL-RESULT       PIC X(30).
001910     05  FILLER               PIC X(14) VALUE SPACES.
001920 01  ACK-FILE-HEAD-LINE.
001930     05  FILLER               PIC X(09) VALUE 'DATE'.
001940     05  FILLER               PIC X(04) VALUE 'BR'.
001950     05  FILLER               PIC X(09) VALUE '    SENT'.
001960     05  FILLER               PIC X(13) VALUE '   SENT HASH'.
001970     05  FILLER               PIC X(09) VALUE '  LOADED'.
001980     05  FILLER               PIC X(13) VALUE ' LOADED HASH'.
001990     05  FILLER               PIC X(04) VALUE 'AGE'.
002000     05  FILLER               PIC X(01) VALUE SPACE.
002010     05  FILLER               PIC X(18) VALUE 'VERDICT'.
002020 01  ACK-FILE-LINE.
002030     05  ACK-FLL-DATE         PIC 9(08).
002040     05  FILLER               PIC X(01) VALUE SPACE.
002050     05  ACK-FLL-BRANCH       PIC X(03).
002060     05  FILLER               PIC X(01) VALUE SPACE.
002070     05  ACK-FLL-COUNT        PIC ZZZZZZZ9.
002080     05  FILLER               PIC X(01) VALUE SPACE.
002090     05  ACK-FLL-HASH         PIC ZZZZZZZZZZZ9.
002100     05  FILLER               PIC X(01) VALUE SPACE.
002110*    BLANKED FOR A FILE WITH NO ACKNOWLEDGEMENT YET.
002120     05  ACK-FLL-ACK-FIGURES.
002130         10  ACK-FLL-ACK-COUNT    PIC ZZZZZZZ9.
002140         10  FILLER               PIC X(01) VALUE SPACE.
002150         10  ACK-FLL-ACK-HASH     PIC ZZZZZZZZZZZ9.
002160     05  FILLER               PIC X(01) VALUE SPACE.
002170     05  ACK-FLL-AGE          PIC ZZ9.
002180     05  FILLER               PIC X(02) VALUE SPACES.
002190     05  ACK-FLL-VERDICT      PIC X(18).
002200 01  ACK-TOTAL-LINE.
002210     05  ACK-TOT-LABEL        PIC X(22).
002220     05  ACK-TOT-VALUE        PIC ZZZZZZZ9.
002230     05  FILLER               PIC X(50) VALUE SPACES.
002240 01  ACK-VERDICT-LINE.
002250     05  FILLER               PIC X(09) VALUE 'VERDICT: '.
002260     05  ACK-VERDICT          PIC X(20).
002270     05  FILLER               PIC X(51) VALUE SPACES.
002280 PROCEDURE DIVISION.
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002310     PERFORM 2000-MATCH-ACKS THRU 2000-EXIT.
002320     PERFORM 3000-RECONCILE-FILES THRU 3000-EXIT.
002330     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
002340     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002350     GOBACK.
002360*****************************************************************
002370* 1000-INITIALIZE - TAKE THE RUN-CONTROL CARD AND LOAD EVERY FILE
002380* AWAITING PROOF - THE OUTSTANDING ONES CARRIED FROM THE LAST
002390* RUN, THEN TONIGHT'S DISTRIBUTION.
002400*****************************************************************
002410 1000-INITIALIZE.
002420     MOVE 'S'  TO ACK-JRN-MILESTONE.
002430     MOVE ZERO TO ACK-JRN-COUNT.
002440     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
002450     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
002460     PERFORM 1060-CHECK-BUSINESS-DAY THRU 1060-EXIT.
002470     OPEN OUTPUT ACK-REPORT-FILE.
002480     MOVE ACK-BUSINESS-DATE TO ACK-TTL-DATE.
002490     WRITE ACK-REPORT-RECORD FROM ACK-TITLE-LINE.
002500     OPEN INPUT ACK-OPEN-IN-FILE.
002510     PERFORM 1100-LOAD-CARRIED THRU 1100-EXIT
002520         UNTIL ACK-OPEN-EOF-YES.
002530     CLOSE ACK-OPEN-IN-FILE.
002540     OPEN INPUT ACK-CTL-FILE.
002550     PERFORM 1200-LOAD-DISTRIBUTED THRU 1200-EXIT
002560         UNTIL ACK-CTL-EOF-YES.
002570     CLOSE ACK-CTL-FILE.
002580 1000-EXIT.
002590     EXIT.
002600*****************************************************************
002610* 1050-READ-RUN-PARMS - TAKE THE BUSINESS DATE FROM THE DAILY
002620* RUN'S CARD. THERE IS NO FALLBACK - EVERY AGE HANGS OFF IT.
002630*****************************************************************
002640 1050-READ-RUN-PARMS.
002650     OPEN INPUT ACK-PARM-FILE.
002660     READ ACK-PARM-FILE
002670         AT END
002680             MOVE 'RUN-CONTROL PARM FILE EMPTY'
002690                 TO ACK-ABEND-MESSAGE
002700             PERFORM 9900-ABEND THRU 9900-EXIT
002710     END-READ.
002720     IF ACKP-RUN-DATE NOT NUMERIC
002730         MOVE 'BUSINESS DATE IS NOT NUMERIC'
002740             TO ACK-ABEND-MESSAGE
002750         PERFORM 9900-ABEND THRU 9900-EXIT
002760     END-IF.
002770     MOVE ACKP-RUN-DATE TO ACK-BUSINESS-DATE.
002780     CLOSE ACK-PARM-FILE.
002790 1050-EXIT.
002800     EXIT.
002810*****************************************************************
002820* 1060-CHECK-BUSINESS-DAY - THE BUSINESS DATE MUST BE A BUSINESS
002830* DAY ON THE CALNDR CALENDAR, THE SAME TEST THE DAILY RUN MAKES.
002840*****************************************************************
002850 1060-CHECK-BUSINESS-DAY.
002860     MOVE 'B' TO ACK-CAL-FUNCTION.
002870     CALL 'ALPHACAL' USING ACK-CAL-FUNCTION, ACK-BUSINESS-DATE,
002880         ACK-CAL-RESULT, ACK-CAL-RULE, ACK-CAL-STATUS.
002890     EVALUATE ACK-CAL-STATUS
002900         WHEN '00'
002910             GO TO 1060-EXIT
002920         WHEN '01'
002930             DISPLAY 'ALPHAACK BUSINESS DATE ' ACK-BUSINESS-DATE
002940                 ' NEXT BUSINESS DAY ' ACK-CAL-RESULT
002950             MOVE 'BUSINESS DATE IS NOT A BUSINESS DAY'
002960                 TO ACK-ABEND-MESSAGE
002970         WHEN '95'
002980             MOVE 'CALENDAR DOES NOT COVER THE BUSINESS DATE'
002990                 TO ACK-ABEND-MESSAGE
003000         WHEN '90'
003010             MOVE 'CALENDAR CALNDR MISSING OR NO CONTROL RECORD'
003020                 TO ACK-ABEND-MESSAGE
003030         WHEN '91'
003040             MOVE 'CALENDAR CALNDR DAMAGED'
003050                 TO ACK-ABEND-MESSAGE
003060         WHEN '92'
003070             MOVE 'CALNDR EXCEEDS 400-HOLIDAY TABLE LIMIT'
003080                 TO ACK-ABEND-MESSAGE
003090         WHEN OTHER
003100             MOVE 'CALENDAR LOOKUP FAILED'
003110                 TO ACK-ABEND-MESSAGE
003120     END-EVALUATE.
003130     PERFORM 9900-ABEND THRU 9900-EXIT.
003140 1060-EXIT.
003150     EXIT.
003160*****************************************************************
003170* 1100-LOAD-CARRIED - READ ONE OUTSTANDING FILE FROM THE LAST RUN
003180* INTO THE NEXT TABLE ENTRY, KEEPING ITS STATUS AND ANY
003190* ACKNOWLEDGEMENT FIGURES IT ALREADY HAS. A RECORD THAT WILL NOT
003200* READ AS NUMBERS MEANS THE WRONG DATASET.
003210*****************************************************************
003220 1100-LOAD-CARRIED.
003230     READ ACK-OPEN-IN-FILE
003240         AT END
003250             SET ACK-OPEN-EOF-YES TO TRUE
003260             GO TO 1100-EXIT
003270     END-READ.
003280     IF ACI-DATE NOT NUMERIC
003290         OR ACI-COUNT NOT NUMERIC
003300         OR ACI-HASH NOT NUMERIC
003310         OR ACI-ACK-COUNT NOT NUMERIC
003320         OR ACI-ACK-HASH NOT NUMERIC
003330         OR NOT (ACI-NOT-ACKED OR ACI-OUT-OF-BAL)
003340         MOVE 'ACKOPIN DAMAGED - NOT AN OUTSTANDING FILE'
003350             TO ACK-ABEND-MESSAGE
003360         PERFORM 9900-ABEND THRU 9900-EXIT
003370     END-IF.
003380     PERFORM 1300-NEXT-ENTRY THRU 1300-EXIT.
003390     MOVE ACI-DATE      TO ACK-FL-DATE (ACK-FL-CNT).
003400     MOVE ACI-BRANCH    TO ACK-FL-BRANCH (ACK-FL-CNT).
003410     MOVE ACI-FILE-NO   TO ACK-FL-FILE-NO (ACK-FL-CNT).
003420     MOVE ACI-COUNT     TO ACK-FL-COUNT (ACK-FL-CNT).
003430     MOVE ACI-HASH      TO ACK-FL-HASH (ACK-FL-CNT).
003440     MOVE ACI-STATUS    TO ACK-FL-STATUS (ACK-FL-CNT).
003450     MOVE ACI-ACK-COUNT TO ACK-FL-ACK-COUNT (ACK-FL-CNT).
003460     MOVE ACI-ACK-HASH  TO ACK-FL-ACK-HASH (ACK-FL-CNT).
003470     ADD 1 TO ACK-CARRIED-IN-COUNT.
003480 1100-EXIT.
003490     EXIT.
003500*****************************************************************
003510* 1200-LOAD-DISTRIBUTED - READ ONE OF TONIGHT'S DISTRIBUTION
003520* CONTROL RECORDS INTO THE NEXT TABLE ENTRY, NOT YET ACKNOWLEDGED.
003530* A DATE AND BRANCH ALREADY IN THE TABLE MEANS THIS DISTRIBUTION
003540* HAS BEEN RECONCILED BEFORE, AND ONE DATED AFTER THE BUSINESS
003550* DATE MEANS THE WRONG GENERATION - EITHER STOPS THE RUN.
003560*****************************************************************
003570 1200-LOAD-DISTRIBUTED.
003580     READ ACK-CTL-FILE
003590         AT END
003600             SET ACK-CTL-EOF-YES TO TRUE
003610             GO TO 1200-EXIT
003620     END-READ.
003630     IF ADC-DATE NOT NUMERIC
003640         OR ADC-COUNT NOT NUMERIC
003650         OR ADC-HASH NOT NUMERIC
003660         MOVE 'DSTCTL DAMAGED - NOT A DISTRIBUTION CONTROL RECORD'
003670             TO ACK-ABEND-MESSAGE
003680         PERFORM 9900-ABEND THRU 9900-EXIT
003690     END-IF.
003700     IF ADC-DATE > ACK-BUSINESS-DATE
003710         MOVE 'DSTCTL IS DATED AFTER THE BUSINESS DATE'
003720             TO ACK-ABEND-MESSAGE
003730         PERFORM 9900-ABEND THRU 9900-EXIT
003740     END-IF.
003750     MOVE ADC-DATE   TO ACKA-DATE.
003760     MOVE ADC-BRANCH TO ACKA-BRANCH.
003770     PERFORM 2300-FIND-FILE THRU 2300-EXIT.
003780     IF ACK-FOUND-YES
003790         DISPLAY 'ALPHAACK DSTCTL ' ADC-DATE ' ' ADC-BRANCH
003800         MOVE 'DSTCTL ALREADY RECONCILED - FILE OUTSTANDING'
003810             TO ACK-ABEND-MESSAGE
003820         PERFORM 9900-ABEND THRU 9900-EXIT
003830     END-IF.
003840     PERFORM 1300-NEXT-ENTRY THRU 1300-EXIT.
003850     MOVE ADC-DATE    TO ACK-FL-DATE (ACK-FL-CNT).
003860     MOVE ADC-BRANCH  TO ACK-FL-BRANCH (ACK-FL-CNT).
003870     MOVE ADC-FILE-NO TO ACK-FL-FILE-NO (ACK-FL-CNT).
003880     MOVE ADC-COUNT   TO ACK-FL-COUNT (ACK-FL-CNT).
003890     MOVE ADC-HASH    TO ACK-FL-HASH (ACK-FL-CNT).
003900     MOVE 'N'         TO ACK-FL-STATUS (ACK-FL-CNT).
003910     MOVE ZERO        TO ACK-FL-ACK-COUNT (ACK-FL-CNT).
003920     MOVE ZERO        TO ACK-FL-ACK-HASH (ACK-FL-CNT).
003930     ADD 1 TO ACK-DIST-COUNT.
003940 1200-EXIT.
003950     EXIT.
003960*****************************************************************
003970* 1300-NEXT-ENTRY - TAKE THE NEXT TABLE ENTRY. MORE FILES AWAITING
003980* PROOF THAN THE TABLE HOLDS MEANS ACKNOWLEDGEMENTS HAVE NOT COME
003990* BACK FOR WEEKS, AND STOPS THE RUN.
004000*****************************************************************
004010 1300-NEXT-ENTRY.
004020     IF ACK-FL-CNT = 500
004030         MOVE 'MORE THAN 500 FILES AWAITING ACKNOWLEDGEMENT'
004040             TO ACK-ABEND-MESSAGE
004050         PERFORM 9900-ABEND THRU 9900-EXIT
004060     END-IF.
004070     ADD 1 TO ACK-FL-CNT.
004080 1300-EXIT.
004090     EXIT.
004100*****************************************************************
004110* 2000-MATCH-ACKS - READ EVERY ACKNOWLEDGEMENT, MATCH IT TO THE
004120* FILE IT NAMES AND LIST IT WITH THE RESULT.
004130*****************************************************************
004140 2000-MATCH-ACKS.
004150     MOVE 'ACKNOWLEDGEMENTS RECEIVED' TO ACK-SEC-TEXT.
004160     WRITE ACK-REPORT-RECORD FROM ACK-SECTION-LINE.
004170     WRITE ACK-REPORT-RECORD FROM ACK-ACK-HEAD-LINE.
004180     OPEN INPUT ACK-ACK-FILE.
004190     PERFORM 2100-READ-ACK THRU 2100-EXIT.
004200     PERFORM 2200-APPLY-ACK THRU 2200-EXIT
004210         UNTIL ACK-ACK-EOF-YES.
004220     CLOSE ACK-ACK-FILE.
004230 2000-EXIT.
004240     EXIT.
004250*****************************************************************
004260* 2100-READ-ACK - READ THE NEXT ACKNOWLEDGEMENT.
004270*****************************************************************
004280 2100-READ-ACK.
004290     READ ACK-ACK-FILE
004300         AT END
004310             SET ACK-ACK-EOF-YES TO TRUE
004320             GO TO 2100-EXIT
004330     END-READ.
004340     ADD 1 TO ACK-READ-COUNT.
004350 2100-EXIT.
004360     EXIT.
004370*****************************************************************
004380* 2200-APPLY-ACK - SETTLE ONE ACKNOWLEDGEMENT AGAINST ITS FILE. IN
004390* BALANCE CLEARS THE FILE; OUT OF BALANCE KEEPS IT OUTSTANDING
004400* WITH THE FIGURES LOADED, SO A LATER ACKNOWLEDGEMENT IN BALANCE
004410* - A RELOAD - CAN STILL CLEAR IT.
004420*****************************************************************
004430 2200-APPLY-ACK.
004440     MOVE ACKA-BRANCH TO ACK-AKL-BRANCH.
004450     IF ACKA-DATE NOT NUMERIC
004460         OR ACKA-COUNT NOT NUMERIC
004470         OR ACKA-HASH NOT NUMERIC
004480         MOVE ACK-ACK-RECORD (1:8) TO ACK-AKL-DATE
004490         MOVE ZERO TO ACK-AKL-COUNT
004500         MOVE ZERO TO ACK-AKL-HASH
004510         MOVE 'UNMATCHED - NOT NUMERIC' TO ACK-AKL-RESULT
004520         ADD 1 TO ACK-UNMATCHED-COUNT
004530         GO TO 2200-WRITE-LINE
004540     END-IF.
004550     MOVE ACKA-DATE  TO ACK-AKL-DATE.
004560     MOVE ACKA-COUNT TO ACK-AKL-COUNT.
004570     MOVE ACKA-HASH  TO ACK-AKL-HASH.
004580     PERFORM 2300-FIND-FILE THRU 2300-EXIT.
004590     IF NOT ACK-FOUND-YES
004600         MOVE 'UNMATCHED - NO SUCH FILE SENT' TO ACK-AKL-RESULT
004610         ADD 1 TO ACK-UNMATCHED-COUNT
004620         GO TO 2200-WRITE-LINE
004630     END-IF.
004640     IF ACK-FL-IN-BAL (ACK-FL-IX)
004650         MOVE 'UNMATCHED - ALREADY IN BALANCE' TO ACK-AKL-RESULT
004660         ADD 1 TO ACK-UNMATCHED-COUNT
004670         GO TO 2200-WRITE-LINE
004680     END-IF.
004690     MOVE ACKA-COUNT TO ACK-FL-ACK-COUNT (ACK-FL-IX).
004700     MOVE ACKA-HASH  TO ACK-FL-ACK-HASH (ACK-FL-IX).
004710     IF ACKA-COUNT = ACK-FL-COUNT (ACK-FL-IX)
004720         AND ACKA-HASH = ACK-FL-HASH (ACK-FL-IX)
004730         MOVE 'I' TO ACK-FL-STATUS (ACK-FL-IX)
004740         MOVE 'IN BALANCE' TO ACK-AKL-RESULT
004750     ELSE
004760         MOVE 'O' TO ACK-FL-STATUS (ACK-FL-IX)
004770         MOVE 'OUT OF BALANCE' TO ACK-AKL-RESULT
004780     END-IF.
004790 2200-WRITE-LINE.
004800     WRITE ACK-REPORT-RECORD FROM ACK-ACK-LINE.
004810     PERFORM 2100-READ-ACK THRU 2100-EXIT.
004820 2200-EXIT.
004830     EXIT.
004840*****************************************************************
004850* 2300-FIND-FILE - LOOK UP THE FILE FOR THE DATE AND BRANCH IN
004860* ACKA-DATE AND ACKA-BRANCH. THE ENTRY IS LEFT IN ACK-FL-IX.
004870*****************************************************************
004880 2300-FIND-FILE.
004890     MOVE 'N' TO ACK-FOUND-SW.
004900     IF ACK-FL-CNT > ZERO
004910         PERFORM 2310-MATCH-ONE-FILE THRU 2310-EXIT
004920             VARYING ACK-FL-SCAN-IX FROM 1 BY 1
004930             UNTIL ACK-FL-SCAN-IX > ACK-FL-CNT
004940                 OR ACK-FOUND-YES
004950     END-IF.
004960 2300-EXIT.
004970     EXIT.
004980*****************************************************************
004990* 2310-MATCH-ONE-FILE - TEST ONE TABLE ENTRY. THE ENTRY IS
005000* CAPTURED HERE, WHILE THE SCAN SUBSCRIPT STILL ADDRESSES IT.
005010*****************************************************************
005020 2310-MATCH-ONE-FILE.
005030     IF ACK-FL-DATE (ACK-FL-SCAN-IX) = ACKA-DATE
005040         AND ACK-FL-BRANCH (ACK-FL-SCAN-IX) = ACKA-BRANCH
005050         SET ACK-FOUND-YES TO TRUE
005060         MOVE ACK-FL-SCAN-IX TO ACK-FL-IX
005070     END-IF.
005080 2310-EXIT.
005090     EXIT.
005100*****************************************************************
005110* 3000-RECONCILE-FILES - ONE LINE PER FILE AWAITING PROOF WITH ITS
005120* VERDICT, CARRYING FORWARD EVERY FILE NOT YET IN BALANCE.
005130*****************************************************************
005140 3000-RECONCILE-FILES.
005150     MOVE 'DISTRIBUTION FILES' TO ACK-SEC-TEXT.
005160     WRITE ACK-REPORT-RECORD FROM ACK-SECTION-LINE.
005170     WRITE ACK-REPORT-RECORD FROM ACK-FILE-HEAD-LINE.
005180     OPEN OUTPUT ACK-OPEN-OUT-FILE.
005190     IF ACK-FL-CNT > ZERO
005200         PERFORM 3100-RECONCILE-ONE-FILE THRU 3100-EXIT
005210             VARYING ACK-FL-IX FROM 1 BY 1
005220             UNTIL ACK-FL-IX > ACK-FL-CNT
005230     END-IF.
005240     CLOSE ACK-OPEN-OUT-FILE.
005250 3000-EXIT.
005260     EXIT.
005270*****************************************************************
005280* 3100-RECONCILE-ONE-FILE - AGE ONE FILE, LIST IT WITH ITS
005290* VERDICT, AND CARRY IT FORWARD UNLESS IT IS IN BALANCE.
005300*****************************************************************
005310 3100-RECONCILE-ONE-FILE.
005320     PERFORM 3200-AGE-FILE THRU 3200-EXIT.
005330     MOVE ACK-FL-DATE (ACK-FL-IX)   TO ACK-FLL-DATE.
005340     MOVE ACK-FL-BRANCH (ACK-FL-IX) TO ACK-FLL-BRANCH.
005350     MOVE ACK-FL-COUNT (ACK-FL-IX)  TO ACK-FLL-COUNT.
005360     MOVE ACK-FL-HASH (ACK-FL-IX)   TO ACK-FLL-HASH.
005370     MOVE ACK-AGE-DAYS              TO ACK-FLL-AGE.
005380     IF ACK-FL-NOT-ACKED (ACK-FL-IX)
005390         MOVE SPACES TO ACK-FLL-ACK-FIGURES
005400     ELSE
005410         MOVE ACK-FL-ACK-COUNT (ACK-FL-IX) TO ACK-FLL-ACK-COUNT
005420         MOVE ACK-FL-ACK-HASH (ACK-FL-IX)  TO ACK-FLL-ACK-HASH
005430     END-IF.
005440     EVALUATE TRUE
005450         WHEN ACK-FL-IN-BAL (ACK-FL-IX)
005460             MOVE 'IN BALANCE'       TO ACK-FLL-VERDICT
005470             ADD 1 TO ACK-IN-BAL-COUNT
005480         WHEN ACK-FL-OUT-OF-BAL (ACK-FL-IX)
005490             MOVE 'OUT OF BALANCE'   TO ACK-FLL-VERDICT
005500             ADD 1 TO ACK-OUT-BAL-COUNT
005510         WHEN OTHER
005520             MOVE 'NOT ACKNOWLEDGED' TO ACK-FLL-VERDICT
005530             ADD 1 TO ACK-NOT-ACKED-COUNT
005540     END-EVALUATE.
005550     WRITE ACK-REPORT-RECORD FROM ACK-FILE-LINE.
005560     IF ACK-FL-IN-BAL (ACK-FL-IX)
005570         GO TO 3100-EXIT.
005580     MOVE SPACES                       TO ACK-OPEN-OUT-RECORD.
005590     MOVE ACK-FL-DATE (ACK-FL-IX)      TO ACO-DATE.
005600     MOVE ACK-FL-BRANCH (ACK-FL-IX)    TO ACO-BRANCH.
005610     MOVE ACK-FL-FILE-NO (ACK-FL-IX)   TO ACO-FILE-NO.
005620     MOVE ACK-FL-COUNT (ACK-FL-IX)     TO ACO-COUNT.
005630     MOVE ACK-FL-HASH (ACK-FL-IX)      TO ACO-HASH.
005640     MOVE ACK-FL-STATUS (ACK-FL-IX)    TO ACO-STATUS.
005650     MOVE ACK-FL-ACK-COUNT (ACK-FL-IX) TO ACO-ACK-COUNT.
005660     MOVE ACK-FL-ACK-HASH (ACK-FL-IX)  TO ACO-ACK-HASH.
005670     MOVE ACK-AGE-DAYS                 TO ACO-AGE.
005680     WRITE ACK-OPEN-OUT-RECORD.
005690     ADD 1 TO ACK-CARRIED-OUT-COUNT.
005700 3100-EXIT.
005710     EXIT.
005720*****************************************************************
005730* 3200-AGE-FILE - COUNT THE BUSINESS DAYS FROM THE FILE'S DATE TO
005740* THE BUSINESS DATE BY STEPPING THE CALENDAR ONE BUSINESS DAY AT
005750* A TIME - TONIGHT'S FILES ARE AGE ZERO. THE COUNT STOPS AT 999,
005760* OR WHERE THE CALENDAR CANNOT ANSWER FOR THE DATE.
005770*****************************************************************
005780 3200-AGE-FILE.
005790     MOVE ZERO TO ACK-AGE-DAYS.
005800     MOVE ACK-FL-DATE (ACK-FL-IX) TO ACK-AGE-DATE.
005810     PERFORM 3210-AGE-ONE-DAY THRU 3210-EXIT
005820         UNTIL ACK-AGE-DATE NOT < ACK-BUSINESS-DATE
005830         OR ACK-AGE-DAYS = 999.
005840 3200-EXIT.
005850     EXIT.
005860*****************************************************************
005870* 3210-AGE-ONE-DAY - STEP THE AGEING DATE TO THE NEXT BUSINESS
005880* DAY AND COUNT IT.
005890*****************************************************************
005900 3210-AGE-ONE-DAY.
005910     MOVE 'N' TO ACK-CAL-FUNCTION.
005920     CALL 'ALPHACAL' USING ACK-CAL-FUNCTION, ACK-AGE-DATE,
005930         ACK-CAL-RESULT, ACK-CAL-RULE, ACK-CAL-STATUS.
005940     IF ACK-CAL-STATUS NOT = '00'
005950         MOVE ACK-BUSINESS-DATE TO ACK-AGE-DATE
005960         GO TO 3210-EXIT.
005970     MOVE ACK-CAL-RESULT TO ACK-AGE-DATE.
005980     ADD 1 TO ACK-AGE-DAYS.
005990 3210-EXIT.
006000     EXIT.
006010*****************************************************************
006020* 5000-PRINT-TOTALS - CONTROL TOTALS AND THE VERDICT. ANY FILE
006030* OUT OF BALANCE ENDS THE RUN WITH CONDITION CODE 8; ANY FILE NOT
006040* ACKNOWLEDGED, OR ANY ACKNOWLEDGEMENT UNMATCHED, WITH 4.
006050*****************************************************************
006060 5000-PRINT-TOTALS.
006070     MOVE 'CARRIED FORWARD IN'     TO ACK-TOT-LABEL.
006080     MOVE ACK-CARRIED-IN-COUNT     TO ACK-TOT-VALUE.
006090     WRITE ACK-REPORT-RECORD FROM ACK-TOTAL-LINE.
006100     MOVE 'DISTRIBUTED TONIGHT'    TO ACK-TOT-LABEL.
006110     MOVE ACK-DIST-COUNT           TO ACK-TOT-VALUE.
006120     WRITE ACK-REPORT-RECORD FROM ACK-TOTAL-LINE.
006130     MOVE 'ACKNOWLEDGEMENTS READ'  TO ACK-TOT-LABEL.
006140     MOVE ACK-READ-COUNT           TO ACK-TOT-VALUE.
006150     WRITE ACK-REPORT-RECORD FROM ACK-TOTAL-LINE.
006160     MOVE 'ACKS UNMATCHED'         TO ACK-TOT-LABEL.
006170     MOVE ACK-UNMATCHED-COUNT      TO ACK-TOT-VALUE.
006180     WRITE ACK-REPORT-RECORD FROM ACK-TOTAL-LINE.
006190     MOVE 'ACKED IN BALANCE'       TO ACK-TOT-LABEL.
006200     MOVE ACK-IN-BAL-COUNT         TO ACK-TOT-VALUE.
006210     WRITE ACK-REPORT-RECORD FROM ACK-TOTAL-LINE.
006220     MOVE 'ACKED OUT OF BALANCE'   TO ACK-TOT-LABEL.
006230     MOVE ACK-OUT-BAL-COUNT        TO ACK-TOT-VALUE.
006240     WRITE ACK-REPORT-RECORD FROM ACK-TOTAL-LINE.
006250     MOVE 'NOT ACKNOWLEDGED'       TO ACK-TOT-LABEL.
006260     MOVE ACK-NOT-ACKED-COUNT      TO ACK-TOT-VALUE.
006270     WRITE ACK-REPORT-RECORD FROM ACK-TOTAL-LINE.
006280     MOVE 'CARRIED FORWARD OUT'    TO ACK-TOT-LABEL.
006290     MOVE ACK-CARRIED-OUT-COUNT    TO ACK-TOT-VALUE.
006300     WRITE ACK-REPORT-RECORD FROM ACK-TOTAL-LINE.
006310     EVALUATE TRUE
006320         WHEN ACK-OUT-BAL-COUNT > ZERO
006330             MOVE 'OUT-OF-BALANCE'   TO ACK-VERDICT
006340             MOVE 8 TO RETURN-CODE
006350         WHEN ACK-NOT-ACKED-COUNT > ZERO
006360             MOVE 'ACKS OUTSTANDING' TO ACK-VERDICT
006370             MOVE 4 TO RETURN-CODE
006380         WHEN ACK-UNMATCHED-COUNT > ZERO
006390             MOVE 'ACKS UNMATCHED'   TO ACK-VERDICT
006400             MOVE 4 TO RETURN-CODE
006410         WHEN OTHER
006420             MOVE 'ALL ACKNOWLEDGED' TO ACK-VERDICT
006430     END-EVALUATE.
006440     WRITE ACK-REPORT-RECORD FROM ACK-VERDICT-LINE.
006450 5000-EXIT.
006460     EXIT.
006470*****************************************************************
006480* 9700-JOURNAL-MILESTONE - APPEND ONE MILESTONE TO THE SHARED
006490* RUN JOURNAL THROUGH ALPHAJRN. THE CONDITION CODE GOES ALONG
006500* AS IT STANDS AND ALPHAJRN HANDS THE SAME CODE BACK.
006510*****************************************************************
006520 9700-JOURNAL-MILESTONE.
006530     MOVE RETURN-CODE TO ACK-JRN-RETCODE.
006540     CALL 'ALPHAJRN' USING ACK-JRN-PROGRAM, ACK-JRN-MILESTONE,
006550         ACK-JRN-COUNT, ACK-JRN-RETCODE.
006560 9700-EXIT.
006570     EXIT.
006580*****************************************************************
006590* 9900-ABEND - REPORT A FATAL ERROR ON THE OPERATOR CONSOLE AND
006600* STOP THE RUN WITH A NONZERO CONDITION CODE. THE CALLER SETS
006610* ACK-ABEND-MESSAGE.
006620*****************************************************************
006630 9900-ABEND.
006640     DISPLAY 'ALPHAACK ABEND - ' ACK-ABEND-MESSAGE.
006650     MOVE 16 TO RETURN-CODE.
006660     MOVE 'E' TO ACK-JRN-MILESTONE.
006670     MOVE ACK-READ-COUNT TO ACK-JRN-COUNT.
006680     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
006690     STOP RUN.
006700 9900-EXIT.
006710     EXIT.
006720*****************************************************************
006730* 9999-TERMINATE - CLOSE FILES BEFORE GOBACK. THE OTHER FILES
006740* CLOSE AS EACH PASS FINISHES WITH THEM.
006750*****************************************************************
006760 9999-TERMINATE.
006770     CLOSE ACK-REPORT-FILE.
006780     MOVE 'E' TO ACK-JRN-MILESTONE.
006790     MOVE ACK-READ-COUNT TO ACK-JRN-COUNT.
006800     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
006810 9999-EXIT.
006820     EXIT.
