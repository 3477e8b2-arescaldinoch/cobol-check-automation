000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ALPHACMP.
000030 AUTHOR.  D CHALMERS.
000040 INSTALLATION.  BATCH-SUITE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM ALPHACMP
000090*
000100* KEY-BY-KEY COMPARE OF TWO KEY-ORDER UNLOADS OF THE KEYED
000110* MASTER (COPYBOOK MSTREC) - THE REBUILT MASTER AGAINST THE
000120* PRODUCTION ONE AFTER AN ALPHARBL REBUILD, OR LAST NIGHT'S BASE
000130* COPY AGAINST TONIGHT'S. MATCHING ALPHAVFY COUNTS AND HASHES DO
000140* NOT SHOW WHICH KEYS DIFFER; THIS LISTS EVERY ONE THAT DOES:
000150*     ADDED    ON THE NEW COPY ONLY
000160*     DELETED  ON THE OLD COPY ONLY
000170*     CHANGED  ON BOTH, FIELD-2 OR THE NUMERIC VALUE DIFFERS
000180*     STAMPS   ON BOTH, ONLY THE ACTIVITY STAMPS DIFFER
000190* WITH THE OLD AND NEW IMAGES SIDE BY SIDE. EACH COPY MUST BE IN
000200* STRICT KEY ORDER - A COPY THAT IS NOT STOPS THE RUN.
000210*
000220* MODE CARD (CMPCTL, OPTIONAL):
000230*     COL  1      BLANK TO COMPARE ONLY, 'J' TO CHECK EVERY
000240*                 DIFFERENCE AGAINST THE MSTJRNL JOURNAL TOO
000250*     COLS 2-9    BUSINESS DATE THE OLD COPY WAS TAKEN ON
000260*     COLS 10-17  BUSINESS DATE THE NEW COPY WAS TAKEN ON
000270* THE JOURNAL CHECK READS THE MSTJRNL RECORDS DATED AFTER THE
000280* OLD COPY'S DATE UP TO AND INCLUDING THE NEW COPY'S AND KEEPS,
000290* FOR EACH KEY, THE LATEST UPDATE - ADD, CHANGE OR DELETE. AN
000300* INQUIRY ONLY SHOWS WHAT THE MASTER ALREADY HELD, SO IT NEVER
000310* STANDS IN FOR AN UPDATE. A DELETED KEY NEEDS A DELETE AS ITS
000312* LATEST UPDATE; AN ADDED OR CHANGED KEY NEEDS AN ADD OR CHANGE
000314* WHOSE AFTER IMAGE IS THE NEW COPY'S ENTRY. A KEY WHOSE STAMPS
000316* ALONE DIFFER IS EXPLAINED BY ANY JOURNAL RECORD FOR IT, AN
000318* INQUIRY INCLUDED. A DIFFERENCE WITH NO JOURNAL RECORD BEHIND
000320* IT, OR ONE THE LATEST UPDATE DOES NOT EXPLAIN, WAS MADE OUTSIDE
000330* ALPHAMST AND IS FLAGGED UNJOURNALED.
000350*
000360* THE RUN ENDS WITH A COUNT OF EACH KIND OF DIFFERENCE. THE
000370* CONDITION CODE IS 0 WHEN THE COPIES ARE IDENTICAL, 4 WHEN
000380* THEY DIFFER AT ALL, AND 8 WHEN THE JOURNAL CHECK FINDS AN
000390* UNJOURNALED DIFFERENCE.
000400*
000410* MODIFICATION HISTORY.
000420*   10/15/2026  DC    ORIGINAL PROGRAM.
000430*****************************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470*    OPTIONAL - NO MODE CARD MEANS COMPARE ONLY.
000480     SELECT OPTIONAL CMP-CTL-FILE
000490         ASSIGN TO CMPCTL
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT CMP-OLD-FILE
000520         ASSIGN TO CMPOLD
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT CMP-NEW-FILE
000550         ASSIGN TO CMPNEW
000560         ORGANIZATION IS SEQUENTIAL.
000570*    OPENED ONLY FOR A JOURNAL CHECK.
000580     SELECT CMP-JRNL-FILE
000590         ASSIGN TO MSTJRNL
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT CMP-REPORT-FILE
000620         ASSIGN TO CMPRPT
000630         ORGANIZATION IS SEQUENTIAL.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CMP-CTL-FILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 80 CHARACTERS.
000690 01  CMP-CTL-RECORD.
000700     05  CMPC-MODE            PIC X(01).
000710         88  CMPC-COMPARE-ONLY            VALUE SPACE.
000720         88  CMPC-JOURNAL-CHECK           VALUE 'J'.
000730     05  CMPC-OLD-DATE        PIC 9(08).
000740     05  CMPC-NEW-DATE        PIC 9(08).
000750     05  FILLER               PIC X(63).
000760 FD  CMP-OLD-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 130 CHARACTERS.
000790 01  CMP-OLD-RECORD.
000800     COPY MSTREC REPLACING ==:PFX:== BY ==CMO==.
000810 FD  CMP-NEW-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 130 CHARACTERS.
000840 01  CMP-NEW-RECORD.
000850     COPY MSTREC REPLACING ==:PFX:== BY ==CMN==.
000860 FD  CMP-JRNL-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 206 CHARACTERS.
000890 01  CMP-JRNL-RECORD.
000900     COPY MSTJRN REPLACING ==:PFX:== BY ==CMJ==.
000910 FD  CMP-REPORT-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 132 CHARACTERS.
000940 01  CMP-REPORT-RECORD          PIC X(132).
000950 WORKING-STORAGE SECTION.
000960 77  CMP-JT-CNT               PIC 9(04) COMP VALUE ZERO.
000970 77  CMP-JT-IX                PIC 9(04) COMP VALUE ZERO.
000980 77  CMP-SHIFT-IX             PIC 9(04) COMP VALUE ZERO.
000990 77  CMP-LOW-IX               PIC S9(04) COMP VALUE ZERO.
001000 77  CMP-HIGH-IX              PIC S9(04) COMP VALUE ZERO.
001010 77  CMP-MID-IX               PIC S9(04) COMP VALUE ZERO.
001020 77  CMP-OLD-EOF-SW           PIC X(01)   VALUE 'N'.
001030     88  CMP-OLD-EOF-YES                  VALUE 'Y'.
001040 77  CMP-NEW-EOF-SW           PIC X(01)   VALUE 'N'.
001050     88  CMP-NEW-EOF-YES                  VALUE 'Y'.
001060 77  CMP-JRNL-EOF-SW          PIC X(01)   VALUE 'N'.
001070     88  CMP-JRNL-EOF-YES                 VALUE 'Y'.
001080 77  CMP-FOUND-SW             PIC X(01)   VALUE 'N'.
001090     88  CMP-FOUND-YES                    VALUE 'Y'.
001100 77  CMP-MODE-SW              PIC X(01)   VALUE SPACE.
001110     88  CMP-COMPARE-ONLY                 VALUE SPACE.
001120     88  CMP-JOURNAL-CHECK                VALUE 'J'.
001130 77  CMP-OLD-DATE             PIC 9(08)   VALUE ZERO.
001140 77  CMP-NEW-DATE             PIC 9(08)   VALUE ZERO.
001150 77  CMP-RUN-DATE             PIC 9(08)   VALUE ZERO.
001160 77  CMP-OLD-KEY              PIC X(10)   VALUE LOW-VALUES.
001170 77  CMP-NEW-KEY              PIC X(10)   VALUE LOW-VALUES.
001180 77  CMP-WORK-KEY             PIC X(10)   VALUE SPACES.
001190 77  CMP-DIFF-KIND            PIC X(07)   VALUE SPACES.
001200 77  CMP-OLD-COUNT            PIC 9(08) COMP VALUE ZERO.
001210 77  CMP-NEW-COUNT            PIC 9(08) COMP VALUE ZERO.
001220 77  CMP-MATCH-COUNT          PIC 9(08) COMP VALUE ZERO.
001230 77  CMP-ADDED-COUNT          PIC 9(08) COMP VALUE ZERO.
001240 77  CMP-DELETED-COUNT        PIC 9(08) COMP VALUE ZERO.
001250 77  CMP-CHANGED-COUNT        PIC 9(08) COMP VALUE ZERO.
001260 77  CMP-STAMPS-COUNT         PIC 9(08) COMP VALUE ZERO.
001270 77  CMP-DIFF-COUNT           PIC 9(08) COMP VALUE ZERO.
001280 77  CMP-JRNL-COUNT           PIC 9(08) COMP VALUE ZERO.
001290 77  CMP-WINDOW-COUNT         PIC 9(08) COMP VALUE ZERO.
001300 77  CMP-JOURNALED-COUNT      PIC 9(08) COMP VALUE ZERO.
001310 77  CMP-UNJOURNALED-COUNT    PIC 9(08) COMP VALUE ZERO.
001320 77  CMP-HASH-OLD             PIC 9(12) COMP VALUE ZERO.
001330 77  CMP-HASH-NEW             PIC 9(12) COMP VALUE ZERO.
001340 77  CMP-ABEND-MESSAGE        PIC X(60)   VALUE SPACES.
001350*    RUN-JOURNAL MILESTONE ARGUMENTS FOR ALPHAJRN.
001360 77  CMP-JRN-PROGRAM          PIC X(08)   VALUE 'ALPHACMP'.
001370 77  CMP-JRN-MILESTONE        PIC X(01)   VALUE SPACE.
001380 77  CMP-JRN-COUNT            PIC 9(08)   VALUE ZERO.
001390 77  CMP-JRN-RETCODE          PIC 9(04)   VALUE ZERO.
001400* ONE ENTRY FOR EACH KEY WITH A JOURNAL RECORD IN THE WINDOW,
001403* HOLDING ITS LATEST UPDATE - A KEY ONLY EVER INQUIRED ON HAS
001406* NONE. HELD IN KEY ORDER BY SORTED INSERTION SO THE DIFFERENCES,
001410* WHICH ALSO COME IN KEY ORDER, ARE CHECKED IN ONE FORWARD PASS.
001430 01  CMP-JRNL-TABLE.
001440     05  CMP-JT-ENTRY OCCURS 0 TO 9999 TIMES
001450             DEPENDING ON CMP-JT-CNT.
001460         10  CMP-JT-KEY          PIC X(10).
001470         10  CMP-JT-FUNCTION     PIC X(01).
001475             88  CMP-JT-NO-UPDATE             VALUE SPACE.
001480         10  CMP-JT-FIELD-2      PIC X(80).
001490         10  CMP-JT-NUMERIC      PIC 9(03).
001500 01  CMP-HEAD-LINE-1.
001510     05  FILLER               PIC X(32)
001520             VALUE 'MASTER COPY COMPARE'.
001530     05  FILLER               PIC X(06) VALUE SPACES.
001540     05  FILLER               PIC X(04) VALUE 'RUN '.
001550     05  CMP-HEAD-DATE        PIC 9(08).
001560     05  FILLER               PIC X(82) VALUE SPACES.
001570 01  CMP-HEAD-WINDOW-LINE.
001580     05  FILLER               PIC X(40)
001590             VALUE 'JOURNAL CHECKED FOR BUSINESS DATES AFTER'.
001600     05  FILLER               PIC X(01) VALUE SPACES.
001610     05  CMP-HWN-OLD-DATE     PIC 9(08).
001620     05  FILLER               PIC X(09) VALUE ' THROUGH '.
001630     05  CMP-HWN-NEW-DATE     PIC 9(08).
001640     05  FILLER               PIC X(66) VALUE SPACES.
001650 01  CMP-HEAD-LINE-2.
001660     05  FILLER               PIC X(12) VALUE 'KEY'.
001670     05  FILLER               PIC X(09) VALUE 'KIND'.
001680     05  FILLER               PIC X(56) VALUE 'OLD COPY'.
001690     05  FILLER               PIC X(55) VALUE 'NEW COPY'.
001700* ONE DIFFERENCE TAKES AN IMAGE LINE, A SECOND IMAGE LINE FOR
001710* FIELD-2 PAST COLUMN 50 WHEN EITHER SIDE HAS ANY, AND A STAMP
001720* LINE THAT ALSO CARRIES THE JOURNAL VERDICT.
001730 01  CMP-IMAGE-LINE.
001740     05  CMP-IMG-KEY          PIC X(10).
001750     05  FILLER               PIC X(02) VALUE SPACES.
001760     05  CMP-IMG-KIND         PIC X(07).
001770     05  FILLER               PIC X(02) VALUE SPACES.
001780     05  CMP-IMG-OLD-NUMERIC  PIC X(03).
001790     05  FILLER               PIC X(01) VALUE SPACES.
001800     05  CMP-IMG-OLD-FIELD-2  PIC X(50).
001810     05  FILLER               PIC X(02) VALUE SPACES.
001820     05  CMP-IMG-NEW-NUMERIC  PIC X(03).
001830     05  FILLER               PIC X(01) VALUE SPACES.
001840     05  CMP-IMG-NEW-FIELD-2  PIC X(50).
001850     05  FILLER               PIC X(01) VALUE SPACES.
001860 01  CMP-STAMP-LINE.
001870     05  CMP-STP-JOURNAL      PIC X(19).
001880     05  FILLER               PIC X(02) VALUE SPACES.
001890     05  CMP-STP-OLD          PIC X(54).
001900     05  FILLER               PIC X(02) VALUE SPACES.
001910     05  CMP-STP-NEW          PIC X(54).
001920     05  FILLER               PIC X(01) VALUE SPACES.
001930 01  CMP-STAMP-TEXT.
001940     05  FILLER               PIC X(04) VALUE 'ADD '.
001950     05  CMP-STX-ADDED        PIC 9(08).
001960     05  FILLER               PIC X(05) VALUE ' MNT '.
001970     05  CMP-STX-MAINT        PIC 9(08).
001980     05  FILLER               PIC X(05) VALUE ' INQ '.
001990     05  CMP-STX-INQ          PIC 9(08).
002000     05  FILLER               PIC X(04) VALUE ' BR '.
002010     05  CMP-STX-BRANCH       PIC X(03).
002020     05  FILLER               PIC X(09) VALUE SPACES.
002030 01  CMP-TOTAL-LINE.
002040     05  CMP-TOT-LABEL        PIC X(22).
002050     05  CMP-TOT-VALUE        PIC ZZZZZZZ9.
002060     05  FILLER               PIC X(102) VALUE SPACES.
002070 01  CMP-HASH-LINE.
002080     05  CMP-HSH-LABEL        PIC X(22).
002090     05  CMP-HSH-VALUE        PIC ZZZZZZZZZZZ9.
002100     05  FILLER               PIC X(98) VALUE SPACES.
002110 01  CMP-VERDICT-LINE.
002120     05  FILLER               PIC X(22) VALUE 'COMPARE RESULT'.
002130     05  CMP-VRD-TEXT         PIC X(30).
002140     05  FILLER               PIC X(80) VALUE SPACES.
002150 PROCEDURE DIVISION.
002160 0000-MAINLINE.
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002180     IF CMP-JOURNAL-CHECK
002190         PERFORM 2000-LOAD-JOURNAL THRU 2000-EXIT
002200     END-IF.
002210     PERFORM 3000-COMPARE-COPIES THRU 3000-EXIT.
002220     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
002230     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002240     GOBACK.
002250*****************************************************************
002260* 1000-INITIALIZE - TAKE THE MODE CARD, OPEN THE FILES, CUT THE
002270* HEADINGS AND READ THE FIRST ENTRY OF EACH COPY.
002280*****************************************************************
002290 1000-INITIALIZE.
002300     MOVE 'S'  TO CMP-JRN-MILESTONE.
002310     MOVE ZERO TO CMP-JRN-COUNT.
002320     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
002330     PERFORM 1100-READ-MODE-CARD THRU 1100-EXIT.
002340     OPEN INPUT CMP-OLD-FILE.
002350     OPEN INPUT CMP-NEW-FILE.
002360     OPEN OUTPUT CMP-REPORT-FILE.
002370     ACCEPT CMP-RUN-DATE FROM DATE YYYYMMDD.
002380     MOVE CMP-RUN-DATE TO CMP-HEAD-DATE.
002390     WRITE CMP-REPORT-RECORD FROM CMP-HEAD-LINE-1.
002400     IF CMP-JOURNAL-CHECK
002410         MOVE CMP-OLD-DATE TO CMP-HWN-OLD-DATE
002420         MOVE CMP-NEW-DATE TO CMP-HWN-NEW-DATE
002430         WRITE CMP-REPORT-RECORD FROM CMP-HEAD-WINDOW-LINE
002440     END-IF.
002450     WRITE CMP-REPORT-RECORD FROM CMP-HEAD-LINE-2.
002460     PERFORM 3100-READ-OLD THRU 3100-EXIT.
002470     PERFORM 3200-READ-NEW THRU 3200-EXIT.
002480 1000-EXIT.
002490     EXIT.
002500*****************************************************************
002510* 1100-READ-MODE-CARD - COMPARE ONLY UNLESS THE MODE CARD ASKS
002520* FOR THE JOURNAL CHECK, WHICH NEEDS BOTH COPIES' DATES IN
002530* ORDER.
002540*****************************************************************
002550 1100-READ-MODE-CARD.
002560     OPEN INPUT CMP-CTL-FILE.
002570     READ CMP-CTL-FILE
002580         AT END
002590             GO TO 1100-CLOSE
002600     END-READ.
002610     IF NOT CMPC-COMPARE-ONLY AND NOT CMPC-JOURNAL-CHECK
002620         MOVE 'MODE CARD NOT BLANK OR J' TO CMP-ABEND-MESSAGE
002630         PERFORM 9900-ABEND THRU 9900-EXIT
002640     END-IF.
002650     IF CMPC-COMPARE-ONLY
002660         GO TO 1100-CLOSE.
002670     IF CMPC-OLD-DATE NOT NUMERIC OR CMPC-NEW-DATE NOT NUMERIC
002680         MOVE 'JOURNAL CHECK NEEDS BOTH COPY DATES'
002690             TO CMP-ABEND-MESSAGE
002700         PERFORM 9900-ABEND THRU 9900-EXIT
002710     END-IF.
002720     IF CMPC-NEW-DATE < CMPC-OLD-DATE
002730         MOVE 'NEW COPY DATE IS BEFORE OLD COPY DATE'
002740             TO CMP-ABEND-MESSAGE
002750         PERFORM 9900-ABEND THRU 9900-EXIT
002760     END-IF.
002770     SET CMP-JOURNAL-CHECK TO TRUE.
002780     MOVE CMPC-OLD-DATE TO CMP-OLD-DATE.
002790     MOVE CMPC-NEW-DATE TO CMP-NEW-DATE.
002800 1100-CLOSE.
002810     CLOSE CMP-CTL-FILE.
002820 1100-EXIT.
002830     EXIT.
002840*****************************************************************
002850* 2000-LOAD-JOURNAL - TABLE THE LATEST JOURNAL RECORD FOR EVERY
002860* KEY UPDATED IN THE WINDOW. THE JOURNAL IS IN THE ORDER IT WAS
002870* WRITTEN, SO A LATER RECORD FOR A KEY REPLACES AN EARLIER ONE.
002880*****************************************************************
002890 2000-LOAD-JOURNAL.
002900     OPEN INPUT CMP-JRNL-FILE.
002910     PERFORM 2100-LOAD-ONE-JOURNAL THRU 2100-EXIT
002920         UNTIL CMP-JRNL-EOF-YES.
002930     CLOSE CMP-JRNL-FILE.
002940     MOVE 1 TO CMP-JT-IX.
002950 2000-EXIT.
002960     EXIT.
002970*****************************************************************
002980* 2100-LOAD-ONE-JOURNAL - READ ONE JOURNAL RECORD AND TABLE IT IF
002990* IT FALLS IN THE WINDOW. AN INQUIRY ONLY MAKES SURE ITS KEY HAS
002993* AN ENTRY; AN UPDATE REPLACES THE ENTRY'S LATEST UPDATE. A
002996* RECORD WITH A NON-NUMERIC DATE MEANS THE WRONG DATASET WAS
003000* SUPPLIED AND STOPS THE RUN.
003010*****************************************************************
003020 2100-LOAD-ONE-JOURNAL.
003030     READ CMP-JRNL-FILE
003040         AT END
003050             SET CMP-JRNL-EOF-YES TO TRUE
003060             GO TO 2100-EXIT
003070     END-READ.
003080     ADD 1 TO CMP-JRNL-COUNT.
003090     IF CMJ-DATE NOT NUMERIC
003100         MOVE 'JOURNAL RECORD IS NOT NUMERIC - WRONG DATASET'
003110             TO CMP-ABEND-MESSAGE
003120         PERFORM 9900-ABEND THRU 9900-EXIT
003130     END-IF.
003140     IF CMJ-DATE NOT > CMP-OLD-DATE OR CMJ-DATE > CMP-NEW-DATE
003150         GO TO 2100-EXIT.
003160     ADD 1 TO CMP-WINDOW-COUNT.
003170     PERFORM 2200-REGISTER-KEY THRU 2200-EXIT.
003173     IF CMJ-FUNCTION = 'Q'
003176         GO TO 2100-EXIT.
003180     MOVE CMJ-FUNCTION TO CMP-JT-FUNCTION (CMP-JT-IX).
003190     IF CMJ-FUNCTION = 'D'
003210         MOVE SPACES      TO CMP-JT-FIELD-2 (CMP-JT-IX)
003220         MOVE ZERO        TO CMP-JT-NUMERIC (CMP-JT-IX)
003230     ELSE
003250         MOVE CMJ-NEW-FIELD-2 TO CMP-JT-FIELD-2 (CMP-JT-IX)
003260         MOVE CMJ-NEW-NUMERIC TO CMP-JT-NUMERIC (CMP-JT-IX)
003270     END-IF.
003280 2100-EXIT.
003290     EXIT.
003300*****************************************************************
003310* 2200-REGISTER-KEY - FIND THE JOURNAL RECORD'S KEY IN THE TABLE
003320* BY HALVING THE SEARCH RANGE, OR INSERT IT AT THE POINT THE
003330* SEARCH ENDED BY SHIFTING THE ENTRIES BELOW DOWN ONE PLACE. A
003336* NEW ENTRY STARTS WITH NO UPDATE. CMP-JT-IX IS LEFT ON THE KEY'S
003342* ENTRY.
003350*****************************************************************
003360 2200-REGISTER-KEY.
003370     IF CMJ-FUNCTION = 'D'
003380         MOVE CMJ-OLD-KEY TO CMP-WORK-KEY
003390     ELSE
003400         MOVE CMJ-NEW-KEY TO CMP-WORK-KEY
003410     END-IF.
003420     MOVE 'N' TO CMP-FOUND-SW.
003430     MOVE 1 TO CMP-LOW-IX.
003440     MOVE CMP-JT-CNT TO CMP-HIGH-IX.
003450     PERFORM 2210-HALVE-RANGE THRU 2210-EXIT
003460         UNTIL CMP-LOW-IX > CMP-HIGH-IX OR CMP-FOUND-YES.
003470     IF CMP-FOUND-YES
003480         MOVE CMP-MID-IX TO CMP-JT-IX
003490         GO TO 2200-EXIT.
003500     IF CMP-JT-CNT = 9999
003510         MOVE 'JOURNAL WINDOW EXCEEDS 9999-KEY TABLE LIMIT'
003520             TO CMP-ABEND-MESSAGE
003530         PERFORM 9900-ABEND THRU 9900-EXIT
003540     END-IF.
003550     MOVE CMP-LOW-IX TO CMP-JT-IX.
003560     ADD 1 TO CMP-JT-CNT.
003570     IF CMP-JT-CNT > CMP-JT-IX
003580         PERFORM 2220-SHIFT-ONE-ENTRY THRU 2220-EXIT
003590             VARYING CMP-SHIFT-IX FROM CMP-JT-CNT BY -1
003600             UNTIL CMP-SHIFT-IX NOT > CMP-JT-IX
003610     END-IF.
003612     MOVE CMP-WORK-KEY TO CMP-JT-KEY (CMP-JT-IX).
003614     MOVE SPACE        TO CMP-JT-FUNCTION (CMP-JT-IX).
003616     MOVE SPACES       TO CMP-JT-FIELD-2 (CMP-JT-IX).
003618     MOVE ZERO         TO CMP-JT-NUMERIC (CMP-JT-IX).
003620 2200-EXIT.
003630     EXIT.
003640*****************************************************************
003650* 2210-HALVE-RANGE - TEST THE MIDDLE ENTRY OF THE RANGE AND KEEP
003660* THE HALF THE KEY MUST LIE IN. WHEN THE RANGE EMPTIES, THE LOW
003670* BOUND IS WHERE THE KEY BELONGS.
003680*****************************************************************
003690 2210-HALVE-RANGE.
003700     COMPUTE CMP-MID-IX = (CMP-LOW-IX + CMP-HIGH-IX) / 2.
003710     IF CMP-JT-KEY (CMP-MID-IX) = CMP-WORK-KEY
003720         SET CMP-FOUND-YES TO TRUE
003730         GO TO 2210-EXIT.
003740     IF CMP-JT-KEY (CMP-MID-IX) < CMP-WORK-KEY
003750         COMPUTE CMP-LOW-IX = CMP-MID-IX + 1
003760     ELSE
003770         COMPUTE CMP-HIGH-IX = CMP-MID-IX - 1
003780     END-IF.
003790 2210-EXIT.
003800     EXIT.
003810*****************************************************************
003820* 2220-SHIFT-ONE-ENTRY - MOVE ONE ENTRY DOWN A PLACE.
003830*****************************************************************
003840 2220-SHIFT-ONE-ENTRY.
003850     MOVE CMP-JT-ENTRY (CMP-SHIFT-IX - 1)
003860         TO CMP-JT-ENTRY (CMP-SHIFT-IX).
003870 2220-EXIT.
003880     EXIT.
003890*****************************************************************
003900* 3000-COMPARE-COPIES - MATCH THE TWO COPIES KEY BY KEY. A COPY
003910* THAT HAS RUN OUT STANDS AT HIGH-VALUES SO THE OTHER'S
003920* REMAINING KEYS ALL FALL OUT AS ADDED OR DELETED.
003930*****************************************************************
003940 3000-COMPARE-COPIES.
003950     PERFORM 3300-MATCH-ONE-KEY THRU 3300-EXIT
003960         UNTIL CMP-OLD-EOF-YES AND CMP-NEW-EOF-YES.
003970 3000-EXIT.
003980     EXIT.
003990*****************************************************************
004000* 3100-READ-OLD - READ THE NEXT OLD-COPY ENTRY, PROVING KEY
004010* ORDER AND ROLLING IT INTO THE OLD COPY'S TOTALS.
004020*****************************************************************
004030 3100-READ-OLD.
004040     READ CMP-OLD-FILE
004050         AT END
004060             SET CMP-OLD-EOF-YES TO TRUE
004070             MOVE HIGH-VALUES TO CMP-OLD-KEY
004080             GO TO 3100-EXIT
004090     END-READ.
004100     IF CMO-KEY NOT > CMP-OLD-KEY
004110         DISPLAY 'ALPHACMP OLD COPY KEY ' CMO-KEY
004120             ' AFTER ' CMP-OLD-KEY
004130         MOVE 'OLD COPY IS NOT A KEY-ORDER UNLOAD'
004140             TO CMP-ABEND-MESSAGE
004150         PERFORM 9900-ABEND THRU 9900-EXIT
004160     END-IF.
004170     MOVE CMO-KEY TO CMP-OLD-KEY.
004180     ADD 1 TO CMP-OLD-COUNT.
004190     ADD CMO-NUMERIC-VAL TO CMP-HASH-OLD.
004200 3100-EXIT.
004210     EXIT.
004220*****************************************************************
004230* 3200-READ-NEW - READ THE NEXT NEW-COPY ENTRY, PROVING KEY
004240* ORDER AND ROLLING IT INTO THE NEW COPY'S TOTALS.
004250*****************************************************************
004260 3200-READ-NEW.
004270     READ CMP-NEW-FILE
004280         AT END
004290             SET CMP-NEW-EOF-YES TO TRUE
004300             MOVE HIGH-VALUES TO CMP-NEW-KEY
004310             GO TO 3200-EXIT
004320     END-READ.
004330     IF CMN-KEY NOT > CMP-NEW-KEY
004340         DISPLAY 'ALPHACMP NEW COPY KEY ' CMN-KEY
004350             ' AFTER ' CMP-NEW-KEY
004360         MOVE 'NEW COPY IS NOT A KEY-ORDER UNLOAD'
004370             TO CMP-ABEND-MESSAGE
004380         PERFORM 9900-ABEND THRU 9900-EXIT
004390     END-IF.
004400     MOVE CMN-KEY TO CMP-NEW-KEY.
004410     ADD 1 TO CMP-NEW-COUNT.
004420     ADD CMN-NUMERIC-VAL TO CMP-HASH-NEW.
004430 3200-EXIT.
004440     EXIT.
004450*****************************************************************
004460* 3300-MATCH-ONE-KEY - TAKE THE LOWER OF THE TWO CURRENT KEYS.
004470* ON ONE COPY ONLY IT IS ADDED OR DELETED; ON BOTH THE IMAGES
004480* ARE COMPARED, THE ENTRY ITSELF BEFORE ITS STAMPS.
004490*****************************************************************
004500 3300-MATCH-ONE-KEY.
004510     IF CMP-OLD-KEY < CMP-NEW-KEY
004520         MOVE 'DELETED' TO CMP-DIFF-KIND
004530         ADD 1 TO CMP-DELETED-COUNT
004540         PERFORM 4000-REPORT-DIFFERENCE THRU 4000-EXIT
004550         PERFORM 3100-READ-OLD THRU 3100-EXIT
004560         GO TO 3300-EXIT.
004570     IF CMP-OLD-KEY > CMP-NEW-KEY
004580         MOVE 'ADDED'   TO CMP-DIFF-KIND
004590         ADD 1 TO CMP-ADDED-COUNT
004600         PERFORM 4000-REPORT-DIFFERENCE THRU 4000-EXIT
004610         PERFORM 3200-READ-NEW THRU 3200-EXIT
004620         GO TO 3300-EXIT.
004630     IF CMO-FIELD-2 NOT = CMN-FIELD-2
004640         OR CMO-NUMERIC-VAL NOT = CMN-NUMERIC-VAL
004650         MOVE 'CHANGED' TO CMP-DIFF-KIND
004660         ADD 1 TO CMP-CHANGED-COUNT
004670         PERFORM 4000-REPORT-DIFFERENCE THRU 4000-EXIT
004680     ELSE
004690         IF CMO-ADDED-DATE NOT = CMN-ADDED-DATE
004700             OR CMO-MAINT-DATE NOT = CMN-MAINT-DATE
004710             OR CMO-INQ-DATE NOT = CMN-INQ-DATE
004720             OR CMO-LAST-BRANCH NOT = CMN-LAST-BRANCH
004730             MOVE 'STAMPS'  TO CMP-DIFF-KIND
004740             ADD 1 TO CMP-STAMPS-COUNT
004750             PERFORM 4000-REPORT-DIFFERENCE THRU 4000-EXIT
004760         ELSE
004770             ADD 1 TO CMP-MATCH-COUNT
004780         END-IF
004790     END-IF.
004800     PERFORM 3100-READ-OLD THRU 3100-EXIT.
004810     PERFORM 3200-READ-NEW THRU 3200-EXIT.
004820 3300-EXIT.
004830     EXIT.
004840*****************************************************************
004850* 4000-REPORT-DIFFERENCE - PRINT ONE DIFFERENCE WITH THE OLD
004860* IMAGE ON THE LEFT AND THE NEW ON THE RIGHT; THE SIDE A KEY IS
004870* MISSING FROM STAYS BLANK. A JOURNAL CHECK JUDGES IT FIRST.
004880*****************************************************************
004890 4000-REPORT-DIFFERENCE.
004900     ADD 1 TO CMP-DIFF-COUNT.
004910     MOVE SPACES TO CMP-STP-JOURNAL.
004920     IF CMP-JOURNAL-CHECK
004930         PERFORM 4100-CHECK-JOURNAL THRU 4100-EXIT
004940     END-IF.
004950     MOVE SPACES TO CMP-IMG-OLD-NUMERIC CMP-IMG-OLD-FIELD-2
004960         CMP-IMG-NEW-NUMERIC CMP-IMG-NEW-FIELD-2
004970         CMP-STP-OLD CMP-STP-NEW.
004980     MOVE CMP-DIFF-KIND TO CMP-IMG-KIND.
004990     IF CMP-DIFF-KIND = 'ADDED'
005000         MOVE CMN-KEY TO CMP-IMG-KEY
005010     ELSE
005020         MOVE CMO-KEY TO CMP-IMG-KEY
005030         MOVE CMO-NUMERIC-VAL     TO CMP-IMG-OLD-NUMERIC
005040         MOVE CMO-FIELD-2 (1:50)  TO CMP-IMG-OLD-FIELD-2
005050         MOVE CMO-ADDED-DATE      TO CMP-STX-ADDED
005060         MOVE CMO-MAINT-DATE      TO CMP-STX-MAINT
005070         MOVE CMO-INQ-DATE        TO CMP-STX-INQ
005080         MOVE CMO-LAST-BRANCH     TO CMP-STX-BRANCH
005090         MOVE CMP-STAMP-TEXT      TO CMP-STP-OLD
005100     END-IF.
005110     IF CMP-DIFF-KIND NOT = 'DELETED'
005120         MOVE CMN-NUMERIC-VAL     TO CMP-IMG-NEW-NUMERIC
005130         MOVE CMN-FIELD-2 (1:50)  TO CMP-IMG-NEW-FIELD-2
005140         MOVE CMN-ADDED-DATE      TO CMP-STX-ADDED
005150         MOVE CMN-MAINT-DATE      TO CMP-STX-MAINT
005160         MOVE CMN-INQ-DATE        TO CMP-STX-INQ
005170         MOVE CMN-LAST-BRANCH     TO CMP-STX-BRANCH
005180         MOVE CMP-STAMP-TEXT      TO CMP-STP-NEW
005190     END-IF.
005200     WRITE CMP-REPORT-RECORD FROM CMP-IMAGE-LINE.
005210*    FIELD-2 PAST COLUMN 50 GOES ON A LINE OF ITS OWN, SO A
005220*    DIFFERENCE OUT THERE IS NOT HIDDEN.
005230     MOVE SPACES TO CMP-IMG-KEY CMP-IMG-KIND
005240         CMP-IMG-OLD-NUMERIC CMP-IMG-OLD-FIELD-2
005250         CMP-IMG-NEW-NUMERIC CMP-IMG-NEW-FIELD-2.
005260     IF CMP-DIFF-KIND NOT = 'ADDED'
005270         MOVE CMO-FIELD-2 (51:30) TO CMP-IMG-OLD-FIELD-2
005280     END-IF.
005290     IF CMP-DIFF-KIND NOT = 'DELETED'
005300         MOVE CMN-FIELD-2 (51:30) TO CMP-IMG-NEW-FIELD-2
005310     END-IF.
005320     IF CMP-IMG-OLD-FIELD-2 NOT = SPACES
005330         OR CMP-IMG-NEW-FIELD-2 NOT = SPACES
005340         WRITE CMP-REPORT-RECORD FROM CMP-IMAGE-LINE
005350     END-IF.
005360     WRITE CMP-REPORT-RECORD FROM CMP-STAMP-LINE.
005370 4000-EXIT.
005380     EXIT.
005390*****************************************************************
005400* 4100-CHECK-JOURNAL - FIND THE DIFFERENCE'S KEY IN THE JOURNAL
005410* TABLE AND DECIDE WHETHER ITS JOURNAL RECORDS ACCOUNT FOR IT -
005416* ANY RECORD FOR A STAMPS-ONLY DIFFERENCE, OTHERWISE THE LATEST
005422* UPDATE. THE TABLE POINTER ONLY EVER MOVES FORWARD.
005430*****************************************************************
005440 4100-CHECK-JOURNAL.
005450     IF CMP-DIFF-KIND = 'ADDED'
005460         MOVE CMN-KEY TO CMP-WORK-KEY
005470     ELSE
005480         MOVE CMO-KEY TO CMP-WORK-KEY
005490     END-IF.
005500     PERFORM 4110-PASS-ENTRY THRU 4110-EXIT
005510         UNTIL CMP-JT-IX > CMP-JT-CNT
005520             OR CMP-JT-KEY (CMP-JT-IX) NOT < CMP-WORK-KEY.
005530     IF CMP-JT-IX > CMP-JT-CNT
005540         OR CMP-JT-KEY (CMP-JT-IX) NOT = CMP-WORK-KEY
005550         MOVE 'NO JOURNAL RECORD' TO CMP-STP-JOURNAL
005560         GO TO 4100-UNJOURNALED.
005561     IF CMP-DIFF-KIND = 'STAMPS'
005562         GO TO 4100-JOURNALED.
005563     IF CMP-JT-NO-UPDATE (CMP-JT-IX)
005564         MOVE 'INQUIRY ONLY' TO CMP-STP-JOURNAL
005565         GO TO 4100-UNJOURNALED.
005570     IF CMP-DIFF-KIND = 'DELETED'
005580         IF CMP-JT-FUNCTION (CMP-JT-IX) = 'D'
005590             GO TO 4100-JOURNALED
005600         END-IF
005610     ELSE
005620         IF (CMP-JT-FUNCTION (CMP-JT-IX) = 'A' OR 'C')
005630             AND CMP-JT-FIELD-2 (CMP-JT-IX) = CMN-FIELD-2
005640             AND CMP-JT-NUMERIC (CMP-JT-IX) = CMN-NUMERIC-VAL
005650             GO TO 4100-JOURNALED
005660         END-IF
005670     END-IF.
005680     MOVE 'JOURNAL DISAGREES' TO CMP-STP-JOURNAL.
005690 4100-UNJOURNALED.
005700     ADD 1 TO CMP-UNJOURNALED-COUNT.
005710     GO TO 4100-EXIT.
005720 4100-JOURNALED.
005730     MOVE 'JOURNALED' TO CMP-STP-JOURNAL.
005740     ADD 1 TO CMP-JOURNALED-COUNT.
005750 4100-EXIT.
005760     EXIT.
005770*****************************************************************
005780* 4110-PASS-ENTRY - MOVE THE JOURNAL TABLE POINTER ON ONE ENTRY.
005790*****************************************************************
005800 4110-PASS-ENTRY.
005810     ADD 1 TO CMP-JT-IX.
005820 4110-EXIT.
005830     EXIT.
005840*****************************************************************
005850* 5000-PRINT-TOTALS - COUNT EACH KIND OF DIFFERENCE AND SET THE
005860* CONDITION CODE - 4 FOR ANY DIFFERENCE, 8 FOR ONE THE JOURNAL
005870* DOES NOT ACCOUNT FOR.
005880*****************************************************************
005890 5000-PRINT-TOTALS.
005900     MOVE 'OLD COPY RECORDS'      TO CMP-TOT-LABEL.
005910     MOVE CMP-OLD-COUNT           TO CMP-TOT-VALUE.
005920     WRITE CMP-REPORT-RECORD FROM CMP-TOTAL-LINE.
005930     MOVE 'NEW COPY RECORDS'      TO CMP-TOT-LABEL.
005940     MOVE CMP-NEW-COUNT           TO CMP-TOT-VALUE.
005950     WRITE CMP-REPORT-RECORD FROM CMP-TOTAL-LINE.
005960     MOVE 'HASH OLD COPY'         TO CMP-HSH-LABEL.
005970     MOVE CMP-HASH-OLD            TO CMP-HSH-VALUE.
005980     WRITE CMP-REPORT-RECORD FROM CMP-HASH-LINE.
005990     MOVE 'HASH NEW COPY'         TO CMP-HSH-LABEL.
006000     MOVE CMP-HASH-NEW            TO CMP-HSH-VALUE.
006010     WRITE CMP-REPORT-RECORD FROM CMP-HASH-LINE.
006020     MOVE 'KEYS IDENTICAL'        TO CMP-TOT-LABEL.
006030     MOVE CMP-MATCH-COUNT         TO CMP-TOT-VALUE.
006040     WRITE CMP-REPORT-RECORD FROM CMP-TOTAL-LINE.
006050     MOVE 'KEYS ADDED'            TO CMP-TOT-LABEL.
006060     MOVE CMP-ADDED-COUNT         TO CMP-TOT-VALUE.
006070     WRITE CMP-REPORT-RECORD FROM CMP-TOTAL-LINE.
006080     MOVE 'KEYS DELETED'          TO CMP-TOT-LABEL.
006090     MOVE CMP-DELETED-COUNT       TO CMP-TOT-VALUE.
006100     WRITE CMP-REPORT-RECORD FROM CMP-TOTAL-LINE.
006110     MOVE 'KEYS CHANGED'          TO CMP-TOT-LABEL.
006120     MOVE CMP-CHANGED-COUNT       TO CMP-TOT-VALUE.
006130     WRITE CMP-REPORT-RECORD FROM CMP-TOTAL-LINE.
006140     MOVE 'STAMPS ONLY CHANGED'   TO CMP-TOT-LABEL.
006150     MOVE CMP-STAMPS-COUNT        TO CMP-TOT-VALUE.
006160     WRITE CMP-REPORT-RECORD FROM CMP-TOTAL-LINE.
006170     MOVE 'TOTAL DIFFERENCES'     TO CMP-TOT-LABEL.
006180     MOVE CMP-DIFF-COUNT          TO CMP-TOT-VALUE.
006190     WRITE CMP-REPORT-RECORD FROM CMP-TOTAL-LINE.
006200     IF CMP-JOURNAL-CHECK
006210         MOVE 'JOURNAL RECORDS READ'  TO CMP-TOT-LABEL
006220         MOVE CMP-JRNL-COUNT          TO CMP-TOT-VALUE
006230         WRITE CMP-REPORT-RECORD FROM CMP-TOTAL-LINE
006240         MOVE 'JOURNAL IN WINDOW'     TO CMP-TOT-LABEL
006250         MOVE CMP-WINDOW-COUNT        TO CMP-TOT-VALUE
006260         WRITE CMP-REPORT-RECORD FROM CMP-TOTAL-LINE
006270         MOVE 'KEYS JOURNALED'        TO CMP-TOT-LABEL
006280         MOVE CMP-JT-CNT              TO CMP-TOT-VALUE
006290         WRITE CMP-REPORT-RECORD FROM CMP-TOTAL-LINE
006300         MOVE 'DIFFS JOURNALED'       TO CMP-TOT-LABEL
006310         MOVE CMP-JOURNALED-COUNT     TO CMP-TOT-VALUE
006320         WRITE CMP-REPORT-RECORD FROM CMP-TOTAL-LINE
006330         MOVE 'DIFFS NOT JOURNALED'   TO CMP-TOT-LABEL
006340         MOVE CMP-UNJOURNALED-COUNT   TO CMP-TOT-VALUE
006350         WRITE CMP-REPORT-RECORD FROM CMP-TOTAL-LINE
006360     END-IF.
006370     EVALUATE TRUE
006380         WHEN CMP-UNJOURNALED-COUNT > ZERO
006390             MOVE 'UNJOURNALED DIFFERENCES' TO CMP-VRD-TEXT
006400             MOVE 8 TO RETURN-CODE
006410         WHEN CMP-DIFF-COUNT > ZERO
006420             MOVE 'COPIES DIFFER'           TO CMP-VRD-TEXT
006430             MOVE 4 TO RETURN-CODE
006440         WHEN OTHER
006450             MOVE 'COPIES IDENTICAL'        TO CMP-VRD-TEXT
006460     END-EVALUATE.
006470     WRITE CMP-REPORT-RECORD FROM CMP-VERDICT-LINE.
006480 5000-EXIT.
006490     EXIT.
006500*****************************************************************
006510* 9700-JOURNAL-MILESTONE - APPEND ONE MILESTONE TO THE SHARED
006520* RUN JOURNAL THROUGH ALPHAJRN. THE CONDITION CODE GOES ALONG
006530* AS IT STANDS AND ALPHAJRN HANDS THE SAME CODE BACK.
006540*****************************************************************
006550 9700-JOURNAL-MILESTONE.
006560     MOVE RETURN-CODE TO CMP-JRN-RETCODE.
006570     CALL 'ALPHAJRN' USING CMP-JRN-PROGRAM, CMP-JRN-MILESTONE,
006580         CMP-JRN-COUNT, CMP-JRN-RETCODE.
006590 9700-EXIT.
006600     EXIT.
006610*****************************************************************
006620* 9900-ABEND - REPORT A FATAL ERROR ON THE OPERATOR CONSOLE AND
006630* STOP THE RUN WITH A NONZERO CONDITION CODE. THE CALLER SETS
006640* CMP-ABEND-MESSAGE.
006650*****************************************************************
006660 9900-ABEND.
006670     DISPLAY 'ALPHACMP ABEND - ' CMP-ABEND-MESSAGE.
006680     MOVE 16 TO RETURN-CODE.
006690     MOVE 'E' TO CMP-JRN-MILESTONE.
006700     MOVE CMP-DIFF-COUNT TO CMP-JRN-COUNT.
006710     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
006720     STOP RUN.
006730 9900-EXIT.
006740     EXIT.
006750*****************************************************************
006760* 9999-TERMINATE - CLOSE FILES BEFORE GOBACK.
006770*****************************************************************
006780 9999-TERMINATE.
006790     CLOSE CMP-OLD-FILE.
006800     CLOSE CMP-NEW-FILE.
006810     CLOSE CMP-REPORT-FILE.
006820     MOVE 'E' TO CMP-JRN-MILESTONE.
006830     MOVE CMP-DIFF-COUNT TO CMP-JRN-COUNT.
006840     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
006850 9999-EXIT.
006860     EXIT.
