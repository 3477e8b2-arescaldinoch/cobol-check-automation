000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ALPHACLS.
000030 AUTHOR.  D CHALMERS.
000040 INSTALLATION.  BATCH-SUITE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM ALPHACLS
000090*
000100* MONTH-END AND YEAR-END CLOSE OF THE BALHIST BALANCING HISTORY.
000110* RUN ON THE LAST BUSINESS DAY OF THE MONTH, AFTER THAT NIGHT'S
000120* ALPHA RUN HAS APPENDED ITS BALHST RECORDS. THE CLOSE:
000130*
000140*   1. PROVES THE MONTH - EVERY BUSINESS DAY OF IT ON THE CALNDR
000150*      CALENDAR, UP TO AND INCLUDING THE BUSINESS DATE, MUST HAVE
000160*      A '***' GRAND-TOTAL RECORD ON BALHIST, AND NO OTHER DAY
000170*      MAY HAVE ONE. EVERY EARLIER MONTH OF THE YEAR
000180*      SINCE THE FIRST ONE CLOSED MUST ITSELF BE CLOSED. ANY DAY
000190*      OR MONTH MISSING IS NAMED ON THE REPORT AND THE CONSOLE AND
000200*      THE RUN STOPS WITH NOTHING MOVED.
000210*   2. ADDS THE MONTH'S BALHST RECORDS UP BY BRANCH INTO ONE
000220*      BALMON MONTH RECORD EACH, PLUS ONE FOR '***'. A DAY RUN
000225*      MORE THAN ONCE IS TAKEN FROM ITS LAST RUN ONLY - SEE BELOW.
000230*   3. MOVES THE MONTH'S DETAIL OFF BALHIST ONTO THE DETAIL
000240*      ARCHIVE - THE SAME BALHST LAYOUT, WHICH ALPHATRD READS AS
000250*      BALARC AHEAD OF BALHIST.
000260*   4. PRINTS THE MANAGEMENT REPORT - PER BRANCH, THE MONTH AND
000270*      THE YEAR TO DATE SET AGAINST THE SAME MONTH AND THE SAME
000280*      MONTHS LAST YEAR.
000290*
000300* A DECEMBER CLOSE IS ALSO THE YEAR-END CLOSE. THE YEAR'S MONTH
000310* RECORDS, DECEMBER'S INCLUDED, ARE ADDED UP BY BRANCH INTO ONE
000320* BALMON YEAR RECORD EACH ON THE SUMMARY HISTORY, AND THE MONTH
000330* RECORDS THEMSELVES MOVE TO THE MONTHLY ARCHIVE. THE MONTHLY
000340* ARCHIVE IS READ ON EVERY CLOSE FOR LAST YEAR'S FIGURES.
000350*
000360* EVERY FILE THE CLOSE WRITES IS GENERATIONAL - THE OLD
000370* GENERATION COMES IN, THE NEW ONE GOES OUT:
000380*     BALHIST  -> BALHOUT    THE HISTORY LESS THE CLOSED MONTH
000390*     BALARIN  -> BALAROUT   DETAIL ARCHIVE, THE MONTH APPENDED
000400*     BALMIN   -> BALMOUT    SUMMARY HISTORY (BALMON LAYOUT)
000410*     MONARIN  -> MONAROUT   MONTHLY ARCHIVE - WRITTEN AT YEAR-END
000420*                            ONLY
000430* THE INPUT ARCHIVES ARE OPTIONAL UNTIL THE FIRST CLOSE MAKES
000440* THEM.
000450*
000460* RUN-CONTROL CARD (RUNPARM) - THE DAILY RUN'S OWN CARD. ONLY THE
000470* BUSINESS DATE (COLS 12-19) MATTERS HERE. IT MUST BE A BUSINESS
000480* DAY AND THE LAST ONE OF ITS MONTH, AND ITS MONTH MUST NOT BE
000490* CLOSED ALREADY.
000500*
000501* ALPHA APPENDS A GROUP OF BALHST RECORDS ON EVERY RUN THAT IS
000502* NOT A TRIAL - ONE PER BRANCH, THEN THE '***' RECORD THAT ENDS
000503* THE GROUP - SO A SAME-DAY RERUN LEAVES TWO GROUPS FOR ONE DATE.
000504* THE RERUN REPLACES THE RUN BEFORE IT: THE FIRST PASS COUNTS
000505* EACH DATE'S GROUPS, AND A SECOND PASS POSTS ONLY THE RECORDS OF
000506* ITS LAST GROUP. THE DAY COUNTS ONCE, IS LISTED ON THE PROOF AS
000507* A RERUN, AND THE EARLIER GROUPS ARE ARCHIVED WITH THE REST BUT
000508* NOT SUMMARISED. RECORDS AFTER A DATE'S LAST '***' - AN APPEND
000509* THAT NEVER FINISHED - ARE TREATED THE SAME WAY.
000510*
000516* THE DAILY RECORDS ARE NOT PROVED AGAINST THE '***' TOTALS
000522* BRANCH BY BRANCH - A FILE HELD OVER CAN LEAVE THEM APART. THE
000530* MOVE ITSELF IS PROVED - RECORDS READ AGAINST RECORDS KEPT AND
000540* ARCHIVED, AND THE READS ARCHIVED AGAINST THE READS SUMMARISED
000550* AND SUPERSEDED - AND A DISAGREEMENT ENDS THE RUN
000560* WITH CONDITION CODE 8. DETAIL OF AN EARLIER MONTH STILL ON
000570* BALHIST - A MONTH NEVER CLOSED - IS KEPT AND ENDS IT WITH 4.
000580*
000590* MODIFICATION HISTORY.
000600*   10/15/2026  DC    ORIGINAL PROGRAM.
000610*****************************************************************
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT CLS-PARM-FILE
000660         ASSIGN TO RUNPARM
000670         ORGANIZATION IS SEQUENTIAL.
000680     SELECT CLS-HIST-IN-FILE
000690         ASSIGN TO BALHIST
000700         ORGANIZATION IS SEQUENTIAL.
000710     SELECT CLS-HIST-OUT-FILE
000720         ASSIGN TO BALHOUT
000730         ORGANIZATION IS SEQUENTIAL.
000740*    OPTIONAL - NOTHING IS ARCHIVED UNTIL THE FIRST CLOSE.
000750     SELECT OPTIONAL CLS-ARCH-IN-FILE
000760         ASSIGN TO BALARIN
000770         ORGANIZATION IS SEQUENTIAL.
000780     SELECT CLS-ARCH-OUT-FILE
000790         ASSIGN TO BALAROUT
000800         ORGANIZATION IS SEQUENTIAL.
000810     SELECT OPTIONAL CLS-MON-IN-FILE
000820         ASSIGN TO BALMIN
000830         ORGANIZATION IS SEQUENTIAL.
000840     SELECT CLS-MON-OUT-FILE
000850         ASSIGN TO BALMOUT
000860         ORGANIZATION IS SEQUENTIAL.
000870     SELECT OPTIONAL CLS-MARC-IN-FILE
000880         ASSIGN TO MONARIN
000890         ORGANIZATION IS SEQUENTIAL.
000900     SELECT CLS-MARC-OUT-FILE
000910         ASSIGN TO MONAROUT
000920         ORGANIZATION IS SEQUENTIAL.
000930     SELECT CLS-BRANCH-MST-FILE
000940         ASSIGN TO BRNMST
000950         ORGANIZATION IS SEQUENTIAL.
000960     SELECT CLS-REPORT-FILE
000970         ASSIGN TO CLSRPT
000980         ORGANIZATION IS SEQUENTIAL.
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  CLS-PARM-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 80 CHARACTERS.
001040* SAME CARD ALPHA READS - ONLY THE BUSINESS DATE MATTERS HERE,
001050* THE REST IS ALPHA'S.
001060 01  CLS-PARM-RECORD.
001070     05  FILLER               PIC X(11).
001080     05  CLSP-RUN-DATE        PIC 9(08).
001090     05  FILLER               PIC X(61).
001100 FD  CLS-HIST-IN-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 60 CHARACTERS.
001130 01  CLS-HIST-IN-RECORD.
001140     COPY BALHST REPLACING ==:PFX:== BY ==CHI==.
001150 FD  CLS-HIST-OUT-FILE
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 60 CHARACTERS.
001180 01  CLS-HIST-OUT-RECORD        PIC X(60).
001190 FD  CLS-ARCH-IN-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 60 CHARACTERS.
001220 01  CLS-ARCH-IN-RECORD         PIC X(60).
001230 FD  CLS-ARCH-OUT-FILE
001240     LABEL RECORDS ARE STANDARD
001250     RECORD CONTAINS 60 CHARACTERS.
001260 01  CLS-ARCH-OUT-RECORD        PIC X(60).
001270 FD  CLS-MON-IN-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 80 CHARACTERS.
001300 01  CLS-MON-IN-RECORD          PIC X(80).
001310 FD  CLS-MON-OUT-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 80 CHARACTERS.
001340 01  CLS-MON-OUT-RECORD         PIC X(80).
001350 FD  CLS-MARC-IN-FILE
001360     LABEL RECORDS ARE STANDARD
001370     RECORD CONTAINS 80 CHARACTERS.
001380 01  CLS-MARC-IN-RECORD         PIC X(80).
001390 FD  CLS-MARC-OUT-FILE
001400     LABEL RECORDS ARE STANDARD
001410     RECORD CONTAINS 80 CHARACTERS.
001420 01  CLS-MARC-OUT-RECORD        PIC X(80).
001430 FD  CLS-BRANCH-MST-FILE
001440     LABEL RECORDS ARE STANDARD
001450     RECORD CONTAINS 60 CHARACTERS.
001460 01  CLS-BRANCH-MST-RECORD.
001470     COPY BRNMST REPLACING ==:PFX:== BY ==CBM==.
001480 FD  CLS-REPORT-FILE
001490     LABEL RECORDS ARE STANDARD
001500     RECORD CONTAINS 80 CHARACTERS.
001510 01  CLS-REPORT-RECORD          PIC X(80).
001520 WORKING-STORAGE SECTION.
001530 77  CLS-HIST-EOF-SW          PIC X(01)   VALUE 'N'.
001540     88  CLS-HIST-EOF-YES                 VALUE 'Y'.
001550 77  CLS-ARCH-EOF-SW          PIC X(01)   VALUE 'N'.
001560     88  CLS-ARCH-EOF-YES                 VALUE 'Y'.
001570 77  CLS-MON-EOF-SW           PIC X(01)   VALUE 'N'.
001580     88  CLS-MON-EOF-YES                  VALUE 'Y'.
001590 77  CLS-MARC-EOF-SW          PIC X(01)   VALUE 'N'.
001600     88  CLS-MARC-EOF-YES                 VALUE 'Y'.
001610 77  CLS-NM-EOF-SW            PIC X(01)   VALUE 'N'.
001620     88  CLS-NM-EOF-YES                   VALUE 'Y'.
001630 77  CLS-NM-FOUND-SW          PIC X(01)   VALUE 'N'.
001640     88  CLS-NM-FOUND-YES                 VALUE 'Y'.
001650 77  CLS-BR-STOP-SW           PIC X(01)   VALUE 'N'.
001660     88  CLS-BR-STOP-YES                  VALUE 'Y'.
001670 77  CLS-YEAR-END-SW          PIC X(01)   VALUE 'N'.
001680     88  CLS-YEAR-END-YES                 VALUE 'Y'.
001690 77  CLS-NM-CNT               PIC 9(04) COMP VALUE ZERO.
001700 77  CLS-NM-SCAN-IX           PIC 9(04) COMP VALUE ZERO.
001710 77  CLS-BR-CNT               PIC 9(04) COMP VALUE ZERO.
001720 77  CLS-BR-IX                PIC 9(04) COMP VALUE ZERO.
001730 77  CLS-BR-SCAN-IX           PIC 9(04) COMP VALUE ZERO.
001740 77  CLS-SHIFT-IX             PIC 9(04) COMP VALUE ZERO.
001750 77  CLS-SET-IX               PIC 9(04) COMP VALUE ZERO.
001760 77  CLS-FIG-IX               PIC 9(04) COMP VALUE ZERO.
001770 77  CLS-ROW-IX               PIC 9(04) COMP VALUE ZERO.
001780 77  CLS-DAY-IX               PIC 9(04) COMP VALUE ZERO.
001790 77  CLS-MON-IX               PIC 9(04) COMP VALUE ZERO.
001800 77  CLS-FIRST-MONTH          PIC 9(04) COMP VALUE ZERO.
001810 77  CLS-ERROR-COUNT          PIC 9(08) COMP VALUE ZERO.
001820 77  CLS-SCAN-COUNT           PIC 9(08) COMP VALUE ZERO.
001830 77  CLS-MONTH-REC-COUNT      PIC 9(08) COMP VALUE ZERO.
001840 77  CLS-HIST-READ-COUNT      PIC 9(08) COMP VALUE ZERO.
001850 77  CLS-HIST-KEPT-COUNT      PIC 9(08) COMP VALUE ZERO.
001860 77  CLS-EARLIER-COUNT        PIC 9(08) COMP VALUE ZERO.
001870 77  CLS-ARCHIVED-COUNT       PIC 9(08) COMP VALUE ZERO.
001875 77  CLS-SUPERSEDED-COUNT     PIC 9(08) COMP VALUE ZERO.
001880 77  CLS-ARCH-CARRIED-COUNT   PIC 9(08) COMP VALUE ZERO.
001890 77  CLS-ARCH-OUT-COUNT       PIC 9(08) COMP VALUE ZERO.
001900 77  CLS-MON-CARRIED-COUNT    PIC 9(08) COMP VALUE ZERO.
001910 77  CLS-MONTHS-WRITTEN       PIC 9(08) COMP VALUE ZERO.
001920 77  CLS-YEARS-WRITTEN        PIC 9(08) COMP VALUE ZERO.
001930 77  CLS-MARC-CARRIED-COUNT   PIC 9(08) COMP VALUE ZERO.
001940 77  CLS-MARC-MOVED-COUNT     PIC 9(08) COMP VALUE ZERO.
001950 77  CLS-READS-ARCHIVED       PIC 9(12) COMP VALUE ZERO.
001960 77  CLS-READS-SUMMARISED     PIC 9(12) COMP VALUE ZERO.
001965 77  CLS-READS-SUPERSEDED     PIC 9(12) COMP VALUE ZERO.
001970 77  CLS-CHANGE               PIC S9(10) COMP VALUE ZERO.
001980 77  CLS-ABEND-MESSAGE        PIC X(60)   VALUE SPACES.
001990 77  CLS-LAST-YEAR            PIC 9(04)   VALUE ZERO.
002000 77  CLS-WK-CODE              PIC X(03)   VALUE SPACES.
002010*    CALENDAR ARGUMENTS FOR ALPHACAL.
002020 77  CLS-CAL-FUNCTION         PIC X(01)   VALUE 'B'.
002030 77  CLS-CAL-RESULT           PIC 9(08)   VALUE ZERO.
002040 77  CLS-CAL-RULE             PIC X(01)   VALUE SPACE.
002050 77  CLS-CAL-STATUS           PIC X(02)   VALUE SPACES.
002060*    RUN-JOURNAL MILESTONE ARGUMENTS FOR ALPHAJRN.
002070 77  CLS-JRN-PROGRAM          PIC X(08)   VALUE 'ALPHACLS'.
002080 77  CLS-JRN-MILESTONE        PIC X(01)   VALUE SPACE.
002090 77  CLS-JRN-COUNT            PIC 9(08)   VALUE ZERO.
002100 77  CLS-JRN-RETCODE          PIC 9(04)   VALUE ZERO.
002110*    THE BUSINESS DATE OF THE RUN, WHICH IS THE CLOSE DATE, AND
002120*    ITS MONTH.
002130 01  CLS-CLOSE-DATE           PIC 9(08)   VALUE ZERO.
002140 01  CLS-CLOSE-PARTS REDEFINES CLS-CLOSE-DATE.
002150     05  CLS-CLOSE-PERIOD.
002160         10  CLS-CLOSE-YEAR   PIC 9(04).
002170         10  CLS-CLOSE-MONTH  PIC 9(02).
002180     05  CLS-CLOSE-DAY        PIC 9(02).
002190*    A DATE BEING STEPPED THROUGH OR TAKEN APART.
002200 01  CLS-WORK-DATE            PIC 9(08)   VALUE ZERO.
002210 01  CLS-WORK-PARTS REDEFINES CLS-WORK-DATE.
002220     05  CLS-WORK-PERIOD      PIC 9(06).
002230     05  CLS-WORK-DAY         PIC 9(02).
002240*    ONE MONTH RECORD FROM THE SUMMARY HISTORY OR THE MONTHLY
002250*    ARCHIVE, READ HERE SO ONE ROUTINE POSTS EITHER.
002260 01  CLS-MON-WORK.
002270     COPY BALMON REPLACING ==:PFX:== BY ==CMW==.
002280*    THE RECORD BEING BUILT FOR THE SUMMARY HISTORY OR THE MONTHLY
002290*    ARCHIVE.
002300 01  CLS-MON-BUILD.
002310     COPY BALMON REPLACING ==:PFX:== BY ==CMB==.
002320* ONE ENTRY PER CALENDAR DAY OF THE CLOSE MONTH - WHETHER IT IS A
002330* BUSINESS DAY UP TO THE CLOSE DATE, HOW MANY RUNS ('***'
002340* RECORDS) BALHIST HOLDS FOR IT, AND HOW MANY OF THEM THE SECOND
002345* PASS HAS GONE BY.
002350 01  CLS-DAY-TABLE.
002360     05  CLS-DAY-ENTRY OCCURS 31 TIMES.
002370         10  CLS-DAY-SW           PIC X(01).
002380             88  CLS-DAY-BUSINESS             VALUE 'Y'.
002390         10  CLS-DAY-TOTALS       PIC 9(04) COMP.
002395         10  CLS-DAY-PASSED       PIC 9(04) COMP.
002400* WHICH EARLIER MONTHS OF THE CLOSE YEAR ARE ALREADY CLOSED.
002410 01  CLS-MONTH-TABLE.
002420     05  CLS-MONTH-SW         PIC X(01) OCCURS 12 TIMES.
002430         88  CLS-MONTH-CLOSED             VALUE 'Y'.
002440* ONE ENTRY PER BRANCH, HELD IN BRANCH ORDER, EACH WITH FOUR SETS
002450* OF FIGURES:
002460*     SET 1  THE CLOSE MONTH, FROM BALHIST
002470*     SET 2  THE SAME MONTH LAST YEAR
002480*     SET 3  THE CLOSE YEAR TO DATE, THE CLOSE MONTH INCLUDED
002490*     SET 4  LAST YEAR TO THE SAME MONTH
002500* THE SIX FIGURES ARE THOSE OF A BALMON RECORD, IN ITS ORDER.
002510 01  CLS-BRANCH-TABLE.
002520     05  CLS-BR-ENTRY OCCURS 60 TIMES.
002530         10  CLS-BR-CODE          PIC X(03).
002540         10  CLS-BR-SET OCCURS 4 TIMES.
002550             15  CLS-BR-DAYS      PIC 9(04) COMP.
002560             15  CLS-BR-FIG       PIC 9(09) COMP OCCURS 6 TIMES.
002570*    THE FIGURES OF ONE INPUT RECORD ON THEIR WAY TO A SET.
002580 01  CLS-WORK-FIGURES.
002590     05  CLS-WK-DAYS          PIC 9(04) COMP.
002600     05  CLS-WK-FIG           PIC 9(09) COMP OCCURS 6 TIMES.
002610*    ONE REPORT ROW - ITS FIGURE FROM EACH OF THE FOUR SETS.
002620 01  CLS-COLUMN-VALUES.
002630     05  CLS-COL-VAL          PIC 9(09) COMP OCCURS 4 TIMES.
002640 01  CLS-ROW-LABEL-VALUES.
002650     05  FILLER               PIC X(16) VALUE 'BUSINESS DAYS'.
002660     05  FILLER               PIC X(16) VALUE 'RECORDS READ'.
002670     05  FILLER               PIC X(16) VALUE 'EXTRACTED'.
002680     05  FILLER               PIC X(16) VALUE 'REJECTED'.
002690     05  FILLER               PIC X(16) VALUE 'DUPLICATES'.
002700     05  FILLER               PIC X(16) VALUE 'MAINT APPLIED'.
002710     05  FILLER               PIC X(16) VALUE 'MISMATCHES'.
002720 01  CLS-ROW-LABEL-TABLE REDEFINES CLS-ROW-LABEL-VALUES.
002730     05  CLS-ROW-LABEL        PIC X(16) OCCURS 7 TIMES.
002740*    BRANCH NAMES FROM THE BRANCH CONTROL MASTER.
002750 01  CLS-NAME-TABLE.
002760     05  CLS-NAME-ENTRY OCCURS 50 TIMES.
002770         10  CLS-NM-CODE      PIC X(03).
002780         10  CLS-NM-NAME      PIC X(30).
002790 01  CLS-TITLE-LINE.
002800     05  FILLER               PIC X(09) VALUE 'ALPHACLS '.
002810     05  CLS-TTL-KIND         PIC X(30).
002820     05  FILLER               PIC X(14) VALUE 'BUSINESS DATE '.
002830     05  CLS-TTL-DATE         PIC 9(08).
002840     05  FILLER               PIC X(19) VALUE SPACES.
002850 01  CLS-PERIOD-LINE.
002860     05  FILLER               PIC X(14) VALUE 'MONTH CLOSED  '.
002870     05  CLS-PRD-MONTH        PIC 9(06).
002880     05  FILLER               PIC X(22)
002890             VALUE '   COMPARED WITH      '.
002900     05  CLS-PRD-LAST-MONTH   PIC 9(06).
002910     05  FILLER               PIC X(32) VALUE SPACES.
002920 01  CLS-SECTION-LINE.
002930     05  CLS-SEC-TEXT         PIC X(40).
002940     05  FILLER               PIC X(40) VALUE SPACES.
002950 01  CLS-PROOF-LINE.
002960     05  CLS-PRF-TEXT         PIC X(30).
002970     05  CLS-PRF-DATE         PIC X(08).
002980     05  FILLER               PIC X(42) VALUE SPACES.
002990 01  CLS-BRANCH-HEAD-LINE.
003000     05  FILLER               PIC X(07) VALUE 'BRANCH '.
003010     05  CLS-BRH-BRANCH       PIC X(03).
003020     05  FILLER               PIC X(01) VALUE SPACE.
003030     05  CLS-BRH-NAME         PIC X(30).
003040     05  FILLER               PIC X(39) VALUE SPACES.
003050 01  CLS-COLUMN-HEAD-LINE.
003060     05  FILLER               PIC X(16) VALUE SPACES.
003070     05  FILLER               PIC X(12) VALUE '  THIS MONTH'.
003080     05  FILLER               PIC X(12) VALUE '   LAST YEAR'.
003090     05  FILLER               PIC X(12) VALUE '      CHANGE'.
003100     05  FILLER               PIC X(12) VALUE '  YR TO DATE'.
003110     05  FILLER               PIC X(12) VALUE '    LAST YTD'.
003120     05  FILLER               PIC X(04) VALUE SPACES.
003130 01  CLS-ROW-LINE.
003140     05  CLS-ROW-TEXT         PIC X(16).
003150     05  FILLER               PIC X(03) VALUE SPACES.
003160     05  CLS-ROW-MONTH        PIC ZZZZZZZZ9.
003170     05  FILLER               PIC X(03) VALUE SPACES.
003180     05  CLS-ROW-LAST-MONTH   PIC ZZZZZZZZ9.
003190     05  FILLER               PIC X(02) VALUE SPACES.
003200     05  CLS-ROW-CHANGE       PIC ---------9.
003210     05  FILLER               PIC X(03) VALUE SPACES.
003220     05  CLS-ROW-YTD          PIC ZZZZZZZZ9.
003230     05  FILLER               PIC X(03) VALUE SPACES.
003240     05  CLS-ROW-LAST-YTD     PIC ZZZZZZZZ9.
003250     05  FILLER               PIC X(04) VALUE SPACES.
003260 01  CLS-TOTAL-LINE.
003270     05  CLS-TOT-LABEL        PIC X(22).
003280     05  CLS-TOT-VALUE        PIC ZZZZZZZ9.
003290     05  FILLER               PIC X(50) VALUE SPACES.
003300 01  CLS-HASH-LINE.
003310     05  CLS-HSH-LABEL        PIC X(22).
003320     05  CLS-HSH-VALUE        PIC ZZZZZZZZZZZ9.
003330     05  FILLER               PIC X(46) VALUE SPACES.
003340 01  CLS-VERDICT-LINE.
003350     05  FILLER               PIC X(09) VALUE 'VERDICT: '.
003360     05  CLS-VERDICT          PIC X(30).
003370     05  FILLER               PIC X(41) VALUE SPACES.
003380 PROCEDURE DIVISION.
003390 0000-MAINLINE.
003400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003410     PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT.
003420     PERFORM 2500-SCAN-SUMMARIES THRU 2500-EXIT.
003430     PERFORM 3000-PROVE-PERIOD THRU 3000-EXIT.
003440     PERFORM 4000-MOVE-DETAIL THRU 4000-EXIT.
003450     PERFORM 4500-WRITE-SUMMARIES THRU 4500-EXIT.
003460     PERFORM 5000-PRINT-BRANCHES THRU 5000-EXIT.
003470     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
003480     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003490     GOBACK.
003500*****************************************************************
003510* 1000-INITIALIZE - TAKE AND PROVE THE CLOSE DATE, LOAD THE
003520* BRANCH NAMES, MARK THE MONTH'S BUSINESS DAYS AND CUT THE
003530* HEADINGS.
003540*****************************************************************
003550 1000-INITIALIZE.
003560     MOVE 'S'  TO CLS-JRN-MILESTONE.
003570     MOVE ZERO TO CLS-JRN-COUNT.
003580     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
003590     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
003600     PERFORM 1060-CHECK-BUSINESS-DAY THRU 1060-EXIT.
003610     PERFORM 1070-CHECK-MONTH-END THRU 1070-EXIT.
003620     SUBTRACT 1 FROM CLS-CLOSE-YEAR GIVING CLS-LAST-YEAR.
003630     IF CLS-CLOSE-MONTH = 12
003640         SET CLS-YEAR-END-YES TO TRUE
003650     END-IF.
003660     PERFORM 1100-LOAD-BRANCH-NAMES THRU 1100-EXIT.
003670     PERFORM 1200-MARK-BUSINESS-DAYS THRU 1200-EXIT.
003680     PERFORM 1300-CLEAR-ONE-MONTH THRU 1300-EXIT
003690         VARYING CLS-MON-IX FROM 1 BY 1
003700         UNTIL CLS-MON-IX > 12.
003710     OPEN OUTPUT CLS-REPORT-FILE.
003720     IF CLS-YEAR-END-YES
003730         MOVE 'MONTH-END AND YEAR-END CLOSE' TO CLS-TTL-KIND
003740     ELSE
003750         MOVE 'MONTH-END CLOSE'              TO CLS-TTL-KIND
003760     END-IF.
003770     MOVE CLS-CLOSE-DATE TO CLS-TTL-DATE.
003780     WRITE CLS-REPORT-RECORD FROM CLS-TITLE-LINE.
003790     MOVE CLS-CLOSE-PERIOD TO CLS-PRD-MONTH.
003800     COMPUTE CLS-PRD-LAST-MONTH =
003810         CLS-LAST-YEAR * 100 + CLS-CLOSE-MONTH.
003820     WRITE CLS-REPORT-RECORD FROM CLS-PERIOD-LINE.
003830 1000-EXIT.
003840     EXIT.
003850*****************************************************************
003860* 1050-READ-RUN-PARMS - TAKE THE BUSINESS DATE FROM THE DAILY
003870* RUN'S CARD. IT NAMES THE MONTH TO CLOSE.
003880*****************************************************************
003890 1050-READ-RUN-PARMS.
003900     OPEN INPUT CLS-PARM-FILE.
003910     READ CLS-PARM-FILE
003920         AT END
003930             MOVE 'RUN-CONTROL PARM FILE EMPTY'
003940                 TO CLS-ABEND-MESSAGE
003950             PERFORM 9900-ABEND THRU 9900-EXIT
003960     END-READ.
003970     IF CLSP-RUN-DATE NOT NUMERIC
003980         MOVE 'BUSINESS DATE IS NOT NUMERIC'
003990             TO CLS-ABEND-MESSAGE
004000         PERFORM 9900-ABEND THRU 9900-EXIT
004010     END-IF.
004020     MOVE CLSP-RUN-DATE TO CLS-CLOSE-DATE.
004030     CLOSE CLS-PARM-FILE.
004040 1050-EXIT.
004050     EXIT.
004060*****************************************************************
004070* 1060-CHECK-BUSINESS-DAY - THE BUSINESS DATE MUST BE A BUSINESS
004080* DAY ON THE CALNDR CALENDAR, THE SAME TEST THE DAILY RUN MAKES.
004090*****************************************************************
004100 1060-CHECK-BUSINESS-DAY.
004110     MOVE 'B' TO CLS-CAL-FUNCTION.
004120     CALL 'ALPHACAL' USING CLS-CAL-FUNCTION, CLS-CLOSE-DATE,
004130         CLS-CAL-RESULT, CLS-CAL-RULE, CLS-CAL-STATUS.
004140     IF CLS-CAL-STATUS = '00'
004150         GO TO 1060-EXIT.
004160     IF CLS-CAL-STATUS = '01'
004170         DISPLAY 'ALPHACLS BUSINESS DATE ' CLS-CLOSE-DATE
004180             ' NEXT BUSINESS DAY ' CLS-CAL-RESULT
004190         MOVE 'BUSINESS DATE IS NOT A BUSINESS DAY'
004200             TO CLS-ABEND-MESSAGE
004210         PERFORM 9900-ABEND THRU 9900-EXIT
004220     END-IF.
004230     PERFORM 1080-CALENDAR-FAILED THRU 1080-EXIT.
004240 1060-EXIT.
004250     EXIT.
004260*****************************************************************
004270* 1070-CHECK-MONTH-END - THE CLOSE RUNS ON THE LAST BUSINESS DAY
004280* OF THE MONTH, SO THE NEXT BUSINESS DAY MUST FALL IN ANOTHER
004290* MONTH. AN EARLY CLOSE WOULD LEAVE THE REST OF THE MONTH
004300* STRANDED ON BALHIST.
004310*****************************************************************
004320 1070-CHECK-MONTH-END.
004330     MOVE 'N' TO CLS-CAL-FUNCTION.
004340     CALL 'ALPHACAL' USING CLS-CAL-FUNCTION, CLS-CLOSE-DATE,
004350         CLS-CAL-RESULT, CLS-CAL-RULE, CLS-CAL-STATUS.
004360     IF CLS-CAL-STATUS NOT = '00'
004370         PERFORM 1080-CALENDAR-FAILED THRU 1080-EXIT
004380     END-IF.
004390     MOVE CLS-CAL-RESULT TO CLS-WORK-DATE.
004400     IF CLS-WORK-PERIOD = CLS-CLOSE-PERIOD
004410         DISPLAY 'ALPHACLS BUSINESS DATE ' CLS-CLOSE-DATE
004420             ' NEXT BUSINESS DAY ' CLS-CAL-RESULT
004430         MOVE 'BUSINESS DATE IS NOT LAST BUSINESS DAY OF MONTH'
004440             TO CLS-ABEND-MESSAGE
004450         PERFORM 9900-ABEND THRU 9900-EXIT
004460     END-IF.
004470 1070-EXIT.
004480     EXIT.
004490*****************************************************************
004500* 1080-CALENDAR-FAILED - THE CALENDAR COULD NOT ANSWER. NAME THE
004510* REASON FROM ALPHACAL'S STATUS AND STOP THE RUN.
004520*****************************************************************
004530 1080-CALENDAR-FAILED.
004540     EVALUATE CLS-CAL-STATUS
004550         WHEN '95'
004560             MOVE 'CALENDAR DOES NOT COVER THE CLOSE MONTH'
004570                 TO CLS-ABEND-MESSAGE
004580         WHEN '90'
004590             MOVE 'CALENDAR CALNDR MISSING OR NO CONTROL RECORD'
004600                 TO CLS-ABEND-MESSAGE
004610         WHEN '91'
004620             MOVE 'CALENDAR CALNDR DAMAGED'
004630                 TO CLS-ABEND-MESSAGE
004640         WHEN '92'
004650             MOVE 'CALNDR EXCEEDS 400-HOLIDAY TABLE LIMIT'
004660                 TO CLS-ABEND-MESSAGE
004670         WHEN OTHER
004680             MOVE 'CALENDAR LOOKUP FAILED'
004690                 TO CLS-ABEND-MESSAGE
004700     END-EVALUATE.
004710     PERFORM 9900-ABEND THRU 9900-EXIT.
004720 1080-EXIT.
004730     EXIT.
004740*****************************************************************
004750* 1100-LOAD-BRANCH-NAMES - LOAD EACH BRANCH'S CODE AND NAME FROM
004760* THE BRANCH CONTROL MASTER FOR THE REPORT. A MASTER LARGER THAN
004770* THE TABLE IS A SETUP ERROR AND STOPS THE RUN.
004780*****************************************************************
004790 1100-LOAD-BRANCH-NAMES.
004800     OPEN INPUT CLS-BRANCH-MST-FILE.
004810     PERFORM 1110-READ-BRANCH-MST THRU 1110-EXIT
004820         UNTIL CLS-NM-EOF-YES
004830             OR CLS-NM-CNT = 50.
004840     IF NOT CLS-NM-EOF-YES
004850         READ CLS-BRANCH-MST-FILE
004860             AT END
004870                 SET CLS-NM-EOF-YES TO TRUE
004880             NOT AT END
004890                 MOVE 'BRNMST EXCEEDS 50-BRANCH TABLE LIMIT'
004900                     TO CLS-ABEND-MESSAGE
004910                 PERFORM 9900-ABEND THRU 9900-EXIT
004920         END-READ
004930     END-IF.
004940     CLOSE CLS-BRANCH-MST-FILE.
004950 1100-EXIT.
004960     EXIT.
004970*****************************************************************
004980* 1110-READ-BRANCH-MST - READ ONE BRANCH MASTER RECORD INTO THE
004990* NEXT NAME TABLE ENTRY.
005000*****************************************************************
005010 1110-READ-BRANCH-MST.
005020     READ CLS-BRANCH-MST-FILE
005030         AT END
005040             SET CLS-NM-EOF-YES TO TRUE
005050         NOT AT END
005060             ADD 1 TO CLS-NM-CNT
005070             MOVE CBM-CODE TO CLS-NM-CODE (CLS-NM-CNT)
005080             MOVE CBM-NAME TO CLS-NM-NAME (CLS-NM-CNT)
005090     END-READ.
005100 1110-EXIT.
005110     EXIT.
005120*****************************************************************
005130* 1200-MARK-BUSINESS-DAYS - MARK EVERY BUSINESS DAY OF THE CLOSE
005140* MONTH UP TO THE CLOSE DATE, STEPPING THE CALENDAR FROM THE
005150* FIRST OF THE MONTH ONE BUSINESS DAY AT A TIME.
005160*****************************************************************
005170 1200-MARK-BUSINESS-DAYS.
005180     PERFORM 1210-CLEAR-ONE-DAY THRU 1210-EXIT
005190         VARYING CLS-DAY-IX FROM 1 BY 1
005200         UNTIL CLS-DAY-IX > 31.
005210     MOVE CLS-CLOSE-PERIOD TO CLS-WORK-PERIOD.
005220     MOVE 01 TO CLS-WORK-DAY.
005230     MOVE 'B' TO CLS-CAL-FUNCTION.
005240     CALL 'ALPHACAL' USING CLS-CAL-FUNCTION, CLS-WORK-DATE,
005250         CLS-CAL-RESULT, CLS-CAL-RULE, CLS-CAL-STATUS.
005260     IF CLS-CAL-STATUS = '01'
005270         MOVE CLS-CAL-RESULT TO CLS-WORK-DATE
005280     ELSE
005290         IF CLS-CAL-STATUS NOT = '00'
005300             PERFORM 1080-CALENDAR-FAILED THRU 1080-EXIT
005310         END-IF
005320     END-IF.
005330     MOVE 'Y' TO CLS-DAY-SW (CLS-WORK-DAY).
005340     PERFORM 1220-MARK-NEXT-DAY THRU 1220-EXIT
005350         UNTIL CLS-WORK-DATE NOT < CLS-CLOSE-DATE.
005360 1200-EXIT.
005370     EXIT.
005380*****************************************************************
005390* 1210-CLEAR-ONE-DAY - EMPTY ONE DAY OF THE DAY TABLE.
005400*****************************************************************
005410 1210-CLEAR-ONE-DAY.
005420     MOVE 'N'  TO CLS-DAY-SW (CLS-DAY-IX).
005430     MOVE ZERO TO CLS-DAY-TOTALS (CLS-DAY-IX).
005435     MOVE ZERO TO CLS-DAY-PASSED (CLS-DAY-IX).
005440 1210-EXIT.
005450     EXIT.
005460*****************************************************************
005470* 1220-MARK-NEXT-DAY - STEP TO THE NEXT BUSINESS DAY AND MARK IT.
005480* THE CLOSE DATE IS ITSELF A BUSINESS DAY, SO THE STEPPING LANDS
005490* ON IT AND STOPS THERE.
005500*****************************************************************
005510 1220-MARK-NEXT-DAY.
005520     MOVE 'N' TO CLS-CAL-FUNCTION.
005530     CALL 'ALPHACAL' USING CLS-CAL-FUNCTION, CLS-WORK-DATE,
005540         CLS-CAL-RESULT, CLS-CAL-RULE, CLS-CAL-STATUS.
005550     IF CLS-CAL-STATUS NOT = '00'
005560         PERFORM 1080-CALENDAR-FAILED THRU 1080-EXIT
005570     END-IF.
005580     MOVE CLS-CAL-RESULT TO CLS-WORK-DATE.
005590     IF CLS-WORK-DATE NOT > CLS-CLOSE-DATE
005600         MOVE 'Y' TO CLS-DAY-SW (CLS-WORK-DAY)
005610     END-IF.
005620 1220-EXIT.
005630     EXIT.
005640*****************************************************************
005650* 1300-CLEAR-ONE-MONTH - MARK ONE MONTH OF THE YEAR NOT CLOSED.
005660*****************************************************************
005670 1300-CLEAR-ONE-MONTH.
005680     MOVE 'N' TO CLS-MONTH-SW (CLS-MON-IX).
005690 1300-EXIT.
005700     EXIT.
005710*****************************************************************
005720* 2000-SCAN-HISTORY - PROVE EVERY BALHIST RECORD AND COUNT THE
005730* CLOSE MONTH'S '***' RECORDS DAY BY DAY, THEN READ IT AGAIN AND
005740* ADD UP BY BRANCH THE RECORDS OF EACH DAY'S LAST RUN.
005750*****************************************************************
005760 2000-SCAN-HISTORY.
005770     OPEN INPUT CLS-HIST-IN-FILE.
005780     PERFORM 2100-SCAN-ONE-HIST THRU 2100-EXIT
005790         UNTIL CLS-HIST-EOF-YES.
005800     CLOSE CLS-HIST-IN-FILE.
005801     MOVE 'N' TO CLS-HIST-EOF-SW.
005802     OPEN INPUT CLS-HIST-IN-FILE.
005803     PERFORM 2200-POST-ONE-HIST THRU 2200-EXIT
005804         UNTIL CLS-HIST-EOF-YES.
005805     CLOSE CLS-HIST-IN-FILE.
005810 2000-EXIT.
005820     EXIT.
005830*****************************************************************
005840* 2100-SCAN-ONE-HIST - READ AND PROVE ONE HISTORY RECORD. A
005850* RECORD THAT WILL NOT READ AS NUMBERS MEANS THE WRONG DATASET.
005860* A RECORD FROM BEFORE THE SUPPRESSED-DUPLICATE COUNT WAS KEPT
005870* HAS SPACES THERE, AND COUNTS AS NONE.
005880*****************************************************************
005890 2100-SCAN-ONE-HIST.
005900     READ CLS-HIST-IN-FILE
005910         AT END
005920             SET CLS-HIST-EOF-YES TO TRUE
005930             GO TO 2100-EXIT
005940     END-READ.
005950     ADD 1 TO CLS-SCAN-COUNT.
005960     IF CHI-DUPS-X = SPACES
005970         MOVE ZERO TO CHI-DUPS
005980     END-IF.
005990     IF CHI-DATE NOT NUMERIC
006000         OR CHI-READS NOT NUMERIC
006010         OR CHI-EXTRACTS NOT NUMERIC
006020         OR CHI-REJECTS NOT NUMERIC
006030         OR CHI-DUPS NOT NUMERIC
006040         OR CHI-MAINT NOT NUMERIC
006050         OR CHI-MISMATCHES NOT NUMERIC
006060         MOVE 'HISTORY RECORD IS NOT NUMERIC - WRONG DATASET'
006070             TO CLS-ABEND-MESSAGE
006080         PERFORM 9900-ABEND THRU 9900-EXIT
006090     END-IF.
006100     MOVE CHI-DATE TO CLS-WORK-DATE.
006110     IF CLS-WORK-PERIOD NOT = CLS-CLOSE-PERIOD
006120         GO TO 2100-EXIT.
006130     IF CLS-WORK-DAY < 01 OR CLS-WORK-DAY > 31
006140         DISPLAY 'ALPHACLS BALHIST DATE ' CHI-DATE
006150         MOVE 'HISTORY DATE IS NOT A CALENDAR DATE'
006160             TO CLS-ABEND-MESSAGE
006170         PERFORM 9900-ABEND THRU 9900-EXIT
006180     END-IF.
006190     ADD 1 TO CLS-MONTH-REC-COUNT.
006191     IF CHI-BRANCH = '***'
006192         ADD 1 TO CLS-DAY-TOTALS (CLS-WORK-DAY)
006193     END-IF.
006194 2100-EXIT.
006195     EXIT.
006196*****************************************************************
006197* 2200-POST-ONE-HIST - READ ONE HISTORY RECORD AGAIN. A CLOSE
006198* MONTH RECORD BELONGS TO ITS DATE'S RUN ONE PAST THE '***'
006199* RECORDS ALREADY GONE BY FOR THAT DATE. THE LAST RUN IS ADDED
006200* UP BY BRANCH; AN EARLIER RUN, OR AN APPEND AFTER THE LAST ONE,
006201* IS ONLY COUNTED AS SUPERSEDED.
006202*****************************************************************
006203 2200-POST-ONE-HIST.
006204     READ CLS-HIST-IN-FILE
006205         AT END
006206             SET CLS-HIST-EOF-YES TO TRUE
006207             GO TO 2200-EXIT
006208     END-READ.
006209     MOVE CHI-DATE TO CLS-WORK-DATE.
006210     IF CLS-WORK-PERIOD NOT = CLS-CLOSE-PERIOD
006211         GO TO 2200-EXIT.
006212     IF CHI-DUPS-X = SPACES
006213         MOVE ZERO TO CHI-DUPS
006214     END-IF.
006215     IF CLS-DAY-PASSED (CLS-WORK-DAY) + 1
006216             NOT = CLS-DAY-TOTALS (CLS-WORK-DAY)
006217         ADD 1 TO CLS-SUPERSEDED-COUNT
006218         ADD CHI-READS TO CLS-READS-SUPERSEDED
006219         IF CHI-BRANCH = '***'
006220             ADD 1 TO CLS-DAY-PASSED (CLS-WORK-DAY)
006221         END-IF
006222         GO TO 2200-EXIT
006223     END-IF.
006224     IF CHI-BRANCH = '***'
006225         ADD 1 TO CLS-DAY-PASSED (CLS-WORK-DAY)
006226     END-IF.
006230     MOVE 1              TO CLS-WK-DAYS.
006240     MOVE CHI-READS      TO CLS-WK-FIG (1).
006250     MOVE CHI-EXTRACTS   TO CLS-WK-FIG (2).
006260     MOVE CHI-REJECTS    TO CLS-WK-FIG (3).
006270     MOVE CHI-DUPS       TO CLS-WK-FIG (4).
006280     MOVE CHI-MAINT      TO CLS-WK-FIG (5).
006290     MOVE CHI-MISMATCHES TO CLS-WK-FIG (6).
006300     ADD CHI-READS TO CLS-READS-SUMMARISED.
006310     MOVE CHI-BRANCH TO CLS-WK-CODE.
006320     PERFORM 7000-LOCATE-BRANCH THRU 7000-EXIT.
006330     MOVE 1 TO CLS-SET-IX.
006340     PERFORM 7100-POST-FIGURES THRU 7100-EXIT.
006350     MOVE 3 TO CLS-SET-IX.
006360     PERFORM 7100-POST-FIGURES THRU 7100-EXIT.
006370 2200-EXIT.
006380     EXIT.
006390*****************************************************************
006400* 2500-SCAN-SUMMARIES - READ THE SUMMARY HISTORY AND THE MONTHLY
006410* ARCHIVE FOR THE EARLIER MONTHS OF THE YEAR AND FOR LAST YEAR'S
006420* FIGURES. EITHER MAY NOT EXIST YET.
006430*****************************************************************
006440 2500-SCAN-SUMMARIES.
006450     OPEN INPUT CLS-MON-IN-FILE.
006460     PERFORM 2510-SCAN-ONE-SUMMARY THRU 2510-EXIT
006470         UNTIL CLS-MON-EOF-YES.
006480     CLOSE CLS-MON-IN-FILE.
006490     OPEN INPUT CLS-MARC-IN-FILE.
006500     PERFORM 2520-SCAN-ONE-ARCHIVED THRU 2520-EXIT
006510         UNTIL CLS-MARC-EOF-YES.
006520     CLOSE CLS-MARC-IN-FILE.
006530 2500-EXIT.
006540     EXIT.
006550*****************************************************************
006560* 2510-SCAN-ONE-SUMMARY - READ ONE SUMMARY HISTORY RECORD. THE
006570* CLOSE MONTH ALREADY THERE MEANS THIS CLOSE HAS RUN BEFORE, AND
006580* STOPS THE RUN BEFORE ANYTHING IS MOVED TWICE.
006590*****************************************************************
006600 2510-SCAN-ONE-SUMMARY.
006610     READ CLS-MON-IN-FILE INTO CLS-MON-WORK
006620         AT END
006630             SET CLS-MON-EOF-YES TO TRUE
006640             GO TO 2510-EXIT
006650     END-READ.
006660     PERFORM 2600-PROVE-SUMMARY THRU 2600-EXIT.
006670     IF CMW-MONTH-REC
006680         AND CMW-PERIOD = CLS-CLOSE-PERIOD
006690         MOVE 'MONTH ALREADY CLOSED - BALMIN HOLDS IT'
006700             TO CLS-ABEND-MESSAGE
006710         PERFORM 9900-ABEND THRU 9900-EXIT
006720     END-IF.
006730     PERFORM 2700-POST-SUMMARY THRU 2700-EXIT.
006740 2510-EXIT.
006750     EXIT.
006760*****************************************************************
006770* 2520-SCAN-ONE-ARCHIVED - READ ONE MONTHLY ARCHIVE RECORD. A
006780* MONTH OF THE CLOSE YEAR THERE MEANS THE YEAR IS CLOSED.
006790*****************************************************************
006800 2520-SCAN-ONE-ARCHIVED.
006810     READ CLS-MARC-IN-FILE INTO CLS-MON-WORK
006820         AT END
006830             SET CLS-MARC-EOF-YES TO TRUE
006840             GO TO 2520-EXIT
006850     END-READ.
006860     PERFORM 2600-PROVE-SUMMARY THRU 2600-EXIT.
006870     IF CMW-YEAR = CLS-CLOSE-YEAR
006880         MOVE 'YEAR ALREADY CLOSED - MONARIN HOLDS ITS MONTHS'
006890             TO CLS-ABEND-MESSAGE
006900         PERFORM 9900-ABEND THRU 9900-EXIT
006910     END-IF.
006920     PERFORM 2700-POST-SUMMARY THRU 2700-EXIT.
006930 2520-EXIT.
006940     EXIT.
006950*****************************************************************
006960* 2600-PROVE-SUMMARY - A SUMMARY RECORD THAT IS NOT A MONTH OR A
006970* YEAR, OR WILL NOT READ AS NUMBERS, MEANS THE WRONG DATASET. A
006980* YEAR RECORD FOR THE CLOSE YEAR MEANS THE YEAR IS CLOSED.
006990*****************************************************************
007000 2600-PROVE-SUMMARY.
007010     IF NOT (CMW-MONTH-REC OR CMW-YEAR-REC)
007020         OR CMW-PERIOD NOT NUMERIC
007030         OR CMW-DAYS NOT NUMERIC
007040         OR CMW-FIGURES NOT NUMERIC
007050         MOVE 'SUMMARY RECORD IS NOT NUMERIC - WRONG DATASET'
007060             TO CLS-ABEND-MESSAGE
007070         PERFORM 9900-ABEND THRU 9900-EXIT
007080     END-IF.
007090     IF CMW-MONTH-REC
007100         AND (CMW-MONTH < 01 OR CMW-MONTH > 12)
007110         MOVE 'SUMMARY RECORD MONTH IS NOT 01 THROUGH 12'
007120             TO CLS-ABEND-MESSAGE
007130         PERFORM 9900-ABEND THRU 9900-EXIT
007140     END-IF.
007150     IF CMW-YEAR-REC
007160         AND CMW-YEAR = CLS-CLOSE-YEAR
007170         MOVE 'YEAR ALREADY CLOSED - BALMIN HOLDS ITS TOTALS'
007180             TO CLS-ABEND-MESSAGE
007190         PERFORM 9900-ABEND THRU 9900-EXIT
007200     END-IF.
007210 2600-EXIT.
007220     EXIT.
007230*****************************************************************
007240* 2700-POST-SUMMARY - POST ONE MONTH RECORD TO THE SETS IT
007250* BELONGS IN - AN EARLIER MONTH OF THE CLOSE YEAR TO THE YEAR TO
007260* DATE, AND LAST YEAR'S MONTHS UP TO THE CLOSE MONTH TO LAST
007270* YEAR'S. YEAR RECORDS AND ANY OTHER MONTH ARE LEFT ALONE.
007280*****************************************************************
007290 2700-POST-SUMMARY.
007300     IF NOT CMW-MONTH-REC
007310         GO TO 2700-EXIT.
007320     MOVE CMW-DAYS TO CLS-WK-DAYS.
007330     PERFORM 2710-TAKE-ONE-FIGURE THRU 2710-EXIT
007340         VARYING CLS-FIG-IX FROM 1 BY 1
007350         UNTIL CLS-FIG-IX > 6.
007360     MOVE CMW-BRANCH TO CLS-WK-CODE.
007370     IF CMW-YEAR = CLS-CLOSE-YEAR
007380         AND CMW-MONTH < CLS-CLOSE-MONTH
007390         MOVE 'Y' TO CLS-MONTH-SW (CMW-MONTH)
007400         PERFORM 7000-LOCATE-BRANCH THRU 7000-EXIT
007410         MOVE 3 TO CLS-SET-IX
007420         PERFORM 7100-POST-FIGURES THRU 7100-EXIT
007430         GO TO 2700-EXIT
007440     END-IF.
007450     IF CMW-YEAR NOT = CLS-LAST-YEAR
007460         OR CMW-MONTH > CLS-CLOSE-MONTH
007470         GO TO 2700-EXIT.
007480     PERFORM 7000-LOCATE-BRANCH THRU 7000-EXIT.
007490     MOVE 4 TO CLS-SET-IX.
007500     PERFORM 7100-POST-FIGURES THRU 7100-EXIT.
007510     IF CMW-MONTH = CLS-CLOSE-MONTH
007520         MOVE 2 TO CLS-SET-IX
007530         PERFORM 7100-POST-FIGURES THRU 7100-EXIT
007540     END-IF.
007550 2700-EXIT.
007560     EXIT.
007570*****************************************************************
007580* 2710-TAKE-ONE-FIGURE - COPY ONE FIGURE OF THE SUMMARY RECORD.
007590*****************************************************************
007600 2710-TAKE-ONE-FIGURE.
007610     MOVE CMW-FIG (CLS-FIG-IX) TO CLS-WK-FIG (CLS-FIG-IX).
007620 2710-EXIT.
007630     EXIT.
007640*****************************************************************
007650* 3000-PROVE-PERIOD - EVERY BUSINESS DAY OF THE MONTH MUST HAVE
007660* A '***' RECORD, NO OTHER DAY MAY HAVE ONE, AND EVERY MONTH OF
007670* THE YEAR SINCE THE FIRST ONE CLOSED MUST BE CLOSED. A RERUN
007675* DAY IS LISTED, BUT IS NOT A FAILURE.
007680* EACH FAILURE IS LISTED; ANY FAILURE STOPS THE RUN HERE, BEFORE
007690* ANYTHING IS WRITTEN OR MOVED.
007700*****************************************************************
007710 3000-PROVE-PERIOD.
007720     MOVE 'CLOSE PROOF' TO CLS-SEC-TEXT.
007730     WRITE CLS-REPORT-RECORD FROM CLS-SECTION-LINE.
007740     PERFORM 3100-PROVE-ONE-DAY THRU 3100-EXIT
007750         VARYING CLS-DAY-IX FROM 1 BY 1
007760         UNTIL CLS-DAY-IX > 31.
007770     MOVE ZERO TO CLS-FIRST-MONTH.
007780     PERFORM 3200-PROVE-ONE-MONTH THRU 3200-EXIT
007790         VARYING CLS-MON-IX FROM 1 BY 1
007800         UNTIL CLS-MON-IX NOT < CLS-CLOSE-MONTH.
007810     IF CLS-ERROR-COUNT = ZERO
007820         MOVE 'PERIOD COMPLETE' TO CLS-PRF-TEXT
007830         MOVE SPACES            TO CLS-PRF-DATE
007840         WRITE CLS-REPORT-RECORD FROM CLS-PROOF-LINE
007850         GO TO 3000-EXIT.
007860     MOVE 'PERIOD INCOMPLETE - NOT CLOSED' TO CLS-VERDICT.
007870     WRITE CLS-REPORT-RECORD FROM CLS-VERDICT-LINE.
007880     CLOSE CLS-REPORT-FILE.
007890     MOVE 'PERIOD INCOMPLETE - NOTHING CLOSED, SEE CLSRPT'
007900         TO CLS-ABEND-MESSAGE.
007910     PERFORM 9900-ABEND THRU 9900-EXIT.
007920 3000-EXIT.
007930     EXIT.
007940*****************************************************************
007950* 3100-PROVE-ONE-DAY - TEST ONE DAY OF THE MONTH. A BUSINESS DAY
007955* RUN MORE THAN ONCE IS NOTED - ONLY ITS LAST RUN WAS TAKEN.
007960*****************************************************************
007970 3100-PROVE-ONE-DAY.
007980     MOVE CLS-CLOSE-PERIOD TO CLS-WORK-PERIOD.
007990     MOVE CLS-DAY-IX       TO CLS-WORK-DAY.
008000     MOVE CLS-WORK-DATE    TO CLS-PRF-DATE.
008001     IF CLS-DAY-BUSINESS (CLS-DAY-IX)
008002         AND CLS-DAY-TOTALS (CLS-DAY-IX) > 1
008003         MOVE 'RERUN - LAST RUN TAKEN' TO CLS-PRF-TEXT
008004         WRITE CLS-REPORT-RECORD FROM CLS-PROOF-LINE
008005         DISPLAY 'ALPHACLS ' CLS-PRF-TEXT ' ' CLS-PRF-DATE
008006         GO TO 3100-EXIT.
008010     EVALUATE TRUE
008020         WHEN CLS-DAY-BUSINESS (CLS-DAY-IX)
008030                 AND CLS-DAY-TOTALS (CLS-DAY-IX) = ZERO
008040             MOVE 'MISSING BUSINESS DAY' TO CLS-PRF-TEXT
008070         WHEN NOT CLS-DAY-BUSINESS (CLS-DAY-IX)
008080                 AND CLS-DAY-TOTALS (CLS-DAY-IX) > ZERO
008090             MOVE 'RECORDED ON NON-BUSINESS DAY' TO CLS-PRF-TEXT
008100         WHEN OTHER
008110             GO TO 3100-EXIT
008120     END-EVALUATE.
008130     WRITE CLS-REPORT-RECORD FROM CLS-PROOF-LINE.
008140     DISPLAY 'ALPHACLS ' CLS-PRF-TEXT ' ' CLS-PRF-DATE.
008150     ADD 1 TO CLS-ERROR-COUNT.
008160 3100-EXIT.
008170     EXIT.
008180*****************************************************************
008190* 3200-PROVE-ONE-MONTH - TEST ONE EARLIER MONTH OF THE CLOSE
008200* YEAR. MONTHS BEFORE THE FIRST ONE CLOSED ARE FROM BEFORE THE
008210* HISTORY WAS KEPT; A GAP AFTER IT IS A MONTH NEVER CLOSED.
008220*****************************************************************
008230 3200-PROVE-ONE-MONTH.
008240     IF CLS-MONTH-CLOSED (CLS-MON-IX)
008250         IF CLS-FIRST-MONTH = ZERO
008260             MOVE CLS-MON-IX TO CLS-FIRST-MONTH
008270         END-IF
008280         GO TO 3200-EXIT
008290     END-IF.
008300     IF CLS-FIRST-MONTH = ZERO
008310         GO TO 3200-EXIT.
008320     MOVE CLS-MON-IX     TO CLS-WORK-DAY.
008330     MOVE 'MONTH-END NOT CLOSED' TO CLS-PRF-TEXT.
008340     MOVE SPACES TO CLS-PRF-DATE.
008350     MOVE CLS-CLOSE-YEAR TO CLS-PRF-DATE (1:4).
008360     MOVE CLS-WORK-DAY   TO CLS-PRF-DATE (5:2).
008370     WRITE CLS-REPORT-RECORD FROM CLS-PROOF-LINE.
008380     DISPLAY 'ALPHACLS ' CLS-PRF-TEXT ' ' CLS-PRF-DATE.
008390     ADD 1 TO CLS-ERROR-COUNT.
008400 3200-EXIT.
008410     EXIT.
008420*****************************************************************
008430* 4000-MOVE-DETAIL - SECOND PASS OVER BALHIST. COPY THE OLD
008440* DETAIL ARCHIVE FORWARD, THEN SEND THE CLOSE MONTH'S RECORDS TO
008450* THE END OF IT AND EVERY OTHER RECORD TO THE NEW BALHIST.
008460*****************************************************************
008470 4000-MOVE-DETAIL.
008480     OPEN INPUT CLS-ARCH-IN-FILE.
008490     OPEN OUTPUT CLS-ARCH-OUT-FILE.
008500     PERFORM 4100-COPY-ONE-ARCHIVED THRU 4100-EXIT
008510         UNTIL CLS-ARCH-EOF-YES.
008520     CLOSE CLS-ARCH-IN-FILE.
008530     MOVE 'N' TO CLS-HIST-EOF-SW.
008540     OPEN INPUT CLS-HIST-IN-FILE.
008550     OPEN OUTPUT CLS-HIST-OUT-FILE.
008560     PERFORM 4200-MOVE-ONE-HIST THRU 4200-EXIT
008570         UNTIL CLS-HIST-EOF-YES.
008580     CLOSE CLS-HIST-IN-FILE.
008590     CLOSE CLS-HIST-OUT-FILE.
008600     CLOSE CLS-ARCH-OUT-FILE.
008610 4000-EXIT.
008620     EXIT.
008630*****************************************************************
008640* 4100-COPY-ONE-ARCHIVED - CARRY ONE OLD ARCHIVE RECORD FORWARD.
008650*****************************************************************
008660 4100-COPY-ONE-ARCHIVED.
008670     READ CLS-ARCH-IN-FILE
008680         AT END
008690             SET CLS-ARCH-EOF-YES TO TRUE
008700             GO TO 4100-EXIT
008710     END-READ.
008720     WRITE CLS-ARCH-OUT-RECORD FROM CLS-ARCH-IN-RECORD.
008730     ADD 1 TO CLS-ARCH-CARRIED-COUNT.
008740     ADD 1 TO CLS-ARCH-OUT-COUNT.
008750 4100-EXIT.
008760     EXIT.
008770*****************************************************************
008780* 4200-MOVE-ONE-HIST - ARCHIVE OR KEEP ONE HISTORY RECORD. THE
008790* RECORDS WERE PROVED ON THE FIRST PASS. DETAIL OF AN EARLIER
008800* MONTH IS A MONTH NEVER CLOSED, AND IS COUNTED FOR THE WARNING.
008810*****************************************************************
008820 4200-MOVE-ONE-HIST.
008830     READ CLS-HIST-IN-FILE
008840         AT END
008850             SET CLS-HIST-EOF-YES TO TRUE
008860             GO TO 4200-EXIT
008870     END-READ.
008880     ADD 1 TO CLS-HIST-READ-COUNT.
008890     MOVE CHI-DATE TO CLS-WORK-DATE.
008900     IF CLS-WORK-PERIOD = CLS-CLOSE-PERIOD
008910         WRITE CLS-ARCH-OUT-RECORD FROM CLS-HIST-IN-RECORD
008920         ADD 1 TO CLS-ARCHIVED-COUNT
008930         ADD 1 TO CLS-ARCH-OUT-COUNT
008940         ADD CHI-READS TO CLS-READS-ARCHIVED
008950         GO TO 4200-EXIT
008960     END-IF.
008970     WRITE CLS-HIST-OUT-RECORD FROM CLS-HIST-IN-RECORD.
008980     ADD 1 TO CLS-HIST-KEPT-COUNT.
008990     IF CLS-WORK-PERIOD < CLS-CLOSE-PERIOD
009000         ADD 1 TO CLS-EARLIER-COUNT
009010     END-IF.
009020 4200-EXIT.
009030     EXIT.
009040*****************************************************************
009050* 4500-WRITE-SUMMARIES - WRITE THE NEW SUMMARY HISTORY - THE OLD
009060* ONE CARRIED FORWARD AND ONE MONTH RECORD PER BRANCH FOR THE
009070* CLOSE MONTH. AT YEAR-END THE YEAR'S MONTH RECORDS GO TO THE END
009080* OF THE MONTHLY ARCHIVE INSTEAD, AND ONE YEAR RECORD PER BRANCH
009090* TAKES THEIR PLACE.
009100*****************************************************************
009110 4500-WRITE-SUMMARIES.
009120     OPEN OUTPUT CLS-MON-OUT-FILE.
009130     IF CLS-YEAR-END-YES
009140         MOVE 'N' TO CLS-MARC-EOF-SW
009150         OPEN INPUT CLS-MARC-IN-FILE
009160         OPEN OUTPUT CLS-MARC-OUT-FILE
009170         PERFORM 4510-COPY-ONE-MONTHLY THRU 4510-EXIT
009180             UNTIL CLS-MARC-EOF-YES
009190         CLOSE CLS-MARC-IN-FILE
009200     END-IF.
009210     MOVE 'N' TO CLS-MON-EOF-SW.
009220     OPEN INPUT CLS-MON-IN-FILE.
009230     PERFORM 4520-COPY-ONE-SUMMARY THRU 4520-EXIT
009240         UNTIL CLS-MON-EOF-YES.
009250     CLOSE CLS-MON-IN-FILE.
009260     PERFORM 4600-WRITE-ONE-MONTH THRU 4600-EXIT
009270         VARYING CLS-BR-IX FROM 1 BY 1
009280         UNTIL CLS-BR-IX > CLS-BR-CNT.
009290     IF CLS-YEAR-END-YES
009300         PERFORM 4700-WRITE-ONE-YEAR THRU 4700-EXIT
009310             VARYING CLS-BR-IX FROM 1 BY 1
009320             UNTIL CLS-BR-IX > CLS-BR-CNT
009330         CLOSE CLS-MARC-OUT-FILE
009340     END-IF.
009350     CLOSE CLS-MON-OUT-FILE.
009360 4500-EXIT.
009370     EXIT.
009380*****************************************************************
009390* 4510-COPY-ONE-MONTHLY - CARRY ONE OLD MONTHLY ARCHIVE RECORD
009400* FORWARD.
009410*****************************************************************
009420 4510-COPY-ONE-MONTHLY.
009430     READ CLS-MARC-IN-FILE
009440         AT END
009450             SET CLS-MARC-EOF-YES TO TRUE
009460             GO TO 4510-EXIT
009470     END-READ.
009480     WRITE CLS-MARC-OUT-RECORD FROM CLS-MARC-IN-RECORD.
009490     ADD 1 TO CLS-MARC-CARRIED-COUNT.
009500 4510-EXIT.
009510     EXIT.
009520*****************************************************************
009530* 4520-COPY-ONE-SUMMARY - CARRY ONE OLD SUMMARY RECORD FORWARD -
009540* TO THE MONTHLY ARCHIVE IF IT IS A MONTH OF THE YEAR BEING
009550* CLOSED, OTHERWISE TO THE NEW SUMMARY HISTORY.
009560*****************************************************************
009570 4520-COPY-ONE-SUMMARY.
009580     READ CLS-MON-IN-FILE INTO CLS-MON-WORK
009590         AT END
009600             SET CLS-MON-EOF-YES TO TRUE
009610             GO TO 4520-EXIT
009620     END-READ.
009630     IF CLS-YEAR-END-YES
009640         AND CMW-MONTH-REC
009650         AND CMW-YEAR = CLS-CLOSE-YEAR
009660         WRITE CLS-MARC-OUT-RECORD FROM CLS-MON-WORK
009670         ADD 1 TO CLS-MARC-MOVED-COUNT
009680         GO TO 4520-EXIT
009690     END-IF.
009700     WRITE CLS-MON-OUT-RECORD FROM CLS-MON-WORK.
009710     ADD 1 TO CLS-MON-CARRIED-COUNT.
009720 4520-EXIT.
009730     EXIT.
009740*****************************************************************
009750* 4600-WRITE-ONE-MONTH - WRITE THE CLOSE MONTH'S RECORD FOR ONE
009760* BRANCH, IF IT HAS ANY DAYS IN THE MONTH.
009770*****************************************************************
009780 4600-WRITE-ONE-MONTH.
009790     IF CLS-BR-DAYS (CLS-BR-IX, 1) = ZERO
009800         GO TO 4600-EXIT.
009810     MOVE 1 TO CLS-SET-IX.
009820     PERFORM 4800-BUILD-SUMMARY THRU 4800-EXIT.
009830     MOVE 'M'             TO CMB-TYPE.
009840     MOVE CLS-CLOSE-YEAR  TO CMB-YEAR.
009850     MOVE CLS-CLOSE-MONTH TO CMB-MONTH.
009860     IF CLS-YEAR-END-YES
009870         WRITE CLS-MARC-OUT-RECORD FROM CLS-MON-BUILD
009880         ADD 1 TO CLS-MARC-MOVED-COUNT
009890     ELSE
009900         WRITE CLS-MON-OUT-RECORD FROM CLS-MON-BUILD
009910     END-IF.
009920     ADD 1 TO CLS-MONTHS-WRITTEN.
009930 4600-EXIT.
009940     EXIT.
009950*****************************************************************
009960* 4700-WRITE-ONE-YEAR - WRITE THE CLOSE YEAR'S RECORD FOR ONE
009970* BRANCH, IF IT HAS ANY DAYS IN THE YEAR.
009980*****************************************************************
009990 4700-WRITE-ONE-YEAR.
010000     IF CLS-BR-DAYS (CLS-BR-IX, 3) = ZERO
010010         GO TO 4700-EXIT.
010020     MOVE 3 TO CLS-SET-IX.
010030     PERFORM 4800-BUILD-SUMMARY THRU 4800-EXIT.
010040     MOVE 'Y'             TO CMB-TYPE.
010050     MOVE CLS-CLOSE-YEAR  TO CMB-YEAR.
010060     MOVE ZERO            TO CMB-MONTH.
010070     WRITE CLS-MON-OUT-RECORD FROM CLS-MON-BUILD.
010080     ADD 1 TO CLS-YEARS-WRITTEN.
010090 4700-EXIT.
010100     EXIT.
010110*****************************************************************
010120* 4800-BUILD-SUMMARY - FILL THE SUMMARY RECORD FROM ONE SET OF
010130* ONE BRANCH'S FIGURES. THE CALLER SETS THE TYPE AND PERIOD.
010140*****************************************************************
010150 4800-BUILD-SUMMARY.
010160     MOVE SPACES TO CLS-MON-BUILD.
010170     MOVE CLS-BR-CODE (CLS-BR-IX) TO CMB-BRANCH.
010180     MOVE CLS-BR-DAYS (CLS-BR-IX, CLS-SET-IX) TO CMB-DAYS.
010190     PERFORM 4810-BUILD-ONE-FIGURE THRU 4810-EXIT
010200         VARYING CLS-FIG-IX FROM 1 BY 1
010210         UNTIL CLS-FIG-IX > 6.
010220     MOVE CLS-CLOSE-DATE TO CMB-CLOSED-DATE.
010230 4800-EXIT.
010240     EXIT.
010250*****************************************************************
010260* 4810-BUILD-ONE-FIGURE - COPY ONE FIGURE INTO THE RECORD.
010270*****************************************************************
010280 4810-BUILD-ONE-FIGURE.
010290     MOVE CLS-BR-FIG (CLS-BR-IX, CLS-SET-IX, CLS-FIG-IX)
010300         TO CMB-FIG (CLS-FIG-IX).
010310 4810-EXIT.
010320     EXIT.
010330*****************************************************************
010340* 5000-PRINT-BRANCHES - THE MANAGEMENT REPORT - ONE BLOCK PER
010350* BRANCH IN BRANCH ORDER, THEN THE '***' GRAND TOTAL LAST.
010360*****************************************************************
010370 5000-PRINT-BRANCHES.
010380     MOVE 'BRANCH FIGURES' TO CLS-SEC-TEXT.
010390     WRITE CLS-REPORT-RECORD FROM CLS-SECTION-LINE.
010400     PERFORM 5100-PRINT-ONE-BRANCH THRU 5100-EXIT
010410         VARYING CLS-BR-IX FROM 1 BY 1
010420         UNTIL CLS-BR-IX > CLS-BR-CNT.
010430     MOVE '***' TO CLS-WK-CODE.
010440     PERFORM 7000-LOCATE-BRANCH THRU 7000-EXIT.
010450     PERFORM 5200-PRINT-BLOCK THRU 5200-EXIT.
010460 5000-EXIT.
010470     EXIT.
010480*****************************************************************
010490* 5100-PRINT-ONE-BRANCH - PRINT ONE BRANCH'S BLOCK, LEAVING THE
010500* GRAND TOTAL FOR THE END.
010510*****************************************************************
010520 5100-PRINT-ONE-BRANCH.
010530     IF CLS-BR-CODE (CLS-BR-IX) = '***'
010540         GO TO 5100-EXIT.
010550     PERFORM 5200-PRINT-BLOCK THRU 5200-EXIT.
010560 5100-EXIT.
010570     EXIT.
010580*****************************************************************
010590* 5200-PRINT-BLOCK - THE BRANCH HEADING, THE COLUMN HEADING AND
010600* ONE ROW PER FIGURE FOR THE BRANCH IN CLS-BR-IX.
010610*****************************************************************
010620 5200-PRINT-BLOCK.
010630     MOVE CLS-BR-CODE (CLS-BR-IX) TO CLS-BRH-BRANCH.
010640     PERFORM 5300-FIND-NAME THRU 5300-EXIT.
010650     WRITE CLS-REPORT-RECORD FROM CLS-BRANCH-HEAD-LINE.
010660     WRITE CLS-REPORT-RECORD FROM CLS-COLUMN-HEAD-LINE.
010670     PERFORM 5400-PRINT-ONE-ROW THRU 5400-EXIT
010680         VARYING CLS-ROW-IX FROM 1 BY 1
010690         UNTIL CLS-ROW-IX > 7.
010700 5200-EXIT.
010710     EXIT.
010720*****************************************************************
010730* 5300-FIND-NAME - NAME THE BRANCH IN THE HEADING. THE GRAND
010740* TOTAL AND THE UNKNOWN-BRANCH POOL ARE NOT ON THE MASTER.
010750*****************************************************************
010760 5300-FIND-NAME.
010770     MOVE SPACES TO CLS-BRH-NAME.
010780     IF CLS-BRH-BRANCH = '***'
010790         MOVE 'ALL BRANCHES' TO CLS-BRH-NAME
010800         GO TO 5300-EXIT.
010810     IF CLS-BRH-BRANCH = '???'
010820         MOVE 'UNKNOWN BRANCH CODES' TO CLS-BRH-NAME
010830         GO TO 5300-EXIT.
010840     MOVE 'N' TO CLS-NM-FOUND-SW.
010850     IF CLS-NM-CNT > ZERO
010860         PERFORM 5310-MATCH-ONE-NAME THRU 5310-EXIT
010870             VARYING CLS-NM-SCAN-IX FROM 1 BY 1
010880             UNTIL CLS-NM-SCAN-IX > CLS-NM-CNT
010890                 OR CLS-NM-FOUND-YES
010900     END-IF.
010910 5300-EXIT.
010920     EXIT.
010930*****************************************************************
010940* 5310-MATCH-ONE-NAME - TEST ONE NAME TABLE ENTRY.
010950*****************************************************************
010960 5310-MATCH-ONE-NAME.
010970     IF CLS-NM-CODE (CLS-NM-SCAN-IX) = CLS-BRH-BRANCH
010980         MOVE CLS-NM-NAME (CLS-NM-SCAN-IX) TO CLS-BRH-NAME
010990         SET CLS-NM-FOUND-YES TO TRUE
011000     END-IF.
011010 5310-EXIT.
011020     EXIT.
011030*****************************************************************
011040* 5400-PRINT-ONE-ROW - ONE FIGURE ACROSS THE FOUR SETS, WITH THE
011050* CHANGE FROM THE SAME MONTH LAST YEAR. ROW 1 IS THE BUSINESS
011060* DAYS; ROWS 2 TO 7 ARE THE SIX BALMON FIGURES.
011070*****************************************************************
011080 5400-PRINT-ONE-ROW.
011090     PERFORM 5410-TAKE-ONE-COLUMN THRU 5410-EXIT
011100         VARYING CLS-SET-IX FROM 1 BY 1
011110         UNTIL CLS-SET-IX > 4.
011120     MOVE CLS-ROW-LABEL (CLS-ROW-IX) TO CLS-ROW-TEXT.
011130     MOVE CLS-COL-VAL (1) TO CLS-ROW-MONTH.
011140     MOVE CLS-COL-VAL (2) TO CLS-ROW-LAST-MONTH.
011150     COMPUTE CLS-CHANGE = CLS-COL-VAL (1) - CLS-COL-VAL (2).
011160     MOVE CLS-CHANGE      TO CLS-ROW-CHANGE.
011170     MOVE CLS-COL-VAL (3) TO CLS-ROW-YTD.
011180     MOVE CLS-COL-VAL (4) TO CLS-ROW-LAST-YTD.
011190     WRITE CLS-REPORT-RECORD FROM CLS-ROW-LINE.
011200 5400-EXIT.
011210     EXIT.
011220*****************************************************************
011230* 5410-TAKE-ONE-COLUMN - TAKE THE ROW'S FIGURE FROM ONE SET.
011240*****************************************************************
011250 5410-TAKE-ONE-COLUMN.
011260     IF CLS-ROW-IX = 1
011270         MOVE CLS-BR-DAYS (CLS-BR-IX, CLS-SET-IX)
011280             TO CLS-COL-VAL (CLS-SET-IX)
011290     ELSE
011300         MOVE CLS-BR-FIG (CLS-BR-IX, CLS-SET-IX, CLS-ROW-IX - 1)
011310             TO CLS-COL-VAL (CLS-SET-IX)
011320     END-IF.
011330 5410-EXIT.
011340     EXIT.
011350*****************************************************************
011360* 6000-PRINT-TOTALS - CONTROL TOTALS OF THE MOVE AND THE VERDICT.
011370* EVERY RECORD READ MUST HAVE BEEN KEPT OR ARCHIVED, THE ARCHIVE
011380* MUST HOLD WHAT IT CARRIED PLUS WHAT WAS ARCHIVED, AND THE READS
011390* ARCHIVED MUST EQUAL THE READS SUMMARISED AND SUPERSEDED -
011400* ANY DISAGREEMENT ENDS THE RUN WITH CONDITION CODE 8. EARLIER
011410* MONTHS LEFT UNCLOSED ON BALHIST END IT WITH 4.
011420*****************************************************************
011430 6000-PRINT-TOTALS.
011440     MOVE 'HISTORY READ'           TO CLS-TOT-LABEL.
011450     MOVE CLS-HIST-READ-COUNT      TO CLS-TOT-VALUE.
011460     WRITE CLS-REPORT-RECORD FROM CLS-TOTAL-LINE.
011470     MOVE 'DETAIL ARCHIVED'        TO CLS-TOT-LABEL.
011480     MOVE CLS-ARCHIVED-COUNT       TO CLS-TOT-VALUE.
011490     WRITE CLS-REPORT-RECORD FROM CLS-TOTAL-LINE.
011500     MOVE 'DETAIL KEPT'            TO CLS-TOT-LABEL.
011510     MOVE CLS-HIST-KEPT-COUNT      TO CLS-TOT-VALUE.
011520     WRITE CLS-REPORT-RECORD FROM CLS-TOTAL-LINE.
011522     MOVE 'DETAIL SUPERSEDED'      TO CLS-TOT-LABEL.
011524     MOVE CLS-SUPERSEDED-COUNT     TO CLS-TOT-VALUE.
011526     WRITE CLS-REPORT-RECORD FROM CLS-TOTAL-LINE.
011530     MOVE 'EARLIER MONTHS KEPT'    TO CLS-TOT-LABEL.
011540     MOVE CLS-EARLIER-COUNT        TO CLS-TOT-VALUE.
011550     WRITE CLS-REPORT-RECORD FROM CLS-TOTAL-LINE.
011560     MOVE 'ARCHIVE CARRIED'        TO CLS-TOT-LABEL.
011570     MOVE CLS-ARCH-CARRIED-COUNT   TO CLS-TOT-VALUE.
011580     WRITE CLS-REPORT-RECORD FROM CLS-TOTAL-LINE.
011590     MOVE 'ARCHIVE WRITTEN'        TO CLS-TOT-LABEL.
011600     MOVE CLS-ARCH-OUT-COUNT       TO CLS-TOT-VALUE.
011610     WRITE CLS-REPORT-RECORD FROM CLS-TOTAL-LINE.
011620     MOVE 'READS SUMMARISED'       TO CLS-HSH-LABEL.
011630     MOVE CLS-READS-SUMMARISED     TO CLS-HSH-VALUE.
011640     WRITE CLS-REPORT-RECORD FROM CLS-HASH-LINE.
011642     MOVE 'READS SUPERSEDED'       TO CLS-HSH-LABEL.
011644     MOVE CLS-READS-SUPERSEDED     TO CLS-HSH-VALUE.
011646     WRITE CLS-REPORT-RECORD FROM CLS-HASH-LINE.
011650     MOVE 'READS ARCHIVED'         TO CLS-HSH-LABEL.
011660     MOVE CLS-READS-ARCHIVED       TO CLS-HSH-VALUE.
011670     WRITE CLS-REPORT-RECORD FROM CLS-HASH-LINE.
011680     MOVE 'SUMMARIES CARRIED'      TO CLS-TOT-LABEL.
011690     MOVE CLS-MON-CARRIED-COUNT    TO CLS-TOT-VALUE.
011700     WRITE CLS-REPORT-RECORD FROM CLS-TOTAL-LINE.
011710     MOVE 'MONTH RECORDS WRITTEN'  TO CLS-TOT-LABEL.
011720     MOVE CLS-MONTHS-WRITTEN       TO CLS-TOT-VALUE.
011730     WRITE CLS-REPORT-RECORD FROM CLS-TOTAL-LINE.
011740     IF CLS-YEAR-END-YES
011750         MOVE 'YEAR RECORDS WRITTEN'   TO CLS-TOT-LABEL
011760         MOVE CLS-YEARS-WRITTEN        TO CLS-TOT-VALUE
011770         WRITE CLS-REPORT-RECORD FROM CLS-TOTAL-LINE
011780         MOVE 'MONTHLY ARCH CARRIED'   TO CLS-TOT-LABEL
011790         MOVE CLS-MARC-CARRIED-COUNT   TO CLS-TOT-VALUE
011800         WRITE CLS-REPORT-RECORD FROM CLS-TOTAL-LINE
011810         MOVE 'MONTHS ARCHIVED'        TO CLS-TOT-LABEL
011820         MOVE CLS-MARC-MOVED-COUNT     TO CLS-TOT-VALUE
011830         WRITE CLS-REPORT-RECORD FROM CLS-TOTAL-LINE
011840     END-IF.
011850     EVALUATE TRUE
011860         WHEN CLS-HIST-READ-COUNT NOT =
011870                 CLS-HIST-KEPT-COUNT + CLS-ARCHIVED-COUNT
011880             OR CLS-HIST-READ-COUNT NOT = CLS-SCAN-COUNT
011890             OR CLS-ARCHIVED-COUNT NOT = CLS-MONTH-REC-COUNT
011900             OR CLS-ARCH-OUT-COUNT NOT =
011910                 CLS-ARCH-CARRIED-COUNT + CLS-ARCHIVED-COUNT
011920             OR CLS-READS-ARCHIVED NOT =
011925                 CLS-READS-SUMMARISED + CLS-READS-SUPERSEDED
011930             MOVE 'CONTROL TOTALS DISAGREE'   TO CLS-VERDICT
011940             MOVE 8 TO RETURN-CODE
011950         WHEN CLS-EARLIER-COUNT > ZERO
011960             MOVE 'EARLIER MONTHS NOT CLOSED' TO CLS-VERDICT
011970             MOVE 4 TO RETURN-CODE
011980         WHEN CLS-YEAR-END-YES
011990             MOVE 'MONTH AND YEAR CLOSED'     TO CLS-VERDICT
012000         WHEN OTHER
012010             MOVE 'MONTH CLOSED'              TO CLS-VERDICT
012020     END-EVALUATE.
012030     WRITE CLS-REPORT-RECORD FROM CLS-VERDICT-LINE.
012040 6000-EXIT.
012050     EXIT.
012060*****************************************************************
012070* 7000-LOCATE-BRANCH - FIND THE BRANCH IN CLS-WK-CODE IN THE
012080* BRANCH TABLE, ADDING IT IN BRANCH ORDER WITH EVERY SET EMPTY
012090* THE FIRST TIME IT APPEARS. THE ENTRY IS LEFT IN CLS-BR-IX.
012100*****************************************************************
012110 7000-LOCATE-BRANCH.
012120     MOVE 'N' TO CLS-BR-STOP-SW.
012130     ADD 1 CLS-BR-CNT GIVING CLS-BR-IX.
012140     IF CLS-BR-CNT > ZERO
012150         PERFORM 7010-SCAN-ONE-BRANCH THRU 7010-EXIT
012160             VARYING CLS-BR-SCAN-IX FROM 1 BY 1
012170             UNTIL CLS-BR-SCAN-IX > CLS-BR-CNT
012180                 OR CLS-BR-STOP-YES
012190     END-IF.
012200     IF CLS-BR-STOP-YES
012210         AND CLS-BR-CODE (CLS-BR-IX) = CLS-WK-CODE
012220         GO TO 7000-EXIT.
012230     IF CLS-BR-CNT = 60
012240         MOVE 'MORE THAN 60 BRANCHES IN THE CLOSE'
012250             TO CLS-ABEND-MESSAGE
012260         PERFORM 9900-ABEND THRU 9900-EXIT
012270     END-IF.
012280     IF CLS-BR-STOP-YES
012290         PERFORM 7020-SHIFT-ONE-BRANCH THRU 7020-EXIT
012300             VARYING CLS-SHIFT-IX FROM CLS-BR-CNT BY -1
012310             UNTIL CLS-SHIFT-IX < CLS-BR-IX
012320     END-IF.
012330     ADD 1 TO CLS-BR-CNT.
012340     MOVE CLS-WK-CODE TO CLS-BR-CODE (CLS-BR-IX).
012350     PERFORM 7030-CLEAR-ONE-FIGURE THRU 7030-EXIT
012360         VARYING CLS-SET-IX FROM 1 BY 1
012370             UNTIL CLS-SET-IX > 4
012380         AFTER CLS-FIG-IX FROM 1 BY 1
012390             UNTIL CLS-FIG-IX > 6.
012400 7000-EXIT.
012410     EXIT.
012420*****************************************************************
012430* 7010-SCAN-ONE-BRANCH - STOP AT THE FIRST ENTRY NOT BELOW THE
012440* BRANCH SOUGHT - IT IS THE BRANCH, OR THE PLACE IT GOES. THE
012450* ENTRY IS CAPTURED HERE, WHILE THE SCAN SUBSCRIPT ADDRESSES IT.
012460*****************************************************************
012470 7010-SCAN-ONE-BRANCH.
012480     IF CLS-BR-CODE (CLS-BR-SCAN-IX) NOT < CLS-WK-CODE
012490         SET CLS-BR-STOP-YES TO TRUE
012500         MOVE CLS-BR-SCAN-IX TO CLS-BR-IX
012510     END-IF.
012520 7010-EXIT.
012530     EXIT.
012540*****************************************************************
012550* 7020-SHIFT-ONE-BRANCH - MOVE ONE ENTRY UP A PLACE TO OPEN A GAP.
012560*****************************************************************
012570 7020-SHIFT-ONE-BRANCH.
012580     MOVE CLS-BR-ENTRY (CLS-SHIFT-IX)
012590         TO CLS-BR-ENTRY (CLS-SHIFT-IX + 1).
012600 7020-EXIT.
012610     EXIT.
012620*****************************************************************
012630* 7030-CLEAR-ONE-FIGURE - EMPTY ONE FIGURE, AND THE DAYS, OF ONE
012640* SET OF THE NEW ENTRY.
012650*****************************************************************
012660 7030-CLEAR-ONE-FIGURE.
012670     MOVE ZERO TO CLS-BR-DAYS (CLS-BR-IX, CLS-SET-IX).
012680     MOVE ZERO TO CLS-BR-FIG (CLS-BR-IX, CLS-SET-IX, CLS-FIG-IX).
012690 7030-EXIT.
012700     EXIT.
012710*****************************************************************
012720* 7100-POST-FIGURES - ADD THE WORK FIGURES INTO SET CLS-SET-IX OF
012730* THE BRANCH IN CLS-BR-IX.
012740*****************************************************************
012750 7100-POST-FIGURES.
012760     ADD CLS-WK-DAYS TO CLS-BR-DAYS (CLS-BR-IX, CLS-SET-IX).
012770     PERFORM 7110-POST-ONE-FIGURE THRU 7110-EXIT
012780         VARYING CLS-FIG-IX FROM 1 BY 1
012790         UNTIL CLS-FIG-IX > 6.
012800 7100-EXIT.
012810     EXIT.
012820*****************************************************************
012830* 7110-POST-ONE-FIGURE - ADD ONE WORK FIGURE INTO THE SET.
012840*****************************************************************
012850 7110-POST-ONE-FIGURE.
012860     ADD CLS-WK-FIG (CLS-FIG-IX)
012870         TO CLS-BR-FIG (CLS-BR-IX, CLS-SET-IX, CLS-FIG-IX).
012880 7110-EXIT.
012890     EXIT.
012900*****************************************************************
012910* 9700-JOURNAL-MILESTONE - APPEND ONE MILESTONE TO THE SHARED
012920* RUN JOURNAL THROUGH ALPHAJRN. THE CONDITION CODE GOES ALONG
012930* AS IT STANDS AND ALPHAJRN HANDS THE SAME CODE BACK.
012940*****************************************************************
012950 9700-JOURNAL-MILESTONE.
012960     MOVE RETURN-CODE TO CLS-JRN-RETCODE.
012970     CALL 'ALPHAJRN' USING CLS-JRN-PROGRAM, CLS-JRN-MILESTONE,
012980         CLS-JRN-COUNT, CLS-JRN-RETCODE.
012990 9700-EXIT.
013000     EXIT.
013010*****************************************************************
013020* 9900-ABEND - REPORT A FATAL ERROR ON THE OPERATOR CONSOLE AND
013030* STOP THE RUN WITH A NONZERO CONDITION CODE. THE CALLER SETS
013040* CLS-ABEND-MESSAGE.
013050*****************************************************************
013060 9900-ABEND.
013070     DISPLAY 'ALPHACLS ABEND - ' CLS-ABEND-MESSAGE.
013080     MOVE 16 TO RETURN-CODE.
013090     MOVE 'E' TO CLS-JRN-MILESTONE.
013100     MOVE CLS-SCAN-COUNT TO CLS-JRN-COUNT.
013110     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
013120     STOP RUN.
013130 9900-EXIT.
013140     EXIT.
013150*****************************************************************
013160* 9999-TERMINATE - CLOSE THE REPORT BEFORE GOBACK. THE OTHER
013170* FILES CLOSE AS EACH PASS FINISHES WITH THEM.
013180*****************************************************************
013190 9999-TERMINATE.
013200     CLOSE CLS-REPORT-FILE.
013210     MOVE 'E' TO CLS-JRN-MILESTONE.
013220     MOVE CLS-HIST-READ-COUNT TO CLS-JRN-COUNT.
013230     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
013240 9999-EXIT.
013250     EXIT.
