000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ALPHAMAS.
000030 AUTHOR.  D CHALMERS.
000040 INSTALLATION.  BATCH-SUITE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM ALPHAMAS
000090*
000100* MASS ADJUSTMENT OF MAST-NUMERIC-VAL ACROSS A RANGE OF KEYS ON
000110* THE KEYED MASTER, FOR THE REPRICING AND RECLASSIFICATION JOBS
000120* THAT WOULD OTHERWISE MEAN KEYING ONE 'C' TRANSACTION PER
000130* ENTRY. THE MASTER IS BROWSED IN KEY ORDER THROUGH ALPHAMST -
000140* THIS PROGRAM NEVER OPENS MASTFILE ITSELF - AND EVERY CHANGE
000150* GOES BACK THROUGH ALPHAMST 'C', SO EACH ONE IS JOURNALED ON
000160* MSTJRNL LIKE ANY OTHER MAINTENANCE, UNDER THE BRANCH CODE
000170* 'MAS' THAT ALPHABRN KEEPS RESERVED FOR THIS RUN.
000180*
000190* RUN-CONTROL CARD (RUNPARM) - THE DAILY RUN'S OWN CARD. ONLY THE
000200* ALPHAEDT NUMERIC RANGE (COLS 6-11) AND THE BUSINESS DATE (COLS
000210* 12-19) MATTER HERE. THE DATE STAMPS THE JOURNAL AND MUST BE A
000220* BUSINESS DAY ON THE CALNDR CALENDAR.
000230*
000240* MODE CARD (MASCTL, OPTIONAL):
000250*     COL  1      'P' PREVIEW OR 'L' LIVE - BLANK, OR NO CARD AT
000260*                 ALL, IS A PREVIEW
000270*     COLS 2-9    USER ID OF THE PERSON AUTHORISING A LIVE RUN
000280*     COLS 10-38  REASON FOR THE ADJUSTMENT
000290* A LIVE RUN MUST NAME WHO AUTHORISED IT AND WHY.
000300*
000310* ADJUSTMENT CARDS (MASCARDS, ONE CARD PER KEY RANGE):
000320*     COLS 1-10   LOW KEY OF THE RANGE
000330*     COLS 11-20  HIGH KEY OF THE RANGE, INCLUSIVE
000340*     COL  21     METHOD - 'A' ADD AN AMOUNT, 'P' ADD A
000350*                 PERCENTAGE, 'R' REPLACE WITH A VALUE
000360*     COL  22     SIGN - '+' OR BLANK TO RAISE, '-' TO LOWER.
000370*                 A REPLACEMENT TAKES NO SIGN
000380*     COLS 23-27  AMOUNT, PERCENTAGE OR VALUE, 999V99 - AN AMOUNT
000390*                 OR A VALUE MUST BE WHOLE
000400*     COLS 28-47  FIELD-2 PREFIX - WHEN GIVEN, ONLY ENTRIES WHOSE
000410*                 FIELD-2 STARTS WITH IT ARE TOUCHED
000420* RANGES MUST ASCEND AND MUST NOT OVERLAP, SO NO ENTRY CAN BE
000430* ADJUSTED TWICE IN ONE RUN. A PERCENTAGE RESULT IS ROUNDED TO
000440* THE NEAREST WHOLE UNIT.
000450*
000460* A PREVIEW LISTS EVERY ENTRY THE CARDS WOULD TOUCH WITH ITS OLD
000470* AND NEW VALUE AND CHANGES NOTHING. A RESULT BELOW ZERO OR PAST
000480* 999, OR ONE THE ALPHAEDT EDITS WOULD REFUSE, IS FLAGGED - A
000490* LIVE RUN LEAVES SUCH AN ENTRY AS IT WAS. A CARD THAT FAILS ITS
000500* EDITS IS REPORTED AND LEFT OUT OF A PREVIEW; A LIVE RUN WITH A
000510* FAILED CARD STOPS BEFORE ANY ENTRY IS TOUCHED.
000520*
000530* THE RUN ENDS WITH THE ENTRY COUNT AND THE HASH OF NUMERIC
000540* VALUES BEFORE AND AFTER, SUMMED THE WAY ALPHAVFY SUMS THEM, SO
000550* AN ALPHAVFY LISTING TAKEN AFTERWARDS PROVES THE RUN. A LIVE RUN
000560* RE-READS THE WHOLE MASTER FOR ITS AFTER FIGURES AND ENDS WITH
000570* CONDITION CODE 8 WHEN THEY DISAGREE WITH THE BEFORE FIGURES
000580* PLUS THE CHANGES IT MADE. ANY FLAGGED ENTRY OR FAILED CARD
000590* ENDS THE RUN WITH CONDITION CODE 4.
000600*
000610* MODIFICATION HISTORY.
000620*   10/15/2026  DC    ORIGINAL PROGRAM.
000630*****************************************************************
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT MAS-PARM-FILE
000680         ASSIGN TO RUNPARM
000690         ORGANIZATION IS SEQUENTIAL.
000700*    OPTIONAL - NO MODE CARD MEANS A PREVIEW.
000710     SELECT OPTIONAL MAS-CTL-FILE
000720         ASSIGN TO MASCTL
000730         ORGANIZATION IS SEQUENTIAL.
000740     SELECT MAS-CARD-FILE
000750         ASSIGN TO MASCARDS
000760         ORGANIZATION IS SEQUENTIAL.
000770     SELECT MAS-REPORT-FILE
000780         ASSIGN TO MASRPT
000790         ORGANIZATION IS SEQUENTIAL.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  MAS-PARM-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 80 CHARACTERS.
000850* SAME CARD ALPHA READS - ONLY THE NUMERIC RANGE AND THE BUSINESS
000860* DATE MATTER HERE, THE REST IS ALPHA'S.
000870 01  MAS-PARM-RECORD.
000880     05  FILLER               PIC X(05).
000890     05  MASP-NUMERIC-LOW     PIC 9(03).
000900     05  MASP-NUMERIC-HIGH    PIC 9(03).
000910     05  MASP-RUN-DATE        PIC 9(08).
000920     05  FILLER               PIC X(61).
000930 FD  MAS-CTL-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 80 CHARACTERS.
000960 01  MAS-CTL-RECORD.
000970     05  MASM-MODE            PIC X(01).
000980         88  MASM-PREVIEW                 VALUE 'P' SPACE.
000990         88  MASM-LIVE                    VALUE 'L'.
001000     05  MASM-AUTH-ID         PIC X(08).
001010     05  MASM-REASON          PIC X(29).
001020     05  FILLER               PIC X(42).
001030 FD  MAS-CARD-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 80 CHARACTERS.
001060 01  MAS-CARD-RECORD.
001070     05  MASC-LOW-KEY         PIC X(10).
001080     05  MASC-HIGH-KEY        PIC X(10).
001090     05  MASC-METHOD          PIC X(01).
001100         88  MASC-AMOUNT                  VALUE 'A'.
001110         88  MASC-PERCENT                 VALUE 'P'.
001120         88  MASC-REPLACE                 VALUE 'R'.
001130     05  MASC-SIGN            PIC X(01).
001140     05  MASC-VALUE           PIC 9(03)V99.
001150     05  MASC-VALUE-PARTS REDEFINES MASC-VALUE.
001160         10  MASC-VALUE-WHOLE PIC 9(03).
001170         10  MASC-VALUE-CENTS PIC 9(02).
001180     05  MASC-PREFIX          PIC X(20).
001190     05  FILLER               PIC X(33).
001200 FD  MAS-REPORT-FILE
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 80 CHARACTERS.
001230 01  MAS-REPORT-RECORD          PIC X(80).
001240 WORKING-STORAGE SECTION.
001250 77  MAS-CARD-CNT             PIC 9(04) COMP VALUE ZERO.
001260 77  MAS-CARD-IX              PIC 9(04) COMP VALUE ZERO.
001280 77  MAS-PFX-LEN              PIC 9(04) COMP VALUE ZERO.
001290 77  MAS-CARD-EOF-SW          PIC X(01)   VALUE 'N'.
001300     88  MAS-CARD-EOF-YES                 VALUE 'Y'.
001310 77  MAS-MAST-EOF-SW          PIC X(01)   VALUE 'N'.
001320     88  MAS-MAST-EOF-YES                 VALUE 'Y'.
001330 77  MAS-SELECTED-SW          PIC X(01)   VALUE 'N'.
001340     88  MAS-SELECTED-YES                 VALUE 'Y'.
001350 77  MAS-MODE-SW              PIC X(01)   VALUE 'P'.
001360     88  MAS-PREVIEW                      VALUE 'P'.
001370     88  MAS-LIVE                         VALUE 'L'.
001380 77  MAS-PREV-HIGH-KEY        PIC X(10)   VALUE LOW-VALUES.
001390 77  MAS-AUTH-ID              PIC X(08)   VALUE SPACES.
001400 77  MAS-AUTH-REASON          PIC X(29)   VALUE SPACES.
001410 77  MAS-CARD-COUNT           PIC 9(08) COMP VALUE ZERO.
001420 77  MAS-FAILED-COUNT         PIC 9(08) COMP VALUE ZERO.
001430 77  MAS-ENTRY-COUNT          PIC 9(08) COMP VALUE ZERO.
001440 77  MAS-SELECTED-COUNT       PIC 9(08) COMP VALUE ZERO.
001450 77  MAS-CHANGED-COUNT        PIC 9(08) COMP VALUE ZERO.
001460 77  MAS-SAME-COUNT           PIC 9(08) COMP VALUE ZERO.
001470 77  MAS-FLAGGED-COUNT        PIC 9(08) COMP VALUE ZERO.
001480 77  MAS-AFTER-COUNT          PIC 9(08) COMP VALUE ZERO.
001490 77  MAS-HASH-BEFORE          PIC 9(12) COMP VALUE ZERO.
001500 77  MAS-HASH-AFTER           PIC 9(12) COMP VALUE ZERO.
001510 77  MAS-HASH-EXPECTED        PIC 9(12) COMP VALUE ZERO.
001520 77  MAS-NET-MOVEMENT         PIC S9(11) COMP VALUE ZERO.
001530 77  MAS-SIGNED-VALUE         PIC S9(03)V99 VALUE ZERO.
001540 77  MAS-NEW-WORK             PIC S9(05)  VALUE ZERO.
001550 77  MAS-NEW-VALUE            PIC 9(03)   VALUE ZERO.
001560 77  MAS-RESULT               PIC X(20)   VALUE SPACES.
001570 77  MAS-FAIL-REASON          PIC X(24)   VALUE SPACES.
001580 77  MAS-ABEND-MESSAGE        PIC X(60)   VALUE SPACES.
001590 77  MAS-BUSINESS-DATE        PIC 9(08)   VALUE ZERO.
001600 77  MAS-NUMERIC-LOW          PIC 999     VALUE ZERO.
001610 77  MAS-NUMERIC-HIGH         PIC 999     VALUE ZERO.
001620*    KEYED-MASTER ARGUMENTS FOR ALPHAMST. THE BROWSE HANDS EACH
001630*    ENTRY BACK IN MAS-MST-KEY, MAS-MST-FIELD-2 AND
001640*    MAS-MST-NUMERIC; A CHANGE PASSES THE NEW VALUE IN
001650*    MAS-NEW-VALUE.
001660 77  MAS-MST-FUNCTION         PIC X(01)   VALUE SPACE.
001670 77  MAS-MST-KEY              PIC X(10)   VALUE SPACES.
001680 77  MAS-MST-FIELD-2          PIC X(80)   VALUE SPACES.
001690 77  MAS-MST-NUMERIC          PIC 999     VALUE ZERO.
001700 77  MAS-MST-STATUS           PIC X(02)   VALUE SPACES.
001710 77  MAS-MST-BRANCH           PIC X(03)   VALUE 'MAS'.
001720*    FIELD-EDIT ARGUMENTS FOR ALPHAEDT - THE KEY STANDS AS
001730*    FIELD-1, AS IT DOES ON A MAINTENANCE TRANSACTION.
001740 77  MAS-EDT-FIELD-1          PIC X(80)   VALUE SPACES.
001750 77  MAS-EDT-VALID-SW         PIC X(01)   VALUE 'Y'.
001760     88  MAS-EDT-VALID                    VALUE 'Y'.
001770 77  MAS-EDT-REASON           PIC X(20)   VALUE SPACES.
001780*    CALENDAR ARGUMENTS FOR ALPHACAL.
001790 77  MAS-CAL-FUNCTION         PIC X(01)   VALUE 'B'.
001800 77  MAS-CAL-RESULT           PIC 9(08)   VALUE ZERO.
001810 77  MAS-CAL-RULE             PIC X(01)   VALUE SPACE.
001820 77  MAS-CAL-STATUS           PIC X(02)   VALUE SPACES.
001830*    RUN-JOURNAL MILESTONE ARGUMENTS FOR ALPHAJRN.
001840 77  MAS-JRN-PROGRAM          PIC X(08)   VALUE 'ALPHAMAS'.
001850 77  MAS-JRN-MILESTONE        PIC X(01)   VALUE SPACE.
001860 77  MAS-JRN-COUNT            PIC 9(08)   VALUE ZERO.
001870 77  MAS-JRN-RETCODE          PIC 9(04)   VALUE ZERO.
001880* THE ACCEPTED CARDS IN KEY ORDER. THE PREFIX LENGTH IS WORKED
001890* OUT ONCE, WHEN THE CARD IS LOADED.
001900 01  MAS-CARD-TABLE.
001910     05  MAS-CARD-ENTRY       OCCURS 50 TIMES.
001920         10  MAS-TBL-CARD-NO     PIC 9(04) COMP.
001930         10  MAS-TBL-LOW-KEY     PIC X(10).
001940         10  MAS-TBL-HIGH-KEY    PIC X(10).
001950         10  MAS-TBL-METHOD      PIC X(01).
001960         10  MAS-TBL-VALUE       PIC S9(03)V99.
001970         10  MAS-TBL-PREFIX      PIC X(20).
001980         10  MAS-TBL-PREFIX-LEN  PIC 9(04) COMP.
001990 01  MAS-TITLE-LINE.
002000     05  FILLER               PIC X(27)
002010             VALUE 'ALPHAMAS MASS ADJUSTMENT - '.
002020     05  MAS-TTL-MODE         PIC X(07).
002030     05  FILLER               PIC X(18)
002040             VALUE '    BUSINESS DATE '.
002050     05  MAS-TTL-DATE         PIC 9(08).
002060     05  FILLER               PIC X(20) VALUE SPACES.
002070 01  MAS-AUTH-LINE.
002080     05  FILLER               PIC X(15) VALUE 'AUTHORISED BY  '.
002090     05  MAS-ATH-ID           PIC X(08).
002100     05  FILLER               PIC X(02) VALUE SPACES.
002110     05  MAS-ATH-REASON       PIC X(29).
002120     05  FILLER               PIC X(26) VALUE SPACES.
002130 01  MAS-CARD-HEAD-LINE.
002140     05  FILLER               PIC X(05) VALUE 'CARD '.
002150     05  FILLER               PIC X(12) VALUE 'LOW KEY     '.
002160     05  FILLER               PIC X(12) VALUE 'HIGH KEY    '.
002170     05  FILLER               PIC X(03) VALUE 'M  '.
002180     05  FILLER               PIC X(10) VALUE 'S VALUE   '.
002190     05  FILLER               PIC X(14) VALUE 'PREFIX        '.
002200     05  FILLER               PIC X(06) VALUE 'RESULT'.
002210     05  FILLER               PIC X(18) VALUE SPACES.
002220 01  MAS-CARD-LINE.
002230     05  MAS-CRD-CARD-NO      PIC ZZ9.
002240     05  FILLER               PIC X(02) VALUE SPACES.
002250     05  MAS-CRD-LOW-KEY      PIC X(10).
002260     05  FILLER               PIC X(02) VALUE SPACES.
002270     05  MAS-CRD-HIGH-KEY     PIC X(10).
002280     05  FILLER               PIC X(02) VALUE SPACES.
002290     05  MAS-CRD-METHOD       PIC X(01).
002300     05  FILLER               PIC X(02) VALUE SPACES.
002310     05  MAS-CRD-SIGN         PIC X(01).
002320     05  FILLER               PIC X(01) VALUE SPACES.
002330     05  MAS-CRD-VALUE        PIC X(06).
002340     05  FILLER               PIC X(02) VALUE SPACES.
002350     05  MAS-CRD-PREFIX       PIC X(12).
002360     05  FILLER               PIC X(02) VALUE SPACES.
002370     05  MAS-CRD-RESULT       PIC X(24).
002380 01  MAS-CRD-VALUE-EDIT       PIC ZZ9.99.
002390 01  MAS-ENTRY-HEAD-LINE.
002400     05  FILLER               PIC X(12) VALUE 'KEY         '.
002410     05  FILLER               PIC X(26) VALUE 'FIELD-2'.
002420     05  FILLER               PIC X(05) VALUE 'CARD '.
002430     05  FILLER               PIC X(05) VALUE 'OLD  '.
002440     05  FILLER               PIC X(08) VALUE '   NEW  '.
002450     05  FILLER               PIC X(06) VALUE 'RESULT'.
002460     05  FILLER               PIC X(18) VALUE SPACES.
002470 01  MAS-ENTRY-LINE.
002480     05  MAS-ENT-KEY          PIC X(10).
002490     05  FILLER               PIC X(02) VALUE SPACES.
002500     05  MAS-ENT-FIELD-2      PIC X(24).
002510     05  FILLER               PIC X(02) VALUE SPACES.
002520     05  MAS-ENT-CARD-NO      PIC ZZ9.
002530     05  FILLER               PIC X(02) VALUE SPACES.
002540     05  MAS-ENT-OLD          PIC ZZ9.
002550     05  FILLER               PIC X(02) VALUE SPACES.
002560     05  MAS-ENT-NEW          PIC -ZZZZ9.
002570     05  FILLER               PIC X(02) VALUE SPACES.
002580     05  MAS-ENT-RESULT       PIC X(20).
002590     05  FILLER               PIC X(04) VALUE SPACES.
002600 01  MAS-TOTAL-LINE.
002610     05  MAS-TOT-LABEL        PIC X(22).
002620     05  MAS-TOT-VALUE        PIC ZZZZZZZ9.
002630     05  FILLER               PIC X(50) VALUE SPACES.
002640 01  MAS-HASH-LINE.
002650     05  MAS-HSH-LABEL        PIC X(22).
002660     05  MAS-HSH-VALUE        PIC -ZZZZZZZZZZZ9.
002670     05  FILLER               PIC X(45) VALUE SPACES.
002680 01  MAS-VERDICT-LINE.
002690     05  FILLER               PIC X(22) VALUE 'CONTROL TOTALS'.
002700     05  MAS-VRD-TEXT         PIC X(30).
002710     05  FILLER               PIC X(28) VALUE SPACES.
002720 PROCEDURE DIVISION.
002730 0000-MAINLINE.
002740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002750     PERFORM 2000-ADJUST-MASTER THRU 2000-EXIT.
002760     IF MAS-LIVE
002770         PERFORM 3000-RETOTAL-MASTER THRU 3000-EXIT
002780     END-IF.
002790*    THE MASTER IS CLOSED BEFORE THE TOTALS - THE TOTALS SET THE
002800*    RUN'S CONDITION CODE, AND A CALL MADE AFTER THEM WOULD HAND
002810*    BACK THE CALLED PROGRAM'S OWN RETURN-CODE.
002820     MOVE 'X' TO MAS-MST-FUNCTION.
002830     CALL 'ALPHAMST' USING MAS-MST-FUNCTION, MAS-MST-KEY,
002840         MAS-MST-FIELD-2, MAS-MST-NUMERIC, MAS-MST-STATUS,
002850         MAS-BUSINESS-DATE, MAS-MST-BRANCH.
002860     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
002870     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002880     GOBACK.
002890*****************************************************************
002900* 1000-INITIALIZE - TAKE THE RUN-CONTROL AND MODE CARDS, LOAD
002910* AND REPORT THE ADJUSTMENT CARDS, AND OPEN THE MASTER. A LIVE
002920* RUN WITH A FAILED CARD STOPS HERE, BEFORE THE MASTER IS
002930* OPENED.
002940*****************************************************************
002950 1000-INITIALIZE.
002960     MOVE 'S'  TO MAS-JRN-MILESTONE.
002970     MOVE ZERO TO MAS-JRN-COUNT.
002980     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
002990     PERFORM 1050-READ-RUN-PARMS THRU 1050-EXIT.
003000     PERFORM 1060-CHECK-BUSINESS-DAY THRU 1060-EXIT.
003010     PERFORM 1100-READ-MODE-CARD THRU 1100-EXIT.
003020     OPEN INPUT MAS-CARD-FILE.
003030     OPEN OUTPUT MAS-REPORT-FILE.
003040     IF MAS-LIVE
003050         MOVE 'LIVE'    TO MAS-TTL-MODE
003060     ELSE
003070         MOVE 'PREVIEW' TO MAS-TTL-MODE
003080     END-IF.
003090     MOVE MAS-BUSINESS-DATE TO MAS-TTL-DATE.
003100     WRITE MAS-REPORT-RECORD FROM MAS-TITLE-LINE.
003110     IF MAS-AUTH-ID NOT = SPACES
003120         MOVE MAS-AUTH-ID     TO MAS-ATH-ID
003130         MOVE MAS-AUTH-REASON TO MAS-ATH-REASON
003140         WRITE MAS-REPORT-RECORD FROM MAS-AUTH-LINE
003150     END-IF.
003160     WRITE MAS-REPORT-RECORD FROM MAS-CARD-HEAD-LINE.
003170     PERFORM 1210-READ-CARD THRU 1210-EXIT.
003180     PERFORM 1200-LOAD-CARD THRU 1200-EXIT
003190         UNTIL MAS-CARD-EOF-YES.
003200     IF MAS-LIVE AND MAS-FAILED-COUNT > ZERO
003210         MOVE 'CARD ERRORS - LIVE RUN REFUSED, NOTHING CHANGED'
003220             TO MAS-ABEND-MESSAGE
003230         PERFORM 9900-ABEND THRU 9900-EXIT
003240     END-IF.
003250*    A PREVIEW OPENS THE MASTER THROUGH ALPHAMST LIKE A LIVE RUN
003260*    - IT ONLY EVER BROWSES IT, SO NOTHING IS WRITTEN OR
003270*    JOURNALED.
003280     MOVE 'O' TO MAS-MST-FUNCTION.
003290     CALL 'ALPHAMST' USING MAS-MST-FUNCTION, MAS-MST-KEY,
003300         MAS-MST-FIELD-2, MAS-MST-NUMERIC, MAS-MST-STATUS,
003310         MAS-BUSINESS-DATE, MAS-MST-BRANCH.
003320     IF MAS-MST-STATUS NOT = '00'
003330         MOVE 'MASTER FILE OPEN FAILED' TO MAS-ABEND-MESSAGE
003340         PERFORM 9900-ABEND THRU 9900-EXIT
003350     END-IF.
003360 1000-EXIT.
003370     EXIT.
003380*****************************************************************
003390* 1050-READ-RUN-PARMS - TAKE THE ALPHAEDT NUMERIC RANGE AND THE
003400* BUSINESS DATE FROM THE DAILY RUN'S CARD. UNLIKE THE RECYCLE
003410* THERE IS NO FALLBACK - AN ADJUSTMENT EDITED BY ANY OTHER RANGE
003420* THAN THE DAILY RUN'S WOULD LET THROUGH WHAT ALPHA REFUSES.
003430*****************************************************************
003440 1050-READ-RUN-PARMS.
003450     OPEN INPUT MAS-PARM-FILE.
003460     READ MAS-PARM-FILE
003470         AT END
003480             MOVE 'RUN-CONTROL PARM FILE EMPTY'
003490                 TO MAS-ABEND-MESSAGE
003500             PERFORM 9900-ABEND THRU 9900-EXIT
003510     END-READ.
003520     IF MASP-NUMERIC-LOW NOT NUMERIC
003530         OR MASP-NUMERIC-HIGH NOT NUMERIC
003540         OR MASP-NUMERIC-LOW > MASP-NUMERIC-HIGH
003550         MOVE 'RUNPARM NUMERIC RANGE IS NOT USABLE'
003560             TO MAS-ABEND-MESSAGE
003570         PERFORM 9900-ABEND THRU 9900-EXIT
003580     END-IF.
003590     IF MASP-RUN-DATE NOT NUMERIC
003600         MOVE 'BUSINESS DATE IS NOT NUMERIC'
003610             TO MAS-ABEND-MESSAGE
003620         PERFORM 9900-ABEND THRU 9900-EXIT
003630     END-IF.
003640     MOVE MASP-NUMERIC-LOW  TO MAS-NUMERIC-LOW.
003650     MOVE MASP-NUMERIC-HIGH TO MAS-NUMERIC-HIGH.
003660     MOVE MASP-RUN-DATE     TO MAS-BUSINESS-DATE.
003670     CLOSE MAS-PARM-FILE.
003680 1050-EXIT.
003690     EXIT.
003700*****************************************************************
003710* 1060-CHECK-BUSINESS-DAY - THE BUSINESS DATE MUST BE A BUSINESS
003720* DAY ON THE CALNDR CALENDAR, THE SAME TEST THE DAILY RUN MAKES -
003730* IT DATES EVERY JOURNAL RECORD THE RUN WRITES.
003740*****************************************************************
003750 1060-CHECK-BUSINESS-DAY.
003760     MOVE 'B' TO MAS-CAL-FUNCTION.
003770     CALL 'ALPHACAL' USING MAS-CAL-FUNCTION, MAS-BUSINESS-DATE,
003780         MAS-CAL-RESULT, MAS-CAL-RULE, MAS-CAL-STATUS.
003790     EVALUATE MAS-CAL-STATUS
003800         WHEN '00'
003810             GO TO 1060-EXIT
003820         WHEN '01'
003830             DISPLAY 'ALPHAMAS BUSINESS DATE ' MAS-BUSINESS-DATE
003840                 ' NEXT BUSINESS DAY ' MAS-CAL-RESULT
003850             MOVE 'BUSINESS DATE IS NOT A BUSINESS DAY'
003860                 TO MAS-ABEND-MESSAGE
003870         WHEN '95'
003880             MOVE 'CALENDAR DOES NOT COVER THE BUSINESS DATE'
003890                 TO MAS-ABEND-MESSAGE
003900         WHEN '90'
003910             MOVE 'CALENDAR CALNDR MISSING OR NO CONTROL RECORD'
003920                 TO MAS-ABEND-MESSAGE
003930         WHEN '91'
003940             MOVE 'CALENDAR CALNDR DAMAGED'
003950                 TO MAS-ABEND-MESSAGE
003960         WHEN '92'
003970             MOVE 'CALNDR EXCEEDS 400-HOLIDAY TABLE LIMIT'
003980                 TO MAS-ABEND-MESSAGE
003990         WHEN OTHER
004000             MOVE 'CALENDAR LOOKUP FAILED'
004010                 TO MAS-ABEND-MESSAGE
004020     END-EVALUATE.
004030     PERFORM 9900-ABEND THRU 9900-EXIT.
004040 1060-EXIT.
004050     EXIT.
004060*****************************************************************
004070* 1100-READ-MODE-CARD - PREVIEW UNLESS THE MODE CARD SAYS LIVE.
004080* A LIVE RUN WITHOUT A NAMED AUTHORISER AND A REASON IS NOT A
004090* CONTROLLED CHANGE AND IS REFUSED.
004100*****************************************************************
004110 1100-READ-MODE-CARD.
004120     OPEN INPUT MAS-CTL-FILE.
004130     READ MAS-CTL-FILE
004140         AT END
004150             GO TO 1100-CLOSE
004160     END-READ.
004170     IF NOT MASM-PREVIEW AND NOT MASM-LIVE
004180         MOVE 'MODE CARD NOT P OR L' TO MAS-ABEND-MESSAGE
004190         PERFORM 9900-ABEND THRU 9900-EXIT
004200     END-IF.
004210     IF MASM-LIVE
004220         IF MASM-AUTH-ID = SPACES OR MASM-REASON = SPACES
004230             MOVE 'LIVE RUN NEEDS AN AUTHORISER AND A REASON'
004240                 TO MAS-ABEND-MESSAGE
004250             PERFORM 9900-ABEND THRU 9900-EXIT
004260         END-IF
004270         SET MAS-LIVE TO TRUE
004280     END-IF.
004290     MOVE MASM-AUTH-ID TO MAS-AUTH-ID.
004300     MOVE MASM-REASON  TO MAS-AUTH-REASON.
004310 1100-CLOSE.
004320     CLOSE MAS-CTL-FILE.
004330 1100-EXIT.
004340     EXIT.
004350*****************************************************************
004360* 1200-LOAD-CARD - EDIT ONE ADJUSTMENT CARD, TABLE IT IF IT
004370* PASSES, AND REPORT IT EITHER WAY.
004380*****************************************************************
004390 1200-LOAD-CARD.
004400*    ALL-BLANK CARDS ARE DECK PADDING, NOT ADJUSTMENTS - IGNORED.
004410     IF MAS-CARD-RECORD = SPACES
004420         GO TO 1200-NEXT.
004430     ADD 1 TO MAS-CARD-COUNT.
004440     MOVE SPACES TO MAS-FAIL-REASON.
004450     PERFORM 1250-EDIT-CARD THRU 1250-EXIT.
004460     IF MAS-FAIL-REASON = SPACES
004470         PERFORM 1300-TABLE-CARD THRU 1300-EXIT
004480     ELSE
004490         ADD 1 TO MAS-FAILED-COUNT
004500     END-IF.
004510     PERFORM 1400-REPORT-CARD THRU 1400-EXIT.
004520 1200-NEXT.
004530     PERFORM 1210-READ-CARD THRU 1210-EXIT.
004540 1200-EXIT.
004550     EXIT.
004560*****************************************************************
004570* 1210-READ-CARD - READ THE NEXT ADJUSTMENT CARD.
004580*****************************************************************
004590 1210-READ-CARD.
004600     READ MAS-CARD-FILE
004610         AT END
004620             SET MAS-CARD-EOF-YES TO TRUE
004630     END-READ.
004640 1210-EXIT.
004650     EXIT.
004660*****************************************************************
004670* 1250-EDIT-CARD - STRUCTURAL EDITS, STOPPING AT THE FIRST
004680* FAILURE. THE RANGE MUST START PAST THE LAST ACCEPTED CARD'S,
004690* SO NO ENTRY FALLS UNDER TWO CARDS.
004700*****************************************************************
004710 1250-EDIT-CARD.
004720     IF MASC-LOW-KEY = SPACES
004730         MOVE 'LOW KEY MISSING'       TO MAS-FAIL-REASON
004740         GO TO 1250-EXIT.
004750     IF MASC-HIGH-KEY = SPACES
004760         MOVE 'HIGH KEY MISSING'      TO MAS-FAIL-REASON
004770         GO TO 1250-EXIT.
004780     IF MASC-HIGH-KEY < MASC-LOW-KEY
004790         MOVE 'HIGH KEY BELOW LOW KEY' TO MAS-FAIL-REASON
004800         GO TO 1250-EXIT.
004810     IF NOT MASC-AMOUNT AND NOT MASC-PERCENT AND NOT MASC-REPLACE
004820         MOVE 'METHOD NOT A, P OR R'  TO MAS-FAIL-REASON
004830         GO TO 1250-EXIT.
004840     IF MASC-SIGN NOT = SPACE AND NOT = '+' AND NOT = '-'
004850         MOVE 'SIGN NOT +, - OR BLANK' TO MAS-FAIL-REASON
004860         GO TO 1250-EXIT.
004870     IF MASC-REPLACE AND MASC-SIGN NOT = SPACE
004880         MOVE 'REPLACE TAKES NO SIGN' TO MAS-FAIL-REASON
004890         GO TO 1250-EXIT.
004900     IF MASC-VALUE NOT NUMERIC
004910         MOVE 'VALUE NOT NUMERIC'     TO MAS-FAIL-REASON
004920         GO TO 1250-EXIT.
004930     IF NOT MASC-PERCENT AND MASC-VALUE-CENTS NOT = ZERO
004940         MOVE 'VALUE MUST BE WHOLE'   TO MAS-FAIL-REASON
004950         GO TO 1250-EXIT.
004960     IF MASC-LOW-KEY NOT > MAS-PREV-HIGH-KEY
004970         MOVE 'OVERLAPS OR OUT OF ORDER' TO MAS-FAIL-REASON
004980         GO TO 1250-EXIT.
004990     IF MAS-CARD-CNT = 50
005000         MOVE 'CARD TABLE FULL'       TO MAS-FAIL-REASON
005010         GO TO 1250-EXIT.
005020 1250-EXIT.
005030     EXIT.
005040*****************************************************************
005050* 1300-TABLE-CARD - ADD AN ACCEPTED CARD TO THE TABLE, WITH ITS
005060* SIGN FOLDED INTO THE VALUE AND THE LENGTH OF ITS PREFIX.
005070*****************************************************************
005080 1300-TABLE-CARD.
005090     ADD 1 TO MAS-CARD-CNT.
005100     MOVE MAS-CARD-COUNT TO MAS-TBL-CARD-NO (MAS-CARD-CNT).
005110     MOVE MASC-LOW-KEY   TO MAS-TBL-LOW-KEY (MAS-CARD-CNT).
005120     MOVE MASC-HIGH-KEY  TO MAS-TBL-HIGH-KEY (MAS-CARD-CNT).
005130     MOVE MASC-METHOD    TO MAS-TBL-METHOD (MAS-CARD-CNT).
005140     MOVE MASC-VALUE     TO MAS-TBL-VALUE (MAS-CARD-CNT).
005150     IF MASC-SIGN = '-'
005160         MULTIPLY -1 BY MAS-TBL-VALUE (MAS-CARD-CNT)
005170     END-IF.
005180     MOVE MASC-PREFIX    TO MAS-TBL-PREFIX (MAS-CARD-CNT).
005190     MOVE 20 TO MAS-PFX-LEN.
005200     PERFORM 1310-TRIM-PREFIX THRU 1310-EXIT
005210         UNTIL MAS-PFX-LEN = ZERO
005220             OR MASC-PREFIX (MAS-PFX-LEN:1) NOT = SPACE.
005230     MOVE MAS-PFX-LEN    TO MAS-TBL-PREFIX-LEN (MAS-CARD-CNT).
005240     MOVE MASC-HIGH-KEY  TO MAS-PREV-HIGH-KEY.
005250 1300-EXIT.
005260     EXIT.
005270*****************************************************************
005280* 1310-TRIM-PREFIX - STEP BACK OVER ONE TRAILING BLANK OF THE
005290* PREFIX.
005300*****************************************************************
005310 1310-TRIM-PREFIX.
005320     SUBTRACT 1 FROM MAS-PFX-LEN.
005330 1310-EXIT.
005340     EXIT.
005350*****************************************************************
005360* 1400-REPORT-CARD - ONE REPORT LINE PER CARD, ACCEPTED OR NOT.
005370*****************************************************************
005380 1400-REPORT-CARD.
005390     MOVE MAS-CARD-COUNT TO MAS-CRD-CARD-NO.
005400     MOVE MASC-LOW-KEY   TO MAS-CRD-LOW-KEY.
005410     MOVE MASC-HIGH-KEY  TO MAS-CRD-HIGH-KEY.
005420     MOVE MASC-METHOD    TO MAS-CRD-METHOD.
005430     MOVE MASC-SIGN      TO MAS-CRD-SIGN.
005440     IF MASC-VALUE NUMERIC
005450         MOVE MASC-VALUE          TO MAS-CRD-VALUE-EDIT
005460         MOVE MAS-CRD-VALUE-EDIT  TO MAS-CRD-VALUE
005470     ELSE
005480         MOVE MASC-VALUE-PARTS    TO MAS-CRD-VALUE
005490     END-IF.
005500     MOVE MASC-PREFIX    TO MAS-CRD-PREFIX.
005510     IF MAS-FAIL-REASON = SPACES
005520         MOVE 'ACCEPTED'      TO MAS-CRD-RESULT
005530     ELSE
005540         MOVE MAS-FAIL-REASON TO MAS-CRD-RESULT
005550     END-IF.
005560     WRITE MAS-REPORT-RECORD FROM MAS-CARD-LINE.
005570 1400-EXIT.
005580     EXIT.
005590*****************************************************************
005600* 2000-ADJUST-MASTER - BROWSE THE WHOLE MASTER IN KEY ORDER.
005610* EVERY ENTRY COUNTS TOWARDS THE BEFORE TOTALS, SELECTED OR NOT,
005620* SO THEY COVER WHAT ALPHAVFY COVERS.
005630*****************************************************************
005640 2000-ADJUST-MASTER.
005650     WRITE MAS-REPORT-RECORD FROM MAS-ENTRY-HEAD-LINE.
005660     MOVE 1 TO MAS-CARD-IX.
005670     PERFORM 2100-START-BROWSE THRU 2100-EXIT.
005680     PERFORM 2200-ADJUST-ENTRY THRU 2200-EXIT
005690         UNTIL MAS-MAST-EOF-YES.
005700 2000-EXIT.
005710     EXIT.
005720*****************************************************************
005730* 2100-START-BROWSE - POSITION AT THE TOP OF THE MASTER AND READ
005740* THE FIRST ENTRY. AN EMPTY MASTER ANSWERS 23 TO THE START.
005750*****************************************************************
005760 2100-START-BROWSE.
005770     MOVE 'N' TO MAS-MAST-EOF-SW.
005780     MOVE LOW-VALUES TO MAS-MST-KEY.
005790     MOVE 'S' TO MAS-MST-FUNCTION.
005800     CALL 'ALPHAMST' USING MAS-MST-FUNCTION, MAS-MST-KEY,
005810         MAS-MST-FIELD-2, MAS-MST-NUMERIC, MAS-MST-STATUS,
005820         MAS-BUSINESS-DATE, MAS-MST-BRANCH.
005830     IF MAS-MST-STATUS = '23'
005840         SET MAS-MAST-EOF-YES TO TRUE
005850         GO TO 2100-EXIT.
005860     IF MAS-MST-STATUS NOT = '00'
005870         DISPLAY 'ALPHAMAS MASTER FILE STATUS ' MAS-MST-STATUS
005880         MOVE 'MASTER FILE START FAILED' TO MAS-ABEND-MESSAGE
005890         PERFORM 9900-ABEND THRU 9900-EXIT
005900     END-IF.
005910     PERFORM 2150-READ-NEXT THRU 2150-EXIT.
005920 2100-EXIT.
005930     EXIT.
005940*****************************************************************
005950* 2150-READ-NEXT - READ THE NEXT ENTRY OF THE BROWSE.
005960*****************************************************************
005970 2150-READ-NEXT.
005980     MOVE 'N' TO MAS-MST-FUNCTION.
005990     CALL 'ALPHAMST' USING MAS-MST-FUNCTION, MAS-MST-KEY,
006000         MAS-MST-FIELD-2, MAS-MST-NUMERIC, MAS-MST-STATUS,
006010         MAS-BUSINESS-DATE, MAS-MST-BRANCH.
006020     IF MAS-MST-STATUS = '10'
006030         SET MAS-MAST-EOF-YES TO TRUE
006040         GO TO 2150-EXIT.
006050     IF MAS-MST-STATUS NOT = '00'
006060         DISPLAY 'ALPHAMAS MASTER FILE STATUS ' MAS-MST-STATUS
006070         MOVE 'MASTER FILE READ FAILED' TO MAS-ABEND-MESSAGE
006080         PERFORM 9900-ABEND THRU 9900-EXIT
006090     END-IF.
006100 2150-EXIT.
006110     EXIT.
006120*****************************************************************
006130* 2200-ADJUST-ENTRY - TOTAL ONE ENTRY, ADJUST IT WHEN A CARD
006140* SELECTS IT, AND READ THE NEXT.
006150*****************************************************************
006160 2200-ADJUST-ENTRY.
006170     ADD 1 TO MAS-ENTRY-COUNT.
006180     ADD MAS-MST-NUMERIC TO MAS-HASH-BEFORE.
006190     PERFORM 2300-SELECT-ENTRY THRU 2300-EXIT.
006200     IF MAS-SELECTED-YES
006210         ADD 1 TO MAS-SELECTED-COUNT
006220         PERFORM 2400-COMPUTE-NEW-VALUE THRU 2400-EXIT
006230         PERFORM 2500-APPLY-NEW-VALUE THRU 2500-EXIT
006240         PERFORM 2900-REPORT-ENTRY THRU 2900-EXIT
006250     END-IF.
006260     PERFORM 2150-READ-NEXT THRU 2150-EXIT.
006270 2200-EXIT.
006280     EXIT.
006290*****************************************************************
006300* 2300-SELECT-ENTRY - THE CARDS AND THE BROWSE BOTH RUN IN KEY
006310* ORDER, SO THE CARD POINTER ONLY EVER MOVES FORWARD - PAST
006320* EVERY CARD WHOSE RANGE ENDS BEFORE THIS KEY. THE ENTRY IS
006330* SELECTED WHEN IT LIES IN THE CARD'S RANGE AND ITS FIELD-2
006340* CARRIES THE CARD'S PREFIX, IF THE CARD HAS ONE.
006350*****************************************************************
006360 2300-SELECT-ENTRY.
006370     MOVE 'N' TO MAS-SELECTED-SW.
006380     PERFORM 2310-PASS-CARD THRU 2310-EXIT
006390         UNTIL MAS-CARD-IX > MAS-CARD-CNT
006400             OR MAS-MST-KEY NOT > MAS-TBL-HIGH-KEY (MAS-CARD-IX).
006410     IF MAS-CARD-IX > MAS-CARD-CNT
006420         GO TO 2300-EXIT.
006430     IF MAS-MST-KEY < MAS-TBL-LOW-KEY (MAS-CARD-IX)
006440         GO TO 2300-EXIT.
006450     MOVE MAS-TBL-PREFIX-LEN (MAS-CARD-IX) TO MAS-PFX-LEN.
006460     IF MAS-PFX-LEN > ZERO
006470         IF MAS-MST-FIELD-2 (1:MAS-PFX-LEN) NOT =
006480             MAS-TBL-PREFIX (MAS-CARD-IX) (1:MAS-PFX-LEN)
006490             GO TO 2300-EXIT
006500         END-IF
006510     END-IF.
006520     SET MAS-SELECTED-YES TO TRUE.
006530 2300-EXIT.
006540     EXIT.
006550*****************************************************************
006560* 2310-PASS-CARD - MOVE THE CARD POINTER ON ONE CARD.
006570*****************************************************************
006580 2310-PASS-CARD.
006590     ADD 1 TO MAS-CARD-IX.
006600 2310-EXIT.
006610     EXIT.
006620*****************************************************************
006630* 2400-COMPUTE-NEW-VALUE - WORK OUT THE NEW VALUE BY THE CARD'S
006640* METHOD, SIGNED AND WIDE ENOUGH TO SHOW A RESULT THAT FALLS
006650* OFF EITHER END OF THE 3-DIGIT FIELD.
006660*****************************************************************
006670 2400-COMPUTE-NEW-VALUE.
006680     MOVE MAS-TBL-VALUE (MAS-CARD-IX) TO MAS-SIGNED-VALUE.
006690     EVALUATE MAS-TBL-METHOD (MAS-CARD-IX)
006700         WHEN 'A'
006710             COMPUTE MAS-NEW-WORK =
006720                 MAS-MST-NUMERIC + MAS-SIGNED-VALUE
006730         WHEN 'P'
006740             COMPUTE MAS-NEW-WORK ROUNDED =
006750                 MAS-MST-NUMERIC
006760                     + (MAS-MST-NUMERIC * MAS-SIGNED-VALUE / 100)
006770         WHEN OTHER
006780             MOVE MAS-SIGNED-VALUE TO MAS-NEW-WORK
006790     END-EVALUATE.
006800 2400-EXIT.
006810     EXIT.
006820*****************************************************************
006830* 2500-APPLY-NEW-VALUE - DECIDE THE ENTRY'S FATE. A RESULT THAT
006840* WILL NOT FIT, OR THAT ALPHAEDT REFUSES, IS FLAGGED AND LEFT
006850* ALONE; AN UNCHANGED VALUE NEEDS NO CALL. A LIVE RUN CHANGES
006860* THE REST THROUGH ALPHAMST, WHICH JOURNALS EACH ONE.
006870*****************************************************************
006880 2500-APPLY-NEW-VALUE.
006890     IF MAS-NEW-WORK < ZERO OR MAS-NEW-WORK > 999
006900         MOVE 'RESULT OFF SCALE' TO MAS-RESULT
006910         ADD 1 TO MAS-FLAGGED-COUNT
006920         GO TO 2500-EXIT.
006930     MOVE MAS-NEW-WORK TO MAS-NEW-VALUE.
006940     IF MAS-NEW-VALUE = MAS-MST-NUMERIC
006950         MOVE 'NO CHANGE' TO MAS-RESULT
006960         ADD 1 TO MAS-SAME-COUNT
006970         GO TO 2500-EXIT.
006980     MOVE MAS-MST-KEY TO MAS-EDT-FIELD-1.
006990     CALL 'ALPHAEDT' USING MAS-EDT-FIELD-1, MAS-MST-FIELD-2,
007000         MAS-NEW-VALUE, MAS-EDT-VALID-SW, MAS-EDT-REASON,
007010         MAS-NUMERIC-LOW, MAS-NUMERIC-HIGH.
007020     IF NOT MAS-EDT-VALID
007030         MOVE MAS-EDT-REASON TO MAS-RESULT
007040         ADD 1 TO MAS-FLAGGED-COUNT
007050         GO TO 2500-EXIT.
007060     IF MAS-PREVIEW
007070         MOVE 'WILL CHANGE' TO MAS-RESULT
007080     ELSE
007090         MOVE 'C' TO MAS-MST-FUNCTION
007100         CALL 'ALPHAMST' USING MAS-MST-FUNCTION, MAS-MST-KEY,
007110             MAS-MST-FIELD-2, MAS-NEW-VALUE, MAS-MST-STATUS,
007120             MAS-BUSINESS-DATE, MAS-MST-BRANCH
007130         IF MAS-MST-STATUS NOT = '00'
007140             DISPLAY 'ALPHAMAS MASTER FILE STATUS ' MAS-MST-STATUS
007150                 ' KEY ' MAS-MST-KEY
007160             MOVE 'MASTER FILE CHANGE FAILED'
007170                 TO MAS-ABEND-MESSAGE
007180             PERFORM 9900-ABEND THRU 9900-EXIT
007190         END-IF
007200         MOVE 'APPLIED' TO MAS-RESULT
007210     END-IF.
007220     ADD 1 TO MAS-CHANGED-COUNT.
007230     ADD MAS-NEW-VALUE TO MAS-NET-MOVEMENT.
007240     SUBTRACT MAS-MST-NUMERIC FROM MAS-NET-MOVEMENT.
007250 2500-EXIT.
007260     EXIT.
007270*****************************************************************
007280* 2900-REPORT-ENTRY - ONE LINE PER SELECTED ENTRY WITH ITS OLD
007290* AND NEW VALUE AND WHAT BECAME OF IT.
007300*****************************************************************
007310 2900-REPORT-ENTRY.
007320     MOVE MAS-MST-KEY      TO MAS-ENT-KEY.
007330     MOVE MAS-MST-FIELD-2  TO MAS-ENT-FIELD-2.
007340     MOVE MAS-TBL-CARD-NO (MAS-CARD-IX) TO MAS-ENT-CARD-NO.
007350     MOVE MAS-MST-NUMERIC  TO MAS-ENT-OLD.
007360     MOVE MAS-NEW-WORK     TO MAS-ENT-NEW.
007370     MOVE MAS-RESULT       TO MAS-ENT-RESULT.
007380     WRITE MAS-REPORT-RECORD FROM MAS-ENTRY-LINE.
007390 2900-EXIT.
007400     EXIT.
007410*****************************************************************
007420* 3000-RETOTAL-MASTER - A LIVE RUN BROWSES THE MASTER AGAIN FOR
007430* ITS AFTER FIGURES, SO THEY ARE READ OFF THE FILE AND NOT
007440* WORKED OUT FROM WHAT THE RUN BELIEVES IT DID.
007450*****************************************************************
007460 3000-RETOTAL-MASTER.
007470     PERFORM 2100-START-BROWSE THRU 2100-EXIT.
007480     PERFORM 3100-TOTAL-ENTRY THRU 3100-EXIT
007490         UNTIL MAS-MAST-EOF-YES.
007500 3000-EXIT.
007510     EXIT.
007520*****************************************************************
007530* 3100-TOTAL-ENTRY - ADD ONE ENTRY TO THE AFTER TOTALS.
007540*****************************************************************
007550 3100-TOTAL-ENTRY.
007560     ADD 1 TO MAS-AFTER-COUNT.
007570     ADD MAS-MST-NUMERIC TO MAS-HASH-AFTER.
007580     PERFORM 2150-READ-NEXT THRU 2150-EXIT.
007590 3100-EXIT.
007600     EXIT.
007610*****************************************************************
007620* 5000-PRINT-TOTALS - ACCOUNT FOR EVERY CARD AND EVERY SELECTED
007630* ENTRY, AND PROVE THE MASTER BEFORE AND AFTER. A PREVIEW'S
007640* AFTER FIGURES ARE WHAT A LIVE RUN OF THE SAME CARDS WOULD
007650* LEAVE. CONDITION CODE 4 FLAGS FAILED CARDS OR FLAGGED ENTRIES,
007660* 8 A LIVE RUN WHOSE RE-READ DISAGREES.
007670*****************************************************************
007680 5000-PRINT-TOTALS.
007690     COMPUTE MAS-HASH-EXPECTED =
007695         MAS-HASH-BEFORE + MAS-NET-MOVEMENT.
007700     IF MAS-PREVIEW
007710         MOVE MAS-ENTRY-COUNT   TO MAS-AFTER-COUNT
007720         MOVE MAS-HASH-EXPECTED TO MAS-HASH-AFTER
007730     END-IF.
007740     MOVE 'CARDS READ'            TO MAS-TOT-LABEL.
007750     MOVE MAS-CARD-COUNT          TO MAS-TOT-VALUE.
007760     WRITE MAS-REPORT-RECORD FROM MAS-TOTAL-LINE.
007770     MOVE 'CARDS FAILED'          TO MAS-TOT-LABEL.
007780     MOVE MAS-FAILED-COUNT        TO MAS-TOT-VALUE.
007790     WRITE MAS-REPORT-RECORD FROM MAS-TOTAL-LINE.
007800     MOVE 'ENTRIES SELECTED'      TO MAS-TOT-LABEL.
007810     MOVE MAS-SELECTED-COUNT      TO MAS-TOT-VALUE.
007820     WRITE MAS-REPORT-RECORD FROM MAS-TOTAL-LINE.
007830     IF MAS-LIVE
007840         MOVE 'ENTRIES CHANGED'   TO MAS-TOT-LABEL
007850     ELSE
007860         MOVE 'ENTRIES TO CHANGE' TO MAS-TOT-LABEL
007870     END-IF.
007880     MOVE MAS-CHANGED-COUNT       TO MAS-TOT-VALUE.
007890     WRITE MAS-REPORT-RECORD FROM MAS-TOTAL-LINE.
007900     MOVE 'ENTRIES UNCHANGED'     TO MAS-TOT-LABEL.
007910     MOVE MAS-SAME-COUNT          TO MAS-TOT-VALUE.
007920     WRITE MAS-REPORT-RECORD FROM MAS-TOTAL-LINE.
007930     MOVE 'ENTRIES FLAGGED'       TO MAS-TOT-LABEL.
007940     MOVE MAS-FLAGGED-COUNT       TO MAS-TOT-VALUE.
007950     WRITE MAS-REPORT-RECORD FROM MAS-TOTAL-LINE.
007960     MOVE 'MASTER RECORDS BEFORE' TO MAS-TOT-LABEL.
007970     MOVE MAS-ENTRY-COUNT         TO MAS-TOT-VALUE.
007980     WRITE MAS-REPORT-RECORD FROM MAS-TOTAL-LINE.
007990     MOVE 'MASTER RECORDS AFTER'  TO MAS-TOT-LABEL.
008000     MOVE MAS-AFTER-COUNT         TO MAS-TOT-VALUE.
008010     WRITE MAS-REPORT-RECORD FROM MAS-TOTAL-LINE.
008020     MOVE 'HASH BEFORE'           TO MAS-HSH-LABEL.
008030     MOVE MAS-HASH-BEFORE         TO MAS-HSH-VALUE.
008040     WRITE MAS-REPORT-RECORD FROM MAS-HASH-LINE.
008050     MOVE 'NET MOVEMENT'          TO MAS-HSH-LABEL.
008060     MOVE MAS-NET-MOVEMENT        TO MAS-HSH-VALUE.
008070     WRITE MAS-REPORT-RECORD FROM MAS-HASH-LINE.
008080     MOVE 'HASH AFTER'            TO MAS-HSH-LABEL.
008090     MOVE MAS-HASH-AFTER          TO MAS-HSH-VALUE.
008100     WRITE MAS-REPORT-RECORD FROM MAS-HASH-LINE.
008110     IF MAS-AFTER-COUNT = MAS-ENTRY-COUNT
008120         AND MAS-HASH-AFTER = MAS-HASH-EXPECTED
008130         MOVE 'AGREE'             TO MAS-VRD-TEXT
008140         IF MAS-FAILED-COUNT > ZERO OR MAS-FLAGGED-COUNT > ZERO
008150             MOVE 4 TO RETURN-CODE
008160         END-IF
008170     ELSE
008180         MOVE 'DISAGREE - MASTER NOT AS LEFT' TO MAS-VRD-TEXT
008190         MOVE 8 TO RETURN-CODE
008200     END-IF.
008210     WRITE MAS-REPORT-RECORD FROM MAS-VERDICT-LINE.
008220 5000-EXIT.
008230     EXIT.
008240*****************************************************************
008250* 9700-JOURNAL-MILESTONE - APPEND ONE MILESTONE TO THE SHARED
008260* RUN JOURNAL THROUGH ALPHAJRN. THE CONDITION CODE GOES ALONG
008270* AS IT STANDS AND ALPHAJRN HANDS THE SAME CODE BACK.
008280*****************************************************************
008290 9700-JOURNAL-MILESTONE.
008300     MOVE RETURN-CODE TO MAS-JRN-RETCODE.
008310     CALL 'ALPHAJRN' USING MAS-JRN-PROGRAM, MAS-JRN-MILESTONE,
008320         MAS-JRN-COUNT, MAS-JRN-RETCODE.
008330 9700-EXIT.
008340     EXIT.
008350*****************************************************************
008360* 9900-ABEND - REPORT A FATAL ERROR ON THE OPERATOR CONSOLE AND
008370* STOP THE RUN WITH A NONZERO CONDITION CODE. THE CALLER SETS
008380* MAS-ABEND-MESSAGE. A LIVE RUN STOPPED PART WAY HAS JOURNALED
008390* EVERY CHANGE IT MADE, SO THE COUNT GOES ON THE JOURNAL.
008400*****************************************************************
008410 9900-ABEND.
008420     DISPLAY 'ALPHAMAS ABEND - ' MAS-ABEND-MESSAGE.
008430     MOVE 16 TO RETURN-CODE.
008440     MOVE 'E' TO MAS-JRN-MILESTONE.
008450     MOVE MAS-CHANGED-COUNT TO MAS-JRN-COUNT.
008460     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
008470     STOP RUN.
008480 9900-EXIT.
008490     EXIT.
008500*****************************************************************
008510* 9999-TERMINATE - CLOSE FILES BEFORE GOBACK.
008520*****************************************************************
008530 9999-TERMINATE.
008540     CLOSE MAS-CARD-FILE.
008550     CLOSE MAS-REPORT-FILE.
008560     MOVE 'E' TO MAS-JRN-MILESTONE.
008570     MOVE MAS-CHANGED-COUNT TO MAS-JRN-COUNT.
008580     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
008590 9999-EXIT.
008600     EXIT.
