000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ALPHABRN.
000030 AUTHOR.  D CHALMERS.
000040 INSTALLATION.  BATCH-SUITE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM ALPHABRN
000090*
000100* MAINTENANCE AND LISTING OF THE BRNMST BRANCH CONTROL MASTER
000110* THAT ALPHA VALIDATES EVERY DETAIL'S BRANCH AGAINST AND DRIVES
000120* ITS EXPECTED-FEED CHECK FROM. THE JCL POINTS BRNMIN AT THE
000130* CURRENT GENERATION AND BRNMOUT AT THE GENERATION THE NEXT
000140* ALPHA, ALPHADST AND ALPHATRD RUNS WILL READ AS BRNMST. RUN
000150* WITH NO CARDS IT SIMPLY LISTS THE MASTER.
000160*
000170* MAINTENANCE CARDS (BRNCARDS, ONE CARD PER BRANCH):
000180*     COL  1      ACTION - 'A' ADD, 'C' CHANGE, 'D' DELETE
000190*     COLS 2-4    BRANCH CODE
000200*     COLS 5-34   BRANCH NAME
000210*     COL  35     STATUS - 'O' OPEN, 'C' CLOSED, 'S' SUSPENDED
000220*     COL  36     TRANF FEED 1-3, OR 0 FOR ANY FEED
000230*     COLS 37-43  EXPECTED DAYS, MONDAY FIRST, 'Y' OR 'N' EACH
000240*     COLS 44-51  USER ID OF THE PERSON AUTHORISING THE CHANGE
000250*     COLS 52-80  REASON FOR THE CHANGE
000260* AN ADD MUST SUPPLY EVERY FIELD. ON A CHANGE A BLANK FIELD
000270* KEEPS ITS CURRENT VALUE, SO A CARD CAN CLOSE A BRANCH WITHOUT
000280* RE-KEYING ITS NAME. A DELETE NEEDS ONLY THE CODE - CLOSING A
000290* BRANCH IS USUALLY THE BETTER CHOICE, SINCE ALPHATRD WILL THEN
000300* STILL NAME IT FROM ITS HISTORY. EVERY CARD MUST NAME WHO
000310* AUTHORISED IT AND WHY. A CARD THAT CANNOT BE APPLIED IS
000320* REPORTED AND COUNTED - THE REST OF THE RUN CONTINUES - AND THE
000330* RUN ENDS WITH CONDITION CODE 4.
000340*
000350* THE MASTER IS KEPT IN BRANCH-CODE ORDER - AN ADD IS SLOTTED
000360* INTO PLACE AND A DELETE CLOSES THE GAP. EVERY APPLIED CARD
000370* WRITES A BEFORE/AFTER AUDIT RECORD WITH THE AUTHORISER AND
000380* REASON, IN THE STYLE OF ALPHAREF.
000390*
000400* MODIFICATION HISTORY.
000410*   10/15/2026  DC    ORIGINAL PROGRAM.
000411*   10/15/2026  DC    'MAS' IS RESERVED - IT IS THE BRANCH CODE
000412*                     ALPHAMAS STAMPS ON THE MSTJRNL RECORDS OF A
000413*                     MASS ADJUSTMENT.
000414*   10/15/2026  DC    'PUR' IS RESERVED TOO - ALPHAPUR STAMPS IT
000415*                     ON THE DELETES AND RESTORES OF THE DORMANT
000416*                     ENTRY PURGE.
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460*    OPTIONAL - THE FIRST RUN BUILDS THE MASTER FROM ADD CARDS.
000470     SELECT OPTIONAL BRN-OLD-FILE
000480         ASSIGN TO BRNMIN
000490         ORGANIZATION IS SEQUENTIAL.
000500*    OPTIONAL - A LISTING-ONLY RUN HAS NO CARDS.
000510     SELECT OPTIONAL BRN-CARD-FILE
000520         ASSIGN TO BRNCARDS
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT BRN-NEW-FILE
000550         ASSIGN TO BRNMOUT
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT BRN-AUDIT-FILE
000580         ASSIGN TO BRNAUDIT
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT BRN-REPORT-FILE
000610         ASSIGN TO BRNRPT
000620         ORGANIZATION IS SEQUENTIAL.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  BRN-OLD-FILE
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 60 CHARACTERS.
000680 01  BRN-OLD-RECORD.
000690     COPY BRNMST REPLACING ==:PFX:== BY ==BRO==.
000700 FD  BRN-CARD-FILE
000710     LABEL RECORDS ARE STANDARD
000720     RECORD CONTAINS 80 CHARACTERS.
000730 01  BRN-CARD-RECORD.
000740     05  BRNC-ACTION          PIC X(01).
000750     05  BRNC-CODE            PIC X(03).
000760     05  BRNC-NAME            PIC X(30).
000770     05  BRNC-STATUS          PIC X(01).
000780     05  BRNC-FEED            PIC X(01).
000790     05  BRNC-DAYS            PIC X(07).
000800     05  BRNC-AUTH-ID         PIC X(08).
000810     05  BRNC-REASON          PIC X(29).
000820 FD  BRN-NEW-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 60 CHARACTERS.
000850 01  BRN-NEW-RECORD.
000860     COPY BRNMST REPLACING ==:PFX:== BY ==BRM==.
000870 FD  BRN-AUDIT-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 200 CHARACTERS.
000900* SAME WHO/WHEN PROLOGUE AS ALPHAREF'S AUDIT, WITH THE BRANCH
000910* RECORD'S BEFORE AND AFTER IMAGES AND THE AUTHORITY FOR THE
000920* CHANGE. AN ADD HAS A BLANK BEFORE IMAGE, A DELETE A BLANK
000930* AFTER IMAGE.
000940 01  BRN-AUDIT-RECORD.
000950     05  BRNA-PROGRAM         PIC X(08).
000960     05  BRNA-DATE            PIC 9(06).
000970     05  BRNA-TIME            PIC 9(08).
000980     05  BRNA-ACTION          PIC X(01).
000990     05  BRNA-OLD-ENTRY       PIC X(60).
001000     05  BRNA-NEW-ENTRY       PIC X(60).
001010     05  BRNA-AUTH-ID         PIC X(08).
001020     05  BRNA-REASON          PIC X(29).
001030     05  FILLER               PIC X(20).
001040 FD  BRN-REPORT-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 80 CHARACTERS.
001070 01  BRN-REPORT-RECORD          PIC X(80).
001080 WORKING-STORAGE SECTION.
001090 77  BRN-TABLE-CNT            PIC 9(04) COMP VALUE ZERO.
001100 77  BRN-SCAN-IX              PIC 9(04) COMP VALUE ZERO.
001110 77  BRN-SHIFT-IX             PIC 9(04) COMP VALUE ZERO.
001120 77  BRN-TARGET-POS           PIC 9(04) COMP VALUE ZERO.
001130 77  BRN-DAY-IX               PIC 9(04) COMP VALUE ZERO.
001140 77  BRN-OLD-EOF-SW           PIC X(01)   VALUE 'N'.
001150     88  BRN-OLD-EOF-YES                  VALUE 'Y'.
001160 77  BRN-CARD-EOF-SW          PIC X(01)   VALUE 'N'.
001170     88  BRN-CARD-EOF-YES                 VALUE 'Y'.
001180 77  BRN-FOUND-SW             PIC X(01)   VALUE 'N'.
001190     88  BRN-FOUND-YES                    VALUE 'Y'.
001200 77  BRN-PREV-CODE            PIC X(03)   VALUE LOW-VALUES.
001210 77  BRN-CARD-COUNT           PIC 9(08) COMP VALUE ZERO.
001220 77  BRN-APPLIED-COUNT        PIC 9(08) COMP VALUE ZERO.
001230 77  BRN-FAILED-COUNT         PIC 9(08) COMP VALUE ZERO.
001240 77  BRN-ABEND-MESSAGE        PIC X(60)   VALUE SPACES.
001250 77  BRN-FAIL-REASON          PIC X(24)   VALUE SPACES.
001260*    RUN-JOURNAL MILESTONE ARGUMENTS FOR ALPHAJRN.
001270 77  BRN-JRN-PROGRAM          PIC X(08)   VALUE 'ALPHABRN'.
001280 77  BRN-JRN-MILESTONE        PIC X(01)   VALUE SPACE.
001290 77  BRN-JRN-COUNT            PIC 9(08)   VALUE ZERO.
001300 77  BRN-JRN-RETCODE          PIC 9(04)   VALUE ZERO.
001310* THE MASTER HELD AS WHOLE BRNMST IMAGES IN CODE ORDER - AN
001320* ENTRY IS TAKEN APART THROUGH BRN-WORK-ENTRY WHEN A CARD
001330* CHANGES IT.
001340 01  BRN-TABLE.
001350     05  BRN-TABLE-ENTRY      PIC X(60) OCCURS 50 TIMES.
001360 01  BRN-WORK-ENTRY.
001370     COPY BRNMST REPLACING ==:PFX:== BY ==BRW==.
001380 01  BRN-CARD-HEAD-LINE.
001390     05  FILLER               PIC X(10) VALUE '    CARD  '.
001400     05  FILLER               PIC X(03) VALUE 'A  '.
001410     05  FILLER               PIC X(05) VALUE 'BR   '.
001420     05  FILLER               PIC X(04) VALUE 'ST  '.
001430     05  FILLER               PIC X(03) VALUE 'F  '.
001440     05  FILLER               PIC X(09) VALUE 'DAYS     '.
001450     05  FILLER               PIC X(10) VALUE 'AUTH BY   '.
001460     05  FILLER               PIC X(06) VALUE 'RESULT'.
001470     05  FILLER               PIC X(30) VALUE SPACES.
001480 01  BRN-REPORT-LINE.
001490     05  BRN-RPT-CARD-NO      PIC ZZZZZZZ9.
001500     05  FILLER               PIC X(02) VALUE SPACES.
001510     05  BRN-RPT-ACTION       PIC X(01).
001520     05  FILLER               PIC X(02) VALUE SPACES.
001530     05  BRN-RPT-CODE         PIC X(03).
001540     05  FILLER               PIC X(02) VALUE SPACES.
001550     05  BRN-RPT-STATUS       PIC X(01).
001560     05  FILLER               PIC X(03) VALUE SPACES.
001570     05  BRN-RPT-FEED         PIC X(01).
001580     05  FILLER               PIC X(02) VALUE SPACES.
001590     05  BRN-RPT-DAYS         PIC X(07).
001600     05  FILLER               PIC X(02) VALUE SPACES.
001610     05  BRN-RPT-AUTH-ID      PIC X(08).
001620     05  FILLER               PIC X(02) VALUE SPACES.
001630     05  BRN-RPT-RESULT       PIC X(24).
001640     05  FILLER               PIC X(12) VALUE SPACES.
001650 01  BRN-LIST-HEAD-LINE.
001660     05  FILLER               PIC X(15) VALUE 'BRANCH MASTER  '.
001670     05  FILLER               PIC X(06) VALUE 'CODE  '.
001680     05  FILLER               PIC X(32) VALUE 'NAME'.
001690     05  FILLER               PIC X(04) VALUE 'ST  '.
001700     05  FILLER               PIC X(06) VALUE 'FEED  '.
001710     05  FILLER               PIC X(07) VALUE 'MTWTFSS'.
001720     05  FILLER               PIC X(10) VALUE SPACES.
001730 01  BRN-LIST-LINE.
001740     05  FILLER               PIC X(15) VALUE SPACES.
001750     05  BRN-LST-CODE         PIC X(03).
001760     05  FILLER               PIC X(03) VALUE SPACES.
001770     05  BRN-LST-NAME         PIC X(30).
001780     05  FILLER               PIC X(02) VALUE SPACES.
001790     05  BRN-LST-STATUS       PIC X(01).
001800     05  FILLER               PIC X(04) VALUE SPACES.
001810     05  BRN-LST-FEED         PIC 9(01).
001820     05  FILLER               PIC X(04) VALUE SPACES.
001830     05  BRN-LST-DAYS         PIC X(07).
001840     05  FILLER               PIC X(10) VALUE SPACES.
001850 01  BRN-TOTAL-LINE.
001860     05  BRN-TOT-LABEL        PIC X(22).
001870     05  BRN-TOT-VALUE        PIC ZZZZZZZ9.
001880     05  FILLER               PIC X(50) VALUE SPACES.
001890 PROCEDURE DIVISION.
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001920     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
001930         UNTIL BRN-CARD-EOF-YES.
001940     PERFORM 3000-WRITE-MASTER THRU 3000-EXIT.
001950     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
001960     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001970     GOBACK.
001980*****************************************************************
001990* 1000-INITIALIZE - OPEN THE FILES, LOAD THE MASTER INTO THE
002000* TABLE, AND PRIME THE CARD READ.
002010*****************************************************************
002020 1000-INITIALIZE.
002030     MOVE 'S'  TO BRN-JRN-MILESTONE.
002040     MOVE ZERO TO BRN-JRN-COUNT.
002050     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
002060     OPEN INPUT BRN-OLD-FILE.
002070     OPEN INPUT BRN-CARD-FILE.
002080*    THE MASTER IS LOADED BEFORE ANY OUTPUT IS CREATED, SO A
002090*    LOAD ABEND CANNOT LEAVE AN EMPTY BRNMOUT BEHIND FOR ALPHA TO
002100*    STOP ON AS AN EMPTY BRANCH MASTER.
002110     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.
002120     OPEN OUTPUT BRN-NEW-FILE.
002130     OPEN OUTPUT BRN-AUDIT-FILE.
002140     OPEN OUTPUT BRN-REPORT-FILE.
002150     WRITE BRN-REPORT-RECORD FROM BRN-CARD-HEAD-LINE.
002160     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002170 1000-EXIT.
002180     EXIT.
002190*****************************************************************
002200* 1100-LOAD-MASTER - LOAD THE CURRENT MASTER. A MASTER THAT
002210* FILLS THE TABLE EXACTLY IS LEGAL - ONLY A RECORD BEYOND THE
002220* CAPACITY IS AN OVERFLOW.
002230*****************************************************************
002240 1100-LOAD-MASTER.
002250     PERFORM 1110-READ-MASTER THRU 1110-EXIT
002260         UNTIL BRN-OLD-EOF-YES
002270             OR BRN-TABLE-CNT = 50.
002280     IF NOT BRN-OLD-EOF-YES
002290         READ BRN-OLD-FILE
002300             AT END
002310                 SET BRN-OLD-EOF-YES TO TRUE
002320             NOT AT END
002330                 MOVE 'BRNMIN EXCEEDS 50-BRANCH TABLE LIMIT'
002340                     TO BRN-ABEND-MESSAGE
002350                 PERFORM 9900-ABEND THRU 9900-EXIT
002360         END-READ
002370     END-IF.
002380 1100-EXIT.
002390     EXIT.
002400*****************************************************************
002410* 1110-READ-MASTER - READ ONE BRANCH INTO THE TABLE. A RECORD
002420* ALPHA WOULD REFUSE, OR ONE OUT OF CODE ORDER, IS A DAMAGED
002430* MASTER AND IS NOT CARRIED FORWARD HERE EITHER.
002440*****************************************************************
002450 1110-READ-MASTER.
002460     READ BRN-OLD-FILE
002470         AT END
002480             SET BRN-OLD-EOF-YES TO TRUE
002490             GO TO 1110-EXIT
002500     END-READ.
002510     IF NOT BRO-OPEN AND NOT BRO-CLOSED AND NOT BRO-SUSPENDED
002520         MOVE 'BRNMIN DAMAGED - STATUS NOT O, C OR S'
002530             TO BRN-ABEND-MESSAGE
002540         PERFORM 9900-ABEND THRU 9900-EXIT
002550     END-IF.
002560     IF BRO-FEED NOT NUMERIC OR BRO-FEED > 3
002570         MOVE 'BRNMIN DAMAGED - FEED NOT 0 THROUGH 3'
002580             TO BRN-ABEND-MESSAGE
002590         PERFORM 9900-ABEND THRU 9900-EXIT
002600     END-IF.
002610     IF BRO-CODE NOT > BRN-PREV-CODE
002620         MOVE 'BRNMIN DAMAGED - CODES OUT OF ORDER'
002630             TO BRN-ABEND-MESSAGE
002640         PERFORM 9900-ABEND THRU 9900-EXIT
002650     END-IF.
002660     MOVE BRO-CODE TO BRN-PREV-CODE.
002670     ADD 1 TO BRN-TABLE-CNT.
002680     MOVE BRN-OLD-RECORD TO BRN-TABLE-ENTRY (BRN-TABLE-CNT).
002690 1110-EXIT.
002700     EXIT.
002710*****************************************************************
002720* 2000-PROCESS-CARDS - APPLY ONE MAINTENANCE CARD AND REPORT ITS
002730* DISPOSITION, THEN READ THE NEXT ONE.
002740*****************************************************************
002750 2000-PROCESS-CARDS.
002760*    ALL-BLANK CARDS ARE DECK PADDING, NOT MAINTENANCE - IGNORED.
002770     IF BRN-CARD-RECORD = SPACES
002780         GO TO 2000-NEXT.
002790     ADD 1 TO BRN-CARD-COUNT.
002800     MOVE SPACES TO BRN-FAIL-REASON.
002810     MOVE SPACES TO BRN-AUDIT-RECORD.
002820     PERFORM 2200-APPLY-CARD THRU 2200-EXIT.
002830     PERFORM 2900-REPORT-CARD THRU 2900-EXIT.
002840 2000-NEXT.
002850     PERFORM 2100-READ-CARD THRU 2100-EXIT.
002860 2000-EXIT.
002870     EXIT.
002880*****************************************************************
002890* 2100-READ-CARD - READ THE NEXT MAINTENANCE CARD.
002900*****************************************************************
002910 2100-READ-CARD.
002920     READ BRN-CARD-FILE
002930         AT END
002940             SET BRN-CARD-EOF-YES TO TRUE
002950     END-READ.
002960 2100-EXIT.
002970     EXIT.
002980*****************************************************************
002990* 2200-APPLY-CARD - EDIT THE CARD AND APPLY IT. A CARD THAT
003000* FAILS AN EDIT SETS BRN-FAIL-REASON AND IS COUNTED - THE RUN
003010* GOES ON TO THE NEXT CARD.
003020*****************************************************************
003030 2200-APPLY-CARD.
003040     PERFORM 2250-EDIT-CARD THRU 2250-EXIT.
003050     IF BRN-FAIL-REASON NOT = SPACES
003060         ADD 1 TO BRN-FAILED-COUNT
003070         GO TO 2200-EXIT.
003080     PERFORM 2600-LOCATE-BRANCH THRU 2600-EXIT.
003090     IF BRNC-ACTION = 'A'
003100         PERFORM 2300-ADD-BRANCH THRU 2300-EXIT
003110     ELSE
003120         IF BRNC-ACTION = 'C'
003130             PERFORM 2400-CHANGE-BRANCH THRU 2400-EXIT
003140         ELSE
003150             PERFORM 2500-DELETE-BRANCH THRU 2500-EXIT
003160         END-IF
003170     END-IF.
003180     IF BRN-FAIL-REASON = SPACES
003190         ADD 1 TO BRN-APPLIED-COUNT
003200     ELSE
003210         ADD 1 TO BRN-FAILED-COUNT
003220     END-IF.
003230 2200-EXIT.
003240     EXIT.
003250*****************************************************************
003260* 2250-EDIT-CARD - STRUCTURAL EDITS. A FIELD THAT IS SUPPLIED
003270* MUST BE VALID WHATEVER THE ACTION; AN ADD MUST SUPPLY THEM
003280* ALL. A CHANGE WITHOUT A NAMED AUTHORISER AND A REASON IS NOT
003290* A CONTROLLED CHANGE AND IS REFUSED.
003300*****************************************************************
003310 2250-EDIT-CARD.
003320     IF BRNC-ACTION NOT = 'A' AND NOT = 'C' AND NOT = 'D'
003330         MOVE 'UNKNOWN ACTION'       TO BRN-FAIL-REASON
003340         GO TO 2250-EXIT.
003350     IF BRNC-CODE = SPACES
003360         MOVE 'BRANCH BLANK'         TO BRN-FAIL-REASON
003370         GO TO 2250-EXIT.
003380*    '***' IS THE GRAND-TOTAL KEY ON BALHIST, '???' THE SLOT
003390*    ALPHA POOLS UNKNOWN BRANCHES UNDER, AND 'MAS' AND 'PUR'
003391*    THE CODES A MASS ADJUSTMENT AND A DORMANT PURGE JOURNAL
003392*    UNDER - NONE IS A BRANCH.
003400     IF BRNC-CODE = '***' OR BRNC-CODE = '???'
003401         OR BRNC-CODE = 'MAS' OR BRNC-CODE = 'PUR'
003410         MOVE 'RESERVED BRANCH CODE' TO BRN-FAIL-REASON
003420         GO TO 2250-EXIT.
003430     IF BRNC-AUTH-ID = SPACES
003440         MOVE 'AUTHORISER MISSING'   TO BRN-FAIL-REASON
003450         GO TO 2250-EXIT.
003460     IF BRNC-REASON = SPACES
003470         MOVE 'REASON MISSING'       TO BRN-FAIL-REASON
003480         GO TO 2250-EXIT.
003490     IF BRNC-ACTION = 'D'
003500         GO TO 2250-EXIT.
003510     IF BRNC-ACTION = 'A'
003520         IF BRNC-NAME = SPACES OR BRNC-STATUS = SPACE
003530             OR BRNC-FEED = SPACE OR BRNC-DAYS = SPACES
003540             MOVE 'ADD NEEDS EVERY FIELD' TO BRN-FAIL-REASON
003550             GO TO 2250-EXIT
003560         END-IF
003570     END-IF.
003580     IF BRNC-STATUS NOT = SPACE
003590         AND BRNC-STATUS NOT = 'O' AND NOT = 'C' AND NOT = 'S'
003600         MOVE 'STATUS NOT O, C OR S' TO BRN-FAIL-REASON
003610         GO TO 2250-EXIT.
003620     IF BRNC-FEED NOT = SPACE
003630         AND (BRNC-FEED < '0' OR BRNC-FEED > '3')
003640         MOVE 'FEED NOT 0 THROUGH 3' TO BRN-FAIL-REASON
003650         GO TO 2250-EXIT.
003660     IF BRNC-DAYS NOT = SPACES
003670         PERFORM 2260-EDIT-ONE-DAY THRU 2260-EXIT
003680             VARYING BRN-DAY-IX FROM 1 BY 1
003690             UNTIL BRN-DAY-IX > 7
003700                 OR BRN-FAIL-REASON NOT = SPACES
003710     END-IF.
003720 2250-EXIT.
003730     EXIT.
003740*****************************************************************
003750* 2260-EDIT-ONE-DAY - EACH EXPECTED-DAY FLAG MUST BE Y OR N.
003760*****************************************************************
003770 2260-EDIT-ONE-DAY.
003780     IF BRNC-DAYS (BRN-DAY-IX:1) NOT = 'Y'
003790         AND BRNC-DAYS (BRN-DAY-IX:1) NOT = 'N'
003800         MOVE 'DAYS NOT ALL Y OR N'  TO BRN-FAIL-REASON
003810     END-IF.
003820 2260-EXIT.
003830     EXIT.
003840*****************************************************************
003850* 2300-ADD-BRANCH - SLOT A NEW BRANCH INTO CODE ORDER. THE
003860* LOCATE HAS LEFT BRN-TARGET-POS AT THE FIRST ENTRY WITH A
003870* HIGHER CODE, OR ONE PAST THE END.
003880*****************************************************************
003890 2300-ADD-BRANCH.
003900     IF BRN-FOUND-YES
003910         MOVE 'BRANCH ALREADY EXISTS' TO BRN-FAIL-REASON
003920         GO TO 2300-EXIT.
003930     IF BRN-TABLE-CNT = 50
003940         MOVE 'BRANCH MASTER FULL'   TO BRN-FAIL-REASON
003950         GO TO 2300-EXIT.
003960     IF BRN-TARGET-POS NOT > BRN-TABLE-CNT
003970         PERFORM 2310-SHIFT-UP-ONE THRU 2310-EXIT
003980             VARYING BRN-SHIFT-IX FROM BRN-TABLE-CNT BY -1
003990             UNTIL BRN-SHIFT-IX < BRN-TARGET-POS
004000     END-IF.
004010     ADD 1 TO BRN-TABLE-CNT.
004020     MOVE SPACES                     TO BRN-WORK-ENTRY.
004030     MOVE BRNC-CODE                  TO BRW-CODE.
004040     MOVE BRNC-NAME                  TO BRW-NAME.
004050     MOVE BRNC-STATUS                TO BRW-STATUS.
004060     MOVE BRNC-FEED                  TO BRW-FEED.
004070     MOVE BRNC-DAYS                  TO BRW-DAYS.
004080     MOVE BRN-WORK-ENTRY TO BRN-TABLE-ENTRY (BRN-TARGET-POS).
004090     MOVE SPACES                     TO BRNA-OLD-ENTRY.
004100     MOVE BRN-WORK-ENTRY             TO BRNA-NEW-ENTRY.
004110     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
004120 2300-EXIT.
004130     EXIT.
004140*****************************************************************
004150* 2310-SHIFT-UP-ONE - MOVE ONE ENTRY UP A SLOT TO OPEN A GAP.
004160*****************************************************************
004170 2310-SHIFT-UP-ONE.
004180     MOVE BRN-TABLE-ENTRY (BRN-SHIFT-IX)
004190         TO BRN-TABLE-ENTRY (BRN-SHIFT-IX + 1).
004200 2310-EXIT.
004210     EXIT.
004220*****************************************************************
004230* 2400-CHANGE-BRANCH - OVERLAY THE FIELDS THE CARD SUPPLIES,
004240* KEEPING THE REST.
004250*****************************************************************
004260 2400-CHANGE-BRANCH.
004270     IF NOT BRN-FOUND-YES
004280         MOVE 'BRANCH NOT ON MASTER' TO BRN-FAIL-REASON
004290         GO TO 2400-EXIT.
004300     MOVE BRN-TABLE-ENTRY (BRN-TARGET-POS) TO BRNA-OLD-ENTRY.
004310     MOVE BRN-TABLE-ENTRY (BRN-TARGET-POS) TO BRN-WORK-ENTRY.
004320     IF BRNC-NAME NOT = SPACES
004330         MOVE BRNC-NAME              TO BRW-NAME
004340     END-IF.
004350     IF BRNC-STATUS NOT = SPACE
004360         MOVE BRNC-STATUS            TO BRW-STATUS
004370     END-IF.
004380     IF BRNC-FEED NOT = SPACE
004390         MOVE BRNC-FEED              TO BRW-FEED
004400     END-IF.
004410     IF BRNC-DAYS NOT = SPACES
004420         MOVE BRNC-DAYS              TO BRW-DAYS
004430     END-IF.
004440     MOVE BRN-WORK-ENTRY TO BRN-TABLE-ENTRY (BRN-TARGET-POS).
004450     MOVE BRN-WORK-ENTRY             TO BRNA-NEW-ENTRY.
004460     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
004470 2400-EXIT.
004480     EXIT.
004490*****************************************************************
004500* 2500-DELETE-BRANCH - TAKE THE BRANCH OFF THE MASTER AND CLOSE
004510* THE GAP.
004520*****************************************************************
004530 2500-DELETE-BRANCH.
004540     IF NOT BRN-FOUND-YES
004550         MOVE 'BRANCH NOT ON MASTER' TO BRN-FAIL-REASON
004560         GO TO 2500-EXIT.
004570     MOVE BRN-TABLE-ENTRY (BRN-TARGET-POS) TO BRNA-OLD-ENTRY.
004580     MOVE SPACES                     TO BRNA-NEW-ENTRY.
004590     IF BRN-TARGET-POS < BRN-TABLE-CNT
004600         PERFORM 2510-SHIFT-DOWN-ONE THRU 2510-EXIT
004610             VARYING BRN-SHIFT-IX FROM BRN-TARGET-POS BY 1
004620             UNTIL BRN-SHIFT-IX NOT < BRN-TABLE-CNT
004630     END-IF.
004640     SUBTRACT 1 FROM BRN-TABLE-CNT.
004650     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
004660 2500-EXIT.
004670     EXIT.
004680*****************************************************************
004690* 2510-SHIFT-DOWN-ONE - MOVE ONE ENTRY DOWN A SLOT OVER THE GAP.
004700*****************************************************************
004710 2510-SHIFT-DOWN-ONE.
004720     MOVE BRN-TABLE-ENTRY (BRN-SHIFT-IX + 1)
004730         TO BRN-TABLE-ENTRY (BRN-SHIFT-IX).
004740 2510-EXIT.
004750     EXIT.
004760*****************************************************************
004770* 2600-LOCATE-BRANCH - FIND THE CARD'S BRANCH ON THE MASTER.
004780* WHEN IT IS NOT THERE, BRN-TARGET-POS IS LEFT WHERE IT BELONGS
004790* IN CODE ORDER.
004800*****************************************************************
004810 2600-LOCATE-BRANCH.
004820     MOVE 'N' TO BRN-FOUND-SW.
004830     ADD 1 BRN-TABLE-CNT GIVING BRN-TARGET-POS.
004840     IF BRN-TABLE-CNT > ZERO
004850         PERFORM 2610-MATCH-ONE-BRANCH THRU 2610-EXIT
004860             VARYING BRN-SCAN-IX FROM 1 BY 1
004870             UNTIL BRN-SCAN-IX > BRN-TABLE-CNT
004880                 OR BRN-TARGET-POS NOT > BRN-TABLE-CNT
004890     END-IF.
004900 2600-EXIT.
004910     EXIT.
004920*****************************************************************
004930* 2610-MATCH-ONE-BRANCH - TEST ONE ENTRY'S CODE AGAINST THE
004940* CARD. THE FIRST ENTRY NOT BELOW THE CARD'S CODE ENDS THE SCAN
004950* - IT IS EITHER THE BRANCH ITSELF OR THE ONE IT GOES IN FRONT
004960* OF. THE POSITION IS CAPTURED HERE, WHILE THE SUBSCRIPT STILL
004970* ADDRESSES THAT ENTRY.
004980*****************************************************************
004990 2610-MATCH-ONE-BRANCH.
005000     MOVE BRN-TABLE-ENTRY (BRN-SCAN-IX) TO BRN-WORK-ENTRY.
005010     IF BRW-CODE NOT < BRNC-CODE
005020         MOVE BRN-SCAN-IX TO BRN-TARGET-POS
005030         IF BRW-CODE = BRNC-CODE
005040             SET BRN-FOUND-YES TO TRUE
005050         END-IF
005060     END-IF.
005070 2610-EXIT.
005080     EXIT.
005090*****************************************************************
005100* 2900-REPORT-CARD - ONE REPORT LINE PER CARD, APPLIED OR NOT.
005110*****************************************************************
005120 2900-REPORT-CARD.
005130     MOVE BRN-CARD-COUNT TO BRN-RPT-CARD-NO.
005140     MOVE BRNC-ACTION    TO BRN-RPT-ACTION.
005150     MOVE BRNC-CODE      TO BRN-RPT-CODE.
005160     MOVE BRNC-STATUS    TO BRN-RPT-STATUS.
005170     MOVE BRNC-FEED      TO BRN-RPT-FEED.
005180     MOVE BRNC-DAYS      TO BRN-RPT-DAYS.
005190     MOVE BRNC-AUTH-ID   TO BRN-RPT-AUTH-ID.
005200     IF BRN-FAIL-REASON = SPACES
005210         MOVE 'APPLIED'  TO BRN-RPT-RESULT
005220     ELSE
005230         MOVE BRN-FAIL-REASON TO BRN-RPT-RESULT
005240     END-IF.
005250     WRITE BRN-REPORT-RECORD FROM BRN-REPORT-LINE.
005260 2900-EXIT.
005270     EXIT.
005280*****************************************************************
005290* 3000-WRITE-MASTER - WRITE THE MASTER BACK OUT AS THE NEW
005300* GENERATION AND LIST EVERY BRANCH AS IT NOW STANDS.
005310*****************************************************************
005320 3000-WRITE-MASTER.
005330     WRITE BRN-REPORT-RECORD FROM BRN-LIST-HEAD-LINE.
005340     IF BRN-TABLE-CNT = ZERO
005350         GO TO 3000-EXIT.
005360     PERFORM 3100-WRITE-ONE-ENTRY THRU 3100-EXIT
005370         VARYING BRN-SCAN-IX FROM 1 BY 1
005380         UNTIL BRN-SCAN-IX > BRN-TABLE-CNT.
005390 3000-EXIT.
005400     EXIT.
005410*****************************************************************
005420* 3100-WRITE-ONE-ENTRY - WRITE AND LIST ONE BRANCH.
005430*****************************************************************
005440 3100-WRITE-ONE-ENTRY.
005450     MOVE BRN-TABLE-ENTRY (BRN-SCAN-IX) TO BRN-NEW-RECORD.
005460     WRITE BRN-NEW-RECORD.
005470     MOVE BRM-CODE       TO BRN-LST-CODE.
005480     MOVE BRM-NAME       TO BRN-LST-NAME.
005490     MOVE BRM-STATUS     TO BRN-LST-STATUS.
005500     MOVE BRM-FEED       TO BRN-LST-FEED.
005510     MOVE BRM-DAYS       TO BRN-LST-DAYS.
005520     WRITE BRN-REPORT-RECORD FROM BRN-LIST-LINE.
005530 3100-EXIT.
005540     EXIT.
005550*****************************************************************
005560* 5000-PRINT-TOTALS - ACCOUNT FOR EVERY CARD. CONDITION CODE 4
005570* FLAGS CARDS THAT COULD NOT BE APPLIED.
005580*****************************************************************
005590 5000-PRINT-TOTALS.
005600     MOVE 'CARDS READ'          TO BRN-TOT-LABEL.
005610     MOVE BRN-CARD-COUNT        TO BRN-TOT-VALUE.
005620     WRITE BRN-REPORT-RECORD FROM BRN-TOTAL-LINE.
005630     MOVE 'CARDS APPLIED'       TO BRN-TOT-LABEL.
005640     MOVE BRN-APPLIED-COUNT     TO BRN-TOT-VALUE.
005650     WRITE BRN-REPORT-RECORD FROM BRN-TOTAL-LINE.
005660     MOVE 'CARDS FAILED'        TO BRN-TOT-LABEL.
005670     MOVE BRN-FAILED-COUNT      TO BRN-TOT-VALUE.
005680     WRITE BRN-REPORT-RECORD FROM BRN-TOTAL-LINE.
005690     MOVE 'BRANCHES ON MASTER'  TO BRN-TOT-LABEL.
005700     MOVE BRN-TABLE-CNT         TO BRN-TOT-VALUE.
005710     WRITE BRN-REPORT-RECORD FROM BRN-TOTAL-LINE.
005720     IF BRN-FAILED-COUNT > ZERO
005730         MOVE 4 TO RETURN-CODE
005740     END-IF.
005750 5000-EXIT.
005760     EXIT.
005770*****************************************************************
005780* 8000-WRITE-AUDIT - WRITE THE BEFORE/AFTER AUDIT RECORD FOR ONE
005790* APPLIED CARD. THE CALLER HAS ALREADY SET THE OLD AND NEW
005800* ENTRY IMAGES.
005810*****************************************************************
005820 8000-WRITE-AUDIT.
005830     MOVE 'ALPHABRN'      TO BRNA-PROGRAM.
005840     ACCEPT BRNA-DATE FROM DATE.
005850     ACCEPT BRNA-TIME FROM TIME.
005860     MOVE BRNC-ACTION     TO BRNA-ACTION.
005870     MOVE BRNC-AUTH-ID    TO BRNA-AUTH-ID.
005880     MOVE BRNC-REASON     TO BRNA-REASON.
005890     WRITE BRN-AUDIT-RECORD.
005900 8000-EXIT.
005910     EXIT.
005920*****************************************************************
005930* 9700-JOURNAL-MILESTONE - APPEND ONE MILESTONE TO THE SHARED
005940* RUN JOURNAL THROUGH ALPHAJRN. THE CONDITION CODE GOES ALONG
005950* AS IT STANDS AND ALPHAJRN HANDS THE SAME CODE BACK.
005960*****************************************************************
005970 9700-JOURNAL-MILESTONE.
005980     MOVE RETURN-CODE TO BRN-JRN-RETCODE.
005990     CALL 'ALPHAJRN' USING BRN-JRN-PROGRAM, BRN-JRN-MILESTONE,
006000         BRN-JRN-COUNT, BRN-JRN-RETCODE.
006010 9700-EXIT.
006020     EXIT.
006030*****************************************************************
006040* 9900-ABEND - REPORT A FATAL ERROR ON THE OPERATOR CONSOLE AND
006050* STOP THE RUN WITH A NONZERO CONDITION CODE. THE CALLER SETS
006060* BRN-ABEND-MESSAGE.
006070*****************************************************************
006080 9900-ABEND.
006090     DISPLAY 'ALPHABRN ABEND - ' BRN-ABEND-MESSAGE.
006100     MOVE 16 TO RETURN-CODE.
006110     MOVE 'E' TO BRN-JRN-MILESTONE.
006120     MOVE BRN-CARD-COUNT TO BRN-JRN-COUNT.
006130     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
006140     STOP RUN.
006150 9900-EXIT.
006160     EXIT.
006170*****************************************************************
006180* 9999-TERMINATE - CLOSE FILES BEFORE GOBACK.
006190*****************************************************************
006200 9999-TERMINATE.
006210     CLOSE BRN-OLD-FILE.
006220     CLOSE BRN-CARD-FILE.
006230     CLOSE BRN-NEW-FILE.
006240     CLOSE BRN-AUDIT-FILE.
006250     CLOSE BRN-REPORT-FILE.
006260     MOVE 'E' TO BRN-JRN-MILESTONE.
006270     MOVE BRN-CARD-COUNT TO BRN-JRN-COUNT.
006280     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
006290 9999-EXIT.
006300     EXIT.
