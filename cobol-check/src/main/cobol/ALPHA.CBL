001527*                     PENDIN FOR THE LIVE RUN - SO A REBUILT
001528*                     FEED CAN BE PROVED AT 3 PM INSTEAD OF
001529*                     DISCOVERED AT 3 AM. TRIAL CANNOT RESTART.
001530*   10/15/2026  DC    FEED SEQUENCE REGISTER. EACH BRANCH HEADER
001531*                     NOW CARRIES A FILE SEQUENCE NUMBER (COLS
001532*                     13-18) PROVED AGAINST THE FEEDRGI REGISTER
001533*                     OF THE LAST FILE ACCEPTED PER BRANCH - A
001534*                     REPLAYED OR SKIPPED FILE STOPS THE RUN
001535*                     BEFORE ANY DETAIL IS TOUCHED. FEEDRGO IS
001536*                     WRITTEN ADVANCED ONLY BY A LIVE RUN THAT
001537*                     ENDS IN BALANCE, OTHERWISE UNCHANGED, AND
001538*                     BALRPT SAYS WHICH. ALPHAREG LISTS THE
001539*                     REGISTER AND APPLIES RESET CARDS.
001540*   10/15/2026  DC    BRANCH CONTROL MASTER. BRNMST NAMES EVERY
001541*                     VALID BRANCH WITH ITS STATUS, ITS TRANF
001542*                     FEED AND ITS EXPECTED WEEKDAYS. A DETAIL
001543*                     FOR A BRANCH NOT ON IT REJECTS 'UNKNOWN
001544*                     BRANCH', ONE FOR A CLOSED BRANCH 'BRANCH
001545*                     CLOSED'. A BRANCH FILE ARRIVING ON ANY
001546*                     FEED BUT ITS OWN STOPS THE RUN. BALRPT
001547*                     NAMES EVERY OPEN BRANCH EXPECTED TODAY
001548*                     THAT SENT NOTHING AND A BALANCED RUN THEN
001549*                     ENDS WITH CONDITION CODE 4. UNKNOWN CODES
001550*                     SHARE ONE '???' COUNT SLOT SO GARBAGE CAN
001551*                     NO LONGER FILL THE BRANCH TABLE.
001552*   10/15/2026  DC    BUSINESS-DAY CALENDAR. THE RUNPARM BUSINESS
001553*                     DATE MUST BE A BUSINESS DAY ON THE CALNDR
001554*                     CALENDAR, ASKED OF ALPHACAL, OR THE RUN
001555*                     STOPS. A FUTURE EFFECTIVE DATE THAT IS NOT
001556*                     A BUSINESS DAY ROLLS FORWARD OR REJECTS
001557*                     'EFF DATE NOT BUS DAY' AS THE CALENDAR'S
001558*                     RULE SAYS, AND PENDRPT SHOWS THE BUSINESS
001559*                     DAY EACH ITEM WILL ACTUALLY RELEASE ON.
001560*   10/15/2026  DC    MAKER-CHECKER APPROVAL QUEUE. A DELETE, OR
001561*                     A CHANGE MOVING THE MASTER NUMERIC BY MORE
001562*                     THAN THE RUNPARM TOLERANCE (COLS 24-26), IS
001563*                     HELD ON APPRQO INSTEAD OF BEING APPLIED AND
001564*                     LISTED ON THE APPRRPT APPROVALS-PENDING
001565*                     REPORT. ALPHAAPR RECORDS A SECOND PERSON'S
001566*                     DECISION - THE NEXT RUN APPLIES APPROVED
001567*                     ITEMS, REJECTS DECLINED ONES, CARRIES THE
001568*                     REST FORWARD AND ESCALATES ANY WAITING MORE
001569*                     THAN THE BUSINESS DAYS ON COLS 27-28. HELD,
001570*                     APPROVED AND DECLINED ITEMS JOIN THE
001571*                     BALANCING ON THEIR OWN LINES.
001572*   10/15/2026  DC    AN 'I' INQUIRY NOW READS THE MASTER WITH
001573*                     ALPHAMST 'Q', WHICH STAMPS THE ENTRY AS
001574*                     INQUIRED ON THE BUSINESS DATE BY THE
001575*                     BRANCH FOR THE DORMANT-ENTRY PURGE.
001576*   10/15/2026  DC    SUPPRESSED DUPLICATES ARE COUNTED PER
001577*                     BRANCH, CHECKPOINTED WITH THE OTHER BRANCH
001578*                     COUNTS, AND WRITTEN TO BALHIST FOR THE
001579*                     ALPHACLS MONTH-END CLOSE.
001580*   10/15/2026  DC    A LIVE RUN THAT ENDS OUT OF BALANCE, OR
001581*                     WITH A HIGH REJECT RATE, ALSO RAISES IT ON
001582*                     THE EXCPTN EXCEPTION FILE THROUGH ALPHAEXC
001583*                     FOR THE ALPHADSK CONTROL-DESK REPORT.
001584*   10/15/2026  DC    PENDRPT SHOWS 'PAST CAL' OR 'BAD DATE' IN
001585*                     PLACE OF A RELEASE DAY THE CALENDAR CANNOT
001586*                     GIVE. A FUTURE DATE PAST THE CALENDAR IS
001587*                     JUDGED BY ITS WEEKDAY UNDER THE 'J' RULE.
001588*                     MORE THAN 9999 HOLDS IN ONE DAY STOPS THE
001589*                     RUN - THE ITEM NUMBER IS FOUR DIGITS.
001590*   10/15/2026  DC    A HELD APPROVAL THE CALENDAR CANNOT AGE
001591*                     STOPS THE RUN INSTEAD OF QUIETLY ENDING
001592*                     ITS COUNT SHORT OF ESCALATION.
001593*****************************************************************
001594 ENVIRONMENT DIVISION.
001595 INPUT-OUTPUT SECTION.
001596 FILE-CONTROL.
001597*    ONE FEED PER BRANCH - THE RUN-CONTROL CARD SAYS HOW MANY OF
001598*    THE THREE FEED FILES ARE PRESENT TODAY.
001599     SELECT TRANS-FILE-1
001600         ASSIGN TO TRANF01
001601         ORGANIZATION IS SEQUENTIAL.
001602     SELECT TRANS-FILE-2
001603         ASSIGN TO TRANF02
001604         ORGANIZATION IS SEQUENTIAL.
001605     SELECT TRANS-FILE-3
001606         ASSIGN TO TRANF03
001610         ORGANIZATION IS SEQUENTIAL.
001620     SELECT REF1-FILE
001630         ASSIGN TO REFMST1
001900     SELECT PEND-REPORT-FILE
001901         ASSIGN TO PENDRPT
001902         ORGANIZATION IS SEQUENTIAL.
001903*    THE FEED SEQUENCE REGISTER - OPTIONAL, THE FIRST RUN HAS NO
001904*    REGISTER YET. TODAY'S RUN WRITES THE NEW GENERATION TO
001905*    FEEDRGO, WHICH BECOMES TOMORROW'S FEEDRGI.
001906     SELECT OPTIONAL FEED-REG-IN-FILE
001907         ASSIGN TO FEEDRGI
001908         ORGANIZATION IS SEQUENTIAL.
001909     SELECT FEED-REG-OUT-FILE
001910         ASSIGN TO FEEDRGO
001911         ORGANIZATION IS SEQUENTIAL.
001912*    THE BRANCH CONTROL MASTER, MAINTAINED BY ALPHABRN.
001913     SELECT BRANCH-MST-FILE
001914         ASSIGN TO BRNMST
001915         ORGANIZATION IS SEQUENTIAL.
001916*    THE MAKER-CHECKER APPROVAL QUEUE - OPTIONAL, THE FIRST RUN
001917*    HAS NO QUEUE YET. ALPHAAPR POSTS THE CHECKERS' DECISIONS TO
001918*    IT BETWEEN RUNS. TODAY'S RUN WRITES THE ITEMS STILL WAITING,
001919*    AND THOSE IT HELD TODAY, TO APPRQO FOR TOMORROW.
001920     SELECT OPTIONAL APPR-IN-FILE
001921         ASSIGN TO APPRQI
001922         ORGANIZATION IS SEQUENTIAL.
001923     SELECT APPR-OUT-FILE
001924         ASSIGN TO APPRQO
001925         ORGANIZATION IS SEQUENTIAL.
001926     SELECT APPR-REPORT-FILE
001927         ASSIGN TO APPRRPT
001928         ORGANIZATION IS SEQUENTIAL.
001930*    OPTIONAL SO A MISSING DATASET REACHES THE PARM-FILE-EMPTY
001932*    ABEND WITH ITS CLEAR MESSAGE INSTEAD OF A RAW OPEN FAILURE.
001934     SELECT OPTIONAL PARM-FILE
001936         ASSIGN TO RUNPARM
001938         ORGANIZATION IS SEQUENTIAL.
001940 DATA DIVISION.
001950 FILE SECTION.
001960* EACH FEED CARRIES THREE RECORD TYPES, TOLD APART BY THE
001970* LEADING BYTE - 'H' HEADER (FIRST RECORD, BUSINESS DATE,
001980* BRANCH AND FILE SEQUENCE), 'D' DETAIL, 'T' TRAILER (LAST
001985* RECORD, DETAIL COUNT AND HASH TOTAL OF TRANS-NUMERIC). THE
001990* RECORD IS MOVED TO THE
002000* COMMON TRANS-RECORD AREA IN WORKING STORAGE SO ONE SET OF
002010* LOGIC SERVES EVERY FEED.
002020 FD  TRANS-FILE-1
002440 01  SUMMARY-RECORD             PIC X(80).
002450 FD  CHECKPOINT-FILE
002460     LABEL RECORDS ARE STANDARD
002470     RECORD CONTAINS 496 CHARACTERS.
002480 01  CHECKPOINT-RECORD.
002490     05  CHKPT-KEY               PIC X(80).
002500     05  CHKPT-TABLE-1-IX        PIC 9(04).
002610             15  CHKPT-BR-CODE       PIC X(03).
002620             15  CHKPT-BR-EXTRACTS   PIC 9(08).
002630             15  CHKPT-BR-REJECTS    PIC 9(08).
002635             15  CHKPT-BR-MAINT      PIC 9(08).
002640             15  CHKPT-BR-DUPS       PIC 9(08).
002641     05  CHKPT-DUP-COUNT         PIC 9(08).
002642     05  CHKPT-PEND-COUNT        PIC 9(08).
002650     05  CHKPT-HELD-COUNT        PIC 9(04).
002660 FD  AUDIT-FILE
002670     LABEL RECORDS ARE STANDARD
002680     RECORD CONTAINS 57 CHARACTERS.
002924     LABEL RECORDS ARE STANDARD
002925     RECORD CONTAINS 80 CHARACTERS.
002926 01  PEND-REPORT-RECORD         PIC X(80).
002927 FD  FEED-REG-IN-FILE
002928     LABEL RECORDS ARE STANDARD
002929     RECORD CONTAINS 40 CHARACTERS.
002930 01  FEED-REG-IN-RECORD.
002931     COPY FEEDRG REPLACING ==:PFX:== BY ==RGI==.
002932 FD  FEED-REG-OUT-FILE
002933     LABEL RECORDS ARE STANDARD
002934     RECORD CONTAINS 40 CHARACTERS.
002935 01  FEED-REG-OUT-RECORD.
002936     COPY FEEDRG REPLACING ==:PFX:== BY ==RGO==.
002937 FD  BRANCH-MST-FILE
002938     LABEL RECORDS ARE STANDARD
002939     RECORD CONTAINS 60 CHARACTERS.
002940 01  BRANCH-MST-RECORD.
002941     COPY BRNMST REPLACING ==:PFX:== BY ==BRM==.
002942 FD  APPR-IN-FILE
002943     LABEL RECORDS ARE STANDARD
002944     RECORD CONTAINS 240 CHARACTERS.
002945 01  APPR-IN-RECORD.
002946     COPY APPRQ REPLACING ==:PFX:== BY ==AIN==.
002947 FD  APPR-OUT-FILE
002948     LABEL RECORDS ARE STANDARD
002949     RECORD CONTAINS 240 CHARACTERS.
002950 01  APPR-OUT-RECORD.
002951     COPY APPRQ REPLACING ==:PFX:== BY ==AOUT==.
002952 FD  APPR-REPORT-FILE
002953     LABEL RECORDS ARE STANDARD
002954     RECORD CONTAINS 80 CHARACTERS.
002955 01  APPR-REPORT-RECORD         PIC X(80).
002956 FD  PARM-FILE
002957     LABEL RECORDS ARE STANDARD
002958     RECORD CONTAINS 80 CHARACTERS.
002959* THE ONE RUN-CONTROL CARD - EVERY SETTING THE RUN USED TO TAKE
002960* FROM THE CONSOLE OR FROM COMPILED-IN CONSTANTS:
002961*     COL  1      RESTART FLAG ('Y' OR 'N')
002962*     COLS 2-5    CHECKPOINT INTERVAL (READS PER CHECKPOINT)
002970*     COLS 6-8    ALPHAEDT NUMERIC RANGE - LOW
002980*     COLS 9-11   ALPHAEDT NUMERIC RANGE - HIGH
002990*     COLS 12-19  BUSINESS DATE (YYYYMMDD)
003002*                 'N' OR BLANK = LIVE RUN)
003003*     COLS 22-23  REJECT DEAD-LETTER AGE LIMIT - READ BY THE
003004*                 ALPHARCY RECYCLE, NOT BY THIS PROGRAM
003005*     COLS 24-26  MAKER-CHECKER TOLERANCE - A CHANGE MOVING THE
003006*                 MASTER NUMERIC BY MORE THAN THIS IS HELD FOR
003007*                 APPROVAL. BLANK OR ZERO HOLDS DELETES ONLY
003008*     COLS 27-28  BUSINESS DAYS A HELD ITEM MAY WAIT FOR ITS
003009*                 DECISION BEFORE IT ESCALATES - BLANK OR ZERO
003012*                 NEVER ESCALATES
003015 01  PARM-RECORD.
003020     05  PARM-RESTART-FLAG    PIC X(01).
003030     05  PARM-CHKPT-INTERVAL  PIC 9(04).
003040     05  PARM-NUMERIC-LOW     PIC 9(03).
003060     05  PARM-RUN-DATE        PIC 9(08).
003070     05  PARM-FEED-COUNT      PIC 9(01).
003071     05  PARM-TRIAL-FLAG      PIC X(01).
003072     05  FILLER               PIC X(02).
003073     05  PARM-SWING-LIMIT     PIC X(03).
003074     05  PARM-ESCALATE-DAYS   PIC X(02).
003080     05  FILLER               PIC X(52).
003090 WORKING-STORAGE SECTION.
003100 77  WS-TABLE-1-CNT           PIC 9(04) COMP VALUE ZERO.
003110 77  WS-TABLE-2-CNT           PIC 9(04) COMP VALUE ZERO.
003667 77  WS-REPEND-COUNT          PIC 9(08) COMP VALUE ZERO.
003668 77  WS-PEND-EOF-SW           PIC X(01)   VALUE 'N'.
003669     88  WS-PEND-EOF-YES                  VALUE 'Y'.
003670*    MAKER-CHECKER. WS-SWING-LIMIT IS THE LARGEST MOVE IN THE
003671*    MASTER NUMERIC A CHANGE MAY MAKE WITHOUT APPROVAL - ZERO
003672*    HOLDS DELETES ONLY. WS-ESCALATE-DAYS IS HOW MANY BUSINESS
003673*    DAYS A HELD ITEM MAY WAIT - ZERO NEVER ESCALATES. THE
003674*    APPROVED SWITCH IS ON WHILE AN ITEM A CHECKER RELEASED IS
003675*    BEING APPLIED, SO IT IS NOT HELD A SECOND TIME.
003676 77  WS-SWING-LIMIT           PIC 9(03)   VALUE ZERO.
003677 77  WS-ESCALATE-DAYS         PIC 9(02)   VALUE ZERO.
003678 77  WS-SWING                 PIC 9(03)   VALUE ZERO.
003679 77  WS-HOLD-REASON           PIC X(01)   VALUE SPACE.
003680 77  WS-HOLD-OLD-NUMERIC      PIC 9(03)   VALUE ZERO.
003681 77  WS-HELD-COUNT            PIC 9(08) COMP VALUE ZERO.
003682 77  WS-APPROVED-COUNT        PIC 9(08) COMP VALUE ZERO.
003683 77  WS-DECLINED-COUNT        PIC 9(08) COMP VALUE ZERO.
003684 77  WS-OUTSTANDING-COUNT     PIC 9(08) COMP VALUE ZERO.
003685 77  WS-ESCALATED-COUNT       PIC 9(08) COMP VALUE ZERO.
003686 77  WS-AGE-DATE              PIC 9(08)   VALUE ZERO.
003687 77  WS-AGE-DAYS              PIC 9(03)   VALUE ZERO.
003688 77  WS-APPROVED-SW           PIC X(01)   VALUE 'N'.
003689     88  WS-APPROVED-YES                  VALUE 'Y'.
003690     88  WS-APPROVED-NO                   VALUE 'N'.
003691 77  WS-ESCALATE-SW           PIC X(01)   VALUE 'N'.
003692     88  WS-ESCALATE-YES                  VALUE 'Y'.
003693     88  WS-ESCALATE-NO                   VALUE 'N'.
003694 77  WS-APPR-EOF-SW           PIC X(01)   VALUE 'N'.
003695     88  WS-APPR-EOF-YES                  VALUE 'Y'.
003696*    SEQUENCE OF THE DETAIL BEING DECIDED AND OF THE FIRST
003697*    OCCURRENCE OF ITS BRANCH/KEY/CODE/NUMERIC COMBINATION -
003698*    WHEN THE TWO DIFFER THE DETAIL IS A CROSS-FEED DUPLICATE.
003699 77  WS-DUP-SEQ               PIC 9(08) COMP VALUE ZERO.
003700 77  WS-DUP-FIRST-SEQ         PIC 9(08) COMP VALUE ZERO.
003701 77  WS-SEEN-CNT              PIC 9(04) COMP VALUE ZERO.
003702 77  WS-SEEN-SCAN-IX          PIC 9(04) COMP VALUE ZERO.
003703 77  WS-SEEN-HIT-IX           PIC 9(04) COMP VALUE ZERO.
003704 77  WS-SEEN-FOUND-SW         PIC X(01)   VALUE 'N'.
003705     88  WS-SEEN-FOUND-YES                VALUE 'Y'.
003706 77  WS-CHKPT-TAKEN-COUNT     PIC 9(08) COMP VALUE ZERO.
003707 77  WS-BAL-EXPECTED          PIC 9(09) COMP VALUE ZERO.
003708 77  WS-BAL-INPUT             PIC 9(09) COMP VALUE ZERO.
003709 77  WS-REJECT-RATE-WORK      PIC 9(10) COMP VALUE ZERO.
003710 77  WS-REJECT-LIMIT-WORK     PIC 9(11) COMP VALUE ZERO.
003711*    A RUN WHOSE REJECT RATE EXCEEDS THIS PERCENTAGE ENDS WITH A
003720*    WARNING CONDITION CODE EVEN WHEN THE COUNTS THEMSELVES BALANCE.
003730 77  WS-REJECT-RATE-LIMIT     PIC 9(03)   VALUE 010.
003740 77  WS-CHECKPOINT-INTERVAL   PIC 9(04) COMP VALUE 0100.
003820 77  WS-LAST-CHKPT-MAINT      PIC 9(08)   VALUE ZERO.
003821 77  WS-LAST-CHKPT-DUPS       PIC 9(08)   VALUE ZERO.
003822 77  WS-LAST-CHKPT-PENDS      PIC 9(08)   VALUE ZERO.
003823 77  WS-LAST-CHKPT-HELD       PIC 9(04)   VALUE ZERO.
003830 77  WS-LAST-CHKPT-FEED       PIC 9(02) COMP VALUE 1.
003840 77  WS-LAST-CHKPT-BR-CNT     PIC 9(02)   VALUE ZERO.
003850 01  WS-LAST-CHKPT-BRANCHES.
003870         10  WS-LAST-BR-CODE     PIC X(03).
003880         10  WS-LAST-BR-EXTRACTS PIC 9(08).
003890         10  WS-LAST-BR-REJECTS  PIC 9(08).
003895         10  WS-LAST-BR-MAINT    PIC 9(08).
003900         10  WS-LAST-BR-DUPS     PIC 9(08).
003910 77  WS-SKIP-COUNT            PIC 9(08) COMP VALUE ZERO.
003920 77  WS-CHKPT-EOF-SW          PIC X(01)   VALUE 'N'.
003930     88  WS-CHKPT-EOF-YES                 VALUE 'Y'.
004010 77  WS-BUSINESS-DATE         PIC 9(08)   VALUE ZERO.
004020 77  WS-EDIT-LOW              PIC 999     VALUE ZERO.
004030 77  WS-EDIT-HIGH             PIC 999     VALUE ZERO.
004031 77  WS-HASH-TOTAL            PIC 9(12) COMP VALUE ZERO.
004032*    RUN-JOURNAL MILESTONE ARGUMENTS FOR ALPHAJRN.
004033 77  WS-JRN-PROGRAM           PIC X(08)   VALUE 'ALPHA'.
004034 77  WS-JRN-MILESTONE         PIC X(01)   VALUE SPACE.
004035 77  WS-JRN-COUNT             PIC 9(08)   VALUE ZERO.
004036 77  WS-JRN-RETCODE           PIC 9(04)   VALUE ZERO.
004037*    CONTROL-DESK EXCEPTION CONDITION CODE FOR ALPHAEXC.
004045 77  WS-EXC-RETCODE           PIC 9(04)   VALUE ZERO.
004046*    FEED SEQUENCE REGISTER. WS-REG-IX IS THE SLOT OF THE FEED
004047*    BEING READ - ZERO FOR THE RESUBMISSION FEED, WHICH IS NOT
004048*    CUT BY A BRANCH AND IS NOT REGISTERED.
004049 77  WS-REG-CNT               PIC 9(04) COMP VALUE ZERO.
004050 77  WS-REG-IX                PIC 9(04) COMP VALUE ZERO.
004051 77  WS-REG-SCAN-IX           PIC 9(04) COMP VALUE ZERO.
004052 77  WS-REG-FOUND-SW          PIC X(01)   VALUE 'N'.
004053     88  WS-REG-FOUND-YES                 VALUE 'Y'.
004054 77  WS-REG-EOF-SW            PIC X(01)   VALUE 'N'.
004055     88  WS-REG-EOF-YES                   VALUE 'Y'.
004056 77  WS-REG-NEXT-SEQ          PIC 9(06)   VALUE ZERO.
004057*    BRANCH CONTROL MASTER. WS-BRM-LOOKUP IS THE CODE TO FIND -
004058*    7300-FIND-BRANCH-MST LEAVES ITS SLOT IN WS-BRM-IX.
004059 77  WS-BRM-CNT               PIC 9(04) COMP VALUE ZERO.
004060 77  WS-BRM-IX                PIC 9(04) COMP VALUE ZERO.
004061 77  WS-BRM-SCAN-IX           PIC 9(04) COMP VALUE ZERO.
004062 77  WS-BRM-FOUND-SW          PIC X(01)   VALUE 'N'.
004063     88  WS-BRM-FOUND-YES                 VALUE 'Y'.
004064 77  WS-BRM-EOF-SW            PIC X(01)   VALUE 'N'.
004065     88  WS-BRM-EOF-YES                   VALUE 'Y'.
004066 77  WS-BRM-LOOKUP            PIC X(03)   VALUE SPACES.
004067*    THE BUSINESS DATE'S WEEKDAY, 1 MONDAY THROUGH 7 SUNDAY.
004068 77  WS-RUN-WEEKDAY           PIC 9(01)   VALUE ZERO.
004069 77  WS-NOFEED-COUNT          PIC 9(04) COMP VALUE ZERO.
004070*    THE CODE A BRANCH'S COUNTS ARE BOOKED UNDER - ITS OWN, OR
004071*    '???' FOR EVERY CODE NOT ON THE BRANCH MASTER.
004072 77  WS-BR-SLOT-CODE          PIC X(03)   VALUE SPACES.
004073*    CALENDAR ARGUMENTS FOR ALPHACAL. WS-CAL-RULE IS THE
004074*    CALENDAR'S EFFECTIVE-DATE RULE, HANDED BACK ON EVERY CALL.
004075 77  WS-CAL-FUNCTION          PIC X(01)   VALUE 'B'.
004076 77  WS-CAL-RESULT            PIC 9(08)   VALUE ZERO.
004077 77  WS-CAL-RULE              PIC X(01)   VALUE SPACE.
004078     88  WS-CAL-EFF-REJECT                VALUE 'J'.
004079 77  WS-CAL-STATUS            PIC X(02)   VALUE SPACES.
004080 77  WS-EFF-REASON            PIC X(20)   VALUE SPACES.
004082 01  WS-SUMMARY-LINE.
004084     05  WS-SUM-IX            PIC ZZZ9.
004086     05  FILLER               PIC X(02) VALUE SPACES.
004088     05  WS-SUM-THING-1       PIC X(05).
004090     05  FILLER               PIC X(02) VALUE SPACES.
004100     05  WS-SUM-THING-2       PIC X(05).
004110     05  FILLER               PIC X(02) VALUE SPACES.
004250     05  TRANS-HDR-TYPE       PIC X(01).
004260     05  TRANS-HDR-DATE       PIC 9(08).
004270     05  TRANS-HDR-BRANCH     PIC X(03).
004271*        ONE UP PER FILE CUT BY THE BRANCH - PROVED AGAINST THE
004272*        FEED SEQUENCE REGISTER. UNUSED ON THE RESUBMISSION FEED.
004273     05  TRANS-HDR-SEQ        PIC 9(06).
004280     05  FILLER               PIC X(158).
004290 01  TRANS-TRAILER-RECORD REDEFINES TRANS-RECORD.
004300     05  TRANS-TRL-TYPE       PIC X(01).
004310     05  TRANS-TRL-COUNT      PIC 9(08).
004351         10  SEEN-CODE        PIC X(01).
004352         10  SEEN-NUMERIC     PIC 9(03).
004353         10  SEEN-FIRST-SEQ   PIC 9(08) COMP.
004354* THE FEED SEQUENCE REGISTER AS LOADED FROM FEEDRGI, ADVANCED
004355* IN PLACE AS EACH BRANCH FEED'S HEADER AND TRAILER ARE PROVED.
004356* A SECOND FILE FROM THE SAME BRANCH IN ONE RUN MUST THEREFORE
004357* FOLLOW THE FIRST - AND THE SAME FILE GIVEN TWICE IS A REPLAY.
004358 01  WS-REG-TABLE.
004359     05  WS-REG-ENTRY OCCURS 50 TIMES.
004360         10  REG-BRANCH       PIC X(03).
004361         10  REG-SEQ          PIC 9(06).
004362         10  REG-DATE         PIC 9(08).
004363         10  REG-COUNT        PIC 9(08).
004364         10  REG-HASH         PIC 9(12).
004365* THE BRANCH CONTROL MASTER AS LOADED FROM BRNMST, WITH A FLAG
004366* SET AS EACH BRANCH'S OWN FILE IS HEADED TODAY.
004367 01  WS-BRM-TABLE.
004368     05  WS-BRM-ENTRY OCCURS 50 TIMES.
004369         10  BRT-CODE         PIC X(03).
004370         10  BRT-NAME         PIC X(30).
004371         10  BRT-STATUS       PIC X(01).
004372             88  BRT-OPEN                 VALUE 'O'.
004373             88  BRT-CLOSED               VALUE 'C'.
004374         10  BRT-FEED         PIC 9(01).
004375         10  BRT-DAYS         PIC X(07).
004376         10  BRT-SENT-SW      PIC X(01).
004377             88  BRT-SENT-YES             VALUE 'Y'.
004378* PER-BRANCH QUALITY COUNTS, REGISTERED AS EACH BRANCH FIRST
004379* APPEARS ON A FEED.
004380 01  WS-BRANCH-STATS.
004381     05  WS-BRANCH-ENTRY OCCURS 10 TIMES.
004382         10  BR-CODE          PIC X(03).
004390         10  BR-READS         PIC 9(08) COMP.
004400         10  BR-EXTRACTS      PIC 9(08) COMP.
004410         10  BR-REJECTS       PIC 9(08) COMP.
004415         10  BR-MAINT         PIC 9(08) COMP.
004420         10  BR-DUPS          PIC 9(08) COMP.
004430 01  WS-BRANCH-LINE.
004440     05  FILLER               PIC X(07) VALUE 'BRANCH '.
004450     05  WS-BRL-CODE          PIC X(03).
004680     05  WS-BAL-LABEL         PIC X(22).
004690     05  WS-BAL-VALUE         PIC ZZZZZZZ9.
004700     05  FILLER               PIC X(50) VALUE SPACES.
004701 01  WS-PEND-HEAD-LINE.
004702     05  FILLER               PIC X(26)
004703             VALUE 'PENDING INVENTORY  BRANCH '.
004704     05  FILLER               PIC X(32)
004705             VALUE ' EFF DATE  RELEASE   CD  FIELD-1'.
004706     05  FILLER               PIC X(22) VALUE SPACES.
004707 01  WS-PEND-LINE.
004708     05  FILLER               PIC X(19) VALUE SPACES.
004709     05  WS-PND-BRANCH        PIC X(03).
004710     05  FILLER               PIC X(05) VALUE SPACES.
004711     05  WS-PND-EFF-DATE      PIC 9(08).
004712     05  FILLER               PIC X(02) VALUE SPACES.
004713     05  WS-PND-RELEASE       PIC 9(08).
004714     05  WS-PND-RELEASE-X REDEFINES WS-PND-RELEASE
004715                              PIC X(08).
004716     05  FILLER               PIC X(02) VALUE SPACES.
004717     05  WS-PND-CODE          PIC X(01).
004718     05  FILLER               PIC X(02) VALUE SPACES.
004719     05  WS-PND-FIELD-1       PIC X(30).
004720*    CONTROL-DESK EXCEPTION RECORD FOR ALPHAEXC, AND THE DETAIL
004721*    TEXTS ITS VERDICT EXCEPTIONS CARRY.
004722 01  WS-EXC-RECORD.
004723     COPY EXCREC REPLACING ==:PFX:== BY ==WS-EXC==.
004724 01  WS-EXC-BAL-TEXT.
004725     05  FILLER               PIC X(05) VALUE 'READ '.
004726     05  WS-EXT-BAL-INPUT     PIC ZZZZZZZZ9.
004727     05  FILLER               PIC X(07) VALUE ' ROUTED'.
004728     05  WS-EXT-BAL-EXPECTED  PIC ZZZZZZZZ9.
004729 01  WS-EXC-REJ-TEXT.
004730     05  WS-EXT-REJ-REJECTS   PIC ZZZZZZZ9.
004731     05  FILLER               PIC X(04) VALUE ' OF '.
004732     05  WS-EXT-REJ-READS     PIC ZZZZZZZ9.
004733     05  FILLER               PIC X(10) VALUE ' REJECTED'.
004734 01  WS-BALANCE-VERDICT-LINE.
004735     05  FILLER               PIC X(09) VALUE 'VERDICT: '.
004736     05  WS-BAL-VERDICT       PIC X(16).
004740     05  FILLER               PIC X(55) VALUE SPACES.
004741 01  WS-TRIAL-NOTE-LINE.
004742     05  FILLER               PIC X(52) VALUE
004743         'TRIAL MODE - MASTER, EXTRACT AND WAREHOUSE UNTOUCHED'.
004744     05  FILLER               PIC X(28) VALUE SPACES.
004745 01  WS-REG-NOTE-LINE.
004746     05  FILLER               PIC X(16) VALUE 'FEED REGISTER - '.
004747     05  WS-REG-NOTE          PIC X(40).
004748     05  FILLER               PIC X(24) VALUE SPACES.
004749 01  WS-NOFEED-LINE.
004750     05  FILLER               PIC X(07) VALUE 'BRANCH '.
004751     05  WS-NFL-CODE          PIC X(03).
004752     05  FILLER               PIC X(01) VALUE SPACE.
004753     05  WS-NFL-NAME          PIC X(30).
004754     05  FILLER               PIC X(34)
004755             VALUE ' EXPECTED TODAY - NO FEED RECEIVED'.
004756     05  FILLER               PIC X(05) VALUE SPACES.
004757*    ONE APPROVAL-QUEUE ITEM IS BUILT HERE AND WRITTEN FROM HERE.
004758 01  WS-APPR-RECORD.
004759     COPY APPRQ REPLACING ==:PFX:== BY ==WAQ==.
004760 01  WS-APPR-TITLE-LINE.
004761     05  FILLER               PIC X(34)
004762             VALUE 'APPROVALS PENDING - BUSINESS DATE '.
004763     05  WS-APT-DATE          PIC 9(08).
004764     05  FILLER               PIC X(38) VALUE SPACES.
004765 01  WS-APPR-HEAD-LINE.
004766     05  FILLER               PIC X(15) VALUE 'ITEM'.
004767     05  FILLER               PIC X(05) VALUE 'BR'.
004768     05  FILLER               PIC X(03) VALUE 'CD'.
004769     05  FILLER               PIC X(12) VALUE 'KEY'.
004770     05  FILLER               PIC X(05) VALUE 'OLD'.
004771     05  FILLER               PIC X(04) VALUE 'NEW'.
004772     05  FILLER               PIC X(06) VALUE 'DAYS'.
004773     05  FILLER               PIC X(30) VALUE 'HELD FOR'.
004774 01  WS-APPR-LINE.
004775     05  WS-APL-HELD-DATE     PIC 9(08).
004776     05  FILLER               PIC X(01) VALUE '-'.
004777     05  WS-APL-SEQ           PIC 9(04).
004778     05  FILLER               PIC X(02) VALUE SPACES.
004779     05  WS-APL-BRANCH        PIC X(03).
004780     05  FILLER               PIC X(02) VALUE SPACES.
004781     05  WS-APL-CODE          PIC X(01).
004782     05  FILLER               PIC X(02) VALUE SPACES.
004783     05  WS-APL-KEY           PIC X(10).
004784     05  FILLER               PIC X(02) VALUE SPACES.
004785     05  WS-APL-OLD           PIC ZZ9.
004786     05  FILLER               PIC X(02) VALUE SPACES.
004787     05  WS-APL-NEW           PIC ZZ9.
004788     05  FILLER               PIC X(02) VALUE SPACES.
004789     05  WS-APL-DAYS          PIC ZZ9.
004790     05  FILLER               PIC X(02) VALUE SPACES.
004791     05  WS-APL-REASON        PIC X(12).
004792     05  FILLER               PIC X(02) VALUE SPACES.
004793     05  WS-APL-FLAG          PIC X(09).
004794     05  FILLER               PIC X(05) VALUE SPACES.
004795 PROCEDURE DIVISION.
004796 0000-MAINLINE.
004797     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004798     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
004799         UNTIL WS-EOF-YES.
004800*    THE FEEDS ARE DONE - PENDING ITEMS WHOSE BUSINESS DAY HAS
004801*    ARRIVED NOW RELEASE INTO THE SAME DISPATCH FLOW.
004802     PERFORM 2600-RELEASE-PENDING THRU 2600-EXIT.
004803*    THEN THE APPROVAL QUEUE - DECIDED ITEMS ACT, WAITING ONES
004804*    CARRY FORWARD AND AGE.
004805     PERFORM 2700-PROCESS-APPROVALS THRU 2700-EXIT.
004806     PERFORM 3000-MATCH-TABLES THRU 3000-EXIT.
004810     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
004820     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004830     GOBACK.
005111     END-IF.
005120     PERFORM 1100-LOAD-TABLE-1 THRU 1100-EXIT.
005130     PERFORM 1130-LOAD-TABLE-2 THRU 1130-EXIT.
005131*    THE REGISTER IS LOADED BEFORE THE FIRST HEADER IS READ - A
005132*    RESTART LOADS THE SAME UNADVANCED GENERATION, SO THE FEEDS
005133*    IT READS BACK PAST PROVE AGAINST IT EXACTLY AS BEFORE.
005134     PERFORM 1300-LOAD-REGISTER THRU 1300-EXIT.
005135*    LIKEWISE THE BRANCH MASTER - EVERY HEADER'S BRANCH IS
005136*    PROVED AGAINST IT.
005137     PERFORM 1400-LOAD-BRANCH-MASTER THRU 1400-EXIT.
005140     IF WS-RESTART-YES
005150*        REJECT-FILE, AUDIT-FILE AND EXTRACT-FILE ARE WRITTEN
005160*        ONE RECORD AT A TIME AS EACH TRANSACTION IS PROCESSED,
005211         OPEN EXTEND DUPLICATE-FILE
005212         OPEN EXTEND PEND-OUT-FILE
005213         OPEN EXTEND PEND-REPORT-FILE
005214         OPEN EXTEND APPR-OUT-FILE
005215         OPEN EXTEND APPR-REPORT-FILE
005220         PERFORM 1200-RESTART-RECOVER THRU 1200-EXIT
005230     ELSE
005240         OPEN OUTPUT REJECT-FILE
005262             OPEN OUTPUT PEND-OUT-FILE
005263             OPEN OUTPUT PEND-REPORT-FILE
005264             WRITE PEND-REPORT-RECORD FROM WS-PEND-HEAD-LINE
005265             OPEN OUTPUT APPR-OUT-FILE
005266             OPEN OUTPUT APPR-REPORT-FILE
005267             MOVE WS-BUSINESS-DATE TO WS-APT-DATE
005268             WRITE APPR-REPORT-RECORD FROM WS-APPR-TITLE-LINE
005269             WRITE APPR-REPORT-RECORD FROM WS-APPR-HEAD-LINE
005270             OPEN OUTPUT CHECKPOINT-FILE
005271         END-IF
005280         PERFORM 1040-OPEN-FEED THRU 1040-EXIT
005400     MOVE ZERO   TO BR-READS (WS-BR-SCAN-IX).
005410     MOVE ZERO   TO BR-EXTRACTS (WS-BR-SCAN-IX).
005420     MOVE ZERO   TO BR-REJECTS (WS-BR-SCAN-IX).
005425     MOVE ZERO   TO BR-MAINT (WS-BR-SCAN-IX).
005430     MOVE ZERO   TO BR-DUPS (WS-BR-SCAN-IX).
005440 1010-EXIT.
005450     EXIT.
005460*****************************************************************
005811     MOVE 'TRIAL FLAG'        TO WS-PARM-ECHO-LABEL.
005812     MOVE PARM-TRIAL-FLAG     TO WS-PARM-ECHO-VALUE.
005813     PERFORM 1030-ECHO-ONE-PARM THRU 1030-EXIT.
005814     MOVE 'SWING TOLERANCE'   TO WS-PARM-ECHO-LABEL.
005815     MOVE PARM-SWING-LIMIT    TO WS-PARM-ECHO-VALUE.
005816     PERFORM 1030-ECHO-ONE-PARM THRU 1030-EXIT.
005817     MOVE 'ESCALATE DAYS'     TO WS-PARM-ECHO-LABEL.
005818     MOVE PARM-ESCALATE-DAYS  TO WS-PARM-ECHO-VALUE.
005819     PERFORM 1030-ECHO-ONE-PARM THRU 1030-EXIT.
005820     IF PARM-RESTART-FLAG NOT = 'Y'
005830         AND PARM-RESTART-FLAG NOT = 'N'
005840         MOVE 'RESTART FLAG NOT Y OR N'
006080         PERFORM 9900-ABEND THRU 9900-EXIT
006090     END-IF.
006100     PERFORM 1025-EDIT-PARM-DATE THRU 1025-EXIT.
006101     PERFORM 1027-CHECK-BUSINESS-DAY THRU 1027-EXIT.
006110     IF PARM-FEED-COUNT NOT NUMERIC
006120         OR PARM-FEED-COUNT < 1
006130         OR PARM-FEED-COUNT > 3
006194         END-IF
006195         SET WS-TRIAL-YES TO TRUE
006196     END-IF.
006197*    THE MAKER-CHECKER CONTROLS ARE OFF WHEN LEFT BLANK, THE
006198*    SAME AS THE RECYCLE AGE LIMIT BESIDE THEM - BUT ANYTHING
006199*    KEYED THERE MUST BE A NUMBER.
006200     IF PARM-SWING-LIMIT NOT = SPACES
006201         IF PARM-SWING-LIMIT NOT NUMERIC
006202             MOVE 'SWING TOLERANCE NOT NUMERIC'
006203                 TO WS-ABEND-MESSAGE
006204             PERFORM 9900-ABEND THRU 9900-EXIT
006205         END-IF
006206         MOVE PARM-SWING-LIMIT TO WS-SWING-LIMIT
006207     END-IF.
006208     IF PARM-ESCALATE-DAYS NOT = SPACES
006209         IF PARM-ESCALATE-DAYS NOT NUMERIC
006210             MOVE 'ESCALATE DAYS NOT NUMERIC'
006211                 TO WS-ABEND-MESSAGE
006212             PERFORM 9900-ABEND THRU 9900-EXIT
006213         END-IF
006214         MOVE PARM-ESCALATE-DAYS TO WS-ESCALATE-DAYS
006215     END-IF.
006216     MOVE PARM-FEED-COUNT     TO WS-FEED-COUNT.
006217     MOVE PARM-RESTART-FLAG   TO WS-RESTART-FLAG.
006218     MOVE PARM-CHKPT-INTERVAL TO WS-CHECKPOINT-INTERVAL.
006219     MOVE PARM-NUMERIC-LOW    TO WS-EDIT-LOW.
006220     MOVE PARM-NUMERIC-HIGH   TO WS-EDIT-HIGH.
006230     MOVE PARM-RUN-DATE       TO WS-BUSINESS-DATE.
006240     CLOSE PARM-FILE.
006590     END-EVALUATE.
006600 1025-EXIT.
006610     EXIT.
006611*****************************************************************
006612* 1027-CHECK-BUSINESS-DAY - THE BUSINESS DATE MUST BE A BUSINESS
006613* DAY ON THE CALNDR CALENDAR - A SATURDAY, A HOLIDAY OR A DATE
006614* THE CALENDAR DOES NOT COVER YET STOPS THE RUN BEFORE ANY
006615* TRANSACTION IS TOUCHED. THE CALENDAR'S EFFECTIVE-DATE RULE IS
006616* ECHOED WITH THE CARD.
006617*****************************************************************
006618 1027-CHECK-BUSINESS-DAY.
006619     MOVE 'B' TO WS-CAL-FUNCTION.
006620     CALL 'ALPHACAL' USING WS-CAL-FUNCTION, PARM-RUN-DATE,
006621         WS-CAL-RESULT, WS-CAL-RULE, WS-CAL-STATUS.
006622     EVALUATE WS-CAL-STATUS
006623         WHEN '00'
006624             CONTINUE
006625         WHEN '01'
006626             DISPLAY 'ALPHA BUSINESS DATE ' PARM-RUN-DATE
006627                 ' NEXT BUSINESS DAY ' WS-CAL-RESULT
006628             MOVE 'BUSINESS DATE IS NOT A BUSINESS DAY'
006629                 TO WS-ABEND-MESSAGE
006630         WHEN '95'
006631             MOVE 'CALENDAR DOES NOT COVER THE BUSINESS DATE'
006632                 TO WS-ABEND-MESSAGE
006633         WHEN '90'
006634             MOVE 'CALENDAR CALNDR MISSING OR NO CONTROL RECORD'
006635                 TO WS-ABEND-MESSAGE
006636         WHEN '91'
006637             MOVE 'CALENDAR CALNDR DAMAGED'
006638                 TO WS-ABEND-MESSAGE
006639         WHEN '92'
006640             MOVE 'CALNDR EXCEEDS 400-HOLIDAY TABLE LIMIT'
006641                 TO WS-ABEND-MESSAGE
006642         WHEN OTHER
006643             MOVE 'CALENDAR LOOKUP FAILED'
006644                 TO WS-ABEND-MESSAGE
006645     END-EVALUATE.
006646     IF WS-CAL-STATUS NOT = '00'
006647         PERFORM 9900-ABEND THRU 9900-EXIT
006648     END-IF.
006649     MOVE 'EFF DATE RULE'     TO WS-PARM-ECHO-LABEL.
006650     MOVE WS-CAL-RULE         TO WS-PARM-ECHO-VALUE.
006651     PERFORM 1030-ECHO-ONE-PARM THRU 1030-EXIT.
006652 1027-EXIT.
006653     EXIT.
006654*****************************************************************
006655* 1030-ECHO-ONE-PARM - WRITE ONE PARAMETER-ECHO LINE TO THE
006656* SUMMARY REPORT.
006657*****************************************************************
006660 1030-ECHO-ONE-PARM.
006670     WRITE SUMMARY-RECORD FROM WS-PARM-ECHO-LINE.
006680 1030-EXIT.
006920* DIFFERENT BUSINESS DAY, IS STALE OR MIS-CATALOGUED AND THE RUN
006930* STOPS BEFORE ANY TRANSACTION IS TOUCHED. BECAUSE THE BUSINESS
006940* DATE COMES FROM THE CARD AND NOT THE WALL CLOCK, THE TEST ALSO
006950* HOLDS ON A RESTART THAT CROSSES MIDNIGHT. A BRANCH HEADER'S
006951* FILE SEQUENCE IS THEN PROVED AGAINST THE FEED REGISTER AND
006952* ITS BRANCH AGAINST THE BRANCH MASTER.
006960*****************************************************************
006970 1050-VERIFY-HEADER.
006980     PERFORM 2150-READ-FEED-RECORD THRU 2150-EXIT.
007230     MOVE TRANS-HDR-BRANCH TO WS-FEED-BRANCH.
007240     MOVE ZERO TO WS-FEED-READ-COUNT.
007250     MOVE ZERO TO WS-HASH-TOTAL.
007251     PERFORM 1350-CHECK-REGISTER THRU 1350-EXIT.
007252     PERFORM 1450-CHECK-FEED-BRANCH THRU 1450-EXIT.
007260 1050-EXIT.
007270     EXIT.
007280*****************************************************************
008550         MOVE WS-LAST-CHKPT-MAINT    TO WS-MAINT-APPLIED
008551         MOVE WS-LAST-CHKPT-DUPS     TO WS-DUP-COUNT
008552         MOVE WS-LAST-CHKPT-PENDS    TO WS-PENDED-COUNT
008553         MOVE WS-LAST-CHKPT-HELD     TO WS-HELD-COUNT
008560         MOVE WS-LAST-CHKPT-BR-CNT   TO WS-BRANCH-CNT
008570         IF WS-BRANCH-CNT > ZERO
008580             PERFORM 1217-RESTORE-ONE-BRANCH THRU 1217-EXIT
009010             MOVE CHKPT-MAINT-COUNT   TO WS-LAST-CHKPT-MAINT
009011             MOVE CHKPT-DUP-COUNT     TO WS-LAST-CHKPT-DUPS
009012             MOVE CHKPT-PEND-COUNT    TO WS-LAST-CHKPT-PENDS
009013             MOVE CHKPT-HELD-COUNT    TO WS-LAST-CHKPT-HELD
009020             MOVE CHKPT-FEED-NO       TO WS-LAST-CHKPT-FEED
009030             MOVE CHKPT-BRANCH-CNT    TO WS-LAST-CHKPT-BR-CNT
009040             MOVE CHKPT-BRANCHES      TO WS-LAST-CHKPT-BRANCHES
009190         OR CHKPT-BRANCH-CNT NOT NUMERIC
009191         OR CHKPT-DUP-COUNT NOT NUMERIC
009192         OR CHKPT-PEND-COUNT NOT NUMERIC
009193         OR CHKPT-HELD-COUNT NOT NUMERIC
009200         MOVE 'CHECKPOINT FROM PRIOR RELEASE - RERUN FROM START'
009210             TO WS-ABEND-MESSAGE
009220         PERFORM 9900-ABEND THRU 9900-EXIT
009240 1220-EXIT.
009250     EXIT.
009260*****************************************************************
009270* 1217-RESTORE-ONE-BRANCH - BRING ONE BRANCH'S EXTRACT, REJECT,
009280* MAINTENANCE AND DUPLICATE COUNTS BACK FROM THE CHECKPOINT. ITS
009290* READS RESTART AT ZERO AND ARE COUNTED AGAIN AS THE FEEDS ARE
009300* READ BACK PAST.
009310*****************************************************************
009320 1217-RESTORE-ONE-BRANCH.
009330     MOVE WS-LAST-BR-CODE (WS-BR-SCAN-IX)
009380     MOVE WS-LAST-BR-REJECTS (WS-BR-SCAN-IX)
009390         TO BR-REJECTS (WS-BR-SCAN-IX).
009400     MOVE WS-LAST-BR-MAINT (WS-BR-SCAN-IX)
009403         TO BR-MAINT (WS-BR-SCAN-IX).
009406     MOVE WS-LAST-BR-DUPS (WS-BR-SCAN-IX)
009410         TO BR-DUPS (WS-BR-SCAN-IX).
009420 1217-EXIT.
009430     EXIT.
009440*****************************************************************
010255     PERFORM 7200-REGISTER-DETAIL THRU 7200-EXIT.
010260 1260-EXIT.
010270     EXIT.
010271*****************************************************************
010272* 1300-LOAD-REGISTER - LOAD THE FEED SEQUENCE REGISTER FROM
010273* FEEDRGI, ONE ENTRY PER BRANCH. A REGISTER WITH MORE BRANCHES
010274* THAN THE TABLE HOLDS IS A SETUP ERROR AND ABENDS THE RUN.
010275*****************************************************************
010276 1300-LOAD-REGISTER.
010277     MOVE ZERO TO WS-REG-CNT.
010278     MOVE 'N'  TO WS-REG-EOF-SW.
010279     OPEN INPUT FEED-REG-IN-FILE.
010280     PERFORM 1310-READ-REGISTER THRU 1310-EXIT
010281         UNTIL WS-REG-EOF-YES
010282             OR WS-REG-CNT = 50.
010283*    A REGISTER THAT FILLS THE TABLE EXACTLY IS LEGAL - ONLY A
010284*    RECORD BEYOND THE CAPACITY IS AN OVERFLOW, SO ONE MORE READ
010285*    DECIDES.
010286     IF NOT WS-REG-EOF-YES
010287         READ FEED-REG-IN-FILE
010288             AT END
010289                 SET WS-REG-EOF-YES TO TRUE
010290             NOT AT END
010291                 MOVE 'FEEDRGI EXCEEDS 50-BRANCH REGISTER LIMIT'
010292                     TO WS-ABEND-MESSAGE
010293                 PERFORM 9900-ABEND THRU 9900-EXIT
010294         END-READ
010295     END-IF.
010296     CLOSE FEED-REG-IN-FILE.
010297 1300-EXIT.
010298     EXIT.
010299*****************************************************************
010300* 1310-READ-REGISTER - READ ONE FEEDRGI RECORD INTO THE NEXT
010301* REGISTER TABLE ENTRY. A RECORD WITH NON-NUMERIC CONTROL FIELDS
010302* IS A DAMAGED REGISTER - TRUSTING IT COULD LET A REPLAY THROUGH.
010303*****************************************************************
010304 1310-READ-REGISTER.
010305     READ FEED-REG-IN-FILE
010306         AT END
010307             SET WS-REG-EOF-YES TO TRUE
010308             GO TO 1310-EXIT
010309     END-READ.
010310     IF RGI-SEQ NOT NUMERIC
010311         OR RGI-DATE NOT NUMERIC
010312         OR RGI-COUNT NOT NUMERIC
010313         OR RGI-HASH NOT NUMERIC
010314         MOVE 'FEEDRGI DAMAGED - FIELDS NOT NUMERIC'
010315             TO WS-ABEND-MESSAGE
010316         PERFORM 9900-ABEND THRU 9900-EXIT
010317     END-IF.
010318     ADD 1 TO WS-REG-CNT.
010319     MOVE RGI-BRANCH TO REG-BRANCH (WS-REG-CNT).
010320     MOVE RGI-SEQ    TO REG-SEQ (WS-REG-CNT).
010321     MOVE RGI-DATE   TO REG-DATE (WS-REG-CNT).
010322     MOVE RGI-COUNT  TO REG-COUNT (WS-REG-CNT).
010323     MOVE RGI-HASH   TO REG-HASH (WS-REG-CNT).
010324 1310-EXIT.
010325     EXIT.
010326*****************************************************************
010327* 1350-CHECK-REGISTER - PROVE A BRANCH FEED'S FILE SEQUENCE IS
010328* EXACTLY ONE PAST THE LAST FILE ACCEPTED FROM THAT BRANCH. A
010329* SEQUENCE ALREADY ACCEPTED IS A REPLAYED FILE, ONE FURTHER ON
010330* MEANS A FILE WENT MISSING IN BETWEEN - EITHER WAY THE RUN
010331* STOPS BEFORE ANY DETAIL IS TOUCHED. A BRANCH NOT YET ON THE
010332* REGISTER STARTS AT SEQUENCE 1. THE ENTRY IS ADVANCED IN THE
010333* TABLE HERE, BUT ONLY REACHES FEEDRGO IF THE RUN ENDS CLEAN.
010334*****************************************************************
010335 1350-CHECK-REGISTER.
010336     MOVE ZERO TO WS-REG-IX.
010337*    THE RESUBMISSION FEED IS CUT BY ALPHARCY, NOT BY A BRANCH,
010338*    AND CARRIES NO FILE SEQUENCE.
010339     IF WS-FEED-BRANCH = SPACES
010340         GO TO 1350-EXIT.
010341     IF TRANS-HDR-SEQ NOT NUMERIC
010342         MOVE 'HEADER FILE SEQUENCE IS NOT NUMERIC'
010343             TO WS-ABEND-MESSAGE
010344         PERFORM 9900-ABEND THRU 9900-EXIT
010345     END-IF.
010346     MOVE 'N' TO WS-REG-FOUND-SW.
010347     IF WS-REG-CNT > ZERO
010348         PERFORM 1360-MATCH-ONE-REG THRU 1360-EXIT
010349             VARYING WS-REG-SCAN-IX FROM 1 BY 1
010350             UNTIL WS-REG-SCAN-IX > WS-REG-CNT
010351                OR WS-REG-FOUND-YES
010352     END-IF.
010353     IF NOT WS-REG-FOUND-YES
010354         PERFORM 1370-ADD-REGISTER-BRANCH THRU 1370-EXIT
010355     END-IF.
010356     ADD 1 TO REG-SEQ (WS-REG-IX) GIVING WS-REG-NEXT-SEQ.
010357     IF TRANS-HDR-SEQ NOT = WS-REG-NEXT-SEQ
010358         DISPLAY 'ALPHA BRANCH ' WS-FEED-BRANCH
010359             ' FILE SEQUENCE ' TRANS-HDR-SEQ
010360             ' EXPECTED ' WS-REG-NEXT-SEQ
010361     END-IF.
010362     IF TRANS-HDR-SEQ < WS-REG-NEXT-SEQ
010363         MOVE 'REPLAYED FEED - FILE SEQUENCE ALREADY ACCEPTED'
010364             TO WS-ABEND-MESSAGE
010365         PERFORM 9900-ABEND THRU 9900-EXIT
010366     END-IF.
010367     IF TRANS-HDR-SEQ > WS-REG-NEXT-SEQ
010368         MOVE 'FEED OUT OF SEQUENCE - A PRIOR FILE IS MISSING'
010369             TO WS-ABEND-MESSAGE
010370         PERFORM 9900-ABEND THRU 9900-EXIT
010371     END-IF.
010372*    THE COUNT AND HASH ARE STORED WHEN THE TRAILER PROVES THEM.
010373     MOVE TRANS-HDR-SEQ  TO REG-SEQ (WS-REG-IX).
010374     MOVE TRANS-HDR-DATE TO REG-DATE (WS-REG-IX).
010375     MOVE ZERO           TO REG-COUNT (WS-REG-IX).
010376     MOVE ZERO           TO REG-HASH (WS-REG-IX).
010377 1350-EXIT.
010378     EXIT.
010379*****************************************************************
010380* 1360-MATCH-ONE-REG - TEST ONE REGISTER ENTRY AGAINST THE FEED'S
010381* BRANCH. THE SLOT IS CAPTURED HERE, WHILE THE SCAN SUBSCRIPT
010382* STILL ADDRESSES THE MATCHED ENTRY.
010383*****************************************************************
010384 1360-MATCH-ONE-REG.
010385     IF REG-BRANCH (WS-REG-SCAN-IX) = WS-FEED-BRANCH
010386         MOVE WS-REG-SCAN-IX TO WS-REG-IX
010387         SET WS-REG-FOUND-YES TO TRUE
010388     END-IF.
010389 1360-EXIT.
010390     EXIT.
010391*****************************************************************
010392* 1370-ADD-REGISTER-BRANCH - REGISTER A BRANCH SENDING ITS FIRST
010393* FILE, WITH NOTHING YET ACCEPTED, SO ITS FEED MUST BE SEQUENCE
010394* 1. A BRANCH WHOSE NUMBERING STARTED ELSEWHERE IS SEEDED WITH
010395* AN ALPHAREG RESET CARD BEFORE ITS FIRST RUN.
010396*****************************************************************
010397 1370-ADD-REGISTER-BRANCH.
010398     IF WS-REG-CNT = 50
010399         MOVE 'FEED REGISTER FULL - MORE THAN 50 BRANCHES'
010400             TO WS-ABEND-MESSAGE
010401         PERFORM 9900-ABEND THRU 9900-EXIT
010402     END-IF.
010403     ADD 1 TO WS-REG-CNT.
010404     MOVE WS-REG-CNT     TO WS-REG-IX.
010405     MOVE WS-FEED-BRANCH TO REG-BRANCH (WS-REG-IX).
010406     MOVE ZERO           TO REG-SEQ (WS-REG-IX).
010407     MOVE ZERO           TO REG-DATE (WS-REG-IX).
010408     MOVE ZERO           TO REG-COUNT (WS-REG-IX).
010409     MOVE ZERO           TO REG-HASH (WS-REG-IX).
010410 1370-EXIT.
010411     EXIT.
010412*****************************************************************
010413* 1400-LOAD-BRANCH-MASTER - LOAD THE BRANCH CONTROL MASTER FROM
010414* BRNMST AND WORK OUT THE BUSINESS DATE'S WEEKDAY FOR THE
010415* EXPECTED-FEED CHECK. A MASTER WITH MORE BRANCHES THAN THE
010416* TABLE HOLDS, OR WITH NONE AT ALL, IS A SETUP ERROR - AN EMPTY
010417* ONE WOULD REJECT THE WHOLE DAY AS UNKNOWN BRANCHES.
010418*****************************************************************
010419 1400-LOAD-BRANCH-MASTER.
010420     MOVE ZERO TO WS-BRM-CNT.
010421     MOVE 'N'  TO WS-BRM-EOF-SW.
010422     OPEN INPUT BRANCH-MST-FILE.
010423     PERFORM 1410-READ-BRANCH-MST THRU 1410-EXIT
010424         UNTIL WS-BRM-EOF-YES
010425             OR WS-BRM-CNT = 50.
010426*    A MASTER THAT FILLS THE TABLE EXACTLY IS LEGAL - ONLY A
010427*    RECORD BEYOND THE CAPACITY IS AN OVERFLOW, SO ONE MORE READ
010428*    DECIDES.
010429     IF NOT WS-BRM-EOF-YES
010430         READ BRANCH-MST-FILE
010431             AT END
010432                 SET WS-BRM-EOF-YES TO TRUE
010433             NOT AT END
010434                 MOVE 'BRNMST EXCEEDS 50-BRANCH TABLE LIMIT'
010435                     TO WS-ABEND-MESSAGE
010436                 PERFORM 9900-ABEND THRU 9900-EXIT
010437         END-READ
010438     END-IF.
010439     CLOSE BRANCH-MST-FILE.
010440     IF WS-BRM-CNT = ZERO
010441         MOVE 'BRANCH MASTER BRNMST IS EMPTY'
010442             TO WS-ABEND-MESSAGE
010443         PERFORM 9900-ABEND THRU 9900-EXIT
010444     END-IF.
010445     CALL 'ALPHADAY' USING WS-BUSINESS-DATE, WS-RUN-WEEKDAY.
010446 1400-EXIT.
010447     EXIT.
010448*****************************************************************
010449* 1410-READ-BRANCH-MST - READ ONE BRNMST RECORD INTO THE NEXT
010450* TABLE ENTRY. A STATUS OTHER THAN OPEN, CLOSED OR SUSPENDED, OR
010451* A FEED THAT IS NOT 0 THROUGH 3, IS A DAMAGED MASTER.
010452*****************************************************************
010453 1410-READ-BRANCH-MST.
010454     READ BRANCH-MST-FILE
010455         AT END
010456             SET WS-BRM-EOF-YES TO TRUE
010457             GO TO 1410-EXIT
010458     END-READ.
010459     IF NOT BRM-OPEN
010460         AND NOT BRM-CLOSED
010461         AND NOT BRM-SUSPENDED
010462         MOVE 'BRNMST DAMAGED - STATUS NOT O, C OR S'
010463             TO WS-ABEND-MESSAGE
010464         PERFORM 9900-ABEND THRU 9900-EXIT
010465     END-IF.
010466     IF BRM-FEED NOT NUMERIC
010467         OR BRM-FEED > 3
010468         MOVE 'BRNMST DAMAGED - FEED NOT 0 THROUGH 3'
010469             TO WS-ABEND-MESSAGE
010470         PERFORM 9900-ABEND THRU 9900-EXIT
010471     END-IF.
010472     ADD 1 TO WS-BRM-CNT.
010473     MOVE BRM-CODE   TO BRT-CODE (WS-BRM-CNT).
010474     MOVE BRM-NAME   TO BRT-NAME (WS-BRM-CNT).
010475     MOVE BRM-STATUS TO BRT-STATUS (WS-BRM-CNT).
010476     MOVE BRM-FEED   TO BRT-FEED (WS-BRM-CNT).
010477     MOVE BRM-DAYS   TO BRT-DAYS (WS-BRM-CNT).
010478     MOVE 'N'        TO BRT-SENT-SW (WS-BRM-CNT).
010479 1410-EXIT.
010480     EXIT.
010481*****************************************************************
010482* 1450-CHECK-FEED-BRANCH - A BRANCH'S FILE MUST ARRIVE ON THE
010483* TRANF DATASET THE BRANCH MASTER ASSIGNS IT - ONE ON ANY OTHER
010484* WAS CATALOGUED UNDER THE WRONG NAME AND STOPS THE RUN. THE
010485* BRANCH IS MARKED AS HAVING SENT TODAY. A FILE FROM A BRANCH NOT
010486* ON THE MASTER IS READ ANYWAY - ITS DETAILS REJECT ONE BY ONE
010487* AS UNKNOWN BRANCH, SO THE FEED STILL PROVES.
010488*****************************************************************
010489 1450-CHECK-FEED-BRANCH.
010490     IF WS-FEED-BRANCH = SPACES
010491         GO TO 1450-EXIT.
010492     MOVE WS-FEED-BRANCH TO WS-BRM-LOOKUP.
010493     PERFORM 7300-FIND-BRANCH-MST THRU 7300-EXIT.
010494     IF NOT WS-BRM-FOUND-YES
010495         GO TO 1450-EXIT.
010496     IF BRT-FEED (WS-BRM-IX) NOT = ZERO
010497         AND BRT-FEED (WS-BRM-IX) NOT = WS-FEED-NO
010498         DISPLAY 'ALPHA BRANCH ' WS-FEED-BRANCH
010499             ' ON FEED ' WS-FEED-NO
010500             ' ASSIGNED FEED ' BRT-FEED (WS-BRM-IX)
010501         MOVE 'BRANCH FILE ON WRONG FEED - SEE BRANCH MASTER'
010502             TO WS-ABEND-MESSAGE
010503         PERFORM 9900-ABEND THRU 9900-EXIT
010504     END-IF.
010505     MOVE 'Y' TO BRT-SENT-SW (WS-BRM-IX).
010506 1450-EXIT.
010507     EXIT.
010508*****************************************************************
010509* 1500-VALIDATE-INPUT - REJECT BLANK WS-FIELD-1/WS-FIELD-2 AND
010510* OUT-OF-RANGE WS-DISPLAY-NUMERIC BEFORE THE RECORD IS USED,
010511* THEN HAND THE SURVIVORS TO 1700-DISPATCH-TRANS TO BE EXTRACTED
010512* OR APPLIED TO THE MASTER ACCORDING TO THEIR TRANSACTION CODE.
010513*****************************************************************
010514 1500-VALIDATE-INPUT.
010515*    A DETAIL WHOSE BRANCH, KEY, CODE AND NUMERIC WERE ALREADY
010516*    PROCESSED THIS RUN - A BRANCH FAX KEYED AT HEAD OFFICE AND
010517*    LOCALLY BOTH - IS SUPPRESSED BEFORE IT CAN EXTRACT OR HIT
010518*    THE MASTER A SECOND TIME. THE DAY STILL PROVES BECAUSE THE
010519*    DUPLICATES JOIN THE BALANCING EQUATION ON THEIR OWN LINE.
010520     IF WS-DUP-FIRST-SEQ NOT = WS-DUP-SEQ
010521         PERFORM 1550-WRITE-DUPLICATE THRU 1550-EXIT
010522         GO TO 1500-EXIT.
010523*    A BLANK EFFECTIVE DATE IS EFFECTIVE IMMEDIATELY - THE
010524*    ORIGINAL CARDS CARRY NONE. A DATE AFTER THE RUN'S BUSINESS
010525*    DATE WAREHOUSES THE DETAIL UNTIL ITS DAY ARRIVES, AND A
010526*    DATE THAT IS NEITHER BLANK NOR NUMERIC IS A KEYING FAULT
010527*    THE RECYCLE CAN CORRECT. A FUTURE DATE IS ALSO PROVED ON
010528*    THE CALENDAR FIRST - SEE 1520-CHECK-EFF-DATE.
010529     IF WS-EFF-DATE NOT = SPACES
010530         IF WS-EFF-DATE NOT NUMERIC
010531             MOVE 'BAD EFFECTIVE DATE' TO REJECT-REASON
010532             PERFORM 1600-WRITE-REJECT THRU 1600-EXIT
010533             GO TO 1500-EXIT
010534         ELSE
010535             IF WS-EFF-DATE > WS-BUSINESS-DATE
010536                 PERFORM 1520-CHECK-EFF-DATE THRU 1520-EXIT
010537                 IF WS-EFF-REASON NOT = SPACES
010538                     MOVE WS-EFF-REASON TO REJECT-REASON
010539                     PERFORM 1600-WRITE-REJECT THRU 1600-EXIT
010540                     GO TO 1500-EXIT
010541                 END-IF
010542                 PERFORM 1680-WRITE-PENDING THRU 1680-EXIT
010543                 ADD 1 TO WS-PENDED-COUNT
010544                 GO TO 1500-EXIT
010545             END-IF
010546         END-IF
010547     END-IF.
010548*    A DETAIL CLAIMING A DIFFERENT BRANCH THAN ITS FEED'S HEADER
010549*    WAS MIS-MERGED UPSTREAM. A FEED WITH A BLANK HEADER BRANCH -
010550*    THE RESUBMISSION FILE - CARRIES MIXED BRANCHES ON PURPOSE.
010551     IF WS-FEED-BRANCH NOT = SPACES
010552         AND WS-TRANS-BRANCH NOT = WS-FEED-BRANCH
010553         MOVE 'WRONG BRANCH'       TO REJECT-REASON
010554         PERFORM 1600-WRITE-REJECT THRU 1600-EXIT
010555         GO TO 1500-EXIT.
010556*    THE BRANCH MUST BE ON THE BRANCH MASTER AND NOT CLOSED. A
010557*    WAREHOUSED DETAIL IS JUDGED ON THE DAY IT RELEASES, BY THE
010558*    BRANCH'S STATUS THAT DAY. A SUSPENDED BRANCH'S WORK STILL
010559*    PROCESSES - IT IS ONLY NOT CHASED WHEN IT SENDS NOTHING.
010560     MOVE WS-TRANS-BRANCH TO WS-BRM-LOOKUP.
010561     PERFORM 7300-FIND-BRANCH-MST THRU 7300-EXIT.
010562     IF NOT WS-BRM-FOUND-YES
010563         MOVE 'UNKNOWN BRANCH'     TO REJECT-REASON
010564         PERFORM 1600-WRITE-REJECT THRU 1600-EXIT
010565         GO TO 1500-EXIT.
010566     IF BRT-CLOSED (WS-BRM-IX)
010567         MOVE 'BRANCH CLOSED'      TO REJECT-REASON
010568         PERFORM 1600-WRITE-REJECT THRU 1600-EXIT
010569         GO TO 1500-EXIT.
010570     CALL 'ALPHAEDT' USING WS-FIELD-1, ws-Field-2,
010571         ws-display-numeric, WS-VALID-SW, WS-EDIT-REASON,
010572         WS-EDIT-LOW, WS-EDIT-HIGH.
010573     IF WS-RECORD-INVALID
010574         MOVE WS-EDIT-REASON TO REJECT-REASON
010575         PERFORM 1600-WRITE-REJECT THRU 1600-EXIT
010576     ELSE
010577         PERFORM 1700-DISPATCH-TRANS THRU 1700-EXIT
010578     END-IF.
010579 1500-EXIT.
010580     EXIT.
010581*****************************************************************
010582* 1520-CHECK-EFF-DATE - PROVE A FUTURE EFFECTIVE DATE ON THE
010583* CALENDAR. A DATE NO CALENDAR HAS IS A KEYING FAULT. A DATE
010584* THAT IS NOT A BUSINESS DAY IS REJECTED WHEN THE CALENDAR'S
010585* RULE IS 'J' - UNDER THE ROLL RULE IT IS WAREHOUSED AS KEYED
010586* AND SIMPLY RELEASES ON THE NEXT BUSINESS DAY, THE FIRST RUN
010587* WHOSE BUSINESS DATE HAS PASSED IT. A DATE PAST THE CALENDAR'S
010588* THRU-DATE CAN ONLY BE JUDGED BY ITS WEEKDAY - UNDER 'J' ONE
010589* FALLING ON A NON-WORKING WEEKDAY IS REJECTED ALL THE SAME, AND
010590* ANY HOLIDAY IS LEFT TO THE RELEASE. WS-EFF-REASON COMES BACK
010591* BLANK WHEN THE DETAIL MAY PEND.
010592*****************************************************************
010593 1520-CHECK-EFF-DATE.
010594     MOVE SPACES TO WS-EFF-REASON.
010595     MOVE 'B' TO WS-CAL-FUNCTION.
010596     CALL 'ALPHACAL' USING WS-CAL-FUNCTION, WS-EFF-DATE,
010597         WS-CAL-RESULT, WS-CAL-RULE, WS-CAL-STATUS.
010598     IF WS-CAL-STATUS = '94'
010599         MOVE 'BAD EFFECTIVE DATE' TO WS-EFF-REASON
010600         GO TO 1520-EXIT.
010601     IF WS-CAL-STATUS = '01'
010602         AND WS-CAL-EFF-REJECT
010603         MOVE 'EFF DATE NOT BUS DAY' TO WS-EFF-REASON
010604         GO TO 1520-EXIT.
010605     IF WS-CAL-STATUS = '95'
010606         AND WS-CAL-RESULT NOT = WS-EFF-DATE
010607         AND WS-CAL-EFF-REJECT
010608         MOVE 'EFF DATE NOT BUS DAY' TO WS-EFF-REASON.
010609 1520-EXIT.
010610     EXIT.
010611*****************************************************************
010612* 1550-WRITE-DUPLICATE - WRITE ONE SUPPRESSED DUPLICATE TO
010613* DUPLICATE-FILE WITH THE SEQUENCE NUMBER OF THE OCCURRENCE
010614* THAT WAS PROCESSED, SO THE TWO COPIES CAN BE PUT SIDE BY SIDE.
010615*****************************************************************
010616 1550-WRITE-DUPLICATE.
010617*    A TRIAL COUNTS THE DUPLICATE FOR THE BALANCING BUT WRITES
010618*    NOTHING - DUPLICATE-FILE IS NOT OPEN.
010619     ADD 1 TO BR-DUPS (WS-BRANCH-IX).
010620     IF WS-TRIAL-YES
010621         ADD 1 TO WS-DUP-COUNT
010622         GO TO 1550-EXIT.
010623     MOVE WS-DUP-FIRST-SEQ    TO DUP-FIRST-SEQ.
010624     MOVE WS-DUP-SEQ          TO DUP-SEQ.
010625     MOVE WS-STATS-BRANCH     TO DUP-BRANCH.
010626     MOVE WS-FIELD-1 (1:10)   TO DUP-KEY.
010627     MOVE WS-TRANS-CODE       TO DUP-TRANS-CODE.
010628     MOVE ws-display-numeric  TO DUP-NUMERIC.
010629     MOVE WS-FIELD-1          TO DUP-FIELD-1.
010630     WRITE DUPLICATE-RECORD.
010631     ADD 1 TO WS-DUP-COUNT.
010632 1550-EXIT.
010633     EXIT.
010634*****************************************************************
010635* 1600-WRITE-REJECT - WRITE ONE REJECT RECORD TO REJECT-FILE.
010636*****************************************************************
010637 1600-WRITE-REJECT.
010638     MOVE WS-FIELD-1          TO REJECT-FIELD-1.
010639     MOVE ws-Field-2          TO REJECT-FIELD-2.
010640     MOVE ws-display-numeric  TO REJECT-NUMERIC.
010641     MOVE ZERO                TO REJECT-AGE.
010642     MOVE WS-TRANS-CODE       TO REJECT-TRANS-CODE.
010643     MOVE WS-TRANS-BRANCH     TO REJECT-BRANCH.
010644     MOVE WS-EFF-DATE         TO REJECT-EFF-DATE.
010645     WRITE REJECT-RECORD.
010650     ADD 1 TO WS-REJECT-COUNT.
010660     ADD 1 TO BR-REJECTS (WS-BRANCH-IX).
010670 1600-EXIT.
010800     ADD 1 TO WS-EXTRACT-COUNT.
010810     ADD 1 TO BR-EXTRACTS (WS-BRANCH-IX).
010820 1650-EXIT.
010821     EXIT.
010822*****************************************************************
010823* 1680-WRITE-PENDING - WAREHOUSE THE CURRENT RECORD ON THE
010824* PENDING FILE IN THE TRANREC DETAIL LAYOUT AND LIST IT ON THE
010825* PENDING INVENTORY. THE CALLER COUNTS IT - A NEWLY PENDED
010826* DETAIL AND A STILL-FUTURE ITEM RIDING THROUGH FROM YESTERDAY
010827* GET THEIR OWN LINES IN THE BALANCING.
010828*****************************************************************
010829 1680-WRITE-PENDING.
010830*    A TRIAL LEAVES THE WAREHOUSE TO THE LIVE RUN - THE CALLER
010831*    STILL COUNTS THE ITEM SO THE BALANCING PROVES.
010832     IF WS-TRIAL-YES
010838         GO TO 1680-EXIT.
010839     MOVE 'D'                TO POUT-REC-TYPE.
010840     MOVE WS-TRANS-CODE      TO POUT-CODE.
010846     WRITE PEND-OUT-RECORD.
010847     MOVE POUT-BRANCH        TO WS-PND-BRANCH.
010848     MOVE POUT-EFF-DATE      TO WS-PND-EFF-DATE.
010849*    THE RELEASE COLUMN IS THE BUSINESS DAY THE ITEM WILL ACT
010850*    ON - ITS OWN DATE, OR THE NEXT BUSINESS DAY AFTER IT. A
010851*    DATE PAST THE CALENDAR'S THRU-DATE HAS NO RELEASE DAY YET,
010852*    AND ONE THAT IS NOT A CALENDAR DATE HAS NONE AT ALL.
010853     MOVE 'B' TO WS-CAL-FUNCTION.
010854     CALL 'ALPHACAL' USING WS-CAL-FUNCTION, WS-EFF-DATE,
010855         WS-CAL-RESULT, WS-CAL-RULE, WS-CAL-STATUS.
010856     EVALUATE WS-CAL-STATUS
010857         WHEN '00'
010858         WHEN '01'
010859             MOVE WS-CAL-RESULT TO WS-PND-RELEASE
010860         WHEN '95'
010861             MOVE 'PAST CAL' TO WS-PND-RELEASE-X
010862         WHEN '94'
010863             MOVE 'BAD DATE' TO WS-PND-RELEASE-X
010864         WHEN OTHER
010865             MOVE 'NO CAL'   TO WS-PND-RELEASE-X
010866     END-EVALUATE.
010867     MOVE POUT-CODE          TO WS-PND-CODE.
010868     MOVE POUT-FIELD-1 (1:30) TO WS-PND-FIELD-1.
010869     WRITE PEND-REPORT-RECORD FROM WS-PEND-LINE.
010870 1680-EXIT.
010871     EXIT.
010872*****************************************************************
010873* 1700-DISPATCH-TRANS - ROUTE AN EDITED RECORD BY ITS
010874* TRANSACTION CODE. A SPACE CODE IS THE ORIGINAL EXTRACT-ONLY
010875* TRANSACTION - 'A', 'C' AND 'D' APPLY ADD/CHANGE/DELETE
010880* MAINTENANCE TO THE KEYED MASTER THROUGH ALPHAMST - 'I' LOOKS
010881* THE KEY UP ON THE MASTER AND CUTS AN ENRICHED EXTRACT RECORD
010882* CARRYING THE MASTER'S FIELDS BESIDE THE TRANSACTION'S OWN.
010883* AN UNKNOWN CODE IS REJECTED LIKE ANY OTHER BAD FIELD.
010884* CHANGES AND DELETES PASS THE MAKER-CHECKER TEST FIRST.
010900*****************************************************************
010910 1700-DISPATCH-TRANS.
010920     EVALUATE WS-TRANS-CODE
010930         WHEN SPACE
010940             PERFORM 1650-WRITE-EXTRACT THRU 1650-EXIT
010950         WHEN 'A'
010951             PERFORM 1750-APPLY-MAINT THRU 1750-EXIT
010960         WHEN 'C'
010970         WHEN 'D'
010980             PERFORM 1720-CHECK-APPROVAL THRU 1720-EXIT
010981         WHEN 'I'
010982             PERFORM 1760-INQUIRE-MASTER THRU 1760-EXIT
010990         WHEN OTHER
011020     END-EVALUATE.
011030 1700-EXIT.
011040     EXIT.
011041*****************************************************************
011042* 1720-CHECK-APPROVAL - MAKER-CHECKER. A DELETE, OR A CHANGE
011043* THAT MOVES THE MASTER'S NUMERIC BY MORE THAN THE RUNPARM
011044* TOLERANCE, IS HELD ON THE APPROVAL QUEUE INSTEAD OF BEING
011045* APPLIED. ANYTHING ELSE - AND AN ITEM A CHECKER HAS ALREADY
011046* APPROVED - GOES STRAIGHT TO THE MASTER.
011047*****************************************************************
011048 1720-CHECK-APPROVAL.
011049     IF WS-APPROVED-YES
011050         PERFORM 1750-APPLY-MAINT THRU 1750-EXIT
011051         GO TO 1720-EXIT.
011052     IF WS-TRANS-CODE = 'D'
011053         MOVE 'D'  TO WS-HOLD-REASON
011054         MOVE ZERO TO WS-HOLD-OLD-NUMERIC
011055         PERFORM 1730-HOLD-FOR-APPROVAL THRU 1730-EXIT
011056         GO TO 1720-EXIT.
011057*    A TRIAL NEVER OPENS THE MASTER TO SEE THE VALUE A CHANGE
011058*    WOULD REPLACE, SO IT COUNTS THE CHANGE AS 1750 DOES.
011059     IF WS-SWING-LIMIT = ZERO
011060         OR WS-TRIAL-YES
011061         PERFORM 1750-APPLY-MAINT THRU 1750-EXIT
011062         GO TO 1720-EXIT.
011063     MOVE WS-FIELD-1 (1:10) TO WS-MAINT-KEY.
011064     MOVE 'R'               TO WS-MAINT-FUNCTION.
011065     MOVE SPACES            TO WS-INQ-FIELD-2.
011066     MOVE ZERO              TO WS-INQ-NUMERIC.
011067     CALL 'ALPHAMST' USING WS-MAINT-FUNCTION, WS-MAINT-KEY,
011068         WS-INQ-FIELD-2, WS-INQ-NUMERIC, WS-MAINT-STATUS,
011069         WS-BUSINESS-DATE, WS-TRANS-BRANCH.
011070*    A KEY NOT ON THE MASTER IS LEFT FOR 1750 TO REJECT WITH
011071*    ITS USUAL REASON.
011072     IF WS-MAINT-STATUS = '23'
011073         PERFORM 1750-APPLY-MAINT THRU 1750-EXIT
011074         GO TO 1720-EXIT.
011075     IF WS-MAINT-STATUS NOT = '00'
011076         DISPLAY 'ALPHA MASTER FILE STATUS ' WS-MAINT-STATUS
011077         MOVE 'MASTER FILE I-O ERROR'
011078             TO WS-ABEND-MESSAGE
011079         PERFORM 9900-ABEND THRU 9900-EXIT
011080     END-IF.
011081     IF ws-display-numeric > WS-INQ-NUMERIC
011082         SUBTRACT WS-INQ-NUMERIC FROM ws-display-numeric
011083             GIVING WS-SWING
011084     ELSE
011085         SUBTRACT ws-display-numeric FROM WS-INQ-NUMERIC
011086             GIVING WS-SWING
011087     END-IF.
011088     IF WS-SWING > WS-SWING-LIMIT
011089         MOVE 'S'            TO WS-HOLD-REASON
011090         MOVE WS-INQ-NUMERIC TO WS-HOLD-OLD-NUMERIC
011091         PERFORM 1730-HOLD-FOR-APPROVAL THRU 1730-EXIT
011092     ELSE
011093         PERFORM 1750-APPLY-MAINT THRU 1750-EXIT
011094     END-IF.
011095 1720-EXIT.
011096     EXIT.
011097*****************************************************************
011098* 1730-HOLD-FOR-APPROVAL - PUT THE CURRENT DETAIL ON TODAY'S
011099* APPROVAL QUEUE, NAMED BY THE BUSINESS DATE AND ITS NUMBER
011100* AMONG TODAY'S HELD ITEMS, AND LIST IT ON THE APPROVALS-PENDING
011101* REPORT. A TRIAL COUNTS THE HOLD BUT WRITES NOTHING. THE ITEM
011102* NUMBER IS FOUR DIGITS ON THE QUEUE, THE CHECKPOINT AND THE
011103* ALPHAAPR DECISION CARD, SO A 10000TH HOLD IN ONE DAY STOPS THE
011104* RUN RATHER THAN REUSE A NUMBER.
011105*****************************************************************
011106 1730-HOLD-FOR-APPROVAL.
011107     IF WS-HELD-COUNT NOT < 9999
011108         MOVE 'MORE THAN 9999 ITEMS HELD FOR APPROVAL IN ONE DAY'
011109             TO WS-ABEND-MESSAGE
011110         PERFORM 9900-ABEND THRU 9900-EXIT
011111     END-IF.
011112     ADD 1 TO WS-HELD-COUNT.
011113     IF WS-TRIAL-YES
011114         GO TO 1730-EXIT.
011115     MOVE SPACES              TO WS-APPR-RECORD.
011116     MOVE 'H'                 TO WAQ-STATUS.
011117     MOVE WS-BUSINESS-DATE    TO WAQ-HELD-DATE.
011118     MOVE WS-HELD-COUNT       TO WAQ-SEQ.
011119     MOVE WS-HOLD-REASON      TO WAQ-HOLD-REASON.
011120     MOVE WS-HOLD-OLD-NUMERIC TO WAQ-OLD-NUMERIC.
011121     MOVE WS-TRANS-CODE       TO WAQ-CODE.
011122     MOVE WS-TRANS-BRANCH     TO WAQ-BRANCH.
011123     MOVE WS-FIELD-1          TO WAQ-FIELD-1.
011124     MOVE ws-Field-2          TO WAQ-FIELD-2.
011125     MOVE ws-display-numeric  TO WAQ-NUMERIC.
011126     MOVE WS-EFF-DATE         TO WAQ-EFF-DATE.
011127     MOVE ZERO                TO WAQ-DECIDED-DATE.
011128     WRITE APPR-OUT-RECORD FROM WS-APPR-RECORD.
011129     MOVE ZERO TO WS-AGE-DAYS.
011130     SET WS-ESCALATE-NO TO TRUE.
011131     PERFORM 7400-LIST-APPROVAL THRU 7400-EXIT.
011132 1730-EXIT.
011133     EXIT.
011134*****************************************************************
011135* 1750-APPLY-MAINT - APPLY ONE ADD/CHANGE/DELETE TO THE MASTER,
011136* KEYED ON THE LEADING TEN CHARACTERS OF WS-FIELD-1. A DUPLICATE
011137* ADD, OR A CHANGE/DELETE FOR A KEY NOT ON THE MASTER, GOES TO
011138* REJECT-FILE WITH ITS OWN REASON SO THE RECYCLE PASS CAN BRING
011139* IT BACK ONCE THE KEY PROBLEM IS FIXED. ANY OTHER BAD FILE
011140* STATUS MEANS THE MASTER ITSELF IS IN TROUBLE AND STOPS THE RUN.
011141*****************************************************************
011142 1750-APPLY-MAINT.
011143*    A TRIAL COUNTS THE MAINTENANCE AS APPLIED WITHOUT TOUCHING
011144*    THE MASTER - A DUPLICATE ADD OR A MISSING KEY CAN ONLY
011145*    SURFACE IN THE LIVE RUN, AND THE TRIAL VERDICT SAYS SO.
011146     IF WS-TRIAL-YES
011147         ADD 1 TO WS-MAINT-APPLIED
011148         ADD 1 TO BR-MAINT (WS-BRANCH-IX)
011149         GO TO 1750-EXIT.
011150     MOVE WS-FIELD-1 (1:10) TO WS-MAINT-KEY.
011151     MOVE WS-TRANS-CODE     TO WS-MAINT-FUNCTION.
011160     CALL 'ALPHAMST' USING WS-MAINT-FUNCTION, WS-MAINT-KEY,
011170         ws-Field-2, ws-display-numeric, WS-MAINT-STATUS,
011171         WS-BUSINESS-DATE, WS-TRANS-BRANCH.
011360             PERFORM 9900-ABEND THRU 9900-EXIT
011370     END-EVALUATE.
011380 1750-EXIT.
011381     EXIT.
011382*****************************************************************
011383* 1760-INQUIRE-MASTER - LOOK THE TRANSACTION'S KEY UP ON THE
011384* MASTER AND CUT AN ENRICHED EXTRACT RECORD CARRYING BOTH THE
011385* TRANSACTION'S VALUES AND THE MASTER'S, SO THE DOWNSTREAM
011386* REPORTING SYSTEM NO LONGER JOINS A SEPARATE NIGHTLY PULL THAT
011387* CAN STRADDLE MAINTENANCE. A KEY NOT ON THE MASTER REJECTS
011388* WITH ITS OWN REASON, THE WAY STATUS 23 DOES FOR CHANGES. ANY
011389* OTHER BAD FILE STATUS MEANS THE MASTER ITSELF IS IN TROUBLE
011390* AND STOPS THE RUN.
011391*****************************************************************
011392 1760-INQUIRE-MASTER.
011393*    A TRIAL COUNTS THE INQUIRY AS AN EXTRACT WITHOUT READING
011394*    THE MASTER - A MISSING KEY CAN ONLY SURFACE LIVE. A LIVE
011395*    INQUIRY READS WITH 'Q', SO THE ENTRY IS STAMPED INQUIRED.
011396     IF WS-TRIAL-YES
011397         ADD 1 TO WS-EXTRACT-COUNT
011398         ADD 1 TO BR-EXTRACTS (WS-BRANCH-IX)
011401         GO TO 1760-EXIT.
011402     MOVE WS-FIELD-1 (1:10) TO WS-MAINT-KEY.
011403     MOVE 'Q'               TO WS-MAINT-FUNCTION.
011404     MOVE SPACES            TO WS-INQ-FIELD-2.
011405     MOVE ZERO              TO WS-INQ-NUMERIC.
011406     CALL 'ALPHAMST' USING WS-MAINT-FUNCTION, WS-MAINT-KEY,
011438     ADD 1 TO BR-EXTRACTS (WS-BRANCH-IX).
011439 1780-EXIT.
011440     EXIT.
011441*****************************************************************
011442* 2000-PROCESS-TRANS - MOVE THE CURRENT RECORD INTO WORKING
011443* STORAGE, VALIDATE IT, AND READ THE NEXT ONE.
011444*****************************************************************
011445 2000-PROCESS-TRANS.
011450     MOVE TRANS-FIELD-1 TO WS-FIELD-1.
011460     MOVE TRANS-FIELD-2 TO ws-Field-2.
011470     MOVE TRANS-NUMERIC TO ws-display-numeric.
012380     MOVE WS-MAINT-APPLIED    TO CHKPT-MAINT-COUNT.
012381     MOVE WS-DUP-COUNT        TO CHKPT-DUP-COUNT.
012382     MOVE WS-PENDED-COUNT     TO CHKPT-PEND-COUNT.
012383     MOVE WS-HELD-COUNT       TO CHKPT-HELD-COUNT.
012390     MOVE WS-FEED-NO          TO CHKPT-FEED-NO.
012400     MOVE WS-BRANCH-CNT       TO CHKPT-BRANCH-CNT.
012410     PERFORM 2220-SAVE-ONE-BRANCH THRU 2220-EXIT
012540         MOVE SPACES TO CHKPT-BR-CODE (WS-BR-SCAN-IX)
012550         MOVE ZERO   TO CHKPT-BR-EXTRACTS (WS-BR-SCAN-IX)
012560         MOVE ZERO   TO CHKPT-BR-REJECTS (WS-BR-SCAN-IX)
012565         MOVE ZERO   TO CHKPT-BR-MAINT (WS-BR-SCAN-IX)
012570         MOVE ZERO   TO CHKPT-BR-DUPS (WS-BR-SCAN-IX)
012580     ELSE
012590         MOVE BR-CODE (WS-BR-SCAN-IX)
012600             TO CHKPT-BR-CODE (WS-BR-SCAN-IX)
012630         MOVE BR-REJECTS (WS-BR-SCAN-IX)
012640             TO CHKPT-BR-REJECTS (WS-BR-SCAN-IX)
012650         MOVE BR-MAINT (WS-BR-SCAN-IX)
012653             TO CHKPT-BR-MAINT (WS-BR-SCAN-IX)
012656         MOVE BR-DUPS (WS-BR-SCAN-IX)
012660             TO CHKPT-BR-DUPS (WS-BR-SCAN-IX)
012670     END-IF.
012680 2220-EXIT.
012690     EXIT.
013030             TO WS-ABEND-MESSAGE
013040         PERFORM 9900-ABEND THRU 9900-EXIT
013050     END-IF.
013051*    THE PROVED TOTALS RIDE THE REGISTER ENTRY FOR THE FILE.
013052     IF WS-REG-IX > ZERO
013053         MOVE WS-FEED-READ-COUNT TO REG-COUNT (WS-REG-IX)
013054         MOVE WS-HASH-TOTAL      TO REG-HASH (WS-REG-IX)
013055     END-IF.
013060     PERFORM 2350-CLOSE-FEED THRU 2350-EXIT.
013070 2300-EXIT.
013080     EXIT.
013230             PERFORM 9900-ABEND THRU 9900-EXIT
013240     END-EVALUATE.
013250 2350-EXIT.
013251     EXIT.
013252*****************************************************************
013253* 2600-RELEASE-PENDING - AFTER THE FEEDS ARE DONE, READ BACK
013254* YESTERDAY'S PENDING WAREHOUSE. AN ITEM WHOSE EFFECTIVE DATE
013255* HAS ARRIVED RELEASES INTO THE NORMAL VALIDATE-AND-DISPATCH
013256* FLOW - ONE STILL IN THE FUTURE RIDES THROUGH TO TODAY'S
013257* PENDOUT UNTOUCHED. THE FEED-BRANCH CHECK IS OFF HERE - THE
013258* WAREHOUSE CARRIES EVERY BRANCH, EACH DETAIL KEEPING ITS OWN,
013259* LIKE THE RESUBMISSION FEED.
013260*****************************************************************
013261 2600-RELEASE-PENDING.
013262*    A TRIAL PROVES THE QUESTIONABLE FEED, NOT THE WAREHOUSE -
013263*    PENDIN IS LEFT UNTOUCHED FOR THE LIVE RUN TO RELEASE.
013264     IF WS-TRIAL-YES
013270         GO TO 2600-EXIT.
013271     MOVE SPACES TO WS-FEED-BRANCH.
013272     OPEN INPUT PEND-IN-FILE.
013320     PERFORM 8000-CHECK-NUMERIC-CHANGE THRU 8000-EXIT.
013321 2650-EXIT.
013322     EXIT.
013323*****************************************************************
013324* 2700-PROCESS-APPROVALS - WORK THROUGH YESTERDAY'S APPROVAL
013325* QUEUE AS ALPHAAPR LEFT IT. AN APPROVED ITEM IS APPLIED, A
013326* DECLINED ONE REJECTS, AND ONE STILL WAITING CARRIES FORWARD TO
013327* TODAY'S QUEUE AND IS AGED IN BUSINESS DAYS. LIKE THE PENDING
013328* WAREHOUSE, THE QUEUE CARRIES EVERY BRANCH, SO THE FEED-BRANCH
013329* CHECK IS OFF.
013330*****************************************************************
013331 2700-PROCESS-APPROVALS.
013332*    A TRIAL LEAVES THE QUEUE UNTOUCHED FOR THE LIVE RUN.
013333     IF WS-TRIAL-YES
013334         GO TO 2700-EXIT.
013335     MOVE SPACES TO WS-FEED-BRANCH.
013336     OPEN INPUT APPR-IN-FILE.
013337     PERFORM 2750-APPROVAL-ONE THRU 2750-EXIT
013338         UNTIL WS-APPR-EOF-YES.
013339     CLOSE APPR-IN-FILE.
013340 2700-EXIT.
013341     EXIT.
013342*****************************************************************
013343* 2750-APPROVAL-ONE - ACT ON ONE QUEUED ITEM. A DECIDED ITEM IS
013344* MOVED INTO THE COMMON TRANS-RECORD AREA AND REGISTERED LIKE A
013345* RELEASED WAREHOUSE ITEM. AN APPROVED ONE THEN GOES THROUGH
013346* THE NORMAL VALIDATE-AND-DISPATCH FLOW WITH THE APPROVED SWITCH
013347* ON. A DECLINED ONE GOES TO REJECT-FILE - THE CHECKER'S OWN
013348* REASON STAYS ON THE QUEUE RECORD AND ALPHAAPR'S AUDIT.
013349*****************************************************************
013350 2750-APPROVAL-ONE.
013351     READ APPR-IN-FILE
013352         AT END
013353             SET WS-APPR-EOF-YES TO TRUE
013354             GO TO 2750-EXIT
013355     END-READ.
013356     MOVE APPR-IN-RECORD TO WS-APPR-RECORD.
013357     IF WAQ-HELD
013358         PERFORM 2760-CARRY-HELD THRU 2760-EXIT
013359         GO TO 2750-EXIT.
013360     IF NOT WAQ-APPROVED
013361         AND NOT WAQ-DECLINED
013362         MOVE 'APPROVAL QUEUE RECORD STATUS NOT H, A OR R'
013363             TO WS-ABEND-MESSAGE
013364         PERFORM 9900-ABEND THRU 9900-EXIT
013365     END-IF.
013366     MOVE 'D'            TO TRANS-REC-TYPE.
013367     MOVE WAQ-DETAIL     TO TRANS-RECORD (2:175).
013368     MOVE TRANS-BRANCH   TO WS-STATS-BRANCH.
013369     PERFORM 7000-LOCATE-BRANCH THRU 7000-EXIT.
013370     MOVE TRANS-FIELD-1  TO WS-FIELD-1.
013371     MOVE TRANS-FIELD-2  TO ws-Field-2.
013372     MOVE TRANS-NUMERIC  TO ws-display-numeric.
013373     MOVE TRANS-CODE     TO WS-TRANS-CODE.
013374     MOVE TRANS-BRANCH   TO WS-TRANS-BRANCH.
013375     MOVE TRANS-EFF-DATE TO WS-EFF-DATE.
013376     IF WAQ-DECLINED
013377         ADD 1 TO WS-DECLINED-COUNT
013378         MOVE 'DECLINED BY CHECKER' TO REJECT-REASON
013379         PERFORM 1600-WRITE-REJECT THRU 1600-EXIT
013380         GO TO 2750-EXIT.
013381     PERFORM 7200-REGISTER-DETAIL THRU 7200-EXIT.
013382     ADD 1 TO WS-APPROVED-COUNT.
013383     SET WS-APPROVED-YES TO TRUE.
013384     PERFORM 1500-VALIDATE-INPUT THRU 1500-EXIT.
013385     PERFORM 8000-CHECK-NUMERIC-CHANGE THRU 8000-EXIT.
013386     SET WS-APPROVED-NO TO TRUE.
013387 2750-EXIT.
013388     EXIT.
013389*****************************************************************
013390* 2760-CARRY-HELD - AN ITEM STILL WAITING FOR ITS DECISION
013391* RIDES THROUGH TO TODAY'S QUEUE UNCHANGED. IT IS LISTED WITH
013392* ITS AGE, AND ESCALATED ONCE IT HAS WAITED LONGER THAN THE
013393* RUNPARM ALLOWS.
013394*****************************************************************
013395 2760-CARRY-HELD.
013396     PERFORM 2770-AGE-HELD-ITEM THRU 2770-EXIT.
013397     ADD 1 TO WS-OUTSTANDING-COUNT.
013398     WRITE APPR-OUT-RECORD FROM WS-APPR-RECORD.
013399     PERFORM 7400-LIST-APPROVAL THRU 7400-EXIT.
013400 2760-EXIT.
013401     EXIT.
013402*****************************************************************
013403* 2770-AGE-HELD-ITEM - COUNT THE BUSINESS DAYS FROM THE DAY THE
013404* ITEM WAS HELD TO TODAY BY STEPPING THE CALENDAR ONE BUSINESS
013405* DAY AT A TIME. THE COUNT STOPS AT 999.
013407*****************************************************************
013408 2770-AGE-HELD-ITEM.
013409     MOVE ZERO TO WS-AGE-DAYS.
013410     SET WS-ESCALATE-NO TO TRUE.
013411     IF WAQ-HELD-DATE NOT NUMERIC
013412         MOVE 'APPROVAL QUEUE HELD DATE NOT NUMERIC'
013413             TO WS-ABEND-MESSAGE
013414         PERFORM 9900-ABEND THRU 9900-EXIT
013415     END-IF.
013416     MOVE WAQ-HELD-DATE TO WS-AGE-DATE.
013417     PERFORM 2780-AGE-ONE-DAY THRU 2780-EXIT
013418         UNTIL WS-AGE-DATE NOT < WS-BUSINESS-DATE
013419         OR WS-AGE-DAYS = 999.
013420     IF WS-ESCALATE-DAYS > ZERO
013421         AND WS-AGE-DAYS > WS-ESCALATE-DAYS
013422         SET WS-ESCALATE-YES TO TRUE
013423         ADD 1 TO WS-ESCALATED-COUNT
013424     END-IF.
013425 2770-EXIT.
013426     EXIT.
013427*****************************************************************
013428* 2780-AGE-ONE-DAY - STEP THE AGEING DATE TO THE NEXT BUSINESS
013429* DAY AND COUNT IT. A DATE THE CALENDAR CANNOT STEP WOULD LEAVE
013430* THE ITEM'S AGE SHORT AND ITS ESCALATION MISSED, SO IT STOPS
013431* THE RUN.
013432*****************************************************************
013433 2780-AGE-ONE-DAY.
013434     MOVE 'N' TO WS-CAL-FUNCTION.
013435     CALL 'ALPHACAL' USING WS-CAL-FUNCTION, WS-AGE-DATE,
013436         WS-CAL-RESULT, WS-CAL-RULE, WS-CAL-STATUS.
013437     IF WS-CAL-STATUS = '00'
013438         MOVE WS-CAL-RESULT TO WS-AGE-DATE
013439         ADD 1 TO WS-AGE-DAYS
013440         GO TO 2780-EXIT.
013441     DISPLAY 'ALPHA APPROVAL HELD ' WAQ-HELD-DATE
013442         ' ITEM ' WAQ-SEQ ' AGEING DATE ' WS-AGE-DATE.
013443     EVALUATE WS-CAL-STATUS
013444         WHEN '94'
013445             MOVE 'APPROVAL HELD DATE IS NOT A CALENDAR DATE'
013446                 TO WS-ABEND-MESSAGE
013447         WHEN '95'
013448             MOVE 'CALENDAR DOES NOT COVER THE BUSINESS DATE'
013449                 TO WS-ABEND-MESSAGE
013450         WHEN '90'
013451             MOVE 'CALENDAR CALNDR MISSING OR NO CONTROL RECORD'
013452                 TO WS-ABEND-MESSAGE
013453         WHEN '91'
013454             MOVE 'CALENDAR CALNDR DAMAGED'
013455                 TO WS-ABEND-MESSAGE
013456         WHEN '92'
013457             MOVE 'CALNDR EXCEEDS 400-HOLIDAY TABLE LIMIT'
013458                 TO WS-ABEND-MESSAGE
013459         WHEN OTHER
013460             MOVE 'CALENDAR LOOKUP FAILED'
013461                 TO WS-ABEND-MESSAGE
013462     END-EVALUATE.
013463     PERFORM 9900-ABEND THRU 9900-EXIT.
013464 2780-EXIT.
013465     EXIT.
013466*****************************************************************
013467* 3000-MATCH-TABLES - RECONCILE WS-TABLE-1 AGAINST WS-TABLE-2
013468* ENTRY-FOR-ENTRY, FLAGGING ANY WS-THING-1 WITH NO MATCHING
013469* WS-THING-3 AND ANY LEFTOVER WS-THING-3 WITH NO WS-THING-1.
013470*****************************************************************
013471 3000-MATCH-TABLES.
013472     PERFORM 3100-MATCH-ONE-PAIR THRU 3100-EXIT
013473         VARYING table-1-ix FROM 1 BY 1
013474         UNTIL table-1-ix > WS-TABLE-1-CNT.
013475     IF WS-TABLE-2-CNT > WS-TABLE-1-CNT
013476         SET table-2-ix TO WS-TABLE-1-CNT
013477         SET table-2-ix UP BY 1
013478         PERFORM 3200-MATCH-LEFTOVER-2 THRU 3200-EXIT
013479             UNTIL table-2-ix > WS-TABLE-2-CNT
013480     END-IF.
013481 3000-EXIT.
013482     EXIT.
013483*****************************************************************
013484* 3100-MATCH-ONE-PAIR - COMPARE ONE WS-TABLE-1 ENTRY TO THE
013485* WS-TABLE-2 ENTRY AT THE SAME POSITION.
013486*****************************************************************
013487 3100-MATCH-ONE-PAIR.
013490     SET table-2-ix TO table-1-ix.
013500     IF table-2-ix > WS-TABLE-2-CNT
013510         MOVE '1'             TO MISMATCH-SIDE
014390* REJECT AND MAINTENANCE COUNTERS.
014400*****************************************************************
014410 7000-LOCATE-BRANCH.
014411*    A CODE NOT ON THE BRANCH MASTER IS BOOKED UNDER '???' - ITS
014412*    DETAILS WILL ALL REJECT, AND A CORRUPTED FEED COULD
014413*    OTHERWISE FILL THE TABLE WITH GARBAGE CODES.
014414     MOVE WS-STATS-BRANCH TO WS-BRM-LOOKUP.
014415     PERFORM 7300-FIND-BRANCH-MST THRU 7300-EXIT.
014416     IF WS-BRM-FOUND-YES
014417         MOVE WS-STATS-BRANCH TO WS-BR-SLOT-CODE
014418     ELSE
014419         MOVE '???'           TO WS-BR-SLOT-CODE
014420     END-IF.
014425     MOVE 'N' TO WS-BRANCH-FOUND-SW.
014430     IF WS-BRANCH-CNT > ZERO
014440         PERFORM 7010-MATCH-ONE-BRANCH THRU 7010-EXIT
014450             VARYING WS-BR-SCAN-IX FROM 1 BY 1
014550     END-IF.
014560     ADD 1 TO WS-BRANCH-CNT.
014570     MOVE WS-BRANCH-CNT TO WS-BRANCH-IX.
014580     MOVE WS-BR-SLOT-CODE TO BR-CODE (WS-BRANCH-IX).
014590     MOVE ZERO TO BR-READS (WS-BRANCH-IX).
014600     MOVE ZERO TO BR-EXTRACTS (WS-BRANCH-IX).
014610     MOVE ZERO TO BR-REJECTS (WS-BRANCH-IX).
014615     MOVE ZERO TO BR-MAINT (WS-BRANCH-IX).
014620     MOVE ZERO TO BR-DUPS (WS-BRANCH-IX).
014630 7000-EXIT.
014640     EXIT.
014650*****************************************************************
014680* SUBSCRIPT STILL ADDRESSES THE MATCHED ENTRY.
014690*****************************************************************
014700 7010-MATCH-ONE-BRANCH.
014710     IF BR-CODE (WS-BR-SCAN-IX) = WS-BR-SLOT-CODE
014720         SET WS-BRANCH-FOUND-YES TO TRUE
014730         MOVE WS-BR-SCAN-IX TO WS-BRANCH-IX
014740     END-IF.
014830     MOVE BR-READS (WS-BR-SCAN-IX)    TO WS-BRL-READS.
014840     MOVE BR-EXTRACTS (WS-BR-SCAN-IX) TO WS-BRL-EXTRACTS.
014850     MOVE BR-REJECTS (WS-BR-SCAN-IX)  TO WS-BRL-REJECTS.
014851     MOVE BR-MAINT (WS-BR-SCAN-IX)    TO WS-BRL-MAINT.
014852 7100-EXIT.
014853     EXIT.
014854*****************************************************************
014855* 7300-FIND-BRANCH-MST - FIND WS-BRM-LOOKUP ON THE BRANCH
014856* CONTROL MASTER, LEAVING ITS SLOT IN WS-BRM-IX.
014857*****************************************************************
014858 7300-FIND-BRANCH-MST.
014859     MOVE 'N'  TO WS-BRM-FOUND-SW.
014860     MOVE ZERO TO WS-BRM-IX.
014861     PERFORM 7310-MATCH-ONE-BRM THRU 7310-EXIT
014862         VARYING WS-BRM-SCAN-IX FROM 1 BY 1
014863         UNTIL WS-BRM-SCAN-IX > WS-BRM-CNT
014864             OR WS-BRM-FOUND-YES.
014865 7300-EXIT.
014866     EXIT.
014867*****************************************************************
014868* 7310-MATCH-ONE-BRM - TEST ONE BRANCH MASTER ENTRY. THE SLOT IS
014869* CAPTURED HERE, WHILE THE SCAN SUBSCRIPT STILL ADDRESSES THE
014870* MATCHED ENTRY.
014871*****************************************************************
014872 7310-MATCH-ONE-BRM.
014873     IF BRT-CODE (WS-BRM-SCAN-IX) = WS-BRM-LOOKUP
014874         MOVE WS-BRM-SCAN-IX TO WS-BRM-IX
014875         SET WS-BRM-FOUND-YES TO TRUE
014876     END-IF.
014877 7310-EXIT.
014878     EXIT.
014881*****************************************************************
014882* 7200-REGISTER-DETAIL - GIVE THE CURRENT DETAIL ITS SEQUENCE
014883* NUMBER AND FIND OR REGISTER ITS BRANCH/KEY/CODE/NUMERIC
014928     END-IF.
014929 7210-EXIT.
014930     EXIT.
014931*****************************************************************
014932* 7400-LIST-APPROVAL - ONE LINE OF THE APPROVALS-PENDING REPORT
014933* FOR THE QUEUE ITEM IN WS-APPR-RECORD, WITH ITS AGE IN BUSINESS
014934* DAYS AND WHETHER IT HAS ESCALATED.
014935*****************************************************************
014936 7400-LIST-APPROVAL.
014937     MOVE WAQ-HELD-DATE      TO WS-APL-HELD-DATE.
014938     MOVE WAQ-SEQ            TO WS-APL-SEQ.
014939     MOVE WAQ-BRANCH         TO WS-APL-BRANCH.
014940     MOVE WAQ-CODE           TO WS-APL-CODE.
014941     MOVE WAQ-FIELD-1 (1:10) TO WS-APL-KEY.
014942     MOVE WAQ-OLD-NUMERIC    TO WS-APL-OLD.
014943     MOVE WAQ-NUMERIC        TO WS-APL-NEW.
014944     MOVE WS-AGE-DAYS        TO WS-APL-DAYS.
014945     IF WAQ-HOLD-DELETE
014946         MOVE 'DELETE'       TO WS-APL-REASON
014947     ELSE
014948         MOVE 'LARGE CHANGE' TO WS-APL-REASON
014949     END-IF.
014950     IF WS-ESCALATE-YES
014951         MOVE 'ESCALATED'    TO WS-APL-FLAG
014952     ELSE
014953         MOVE SPACES         TO WS-APL-FLAG
014954     END-IF.
014955     WRITE APPR-REPORT-RECORD FROM WS-APPR-LINE.
014956 7400-EXIT.
014957     EXIT.
014958*****************************************************************
014959* 8000-CHECK-NUMERIC-CHANGE - WRITE AN AUDIT RECORD WHENEVER
014960* WS-DISPLAY-NUMERIC IS DIFFERENT FROM THE VALUE IT HELD LAST
014961* TIME THIS PARAGRAPH RAN, SO EVERY CHANGE TO THE FIELD IS
014962* TRACEABLE. THE FIRST RECORD OF THE RUN IS NOT COMPARED, SINCE
014963* THERE IS NO PRIOR VALUE TO COMPARE IT TO.
014964*****************************************************************
014965 8000-CHECK-NUMERIC-CHANGE.
014966*    A TRIAL KEEPS THE PRIOR-VALUE TRACKING HONEST BUT WRITES
014967*    NO AUDIT TRAIL - AUDIT-FILE IS NOT OPEN.
014968     IF WS-TRIAL-YES
014969         MOVE ws-display-numeric TO WS-PREV-DISPLAY-NUMERIC
014970         GO TO 8000-EXIT.
014971     IF WS-AUDIT-FIRST-TIME
014980         SET WS-AUDIT-FIRST-SW TO 'N'
014990     ELSE
015000         IF ws-display-numeric NOT = WS-PREV-DISPLAY-NUMERIC
015150* REJECT-FILE, OR THE MASTER AS APPLIED MAINTENANCE. AN
015160* OUT-OF-BALANCE RUN, OR ONE WHOSE REJECT RATE
015170* EXCEEDS WS-REJECT-RATE-LIMIT, ENDS WITH A NONZERO CONDITION
015180* CODE SO THE SCHEDULER HOLDS THE DEPENDENT JOBS. SO DOES A
015181* BALANCED RUN MISSING A FILE AN OPEN BRANCH WAS DUE TO SEND,
015182* OR ONE LEAVING AN APPROVAL WAITING PAST ITS ESCALATION LIMIT.
015190*****************************************************************
015200 9500-PRINT-BALANCE.
015210*    EACH BRANCH ANSWERS FOR ITS OWN DATA QUALITY FIRST, THEN THE
015410     MOVE 'REPENDED STILL FUTURE' TO WS-BAL-LABEL.
015411     MOVE WS-REPEND-COUNT       TO WS-BAL-VALUE.
015412     WRITE BALANCE-RECORD FROM WS-BALANCE-LINE.
015413     MOVE 'HELD FOR APPROVAL'   TO WS-BAL-LABEL.
015414     MOVE WS-HELD-COUNT         TO WS-BAL-VALUE.
015415     WRITE BALANCE-RECORD FROM WS-BALANCE-LINE.
015416     MOVE 'RELEASED BY APPROVAL' TO WS-BAL-LABEL.
015417     MOVE WS-APPROVED-COUNT     TO WS-BAL-VALUE.
015418     WRITE BALANCE-RECORD FROM WS-BALANCE-LINE.
015419     MOVE 'DECLINED BY CHECKER' TO WS-BAL-LABEL.
015420     MOVE WS-DECLINED-COUNT     TO WS-BAL-VALUE.
015421     WRITE BALANCE-RECORD FROM WS-BALANCE-LINE.
015422     MOVE 'HELD FROM EARLIER DAYS' TO WS-BAL-LABEL.
015423     MOVE WS-OUTSTANDING-COUNT  TO WS-BAL-VALUE.
015424     WRITE BALANCE-RECORD FROM WS-BALANCE-LINE.
015426     MOVE 'MISMATCHES WRITTEN'  TO WS-BAL-LABEL.
015428     MOVE WS-MISMATCH-COUNT     TO WS-BAL-VALUE.
015430     WRITE BALANCE-RECORD FROM WS-BALANCE-LINE.
015440     MOVE 'CHECKPOINTS THIS RUN' TO WS-BAL-LABEL.
015450     MOVE WS-CHKPT-TAKEN-COUNT  TO WS-BAL-VALUE.
015460     WRITE BALANCE-RECORD FROM WS-BALANCE-LINE.
015470*    EVERY DETAIL RECORD - READ OFF A FEED, RELEASED FROM THE
015480*    WAREHOUSE OR DECIDED ON THE APPROVAL QUEUE - ENDS UP IN
015481*    EXACTLY ONE PLACE: THE EXTRACT, THE REJECT FILE, THE
015482*    DUPLICATES FILE, THE PENDING WAREHOUSE, THE APPROVAL QUEUE,
015484*    OR APPLIED TO THE MASTER. STILL-FUTURE ITEMS RIDING THROUGH
015486*    THE WAREHOUSE, AND ITEMS STILL WAITING ON THE QUEUE FROM
015488*    EARLIER DAYS, SIT ON NEITHER SIDE.
015490     ADD WS-EXTRACT-COUNT TO WS-REJECT-COUNT
015500         GIVING WS-BAL-EXPECTED.
015503     ADD WS-MAINT-APPLIED TO WS-BAL-EXPECTED.
015506     ADD WS-DUP-COUNT     TO WS-BAL-EXPECTED.
015509     ADD WS-PENDED-COUNT  TO WS-BAL-EXPECTED.
015512     ADD WS-HELD-COUNT    TO WS-BAL-EXPECTED.
015513     ADD WS-READ-COUNT TO WS-RELEASED-COUNT
015514         GIVING WS-BAL-INPUT.
015515     ADD WS-APPROVED-COUNT WS-DECLINED-COUNT TO WS-BAL-INPUT.
015520     IF WS-BAL-EXPECTED NOT = WS-BAL-INPUT
015530         MOVE 'OUT-OF-BALANCE'  TO WS-BAL-VERDICT
015540         MOVE 8 TO RETURN-CODE
015560         MOVE 'BALANCED'        TO WS-BAL-VERDICT
015570         PERFORM 9510-CHECK-REJECT-RATE THRU 9510-EXIT
015580     END-IF.
015581*    EVERY OPEN BRANCH DUE TO SEND ON THIS WEEKDAY THAT SENT
015582*    NOTHING IS NAMED - A RUN THAT OTHERWISE BALANCED THEN ENDS
015583*    WITH A WARNING CODE SO THE MISSING FILE IS CHASED BEFORE THE
015584*    DAY IS TAKEN AS COMPLETE.
015585     MOVE ZERO TO WS-NOFEED-COUNT.
015586     PERFORM 9530-CHECK-ONE-EXPECTED THRU 9530-EXIT
015587         VARYING WS-BRM-SCAN-IX FROM 1 BY 1
015588         UNTIL WS-BRM-SCAN-IX > WS-BRM-CNT.
015589     MOVE 'EXPECTED FEEDS MISSING' TO WS-BAL-LABEL.
015590     MOVE WS-NOFEED-COUNT       TO WS-BAL-VALUE.
015591     WRITE BALANCE-RECORD FROM WS-BALANCE-LINE.
015592     IF WS-NOFEED-COUNT > ZERO
015593         AND WS-BAL-VERDICT = 'BALANCED'
015594         MOVE 'FEEDS MISSING'   TO WS-BAL-VERDICT
015595         MOVE 4 TO RETURN-CODE
015596     END-IF.
015597*    AN APPROVAL LEFT WAITING PAST THE ESCALATION LIMIT IS
015598*    CHASED THE SAME WAY.
015599     MOVE 'APPROVALS ESCALATED' TO WS-BAL-LABEL.
015600     MOVE WS-ESCALATED-COUNT    TO WS-BAL-VALUE.
015601     WRITE BALANCE-RECORD FROM WS-BALANCE-LINE.
015602     IF WS-ESCALATED-COUNT > ZERO
015603         AND WS-BAL-VERDICT = 'BALANCED'
015604         MOVE 'APPROVAL OVERDUE' TO WS-BAL-VERDICT
015605         MOVE 4 TO RETURN-CODE
015606     END-IF.
015607     PERFORM 9550-RAISE-EXCEPTIONS THRU 9550-EXIT.
015608     WRITE BALANCE-RECORD FROM WS-BALANCE-VERDICT-LINE.
015609*    THE VERDICT OF A TRIAL IS PROVED THE SAME WAY AND SETS THE
015610*    SAME CONDITION CODES - THE NOTE SAYS WHAT WAS NOT DONE.
015611     IF WS-TRIAL-YES
015612         WRITE BALANCE-RECORD FROM WS-TRIAL-NOTE-LINE
015613     END-IF.
015614 9500-EXIT.
015615     EXIT.
015620*****************************************************************
015630* 9520-PRINT-ONE-BRANCH - ONE BRANCH LINE ON THE BALANCE
015640* REPORT.
015680     WRITE BALANCE-RECORD FROM WS-BRANCH-LINE.
015690 9520-EXIT.
015700     EXIT.
015701*****************************************************************
015702* 9530-CHECK-ONE-EXPECTED - NAME ONE BRANCH MASTER ENTRY ON THE
015703* BALANCE REPORT IF IT IS OPEN, DUE TO SEND ON THE BUSINESS
015704* DATE'S WEEKDAY, AND NO FILE HEADED WITH ITS CODE CAME IN.
015705*****************************************************************
015706 9530-CHECK-ONE-EXPECTED.
015707     IF NOT BRT-OPEN (WS-BRM-SCAN-IX)
015708         OR BRT-SENT-YES (WS-BRM-SCAN-IX)
015709         GO TO 9530-EXIT.
015710     IF BRT-DAYS (WS-BRM-SCAN-IX) (WS-RUN-WEEKDAY:1) NOT = 'Y'
015711         GO TO 9530-EXIT.
015712     MOVE BRT-CODE (WS-BRM-SCAN-IX) TO WS-NFL-CODE.
015713     MOVE BRT-NAME (WS-BRM-SCAN-IX) TO WS-NFL-NAME.
015714     WRITE BALANCE-RECORD FROM WS-NOFEED-LINE.
015715     ADD 1 TO WS-NOFEED-COUNT.
015716 9530-EXIT.
015717     EXIT.
015718*****************************************************************
015719* 9550-RAISE-EXCEPTIONS - PUT AN OUT-OF-BALANCE VERDICT (RED)
015720* OR A HIGH REJECT RATE (AMBER) ON THE SHARED EXCPTN FILE FOR
015721* THE ALPHADSK CONTROL-DESK REPORT, UNDER BRANCH '***' SINCE
015722* BOTH ARE VERDICTS ON THE RUN AS A WHOLE. A TRIAL IS NOT THE
015723* NIGHT'S RUN AND RAISES NOTHING.
015724*****************************************************************
015725 9550-RAISE-EXCEPTIONS.
015726     IF WS-TRIAL-YES
015727         GO TO 9550-EXIT.
015728     MOVE SPACES TO WS-EXC-RECORD.
015729     MOVE '***' TO WS-EXC-BRANCH.
015730     IF WS-BAL-VERDICT = 'OUT-OF-BALANCE'
015731         SET WS-EXC-RED TO TRUE
015732         SET WS-EXC-OUT-OF-BALANCE TO TRUE
015733         MOVE 'DAILY BALANCING'    TO WS-EXC-SUBJECT
015734         MOVE WS-BAL-INPUT         TO WS-EXT-BAL-INPUT
015735         MOVE WS-BAL-EXPECTED      TO WS-EXT-BAL-EXPECTED
015736         MOVE WS-EXC-BAL-TEXT      TO WS-EXC-TEXT
015737         PERFORM 9750-WRITE-EXCEPTION THRU 9750-EXIT
015738         GO TO 9550-EXIT.
015739     IF WS-BAL-VERDICT = 'REJECT RATE HIGH'
015740         SET WS-EXC-AMBER TO TRUE
015741         SET WS-EXC-REJECT-RATE TO TRUE
015742         MOVE 'REJECT RATE'        TO WS-EXC-SUBJECT
015743         SUBTRACT WS-DECLINED-COUNT FROM WS-REJECT-COUNT
015744             GIVING WS-EXT-REJ-REJECTS
015745         MOVE WS-READ-COUNT        TO WS-EXT-REJ-READS
015746         MOVE WS-EXC-REJ-TEXT      TO WS-EXC-TEXT
015747         PERFORM 9750-WRITE-EXCEPTION THRU 9750-EXIT
015748     END-IF.
015749 9550-EXIT.
015750     EXIT.
015751*****************************************************************
015752* 9510-CHECK-REJECT-RATE - A BALANCED RUN THAT REJECTED TOO MUCH
015753* OF THE FEED IS STILL A BAD DAY. FLAG IT WITH A WARNING CODE SO
015754* THE SCHEDULER CAN DECIDE WHETHER TO FEED THE EXTRACT ONWARD.
015755*****************************************************************
015760 9510-CHECK-REJECT-RATE.
015770     IF WS-READ-COUNT = ZERO
015780         GO TO 9510-EXIT.
015790*    THE RATE TEST IS DONE ON WHOLE PRODUCTS - REJECTS * 100
015800*    AGAINST READS * LIMIT - SO A RATE A FRACTION OVER THE LIMIT
015810*    STILL TRIPS IT. A TRUNCATED PERCENTAGE WOULD LET A 10.9
015820*    PERCENT DAY THROUGH A 10 PERCENT LIMIT. AN ITEM A CHECKER
015821*    DECLINED IS A DECISION, NOT BAD FEED DATA, AND IS LEFT OUT.
015830     SUBTRACT WS-DECLINED-COUNT FROM WS-REJECT-COUNT
015840         GIVING WS-REJECT-RATE-WORK.
015841     MULTIPLY 100 BY WS-REJECT-RATE-WORK.
015850     MULTIPLY WS-READ-COUNT BY WS-REJECT-RATE-LIMIT
015860         GIVING WS-REJECT-LIMIT-WORK.
015870     IF WS-REJECT-RATE-WORK > WS-REJECT-LIMIT-WORK
015880         MOVE 'REJECT RATE HIGH' TO WS-BAL-VERDICT
015890         MOVE 4 TO RETURN-CODE
015891     END-IF.
015892 9510-EXIT.
015893     EXIT.
015894*****************************************************************
015895* 9600-WRITE-HISTORY - APPEND THE RUN'S BALANCING COUNTS TO THE
015896* HISTORY FILE, ONE RECORD PER BRANCH AND A GRAND-TOTAL RECORD
015897* UNDER BRANCH '***', ALL KEYED BY THE RUNPARM BUSINESS DATE.
015898* BALANCE-FILE IS GONE THE NEXT MORNING - THIS FILE IS HOW THE
015899* ALPHATRD TREND REPORT SEES THREE WEEKS OF REJECT RATES.
015900*****************************************************************
015901 9600-WRITE-HISTORY.
015902*    A TRIAL IS NOT A BUSINESS DAY - IT STAYS OUT OF THE TREND
015903*    HISTORY.
015904     IF WS-TRIAL-YES
015905         GO TO 9600-EXIT.
015906     OPEN EXTEND HISTORY-FILE.
015907     IF WS-BRANCH-CNT > ZERO
015908         PERFORM 9620-HISTORY-ONE-BRANCH THRU 9620-EXIT
015909             VARYING WS-BR-SCAN-IX FROM 1 BY 1
015910             UNTIL WS-BR-SCAN-IX > WS-BRANCH-CNT
015911     END-IF.
015912     MOVE WS-BUSINESS-DATE  TO HIST-DATE.
015913     MOVE '***'             TO HIST-BRANCH.
015914     MOVE WS-READ-COUNT     TO HIST-READS.
015915     MOVE WS-EXTRACT-COUNT  TO HIST-EXTRACTS.
015916     MOVE WS-REJECT-COUNT   TO HIST-REJECTS.
015917     MOVE WS-MISMATCH-COUNT TO HIST-MISMATCHES.
015918     MOVE WS-MAINT-APPLIED  TO HIST-MAINT.
015919     MOVE WS-DUP-COUNT      TO HIST-DUPS.
015920     WRITE HISTORY-RECORD.
015921     CLOSE HISTORY-FILE.
015922 9600-EXIT.
015923     EXIT.
015924*****************************************************************
015925* 9620-HISTORY-ONE-BRANCH - ONE BRANCH'S COUNTS ONTO THE
015926* HISTORY FILE. THE MISMATCH COUNT IS RUN-LEVEL AND RIDES THE
015927* GRAND-TOTAL RECORD ONLY.
015928*****************************************************************
015929 9620-HISTORY-ONE-BRANCH.
015930     MOVE WS-BUSINESS-DATE TO HIST-DATE.
015931     MOVE BR-CODE (WS-BR-SCAN-IX)     TO HIST-BRANCH.
015932     MOVE BR-READS (WS-BR-SCAN-IX)    TO HIST-READS.
015933     MOVE BR-EXTRACTS (WS-BR-SCAN-IX) TO HIST-EXTRACTS.
015934     MOVE BR-REJECTS (WS-BR-SCAN-IX)  TO HIST-REJECTS.
015935     MOVE ZERO                        TO HIST-MISMATCHES.
015936     MOVE BR-MAINT (WS-BR-SCAN-IX)    TO HIST-MAINT.
015937     MOVE BR-DUPS (WS-BR-SCAN-IX)     TO HIST-DUPS.
015938     WRITE HISTORY-RECORD.
015939 9620-EXIT.
015940     EXIT.
015941*****************************************************************
015942* 9700-JOURNAL-MILESTONE - APPEND ONE MILESTONE TO THE SHARED
015943* RUN JOURNAL THROUGH ALPHAJRN. THE CALLER SETS THE MILESTONE
015944* AND COUNT - THE CONDITION CODE GOES ALONG AS IT STANDS, AND
015945* ALPHAJRN HANDS THE SAME CODE BACK, SO JOURNALING THE END OF A
015946* RUN DOES NOT WIPE THE BALANCE VERDICT OUT.
015947*****************************************************************
015948 9700-JOURNAL-MILESTONE.
015949     MOVE RETURN-CODE TO WS-JRN-RETCODE.
015950     CALL 'ALPHAJRN' USING WS-JRN-PROGRAM, WS-JRN-MILESTONE,
015951         WS-JRN-COUNT, WS-JRN-RETCODE.
015952 9700-EXIT.
015953     EXIT.
015954*****************************************************************
015955* 9750-WRITE-EXCEPTION - APPEND ONE EXCEPTION TO THE SHARED
015956* EXCPTN FILE THROUGH ALPHAEXC, DATED WITH THE BUSINESS DATE.
015957* THE CALLER SETS THE SEVERITY, TYPE, BRANCH, SUBJECT AND TEXT.
015958* THE CONDITION CODE GOES ALONG AS IT STANDS AND ALPHAEXC HANDS
015959* THE SAME CODE BACK, SO RAISING THE VERDICT DOES NOT WIPE IT.
015960*****************************************************************
015961 9750-WRITE-EXCEPTION.
015962     MOVE 'ALPHA'          TO WS-EXC-PROGRAM.
015963     MOVE WS-BUSINESS-DATE TO WS-EXC-BUS-DATE.
015964     MOVE RETURN-CODE TO WS-EXC-RETCODE.
015965     CALL 'ALPHAEXC' USING WS-EXC-RECORD, WS-EXC-RETCODE.
015966 9750-EXIT.
015974     EXIT.
015975*****************************************************************
015976* 9800-WRITE-REGISTER - WRITE TOMORROW'S FEED SEQUENCE REGISTER.
015977* ONLY A LIVE RUN THAT ENDED IN BALANCE ADVANCES IT - A TRIAL,
015978* OR A DAY THAT MUST BE RESTORED AND RERUN, COPIES FEEDRGI
015979* THROUGH UNCHANGED SO THE SAME FILES PROVE AGAIN TOMORROW. A
015980* RUN THAT ABENDS NEVER GETS HERE AND FEEDRGO IS NOT CUT. THE
015981* BALANCE REPORT SAYS WHICH WAY IT WENT.
015982*****************************************************************
015983 9800-WRITE-REGISTER.
015984     OPEN OUTPUT FEED-REG-OUT-FILE.
015985     IF WS-TRIAL-YES
015986         MOVE 'HELD - TRIAL RUN' TO WS-REG-NOTE
015987         GO TO 9800-COPY-UNCHANGED.
015988     IF WS-BAL-VERDICT = 'OUT-OF-BALANCE'
015989         MOVE 'HELD - RUN OUT OF BALANCE' TO WS-REG-NOTE
015990         GO TO 9800-COPY-UNCHANGED.
015991     IF WS-REG-CNT > ZERO
015992         PERFORM 9820-WRITE-ONE-REG THRU 9820-EXIT
015993             VARYING WS-REG-SCAN-IX FROM 1 BY 1
015994             UNTIL WS-REG-SCAN-IX > WS-REG-CNT
015995     END-IF.
015996     MOVE 'ADVANCED' TO WS-REG-NOTE.
015997     GO TO 9800-CLOSE.
015998 9800-COPY-UNCHANGED.
015999     MOVE 'N' TO WS-REG-EOF-SW.
016000     OPEN INPUT FEED-REG-IN-FILE.
016001     PERFORM 9810-COPY-ONE-REG THRU 9810-EXIT
016002         UNTIL WS-REG-EOF-YES.
016003     CLOSE FEED-REG-IN-FILE.
016004 9800-CLOSE.
016005     CLOSE FEED-REG-OUT-FILE.
016006     WRITE BALANCE-RECORD FROM WS-REG-NOTE-LINE.
016007 9800-EXIT.
016008     EXIT.
016009*****************************************************************
016010* 9810-COPY-ONE-REG - COPY ONE FEEDRGI RECORD TO FEEDRGO AS IT
016011* STANDS.
016012*****************************************************************
016013 9810-COPY-ONE-REG.
016014     READ FEED-REG-IN-FILE
016015         AT END
016016             SET WS-REG-EOF-YES TO TRUE
016017         NOT AT END
016018             WRITE FEED-REG-OUT-RECORD FROM FEED-REG-IN-RECORD
016019     END-READ.
016020 9810-EXIT.
016021     EXIT.
016022*****************************************************************
016023* 9820-WRITE-ONE-REG - ONE ADVANCED REGISTER ENTRY ONTO FEEDRGO.
016024*****************************************************************
016025 9820-WRITE-ONE-REG.
016026     MOVE SPACES                       TO FEED-REG-OUT-RECORD.
016027     MOVE REG-BRANCH (WS-REG-SCAN-IX)  TO RGO-BRANCH.
016028     MOVE REG-SEQ (WS-REG-SCAN-IX)     TO RGO-SEQ.
016029     MOVE REG-DATE (WS-REG-SCAN-IX)    TO RGO-DATE.
016030     MOVE REG-COUNT (WS-REG-SCAN-IX)   TO RGO-COUNT.
016031     MOVE REG-HASH (WS-REG-SCAN-IX)    TO RGO-HASH.
016032     WRITE FEED-REG-OUT-RECORD.
016033 9820-EXIT.
016034     EXIT.
016035*****************************************************************
016036* 9900-ABEND - REPORT A FATAL ERROR ON THE OPERATOR CONSOLE AND
016037* STOP THE RUN WITH A NONZERO CONDITION CODE SO THE SCHEDULER
016038* HOLDS THE DEPENDENT JOBS. THE CALLER SETS WS-ABEND-MESSAGE.
016039*****************************************************************
016040 9900-ABEND.
016041     DISPLAY 'ALPHA ABEND - ' WS-ABEND-MESSAGE.
016042     MOVE 16 TO RETURN-CODE.
016043     MOVE 'E' TO WS-JRN-MILESTONE.
016044     MOVE WS-READ-COUNT TO WS-JRN-COUNT.
016045     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
016046     STOP RUN.
016047 9900-EXIT.
016048     EXIT.
016049*****************************************************************
016050* 9999-TERMINATE - CLOSE THE FILES AND THE MASTER, THEN PRINT
016060* THE BALANCING REPORT LAST SO ITS CONDITION CODE STANDS.
016070* RETURN-CODE IS 0 FOR A CLEAN BALANCED RUN, 4 FOR A BALANCED
016080* RUN WITH A HIGH REJECT RATE, AN EXPECTED BRANCH FILE
016081* MISSING OR AN APPROVAL OVERDUE, 8 FOR OUT-OF-BALANCE.
016090*****************************************************************
016100 9999-TERMINATE.
016110*    THE BRANCH FEEDS CLOSE AS EACH TRAILER IS PROVED.
016171         CLOSE DUPLICATE-FILE
016172         CLOSE PEND-OUT-FILE
016173         CLOSE PEND-REPORT-FILE
016174         CLOSE APPR-OUT-FILE
016175         CLOSE APPR-REPORT-FILE
016180         MOVE 'X' TO WS-MAINT-FUNCTION
016190         CALL 'ALPHAMST' USING WS-MAINT-FUNCTION, WS-MAINT-KEY,
016200             ws-Field-2, ws-display-numeric, WS-MAINT-STATUS,
016220*    CODE, AND A CALL MADE AFTER IT WOULD HAND BACK THE CALLED
016230*    PROGRAM'S OWN RETURN-CODE AND WIPE THE VERDICT OUT.
016240     PERFORM 9500-PRINT-BALANCE THRU 9500-EXIT.
016241*    THE REGISTER FOLLOWS THE VERDICT - IT TOUCHES NO CALLED
016242*    PROGRAM, SO THE CONDITION CODE SURVIVES IT.
016243     PERFORM 9800-WRITE-REGISTER THRU 9800-EXIT.
016250     CLOSE BALANCE-FILE.
016251*    THE HISTORY APPEND TOUCHES NO CALLED PROGRAM, SO THE
016252*    VERDICT'S CONDITION CODE SURVIVES IT.
