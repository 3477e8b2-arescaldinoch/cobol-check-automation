000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ALPHACAL.
000030 AUTHOR.  D CHALMERS.
000040 INSTALLATION.  BATCH-SUITE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM ALPHACAL
000090*
000100* BUSINESS-DAY CALENDAR ACCESS MODULE FOR THE BATCH SUITE. EVERY
000110* QUESTION ABOUT BUSINESS DAYS GOES THROUGH THIS ONE SUBPROGRAM,
000120* THE SAME WAY ALL MASTER ACCESS GOES THROUGH ALPHAMST, SO THE
000130* CALNDR CALENDAR FILE (COPYBOOK CALNDR) IS DEFINED AND READ IN
000140* EXACTLY ONE PLACE. THE CALENDAR IS LOADED ON THE FIRST CALL
000150* AND HELD FOR THE REST OF THE STEP.
000160*
000170* CALLED AS:
000180*     CALL 'ALPHACAL' USING CAL-FUNCTION, CAL-DATE,
000190*                          CAL-RESULT-DATE, CAL-RULE, CAL-STATUS.
000200*
000210* FUNCTIONS:
000220*     'B' IS CAL-DATE A BUSINESS DAY - CAL-RESULT-DATE COMES
000230*         BACK AS CAL-DATE ITSELF WHEN IT IS, OR AS THE NEXT
000240*         BUSINESS DAY AFTER IT WHEN IT IS NOT.
000250*     'N' THE NEXT BUSINESS DAY AFTER CAL-DATE, IN
000260*         CAL-RESULT-DATE.
000270* EVERY CALL ALSO HANDS BACK THE CALENDAR'S EFFECTIVE-DATE RULE
000280* IN CAL-RULE - 'R' ROLL FORWARD OR 'J' REJECT.
000290*
000300* A DAY IS A BUSINESS DAY WHEN ITS WEEKDAY IS MARKED 'Y' ON THE
000310* CONTROL RECORD'S WEEK AND IT IS NOT A HOLIDAY ON THE FILE.
000320*
000330* STATUS RETURNED:
000340*     '00' DONE - FOR 'B', CAL-DATE IS A BUSINESS DAY
000350*     '01' 'B' ONLY - CAL-DATE IS NOT A BUSINESS DAY
000360*     '94' CAL-DATE IS NOT A CALENDAR DATE
000370*     '95' THE ANSWER LIES PAST THE CONTROL RECORD'S THRU-DATE -
000380*          IT IS WORKED FROM THE WEEK ALONE, SINCE THE HOLIDAYS
000390*          THERE ARE NOT KNOWN YET
000400*     '90' CALNDR IS MISSING OR HAS NO CONTROL RECORD
000410*     '91' CALNDR IS DAMAGED - A BAD RECORD TYPE, A HOLIDAY THAT
000420*          IS NOT A CALENDAR DATE, OR A BAD OR SECOND CONTROL
000430*          RECORD
000440*     '92' CALNDR HOLDS MORE THAN 400 HOLIDAYS
000450*     '99' UNKNOWN FUNCTION
000460* '90' THROUGH '92' COME BACK ON EVERY CALL - THE CALLER MUST
000470* STOP, NOT GUESS AT BUSINESS DAYS WITHOUT A CALENDAR.
000480*
000490* MODIFICATION HISTORY.
000500*   10/15/2026  DC    ORIGINAL SUBPROGRAM.
000510*****************************************************************
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550*    OPTIONAL SO A MISSING DATASET COMES BACK AS STATUS '90' FOR
000560*    THE CALLER TO REPORT, INSTEAD OF FAILING THE OPEN.
000570     SELECT OPTIONAL CAL-FILE
000580         ASSIGN TO CALNDR
000590         ORGANIZATION IS SEQUENTIAL.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CAL-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 40 CHARACTERS.
000650 01  CAL-RECORD.
000660     COPY CALNDR REPLACING ==:PFX:== BY ==CALR==.
000670 WORKING-STORAGE SECTION.
000680 77  CAL-LOADED-SW            PIC X(01)   VALUE 'N'.
000690     88  CAL-LOADED-YES                   VALUE 'Y'.
000700 77  CAL-LOAD-STATUS          PIC X(02)   VALUE '00'.
000710 77  CAL-EOF-SW               PIC X(01)   VALUE 'N'.
000720     88  CAL-EOF-YES                      VALUE 'Y'.
000730 77  CAL-CTL-SEEN-SW          PIC X(01)   VALUE 'N'.
000740     88  CAL-CTL-SEEN-YES                 VALUE 'Y'.
000750 77  CAL-BUSINESS-SW          PIC X(01)   VALUE 'N'.
000760     88  CAL-BUSINESS-YES                 VALUE 'Y'.
000770 77  CAL-BEYOND-SW            PIC X(01)   VALUE 'N'.
000780     88  CAL-BEYOND-YES                   VALUE 'Y'.
000790 77  CAL-HOL-FOUND-SW         PIC X(01)   VALUE 'N'.
000800     88  CAL-HOL-FOUND-YES                VALUE 'Y'.
000810 77  CAL-VALID-SW             PIC X(01)   VALUE 'N'.
000820     88  CAL-VALID-YES                    VALUE 'Y'.
000830 77  CAL-HOL-CNT              PIC 9(04) COMP VALUE ZERO.
000840 77  CAL-HOL-IX               PIC 9(04) COMP VALUE ZERO.
000850 77  CAL-DAY-IX               PIC 9(04) COMP VALUE ZERO.
000860 77  CAL-OPEN-DAYS            PIC 9(04) COMP VALUE ZERO.
000870 77  CAL-QUOT                 PIC 9(04) COMP VALUE ZERO.
000880 77  CAL-REM-4                PIC 9(04) COMP VALUE ZERO.
000890 77  CAL-REM-100              PIC 9(04) COMP VALUE ZERO.
000900 77  CAL-REM-400              PIC 9(04) COMP VALUE ZERO.
000910 77  CAL-MONTH-MAX            PIC 9(02)   VALUE ZERO.
000920 77  CAL-WEEKDAY              PIC 9(01)   VALUE ZERO.
000930*    THE CONTROL RECORD'S SETTINGS, HELD FOR THE STEP.
000940 77  CAL-WEEK                 PIC X(07)   VALUE SPACES.
000950 77  CAL-RULE-HELD            PIC X(01)   VALUE SPACE.
000960 77  CAL-THRU-DATE            PIC 9(08)   VALUE ZERO.
000970 01  CAL-WORK-DATE.
000980     05  CAL-WORK-YYYY        PIC 9(04).
000990     05  CAL-WORK-MM          PIC 9(02).
001000     05  CAL-WORK-DD          PIC 9(02).
001010 01  CAL-WORK-DATE-N REDEFINES CAL-WORK-DATE
001020                              PIC 9(08).
001030 01  CAL-MONTH-DAYS-VALUES    PIC X(24)
001040         VALUE '312831303130313130313031'.
001050 01  CAL-MONTH-DAYS-TABLE REDEFINES CAL-MONTH-DAYS-VALUES.
001060     05  CAL-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
001070 01  CAL-HOL-TABLE.
001080     05  CAL-HOL-ENTRY        PIC 9(08) OCCURS 400 TIMES.
001090 LINKAGE SECTION.
001100 01  CAL-FUNCTION             PIC X(01).
001110 01  CAL-DATE                 PIC 9(08).
001120 01  CAL-RESULT-DATE          PIC 9(08).
001130 01  CAL-RULE                 PIC X(01).
001140 01  CAL-STATUS               PIC X(02).
001150 PROCEDURE DIVISION USING CAL-FUNCTION, CAL-DATE,
001160         CAL-RESULT-DATE, CAL-RULE, CAL-STATUS.
001170 0000-MAINLINE.
001180     MOVE '00' TO CAL-STATUS.
001190     MOVE ZERO TO CAL-RESULT-DATE.
001200     IF NOT CAL-LOADED-YES
001210         PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
001220     END-IF.
001230     IF CAL-LOAD-STATUS NOT = '00'
001240         MOVE CAL-LOAD-STATUS TO CAL-STATUS
001250     ELSE
001260         MOVE CAL-RULE-HELD TO CAL-RULE
001270         EVALUATE CAL-FUNCTION
001280             WHEN 'B'
001290                 PERFORM 2000-TEST-BUSINESS-DAY THRU 2000-EXIT
001300             WHEN 'N'
001310                 PERFORM 3000-NEXT-BUSINESS-DAY THRU 3000-EXIT
001320             WHEN OTHER
001330                 MOVE '99' TO CAL-STATUS
001340         END-EVALUATE
001350     END-IF.
001360     GOBACK.
001370*****************************************************************
001380* 1000-LOAD-CALENDAR - READ THE WHOLE CALENDAR INTO STORAGE ON
001390* THE FIRST CALL. THE LOAD IS TRIED ONCE - A BAD CALENDAR KEEPS
001400* ITS STATUS FOR EVERY LATER CALL RATHER THAN BEING RE-READ.
001410*****************************************************************
001420 1000-LOAD-CALENDAR.
001430     SET CAL-LOADED-YES TO TRUE.
001440     OPEN INPUT CAL-FILE.
001450     PERFORM 1100-READ-CALENDAR THRU 1100-EXIT
001460         UNTIL CAL-EOF-YES
001470             OR CAL-LOAD-STATUS NOT = '00'.
001480     CLOSE CAL-FILE.
001490     IF CAL-LOAD-STATUS = '00'
001500         AND NOT CAL-CTL-SEEN-YES
001510         MOVE '90' TO CAL-LOAD-STATUS
001520     END-IF.
001530 1000-EXIT.
001540     EXIT.
001550*****************************************************************
001560* 1100-READ-CALENDAR - READ ONE CALENDAR RECORD AND FILE IT.
001570*****************************************************************
001580 1100-READ-CALENDAR.
001590     READ CAL-FILE
001600         AT END
001610             SET CAL-EOF-YES TO TRUE
001620             GO TO 1100-EXIT
001630     END-READ.
001640     IF CALR-CONTROL
001650         PERFORM 1200-TAKE-CONTROL THRU 1200-EXIT
001660         GO TO 1100-EXIT.
001670     IF NOT CALR-HOLIDAY
001680         MOVE '91' TO CAL-LOAD-STATUS
001690         GO TO 1100-EXIT.
001700     MOVE CALR-HOL-DATE TO CAL-WORK-DATE.
001710     PERFORM 8000-PROVE-DATE THRU 8000-EXIT.
001720     IF NOT CAL-VALID-YES
001730         MOVE '91' TO CAL-LOAD-STATUS
001740         GO TO 1100-EXIT.
001750     IF CAL-HOL-CNT = 400
001760         MOVE '92' TO CAL-LOAD-STATUS
001770         GO TO 1100-EXIT.
001780     ADD 1 TO CAL-HOL-CNT.
001790     MOVE CALR-HOL-DATE TO CAL-HOL-ENTRY (CAL-HOL-CNT).
001800 1100-EXIT.
001810     EXIT.
001820*****************************************************************
001830* 1200-TAKE-CONTROL - PROVE AND HOLD THE CONTROL RECORD. THE
001840* WEEK MUST BE ALL Y OR N WITH AT LEAST ONE BUSINESS DAY IN IT,
001850* OR NO NEXT BUSINESS DAY COULD EVER BE FOUND.
001860*****************************************************************
001870 1200-TAKE-CONTROL.
001880     IF CAL-CTL-SEEN-YES
001890         MOVE '91' TO CAL-LOAD-STATUS
001900         GO TO 1200-EXIT.
001910     SET CAL-CTL-SEEN-YES TO TRUE.
001920     MOVE ZERO TO CAL-OPEN-DAYS.
001930     PERFORM 1210-EDIT-ONE-DAY THRU 1210-EXIT
001940         VARYING CAL-DAY-IX FROM 1 BY 1
001950         UNTIL CAL-DAY-IX > 7.
001960     IF CAL-LOAD-STATUS NOT = '00'
001970         GO TO 1200-EXIT.
001980     IF CAL-OPEN-DAYS = ZERO
001990         MOVE '91' TO CAL-LOAD-STATUS
002000         GO TO 1200-EXIT.
002010     IF NOT CALR-EFF-ROLL AND NOT CALR-EFF-REJECT
002020         MOVE '91' TO CAL-LOAD-STATUS
002030         GO TO 1200-EXIT.
002040     MOVE CALR-THRU-DATE TO CAL-WORK-DATE.
002050     PERFORM 8000-PROVE-DATE THRU 8000-EXIT.
002060     IF NOT CAL-VALID-YES
002070         MOVE '91' TO CAL-LOAD-STATUS
002080         GO TO 1200-EXIT.
002090     MOVE CALR-WEEK      TO CAL-WEEK.
002100     MOVE CALR-EFF-RULE  TO CAL-RULE-HELD.
002110     MOVE CALR-THRU-DATE TO CAL-THRU-DATE.
002120 1200-EXIT.
002130     EXIT.
002140*****************************************************************
002150* 1210-EDIT-ONE-DAY - ONE WEEKDAY FLAG MUST BE Y OR N.
002160*****************************************************************
002170 1210-EDIT-ONE-DAY.
002180     IF CALR-WEEK (CAL-DAY-IX:1) = 'Y'
002190         ADD 1 TO CAL-OPEN-DAYS
002200     ELSE
002210         IF CALR-WEEK (CAL-DAY-IX:1) NOT = 'N'
002220             MOVE '91' TO CAL-LOAD-STATUS
002230         END-IF
002240     END-IF.
002250 1210-EXIT.
002260     EXIT.
002270*****************************************************************
002280* 2000-TEST-BUSINESS-DAY - 'B'. JUDGE CAL-DATE, AND WHEN IT IS
002290* NOT A BUSINESS DAY GO ON TO THE NEXT ONE THAT IS.
002300*****************************************************************
002310 2000-TEST-BUSINESS-DAY.
002320     MOVE CAL-DATE TO CAL-WORK-DATE.
002330     PERFORM 8000-PROVE-DATE THRU 8000-EXIT.
002340     IF NOT CAL-VALID-YES
002350         MOVE '94' TO CAL-STATUS
002360         GO TO 2000-EXIT.
002370     MOVE 'N' TO CAL-BEYOND-SW.
002380     PERFORM 7000-JUDGE-DAY THRU 7000-EXIT.
002390     IF CAL-BUSINESS-YES
002400         MOVE CAL-WORK-DATE-N TO CAL-RESULT-DATE
002410         IF CAL-BEYOND-YES
002420             MOVE '95' TO CAL-STATUS
002430         END-IF
002440         GO TO 2000-EXIT.
002450     PERFORM 7100-STEP-ONE-DAY THRU 7100-EXIT
002460         UNTIL CAL-BUSINESS-YES.
002470     MOVE CAL-WORK-DATE-N TO CAL-RESULT-DATE.
002480     IF CAL-BEYOND-YES
002482         MOVE '95' TO CAL-STATUS
002484     ELSE
002486         MOVE '01' TO CAL-STATUS
002488     END-IF.
002490 2000-EXIT.
002500     EXIT.
002510*****************************************************************
002520* 3000-NEXT-BUSINESS-DAY - 'N'. STEP FORWARD FROM CAL-DATE TO
002530* THE FIRST BUSINESS DAY AFTER IT.
002540*****************************************************************
002550 3000-NEXT-BUSINESS-DAY.
002560     MOVE CAL-DATE TO CAL-WORK-DATE.
002570     PERFORM 8000-PROVE-DATE THRU 8000-EXIT.
002580     IF NOT CAL-VALID-YES
002590         MOVE '94' TO CAL-STATUS
002600         GO TO 3000-EXIT.
002610     MOVE 'N' TO CAL-BEYOND-SW.
002620     MOVE 'N' TO CAL-BUSINESS-SW.
002630     PERFORM 7100-STEP-ONE-DAY THRU 7100-EXIT
002640         UNTIL CAL-BUSINESS-YES.
002650     MOVE CAL-WORK-DATE-N TO CAL-RESULT-DATE.
002660     IF CAL-BEYOND-YES
002670         MOVE '95' TO CAL-STATUS
002680     END-IF.
002690 3000-EXIT.
002700     EXIT.
002710*****************************************************************
002720* 7000-JUDGE-DAY - DECIDE WHETHER CAL-WORK-DATE IS A BUSINESS
002730* DAY, NOTING WHEN IT LIES PAST THE CALENDAR'S THRU-DATE.
002740*****************************************************************
002750 7000-JUDGE-DAY.
002760     MOVE 'N' TO CAL-BUSINESS-SW.
002770     IF CAL-WORK-DATE-N > CAL-THRU-DATE
002780         SET CAL-BEYOND-YES TO TRUE
002790     END-IF.
002800     CALL 'ALPHADAY' USING CAL-WORK-DATE-N, CAL-WEEKDAY.
002810     IF CAL-WEEK (CAL-WEEKDAY:1) NOT = 'Y'
002820         GO TO 7000-EXIT.
002830     MOVE 'N' TO CAL-HOL-FOUND-SW.
002840     IF CAL-HOL-CNT > ZERO
002850         PERFORM 7010-MATCH-ONE-HOLIDAY THRU 7010-EXIT
002860             VARYING CAL-HOL-IX FROM 1 BY 1
002870             UNTIL CAL-HOL-IX > CAL-HOL-CNT
002880                 OR CAL-HOL-FOUND-YES
002890     END-IF.
002900     IF NOT CAL-HOL-FOUND-YES
002910         SET CAL-BUSINESS-YES TO TRUE
002920     END-IF.
002930 7000-EXIT.
002940     EXIT.
002950*****************************************************************
002960* 7010-MATCH-ONE-HOLIDAY - TEST ONE HOLIDAY AGAINST THE DAY.
002970*****************************************************************
002980 7010-MATCH-ONE-HOLIDAY.
002990     IF CAL-HOL-ENTRY (CAL-HOL-IX) = CAL-WORK-DATE-N
003000         SET CAL-HOL-FOUND-YES TO TRUE
003010     END-IF.
003020 7010-EXIT.
003030     EXIT.
003040*****************************************************************
003050* 7100-STEP-ONE-DAY - MOVE CAL-WORK-DATE ON ONE CALENDAR DAY,
003060* ACROSS MONTH AND YEAR ENDS, AND JUDGE THE NEW DAY.
003070*****************************************************************
003080 7100-STEP-ONE-DAY.
003090     PERFORM 8100-FIND-MONTH-MAX THRU 8100-EXIT.
003100     ADD 1 TO CAL-WORK-DD.
003110     IF CAL-WORK-DD > CAL-MONTH-MAX
003120         MOVE 1 TO CAL-WORK-DD
003130         ADD 1 TO CAL-WORK-MM
003140         IF CAL-WORK-MM > 12
003150             MOVE 1 TO CAL-WORK-MM
003160             ADD 1 TO CAL-WORK-YYYY
003170         END-IF
003180     END-IF.
003190     PERFORM 7000-JUDGE-DAY THRU 7000-EXIT.
003200 7100-EXIT.
003210     EXIT.
003220*****************************************************************
003230* 8000-PROVE-DATE - CAL-WORK-DATE MUST BE A DATE THE CALENDAR
003240* ACTUALLY HELD, 29 FEBRUARY ONLY IN A LEAP YEAR.
003250*****************************************************************
003260 8000-PROVE-DATE.
003270     MOVE 'N' TO CAL-VALID-SW.
003280     IF CAL-WORK-DATE-N NOT NUMERIC
003290         GO TO 8000-EXIT.
003300     IF CAL-WORK-MM < 01 OR CAL-WORK-MM > 12
003310         OR CAL-WORK-DD < 01
003320         GO TO 8000-EXIT.
003330     PERFORM 8100-FIND-MONTH-MAX THRU 8100-EXIT.
003340     IF CAL-WORK-DD > CAL-MONTH-MAX
003350         GO TO 8000-EXIT.
003360     SET CAL-VALID-YES TO TRUE.
003370 8000-EXIT.
003380     EXIT.
003390*****************************************************************
003400* 8100-FIND-MONTH-MAX - THE LENGTH OF CAL-WORK-DATE'S MONTH. A
003410* YEAR DIVISIBLE BY 4 IS A LEAP YEAR UNLESS IT IS A CENTURY NOT
003420* DIVISIBLE BY 400.
003430*****************************************************************
003440 8100-FIND-MONTH-MAX.
003450     MOVE CAL-MONTH-DAYS (CAL-WORK-MM) TO CAL-MONTH-MAX.
003460     IF CAL-WORK-MM NOT = 02
003470         GO TO 8100-EXIT.
003480     DIVIDE CAL-WORK-YYYY BY 4 GIVING CAL-QUOT
003490         REMAINDER CAL-REM-4.
003500     DIVIDE CAL-WORK-YYYY BY 100 GIVING CAL-QUOT
003510         REMAINDER CAL-REM-100.
003520     DIVIDE CAL-WORK-YYYY BY 400 GIVING CAL-QUOT
003530         REMAINDER CAL-REM-400.
003540     IF CAL-REM-4 = ZERO
003550         AND (CAL-REM-100 NOT = ZERO OR CAL-REM-400 = ZERO)
003560         MOVE 29 TO CAL-MONTH-MAX
003570     END-IF.
003580 8100-EXIT.
003590     EXIT.
