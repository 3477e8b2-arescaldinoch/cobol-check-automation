000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ALPHADAY.
000030 AUTHOR.  D CHALMERS.
000040 INSTALLATION.  BATCH-SUITE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM ALPHADAY
000090*
000100* SHARED DAY-OF-WEEK SUBPROGRAM FOR THE BATCH SUITE. GIVEN A
000110* YYYYMMDD DATE IT RETURNS THE WEEKDAY, 1 FOR MONDAY THROUGH 7
000120* FOR SUNDAY - THE SAME ORDER THE BRANCH MASTER KEEPS ITS
000130* EXPECTED-DAYS FLAGS IN - SO NO PROGRAM CARRIES ITS OWN COPY
000140* OF THE CALENDAR ARITHMETIC.
000150*
000160* CALLED AS:
000170*     CALL 'ALPHADAY' USING DAY-DATE, DAY-WEEKDAY.
000180*
000190* THE WEEKDAY IS WORKED OUT WITH ZELLER'S CONGRUENCE FOR THE
000200* GREGORIAN CALENDAR, JANUARY AND FEBRUARY COUNTING AS MONTHS
000210* 13 AND 14 OF THE YEAR BEFORE. THE CALLER PROVES THE DATE -
000220* A DATE THAT IS NOT NUMERIC COMES BACK WITH WEEKDAY ZERO.
000230*
000240* MODIFICATION HISTORY.
000250*   10/15/2026  DC    ORIGINAL SUBPROGRAM.
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 DATA DIVISION.
000290 WORKING-STORAGE SECTION.
000300 01  DAY-WORK-DATE.
000310     05  DAY-WORK-YEAR        PIC 9(04).
000320     05  DAY-WORK-MONTH       PIC 9(02).
000330     05  DAY-WORK-DAY         PIC 9(02).
000340 77  DAY-CENTURY              PIC 9(04) COMP VALUE ZERO.
000350 77  DAY-YEAR-OF-CENT         PIC 9(04) COMP VALUE ZERO.
000360 77  DAY-MONTH-TERM           PIC 9(04) COMP VALUE ZERO.
000370 77  DAY-QUOT                 PIC 9(06) COMP VALUE ZERO.
000380 77  DAY-SUM                  PIC 9(06) COMP VALUE ZERO.
000390 77  DAY-ZELLER               PIC 9(02) COMP VALUE ZERO.
000400 LINKAGE SECTION.
000410 01  DAY-DATE                 PIC 9(08).
000420 01  DAY-WEEKDAY              PIC 9(01).
000430 PROCEDURE DIVISION USING DAY-DATE, DAY-WEEKDAY.
000440 0000-MAINLINE.
000450     PERFORM 1000-FIND-WEEKDAY THRU 1000-EXIT.
000460     GOBACK.
000470*****************************************************************
000480* 1000-FIND-WEEKDAY - ZELLER'S CONGRUENCE. THE RESULT RUNS 0 FOR
000490* SATURDAY THROUGH 6 FOR FRIDAY AND IS TURNED ROUND INTO THE
000500* SUITE'S MONDAY-FIRST 1 THROUGH 7.
000510*****************************************************************
000520 1000-FIND-WEEKDAY.
000530     MOVE ZERO TO DAY-WEEKDAY.
000540     IF DAY-DATE NOT NUMERIC
000550         GO TO 1000-EXIT.
000560     MOVE DAY-DATE TO DAY-WORK-DATE.
000570     IF DAY-WORK-MONTH < 03
000580         ADD 12 TO DAY-WORK-MONTH
000590         SUBTRACT 1 FROM DAY-WORK-YEAR
000600     END-IF.
000610     DIVIDE DAY-WORK-YEAR BY 100
000620         GIVING DAY-CENTURY
000630         REMAINDER DAY-YEAR-OF-CENT.
000640*    THE MONTH TERM IS THE WHOLE PART OF 13 * (MONTH + 1) / 5.
000650     COMPUTE DAY-SUM = (DAY-WORK-MONTH + 1) * 13.
000660     DIVIDE DAY-SUM BY 5 GIVING DAY-MONTH-TERM.
000670     MOVE DAY-WORK-DAY TO DAY-SUM.
000680     ADD DAY-MONTH-TERM   TO DAY-SUM.
000690     ADD DAY-YEAR-OF-CENT TO DAY-SUM.
000700     DIVIDE DAY-YEAR-OF-CENT BY 4 GIVING DAY-QUOT.
000710     ADD DAY-QUOT         TO DAY-SUM.
000720     DIVIDE DAY-CENTURY BY 4 GIVING DAY-QUOT.
000730     ADD DAY-QUOT         TO DAY-SUM.
000740     COMPUTE DAY-SUM = DAY-SUM + (DAY-CENTURY * 5).
000750     DIVIDE DAY-SUM BY 7
000760         GIVING DAY-QUOT
000770         REMAINDER DAY-ZELLER.
000780*    0 SATURDAY, 1 SUNDAY, 2 MONDAY ... 6 FRIDAY - SHIFTED SO
000790*    MONDAY IS 1 AND SUNDAY IS 7.
000800     ADD 5 TO DAY-ZELLER.
000810     DIVIDE DAY-ZELLER BY 7
000820         GIVING DAY-QUOT
000830         REMAINDER DAY-ZELLER.
000840     ADD 1 TO DAY-ZELLER GIVING DAY-WEEKDAY.
000850 1000-EXIT.
000860     EXIT.
