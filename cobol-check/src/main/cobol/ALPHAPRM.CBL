000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ALPHAPRM.
000030 AUTHOR.  D CHALMERS.
000040 INSTALLATION.  BATCH-SUITE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM ALPHAPRM
000090*
000100* BUILDS THE NEXT NIGHT'S RUNPARM RUN-CONTROL CARD FROM
000110* TONIGHT'S, SO THE BUSINESS DATE IS NO LONGER KEYED BY HAND.
000120* THE JCL POINTS RUNPARM AT THE CARD TONIGHT RAN UNDER AND
000130* PARMOUT AT THE GENERATION TOMORROW'S ALPHA, ALPHARCY AND
000140* ALPHADST WILL READ AS RUNPARM.
000150*
000160* THE NEW CARD IS TONIGHT'S CARD WITH:
000170*     COLS 12-19  THE BUSINESS DATE ROLLED TO THE NEXT BUSINESS
000180*                 DAY ON THE CALNDR CALENDAR, ASKED OF ALPHACAL -
000190*                 WEEKENDS AND HOLIDAYS ARE STEPPED OVER
000200*     COL  1      THE RESTART FLAG SET BACK TO 'N'
000210*     COL  21     THE TRIAL FLAG SET BACK TO 'N'
000220* EVERY OTHER COLUMN - THE CHECKPOINT INTERVAL, THE ALPHAEDT
000230* RANGE, THE FEED COUNT AND THE DEAD-LETTER AGE LIMIT - CARRIES
000240* OVER UNCHANGED. A RESTART OR A TRIAL IS SET BY HAND FOR THE
000250* ONE NIGHT THAT NEEDS IT AND NEVER RIDES INTO THE NEXT.
000260*
000270* A NEXT BUSINESS DAY PAST THE CALENDAR'S THRU-DATE STOPS THE
000280* RUN - THE HOLIDAYS THERE ARE NOT KNOWN, AND THE CARD MUST NOT
000290* BE BUILT ON A GUESS. THE CALENDAR IS EXTENDED AND THIS STEP
000300* RERUN.
000310*
000320* MODIFICATION HISTORY.
000330*   10/15/2026  DC    ORIGINAL PROGRAM.
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380*    OPTIONAL SO A MISSING DATASET REACHES THE PARM-FILE-EMPTY
000390*    ABEND INSTEAD OF FAILING THE OPEN.
000400     SELECT OPTIONAL PRM-IN-FILE
000410         ASSIGN TO RUNPARM
000420         ORGANIZATION IS SEQUENTIAL.
000430     SELECT PRM-OUT-FILE
000440         ASSIGN TO PARMOUT
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT PRM-REPORT-FILE
000470         ASSIGN TO PRMRPT
000480         ORGANIZATION IS SEQUENTIAL.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  PRM-IN-FILE
000520     LABEL RECORDS ARE STANDARD
000530     RECORD CONTAINS 80 CHARACTERS.
000540* SAME CARD ALPHA READS - ONLY THE COLUMNS THIS PROGRAM CHANGES
000550* ARE NAMED, THE REST RIDES THROUGH AS IT STANDS.
000560 01  PRM-IN-RECORD.
000570     05  PRMI-RESTART-FLAG    PIC X(01).
000580     05  FILLER               PIC X(10).
000590     05  PRMI-RUN-DATE        PIC 9(08).
000600     05  FILLER               PIC X(01).
000610     05  PRMI-TRIAL-FLAG      PIC X(01).
000620     05  FILLER               PIC X(59).
000630 FD  PRM-OUT-FILE
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 80 CHARACTERS.
000660 01  PRM-OUT-RECORD             PIC X(80).
000730 FD  PRM-REPORT-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 80 CHARACTERS.
000760 01  PRM-REPORT-RECORD          PIC X(80).
000770 WORKING-STORAGE SECTION.
000780 77  PRM-ABEND-MESSAGE        PIC X(60)   VALUE SPACES.
000790*    CALENDAR ARGUMENTS FOR ALPHACAL.
000800 77  PRM-CAL-FUNCTION         PIC X(01)   VALUE 'N'.
000810 77  PRM-CAL-DATE             PIC 9(08)   VALUE ZERO.
000820 77  PRM-CAL-RESULT           PIC 9(08)   VALUE ZERO.
000830 77  PRM-CAL-RULE             PIC X(01)   VALUE SPACE.
000840 77  PRM-CAL-STATUS           PIC X(02)   VALUE SPACES.
000850*    RUN-JOURNAL MILESTONE ARGUMENTS FOR ALPHAJRN.
000860 77  PRM-JRN-PROGRAM          PIC X(08)   VALUE 'ALPHAPRM'.
000870 77  PRM-JRN-MILESTONE        PIC X(01)   VALUE SPACE.
000880 77  PRM-JRN-COUNT            PIC 9(08)   VALUE ZERO.
000890 77  PRM-JRN-RETCODE          PIC 9(04)   VALUE ZERO.
000891* THE NEW CARD IS BUILT HERE AND WRITTEN WITH WRITE ... FROM, SO
000892* IT CAN STILL BE PRINTED ONCE THE OUTPUT RECORD IS GONE.
000893 01  PRM-NEW-CARD.
000894     05  PRMO-RESTART-FLAG    PIC X(01).
000895     05  FILLER               PIC X(10).
000896     05  PRMO-RUN-DATE        PIC 9(08).
000897     05  FILLER               PIC X(01).
000898     05  PRMO-TRIAL-FLAG      PIC X(01).
000899     05  FILLER               PIC X(59).
000900 01  PRM-HEAD-LINE.
000910     05  FILLER               PIC X(35)
000920             VALUE 'NEXT RUN-CONTROL CARD FROM CALENDAR'.
000930     05  FILLER               PIC X(45) VALUE SPACES.
000940 01  PRM-DATE-LINE.
000950     05  PRM-DTL-LABEL        PIC X(22).
000960     05  PRM-DTL-DATE         PIC 9(08).
000970     05  FILLER               PIC X(50) VALUE SPACES.
000980 01  PRM-CARD-HEAD-LINE.
000990     05  FILLER               PIC X(19)
001000             VALUE 'NEXT NIGHT RUNPARM:'.
001010     05  FILLER               PIC X(61) VALUE SPACES.
001020 PROCEDURE DIVISION.
001030 0000-MAINLINE.
001040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001050     PERFORM 2000-BUILD-CARD THRU 2000-EXIT.
001060     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001070     GOBACK.
001080*****************************************************************
001090* 1000-INITIALIZE - READ AND PROVE TONIGHT'S CARD. NOTHING IS
001100* OPENED FOR OUTPUT UNTIL THE CARD HAS PROVED, SO AN ABEND
001110* LEAVES NO HALF-BUILT PARMOUT FOR TOMORROW TO PICK UP.
001120*****************************************************************
001130 1000-INITIALIZE.
001140     MOVE 'S'  TO PRM-JRN-MILESTONE.
001150     MOVE ZERO TO PRM-JRN-COUNT.
001160     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
001170     OPEN INPUT PRM-IN-FILE.
001180     READ PRM-IN-FILE
001190         AT END
001200             MOVE 'RUN-CONTROL PARM FILE EMPTY'
001210                 TO PRM-ABEND-MESSAGE
001220             PERFORM 9900-ABEND THRU 9900-EXIT
001230     END-READ.
001240     IF PRMI-RUN-DATE NOT NUMERIC
001250         MOVE 'BUSINESS DATE IS NOT NUMERIC'
001260             TO PRM-ABEND-MESSAGE
001270         PERFORM 9900-ABEND THRU 9900-EXIT
001280     END-IF.
001290 1000-EXIT.
001300     EXIT.
001310*****************************************************************
001320* 2000-BUILD-CARD - ASK THE CALENDAR FOR THE NEXT BUSINESS DAY,
001330* WRITE THE NEW CARD AND REPORT WHAT WAS DONE.
001340*****************************************************************
001350 2000-BUILD-CARD.
001360     MOVE 'N'           TO PRM-CAL-FUNCTION.
001370     MOVE PRMI-RUN-DATE TO PRM-CAL-DATE.
001380     CALL 'ALPHACAL' USING PRM-CAL-FUNCTION, PRM-CAL-DATE,
001390         PRM-CAL-RESULT, PRM-CAL-RULE, PRM-CAL-STATUS.
001400     EVALUATE PRM-CAL-STATUS
001410         WHEN '00'
001420             CONTINUE
001430         WHEN '94'
001440             MOVE 'BUSINESS DATE IS NOT A CALENDAR DATE'
001450                 TO PRM-ABEND-MESSAGE
001460         WHEN '95'
001470             MOVE 'CALENDAR DOES NOT COVER THE NEXT BUSINESS DAY'
001480                 TO PRM-ABEND-MESSAGE
001490         WHEN '90'
001500             MOVE 'CALENDAR CALNDR MISSING OR NO CONTROL RECORD'
001510                 TO PRM-ABEND-MESSAGE
001520         WHEN '91'
001530             MOVE 'CALENDAR CALNDR DAMAGED'
001540                 TO PRM-ABEND-MESSAGE
001550         WHEN '92'
001560             MOVE 'CALNDR EXCEEDS 400-HOLIDAY TABLE LIMIT'
001570                 TO PRM-ABEND-MESSAGE
001580         WHEN OTHER
001590             MOVE 'CALENDAR LOOKUP FAILED'
001600                 TO PRM-ABEND-MESSAGE
001610     END-EVALUATE.
001620     IF PRM-CAL-STATUS NOT = '00'
001630         PERFORM 9900-ABEND THRU 9900-EXIT
001640     END-IF.
001650     MOVE PRM-IN-RECORD     TO PRM-NEW-CARD.
001660     MOVE PRM-CAL-RESULT    TO PRMO-RUN-DATE.
001670     MOVE 'N'               TO PRMO-RESTART-FLAG.
001680     MOVE 'N'               TO PRMO-TRIAL-FLAG.
001690     OPEN OUTPUT PRM-OUT-FILE.
001700     OPEN OUTPUT PRM-REPORT-FILE.
001710     WRITE PRM-OUT-RECORD FROM PRM-NEW-CARD.
001720     WRITE PRM-REPORT-RECORD FROM PRM-HEAD-LINE.
001730     MOVE 'TONIGHT BUSINESS DATE' TO PRM-DTL-LABEL.
001740     MOVE PRMI-RUN-DATE     TO PRM-DTL-DATE.
001750     WRITE PRM-REPORT-RECORD FROM PRM-DATE-LINE.
001760     MOVE 'NEXT BUSINESS DATE'    TO PRM-DTL-LABEL.
001770     MOVE PRM-CAL-RESULT    TO PRM-DTL-DATE.
001780     WRITE PRM-REPORT-RECORD FROM PRM-DATE-LINE.
001790     WRITE PRM-REPORT-RECORD FROM PRM-CARD-HEAD-LINE.
001800     WRITE PRM-REPORT-RECORD FROM PRM-NEW-CARD.
001810 2000-EXIT.
001820     EXIT.
001830*****************************************************************
001840* 9700-JOURNAL-MILESTONE - APPEND ONE MILESTONE TO THE SHARED
001850* RUN JOURNAL THROUGH ALPHAJRN. THE CONDITION CODE GOES ALONG
001860* AS IT STANDS AND ALPHAJRN HANDS THE SAME CODE BACK.
001870*****************************************************************
001880 9700-JOURNAL-MILESTONE.
001890     MOVE RETURN-CODE TO PRM-JRN-RETCODE.
001900     CALL 'ALPHAJRN' USING PRM-JRN-PROGRAM, PRM-JRN-MILESTONE,
001910         PRM-JRN-COUNT, PRM-JRN-RETCODE.
001920 9700-EXIT.
001930     EXIT.
001940*****************************************************************
001950* 9900-ABEND - REPORT A FATAL ERROR ON THE OPERATOR CONSOLE AND
001960* STOP THE RUN WITH A NONZERO CONDITION CODE. THE CALLER SETS
001970* PRM-ABEND-MESSAGE.
001980*****************************************************************
001990 9900-ABEND.
002000     DISPLAY 'ALPHAPRM ABEND - ' PRM-ABEND-MESSAGE.
002010     MOVE 16 TO RETURN-CODE.
002020     MOVE 'E' TO PRM-JRN-MILESTONE.
002030     MOVE ZERO TO PRM-JRN-COUNT.
002040     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
002050     STOP RUN.
002060 9900-EXIT.
002070     EXIT.
002080*****************************************************************
002090* 9999-TERMINATE - CLOSE FILES BEFORE GOBACK.
002100*****************************************************************
002110 9999-TERMINATE.
002120     CLOSE PRM-IN-FILE.
002130     CLOSE PRM-OUT-FILE.
002140     CLOSE PRM-REPORT-FILE.
002150     MOVE 'E' TO PRM-JRN-MILESTONE.
002160     MOVE 1   TO PRM-JRN-COUNT.
002170     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
002180 9999-EXIT.
002190     EXIT.
