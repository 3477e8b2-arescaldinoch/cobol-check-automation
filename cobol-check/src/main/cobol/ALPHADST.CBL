000260* OUT-OF-BALANCE SPLIT ENDS WITH CONDITION CODE 8.
000270*
000280* ONLY THE BUSINESS DATE (COLS 12-19) IS TAKEN FROM THE RUNPARM
000290* CARD - THE REST IS ALPHA'S. EACH BRANCH'S NAME IS TAKEN FROM
000291* THE BRNMST BRANCH CONTROL MASTER FOR THE SUMMARY.
000292*
000293* EVERY FILE CUT IS ALSO RECORDED ON DSTCTL (COPYBOOK DSTCTL) -
000294* BUSINESS DATE, BRANCH, FILE NUMBER AND THE TRAILER'S COUNT AND
000295* HASH - SO ALPHAACK CAN PROVE THE REPORTING SYSTEM'S
000296* ACKNOWLEDGEMENTS AGAINST WHAT WAS ACTUALLY SENT.
000300*
000310* MODIFICATION HISTORY.
000320*   09/02/2026  DC    ORIGINAL PROGRAM.
000321*   10/15/2026  DC    THE DISTRIBUTION SUMMARY PRINTS EACH
000322*                     BRANCH'S NAME FROM THE BRNMST BRANCH
000323*                     CONTROL MASTER BESIDE ITS CODE.
000324*   10/15/2026  DC    THE BUSINESS DATE MUST BE A BUSINESS DAY
000325*                     ON THE CALNDR CALENDAR, ASKED OF ALPHACAL,
000326*                     OR THE DISTRIBUTION STOPS.
000327*   10/15/2026  DC    EACH FILE'S DATE, BRANCH, FILE NUMBER AND
000328*                     TRAILER CONTROLS ARE WRITTEN TO DSTCTL FOR
000329*                     THE ALPHAACK ACKNOWLEDGEMENT RECONCILIATION.
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000430     SELECT DST-REPORT-FILE
000440         ASSIGN TO DSTRPT
000450         ORGANIZATION IS SEQUENTIAL.
000451     SELECT DST-BRANCH-MST-FILE
000452         ASSIGN TO BRNMST
000453         ORGANIZATION IS SEQUENTIAL.
000454     SELECT DST-CTL-FILE
000455         ASSIGN TO DSTCTL
000456         ORGANIZATION IS SEQUENTIAL.
000460     SELECT DST-OUT-FILE-1
000470         ASSIGN TO DSTF01
000480         ORGANIZATION IS SEQUENTIAL.
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 80 CHARACTERS.
000990 01  DST-REPORT-RECORD          PIC X(80).
000991 FD  DST-BRANCH-MST-FILE
000992     LABEL RECORDS ARE STANDARD
000993     RECORD CONTAINS 60 CHARACTERS.
000994 01  DST-BRANCH-MST-RECORD.
000995     COPY BRNMST REPLACING ==:PFX:== BY ==DBM==.
000996 FD  DST-CTL-FILE
000997     LABEL RECORDS ARE STANDARD
000998     RECORD CONTAINS 60 CHARACTERS.
000999 01  DST-CTL-RECORD.
001002     COPY DSTCTL REPLACING ==:PFX:== BY ==DCT==.
001005 FD  DST-OUT-FILE-1
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 250 CHARACTERS.
001030 01  DST-OUT1-RECORD            PIC X(250).
001530 77  DST-JRN-PROGRAM          PIC X(08)   VALUE 'ALPHADST'.
001540 77  DST-JRN-MILESTONE        PIC X(01)   VALUE SPACE.
001550 77  DST-JRN-COUNT            PIC 9(08)   VALUE ZERO.
001551 77  DST-JRN-RETCODE          PIC 9(04)   VALUE ZERO.
001552*    CALENDAR ARGUMENTS FOR ALPHACAL.
001553 77  DST-CAL-FUNCTION         PIC X(01)   VALUE 'B'.
001554 77  DST-CAL-RESULT           PIC 9(08)   VALUE ZERO.
001555 77  DST-CAL-RULE             PIC X(01)   VALUE SPACE.
001560 77  DST-CAL-STATUS           PIC X(02)   VALUE SPACES.
001561*    BRANCH NAMES FROM THE BRANCH CONTROL MASTER.
001562 77  DST-NM-CNT               PIC 9(04) COMP VALUE ZERO.
001563 77  DST-NM-SCAN-IX           PIC 9(04) COMP VALUE ZERO.
001564 77  DST-NM-EOF-SW            PIC X(01)   VALUE 'N'.
001565     88  DST-NM-EOF-YES                   VALUE 'Y'.
001566 77  DST-NM-FOUND-SW          PIC X(01)   VALUE 'N'.
001567     88  DST-NM-FOUND-YES                 VALUE 'Y'.
001568 01  DST-NAME-TABLE.
001569     05  DST-NAME-ENTRY OCCURS 50 TIMES.
001570         10  DST-NM-CODE      PIC X(03).
001571         10  DST-NM-NAME      PIC X(30).
001575* ONE SLOT PER BRANCH, ASSIGNED TO DSTF01-DSTF10 IN FIRST-SEEN
001580* ORDER, WITH THE COUNT AND HASH ITS TRAILER WILL CARRY.
001590 01  DST-BRANCH-TABLE.
001600     05  DST-BRANCH-ENTRY OCCURS 10 TIMES.
001860 01  DST-BRANCH-LINE.
001870     05  FILLER               PIC X(07) VALUE 'BRANCH '.
001880     05  DST-BRL-CODE         PIC X(03).
001881     05  FILLER               PIC X(01) VALUE SPACE.
001882     05  DST-BRL-NAME         PIC X(30).
001890     05  FILLER               PIC X(06) VALUE ' FILE '.
001900     05  DST-BRL-FILE         PIC Z9.
001910     05  FILLER               PIC X(05) VALUE ' CNT '.
001920     05  DST-BRL-COUNT        PIC ZZZZZZZ9.
001930     05  FILLER               PIC X(06) VALUE ' HASH '.
001940     05  DST-BRL-HASH         PIC ZZZZZZZZZZZ9.
001960 01  DST-TOTAL-LINE.
001970     05  DST-TOT-LABEL        PIC X(22).
001980     05  DST-TOT-VALUE        PIC ZZZZZZZ9.
002330         PERFORM 9900-ABEND THRU 9900-EXIT
002340     END-IF.
002350     MOVE DSTP-RUN-DATE TO DST-BUSINESS-DATE.
002355     CLOSE DST-PARM-FILE.
002360     PERFORM 1050-CHECK-BUSINESS-DAY THRU 1050-EXIT.
002361     PERFORM 1100-LOAD-BRANCH-NAMES THRU 1100-EXIT.
002370     OPEN INPUT DST-EXTRACT-FILE.
002380     OPEN OUTPUT DST-REPORT-FILE.
002381     OPEN OUTPUT DST-CTL-FILE.
002390     MOVE DST-BUSINESS-DATE TO DST-HEAD-DATE.
002391     WRITE DST-REPORT-RECORD FROM DST-HEAD-LINE.
002392     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
002393 1000-EXIT.
002394     EXIT.
002395*****************************************************************
002396* 1050-CHECK-BUSINESS-DAY - THE BUSINESS DATE MUST BE A BUSINESS
002397* DAY ON THE CALNDR CALENDAR, THE SAME TEST THE DAILY RUN MAKES.
002398*****************************************************************
002399 1050-CHECK-BUSINESS-DAY.
002400     MOVE 'B' TO DST-CAL-FUNCTION.
002401     CALL 'ALPHACAL' USING DST-CAL-FUNCTION, DST-BUSINESS-DATE,
002402         DST-CAL-RESULT, DST-CAL-RULE, DST-CAL-STATUS.
002403     EVALUATE DST-CAL-STATUS
002404         WHEN '00'
002405             GO TO 1050-EXIT
002406         WHEN '01'
002407             DISPLAY 'ALPHADST BUSINESS DATE ' DST-BUSINESS-DATE
002408                 ' NEXT BUSINESS DAY ' DST-CAL-RESULT
002409             MOVE 'BUSINESS DATE IS NOT A BUSINESS DAY'
002410                 TO DST-ABEND-MESSAGE
002411         WHEN '95'
002412             MOVE 'CALENDAR DOES NOT COVER THE BUSINESS DATE'
002413                 TO DST-ABEND-MESSAGE
002414         WHEN '90'
002415             MOVE 'CALENDAR CALNDR MISSING OR NO CONTROL RECORD'
002416                 TO DST-ABEND-MESSAGE
002417         WHEN '91'
002418             MOVE 'CALENDAR CALNDR DAMAGED'
002419                 TO DST-ABEND-MESSAGE
002420         WHEN '92'
002421             MOVE 'CALNDR EXCEEDS 400-HOLIDAY TABLE LIMIT'
002422                 TO DST-ABEND-MESSAGE
002423         WHEN OTHER
002424             MOVE 'CALENDAR LOOKUP FAILED'
002425                 TO DST-ABEND-MESSAGE
002426     END-EVALUATE.
002427     PERFORM 9900-ABEND THRU 9900-EXIT.
002428 1050-EXIT.
002430     EXIT.
002431*****************************************************************
002432* 1100-LOAD-BRANCH-NAMES - LOAD EACH BRANCH'S CODE AND NAME FROM
002433* THE BRANCH CONTROL MASTER FOR THE SUMMARY. A MASTER LARGER
002434* THAN THE TABLE IS A SETUP ERROR AND STOPS THE RUN.
002435*****************************************************************
002436 1100-LOAD-BRANCH-NAMES.
002437     OPEN INPUT DST-BRANCH-MST-FILE.
002438     PERFORM 1110-READ-BRANCH-MST THRU 1110-EXIT
002439         UNTIL DST-NM-EOF-YES
002440             OR DST-NM-CNT = 50.
002441     IF NOT DST-NM-EOF-YES
002442         READ DST-BRANCH-MST-FILE
002443             AT END
002444                 SET DST-NM-EOF-YES TO TRUE
002445             NOT AT END
002446                 MOVE 'BRNMST EXCEEDS 50-BRANCH TABLE LIMIT'
002447                     TO DST-ABEND-MESSAGE
002448                 PERFORM 9900-ABEND THRU 9900-EXIT
002449         END-READ
002450     END-IF.
002451     CLOSE DST-BRANCH-MST-FILE.
002452 1100-EXIT.
002453     EXIT.
002454*****************************************************************
002455* 1110-READ-BRANCH-MST - READ ONE BRANCH MASTER RECORD INTO THE
002456* NEXT NAME TABLE ENTRY.
002457*****************************************************************
002458 1110-READ-BRANCH-MST.
002459     READ DST-BRANCH-MST-FILE
002460         AT END
002461             SET DST-NM-EOF-YES TO TRUE
002462         NOT AT END
002463             ADD 1 TO DST-NM-CNT
002464             MOVE DBM-CODE TO DST-NM-CODE (DST-NM-CNT)
002465             MOVE DBM-NAME TO DST-NM-NAME (DST-NM-CNT)
002466     END-READ.
002467 1110-EXIT.
002468     EXIT.
002470*****************************************************************
002472* 2000-DISTRIBUTE - ROUTE THE CURRENT EXTRACT RECORD TO ITS
002474* BRANCH'S FILE, THEN READ THE NEXT ONE.
002476*****************************************************************
002480 2000-DISTRIBUTE.
002490     PERFORM 2200-LOCATE-BRANCH THRU 2200-EXIT.
002500     MOVE 'D'                TO DST-DTL-TYPE.
003250*****************************************************************
003260* 3000-WRITE-TRAILERS - CLOSE OFF EVERY OPENED DISTRIBUTION
003270* FILE WITH ITS COUNT-AND-HASH TRAILER, SO EACH RECEIVER CAN
003280* PROVE ITS FILE THE WAY ALPHA PROVES A FEED, AND RECORD EACH
003281* ONE ON DSTCTL FOR THE ACKNOWLEDGEMENT RECONCILIATION.
003290*****************************************************************
003300 3000-WRITE-TRAILERS.
003310     IF DST-BR-CNT = ZERO
003360 3000-EXIT.
003370     EXIT.
003380*****************************************************************
003390* 3010-TRAILER-ONE-FILE - ONE FILE'S TRAILER, CLOSE AND
003391* DISTRIBUTION-CONTROL RECORD.
003400*****************************************************************
003410 3010-TRAILER-ONE-FILE.
003420     MOVE 'T'                     TO DST-TRL-TYPE.
003450     MOVE SPACES TO DST-OUT-AREA (22:229).
003460     PERFORM 3100-WRITE-ONE-RECORD THRU 3100-EXIT.
003470     PERFORM 3300-CLOSE-ONE-FILE THRU 3300-EXIT.
003471     MOVE SPACES                   TO DST-CTL-RECORD.
003472     MOVE DST-BUSINESS-DATE        TO DCT-DATE.
003473     MOVE DST-BR-CODE (DST-BR-IX)  TO DCT-BRANCH.
003474     MOVE DST-BR-IX                TO DCT-FILE-NO.
003475     MOVE DST-BR-COUNT (DST-BR-IX) TO DCT-COUNT.
003476     MOVE DST-BR-HASH (DST-BR-IX)  TO DCT-HASH.
003477     MOVE ZERO TO DCT-ACK-COUNT, DCT-ACK-HASH, DCT-AGE.
003478     WRITE DST-CTL-RECORD.
003480 3010-EXIT.
003490     EXIT.
003500*****************************************************************
004780*****************************************************************
004790 5100-SUMMARY-ONE-BRANCH.
004800     MOVE DST-BR-CODE (DST-BR-SCAN-IX)  TO DST-BRL-CODE.
004801     PERFORM 5150-FIND-BRANCH-NAME THRU 5150-EXIT.
004810     MOVE DST-BR-SCAN-IX                TO DST-BRL-FILE.
004820     MOVE DST-BR-COUNT (DST-BR-SCAN-IX) TO DST-BRL-COUNT.
004830     MOVE DST-BR-HASH (DST-BR-SCAN-IX)  TO DST-BRL-HASH.
004840     WRITE DST-REPORT-RECORD FROM DST-BRANCH-LINE.
004850 5100-EXIT.
004860     EXIT.
004861*****************************************************************
004862* 5150-FIND-BRANCH-NAME - PUT THE SUMMARY BRANCH'S NAME ON THE
004863* LINE. A CODE NOT ON THE BRANCH MASTER IS SAID TO BE SO - ALPHA
004864* WILL HAVE REJECTED ITS DETAILS, SO IT SHOULD NEVER GET HERE.
004865*****************************************************************
004866 5150-FIND-BRANCH-NAME.
004867     MOVE 'N' TO DST-NM-FOUND-SW.
004868     MOVE 'NOT ON BRANCH MASTER' TO DST-BRL-NAME.
004869     PERFORM 5160-MATCH-ONE-NAME THRU 5160-EXIT
004870         VARYING DST-NM-SCAN-IX FROM 1 BY 1
004871         UNTIL DST-NM-SCAN-IX > DST-NM-CNT
004872             OR DST-NM-FOUND-YES.
004873 5150-EXIT.
004874     EXIT.
004875*****************************************************************
004876* 5160-MATCH-ONE-NAME - TEST ONE NAME TABLE ENTRY AGAINST THE
004877* SUMMARY BRANCH, TAKING ITS NAME ON A MATCH.
004878*****************************************************************
004879 5160-MATCH-ONE-NAME.
004880     IF DST-NM-CODE (DST-NM-SCAN-IX) = DST-BRL-CODE
004881         MOVE DST-NM-NAME (DST-NM-SCAN-IX) TO DST-BRL-NAME
004882         SET DST-NM-FOUND-YES TO TRUE
004883     END-IF.
004884 5160-EXIT.
004885     EXIT.
004886*****************************************************************
004887* 9700-JOURNAL-MILESTONE - APPEND ONE MILESTONE TO THE SHARED
004890* RUN JOURNAL THROUGH ALPHAJRN. THE CONDITION CODE GOES ALONG
004900* AS IT STANDS AND ALPHAJRN HANDS THE SAME CODE BACK.
004910*****************************************************************
005160 9999-TERMINATE.
005170     CLOSE DST-EXTRACT-FILE.
005180     CLOSE DST-REPORT-FILE.
005181     CLOSE DST-CTL-FILE.
005190     MOVE 'E' TO DST-JRN-MILESTONE.
005200     MOVE DST-READ-COUNT TO DST-JRN-COUNT.
005210     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
