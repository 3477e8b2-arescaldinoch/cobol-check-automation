000250* FILE BEING RECYCLED - AND IS COUNTED BUT NOT APPLIED. THE RUN
000260* ENDS WITH CONDITION CODE 4 WHEN ANY CORRECTION WENT UNUSED OR
000270* WAS STALE, SO THE DATA-ENTRY TEAM SEES THEIR FIX MISSED.
000271*
000272* THE CONTROL DESK SEES THE SAME THINGS ON THE ALPHADSK REPORT -
000273* EACH UNUSED OR STALE CORRECTION, AND EACH BRANCH/REASON GROUP
000274* WRITTEN OFF TO THE DEAD-LETTER FILE, IS RAISED AMBER ON THE
000275* SHARED EXCPTN FILE THROUGH ALPHAEXC, AND A RECYCLE OUT OF
000276* BALANCE IS RAISED RED.
000280*
000290* MODIFICATION HISTORY.
000300*   08/22/2026  DC    ORIGINAL PROGRAM.
000496*                     WRITTEN OFF, WITH CONDITION CODE 8 WHEN
000497*                     IT DOES NOT. A BLANK OR ZERO LIMIT LEAVES
000498*                     THE CUTOFF OUT OF EFFECT.
000499*   10/15/2026  DC    THE RUN-CONTROL CARD'S BUSINESS DATE MUST
000500*                     BE A BUSINESS DAY ON THE CALNDR CALENDAR,
000501*                     ASKED OF ALPHACAL, OR THE RECYCLE STOPS AS
000502*                     THE DAILY RUN DOES. THE 'EFF DATE NOT BUS
000503*                     DAY' REASON TAKES THE CORRECTION'S
000504*                     EFFECTIVE DATE LITERALLY, AS 'BAD
000505*                     EFFECTIVE DATE' DOES.
000506*   10/15/2026  DC    UNUSED AND STALE CORRECTIONS, DEAD-LETTER
000507*                     WRITE-OFFS BY BRANCH AND REASON, AND AN
000508*                     OUT-OF-BALANCE RECYCLE ARE ALSO RAISED ON
000509*                     THE EXCPTN EXCEPTION FILE THROUGH ALPHAEXC
000510*                     FOR THE ALPHADSK CONTROL-DESK REPORT.
000511*****************************************************************
000512 ENVIRONMENT DIVISION.
000513 INPUT-OUTPUT SECTION.
000514 FILE-CONTROL.
000520     SELECT RCY-REJECT-FILE
000530         ASSIGN TO REJFILE
000540         ORGANIZATION IS SEQUENTIAL.
001460 77  RCY-CORR-CNT             PIC 9(04) COMP VALUE ZERO.
001470 77  RCY-PARM-EOF-SW          PIC X(01)   VALUE 'N'.
001480     88  RCY-PARM-EOF-YES                 VALUE 'Y'.
001481 77  RCY-NUMERIC-LOW          PIC 999     VALUE 001.
001482 77  RCY-NUMERIC-HIGH         PIC 999     VALUE 999.
001483*    ZERO MEANS NO DEAD-LETTER CUTOFF - A REJECT RIDES THE CARRY
001484*    FILE FOREVER, AS IT ALWAYS DID. 01-99 WRITES A REJECT OFF
001485*    THE DAY ITS AGE REACHES THE LIMIT.
001486 77  RCY-AGE-LIMIT            PIC 9(02)   VALUE ZERO.
001487 77  RCY-DEAD-COUNT           PIC 9(08) COMP VALUE ZERO.
001488 77  RCY-CARRY-COUNT          PIC 9(08) COMP VALUE ZERO.
001489 77  RCY-BAL-EXPECTED         PIC 9(09) COMP VALUE ZERO.
001490 77  RCY-WOF-GRP-CNT          PIC 9(03) COMP VALUE ZERO.
001491 77  RCY-WOF-IX               PIC 9(03) COMP VALUE ZERO.
001492 77  RCY-WOF-SCAN-IX          PIC 9(03) COMP VALUE ZERO.
001493 77  RCY-WOF-SHIFT-IX         PIC 9(03) COMP VALUE ZERO.
001494 77  RCY-WOF-FOUND-SW         PIC X(01)   VALUE 'N'.
001495     88  RCY-WOF-FOUND-YES                VALUE 'Y'.
001496 77  RCY-WOF-DTL-CNT          PIC 9(04) COMP VALUE ZERO.
001497 77  RCY-WOF-DTL-IX           PIC 9(04) COMP VALUE ZERO.
001501*    RUN-JOURNAL MILESTONE ARGUMENTS FOR ALPHAJRN.
001502 77  RCY-JRN-PROGRAM          PIC X(08)   VALUE 'ALPHARCY'.
001503 77  RCY-JRN-MILESTONE        PIC X(01)   VALUE SPACE.
001504 77  RCY-JRN-COUNT            PIC 9(08)   VALUE ZERO.
001505 77  RCY-JRN-RETCODE          PIC 9(04)   VALUE ZERO.
001506*    CALENDAR ARGUMENTS FOR ALPHACAL.
001507 77  RCY-CAL-FUNCTION         PIC X(01)   VALUE 'B'.
001508 77  RCY-CAL-RESULT           PIC 9(08)   VALUE ZERO.
001509 77  RCY-CAL-RULE             PIC X(01)   VALUE SPACE.
001510 77  RCY-CAL-STATUS           PIC X(02)   VALUE SPACES.
001511*    CONTROL-DESK EXCEPTION ARGUMENTS FOR ALPHAEXC.
001512 77  RCY-EXC-RETCODE          PIC 9(04)   VALUE ZERO.
001513 01  RCY-EXC-RECORD.
001514     COPY EXCREC REPLACING ==:PFX:== BY ==RCY-EXC==.
001515*    A CORRECTION IS IDENTIFIED BY THE REJECT POSITION IT WAS
001516*    KEYED TO.
001517 01  RCY-EXC-POSITION-KEY.
001518     05  FILLER               PIC X(09) VALUE 'POSITION '.
001519     05  RCY-EXK-POSITION     PIC 9(08).
001520     05  FILLER               PIC X(03) VALUE SPACES.
001521 01  RCY-EXC-WOF-TEXT.
001522     05  RCY-EXT-WOF-COUNT    PIC ZZZZZZZ9.
001523     05  FILLER               PIC X(20)
001524             VALUE ' WRITTEN OFF AT AGE '.
001525     05  RCY-EXT-WOF-LIMIT    PIC 9(02).
001526 01  RCY-EXC-BAL-TEXT.
001527     05  FILLER               PIC X(05) VALUE 'READ '.
001528     05  RCY-EXT-BAL-READ     PIC ZZZZZZZ9.
001529     05  FILLER               PIC X(09) VALUE ', ROUTED '.
001530     05  RCY-EXT-BAL-ROUTED   PIC ZZZZZZZ9.
001531 01  RCY-PARM-WARN-LINE.
001532     05  FILLER               PIC X(48) VALUE
001533         'RUN-CONTROL CARD UNUSABLE - STANDARD RANGE/DATE'.
001540     05  FILLER               PIC X(32) VALUE SPACES.
001550*    THE HEADER AND TRAILER ARE BUILT IN WORKING STORAGE AND
001560*    WRITTEN WITH WRITE ... FROM - MOVING ONE 01 OF AN FD ONTO A
001870         10  RCY-TAB-TRANS-CODE PIC X(01).
001880         10  RCY-TAB-BRANCH   PIC X(03).
001881         10  RCY-TAB-EFF-DATE PIC X(08).
001882         10  RCY-TAB-USED-SW  PIC X(01).
001883             88  RCY-TAB-USED             VALUE 'Y'.
001884* WRITE-OFF GROUPS, HELD IN BRANCH/REASON ORDER BY SORTED
001885* INSERTION SO THE REPORT PRINTS GROUPED WITHOUT A SORT PASS.
001886 01  RCY-WOF-GROUP-TABLE.
001887     05  RCY-WOF-GROUP OCCURS 0 TO 200 TIMES
001888             DEPENDING ON RCY-WOF-GRP-CNT.
001889         10  WOF-GRP-KEY.
001890             15  WOF-GRP-BRANCH PIC X(03).
001891             15  WOF-GRP-REASON PIC X(20).
001892         10  WOF-GRP-COUNT    PIC 9(08) COMP.
001893 01  RCY-WOF-WORK-KEY.
001894     05  RCY-WOF-KEY-BRANCH   PIC X(03).
001895     05  RCY-WOF-KEY-REASON   PIC X(20).
001896* EVERY WRITTEN-OFF REJECT, FOR THE DETAIL LINES UNDER ITS
001897* GROUP.
001898 01  RCY-WOF-DETAIL-TABLE.
001899     05  RCY-WOF-DETAIL OCCURS 0 TO 2000 TIMES
001900             DEPENDING ON RCY-WOF-DTL-CNT.
001901         10  WOF-DTL-BRANCH   PIC X(03).
001902         10  WOF-DTL-REASON   PIC X(20).
001903         10  WOF-DTL-FIELD-1  PIC X(40).
001904         10  WOF-DTL-AGE      PIC 9(02).
001905 01  RCY-WOF-HEAD-LINE.
001906     05  FILLER               PIC X(23)
001907             VALUE 'REJECT WRITE-OFF REPORT'.
001908     05  FILLER               PIC X(06) VALUE SPACES.
001909     05  FILLER               PIC X(04) VALUE 'RUN '.
001910     05  RCY-WOF-HEAD-DATE    PIC 9(08).
001911     05  FILLER               PIC X(10) VALUE ' AGE LIMIT'.
001912     05  FILLER               PIC X(01) VALUE SPACE.
001913     05  RCY-WOF-HEAD-LIMIT   PIC 9(02).
001914     05  FILLER               PIC X(26) VALUE SPACES.
001915 01  RCY-WOF-GROUP-LINE.
001916     05  FILLER               PIC X(07) VALUE 'BRANCH '.
001917     05  RCY-WOF-GRP-BRANCH   PIC X(03).
001918     05  FILLER               PIC X(09) VALUE '  REASON '.
001919     05  RCY-WOF-GRP-REASON   PIC X(20).
001920     05  FILLER               PIC X(07) VALUE '  COUNT'.
001921     05  RCY-WOF-GRP-COUNT    PIC ZZZZZZZ9.
001922     05  FILLER               PIC X(26) VALUE SPACES.
001923 01  RCY-WOF-DETAIL-LINE.
001924     05  FILLER               PIC X(04) VALUE SPACES.
001925     05  RCY-WOF-DTL-FIELD-1  PIC X(40).
001926     05  FILLER               PIC X(06) VALUE ' AGE  '.
001927     05  RCY-WOF-DTL-AGE      PIC 9(02).
001928     05  FILLER               PIC X(28) VALUE SPACES.
001929 01  RCY-WOF-OFF-LINE.
001930     05  FILLER               PIC X(32)
001931             VALUE 'DEAD-LETTER CUTOFF NOT IN EFFECT'.
001932     05  FILLER               PIC X(48) VALUE SPACES.
001933 01  RCY-WOF-SIGN-LINE.
001934     05  FILLER               PIC X(21)
001935             VALUE 'SUPERVISOR APPROVAL: '.
001936     05  FILLER               PIC X(30) VALUE ALL '_'.
001937     05  FILLER               PIC X(29) VALUE SPACES.
001938 01  RCY-VERDICT-LINE.
001939     05  FILLER               PIC X(09) VALUE 'VERDICT: '.
001940     05  RCY-VERDICT          PIC X(16).
001941     05  FILLER               PIC X(55) VALUE SPACES.
001942 01  RCY-REPORT-LINE.
001943     05  RCY-RPT-LABEL        PIC X(22).
001944     05  RCY-RPT-VALUE        PIC ZZZZZZZ9.
001945     05  FILLER               PIC X(50) VALUE SPACES.
001950 PROCEDURE DIVISION.
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002460         MOVE RCYP-NUMERIC-LOW  TO RCY-NUMERIC-LOW
002470         MOVE RCYP-NUMERIC-HIGH TO RCY-NUMERIC-HIGH
002480         MOVE RCYP-RUN-DATE     TO RCY-RUN-DATE
002481         PERFORM 1060-CHECK-BUSINESS-DAY THRU 1060-EXIT
002490     ELSE
002500         WRITE RCY-REPORT-RECORD FROM RCY-PARM-WARN-LINE
002510     END-IF.
002530     CLOSE RCY-PARM-FILE.
002540 1050-EXIT.
002550     EXIT.
002551*****************************************************************
002552* 1060-CHECK-BUSINESS-DAY - THE CARD'S BUSINESS DATE MUST BE A
002553* BUSINESS DAY ON THE CALNDR CALENDAR, THE SAME TEST THE DAILY
002554* RUN MAKES - A RESUBMISSION FEED DATED FOR A DAY ALPHA WILL
002555* REFUSE WOULD NEVER BE PICKED UP.
002556*****************************************************************
002557 1060-CHECK-BUSINESS-DAY.
002558     MOVE 'B' TO RCY-CAL-FUNCTION.
002559     CALL 'ALPHACAL' USING RCY-CAL-FUNCTION, RCY-RUN-DATE,
002560         RCY-CAL-RESULT, RCY-CAL-RULE, RCY-CAL-STATUS.
002561     EVALUATE RCY-CAL-STATUS
002562         WHEN '00'
002563             GO TO 1060-EXIT
002564         WHEN '01'
002565             DISPLAY 'ALPHARCY BUSINESS DATE ' RCY-RUN-DATE
002566                 ' NEXT BUSINESS DAY ' RCY-CAL-RESULT
002567             MOVE 'BUSINESS DATE IS NOT A BUSINESS DAY'
002568                 TO RCY-ABEND-MESSAGE
002569         WHEN '95'
002570             MOVE 'CALENDAR DOES NOT COVER THE BUSINESS DATE'
002571                 TO RCY-ABEND-MESSAGE
002572         WHEN '90'
002573             MOVE 'CALENDAR CALNDR MISSING OR NO CONTROL RECORD'
002574                 TO RCY-ABEND-MESSAGE
002575         WHEN '91'
002576             MOVE 'CALENDAR CALNDR DAMAGED'
002577                 TO RCY-ABEND-MESSAGE
002578         WHEN '92'
002579             MOVE 'CALNDR EXCEEDS 400-HOLIDAY TABLE LIMIT'
002580                 TO RCY-ABEND-MESSAGE
002581         WHEN OTHER
002582             MOVE 'CALENDAR LOOKUP FAILED'
002583                 TO RCY-ABEND-MESSAGE
002584     END-EVALUATE.
002585     PERFORM 9900-ABEND THRU 9900-EXIT.
002586 1060-EXIT.
002587     EXIT.
002589*****************************************************************
002591* 1100-LOAD-CORRECTIONS - LOAD THE CORRECTIONS FILE INTO THE
002593* TABLE. MORE CORRECTIONS THAN THE TABLE HOLDS IS A SETUP ERROR
002595* AND STOPS THE RUN BEFORE ANY REJECT IS DECIDED.
002600*****************************************************************
002610 1100-LOAD-CORRECTIONS.
002620     MOVE ZERO TO RCY-CORR-CNT.
004160                     MOVE RCY-TAB-BRANCH (CORR-IX)
004170                         TO RCY-WK-BRANCH
004180                 END-IF
004182             END-IF
004184*            SAME PATTERN FOR THE EFFECTIVE DATE - WHEN THE DATE
004186*            ITSELF WAS THE PROBLEM THE CORRECTION'S VALUE IS
004188*            TAKEN LITERALLY, SO BLANK CAN MAKE THE RECORD
004190*            EFFECTIVE IMMEDIATELY.
004192             IF RCY-REASON = 'BAD EFFECTIVE DATE'
004195                 OR RCY-REASON = 'EFF DATE NOT BUS DAY'
004196                 MOVE RCY-TAB-EFF-DATE (CORR-IX)
004197                     TO RCY-WK-EFF-DATE
004198             ELSE
004220     ELSE
004230         ADD 1 TO RCY-STALE-COUNT
004240         SET RCY-TAB-USED-SW (CORR-IX) TO 'Y'
004241         MOVE SPACES TO RCY-EXC-RECORD
004242         SET RCY-EXC-AMBER TO TRUE
004243         SET RCY-EXC-UNAPPLIED TO TRUE
004244         MOVE RCY-BRANCH TO RCY-EXC-BRANCH
004245         MOVE RCY-POSITION TO RCY-EXK-POSITION
004246         MOVE RCY-EXC-POSITION-KEY TO RCY-EXC-SUBJECT
004247         MOVE 'STALE - REJECT REASON DIFFERS' TO RCY-EXC-TEXT
004248         PERFORM 9750-WRITE-EXCEPTION THRU 9750-EXIT
004250     END-IF.
004260 2210-EXIT.
004270     EXIT.
004989         TO RCY-WOF-GROUP (RCY-WOF-SHIFT-IX).
004990 2580-EXIT.
004991     EXIT.
004992*****************************************************************
004993* 3000-WRITE-TRAILER - CLOSE OFF THE RESUBMISSION FEED WITH ITS
004994* TRAILER SO ALPHA'S CONTROL-TOTAL CHECKS ACCEPT IT.
004995*****************************************************************
004996 3000-WRITE-TRAILER.
004997     MOVE 'T'             TO RSB-TRL-TYPE.
004998     MOVE RCY-RESUB-COUNT TO RSB-TRL-COUNT.
004999     MOVE RCY-HASH-TOTAL  TO RSB-TRL-HASH.
005000     WRITE RCY-RESUB-RECORD FROM RCY-RESUB-TRAILER-RECORD.
005001 3000-EXIT.
005010     EXIT.
005020*****************************************************************
005030* 4000-COUNT-UNUSED - ANY CORRECTION STILL UNUSED AFTER EVERY
005120 4000-EXIT.
005130     EXIT.
005140*****************************************************************
005150* 4100-COUNT-ONE-UNUSED - COUNT ONE TABLE ENTRY IF UNUSED AND
005151* RAISE IT FOR THE CONTROL DESK.
005160*****************************************************************
005170 4100-COUNT-ONE-UNUSED.
005180     IF RCY-TAB-USED (CORR-IX)
005181         GO TO 4100-EXIT.
005190     ADD 1 TO RCY-UNUSED-COUNT.
005191*    A CORRECTION THAT NAMED NO BRANCH IS THE RUN'S, NOT A
005192*    BRANCH'S.
005193     MOVE SPACES TO RCY-EXC-RECORD.
005194     SET RCY-EXC-AMBER TO TRUE.
005195     SET RCY-EXC-UNAPPLIED TO TRUE.
005196     IF RCY-TAB-BRANCH (CORR-IX) = SPACES
005197         MOVE '***' TO RCY-EXC-BRANCH
005198     ELSE
005199         MOVE RCY-TAB-BRANCH (CORR-IX) TO RCY-EXC-BRANCH
005200     END-IF.
005201     MOVE RCY-TAB-POSITION (CORR-IX) TO RCY-EXK-POSITION.
005202     MOVE RCY-EXC-POSITION-KEY TO RCY-EXC-SUBJECT.
005203     MOVE 'UNUSED - NO REJECT AT POSITION' TO RCY-EXC-TEXT.
005204     PERFORM 9750-WRITE-EXCEPTION THRU 9750-EXIT.
005210 4100-EXIT.
005220     EXIT.
005230*****************************************************************
005390     MOVE RCY-UNCORR-COUNT      TO RCY-RPT-VALUE.
005400     WRITE RCY-REPORT-RECORD FROM RCY-REPORT-LINE.
005410     MOVE 'STALE CORRECTIONS'   TO RCY-RPT-LABEL.
005411     MOVE RCY-STALE-COUNT       TO RCY-RPT-VALUE.
005412     WRITE RCY-REPORT-RECORD FROM RCY-REPORT-LINE.
005413     MOVE 'UNUSED CORRECTIONS'  TO RCY-RPT-LABEL.
005414     MOVE RCY-UNUSED-COUNT      TO RCY-RPT-VALUE.
005415     WRITE RCY-REPORT-RECORD FROM RCY-REPORT-LINE.
005416     MOVE 'CARRIED FORWARD'     TO RCY-RPT-LABEL.
005417     MOVE RCY-CARRY-COUNT       TO RCY-RPT-VALUE.
005418     WRITE RCY-REPORT-RECORD FROM RCY-REPORT-LINE.
005419     MOVE 'WRITTEN OFF'         TO RCY-RPT-LABEL.
005420     MOVE RCY-DEAD-COUNT        TO RCY-RPT-VALUE.
005421     WRITE RCY-REPORT-RECORD FROM RCY-REPORT-LINE.
005422     IF RCY-STALE-COUNT > ZERO
005423         OR RCY-UNUSED-COUNT > ZERO
005424         MOVE 4 TO RETURN-CODE
005425     END-IF.
005426*    EVERY REJECT READ WENT TO EXACTLY ONE OF THE RESUBMISSION
005427*    FEED, THE CARRY FILE OR THE DEAD-LETTER FILE - A RECYCLE
005428*    THAT DOES NOT PROVE HOLDS THE DEPENDENT JOBS.
005429     ADD RCY-RESUB-COUNT TO RCY-CARRY-COUNT
005430         GIVING RCY-BAL-EXPECTED.
005431     ADD RCY-DEAD-COUNT TO RCY-BAL-EXPECTED.
005432     IF RCY-BAL-EXPECTED NOT = RCY-READ-COUNT
005433         MOVE 'OUT-OF-BALANCE' TO RCY-VERDICT
005434         MOVE 8 TO RETURN-CODE
005435         MOVE SPACES TO RCY-EXC-RECORD
005436         SET RCY-EXC-RED TO TRUE
005437         SET RCY-EXC-OUT-OF-BALANCE TO TRUE
005438         MOVE '***' TO RCY-EXC-BRANCH
005439         MOVE 'RECYCLE BALANCING' TO RCY-EXC-SUBJECT
005440         MOVE RCY-READ-COUNT TO RCY-EXT-BAL-READ
005441         MOVE RCY-BAL-EXPECTED TO RCY-EXT-BAL-ROUTED
005442         MOVE RCY-EXC-BAL-TEXT TO RCY-EXC-TEXT
005443         PERFORM 9750-WRITE-EXCEPTION THRU 9750-EXIT
005444     ELSE
005445         MOVE 'BALANCED'       TO RCY-VERDICT
005446     END-IF.
005447     WRITE RCY-REPORT-RECORD FROM RCY-VERDICT-LINE.
005448 5000-EXIT.
005449     EXIT.
005450*****************************************************************
005451* 5500-PRINT-WRITEOFFS - THE WRITE-OFF REPORT FOR SUPERVISOR
005452* SIGN-OFF, GROUPED BY BRANCH AND REJECT REASON, WITH THE
005453* WRITTEN-OFF ITEMS LISTED UNDER EACH GROUP. CUT EVEN WHEN
005454* NOTHING WROTE OFF, SO AN EMPTY REPORT IS VISIBLY EMPTY RATHER
005455* THAN MISSING.
005456*****************************************************************
005457 5500-PRINT-WRITEOFFS.
005458     MOVE RCY-RUN-DATE  TO RCY-WOF-HEAD-DATE.
005459     MOVE RCY-AGE-LIMIT TO RCY-WOF-HEAD-LIMIT.
005460     WRITE RCY-WOF-RECORD FROM RCY-WOF-HEAD-LINE.
005461     IF RCY-AGE-LIMIT = ZERO
005462         WRITE RCY-WOF-RECORD FROM RCY-WOF-OFF-LINE
005463     END-IF.
005464     IF RCY-WOF-GRP-CNT > ZERO
005465         PERFORM 5510-PRINT-ONE-GROUP THRU 5510-EXIT
005466             VARYING RCY-WOF-IX FROM 1 BY 1
005467             UNTIL RCY-WOF-IX > RCY-WOF-GRP-CNT
005468     END-IF.
005469     MOVE 'TOTAL WRITTEN OFF'   TO RCY-RPT-LABEL.
005470     MOVE RCY-DEAD-COUNT        TO RCY-RPT-VALUE.
005471     WRITE RCY-WOF-RECORD FROM RCY-REPORT-LINE.
005472     WRITE RCY-WOF-RECORD FROM RCY-WOF-SIGN-LINE.
005473 5500-EXIT.
005474     EXIT.
005475*****************************************************************
005476* 5510-PRINT-ONE-GROUP - ONE BRANCH/REASON GROUP AND ITS ITEMS,
005477* THE GROUP ALSO RAISED FOR THE CONTROL DESK.
005478* THE DETAIL TABLE IS SCANNED WHOLE PER GROUP - WRITE-OFFS ARE
005479* FEW, THAT IS THE POINT OF THE REPORT.
005480*****************************************************************
005481 5510-PRINT-ONE-GROUP.
005482     MOVE WOF-GRP-BRANCH (RCY-WOF-IX) TO RCY-WOF-GRP-BRANCH.
005483     MOVE WOF-GRP-REASON (RCY-WOF-IX) TO RCY-WOF-GRP-REASON.
005484     MOVE WOF-GRP-COUNT (RCY-WOF-IX)  TO RCY-WOF-GRP-COUNT.
005485     WRITE RCY-WOF-RECORD FROM RCY-WOF-GROUP-LINE.
005486     MOVE SPACES TO RCY-EXC-RECORD.
005487     SET RCY-EXC-AMBER TO TRUE.
005488     SET RCY-EXC-DEAD-LETTER TO TRUE.
005489     MOVE WOF-GRP-BRANCH (RCY-WOF-IX) TO RCY-EXC-BRANCH.
005490     MOVE WOF-GRP-REASON (RCY-WOF-IX) TO RCY-EXC-SUBJECT.
005491     MOVE WOF-GRP-COUNT (RCY-WOF-IX)  TO RCY-EXT-WOF-COUNT.
005492     MOVE RCY-AGE-LIMIT               TO RCY-EXT-WOF-LIMIT.
005493     MOVE RCY-EXC-WOF-TEXT TO RCY-EXC-TEXT.
005494     PERFORM 9750-WRITE-EXCEPTION THRU 9750-EXIT.
005495     PERFORM 5520-PRINT-ONE-ITEM THRU 5520-EXIT
005496         VARYING RCY-WOF-DTL-IX FROM 1 BY 1
005497         UNTIL RCY-WOF-DTL-IX > RCY-WOF-DTL-CNT.
005498 5510-EXIT.
005499     EXIT.
005500*****************************************************************
005501* 5520-PRINT-ONE-ITEM - ONE WRITTEN-OFF ITEM, IF IT BELONGS TO
005502* THE GROUP BEING PRINTED.
005503*****************************************************************
005504 5520-PRINT-ONE-ITEM.
005505     IF WOF-DTL-BRANCH (RCY-WOF-DTL-IX)
005506             = WOF-GRP-BRANCH (RCY-WOF-IX)
005507         AND WOF-DTL-REASON (RCY-WOF-DTL-IX)
005508             = WOF-GRP-REASON (RCY-WOF-IX)
005509         MOVE WOF-DTL-FIELD-1 (RCY-WOF-DTL-IX)
005510             TO RCY-WOF-DTL-FIELD-1
005511         MOVE WOF-DTL-AGE (RCY-WOF-DTL-IX)
005512             TO RCY-WOF-DTL-AGE
005513         WRITE RCY-WOF-RECORD FROM RCY-WOF-DETAIL-LINE
005514     END-IF.
005515 5520-EXIT.
005516     EXIT.
005521*****************************************************************
005522* 9700-JOURNAL-MILESTONE - APPEND ONE MILESTONE TO THE SHARED
005523* RUN JOURNAL THROUGH ALPHAJRN. THE CONDITION CODE GOES ALONG
005529         RCY-JRN-COUNT, RCY-JRN-RETCODE.
005530 9700-EXIT.
005531     EXIT.
005532*****************************************************************
005533* 9750-WRITE-EXCEPTION - RAISE ONE EXCEPTION ON THE SHARED
005534* EXCPTN FILE THROUGH ALPHAEXC, DATED WITH THE RECYCLE'S
005535* BUSINESS DATE. THE CALLER SETS THE SEVERITY, TYPE, BRANCH,
005536* SUBJECT AND TEXT. THE CONDITION CODE GOES ALONG AS IT STANDS
005537* AND ALPHAEXC HANDS THE SAME CODE BACK.
005538*****************************************************************
005539 9750-WRITE-EXCEPTION.
005540     MOVE 'ALPHARCY'   TO RCY-EXC-PROGRAM.
005541     MOVE RCY-RUN-DATE TO RCY-EXC-BUS-DATE.
005542     MOVE RETURN-CODE TO RCY-EXC-RETCODE.
005543     CALL 'ALPHAEXC' USING RCY-EXC-RECORD, RCY-EXC-RETCODE.
005544 9750-EXIT.
005545     EXIT.
005546*****************************************************************
005547* 9900-ABEND - REPORT A FATAL ERROR ON THE OPERATOR CONSOLE AND
005550* STOP THE RUN WITH A NONZERO CONDITION CODE. THE CALLER SETS
005560* RCY-ABEND-MESSAGE.
005570*****************************************************************
