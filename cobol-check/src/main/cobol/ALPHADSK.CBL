000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ALPHADSK.
000030 AUTHOR.  D CHALMERS.
000040 INSTALLATION.  BATCH-SUITE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM ALPHADSK
000090*
000100* CONTROL-DESK MORNING EXCEPTION REPORT. EVERY PROGRAM IN THE
000110* SUITE THAT FLAGS SOMETHING THE DESK MUST ACT ON ALSO RAISES IT
000120* ON THE SHARED EXCPTN FILE THROUGH ALPHAEXC, ONE EXCREC RECORD
000130* PER EXCEPTION - OUT-OF-BALANCE VERDICTS AND HIGH REJECT RATES
000140* FROM ALPHA, ESCALATED MISMATCHES FROM ALPHAAGE, RISING TRENDS
000150* FROM ALPHATRD, DEAD-LETTERED REJECTS AND UNAPPLIED CORRECTIONS
000160* FROM ALPHARCY, UNAPPLIED REFERENCE CORRECTIONS FROM ALPHAREF,
000170* AND STEPS THAT NEVER RAN, DID NOT END OR RAN LONG FROM
000180* ALPHANGT. THIS PROGRAM PUTS THE WHOLE NIGHT ON ONE PAGE IN
000190* PLACE OF OPENING EACH REPORT IN TURN - RED BEFORE AMBER, AND
000200* BRANCH BY BRANCH WITHIN EACH, THE RUN-WIDE '***' ITEMS FIRST -
000210* WITH ONE STATUS FOR THE NIGHT: RED WHEN ANYTHING IS RED, AMBER
000220* WHEN ANYTHING IS AMBER, OTHERWISE GREEN.
000230*
000240* THE EXCEPTION FILE IS GENERATIONAL - EXCPTN IS TONIGHT'S,
000250* EXCPRIOR LAST NIGHT'S. AN EXCEPTION WITH THE SAME PROGRAM,
000260* TYPE, BRANCH AND SUBJECT ON BOTH IS MARKED AS ALSO RAISED LAST
000270* NIGHT, AND LAST NIGHT'S EXCEPTIONS NOT RAISED AGAIN ARE
000280* COUNTED AS CLEARED. EXCPRIOR IS OPTIONAL - THE FIRST NIGHT HAS
000290* NONE. THE SAME EXCEPTION RAISED TWICE IN ONE NIGHT, AS BY A
000300* RERUN STEP, IS PRINTED ONCE WITH THE LATER RECORD'S DETAIL.
000310*
000320* RUN THIS LAST, AFTER ALPHANGT, SO THE BATCH-WINDOW FLAGS ARE
000330* ON THE FILE. THIS PROGRAM READS THE EXCEPTION FILES AND DOES
000340* NOT WRITE TO THEM.
000350*
000360* THE RUN ENDS WITH CONDITION CODE 8 ON A RED NIGHT, 4 ON AN
000370* AMBER ONE AND 0 ON A GREEN ONE.
000380*
000390* MODIFICATION HISTORY.
000400*   10/15/2026  DC    ORIGINAL PROGRAM.
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT DSK-EXC-FILE
000460         ASSIGN TO EXCPTN
000470         ORGANIZATION IS SEQUENTIAL.
000480*    OPTIONAL - THE FIRST NIGHT HAS NO EARLIER GENERATION.
000490     SELECT OPTIONAL DSK-PRIOR-FILE
000500         ASSIGN TO EXCPRIOR
000510         ORGANIZATION IS SEQUENTIAL.
000520     SELECT DSK-REPORT-FILE
000530         ASSIGN TO DSKRPT
000540         ORGANIZATION IS SEQUENTIAL.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  DSK-EXC-FILE
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 80 CHARACTERS.
000600 01  DSK-EXC-RECORD.
000610     COPY EXCREC REPLACING ==:PFX:== BY ==DEXC==.
000620 FD  DSK-PRIOR-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 80 CHARACTERS.
000650 01  DSK-PRIOR-RECORD.
000660     COPY EXCREC REPLACING ==:PFX:== BY ==DPRI==.
000670 FD  DSK-REPORT-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 132 CHARACTERS.
000700 01  DSK-REPORT-RECORD          PIC X(132).
000710 WORKING-STORAGE SECTION.
000720 77  DSK-EXC-EOF-SW           PIC X(01)   VALUE 'N'.
000730     88  DSK-EXC-EOF-YES                  VALUE 'Y'.
000740 77  DSK-PRIOR-EOF-SW         PIC X(01)   VALUE 'N'.
000750     88  DSK-PRIOR-EOF-YES                VALUE 'Y'.
000760 77  DSK-FOUND-SW             PIC X(01)   VALUE 'N'.
000770     88  DSK-FOUND-YES                    VALUE 'Y'.
000780 77  DSK-EXC-CNT              PIC 9(04) COMP VALUE ZERO.
000790 77  DSK-PRI-CNT              PIC 9(04) COMP VALUE ZERO.
000800 77  DSK-IX                   PIC 9(04) COMP VALUE ZERO.
000810 77  DSK-SCAN-IX              PIC 9(04) COMP VALUE ZERO.
000820 77  DSK-HIT-IX               PIC 9(04) COMP VALUE ZERO.
000830 77  DSK-SORT-I               PIC 9(04) COMP VALUE ZERO.
000840 77  DSK-SORT-J               PIC 9(04) COMP VALUE ZERO.
000850 77  DSK-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
000860 77  DSK-MERGED-COUNT         PIC 9(08) COMP VALUE ZERO.
000870 77  DSK-PRIOR-READ-COUNT     PIC 9(08) COMP VALUE ZERO.
000880 77  DSK-RED-COUNT            PIC 9(08) COMP VALUE ZERO.
000890 77  DSK-AMBER-COUNT          PIC 9(08) COMP VALUE ZERO.
000900 77  DSK-AGAIN-COUNT          PIC 9(08) COMP VALUE ZERO.
000910 77  DSK-CLEARED-COUNT        PIC 9(08) COMP VALUE ZERO.
000920 77  DSK-ABEND-MESSAGE        PIC X(60)   VALUE SPACES.
000921*    RUN-JOURNAL MILESTONE ARGUMENTS FOR ALPHAJRN.
000922 77  DSK-JRN-PROGRAM          PIC X(08)   VALUE 'ALPHADSK'.
000923 77  DSK-JRN-MILESTONE        PIC X(01)   VALUE SPACE.
000924 77  DSK-JRN-COUNT            PIC 9(08)   VALUE ZERO.
000925 77  DSK-JRN-RETCODE          PIC 9(04)   VALUE ZERO.
000930* THE KEY OF THE RECORD IN HAND, BUILT IN THE TABLE'S ORDER -
000940* SEVERITY, THEN BRANCH, THEN WHAT IDENTIFIES THE EXCEPTION. THE
000950* SAME KEY ON BOTH NIGHTS IS THE SAME EXCEPTION.
000960 01  DSK-WORK-KEY.
000970     05  DSK-WK-SEVERITY      PIC 9(01).
000980     05  DSK-WK-BRANCH        PIC X(03).
000990     05  DSK-WK-PROGRAM       PIC X(08).
001000     05  DSK-WK-TYPE          PIC X(04).
001010     05  DSK-WK-SUBJECT       PIC X(20).
001020* TONIGHT'S EXCEPTIONS, ONE ENTRY PER DISTINCT KEY, SORTED INTO
001030* KEY ORDER FOR PRINTING.
001040 01  DSK-EXC-TABLE.
001050     05  DSK-EXC-ENTRY OCCURS 500 TIMES.
001060         10  DSK-KEY.
001070             15  DSK-SEVERITY     PIC 9(01).
001080                 88  DSK-RED                  VALUE 1.
001090                 88  DSK-AMBER                VALUE 2.
001100             15  DSK-BRANCH       PIC X(03).
001110             15  DSK-PROGRAM      PIC X(08).
001120             15  DSK-TYPE         PIC X(04).
001130             15  DSK-SUBJECT      PIC X(20).
001140         10  DSK-BUS-DATE         PIC 9(08).
001150         10  DSK-TEXT             PIC X(30).
001160         10  DSK-AGAIN-SW         PIC X(01).
001170             88  DSK-AGAIN                    VALUE 'Y'.
001180 01  DSK-SWAP-ENTRY               PIC X(75).
001190* LAST NIGHT'S EXCEPTIONS, ONE ENTRY PER DISTINCT KEY.
001200 01  DSK-PRIOR-TABLE.
001210     05  DSK-PRI-ENTRY OCCURS 500 TIMES.
001220         10  DSK-PRI-KEY          PIC X(36).
001230 01  DSK-TITLE-LINE.
001240     05  FILLER               PIC X(38)
001250             VALUE 'CONTROL DESK MORNING EXCEPTION REPORT'.
001260     05  FILLER               PIC X(04) VALUE 'RUN '.
001270     05  DSK-TTL-DATE         PIC 9(08).
001280     05  FILLER               PIC X(16) VALUE '   NIGHT STATUS '.
001290     05  DSK-TTL-STATUS       PIC X(05).
001300     05  FILLER               PIC X(61) VALUE SPACES.
001310 01  DSK-HEAD-LINE.
001320     05  FILLER               PIC X(07) VALUE 'SEV'.
001330     05  FILLER               PIC X(05) VALUE 'BR'.
001340     05  FILLER               PIC X(10) VALUE 'PROGRAM'.
001350     05  FILLER               PIC X(10) VALUE 'BUS DATE'.
001360     05  FILLER               PIC X(22) VALUE 'EXCEPTION'.
001370     05  FILLER               PIC X(22) VALUE 'SUBJECT'.
001380     05  FILLER               PIC X(32) VALUE 'DETAIL'.
001390     05  FILLER               PIC X(10) VALUE 'LAST NIGHT'.
001400     05  FILLER               PIC X(14) VALUE SPACES.
001410 01  DSK-DETAIL-LINE.
001420     05  DSK-DTL-SEVERITY     PIC X(05).
001430     05  FILLER               PIC X(02) VALUE SPACES.
001440     05  DSK-DTL-BRANCH       PIC X(03).
001450     05  FILLER               PIC X(02) VALUE SPACES.
001460     05  DSK-DTL-PROGRAM      PIC X(08).
001470     05  FILLER               PIC X(02) VALUE SPACES.
001480     05  DSK-DTL-BUS-DATE     PIC 9(08).
001490     05  FILLER               PIC X(02) VALUE SPACES.
001500     05  DSK-DTL-EXCEPTION    PIC X(20).
001510     05  FILLER               PIC X(02) VALUE SPACES.
001520     05  DSK-DTL-SUBJECT      PIC X(20).
001530     05  FILLER               PIC X(02) VALUE SPACES.
001540     05  DSK-DTL-TEXT         PIC X(30).
001550     05  FILLER               PIC X(02) VALUE SPACES.
001560     05  DSK-DTL-AGAIN        PIC X(10).
001570     05  FILLER               PIC X(14) VALUE SPACES.
001580 01  DSK-EMPTY-LINE.
001590     05  FILLER               PIC X(28)
001600             VALUE 'NO EXCEPTIONS RAISED TONIGHT'.
001610     05  FILLER               PIC X(104) VALUE SPACES.
001620 01  DSK-TOTAL-LINE.
001630     05  DSK-TOT-LABEL        PIC X(26).
001640     05  DSK-TOT-VALUE        PIC ZZZZZZZ9.
001650     05  FILLER               PIC X(98) VALUE SPACES.
001660 01  DSK-STATUS-LINE.
001670     05  FILLER               PIC X(14) VALUE 'NIGHT STATUS: '.
001680     05  DSK-STS-STATUS       PIC X(05).
001690     05  FILLER               PIC X(113) VALUE SPACES.
001700 PROCEDURE DIVISION.
001710 0000-MAINLINE.
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001730     PERFORM 2000-LOAD-TONIGHT THRU 2000-EXIT.
001740     PERFORM 3000-LOAD-PRIOR THRU 3000-EXIT.
001750     PERFORM 4000-SORT-EXCEPTIONS THRU 4000-EXIT.
001760     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
001770     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001780     GOBACK.
001790*****************************************************************
001800* 1000-INITIALIZE - OPEN THE FILES AND TAKE THE RUN DATE.
001810*****************************************************************
001820 1000-INITIALIZE.
001822     MOVE 'S'  TO DSK-JRN-MILESTONE.
001824     MOVE ZERO TO DSK-JRN-COUNT.
001826     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
001830     OPEN INPUT DSK-EXC-FILE.
001840     OPEN INPUT DSK-PRIOR-FILE.
001850     OPEN OUTPUT DSK-REPORT-FILE.
001860     ACCEPT DSK-TTL-DATE FROM DATE YYYYMMDD.
001870 1000-EXIT.
001880     EXIT.
001890*****************************************************************
001900* 2000-LOAD-TONIGHT - LOAD TONIGHT'S EXCEPTIONS INTO THE TABLE,
001910* ONE ENTRY PER DISTINCT KEY.
001920*****************************************************************
001930 2000-LOAD-TONIGHT.
001940     PERFORM 2100-READ-ONE-EXCEPTION THRU 2100-EXIT
001950         UNTIL DSK-EXC-EOF-YES.
001960 2000-EXIT.
001970     EXIT.
001980*****************************************************************
001990* 2100-READ-ONE-EXCEPTION - READ AND POST ONE OF TONIGHT'S
002000* EXCEPTIONS. A SEVERITY THAT IS NEITHER RED NOR AMBER MEANS THE
002010* WRONG DATASET WAS SUPPLIED AND STOPS THE RUN. A KEY ALREADY IN
002020* THE TABLE TAKES THE LATER RECORD'S DATE AND DETAIL.
002030*****************************************************************
002040 2100-READ-ONE-EXCEPTION.
002050     READ DSK-EXC-FILE
002060         AT END
002070             SET DSK-EXC-EOF-YES TO TRUE
002080             GO TO 2100-EXIT
002090     END-READ.
002100     ADD 1 TO DSK-READ-COUNT.
002110     IF NOT DEXC-RED
002120         AND NOT DEXC-AMBER
002130         MOVE 'EXCEPTION RECORD HAS NO SEVERITY - WRONG DATASET'
002140             TO DSK-ABEND-MESSAGE
002150         PERFORM 9900-ABEND THRU 9900-EXIT
002160     END-IF.
002170     MOVE DEXC-SEVERITY TO DSK-WK-SEVERITY.
002180     MOVE DEXC-BRANCH   TO DSK-WK-BRANCH.
002190     MOVE DEXC-PROGRAM  TO DSK-WK-PROGRAM.
002200     MOVE DEXC-TYPE     TO DSK-WK-TYPE.
002210     MOVE DEXC-SUBJECT  TO DSK-WK-SUBJECT.
002220     PERFORM 2200-FIND-TONIGHT THRU 2200-EXIT.
002230     IF DSK-FOUND-YES
002240         ADD 1 TO DSK-MERGED-COUNT
002250         MOVE DEXC-BUS-DATE TO DSK-BUS-DATE (DSK-HIT-IX)
002260         MOVE DEXC-TEXT     TO DSK-TEXT (DSK-HIT-IX)
002270         GO TO 2100-EXIT.
002280     IF DSK-EXC-CNT = 500
002290         MOVE 'MORE THAN 500 EXCEPTIONS TONIGHT'
002300             TO DSK-ABEND-MESSAGE
002310         PERFORM 9900-ABEND THRU 9900-EXIT
002320     END-IF.
002330     ADD 1 TO DSK-EXC-CNT.
002340     MOVE DSK-WORK-KEY  TO DSK-KEY (DSK-EXC-CNT).
002350     MOVE DEXC-BUS-DATE TO DSK-BUS-DATE (DSK-EXC-CNT).
002360     MOVE DEXC-TEXT     TO DSK-TEXT (DSK-EXC-CNT).
002370     MOVE 'N'           TO DSK-AGAIN-SW (DSK-EXC-CNT).
002380     IF DEXC-RED
002390         ADD 1 TO DSK-RED-COUNT
002400     ELSE
002410         ADD 1 TO DSK-AMBER-COUNT
002420     END-IF.
002430 2100-EXIT.
002440     EXIT.
002450*****************************************************************
002460* 2200-FIND-TONIGHT - LOOK DSK-WORK-KEY UP AMONG TONIGHT'S
002470* EXCEPTIONS, LEAVING A MATCH'S SLOT IN DSK-HIT-IX.
002480*****************************************************************
002490 2200-FIND-TONIGHT.
002500     MOVE 'N'  TO DSK-FOUND-SW.
002510     MOVE ZERO TO DSK-HIT-IX.
002520     IF DSK-EXC-CNT = ZERO
002530         GO TO 2200-EXIT.
002540     PERFORM 2210-MATCH-ONE-TONIGHT THRU 2210-EXIT
002550         VARYING DSK-SCAN-IX FROM 1 BY 1
002560         UNTIL DSK-SCAN-IX > DSK-EXC-CNT
002570             OR DSK-FOUND-YES.
002580 2200-EXIT.
002590     EXIT.
002600*****************************************************************
002610* 2210-MATCH-ONE-TONIGHT - TEST ONE TABLE ENTRY. THE SLOT IS
002620* CAPTURED HERE, WHILE THE SCAN SUBSCRIPT STILL ADDRESSES THE
002630* MATCHED ENTRY.
002640*****************************************************************
002650 2210-MATCH-ONE-TONIGHT.
002660     IF DSK-KEY (DSK-SCAN-IX) = DSK-WORK-KEY
002670         SET DSK-FOUND-YES TO TRUE
002680         MOVE DSK-SCAN-IX TO DSK-HIT-IX
002690     END-IF.
002700 2210-EXIT.
002710     EXIT.
002720*****************************************************************
002730* 3000-LOAD-PRIOR - LOAD LAST NIGHT'S DISTINCT KEYS, THEN MARK
002740* EACH OF TONIGHT'S EXCEPTIONS LAST NIGHT ALSO RAISED AND COUNT
002750* LAST NIGHT'S THAT HAVE CLEARED.
002760*****************************************************************
002770 3000-LOAD-PRIOR.
002780     PERFORM 3100-READ-ONE-PRIOR THRU 3100-EXIT
002790         UNTIL DSK-PRIOR-EOF-YES.
002800     IF DSK-PRI-CNT = ZERO
002810         GO TO 3000-EXIT.
002820     PERFORM 3300-MATCH-ONE-PRIOR THRU 3300-EXIT
002830         VARYING DSK-IX FROM 1 BY 1
002840         UNTIL DSK-IX > DSK-PRI-CNT.
002850 3000-EXIT.
002860     EXIT.
002870*****************************************************************
002880* 3100-READ-ONE-PRIOR - READ ONE OF LAST NIGHT'S EXCEPTIONS AND
002890* REGISTER ITS KEY ONCE. THE SAME WRONG-DATASET TEST APPLIES.
002900*****************************************************************
002910 3100-READ-ONE-PRIOR.
002920     READ DSK-PRIOR-FILE
002930         AT END
002940             SET DSK-PRIOR-EOF-YES TO TRUE
002950             GO TO 3100-EXIT
002960     END-READ.
002970     ADD 1 TO DSK-PRIOR-READ-COUNT.
002980     IF NOT DPRI-RED
002990         AND NOT DPRI-AMBER
003000         MOVE 'PRIOR EXCEPTION HAS NO SEVERITY - WRONG DATASET'
003010             TO DSK-ABEND-MESSAGE
003020         PERFORM 9900-ABEND THRU 9900-EXIT
003030     END-IF.
003040     MOVE DPRI-SEVERITY TO DSK-WK-SEVERITY.
003050     MOVE DPRI-BRANCH   TO DSK-WK-BRANCH.
003060     MOVE DPRI-PROGRAM  TO DSK-WK-PROGRAM.
003070     MOVE DPRI-TYPE     TO DSK-WK-TYPE.
003080     MOVE DPRI-SUBJECT  TO DSK-WK-SUBJECT.
003090     MOVE 'N' TO DSK-FOUND-SW.
003100     IF DSK-PRI-CNT > ZERO
003110         PERFORM 3200-CHECK-ONE-PRIOR THRU 3200-EXIT
003120             VARYING DSK-SCAN-IX FROM 1 BY 1
003130             UNTIL DSK-SCAN-IX > DSK-PRI-CNT
003140                 OR DSK-FOUND-YES
003150     END-IF.
003160     IF DSK-FOUND-YES
003170         GO TO 3100-EXIT.
003180     IF DSK-PRI-CNT = 500
003190         MOVE 'MORE THAN 500 EXCEPTIONS LAST NIGHT'
003200             TO DSK-ABEND-MESSAGE
003210         PERFORM 9900-ABEND THRU 9900-EXIT
003220     END-IF.
003230     ADD 1 TO DSK-PRI-CNT.
003240     MOVE DSK-WORK-KEY TO DSK-PRI-KEY (DSK-PRI-CNT).
003250 3100-EXIT.
003260     EXIT.
003270*****************************************************************
003280* 3200-CHECK-ONE-PRIOR - TEST ONE REGISTERED PRIOR KEY AGAINST
003290* THE RECORD IN HAND.
003300*****************************************************************
003310 3200-CHECK-ONE-PRIOR.
003320     IF DSK-PRI-KEY (DSK-SCAN-IX) = DSK-WORK-KEY
003330         SET DSK-FOUND-YES TO TRUE
003340     END-IF.
003350 3200-EXIT.
003360     EXIT.
003370*****************************************************************
003380* 3300-MATCH-ONE-PRIOR - MARK TONIGHT'S ENTRY FOR ONE OF LAST
003390* NIGHT'S KEYS, OR COUNT THE KEY CLEARED IF TONIGHT HAS NONE.
003400*****************************************************************
003410 3300-MATCH-ONE-PRIOR.
003420     MOVE DSK-PRI-KEY (DSK-IX) TO DSK-WORK-KEY.
003430     PERFORM 2200-FIND-TONIGHT THRU 2200-EXIT.
003440     IF DSK-FOUND-YES
003450         MOVE 'Y' TO DSK-AGAIN-SW (DSK-HIT-IX)
003460         ADD 1 TO DSK-AGAIN-COUNT
003470     ELSE
003480         ADD 1 TO DSK-CLEARED-COUNT
003490     END-IF.
003500 3300-EXIT.
003510     EXIT.
003520*****************************************************************
003530* 4000-SORT-EXCEPTIONS - PUT TONIGHT'S EXCEPTIONS INTO KEY ORDER
003540* - RED BEFORE AMBER, THEN BY BRANCH, THEN PROGRAM, TYPE AND
003550* SUBJECT. A NIGHT'S EXCEPTIONS ARE FEW AND A PLAIN EXCHANGE
003560* SORT DOES.
003570*****************************************************************
003580 4000-SORT-EXCEPTIONS.
003590     IF DSK-EXC-CNT < 2
003600         GO TO 4000-EXIT.
003610     PERFORM 4100-SORT-ONE-PASS THRU 4100-EXIT
003620         VARYING DSK-SORT-I FROM 1 BY 1
003630         UNTIL DSK-SORT-I NOT < DSK-EXC-CNT.
003640 4000-EXIT.
003650     EXIT.
003660*****************************************************************
003670* 4100-SORT-ONE-PASS - ONE EXCHANGE PASS.
003680*****************************************************************
003690 4100-SORT-ONE-PASS.
003700     PERFORM 4200-SORT-ONE-PAIR THRU 4200-EXIT
003710         VARYING DSK-SORT-J FROM 1 BY 1
003720         UNTIL DSK-SORT-J NOT < DSK-EXC-CNT.
003730 4100-EXIT.
003740     EXIT.
003750*****************************************************************
003760* 4200-SORT-ONE-PAIR - EXCHANGE ONE OUT-OF-ORDER PAIR.
003770*****************************************************************
003780 4200-SORT-ONE-PAIR.
003790     IF DSK-KEY (DSK-SORT-J) > DSK-KEY (DSK-SORT-J + 1)
003800         MOVE DSK-EXC-ENTRY (DSK-SORT-J) TO DSK-SWAP-ENTRY
003810         MOVE DSK-EXC-ENTRY (DSK-SORT-J + 1)
003820             TO DSK-EXC-ENTRY (DSK-SORT-J)
003830         MOVE DSK-SWAP-ENTRY TO DSK-EXC-ENTRY (DSK-SORT-J + 1)
003840     END-IF.
003850 4200-EXIT.
003860     EXIT.
003870*****************************************************************
003880* 5000-PRINT-REPORT - THE NIGHT'S STATUS, EVERY EXCEPTION IN KEY
003890* ORDER, THEN THE TOTALS. CONDITION CODE 8 FOR A RED NIGHT, 4 FOR
003900* AN AMBER ONE.
003910*****************************************************************
003920 5000-PRINT-REPORT.
003930     EVALUATE TRUE
003940         WHEN DSK-RED-COUNT > ZERO
003950             MOVE 'RED'   TO DSK-TTL-STATUS
003960             MOVE 8 TO RETURN-CODE
003970         WHEN DSK-AMBER-COUNT > ZERO
003980             MOVE 'AMBER' TO DSK-TTL-STATUS
003990             MOVE 4 TO RETURN-CODE
004000         WHEN OTHER
004010             MOVE 'GREEN' TO DSK-TTL-STATUS
004020     END-EVALUATE.
004030     MOVE DSK-TTL-STATUS TO DSK-STS-STATUS.
004040     WRITE DSK-REPORT-RECORD FROM DSK-TITLE-LINE.
004050     WRITE DSK-REPORT-RECORD FROM DSK-HEAD-LINE.
004060     IF DSK-EXC-CNT = ZERO
004070         WRITE DSK-REPORT-RECORD FROM DSK-EMPTY-LINE
004080     ELSE
004090         PERFORM 5100-PRINT-ONE-EXCEPTION THRU 5100-EXIT
004100             VARYING DSK-IX FROM 1 BY 1
004110             UNTIL DSK-IX > DSK-EXC-CNT
004120     END-IF.
004130     MOVE 'EXCEPTIONS READ'           TO DSK-TOT-LABEL.
004140     MOVE DSK-READ-COUNT              TO DSK-TOT-VALUE.
004150     WRITE DSK-REPORT-RECORD FROM DSK-TOTAL-LINE.
004160     MOVE 'RAISED MORE THAN ONCE'     TO DSK-TOT-LABEL.
004170     MOVE DSK-MERGED-COUNT            TO DSK-TOT-VALUE.
004180     WRITE DSK-REPORT-RECORD FROM DSK-TOTAL-LINE.
004190     MOVE 'RED'                       TO DSK-TOT-LABEL.
004200     MOVE DSK-RED-COUNT               TO DSK-TOT-VALUE.
004210     WRITE DSK-REPORT-RECORD FROM DSK-TOTAL-LINE.
004220     MOVE 'AMBER'                     TO DSK-TOT-LABEL.
004230     MOVE DSK-AMBER-COUNT             TO DSK-TOT-VALUE.
004240     WRITE DSK-REPORT-RECORD FROM DSK-TOTAL-LINE.
004250     MOVE 'ALSO RAISED LAST NIGHT'    TO DSK-TOT-LABEL.
004260     MOVE DSK-AGAIN-COUNT             TO DSK-TOT-VALUE.
004270     WRITE DSK-REPORT-RECORD FROM DSK-TOTAL-LINE.
004280     MOVE 'LAST NIGHT EXCEPTIONS READ' TO DSK-TOT-LABEL.
004290     MOVE DSK-PRIOR-READ-COUNT        TO DSK-TOT-VALUE.
004300     WRITE DSK-REPORT-RECORD FROM DSK-TOTAL-LINE.
004310     MOVE 'CLEARED SINCE LAST NIGHT'  TO DSK-TOT-LABEL.
004320     MOVE DSK-CLEARED-COUNT           TO DSK-TOT-VALUE.
004330     WRITE DSK-REPORT-RECORD FROM DSK-TOTAL-LINE.
004340     WRITE DSK-REPORT-RECORD FROM DSK-STATUS-LINE.
004350 5000-EXIT.
004360     EXIT.
004370*****************************************************************
004380* 5100-PRINT-ONE-EXCEPTION - ONE EXCEPTION LINE.
004390*****************************************************************
004400 5100-PRINT-ONE-EXCEPTION.
004410     IF DSK-RED (DSK-IX)
004420         MOVE 'RED'   TO DSK-DTL-SEVERITY
004430     ELSE
004440         MOVE 'AMBER' TO DSK-DTL-SEVERITY
004450     END-IF.
004460     MOVE DSK-BRANCH (DSK-IX)   TO DSK-DTL-BRANCH.
004470     MOVE DSK-PROGRAM (DSK-IX)  TO DSK-DTL-PROGRAM.
004480     MOVE DSK-BUS-DATE (DSK-IX) TO DSK-DTL-BUS-DATE.
004490     PERFORM 5200-DESCRIBE-TYPE THRU 5200-EXIT.
004500     MOVE DSK-SUBJECT (DSK-IX)  TO DSK-DTL-SUBJECT.
004510     MOVE DSK-TEXT (DSK-IX)     TO DSK-DTL-TEXT.
004520     IF DSK-AGAIN (DSK-IX)
004530         MOVE 'YES'   TO DSK-DTL-AGAIN
004540     ELSE
004550         MOVE SPACES  TO DSK-DTL-AGAIN
004560     END-IF.
004570     WRITE DSK-REPORT-RECORD FROM DSK-DETAIL-LINE.
004580 5100-EXIT.
004590     EXIT.
004600*****************************************************************
004610* 5200-DESCRIBE-TYPE - SPELL OUT THE EXCEPTION TYPE. A TYPE THIS
004620* PROGRAM DOES NOT KNOW IS PRINTED AS ITS CODE RATHER THAN LOST.
004630*****************************************************************
004640 5200-DESCRIBE-TYPE.
004650     EVALUATE DSK-TYPE (DSK-IX)
004660         WHEN 'OBAL'
004670             MOVE 'OUT OF BALANCE'       TO DSK-DTL-EXCEPTION
004680         WHEN 'REJR'
004690             MOVE 'HIGH REJECT RATE'     TO DSK-DTL-EXCEPTION
004700         WHEN 'ESCL'
004710             MOVE 'ESCALATED MISMATCH'   TO DSK-DTL-EXCEPTION
004720         WHEN 'TRND'
004730             MOVE 'RISING REJECT TREND'  TO DSK-DTL-EXCEPTION
004740         WHEN 'DEAD'
004750             MOVE 'DEAD-LETTERED REJECT' TO DSK-DTL-EXCEPTION
004760         WHEN 'UNAP'
004770             MOVE 'UNAPPLIED CORRECTION' TO DSK-DTL-EXCEPTION
004780         WHEN 'NRUN'
004790             MOVE 'STEP NEVER RAN'       TO DSK-DTL-EXCEPTION
004800         WHEN 'NEND'
004810             MOVE 'STEP DID NOT END'     TO DSK-DTL-EXCEPTION
004820         WHEN 'LONG'
004830             MOVE 'LONG-RUNNING STEP'    TO DSK-DTL-EXCEPTION
004840         WHEN OTHER
004850             MOVE DSK-TYPE (DSK-IX)      TO DSK-DTL-EXCEPTION
004860     END-EVALUATE.
004870 5200-EXIT.
004880     EXIT.
004881*****************************************************************
004882* 9700-JOURNAL-MILESTONE - APPEND ONE MILESTONE TO THE SHARED
004883* RUN JOURNAL THROUGH ALPHAJRN. THE CONDITION CODE GOES ALONG
004884* AS IT STANDS AND ALPHAJRN HANDS THE SAME CODE BACK.
004885*****************************************************************
004886 9700-JOURNAL-MILESTONE.
004887     MOVE RETURN-CODE TO DSK-JRN-RETCODE.
004888     CALL 'ALPHAJRN' USING DSK-JRN-PROGRAM, DSK-JRN-MILESTONE,
004889         DSK-JRN-COUNT, DSK-JRN-RETCODE.
004890 9700-EXIT.
004891     EXIT.
004892*****************************************************************
004900* 9900-ABEND - REPORT A FATAL ERROR ON THE OPERATOR CONSOLE AND
004910* STOP THE RUN WITH A NONZERO CONDITION CODE. THE CALLER SETS
004920* DSK-ABEND-MESSAGE.
004930*****************************************************************
004940 9900-ABEND.
004950     DISPLAY 'ALPHADSK ABEND - ' DSK-ABEND-MESSAGE.
004960     MOVE 16 TO RETURN-CODE.
004962     MOVE 'E' TO DSK-JRN-MILESTONE.
004964     MOVE DSK-READ-COUNT TO DSK-JRN-COUNT.
004966     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
004970     STOP RUN.
004980 9900-EXIT.
004990     EXIT.
005000*****************************************************************
005010* 9999-TERMINATE - CLOSE FILES BEFORE GOBACK.
005020*****************************************************************
005030 9999-TERMINATE.
005040     CLOSE DSK-EXC-FILE.
005050     CLOSE DSK-PRIOR-FILE.
005060     CLOSE DSK-REPORT-FILE.
005062     MOVE 'E' TO DSK-JRN-MILESTONE.
005064     MOVE DSK-READ-COUNT TO DSK-JRN-COUNT.
005066     PERFORM 9700-JOURNAL-MILESTONE THRU 9700-EXIT.
005070 9999-EXIT.
005080     EXIT.
