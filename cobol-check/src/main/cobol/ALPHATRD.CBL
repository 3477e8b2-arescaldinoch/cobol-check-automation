000290* READS(TODAY) - SO A RISE OF A FRACTION OF A PERCENT STILL
000300* COUNTS, THE SAME WAY ALPHA'S 9510-CHECK-REJECT-RATE AVOIDS
000310* TRUNCATED PERCENTAGES.
000311*
000312* THE BRANCH NAME PRINTED ON A FLAG LINE COMES FROM THE BRNMST
000313* BRANCH CONTROL MASTER.
000314*
000315* ONCE ALPHACLS CLOSES A MONTH, ITS DAILY RECORDS LEAVE BALHIST
000316* FOR THE DETAIL ARCHIVE. EARLY IN A MONTH THE 30-DATE WINDOW
000317* REACHES BACK INTO THE CLOSED MONTH, SO THE LATEST ARCHIVE
000318* GENERATION IS READ AS BALARC AHEAD OF BALHIST ON BOTH PASSES.
000319* IT IS OPTIONAL - WITH NO MONTH YET CLOSED THERE IS NONE.
000320*
000321* EVERY FLAGGED BRANCH IS ALSO RAISED AMBER ON THE SHARED
000322* EXCPTN FILE THROUGH ALPHAEXC FOR THE ALPHADSK CONTROL-DESK
000323* REPORT, DATED WITH THE AS-OF DATE.
000324*
000330* MODIFICATION HISTORY.
000340*   09/02/2026  DC    ORIGINAL PROGRAM.
000341*   09/02/2026  DC    STEP-START AND STEP-END MILESTONES NOW
000342*                     APPEND TO THE SHARED RUNJRNL RUN JOURNAL
000343*                     THROUGH ALPHAJRN FOR THE ALPHANGT
000344*                     BATCH-WINDOW REPORT.
000345*   10/15/2026  DC    FLAG LINE NOW CARRIES THE BRANCH NAME FROM
000346*                     THE BRNMST BRANCH CONTROL MASTER.
000347*   10/15/2026  DC    READS THE BALARC DETAIL ARCHIVE OF CLOSED
000348*                     MONTHS AHEAD OF BALHIST SO THE WINDOW
000349*                     SURVIVES THE ALPHACLS MONTH-END CLOSE.
000351*   10/15/2026  DC    FLAGGED BRANCHES ARE ALSO RAISED ON THE
000353*                     EXCPTN EXCEPTION FILE THROUGH ALPHAEXC
000354*                     FOR THE ALPHADSK CONTROL-DESK REPORT.
000355*   10/15/2026  DC    DETAIL LINES NOW CARRY THE BRANCH NAME
000356*                     BESIDE THE CODE, AS THE FLAG LINE DOES.
000357*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT TRD-HIST-FILE
000400         ASSIGN TO BALHIST
000410         ORGANIZATION IS SEQUENTIAL.
000411*    OPTIONAL - NO DETAIL ARCHIVE UNTIL THE FIRST MONTH IS CLOSED.
000412     SELECT OPTIONAL TRD-ARCH-FILE
000413         ASSIGN TO BALARC
000414         ORGANIZATION IS SEQUENTIAL.
000420     SELECT TRD-PARM-FILE
000430         ASSIGN TO TRDPARM
000440         ORGANIZATION IS SEQUENTIAL.
000450     SELECT TRD-REPORT-FILE
000460         ASSIGN TO TRDRPT
000470         ORGANIZATION IS SEQUENTIAL.
000471     SELECT TRD-BRANCH-MST-FILE
000472         ASSIGN TO BRNMST
000473         ORGANIZATION IS SEQUENTIAL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  TRD-HIST-FILE
000520     RECORD CONTAINS 60 CHARACTERS.
000530 01  TRD-HIST-RECORD.
000540     COPY BALHST REPLACING ==:PFX:== BY ==THST==.
000541* SAME LAYOUT - EACH RECORD IS READ INTO TRD-HIST-RECORD.
000542 FD  TRD-ARCH-FILE
000543     LABEL RECORDS ARE STANDARD
000544     RECORD CONTAINS 60 CHARACTERS.
000545 01  TRD-ARCH-RECORD            PIC X(60).
000550 FD  TRD-PARM-FILE
000560     LABEL RECORDS ARE STANDARD
000570     RECORD CONTAINS 80 CHARACTERS.
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 80 CHARACTERS.
000650 01  TRD-REPORT-RECORD          PIC X(80).
000651 FD  TRD-BRANCH-MST-FILE
000652     LABEL RECORDS ARE STANDARD
000653     RECORD CONTAINS 60 CHARACTERS.
000654 01  TRD-BRANCH-MST-RECORD.
000655     COPY BRNMST REPLACING ==:PFX:== BY ==TBM==.
000660 WORKING-STORAGE SECTION.
000670 77  TRD-HIST-EOF-SW          PIC X(01)   VALUE 'N'.
000680     88  TRD-HIST-EOF-YES                 VALUE 'Y'.
000681 77  TRD-ARCH-EOF-SW          PIC X(01)   VALUE 'N'.
000682     88  TRD-ARCH-EOF-YES                 VALUE 'Y'.
000690 77  TRD-DATE-FOUND-SW        PIC X(01)   VALUE 'N'.
000700     88  TRD-DATE-FOUND-YES               VALUE 'Y'.
000710 77  TRD-BR-FOUND-SW          PIC X(01)   VALUE 'N'.
000940 77  TRD-RISE-RIGHT           PIC 9(16) COMP VALUE ZERO.
000950 77  TRD-RATE-WORK            PIC 9(10) COMP VALUE ZERO.
000960 77  TRD-RATE-PCT             PIC 9(03)   VALUE ZERO.
000961 77  TRD-ABEND-MESSAGE        PIC X(60)   VALUE SPACES.
000962*    RUN-JOURNAL MILESTONE ARGUMENTS FOR ALPHAJRN.
000963 77  TRD-JRN-PROGRAM          PIC X(08)   VALUE 'ALPHATRD'.
000964 77  TRD-JRN-MILESTONE        PIC X(01)   VALUE SPACE.
000965 77  TRD-JRN-COUNT            PIC 9(08)   VALUE ZERO.
000966 77  TRD-JRN-RETCODE          PIC 9(04)   VALUE ZERO.
000967*    CONTROL-DESK EXCEPTION ARGUMENTS FOR ALPHAEXC.
000968 77  TRD-EXC-RETCODE          PIC 9(04)   VALUE ZERO.
000969 01  TRD-EXC-RECORD.
000970     COPY EXCREC REPLACING ==:PFX:== BY ==TRD-EXC==.
000971 01  TRD-EXC-RISE-TEXT.
000972     05  FILLER               PIC X(10) VALUE 'RATE ROSE '.
000973     05  TRD-EXT-DAYS         PIC ZZ9.
000974     05  FILLER               PIC X(14) VALUE ' DAYS IN A ROW'.
000975     05  FILLER               PIC X(03) VALUE SPACES.
000976*    BRANCH NAMES FROM THE BRANCH CONTROL MASTER.
000977 77  TRD-NM-CNT               PIC 9(04) COMP VALUE ZERO.
000978 77  TRD-NM-SCAN-IX           PIC 9(04) COMP VALUE ZERO.
000979 77  TRD-NM-EOF-SW            PIC X(01)   VALUE 'N'.
000980     88  TRD-NM-EOF-YES                   VALUE 'Y'.
000981 77  TRD-NM-FOUND-SW          PIC X(01)   VALUE 'N'.
000982     88  TRD-NM-FOUND-YES                 VALUE 'Y'.
000983 01  TRD-NAME-TABLE.
000984     05  TRD-NAME-ENTRY OCCURS 50 TIMES.
000985         10  TRD-NM-CODE      PIC X(03).
000986         10  TRD-NM-NAME      PIC X(30).
000988 01  TRD-PARM-DATE-EDIT.
000990     05  FILLER               PIC 9(04).
001000     05  TRD-PARM-EDIT-MM     PIC 9(02).
001010     05  TRD-PARM-EDIT-DD     PIC 9(02).
001250     05  TRD-HEAD-LIMIT       PIC 9(02).
001260     05  FILLER               PIC X(20) VALUE SPACES.
001270 01  TRD-HEAD-LINE-2.
001280     05  FILLER               PIC X(35) VALUE 'BRN NAME'.
001285     05  FILLER               PIC X(33)
001290             VALUE 'DATE         READS   REJECTS  PCT'.
001300     05  FILLER               PIC X(12) VALUE SPACES.
001310 01  TRD-DETAIL-LINE.
001320     05  TRD-DTL-BRANCH       PIC X(03).
001330     05  FILLER               PIC X(01) VALUE SPACE.
001333     05  TRD-DTL-NAME         PIC X(30).
001336     05  FILLER               PIC X(01) VALUE SPACE.
001340     05  TRD-DTL-DATE         PIC 9(08).
001350     05  FILLER               PIC X(02) VALUE SPACES.
001360     05  TRD-DTL-READS        PIC ZZZZZZZ9.
001400     05  TRD-DTL-PCT          PIC ZZ9.
001410     05  FILLER               PIC X(02) VALUE SPACES.
001420     05  TRD-DTL-NOTE         PIC X(06).
001430     05  FILLER               PIC X(04) VALUE SPACES.
001440 01  TRD-FLAG-LINE.
001450     05  FILLER               PIC X(07) VALUE 'BRANCH '.
001460     05  TRD-FLG-BRANCH       PIC X(03).
001461     05  FILLER               PIC X(01) VALUE SPACE.
001462     05  TRD-FLG-NAME         PIC X(30).
001470     05  FILLER               PIC X(18)
001480             VALUE ' REJECT RATE ROSE '.
001490     05  TRD-FLG-DAYS         PIC ZZ9.
001500     05  FILLER               PIC X(14) VALUE ' DAYS IN A ROW'.
001510     05  FILLER               PIC X(04) VALUE SPACES.
001520 01  TRD-EMPTY-LINE.
001530     05  FILLER               PIC X(34)
001540             VALUE 'NO HISTORY ON OR BEFORE AS-OF DATE'.
001990     MOVE TRDP-AS-OF-DATE TO TRD-AS-OF-DATE.
002000     MOVE TRDP-RISE-LIMIT TO TRD-RISE-LIMIT.
002010     CLOSE TRD-PARM-FILE.
002011     PERFORM 1200-LOAD-BRANCH-NAMES THRU 1200-EXIT.
002020     PERFORM 1100-CLEAR-ONE-ROW THRU 1100-EXIT
002030         VARYING TRD-BR-IX FROM 1 BY 1
002040         UNTIL TRD-BR-IX > 20.
002270     MOVE 'N'  TO CELL-SW (TRD-BR-IX, TRD-DATE-IX).
002280 1110-EXIT.
002290     EXIT.
002291*****************************************************************
002292* 1200-LOAD-BRANCH-NAMES - LOAD EACH BRANCH'S CODE AND NAME FROM
002293* THE BRANCH CONTROL MASTER FOR THE FLAG LINES. A MASTER LARGER
002294* THAN THE TABLE IS A SETUP ERROR AND STOPS THE RUN.
002295*****************************************************************
002296 1200-LOAD-BRANCH-NAMES.
002297     OPEN INPUT TRD-BRANCH-MST-FILE.
002298     PERFORM 1210-READ-BRANCH-MST THRU 1210-EXIT
002299         UNTIL TRD-NM-EOF-YES
002300             OR TRD-NM-CNT = 50.
002301     IF NOT TRD-NM-EOF-YES
002302         READ TRD-BRANCH-MST-FILE
002303             AT END
002304                 SET TRD-NM-EOF-YES TO TRUE
002305             NOT AT END
002306                 MOVE 'BRNMST EXCEEDS 50-BRANCH TABLE LIMIT'
002307                     TO TRD-ABEND-MESSAGE
002308                 PERFORM 9900-ABEND THRU 9900-EXIT
002309         END-READ
002310     END-IF.
002311     CLOSE TRD-BRANCH-MST-FILE.
002312 1200-EXIT.
002313     EXIT.
002314*****************************************************************
002315* 1210-READ-BRANCH-MST - READ ONE BRANCH MASTER RECORD INTO THE
002316* NEXT NAME TABLE ENTRY.
002317*****************************************************************
002318 1210-READ-BRANCH-MST.
002319     READ TRD-BRANCH-MST-FILE
002320         AT END
002321             SET TRD-NM-EOF-YES TO TRUE
002322         NOT AT END
002323             ADD 1 TO TRD-NM-CNT
002324             MOVE TBM-CODE TO TRD-NM-CODE (TRD-NM-CNT)
002325             MOVE TBM-NAME TO TRD-NM-NAME (TRD-NM-CNT)
002326     END-READ.
002327 1210-EXIT.
002328     EXIT.
002330*****************************************************************
002332* 2000-SCAN-DATES - FIRST PASS OVER THE HISTORY. COLLECT THE 30
002334* MOST RECENT DISTINCT BUSINESS DATES NOT AFTER THE AS-OF DATE,
002336* REPLACING THE OLDEST HELD DATE WHEN A NEWER ONE ARRIVES.
002340*****************************************************************
002350 2000-SCAN-DATES.
002360     OPEN INPUT TRD-ARCH-FILE.
002361     OPEN INPUT TRD-HIST-FILE.
002370     PERFORM 2100-READ-ONE-DATE THRU 2100-EXIT
002380         UNTIL TRD-HIST-EOF-YES.
002390     CLOSE TRD-ARCH-FILE.
002391     CLOSE TRD-HIST-FILE.
002400 2000-EXIT.
002410     EXIT.
002411*****************************************************************
002412* 2050-READ-HISTORY - READ THE NEXT HISTORY RECORD INTO
002413* TRD-HIST-RECORD - FROM THE DETAIL ARCHIVE UNTIL IT RUNS OUT,
002414* THEN FROM BALHIST. TRD-HIST-EOF-YES MEANS BOTH ARE DONE.
002415*****************************************************************
002416 2050-READ-HISTORY.
002417     IF NOT TRD-ARCH-EOF-YES
002418         READ TRD-ARCH-FILE INTO TRD-HIST-RECORD
002419             AT END
002420                 SET TRD-ARCH-EOF-YES TO TRUE
002421             NOT AT END
002422                 GO TO 2050-EXIT
002423         END-READ
002424     END-IF.
002425     READ TRD-HIST-FILE
002426         AT END
002427             SET TRD-HIST-EOF-YES TO TRUE
002428     END-READ.
002429 2050-EXIT.
002430     EXIT.
002433*****************************************************************
002436* 2100-READ-ONE-DATE - READ AND PROVE ONE HISTORY RECORD ON THE
002440* FIRST PASS. A RECORD WITH NON-NUMERIC CONTROL FIELDS MEANS
002450* THE WRONG DATASET WAS SUPPLIED AND STOPS THE RUN.
002460*****************************************************************
002470 2100-READ-ONE-DATE.
002480     PERFORM 2050-READ-HISTORY THRU 2050-EXIT.
002490     IF TRD-HIST-EOF-YES
002510         GO TO 2100-EXIT.
002530     ADD 1 TO TRD-READ-COUNT.
002540     IF THST-DATE NOT NUMERIC
002550         OR THST-READS NOT NUMERIC
003600*****************************************************************
003610 3000-LOAD-CELLS.
003620     MOVE 'N' TO TRD-HIST-EOF-SW.
003621     MOVE 'N' TO TRD-ARCH-EOF-SW.
003622     OPEN INPUT TRD-ARCH-FILE.
003630     OPEN INPUT TRD-HIST-FILE.
003640     PERFORM 3100-READ-ONE-HIST THRU 3100-EXIT
003650         UNTIL TRD-HIST-EOF-YES.
003651     CLOSE TRD-ARCH-FILE.
003660     CLOSE TRD-HIST-FILE.
003670 3000-EXIT.
003680     EXIT.
003700* 3100-READ-ONE-HIST - READ AND POST ONE HISTORY RECORD.
003710*****************************************************************
003720 3100-READ-ONE-HIST.
003730     PERFORM 2050-READ-HISTORY THRU 2050-EXIT.
003740     IF TRD-HIST-EOF-YES
003760         GO TO 3100-EXIT.
003780     MOVE 'N' TO TRD-DATE-FOUND-SW.
003790     IF TRD-DATE-CNT > ZERO
003800         PERFORM 2210-MATCH-ONE-DATE THRU 2210-EXIT
004570*****************************************************************
004580* 5100-TREND-ONE-BRANCH - PRINT ONE BRANCH'S WINDOW AND DECIDE
004590* ITS LONGEST RUN OF CONSECUTIVE REPORTED DAYS WITH A RISING
004600* REJECT RATE. THE BRANCH NAME IS LOOKED UP ONCE, FOR THE DETAIL
004605* LINES AND THE FLAG LINE BOTH.
004610*****************************************************************
004620 5100-TREND-ONE-BRANCH.
004625     PERFORM 5150-FIND-BRANCH-NAME THRU 5150-EXIT.
004630     MOVE ZERO TO TRD-RUN-LEN.
004640     MOVE ZERO TO TRD-MAX-RUN.
004650     MOVE 'N'  TO TRD-PREV-SW.
004710         MOVE TRD-MAX-RUN             TO TRD-FLG-DAYS
004720         WRITE TRD-REPORT-RECORD FROM TRD-FLAG-LINE
004730         ADD 1 TO TRD-FLAG-COUNT
004731         PERFORM 9750-WRITE-EXCEPTION THRU 9750-EXIT
004740     END-IF.
004750 5100-EXIT.
004751     EXIT.
004752*****************************************************************
004753* 5150-FIND-BRANCH-NAME - PUT THE BRANCH'S NAME ON THE DETAIL
004754* LINE AND THE FLAG LINE. HISTORY FOR A BRANCH SINCE TAKEN OFF
004755* THE BRANCH MASTER IS SAID TO BE SO.
004756*****************************************************************
004757 5150-FIND-BRANCH-NAME.
004758     MOVE 'N' TO TRD-NM-FOUND-SW.
004759     MOVE 'NOT ON BRANCH MASTER' TO TRD-FLG-NAME.
004760     PERFORM 5160-MATCH-ONE-NAME THRU 5160-EXIT
004761         VARYING TRD-NM-SCAN-IX FROM 1 BY 1
004762         UNTIL TRD-NM-SCAN-IX > TRD-NM-CNT
004763             OR TRD-NM-FOUND-YES.
004764     MOVE TRD-FLG-NAME TO TRD-DTL-NAME.
004773 5150-EXIT.
004774     EXIT.
004775*****************************************************************
004776* 5160-MATCH-ONE-NAME - TEST ONE NAME TABLE ENTRY AGAINST THE
004777* BRANCH BEING PRINTED, TAKING ITS NAME ON A MATCH.
004778*****************************************************************
004779 5160-MATCH-ONE-NAME.
004780     IF TRD-NM-CODE (TRD-NM-SCAN-IX) = TRD-BR-CODE (TRD-BR-IX)
004781         MOVE TRD-NM-NAME (TRD-NM-SCAN-IX) TO TRD-FLG-NAME
004782         SET TRD-NM-FOUND-YES TO TRUE
004783     END-IF.
004784 5160-EXIT.
004785     EXIT.
004786*****************************************************************
004787* 5200-TREND-ONE-DAY - PRINT ONE REPORTED DAY AND EXTEND OR
004790* BREAK THE BRANCH'S RISING RUN. DAYS THE BRANCH DID NOT REPORT
004800* ARE SIMPLY ABSENT - THE RUN COUNTS CONSECUTIVE REPORTED DAYS.
004810*****************************************************************
005259         TRD-JRN-COUNT, TRD-JRN-RETCODE.
005260 9700-EXIT.
005261     EXIT.
005262*****************************************************************
005263* 9750-WRITE-EXCEPTION - RAISE THE FLAGGED BRANCH AS AN AMBER
005264* RISING TREND ON THE SHARED EXCPTN FILE THROUGH ALPHAEXC. THE
005265* BRANCH ALONE IDENTIFIES IT FROM ONE NIGHT TO THE NEXT. THE
005266* CONDITION CODE GOES ALONG AS IT STANDS AND ALPHAEXC HANDS
005267* THE SAME CODE BACK.
005268*****************************************************************
005269 9750-WRITE-EXCEPTION.
005270     MOVE SPACES TO TRD-EXC-RECORD.
005271     SET TRD-EXC-AMBER TO TRUE.
005272     SET TRD-EXC-RISING-TREND TO TRUE.
005273     MOVE 'ALPHATRD'              TO TRD-EXC-PROGRAM.
005274     MOVE TRD-BR-CODE (TRD-BR-IX) TO TRD-EXC-BRANCH.
005275     MOVE TRD-AS-OF-DATE          TO TRD-EXC-BUS-DATE.
005276     MOVE 'REJECT RATE'           TO TRD-EXC-SUBJECT.
005277     MOVE TRD-MAX-RUN             TO TRD-EXT-DAYS.
005278     MOVE TRD-EXC-RISE-TEXT       TO TRD-EXC-TEXT.
005279     MOVE RETURN-CODE TO TRD-EXC-RETCODE.
005280     CALL 'ALPHAEXC' USING TRD-EXC-RECORD, TRD-EXC-RETCODE.
005281 9750-EXIT.
005282     EXIT.
005283*****************************************************************
005284* 9900-ABEND - REPORT A FATAL ERROR ON THE OPERATOR CONSOLE AND
005285* STOP THE RUN WITH A NONZERO CONDITION CODE. THE CALLER SETS
005290* TRD-ABEND-MESSAGE.
005300*****************************************************************
005310 9900-ABEND.
