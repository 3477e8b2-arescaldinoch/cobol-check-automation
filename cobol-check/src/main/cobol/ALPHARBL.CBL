000130* MSTJRNL BEFORE/AFTER JOURNAL THAT ALPHAMST WRITES, APPLYING
000140* THE AFTER IMAGE OF EVERY ADD, CHANGE AND DELETE UP TO AND
000150* INCLUDING A TARGET BUSINESS DATE FROM THE RCVPARM CARD.
000151* THE ACTIVITY STAMPS ARE REBUILT WITH THE ENTRIES - AN ADD OR
000152* CHANGE STAMPS THE JOURNAL DATE AND BRANCH THE WAY ALPHAMST
000153* DID, AND AN INQUIRY RECORD RE-STAMPS THE LAST-INQUIRED DATE.
000160* JOURNAL RECORDS DATED AFTER THE TARGET ARE COUNTED AND
000170* SKIPPED, SO ONE BAD DELETE CAN BE BACKED OUT BY REBUILDING TO
000180* THE DAY BEFORE IT INSTEAD OF RESTORING A WEEK-OLD BACKUP AND
000250*
000260* RCVPARM CARD LAYOUT:
000270*     COLS 1-8    TARGET BUSINESS DATE (YYYYMMDD) - THE LAST
000271*                 BUSINESS DAY WHOSE MAINTENANCE IS KEPT.
000272*     COL  9      BASE LAYOUT - BLANK FOR A BASE COPY IN THE
000273*                 130-BYTE MSTREC LAYOUT, 'O' FOR ONE UNLOADED
000274*                 IN THE OLD 100-BYTE LAYOUT, BEFORE THE
000275*                 ACTIVITY STAMPS WERE KEPT.
000276*
000277* AN OLD-LAYOUT BASE IS CONVERTED AS IT LOADS - EACH ENTRY TAKES
000278* ZERO ADDED, MAINTAINED AND INQUIRED DATES AND A BLANK LAST
000279* BRANCH, SO IT READS AS NEVER STAMPED UNTIL THE REPLAY OR THE
000280* NEXT NIGHT'S MAINTENANCE TOUCHES IT. THIS IS THE ONE-OFF
000281* RELOAD THAT MOVES AN EXISTING MASTFILE ONTO THE 130-BYTE
000282* LAYOUT - UNLOAD THE OLD MASTER, POINT MSTBASE AT THE UNLOAD,
000283* AND REBUILD TO THE LAST BUSINESS DATE ON THE JOURNAL - AND IT
000284* LETS A BASE COPY TAKEN BEFORE THE STAMPS STILL SERVE A
000285* POINT-IN-TIME REBUILD. THE JOURNAL LAYOUT DID NOT CHANGE.
000290*
000300* A JOURNAL UPDATE THAT DOES NOT FIT THE REBUILT MASTER (AN ADD
000310* OF A KEY ALREADY PRESENT, A CHANGE OR DELETE OF A KEY THAT IS
000372*                     APPEND TO THE SHARED RUNJRNL RUN JOURNAL
000373*                     THROUGH ALPHAJRN FOR THE ALPHANGT
000374*                     BATCH-WINDOW REPORT.
000375*   10/15/2026  DC    BASE AND MASTER LAYOUTS NOW COME FROM
000376*                     COPYBOOK MSTREC (130 BYTES). THE REPLAY
000377*                     REBUILDS THE ACTIVITY STAMPS AND APPLIES
000378*                     THE NEW 'Q' INQUIRY JOURNAL RECORDS.
000380*   10/15/2026  DC    RCVPARM COL 9 'O' LOADS A BASE COPY IN THE
000382*                     OLD 100-BYTE LAYOUT, CONVERTING EACH ENTRY
000384*                     WITH ZERO STAMP DATES AND A BLANK BRANCH.
000386*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT RBL-BASE-FILE
000430         ASSIGN TO MSTBASE
000440         ORGANIZATION IS SEQUENTIAL.
000441*    THE SAME DD READ IN THE OLD LAYOUT - ONLY ONE OF THE TWO IS
000442*    OPENED, AS THE RCVPARM CARD SAYS.
000443     SELECT RBL-OLD-BASE-FILE
000444         ASSIGN TO MSTBASE
000445         ORGANIZATION IS SEQUENTIAL.
000450     SELECT RBL-JRNL-FILE
000460         ASSIGN TO MSTJRNL
000470         ORGANIZATION IS SEQUENTIAL.
000610 FILE SECTION.
000620 FD  RBL-BASE-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 130 CHARACTERS.
000650* THE BASE COPY CARRIES MASTER RECORDS IN THE EXACT MAST-RECORD
000660* LAYOUT ALPHAMST DEFINES, IN KEY ORDER.
000670 01  RBL-BASE-RECORD.
000680     COPY MSTREC REPLACING ==:PFX:== BY ==RBSE==.
000684 FD  RBL-OLD-BASE-FILE
000688     LABEL RECORDS ARE STANDARD
000692     RECORD CONTAINS 100 CHARACTERS.
000696* THE MASTER ENTRY AS IT WAS KEPT BEFORE THE ACTIVITY STAMPS.
000700 01  RBL-OLD-BASE-RECORD.
000704     05  RBOL-KEY             PIC X(10).
000708     05  RBOL-FIELD-2         PIC X(80).
000712     05  RBOL-NUMERIC-VAL     PIC 999.
000716     05  FILLER               PIC X(07).
000720 FD  RBL-JRNL-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 206 CHARACTERS.
000750 01  RBL-JRNL-RECORD.
000760     COPY MSTJRN REPLACING ==:PFX:== BY ==RBJ==.
000770 FD  RBL-MASTER-FILE
000780     RECORD CONTAINS 130 CHARACTERS.
000790 01  RBL-MAST-RECORD.
000800     COPY MSTREC REPLACING ==:PFX:== BY ==RBL-MAST==.
000840 FD  RBL-PARM-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 80 CHARACTERS.
000870 01  RBL-PARM-RECORD.
000880     05  RBLP-TARGET-DATE     PIC 9(08).
000882     05  RBLP-BASE-LAYOUT     PIC X(01).
000884         88  RBLP-BASE-CURRENT            VALUE SPACE.
000886         88  RBLP-BASE-OLD                VALUE 'O'.
000890     05  FILLER               PIC X(71).
000900 FD  RBL-REPORT-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 80 CHARACTERS.
000980 77  RBL-JRNL-EOF-SW          PIC X(01)   VALUE 'N'.
000990     88  RBL-JRNL-EOF-YES                 VALUE 'Y'.
001000 77  RBL-TARGET-DATE          PIC 9(08)   VALUE ZERO.
001003 77  RBL-OLD-BASE-SW          PIC X(01)   VALUE 'N'.
001006     88  RBL-OLD-BASE-YES                 VALUE 'Y'.
001010 77  RBL-BASE-COUNT           PIC 9(08) COMP VALUE ZERO.
001020 77  RBL-JRNL-COUNT           PIC 9(08) COMP VALUE ZERO.
001030 77  RBL-APPLIED-COUNT        PIC 9(08) COMP VALUE ZERO.
001050 77  RBL-ADD-COUNT            PIC 9(08) COMP VALUE ZERO.
001060 77  RBL-CHANGE-COUNT         PIC 9(08) COMP VALUE ZERO.
001070 77  RBL-DELETE-COUNT         PIC 9(08) COMP VALUE ZERO.
001071 77  RBL-INQUIRY-COUNT        PIC 9(08) COMP VALUE ZERO.
001075 77  RBL-CONVERT-COUNT        PIC 9(08) COMP VALUE ZERO.
001080 77  RBL-ABEND-MESSAGE        PIC X(60)   VALUE SPACES.
001081*    RUN-JOURNAL MILESTONE ARGUMENTS FOR ALPHAJRN.
001082 77  RBL-JRN-PROGRAM          PIC X(08)   VALUE 'ALPHARBL'.
001520         PERFORM 9900-ABEND THRU 9900-EXIT
001530     END-IF.
001540     MOVE RBLP-TARGET-DATE TO RBL-TARGET-DATE.
001541     IF NOT RBLP-BASE-CURRENT AND NOT RBLP-BASE-OLD
001542         MOVE 'BASE LAYOUT MUST BE BLANK OR O'
001543             TO RBL-ABEND-MESSAGE
001544         PERFORM 9900-ABEND THRU 9900-EXIT
001545     END-IF.
001546     IF RBLP-BASE-OLD
001547         SET RBL-OLD-BASE-YES TO TRUE
001548     END-IF.
001550     CLOSE RBL-PARM-FILE.
001552     IF RBL-OLD-BASE-YES
001554         OPEN INPUT RBL-OLD-BASE-FILE
001556     ELSE
001560         OPEN INPUT RBL-BASE-FILE
001565     END-IF.
001570     OPEN INPUT RBL-JRNL-FILE.
001580     OPEN OUTPUT RBL-REPORT-FILE.
001590 1000-EXIT.
001830 2000-EXIT.
001840     EXIT.
001850*****************************************************************
001860* 2100-LOAD-ONE-BASE - COPY ONE BASE RECORD ONTO THE TARGET,
001865* FROM WHICHEVER LAYOUT THE RCVPARM CARD NAMED.
001870*****************************************************************
001880 2100-LOAD-ONE-BASE.
001890     IF RBL-OLD-BASE-YES
001900         PERFORM 2120-READ-OLD-BASE THRU 2120-EXIT
001910     ELSE
001920         PERFORM 2110-READ-BASE THRU 2110-EXIT
001930     END-IF.
001940     IF RBL-BASE-EOF-YES
001950         GO TO 2100-EXIT.
001970     WRITE RBL-MAST-RECORD
001980         INVALID KEY
001990             CONTINUE
002000     END-WRITE.
002010     IF RBL-FILE-STATUS NOT = '00'
002020         DISPLAY 'ALPHARBL BASE LOAD STATUS ' RBL-FILE-STATUS
002030             ' AT KEY ' RBL-MAST-KEY
002040         MOVE 'BASE COPY LOAD FAILED - NOT A KEY-ORDER UNLOAD'
002050             TO RBL-ABEND-MESSAGE
002060         PERFORM 9900-ABEND THRU 9900-EXIT
002061     END-IF.
002062     ADD 1 TO RBL-BASE-COUNT.
002063 2100-EXIT.
002064     EXIT.
002065*****************************************************************
002066* 2110-READ-BASE - READ ONE BASE RECORD IN THE MSTREC LAYOUT
002067* INTO THE MASTER RECORD AREA.
002068*****************************************************************
002069 2110-READ-BASE.
002070     READ RBL-BASE-FILE
002071         AT END
002072             SET RBL-BASE-EOF-YES TO TRUE
002073             GO TO 2110-EXIT
002074     END-READ.
002075     MOVE RBSE-KEY         TO RBL-MAST-KEY.
002076     MOVE RBSE-FIELD-2     TO RBL-MAST-FIELD-2.
002077     MOVE RBSE-NUMERIC-VAL TO RBL-MAST-NUMERIC-VAL.
002078     MOVE RBSE-ADDED-DATE  TO RBL-MAST-ADDED-DATE.
002079     MOVE RBSE-MAINT-DATE  TO RBL-MAST-MAINT-DATE.
002080     MOVE RBSE-INQ-DATE    TO RBL-MAST-INQ-DATE.
002081     MOVE RBSE-LAST-BRANCH TO RBL-MAST-LAST-BRANCH.
002082 2110-EXIT.
002083     EXIT.
002084*****************************************************************
002085* 2120-READ-OLD-BASE - READ ONE BASE RECORD IN THE OLD 100-BYTE
002086* LAYOUT AND CONVERT IT - ZERO STAMP DATES AND A BLANK LAST
002087* BRANCH, THE MARK OF AN ENTRY NOT TOUCHED SINCE THE STAMPS
002088* WERE FIRST KEPT.
002089*****************************************************************
002090 2120-READ-OLD-BASE.
002091     READ RBL-OLD-BASE-FILE
002092         AT END
002093             SET RBL-BASE-EOF-YES TO TRUE
002094             GO TO 2120-EXIT
002095     END-READ.
002096     MOVE SPACES           TO RBL-MAST-RECORD.
002097     MOVE RBOL-KEY         TO RBL-MAST-KEY.
002098     MOVE RBOL-FIELD-2     TO RBL-MAST-FIELD-2.
002099     MOVE RBOL-NUMERIC-VAL TO RBL-MAST-NUMERIC-VAL.
002100     MOVE ZERO             TO RBL-MAST-ADDED-DATE.
002101     MOVE ZERO             TO RBL-MAST-MAINT-DATE.
002102     MOVE ZERO             TO RBL-MAST-INQ-DATE.
002103     MOVE SPACES           TO RBL-MAST-LAST-BRANCH.
002104     ADD 1 TO RBL-CONVERT-COUNT.
002105 2120-EXIT.
002106     EXIT.
002110*****************************************************************
002120* 3000-REPLAY-JOURNAL - APPLY EVERY JOURNALED UPDATE DATED ON OR
002130* BEFORE THE TARGET BUSINESS DATE, IN THE ORDER WRITTEN.
002440             PERFORM 3300-APPLY-CHANGE THRU 3300-EXIT
002450         WHEN 'D'
002460             PERFORM 3400-APPLY-DELETE THRU 3400-EXIT
002461         WHEN 'Q'
002462             PERFORM 3500-APPLY-INQUIRY THRU 3500-EXIT
002470         WHEN OTHER
002480             MOVE 'UNKNOWN FUNCTION ON JOURNAL RECORD'
002490                 TO RBL-ABEND-MESSAGE
002570* IMAGE.
002580*****************************************************************
002590 3200-APPLY-ADD.
002595     MOVE SPACES          TO RBL-MAST-RECORD.
002600     MOVE RBJ-NEW-KEY     TO RBL-MAST-KEY.
002610     MOVE RBJ-NEW-FIELD-2 TO RBL-MAST-FIELD-2.
002620     MOVE RBJ-NEW-NUMERIC TO RBL-MAST-NUMERIC-VAL.
002621     MOVE RBJ-DATE        TO RBL-MAST-ADDED-DATE.
002622     MOVE RBJ-DATE        TO RBL-MAST-MAINT-DATE.
002623     MOVE ZERO            TO RBL-MAST-INQ-DATE.
002624     MOVE RBJ-BRANCH      TO RBL-MAST-LAST-BRANCH.
002630     WRITE RBL-MAST-RECORD
002640         INVALID KEY
002650             CONTINUE
002840         PERFORM 9800-JOURNAL-MISFIT THRU 9800-EXIT
002850     END-IF.
002860     MOVE RBJ-NEW-FIELD-2 TO RBL-MAST-FIELD-2.
002870     MOVE RBJ-NEW-NUMERIC TO RBL-MAST-NUMERIC-VAL.
002871     MOVE RBJ-DATE        TO RBL-MAST-MAINT-DATE.
002872     MOVE RBJ-BRANCH      TO RBL-MAST-LAST-BRANCH.
002880     REWRITE RBL-MAST-RECORD
002890         INVALID KEY
002900             CONTINUE
003110     ADD 1 TO RBL-DELETE-COUNT.
003120 3400-EXIT.
003130     EXIT.
003131*****************************************************************
003132* 3500-APPLY-INQUIRY - REPLAY ONE JOURNALED INQUIRY. THE IMAGES
003133* ARE THE ENTRY AS IT STOOD, SO ONLY THE STAMPS MOVE.
003134*****************************************************************
003135 3500-APPLY-INQUIRY.
003136     MOVE RBJ-NEW-KEY TO RBL-MAST-KEY.
003137     READ RBL-MASTER-FILE
003138         INVALID KEY
003139             CONTINUE
003140     END-READ.
003141     IF RBL-FILE-STATUS NOT = '00'
003142         PERFORM 9800-JOURNAL-MISFIT THRU 9800-EXIT
003143     END-IF.
003144     MOVE RBJ-DATE   TO RBL-MAST-INQ-DATE.
003145     MOVE RBJ-BRANCH TO RBL-MAST-LAST-BRANCH.
003146     REWRITE RBL-MAST-RECORD
003147         INVALID KEY
003148             CONTINUE
003149     END-REWRITE.
003150     IF RBL-FILE-STATUS NOT = '00'
003151         PERFORM 9800-JOURNAL-MISFIT THRU 9800-EXIT
003152     END-IF.
003153     ADD 1 TO RBL-INQUIRY-COUNT.
003154 3500-EXIT.
003155     EXIT.
003156*****************************************************************
003157* 5000-PRINT-TOTALS - ACCOUNT FOR EVERY BASE AND JOURNAL RECORD
003160* SO THE REBUILD CAN BE PROVED BEFORE THE DATASET IS PROMOTED.
003170*****************************************************************
003180 5000-PRINT-TOTALS.
003210     MOVE 'BASE RECORDS LOADED'  TO RBL-TOT-LABEL.
003220     MOVE RBL-BASE-COUNT         TO RBL-TOT-VALUE.
003230     WRITE RBL-REPORT-RECORD FROM RBL-TOTAL-LINE.
003231     IF RBL-OLD-BASE-YES
003232         MOVE 'CONVERTED FROM OLD'   TO RBL-TOT-LABEL
003233         MOVE RBL-CONVERT-COUNT      TO RBL-TOT-VALUE
003234         WRITE RBL-REPORT-RECORD FROM RBL-TOTAL-LINE
003235     END-IF.
003240     MOVE 'JOURNAL RECORDS READ' TO RBL-TOT-LABEL.
003250     MOVE RBL-JRNL-COUNT         TO RBL-TOT-VALUE.
003260     WRITE RBL-REPORT-RECORD FROM RBL-TOTAL-LINE.
003360     MOVE 'DELETES REPLAYED'     TO RBL-TOT-LABEL.
003370     MOVE RBL-DELETE-COUNT       TO RBL-TOT-VALUE.
003380     WRITE RBL-REPORT-RECORD FROM RBL-TOTAL-LINE.
003381     MOVE 'INQUIRIES REPLAYED'   TO RBL-TOT-LABEL.
003382     MOVE RBL-INQUIRY-COUNT      TO RBL-TOT-VALUE.
003383     WRITE RBL-REPORT-RECORD FROM RBL-TOTAL-LINE.
003390     MOVE 'SKIPPED AFTER TARGET' TO RBL-TOT-LABEL.
003400     MOVE RBL-SKIPPED-COUNT      TO RBL-TOT-VALUE.
003410     WRITE RBL-REPORT-RECORD FROM RBL-TOTAL-LINE.
003439         RBL-JRN-COUNT, RBL-JRN-RETCODE.
003440 9700-EXIT.
003441     EXIT.
003445*****************************************************************
003450* 9800-JOURNAL-MISFIT - A JOURNALED UPDATE THE REBUILT MASTER
003460* CANNOT TAKE MEANS THE BASE COPY AND THE JOURNAL ARE NOT A
003470* MATCHED PAIR - STOP RATHER THAN HAND BACK A MASTER THAT ONLY
003700* 9999-TERMINATE - CLOSE FILES BEFORE GOBACK.
003710*****************************************************************
003720 9999-TERMINATE.
003722     IF RBL-OLD-BASE-YES
003724         CLOSE RBL-OLD-BASE-FILE
003726     ELSE
003730         CLOSE RBL-BASE-FILE
003735     END-IF.
003740     CLOSE RBL-JRNL-FILE.
003750     CLOSE RBL-MASTER-FILE.
003760     CLOSE RBL-REPORT-FILE.
