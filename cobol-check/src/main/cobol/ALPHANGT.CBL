000310* AS UNLISTED, FOR INFORMATION ONLY. A STEP IS ASSUMED NOT TO
000320* RUN LONGER THAN A FULL DAY WHEN ITS ELAPSED TIME CROSSES
000330* MIDNIGHT.
000331*
000332* EVERY FLAG IS ALSO RAISED ON THE SHARED EXCPTN FILE THROUGH
000333* ALPHAEXC FOR THE ALPHADSK CONTROL-DESK REPORT - NEVER RAN
000334* AND DID NOT END AS RED, LONG RUNNING AS AMBER, EACH UNDER
000335* BRANCH '***' WITH THE STEP'S PROGRAM AS ITS SUBJECT.
000340*
000350* MODIFICATION HISTORY.
000360*   09/02/2026  DC    ORIGINAL PROGRAM.
000361*   10/15/2026  DC    NEVER RAN, DID NOT END AND LONG RUNNING
000362*                     STEPS ARE ALSO RAISED ON THE EXCPTN
000363*                     EXCEPTION FILE THROUGH ALPHAEXC FOR THE
000364*                     ALPHADSK CONTROL-DESK REPORT.
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000850 77  NGT-END-SECS             PIC S9(08) COMP VALUE ZERO.
000860 77  NGT-ELAPSED-SECS         PIC S9(08) COMP VALUE ZERO.
000870 77  NGT-ABEND-MESSAGE        PIC X(60)   VALUE SPACES.
000871*    CONTROL-DESK EXCEPTION ARGUMENTS FOR ALPHAEXC.
000872 77  NGT-EXC-RETCODE          PIC 9(04)   VALUE ZERO.
000873 01  NGT-EXC-RECORD.
000874     COPY EXCREC REPLACING ==:PFX:== BY ==NGT-EXC==.
000875 01  NGT-EXC-LONG-TEXT.
000876     05  FILLER               PIC X(04) VALUE 'RAN '.
000877     05  NGT-EXT-ELAPSED      PIC ZZZZZ9.
000878     05  FILLER               PIC X(13) VALUE ' SECS, USUAL '.
000879     05  NGT-EXT-EXPECT       PIC ZZZZZ9.
000882     05  FILLER               PIC X(01) VALUE SPACE.
000885 01  NGT-TIME-EDIT.
000890     05  NGT-EDIT-HH          PIC 9(02).
000900     05  NGT-EDIT-MM          PIC 9(02).
000910     05  NGT-EDIT-SS          PIC 9(02).
003400         MOVE 'NEVER RAN'  TO NGT-DTL-STATUS
003410         ADD 1 TO NGT-FLAG-COUNT
003420         WRITE NGT-REPORT-RECORD FROM NGT-DETAIL-LINE
003421         MOVE SPACES TO NGT-EXC-RECORD
003422         SET NGT-EXC-RED TO TRUE
003423         SET NGT-EXC-NEVER-RAN TO TRUE
003424         MOVE 'EXPECTED STEP NEVER STARTED' TO NGT-EXC-TEXT
003425         PERFORM 9750-WRITE-EXCEPTION THRU 9750-EXIT
003430         GO TO 5100-EXIT.
003440     MOVE NGT-PROG-START-TIME (NGT-PROG-IX) TO NGT-DTL-START.
003450     IF NOT NGT-PROG-ENDED (NGT-PROG-IX)
003490         MOVE 'DID NOT END' TO NGT-DTL-STATUS
003500         ADD 1 TO NGT-FLAG-COUNT
003510         WRITE NGT-REPORT-RECORD FROM NGT-DETAIL-LINE
003511         MOVE SPACES TO NGT-EXC-RECORD
003512         SET NGT-EXC-RED TO TRUE
003513         SET NGT-EXC-DID-NOT-END TO TRUE
003514         MOVE 'STARTED BUT WROTE NO END' TO NGT-EXC-TEXT
003515         PERFORM 9750-WRITE-EXCEPTION THRU 9750-EXIT
003520         GO TO 5100-EXIT.
003530     MOVE NGT-PROG-END-TIME (NGT-PROG-IX) TO NGT-DTL-END.
003540     PERFORM 5200-COMPUTE-ELAPSED THRU 5200-EXIT.
003580     IF NGT-ELAPSED-SECS > NGT-STEP-EXPECT (NGT-STEP-IX)
003590         MOVE 'LONG RUNNING' TO NGT-DTL-STATUS
003600         ADD 1 TO NGT-FLAG-COUNT
003601         MOVE SPACES TO NGT-EXC-RECORD
003602         SET NGT-EXC-AMBER TO TRUE
003603         SET NGT-EXC-LONG-RUNNING TO TRUE
003604         MOVE NGT-ELAPSED-SECS TO NGT-EXT-ELAPSED
003605         MOVE NGT-STEP-EXPECT (NGT-STEP-IX) TO NGT-EXT-EXPECT
003606         MOVE NGT-EXC-LONG-TEXT TO NGT-EXC-TEXT
003607         PERFORM 9750-WRITE-EXCEPTION THRU 9750-EXIT
003610     ELSE
003620         MOVE 'OK'           TO NGT-DTL-STATUS
003630     END-IF.
004340     END-IF.
004350 5310-EXIT.
004360     EXIT.
004361*****************************************************************
004362* 9750-WRITE-EXCEPTION - RAISE ONE FLAGGED STEP ON THE SHARED
004363* EXCPTN FILE THROUGH ALPHAEXC. THE CALLER SETS THE SEVERITY,
004364* TYPE AND TEXT - EVERY STEP FLAG CONCERNS THE RUN AS A WHOLE,
004365* SO THE BRANCH IS '***', AND THE STEP'S PROGRAM NAME IS THE
004366* SUBJECT. THE JOURNAL CARRIES NO BUSINESS DATE, SO THE REPORT
004367* DATE STANDS IN FOR IT. THE CONDITION CODE GOES ALONG AS IT
004368* STANDS AND ALPHAEXC HANDS THE SAME CODE BACK.
004369*****************************************************************
004370 9750-WRITE-EXCEPTION.
004371     MOVE 'ALPHANGT'                  TO NGT-EXC-PROGRAM.
004372     MOVE '***'                       TO NGT-EXC-BRANCH.
004373     MOVE NGT-HEAD-DATE               TO NGT-EXC-BUS-DATE.
004374     MOVE NGT-STEP-CODE (NGT-STEP-IX) TO NGT-EXC-SUBJECT.
004375     MOVE RETURN-CODE TO NGT-EXC-RETCODE.
004376     CALL 'ALPHAEXC' USING NGT-EXC-RECORD, NGT-EXC-RETCODE.
004377 9750-EXIT.
004378     EXIT.
004379*****************************************************************
004380* 9900-ABEND - REPORT A FATAL ERROR ON THE OPERATOR CONSOLE AND
004390* STOP THE RUN WITH A NONZERO CONDITION CODE. THE CALLER SETS
004400* NGT-ABEND-MESSAGE.
