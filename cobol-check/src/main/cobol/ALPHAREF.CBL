000290* EVERY APPLIED CHANGE WRITES A BEFORE/AFTER AUDIT RECORD IN
000300* THE STYLE OF ALPHA'S 8000-CHECK-NUMERIC-CHANGE, SO REFERENCE
000310* DATA EDITS ARE AS TRACEABLE AS TRANSACTION DATA.
000311*
000312* EVERY CARD THAT CANNOT BE APPLIED IS ALSO RAISED AMBER AS AN
000313* UNAPPLIED CORRECTION ON THE SHARED EXCPTN FILE THROUGH
000314* ALPHAEXC FOR THE ALPHADSK CONTROL-DESK REPORT, UNDER BRANCH
000315* '***' AND DATED WITH THE RUN DATE - REFERENCE DATA BELONGS
000316* TO NO ONE BRANCH AND THE RUN TAKES NO RUN-CONTROL CARD.
000320*
000330* MODIFICATION HISTORY.
000340*   08/22/2026  DC    ORIGINAL PROGRAM.
000342*                     APPEND TO THE SHARED RUNJRNL RUN JOURNAL
000343*                     THROUGH ALPHAJRN FOR THE ALPHANGT
000344*                     BATCH-WINDOW REPORT.
000345*   10/15/2026  DC    CARDS THAT CANNOT BE APPLIED ARE ALSO
000346*                     RAISED ON THE EXCPTN EXCEPTION FILE
000347*                     THROUGH ALPHAEXC FOR THE ALPHADSK
000348*                     CONTROL-DESK REPORT.
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
001133 77  REF-JRN-MILESTONE        PIC X(01)   VALUE SPACE.
001134 77  REF-JRN-COUNT            PIC 9(08)   VALUE ZERO.
001135 77  REF-JRN-RETCODE          PIC 9(04)   VALUE ZERO.
001136*    CONTROL-DESK EXCEPTION ARGUMENTS FOR ALPHAEXC.
001137 77  REF-EXC-RETCODE          PIC 9(04)   VALUE ZERO.
001138 01  REF-EXC-RECORD.
001139     COPY EXCREC REPLACING ==:PFX:== BY ==REF-EXC==.
001140*    THE CARD'S OWN ACTION, KEYING, POSITION AND FIELD-A - NOT
001141*    ITS PLACE IN THE DECK - IDENTIFY IT FROM ONE NIGHT TO THE
001142*    NEXT.
001143 01  REF-EXC-CARD-KEY.
001144     05  REF-EXK-ACTION       PIC X(01).
001145     05  FILLER               PIC X(01) VALUE SPACE.
001146     05  REF-EXK-KEYING       PIC X(01).
001147     05  FILLER               PIC X(01) VALUE SPACE.
001148     05  REF-EXK-POSITION     PIC X(04).
001149     05  FILLER               PIC X(01) VALUE SPACE.
001150     05  REF-EXK-FLD-A        PIC X(05).
001151     05  FILLER               PIC X(06) VALUE SPACES.
001152 01  FILLER.
001153     05  ref-table.
001160         COPY TABENT REPLACING
001170             ==:TAG:==   BY ==ref-table==
001180             ==:CNT:==   BY ==REF-TABLE-CNT==
004200         MOVE 'APPLIED'  TO REF-RPT-RESULT
004210     ELSE
004220         MOVE REF-FAIL-REASON TO REF-RPT-RESULT
004221         PERFORM 9750-WRITE-EXCEPTION THRU 9750-EXIT
004230     END-IF.
004240     WRITE REF-REPORT-RECORD FROM REF-REPORT-LINE.
004250 2900-EXIT.
004849         REF-JRN-COUNT, REF-JRN-RETCODE.
004850 9700-EXIT.
004851     EXIT.
004852*****************************************************************
004853* 9750-WRITE-EXCEPTION - RAISE THE CURRENT CARD AS AN AMBER
004854* UNAPPLIED CORRECTION ON THE SHARED EXCPTN FILE THROUGH
004855* ALPHAEXC, WITH ITS FAILURE REASON AS THE TEXT. THE CONDITION
004856* CODE GOES ALONG AS IT STANDS AND ALPHAEXC HANDS THE SAME CODE
004857* BACK.
004858*****************************************************************
004859 9750-WRITE-EXCEPTION.
004860     MOVE SPACES TO REF-EXC-RECORD.
004861     SET REF-EXC-AMBER TO TRUE.
004862     SET REF-EXC-UNAPPLIED TO TRUE.
004863     MOVE 'ALPHAREF'      TO REF-EXC-PROGRAM.
004864     MOVE '***'           TO REF-EXC-BRANCH.
004865     ACCEPT REF-EXC-BUS-DATE FROM DATE YYYYMMDD.
004866     MOVE REFC-ACTION     TO REF-EXK-ACTION.
004867     MOVE REFC-KEYING     TO REF-EXK-KEYING.
004868     MOVE REFC-POSITION   TO REF-EXK-POSITION.
004869     MOVE REFC-FLD-A      TO REF-EXK-FLD-A.
004870     MOVE REF-EXC-CARD-KEY TO REF-EXC-SUBJECT.
004871     MOVE REF-FAIL-REASON TO REF-EXC-TEXT.
004872     MOVE RETURN-CODE TO REF-EXC-RETCODE.
004873     CALL 'ALPHAEXC' USING REF-EXC-RECORD, REF-EXC-RETCODE.
004874 9750-EXIT.
004875     EXIT.
004876*****************************************************************
004877* 9900-ABEND - REPORT A FATAL ERROR ON THE OPERATOR CONSOLE AND
004878* STOP THE RUN WITH A NONZERO CONDITION CODE. THE CALLER SETS
004880* REF-ABEND-MESSAGE.
004890*****************************************************************
004900 9900-ABEND.
