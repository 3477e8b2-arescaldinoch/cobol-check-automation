000230* THE NEW OPEN-ITEMS FILE WRITTEN TODAY BECOMES THE CARRY
000240* INPUT OF TOMORROW'S RUN - FIRST TIME THROUGH, AN EMPTY CARRY
000250* FILE STARTS EVERY BREAK AT AGE ONE.
000251*
000252* EVERY ESCALATED BREAK IS ALSO RAISED AMBER ON THE SHARED
000253* EXCPTN FILE THROUGH ALPHAEXC FOR THE ALPHADSK CONTROL-DESK
000254* REPORT, UNDER BRANCH '***' - A MISMATCH BELONGS TO THE RUN,
000255* NOT TO A BRANCH - DATED WITH THE RUN DATE.
000260*
000270* MODIFICATION HISTORY.
000280*   08/22/2026  DC    ORIGINAL PROGRAM.
000282*                     APPEND TO THE SHARED RUNJRNL RUN JOURNAL
000283*                     THROUGH ALPHAJRN FOR THE ALPHANGT
000284*                     BATCH-WINDOW REPORT.
000285*   10/15/2026  DC    ESCALATED BREAKS ARE ALSO RAISED ON THE
000286*                     EXCPTN EXCEPTION FILE THROUGH ALPHAEXC
000287*                     FOR THE ALPHADSK CONTROL-DESK REPORT.
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
001013 77  AGE-JRN-MILESTONE        PIC X(01)   VALUE SPACE.
001014 77  AGE-JRN-COUNT            PIC 9(08)   VALUE ZERO.
001015 77  AGE-JRN-RETCODE          PIC 9(04)   VALUE ZERO.
001016*    CONTROL-DESK EXCEPTION ARGUMENTS FOR ALPHAEXC.
001017 77  AGE-EXC-RETCODE          PIC 9(04)   VALUE ZERO.
001018 01  AGE-EXC-RECORD.
001019     COPY EXCREC REPLACING ==:PFX:== BY ==AGE-EXC==.
001020*    THE BREAK'S SIDE/INDEX/VALUE IDENTIFY IT FROM ONE NIGHT TO
001021*    THE NEXT, AS THEY DO ON THE CARRY FILE.
001022 01  AGE-EXC-ITEM-KEY.
001023     05  AGE-EXS-SIDE         PIC X(01).
001024     05  FILLER               PIC X(01) VALUE SPACE.
001025     05  AGE-EXS-INDEX        PIC 9(04).
001026     05  FILLER               PIC X(01) VALUE SPACE.
001027     05  AGE-EXS-VALUE        PIC X(05).
001028     05  FILLER               PIC X(08) VALUE SPACES.
001029 01  AGE-EXC-AGE-TEXT.
001030     05  FILLER               PIC X(05) VALUE 'OPEN '.
001031     05  AGE-EXT-AGE          PIC ZZ9.
001032     05  FILLER               PIC X(12) VALUE ' DAYS SINCE '.
001033     05  AGE-EXT-FIRST        PIC 9(08).
001034     05  FILLER               PIC X(02) VALUE SPACES.
001035 01  AGE-CARRY-TABLE.
001036     05  AGE-CARRY-ENTRY OCCURS 0 TO 5000 TIMES
001040             DEPENDING ON AGE-CARRY-CNT
001050             INDEXED BY CARRY-IX.
001060         10  CARRY-SIDE       PIC X(01).
003990     IF WORK-AGE NOT < AGE-ESCALATE-LIMIT
004000         MOVE '** ESCALATE'      TO AGE-DTL-STATUS
004010         ADD 1 TO AGE-ESCAL-COUNT
004011         PERFORM 9750-WRITE-EXCEPTION THRU 9750-EXIT
004020     ELSE
004030         MOVE 'OPEN'             TO AGE-DTL-STATUS
004040     END-IF.
004539         AGE-JRN-COUNT, AGE-JRN-RETCODE.
004540 9700-EXIT.
004541     EXIT.
004542*****************************************************************
004543* 9750-WRITE-EXCEPTION - RAISE THE CURRENT BREAK AS AN AMBER
004544* ESCALATED MISMATCH ON THE SHARED EXCPTN FILE THROUGH
004545* ALPHAEXC. THE CONDITION CODE GOES ALONG AS IT STANDS AND
004546* ALPHAEXC HANDS THE SAME CODE BACK.
004547*****************************************************************
004548 9750-WRITE-EXCEPTION.
004549     MOVE SPACES TO AGE-EXC-RECORD.
004550     SET AGE-EXC-AMBER TO TRUE.
004551     SET AGE-EXC-ESCALATED TO TRUE.
004552     MOVE 'ALPHAAGE'   TO AGE-EXC-PROGRAM.
004553     MOVE '***'        TO AGE-EXC-BRANCH.
004554     MOVE AGE-RUN-DATE TO AGE-EXC-BUS-DATE.
004555     MOVE TODAY-SIDE (TODAY-IX)  TO AGE-EXS-SIDE.
004556     MOVE TODAY-INDEX (TODAY-IX) TO AGE-EXS-INDEX.
004557     MOVE TODAY-VALUE (TODAY-IX) TO AGE-EXS-VALUE.
004558     MOVE AGE-EXC-ITEM-KEY TO AGE-EXC-SUBJECT.
004559     MOVE WORK-AGE   TO AGE-EXT-AGE.
004560     MOVE WORK-FIRST TO AGE-EXT-FIRST.
004561     MOVE AGE-EXC-AGE-TEXT TO AGE-EXC-TEXT.
004562     MOVE RETURN-CODE TO AGE-EXC-RETCODE.
004563     CALL 'ALPHAEXC' USING AGE-EXC-RECORD, AGE-EXC-RETCODE.
004564 9750-EXIT.
004565     EXIT.
004566*****************************************************************
004567* 9900-ABEND - REPORT A FATAL ERROR ON THE OPERATOR CONSOLE AND
004568* STOP THE RUN WITH A NONZERO CONDITION CODE. THE CALLER SETS
004570* AGE-ABEND-MESSAGE.
004580*****************************************************************
004590 9900-ABEND.
