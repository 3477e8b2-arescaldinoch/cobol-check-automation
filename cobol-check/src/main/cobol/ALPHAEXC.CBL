000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ALPHAEXC.
000030 AUTHOR.  D CHALMERS.
000040 INSTALLATION.  BATCH-SUITE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM ALPHAEXC
000090*
000100* CONTROL-DESK EXCEPTION ACCESS MODULE FOR THE BATCH SUITE. EVERY
000110* PROGRAM THAT RAISES AN EXCEPTION FOR THE CONTROL DESK APPENDS
000120* IT TO THE SHARED EXCPTN FILE THROUGH THIS ONE SUBPROGRAM, THE
000130* SAME WAY EVERY MILESTONE GOES THROUGH ALPHAJRN, SO THE FILE IS
000140* DEFINED AND HANDLED IN EXACTLY ONE PLACE. EACH CALL OPENS
000150* EXTEND, WRITES THE ONE RECORD AND CLOSES, SO WHAT WAS RAISED
000160* SURVIVES A CALLER'S LATER ABEND AND EVERY STEP OF THE NIGHT
000170* CAN APPEND TO THE SAME DATASET IN TURN. THE ALPHADSK MORNING
000180* REPORT READS IT BACK.
000190*
000200* CALLED AS:
000210*     CALL 'ALPHAEXC' USING EXC-RECORD, EXC-RETCODE.
000220*
000230* EXC-RECORD IS ONE EXCREC RECORD THE CALLER HAS FILLED IN WHOLE.
000240* EXC-RETCODE IS THE CONDITION CODE THE CALLER STANDS AT.
000250*
000260* A CALL REPLACES RETURN-CODE WITH THE CALLED PROGRAM'S OWN, SO
000270* BEFORE GOBACK THIS MODULE MOVES EXC-RETCODE BACK TO
000280* RETURN-CODE - A CALLER RAISING AN EXCEPTION AFTER ITS VERDICT
000290* IS SET GETS THE SAME CODE HANDED BACK, AS WITH ALPHAJRN.
000300*
000310* MODIFICATION HISTORY.
000320*   10/15/2026  DC    ORIGINAL SUBPROGRAM.
000330*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT EXCEPTION-FILE
000380         ASSIGN TO EXCPTN
000390         ORGANIZATION IS SEQUENTIAL.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  EXCEPTION-FILE
000430     LABEL RECORDS ARE STANDARD
000440     RECORD CONTAINS 80 CHARACTERS.
000450 01  EXCEPTION-RECORD.
000460     COPY EXCREC REPLACING ==:PFX:== BY ==XEXC==.
000470 LINKAGE SECTION.
000480 01  EXC-RECORD               PIC X(80).
000490 01  EXC-RETCODE              PIC 9(04).
000500 PROCEDURE DIVISION USING EXC-RECORD, EXC-RETCODE.
000510 0000-MAINLINE.
000520     PERFORM 1000-WRITE-EXCEPTION THRU 1000-EXIT.
000530     MOVE EXC-RETCODE TO RETURN-CODE.
000540     GOBACK.
000550*****************************************************************
000560* 1000-WRITE-EXCEPTION - APPEND THE ONE EXCEPTION RECORD AS THE
000570* CALLER BUILT IT.
000580*****************************************************************
000590 1000-WRITE-EXCEPTION.
000600     OPEN EXTEND EXCEPTION-FILE.
000610     WRITE EXCEPTION-RECORD FROM EXC-RECORD.
000620     CLOSE EXCEPTION-FILE.
000630 1000-EXIT.
000640     EXIT.
