000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRBLOOK.
000030 AUTHOR. EULER CLUB.
000040 INSTALLATION. EULER CLUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*REMARKS.
000080*    SHARED PROBLEM-CATALOGUE LOOKUP.
000090*
000100*    READS THE KEYED PROBLEM MASTER CLUSTER (SEE PROBREC; THE
000110*    RECORD KEY IS PB-PROBLEM-NO) FOR ONE PROBLEM NUMBER AND
000120*    HANDS THE RECORD BACK TO THE CALLER, THE SAME WAY ANSLOOK
000130*    SERVES THE ANSWER KEY.  THE FILE IS OPENED AND CLOSED PER
000140*    CALL: THE REPORTS LOOK UP A HANDFUL OF PROBLEMS PER RUN AND
000150*    KEEP THEIR OWN TABLES OF WHAT THEY HAVE ALREADY ASKED FOR.
000160*
000170*    PL-RETURN-CODE:  0 - FOUND, RECORD IN PL-PROB-REC.
000180*                     4 - NO CATALOGUE ENTRY FOR THAT PROBLEM
000190*                         (PL-PROB-REC IS LEFT AS SPACES).
000200*                    20 - THE CLUSTER COULD NOT BE OPENED OR
000210*                         READ; THE CALLER DECIDES WHETHER THAT
000220*                         BLANKS A TITLE OR FAILS A RUN.
000230*
000240*    MODIFICATION HISTORY.
000250*    DATE       INIT  DESCRIPTION
000260*    ---------  ----  ---------------------------------------
000270*    10/15/2026 RTS   ORIGINAL VERSION, MODELED ON ANSLOOK.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PROBLEM-FILE ASSIGN TO PROBLEMS
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS PB-PROBLEM-NO
000390         FILE STATUS IS PROB-FILE-STATUS.
000400*----------------------------------------------------------------
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  PROBLEM-FILE.
000440 COPY PROBREC.
000450*----------------------------------------------------------------
000460 WORKING-STORAGE SECTION.
000470 01  PROB-FILE-STATUS        PIC XX.
000480*----------------------------------------------------------------
000490 LINKAGE SECTION.
000500 01  PL-PROBLEM-NO           PIC 9(04).
000510 01  PL-RETURN-CODE          PIC 99.
000520 01  PL-PROB-REC             PIC X(80).
000530*----------------------------------------------------------------
000540 PROCEDURE DIVISION USING PL-PROBLEM-NO, PL-RETURN-CODE,
000550         PL-PROB-REC.
000560 0000-MAINLINE SECTION.
000570 0000-START.
000580     MOVE 0 TO PL-RETURN-CODE.
000590     MOVE SPACES TO PL-PROB-REC.
000600     OPEN INPUT PROBLEM-FILE.
000610     IF PROB-FILE-STATUS NOT = "00"
000620         DISPLAY "PRBLOOK: PROBLEM-FILE OPEN FAILED, STATUS "
000630                 PROB-FILE-STATUS
000640         MOVE 20 TO PL-RETURN-CODE
000650         GO TO 0000-MAINLINE-EXIT
000660     END-IF.
000670     MOVE PL-PROBLEM-NO TO PB-PROBLEM-NO.
000680     READ PROBLEM-FILE
000690         INVALID KEY
000700             MOVE 4 TO PL-RETURN-CODE
000710     END-READ.
000720     IF PL-RETURN-CODE = 0
000730         MOVE PROBLEM-MASTER-REC TO PL-PROB-REC
000740     END-IF.
000750     CLOSE PROBLEM-FILE.
000760 0000-MAINLINE-EXIT.
000770     GOBACK.
