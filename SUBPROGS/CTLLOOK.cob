000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTLLOOK.
000030 AUTHOR. EULER CLUB.
000040 INSTALLATION. EULER CLUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*REMARKS.
000080*    SHARED CLUB CONTROL-RECORD LOOKUP.
000090*
000100*    READS THE KEYED CLUB CONTROL CLUSTER (SEE CTLREC; THE
000110*    RECORD KEY IS CT-PROGRAM-ID) FOR ONE PROGRAM-ID AND HANDS
000120*    THE RECORD BACK TO THE CALLER, THE SAME WAY ANSLOOK SERVES
000130*    THE ANSWER KEY.  THE FILE IS OPENED AND CLOSED PER CALL:
000140*    A PROGRAM ASKS FOR ITS OWN SETTINGS ONCE, AND SIEVBLD ONCE
000150*    PER ROSTER PROGRAM.
000160*
000170*    CL-RETURN-CODE:  0 - FOUND AND IN FORCE, RECORD IN
000180*                         CL-CONTROL-REC.
000190*                     4 - NO CONTROL RECORD FOR THAT PROGRAM
000200*                         (CL-CONTROL-REC IS LEFT AS SPACES).
000210*                     8 - FOUND, BUT ITS EFFECTIVE DATE IS
000220*                         LATER THAN TODAY.  THE RECORD IS
000230*                         STILL HANDED BACK SO THE CALLER CAN
000240*                         SAY WHEN IT COMES INTO FORCE.
000250*                    20 - THE CLUSTER COULD NOT BE OPENED OR
000260*                         READ; THE CALLER DECIDES WHETHER THAT
000270*                         FAILS THE RUN.
000280*
000290*    MODIFICATION HISTORY.
000300*    DATE       INIT  DESCRIPTION
000310*    ---------  ----  ---------------------------------------
000320*    10/15/2026 RTS   ORIGINAL VERSION, MODELED ON ANSLOOK.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CONTROL-FILE ASSIGN TO CLUBCTL
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS CT-PROGRAM-ID
000440         FILE STATUS IS CTL-FILE-STATUS.
000450*----------------------------------------------------------------
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CONTROL-FILE.
000490 COPY CTLREC.
000500*----------------------------------------------------------------
000510 WORKING-STORAGE SECTION.
000520 01  CTL-FILE-STATUS         PIC XX.
000530 01  CTL-TODAY.
000540     05  CTL-TODAY-CCYY      PIC 9(04).
000550     05  CTL-TODAY-MM        PIC 99.
000560     05  CTL-TODAY-DD        PIC 99.
000570*----------------------------------------------------------------
000580 LINKAGE SECTION.
000590 01  CL-PROGRAM-ID           PIC X(08).
000600 01  CL-RETURN-CODE          PIC 99.
000610 01  CL-CONTROL-REC          PIC X(80).
000620*----------------------------------------------------------------
000630 PROCEDURE DIVISION USING CL-PROGRAM-ID, CL-RETURN-CODE,
000640         CL-CONTROL-REC.
000650 0000-MAINLINE SECTION.
000660 0000-START.
000670     MOVE 0 TO CL-RETURN-CODE.
000680     MOVE SPACES TO CL-CONTROL-REC.
000690     OPEN INPUT CONTROL-FILE.
000700     IF CTL-FILE-STATUS NOT = "00"
000710         DISPLAY "CTLLOOK: CONTROL-FILE OPEN FAILED, STATUS "
000720                 CTL-FILE-STATUS
000730         MOVE 20 TO CL-RETURN-CODE
000740         GO TO 0000-MAINLINE-EXIT
000750     END-IF.
000760     MOVE CL-PROGRAM-ID TO CT-PROGRAM-ID.
000770     READ CONTROL-FILE
000780         INVALID KEY
000790             MOVE 4 TO CL-RETURN-CODE
000800     END-READ.
000810     IF CL-RETURN-CODE = 0
000820         MOVE CLUB-CONTROL-REC TO CL-CONTROL-REC
000830         ACCEPT CTL-TODAY FROM DATE YYYYMMDD
000840         IF CT-EFFECTIVE-DATE > CTL-TODAY
000850             MOVE 8 TO CL-RETURN-CODE
000860         END-IF
000870     END-IF.
000880     CLOSE CONTROL-FILE.
000890 0000-MAINLINE-EXIT.
000900     GOBACK.
