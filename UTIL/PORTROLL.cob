000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PORTROLL.
000030 AUTHOR. EULER CLUB.
000040 INSTALLATION. EULER CLUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*REMARKS.
000080*    WEEKLY ROLLUP INTO THE PORTFOLIO.
000090*
000100*    APPENDS ONE WEEK'S EULEROUT DATASET (WEEKIN) TO THE CLUB
000110*    PORTFOLIO (PORTOUT, DISP=MOD, SO OPEN OUTPUT APPENDS).  THE
000120*    ROLL STEPS THAT FOLLOW EACH WEEK IN EULERRUN USED TO BE A
000130*    PLAIN IEBGENER COPY; NOW THAT EVERY EULEROUT STARTS WITH
000140*    THE PORTFOLIO LAYOUT HEADER RECORD (SEE PORTFREC), A STRAIGHT
000150*    COPY WOULD LAND A SECOND HEADER IN THE MIDDLE OF THE
000160*    PORTFOLIO EACH NIGHT.  THIS STEP COPIES EVERY RECORD AS IT
000170*    STANDS EXCEPT THE HEADER, WHICH THE PORTFOLIO ALREADY
000180*    CARRIES AT ITS OWN FRONT.
000190*
000200*    NOTHING IS EDITED OR DROPPED BESIDES THE HEADER: THE WEEK'S
000210*    DETAIL AND SUMMARY RECORDS GO ACROSS AS THE WEEK WROTE
000220*    THEM.  AN EMPTIED EULEROUT (A SAME-NIGHT RERUN THAT SKIPPED
000230*    ITS COMPUTE) ROLLS NOTHING.  THE COUNTS ARE DISPLAYED FOR
000240*    THE OPERATOR.  RETURN-CODE 16 WHEN EITHER FILE CANNOT BE
000250*    OPENED OR A WRITE FAILS; 0 OTHERWISE.
000260*
000270*    MODIFICATION HISTORY.
000280*    DATE       INIT  DESCRIPTION
000290*    ---------  ----  ---------------------------------------
000300*    10/15/2026 RTS   ORIGINAL VERSION, REPLACING THE IEBGENER
000310*                     ROLL STEPS IN EULERRUN.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT WEEK-IN-FILE ASSIGN TO WEEKIN
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS IN-FILE-STATUS.
000420     SELECT PORT-OUT-FILE ASSIGN TO PORTOUT
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS OUT-FILE-STATUS.
000450*----------------------------------------------------------------
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  WEEK-IN-FILE.
000490 COPY PORTFREC.
000500 FD  PORT-OUT-FILE.
000510 01  PORT-OUT-REC            PIC X(56).
000520*----------------------------------------------------------------
000530 WORKING-STORAGE SECTION.
000540 01  IN-FILE-STATUS          PIC XX.
000550 01  OUT-FILE-STATUS         PIC XX.
000560 01  IN-EOF-SW               PIC X       VALUE "N".
000570     88  IN-EOF                          VALUE "Y".
000580 01  READ-COUNT              PIC 9(07)   VALUE 0.
000590 01  HEADER-COUNT            PIC 9(07)   VALUE 0.
000600 01  WRITTEN-COUNT           PIC 9(07)   VALUE 0.
000610*----------------------------------------------------------------
000620 PROCEDURE DIVISION.
000630 0000-MAINLINE SECTION.
000640 0000-START.
000650     OPEN INPUT WEEK-IN-FILE.
000660     IF IN-FILE-STATUS NOT = "00"
000670         DISPLAY "PORTROLL: WEEK-IN-FILE OPEN FAILED, STATUS "
000680                 IN-FILE-STATUS
000690         MOVE 16 TO RETURN-CODE
000700         STOP RUN
000710     END-IF.
000720     OPEN OUTPUT PORT-OUT-FILE.
000730     IF OUT-FILE-STATUS NOT = "00"
000740         DISPLAY "PORTROLL: PORT-OUT-FILE OPEN FAILED, STATUS "
000750                 OUT-FILE-STATUS
000760         MOVE 16 TO RETURN-CODE
000770         CLOSE WEEK-IN-FILE
000780         STOP RUN
000790     END-IF.
000800
000810     PERFORM 1000-ROLL-ONE-RECORD THRU 1000-EXIT
000820         UNTIL IN-EOF.
000830
000840     CLOSE WEEK-IN-FILE.
000850     CLOSE PORT-OUT-FILE.
000860     DISPLAY "PORTROLL: " READ-COUNT " RECORDS READ, "
000870             HEADER-COUNT " LAYOUT HEADER DROPPED, "
000880             WRITTEN-COUNT " APPENDED TO THE PORTFOLIO".
000890 0000-MAINLINE-EXIT.
000900     STOP RUN.
000910*----------------------------------------------------------------
000920*    1000-ROLL-ONE-RECORD READS THE NEXT EULEROUT RECORD AND
000930*    APPENDS IT TO THE PORTFOLIO, UNLESS IT IS THE LAYOUT
000940*    HEADER.
000950*----------------------------------------------------------------
000960 1000-ROLL-ONE-RECORD.
000970     READ WEEK-IN-FILE
000980         AT END
000990             SET IN-EOF TO TRUE
001000             GO TO 1000-EXIT
001010     END-READ.
001020     ADD 1 TO READ-COUNT.
001030     IF PF-HDR-PRESENT
001040         ADD 1 TO HEADER-COUNT
001050         GO TO 1000-EXIT
001060     END-IF.
001070     WRITE PORT-OUT-REC FROM PORTFOLIO-REC.
001080     IF OUT-FILE-STATUS NOT = "00"
001090         DISPLAY "PORTROLL: WRITE FAILED AT RECORD " READ-COUNT
001100                 ", STATUS " OUT-FILE-STATUS
001110         GO TO 9999-ABEND
001120     END-IF.
001130     ADD 1 TO WRITTEN-COUNT.
001140 1000-EXIT.
001150     EXIT.
001160*----------------------------------------------------------------
001170*    9999-ABEND IS THE COMMON ERROR EXIT: CLOSE BOTH FILES AND
001180*    HAND A NONZERO RETURN-CODE BACK TO THE JCL STEP.  THE
001190*    PORTFOLIO MAY ALREADY HOLD PART OF THE WEEK; CHECK ITS
001200*    TAIL BEFORE RESUBMITTING THE ROLL.
001210*----------------------------------------------------------------
001220 9999-ABEND.
001230     DISPLAY "PORTROLL: ABNORMAL TERMINATION".
001240     MOVE 16 TO RETURN-CODE.
001250     CLOSE WEEK-IN-FILE.
001260     CLOSE PORT-OUT-FILE.
001270     STOP RUN.
