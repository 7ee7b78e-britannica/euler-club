000180*    SUMS.  THE EXTRACT TRAILER'S COVERED MAX IS CHECKED AGAINST
000190*    THIS RUN'S MAX BEFORE THE SEARCH STARTS, THE SAME WAY THE
000200*    KEYED-FILE WEEKS CHECK PT-COMPLETED-MAX.  EVERYTHING ELSE
000210*    FOLLOWS THE WEEK 37/38 CONVENTIONS: CONTROL RECORD, PORTFREC
000220*    EULEROUT ARCHIVE, FORMATTED RPTOUT REPORT, ANSKEY
000230*    RECONCILIATION, AND RUNHIST/RUNSTAT RECORDS.
000240*
000310*    09/02/2026 RTS   SAME-NIGHT RERUN SKIP ADDED (NEW 0050/0060,
000320*                     PARM FORCE BYTE), MATCHING EULER37: THE
000322*                     SKIP EMPTIES EULEROUT AND RECORDS RERUN-OK.
000323*    10/15/2026 RTS   RUN DATES ON PORTFOLIO, RUNHIST, AND RUNSTAT
000324*                     RECORDS NOW WRITTEN CCYYMMDD (ACCEPT FROM
000325*                     DATE YYYYMMDD); THE REPORT HEADING SHOWS THE
000326*                     SAME FORM.
000327*    10/15/2026 RTS   MAX AND THE FORCE BYTE NOW COME FROM THIS
000328*                     PROGRAM'S RECORD ON THE CLUB CONTROL DATASET
000329*                     (CTLLOOK, SEE CTLREC) INSTEAD OF THE PARMIN
000330*                     CARD; PARM-FILE IS GONE. A CONTROL DATASET
000331*                     THAT CANNOT BE READ ENDS THE RUN RC=16.
000332*    10/15/2026 RTS   EULEROUT NOW STARTS WITH THE PORTFOLIO
000333*                     LAYOUT HEADER RECORD (SEE PORTFREC), WRITTEN
000334*                     BY 0160-WRITE-OUT-HEADER EVERY TIME THE FILE
000335*                     IS OPENED FOR OUTPUT.
000336*    10/15/2026 RTS   RUN-HISTORY PRIME-LOOKUP COUNTS (RUNHREC
000337*                     VERSION 003) WRITTEN AS ZERO; THE PRIMES
000338*                     COME FROM THE EXTRACT, NOT FROM PRIMLOOK.
000339*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000430     SELECT EULER39-OUT-FILE ASSIGN TO EULEROUT
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS EO-FILE-STATUS.
000610*----------------------------------------------------------------
000620 DATA DIVISION.
000630 FILE SECTION.
000700 FD  EULER39-OUT-FILE.
000710 COPY PORTFREC.
000720 FD  EULER39-RPT-FILE.
000950*----------------------------------------------------------------
000960 WORKING-STORAGE SECTION.
000970 01  MAX                     PIC 9(08)   VALUE 1000000.
001000 01  ABEND-REASON-CODE       PIC 99      VALUE 0.
001010 01  PROBLEM-NUMBER          PIC 9(04)   VALUE 0050.
001020 01  LOOKUP-RETURN-CODE      PIC 99.
001025 01  CONTROL-PROGRAM-ID      PIC X(08)   VALUE "EULER39".
001030 01  CONTROL-RETURN-CODE     PIC 99.
001040 01  EO-FILE-STATUS          PIC XX.
001050 01  RPT-FILE-STATUS         PIC XX.
001060 01  XT-FILE-STATUS          PIC XX.
001510     05  PS-PREFIX-SUM       PIC 9(12)   COMP
001520                             OCCURS 80000 TIMES.
001530 01  RPT-TODAY.
001540     05  RPT-TODAY-CCYY      PIC 9(04).
001550     05  RPT-TODAY-MM        PIC 99.
001560     05  RPT-TODAY-DD        PIC 99.
001570 01  RPT-HDR1-LINE.
002060*    THE ANSWER-KEY RECORD ANSLOOK HANDS BACK.
002070*
002080 COPY ANSKYREC.
002082*
002084*    THE CLUB CONTROL RECORD CTLLOOK HANDS BACK.
002086*
002088 COPY CTLREC.
002090*----------------------------------------------------------------
002100 PROCEDURE DIVISION.
002110 0000-MAINLINE SECTION.
002120 0000-START.
002130     ACCEPT RUN-START-TIME FROM TIME.
002220     PERFORM 0100-READ-PARAMETERS THRU 0100-EXIT.
002240
002250     PERFORM 0050-CHECK-PRIOR-RUN THRU 0050-EXIT.
002260
002310         MOVE 16 TO RETURN-CODE
002320         STOP RUN
002330     END-IF.
002335     PERFORM 0160-WRITE-OUT-HEADER THRU 0160-EXIT.
002340     MOVE SPACES TO PORTFOLIO-REC.
002350     OPEN OUTPUT EULER39-RPT-FILE.
002360     IF RPT-FILE-STATUS NOT = "00"
002690*    EMPTIES EULEROUT (SO THE UNCONDITIONAL ROLLUP STEP HAS
002700*    NOTHING TO RE-APPEND TO THE PORTFOLIO), AND APPENDS ONE
002710*    RERUN-OK STATUS RECORD CARRYING THE PRIOR RUN'S VERDICT
002712*    AND ANSWER.  THE CONTROL RECORD'S FORCE BYTE ("F") ORDERS A
002714*    REAL RECOMPUTE, AND AN UNREADABLE RUNSTAT (OR AN EULEROUT
002716*    THAT CANNOT BE EMPTIED) ALSO RECOMPUTES.
002730*----------------------------------------------------------------
002760         DISPLAY "EULER39: FORCE BYTE SET, RECOMPUTING"
002770         GO TO 0050-EXIT
002780     END-IF.
002790     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
002800     MOVE RPT-TODAY TO RH-RUN-DATE.
002830     OPEN INPUT RUN-STATUS-IN-FILE.
002840     IF STATIN-FILE-STATUS NOT = "00"
002850         DISPLAY "EULER39: RUNSTAT NOT READABLE, STATUS "
003030                 EO-FILE-STATUS ", RECOMPUTING"
003032         GO TO 0050-EXIT
003034     END-IF.
003035     PERFORM 0160-WRITE-OUT-HEADER THRU 0160-EXIT.
003036     CLOSE EULER39-OUT-FILE.
003038     DISPLAY "EULER39: CLEAN RUN ALREADY ON RUNSTAT FOR "
003040             RH-RUN-DATE ", COMPUTE SKIPPED".
003350 0060-EXIT.
003360     EXIT.
003370*----------------------------------------------------------------
003375*    0100-READ-PARAMETERS FETCHES THIS PROGRAM'S RECORD FROM THE
003380*    CLUB CONTROL DATASET (CTLLOOK, SEE CTLREC): THE UPPER BOUND
003385*    (CT-MAX) THE PRIME SUM MUST STAY BELOW, AND THE FORCE BYTE.
003390*    A ZERO MAX, NO RECORD, OR A RECORD NOT YET EFFECTIVE LEAVES
003395*    THE VALUE ALREADY IN MAX (THE PROBLEM-50 ONE-MILLION
003400*    DEFAULT) UNCHANGED.  A CONTROL DATASET THAT CANNOT BE READ
003405*    STOPS THE RUN: TONIGHT'S SIEVE WAS SIZED FROM IT, SO THE
003410*    DEFAULT MAY NOT FIT WHAT SIEVBLD BUILT.
003430*----------------------------------------------------------------
003435 0100-READ-PARAMETERS.
003440     CALL "CTLLOOK" USING CONTROL-PROGRAM-ID, CONTROL-RETURN-CODE,
003445         CLUB-CONTROL-REC.
003450     IF CONTROL-RETURN-CODE = 4
003455         DISPLAY "EULER39: NO CONTROL RECORD, DEFAULTS STAND"
003460         GO TO 0100-EXIT
003465     END-IF.
003470     IF CONTROL-RETURN-CODE = 8
003475         DISPLAY "EULER39: CONTROL RECORD NOT EFFECTIVE UNTIL "
003480                 CT-EFFECTIVE-DATE ", DEFAULTS STAND"
003485         GO TO 0100-EXIT
003490     END-IF.
003495     IF CONTROL-RETURN-CODE NOT = 0
003500         DISPLAY "EULER39: CONTROL DATASET NOT AVAILABLE, RC "
003505                 CONTROL-RETURN-CODE
003510         MOVE 16 TO RETURN-CODE
003515         STOP RUN
003520     END-IF.
003525     IF CT-MAX NOT = 0
003530         MOVE CT-MAX TO MAX
003535     END-IF.
003540     IF CT-FORCE-RECOMPUTE
003545         SET FORCE-RECOMPUTE TO TRUE
003550     END-IF.
003555 0100-EXIT.
003560     EXIT.
003562*----------------------------------------------------------------
003564*    0160-WRITE-OUT-HEADER WRITES THE PORTFOLIO LAYOUT HEADER AS
003566*    THE FIRST RECORD OF EULEROUT EACH TIME IT IS OPENED FOR
003568*    OUTPUT, INCLUDING WHEN A RERUN EMPTIES IT.  THE ROLLUP STEP
003570*    (PORTROLL) DROPS IT ON THE WAY INTO THE PORTFOLIO, WHICH
003572*    CARRIES ITS OWN.
003574*----------------------------------------------------------------
003576 0160-WRITE-OUT-HEADER.
003578     MOVE SPACES TO PORTFOLIO-HDR-REC.
003580     SET PF-HDR-PRESENT TO TRUE.
003582     SET PF-HDR-THIS-LAYOUT TO TRUE.
003584     SET PF-HDR-CURRENT-VERSION TO TRUE.
003586     WRITE PORTFOLIO-HDR-REC.
003588 0160-EXIT.
003590     EXIT.
003592*----------------------------------------------------------------
003600*    0200-WRITE-REPORT-HEADING WRITES THE PAGE HEADING AND
003610*    COLUMN HEADINGS FOR THE WEEK'S SUBMISSION REPORT, ANCHORED
003620*    BY TODAY'S RUN DATE.
003630*----------------------------------------------------------------
003640 0200-WRITE-REPORT-HEADING.
003650     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
003660     MOVE RPT-TODAY TO RH-RUN-DATE.
003690
003700     WRITE EULER39-RPT-REC FROM RPT-HDR1-LINE.
003710     WRITE EULER39-RPT-REC FROM RPT-HDR2-LINE.
004890     MOVE ELAPSED-HUND TO RN-ELAPSED-HUND.
004900     MOVE RECON-STATUS TO RN-RECON-STATUS.
004910     MOVE RETURN-CODE TO RN-RETURN-CODE.
004912     MOVE 0 TO RN-LOOKUP-COUNT.
004914     MOVE 0 TO RN-LOOKUP-HIT-COUNT.
004916     MOVE 0 TO RN-LOOKUP-FALLBACK-COUNT.
004920     WRITE RUN-HISTORY-REC.
004930     CLOSE RUN-HISTORY-FILE.
004940 0600-EXIT.
