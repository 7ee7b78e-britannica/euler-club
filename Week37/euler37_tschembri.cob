001410*                     EMPTIES EULEROUT (SO THE UNCONDITIONAL
001412*                     ROLLUP RE-APPENDS NOTHING), AND RECORDS A
001414*                     RERUN-OK STATUS RECORD FOR EULRSUMM TO
001416*                     SHOW.
001417*    10/15/2026 RTS   RUN DATES ON PORTFOLIO, RUNHIST, AND RUNSTAT
001418*                     RECORDS NOW WRITTEN CCYYMMDD (ACCEPT FROM
001419*                     DATE YYYYMMDD); THE REPORT HEADING SHOWS THE
001420*                     SAME FORM.
001421*    10/15/2026 RTS   MAX, TARGET COUNT, AND THE FORCE BYTE NOW
001422*                     COME FROM THIS PROGRAM'S RECORD ON THE CLUB
001423*                     CONTROL DATASET (CTLLOOK, SEE CTLREC)
001424*                     INSTEAD OF THE PARMIN CARD; PARM-FILE IS
001425*                     GONE. A CONTROL DATASET THAT CANNOT BE READ
001426*                     ENDS THE RUN RC=16.
001427*    10/15/2026 RTS   EULEROUT NOW STARTS WITH THE PORTFOLIO
001428*                     LAYOUT HEADER RECORD (SEE PORTFREC), WRITTEN
001429*                     BY 0160-WRITE-OUT-HEADER EVERY TIME THE FILE
001430*                     IS OPENED FOR OUTPUT.
001431*    10/15/2026 RTS   PRIME LOOKUPS NOW GO THROUGH THE SHARED
001432*                     PRIMLOOK SUBPROGRAM (SEE PRIMLKUP), WHICH
001433*                     ANSWERS FROM A MEMORY WINDOW LOADED FROM THE
001434*                     PRIMEXT EXTRACT (NEW SVEXTRCT DD) AND READS
001435*                     THE CLUSTER ONLY OUTSIDE IT; PRIME-FILE IS
001436*                     GONE FROM THIS PROGRAM.  THE LOOKUP, HIT,
001437*                     AND FALLBACK COUNTS ARE DISPLAYED AND
001438*                     CARRIED ON THE RUN-HISTORY RECORD.
001439*----------------------------------------------------------------
001440 ENVIRONMENT DIVISION.
001450 CONFIGURATION SECTION.
001460 SOURCE-COMPUTER. IBM-370.
001470 OBJECT-COMPUTER. IBM-370.
001480 INPUT-OUTPUT SECTION.
001490 FILE-CONTROL.
001530     SELECT EULER37-OUT-FILE ASSIGN TO EULEROUT
001540         ORGANIZATION IS LINE SEQUENTIAL
001550         FILE STATUS IS EO-FILE-STATUS.
001650     SELECT RUN-STATUS-IN-FILE ASSIGN TO STATIN
001660         ORGANIZATION IS LINE SEQUENTIAL
001670         FILE STATUS IS STATIN-FILE-STATUS.
001730*----------------------------------------------------------------
001740 DATA DIVISION.
001750 FILE SECTION.
001840 FD  EULER37-OUT-FILE.
001850 COPY PORTFREC.
001860 FD  EULER37-RPT-FILE.
002040     05  SI-RECON-STATUS     PIC X(08).
002050     05  FILLER              PIC X(01).
002060     05  SI-ANSWER           PIC X(18).
002090*----------------------------------------------------------------
002100 WORKING-STORAGE SECTION.
002110 01  MAX                     PIC 9(08)   VALUE 800000.
002120 01  TARGET-COUNT            PIC 99      VALUE 11.
002150 01  SIEVE-RETURN-CODE       PIC 99.
002160 01  PRIME-FILE-BOUND        PIC 9(08)   VALUE 1000000.
002170 01  PROBLEM-NUMBER          PIC 9(04)   VALUE 0037.
002180 01  LOOKUP-RETURN-CODE      PIC 99.
002185 01  CONTROL-PROGRAM-ID      PIC X(08)   VALUE "EULER37".
002190 01  CONTROL-RETURN-CODE     PIC 99.
002200 01  EO-FILE-STATUS          PIC XX.
002210 01  RPT-FILE-STATUS         PIC XX.
002230 01  PRIME-FILE-OPEN-SW      PIC X       VALUE "N".
002240     88  PRIME-FILE-OPEN                 VALUE "Y".
002250 01  RECON-STATUS            PIC X(08)   VALUE "SKIPPED".
002570 01  TRUNC-INVOKE-COUNT      PIC 9(09)   COMP.
002580 01  TRUNC-DIGIT-ITER-COUNT  PIC 9(09)   COMP.
002590 01  RPT-TODAY.
002600     05  RPT-TODAY-CCYY      PIC 9(04).
002610     05  RPT-TODAY-MM        PIC 99.
002620     05  RPT-TODAY-DD        PIC 99.
002630 01  RPT-RUN-DATE            PIC X(08).
003020*    THE ANSWER-KEY RECORD ANSLOOK HANDS BACK.
003030*
003040 COPY ANSKYREC.
003042*
003044*    THE CLUB CONTROL RECORD CTLLOOK HANDS BACK.
003046*
003048 COPY CTLREC.
003049*
003050*    THE PRIME-LOOKUP AREA PASSED TO PRIMLOOK.
003051*
003052 COPY PRIMLKUP.
003053*----------------------------------------------------------------
003060 PROCEDURE DIVISION.
003070 0000-MAINLINE SECTION.
003080 0000-START.
003090     ACCEPT RUN-START-TIME FROM TIME.
003092     MOVE 0 TO PK-LOOKUP-COUNT.
003094     MOVE 0 TO PK-HIT-COUNT.
003096     MOVE 0 TO PK-FALLBACK-COUNT.
003180     PERFORM 0100-READ-PARAMETERS THRU 0100-EXIT.
003200
003210     PERFORM 0050-CHECK-PRIOR-RUN THRU 0050-EXIT.
003220
003290         MOVE 16 TO RETURN-CODE
003300         STOP RUN
003310     END-IF.
003315     PERFORM 0160-WRITE-OUT-HEADER THRU 0160-EXIT.
003320     MOVE SPACES TO PORTFOLIO-REC.
003330     OPEN OUTPUT EULER37-RPT-FILE.
003340     IF RPT-FILE-STATUS NOT = "00"
003400     END-IF.
003410     PERFORM 0200-WRITE-REPORT-HEADING THRU 0200-EXIT.
003420
003510     PERFORM 1000-VERIFY-SIEVE THRU 1000-EXIT.
003520     PERFORM 2000-FIND-TRUNCATABLE-PRIMES THRU 2000-EXIT.
003530     MOVE SUM-S TO COMPUTED-ANSWER-NUM.
003630
003640     CLOSE EULER37-OUT-FILE.
003650     CLOSE EULER37-RPT-FILE.
003660     SET PK-CLOSE TO TRUE.
003665     CALL "PRIMLOOK" USING PRIME-LOOKUP-AREA.
003670
003680 0000-MAINLINE-EXIT.
003690     STOP RUN.
003770*    COPIES IT UNCONDITIONALLY -- LEAVING THEM WOULD LAND THEM
003772*    THERE A SECOND TIME), AND ONE RERUN-OK STATUS RECORD IS
003774*    APPENDED CARRYING THE PRIOR RUN'S VERDICT AND ANSWER.  THE
003780*    CONTROL RECORD'S FORCE BYTE ("F") ORDERS A REAL RECOMPUTE; A
003790*    RUNSTAT THAT CANNOT BE READ (OR AN EULEROUT THAT CANNOT BE
003800*    EMPTIED) ALSO RECOMPUTES -- SKIPPING IS ONLY EVER AN
003802*    OPTIMIZATION.
003840         DISPLAY "EULER37: FORCE BYTE SET, RECOMPUTING"
003850         GO TO 0050-EXIT
003860     END-IF.
003870     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
003880     MOVE RPT-TODAY TO RH-RUN-DATE.
003910     OPEN INPUT RUN-STATUS-IN-FILE.
003920     IF STATIN-FILE-STATUS NOT = "00"
003930         DISPLAY "EULER37: RUNSTAT NOT READABLE, STATUS "
004094                 EO-FILE-STATUS ", RECOMPUTING"
004095         GO TO 0050-EXIT
004096     END-IF.
004097     PERFORM 0160-WRITE-OUT-HEADER THRU 0160-EXIT.
004098     CLOSE EULER37-OUT-FILE.
004100     DISPLAY "EULER37: CLEAN RUN ALREADY ON RUNSTAT FOR "
004110             RH-RUN-DATE ", COMPUTE SKIPPED".
004120     MOVE "RERUN-OK" TO RUN-OUTCOME.
004430 0060-EXIT.
004440     EXIT.
004450*----------------------------------------------------------------
004455*    0100-READ-PARAMETERS FETCHES THIS PROGRAM'S RECORD FROM THE
004460*    CLUB CONTROL DATASET (CTLLOOK, SEE CTLREC): THE SIEVE UPPER
004465*    BOUND (CT-MAX), THE NUMBER OF TRUNCATABLE PRIMES TO FIND
004470*    (CT-TARGET-COUNT), AND THE FORCE BYTE.  A ZERO SETTING, NO
004475*    RECORD, OR A RECORD NOT YET EFFECTIVE LEAVES THE VALUES
004480*    ALREADY IN MAX AND TARGET-COUNT (THE TRADITIONAL PROBLEM-37
004485*    DEFAULTS) UNCHANGED.  A CONTROL DATASET THAT CANNOT BE READ
004490*    STOPS THE RUN: TONIGHT'S SIEVE WAS SIZED FROM IT, SO THE
004495*    DEFAULTS MAY NOT FIT WHAT SIEVBLD BUILT.
004520*----------------------------------------------------------------
004525 0100-READ-PARAMETERS.
004530     CALL "CTLLOOK" USING CONTROL-PROGRAM-ID, CONTROL-RETURN-CODE,
004535         CLUB-CONTROL-REC.
004540     IF CONTROL-RETURN-CODE = 4
004545         DISPLAY "EULER37: NO CONTROL RECORD, DEFAULTS STAND"
004550         GO TO 0100-EXIT
004555     END-IF.
004560     IF CONTROL-RETURN-CODE = 8
004565         DISPLAY "EULER37: CONTROL RECORD NOT EFFECTIVE UNTIL "
004570                 CT-EFFECTIVE-DATE ", DEFAULTS STAND"
004575         GO TO 0100-EXIT
004580     END-IF.
004585     IF CONTROL-RETURN-CODE NOT = 0
004590         DISPLAY "EULER37: CONTROL DATASET NOT AVAILABLE, RC "
004595                 CONTROL-RETURN-CODE
004600         MOVE 16 TO RETURN-CODE
004605         STOP RUN
004610     END-IF.
004615     IF CT-MAX NOT = 0
004620         MOVE CT-MAX TO MAX
004625     END-IF.
004630     IF CT-TARGET-COUNT NOT = 0
004635         MOVE CT-TARGET-COUNT TO TARGET-COUNT
004640     END-IF.
004645     IF CT-FORCE-RECOMPUTE
004650         SET FORCE-RECOMPUTE TO TRUE
004655     END-IF.
004660 0100-EXIT.
004665     EXIT.
004670*----------------------------------------------------------------
004680*    0150-VALIDATE-MAX MAKES SURE THE MAX JUST ESTABLISHED BY
004690*    THE CONTROL RECORD (OR ITS DEFAULT) WILL NOT DRIVE A SIEVE
004700*    PAST PRIME-FILE-BOUND, THE SHOP-IMPOSED CEILING ON HOW BIG
004710*    A PRIME-FILE THIS RUN WILL BUILD.  A MAX THAT IS TOO LARGE
004720*    ABORTS THE RUN CLEANLY HERE RATHER THAN LETTING SIEVEGEN
004820     END-IF.
004830 0150-EXIT.
004840     EXIT.
004841*----------------------------------------------------------------
004842*    0160-WRITE-OUT-HEADER WRITES THE PORTFOLIO LAYOUT HEADER AS
004843*    THE FIRST RECORD OF EULEROUT EACH TIME IT IS OPENED FOR
004844*    OUTPUT, INCLUDING WHEN A RERUN EMPTIES IT.  THE ROLLUP STEP
004845*    (PORTROLL) DROPS IT ON THE WAY INTO THE PORTFOLIO, WHICH
004846*    CARRIES ITS OWN.
004847*----------------------------------------------------------------
004848 0160-WRITE-OUT-HEADER.
004849     MOVE SPACES TO PORTFOLIO-HDR-REC.
004850     SET PF-HDR-PRESENT TO TRUE.
004851     SET PF-HDR-THIS-LAYOUT TO TRUE.
004852     SET PF-HDR-CURRENT-VERSION TO TRUE.
004853     WRITE PORTFOLIO-HDR-REC.
004854 0160-EXIT.
004855     EXIT.
004856*----------------------------------------------------------------
004860*    0200-WRITE-REPORT-HEADING WRITES THE PAGE HEADING AND
004870*    COLUMN HEADINGS FOR THE WEEK'S SUBMISSION REPORT, ANCHORED
004880*    BY TODAY'S RUN DATE.
004890*----------------------------------------------------------------
004900 0200-WRITE-REPORT-HEADING.
004910     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
004920     MOVE RPT-TODAY TO RH-RUN-DATE.
004950
004960     WRITE EULER37-RPT-REC FROM RPT-HDR1-LINE.
004970     WRITE EULER37-RPT-REC FROM RPT-HDR2-LINE.
005790     TRUNC-INVOKE-COUNT.
005800     DISPLAY "EULER37: TRUNC DIGIT ITERATIONS = "
005810             TRUNC-DIGIT-ITER-COUNT.
005812     DISPLAY "EULER37: PRIME LOOKUPS = " PK-LOOKUP-COUNT.
005814     DISPLAY "EULER37: PRIME LOOKUP WINDOW HITS = " PK-HIT-COUNT.
005816     DISPLAY "EULER37: PRIME LOOKUP KEYED FALLBACKS = "
005818             PK-FALLBACK-COUNT.
005820     DISPLAY "EULER37: RUN START TIME = " RUN-START-TIME.
005830     DISPLAY "EULER37: RUN END TIME   = " RUN-END-TIME.
005840 0500-EXIT.
006130     MOVE ELAPSED-HUND TO RN-ELAPSED-HUND.
006140     MOVE RECON-STATUS TO RN-RECON-STATUS.
006150     MOVE RETURN-CODE TO RN-RETURN-CODE.
006152     MOVE PK-LOOKUP-COUNT TO RN-LOOKUP-COUNT.
006154     MOVE PK-HIT-COUNT TO RN-LOOKUP-HIT-COUNT.
006156     MOVE PK-FALLBACK-COUNT TO RN-LOOKUP-FALLBACK-COUNT.
006160     WRITE RUN-HISTORY-REC.
006170     CLOSE RUN-HISTORY-FILE.
006180 0600-EXIT.
006640 0700-EXIT.
006650     EXIT.
006660*----------------------------------------------------------------
006670*    1000-VERIFY-SIEVE OPENS THE SHARED PRIME LOOKUP (PRIMLOOK,
006680*    OVER THE PRIME-FILE BUILT BY THE SIEVBLD STEP AT THE TOP OF
006690*    EULERRUN) AND CONFIRMS THE BUILD IS COMPLETE AND COVERS THIS
006700*    RUN'S MAX, FROM THE COMPLETION TRAILER PRIMLOOK HANDS BACK
006710*    IN PK-BUILT-MAX.  A MISSING TRAILER OR A SHORT BUILD ABENDS
006720*    HERE, BEFORE ANY CANDIDATE IS SEARCHED, RATHER THAN AS A
006725*    KEY-NOT-FOUND SURPRISE MID-RUN.
006730*----------------------------------------------------------------
006740 1000-VERIFY-SIEVE.
006750     SET PK-OPEN TO TRUE.
006760     CALL "PRIMLOOK" USING PRIME-LOOKUP-AREA.
006770     IF PK-RETURN-CODE = 8
006780         DISPLAY "EULER37: SHARED PRIME FILE HAS NO "
006790                 "COMPLETION TRAILER -- SIEVE NOT BUILT"
006800         MOVE 20 TO SIEVE-RETURN-CODE
006810         GO TO 9999-ABEND
006812     END-IF.
006814     IF PK-RETURN-CODE NOT = 0
006816         DISPLAY "EULER37: SHARED PRIME FILE NOT AVAILABLE, RC "
006818                 PK-RETURN-CODE
006820         MOVE 20 TO SIEVE-RETURN-CODE
006822         GO TO 9999-ABEND
006824     END-IF.
006826     SET PRIME-FILE-OPEN TO TRUE.
006830     IF PK-BUILT-MAX < MAX
006840         DISPLAY "EULER37: SHARED SIEVE BUILT THROUGH "
006850                 PK-BUILT-MAX " BUT THIS RUN NEEDS " MAX
006860         MOVE 20 TO SIEVE-RETURN-CODE
006870         GO TO 9999-ABEND
006880     END-IF.
007520     MOVE I TO K.
007530     PERFORM UNTIL K = 0
007540         ADD 1 TO TRUNC-DIGIT-ITER-COUNT
007550         MOVE K TO PK-NUMBER
007560         PERFORM 3100-LOOKUP-PRIME THRU 3100-EXIT
007570         IF PK-COMPOSITE
007580             MOVE 0 TO R
007590             GO TO 3000-EXIT
007600         END-IF
007850         ADD 1 TO TRUNC-DIGIT-ITER-COUNT
007860         COMPUTE L = 10 ** (J - 1)
007870         COMPUTE K = FUNCTION MOD(I, L)
007880         MOVE K TO PK-NUMBER
007890         PERFORM 3100-LOOKUP-PRIME THRU 3100-EXIT
007900         IF PK-COMPOSITE
007910             MOVE 0 TO R
007920             GO TO 3000-EXIT
007930         END-IF
007980 3000-EXIT.
007990     EXIT.
008000*----------------------------------------------------------------
008010*    3100-LOOKUP-PRIME ASKS THE SHARED PRIMLOOK SUBPROGRAM ABOUT
008020*    THE NUMBER ALREADY MOVED TO PK-NUMBER, LEAVING PK-COMPOSITE/
008030*    PK-NOT-COMPOSITE SET FOR THE CALLER TO TEST.  EVERY NUMBER
008040*    FROM 1 THROUGH MAX WAS WRITTEN BY SIEVEGEN AND
008050*    2000-FIND-TRUNCATABLE-PRIMES NEVER OFFERS A KEY OUTSIDE
008060*    1..MAX, SO THE LOOKUP SHOULD ALWAYS SUCCEED -- BUT A NONZERO
008070*    PK-RETURN-CODE STILL ABENDS CLEANLY INSTEAD OF JUDGING
008080*    PRIMALITY ON A STALE PK-FLAG LEFT OVER FROM THE PRIOR
008090*    SUCCESSFUL LOOKUP.
008100*----------------------------------------------------------------
008110 3100-LOOKUP-PRIME.
008120     SET PK-LOOKUP TO TRUE.
008130     CALL "PRIMLOOK" USING PRIME-LOOKUP-AREA.
008140     IF PK-RETURN-CODE NOT = 0
008150         DISPLAY "EULER37: PRIME LOOKUP FAILED FOR " PK-NUMBER
008160                 ", RC " PK-RETURN-CODE
008170         MOVE 20 TO SIEVE-RETURN-CODE
008175         GO TO 9999-ABEND
008180     END-IF.
008190 3100-EXIT.
008200     EXIT.
008210*----------------------------------------------------------------
008230*    (E.G. SIEVEGEN REPORTING A BAD RETURN CODE) BRANCHES HERE
008240*    SO THE OUTPUT DATASET IS CLOSED AND A NONZERO RETURN-CODE
008250*    IS SET FOR THE JCL STEP THAT RAN THIS PROGRAM TO TEST.
008260*    A FAILURE BEFORE 1000-VERIFY-SIEVE NEVER OPENS THE PRIME
008270*    LOOKUP, SO THE CLOSE BELOW IS GUARDED BY PRIME-FILE-OPEN
008280*    RATHER THAN CLOSING A FILE THAT WAS NEVER OPENED.
008290*----------------------------------------------------------------
008300 9999-ABEND.
008310     DISPLAY "EULER37: ABNORMAL TERMINATION, SIEVE RC = "
008360     MOVE "ABEND" TO RUN-OUTCOME.
008370     PERFORM 0700-WRITE-RUN-STATUS THRU 0700-EXIT.
008380     IF PRIME-FILE-OPEN
008390         SET PK-CLOSE TO TRUE
008395         CALL "PRIMLOOK" USING PRIME-LOOKUP-AREA
008400     END-IF.
008410     CLOSE EULER37-OUT-FILE.
008420     CLOSE EULER37-RPT-FILE.
