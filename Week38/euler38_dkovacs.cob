000120*
000130*    FIRST WEEKLY PROGRAM BUILT ON THE SHARED SIEVE FROM THE
000140*    START: THE SIEVE COMES FROM THE SIEVEGEN SUBPROGRAM AND THE
000150*    PRIME LOOKUPS GO THROUGH THE SHARED PRIMLOOK SUBPROGRAM
000160*    (SEE PRIMLKUP), EXACTLY AS EULER37 DOES, WITH 3000-ROTATE
000170*    STANDING WHERE EULER37'S 3000-TRUNC STANDS.
000180*
000190*    MODIFICATION HISTORY.
000720*    09/02/2026 RTS   0400 NOW CALLS THE SHARED ANSLOOK AGAINST
000730*                     THE KEYED ANSKEY CLUSTER, AS IN EULER37.
000740*    09/02/2026 RTS   SAME-NIGHT RERUN SKIP ADDED (NEW 0050/0060,
000743*                     PARM FORCE BYTE), MATCHING EULER37: THE
000744*                     SKIP EMPTIES EULEROUT AND RECORDS RERUN-OK.
000745*    10/15/2026 RTS   RUN DATES ON PORTFOLIO, RUNHIST, AND RUNSTAT
000746*                     RECORDS NOW WRITTEN CCYYMMDD (ACCEPT FROM
000747*                     DATE YYYYMMDD); THE REPORT HEADING SHOWS THE
000748*                     SAME FORM.
000749*    10/15/2026 RTS   MAX AND THE FORCE BYTE NOW COME FROM THIS
000750*                     PROGRAM'S RECORD ON THE CLUB CONTROL DATASET
000751*                     (CTLLOOK, SEE CTLREC) INSTEAD OF THE PARMIN
000752*                     CARD; PARM-FILE IS GONE. A CONTROL DATASET
000753*                     THAT CANNOT BE READ ENDS THE RUN RC=16.
000754*    10/15/2026 RTS   EULEROUT NOW STARTS WITH THE PORTFOLIO
000755*                     LAYOUT HEADER RECORD (SEE PORTFREC), WRITTEN
000756*                     BY 0160-WRITE-OUT-HEADER EVERY TIME THE FILE
000757*                     IS OPENED FOR OUTPUT.
000758*    10/15/2026 RTS   PRIME LOOKUPS NOW GO THROUGH THE SHARED
000759*                     PRIMLOOK SUBPROGRAM (SEE PRIMLKUP), WHICH
000760*                     ANSWERS FROM A MEMORY WINDOW LOADED FROM THE
000761*                     PRIMEXT EXTRACT (NEW SVEXTRCT DD) AND READS
000762*                     THE CLUSTER ONLY OUTSIDE IT; PRIME-FILE IS
000763*                     GONE FROM THIS PROGRAM.  THE LOOKUP, HIT,
000764*                     AND FALLBACK COUNTS ARE DISPLAYED AND
000765*                     CARRIED ON THE RUN-HISTORY RECORD.
000766*----------------------------------------------------------------
000770 ENVIRONMENT DIVISION.
000780 CONFIGURATION SECTION.
000790 SOURCE-COMPUTER. IBM-370.
000800 OBJECT-COMPUTER. IBM-370.
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000860     SELECT EULER38-OUT-FILE ASSIGN TO EULEROUT
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS EO-FILE-STATUS.
000980     SELECT RUN-STATUS-IN-FILE ASSIGN TO STATIN
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS STATIN-FILE-STATUS.
001060*----------------------------------------------------------------
001070 DATA DIVISION.
001080 FILE SECTION.
001150 FD  EULER38-OUT-FILE.
001160 COPY PORTFREC.
001170 FD  EULER38-RPT-FILE.
001350     05  SI-RECON-STATUS     PIC X(08).
001360     05  FILLER              PIC X(01).
001370     05  SI-ANSWER           PIC X(18).
001400*----------------------------------------------------------------
001410 WORKING-STORAGE SECTION.
001420 01  MAX                     PIC 9(08)   VALUE 1000000.
001450 01  SIEVE-RETURN-CODE       PIC 99.
001460 01  PRIME-FILE-BOUND        PIC 9(08)   VALUE 1000000.
001470 01  PROBLEM-NUMBER          PIC 9(04)   VALUE 0035.
001480 01  LOOKUP-RETURN-CODE      PIC 99.
001485 01  CONTROL-PROGRAM-ID      PIC X(08)   VALUE "EULER38".
001490 01  CONTROL-RETURN-CODE     PIC 99.
001500 01  EO-FILE-STATUS          PIC XX.
001510 01  RPT-FILE-STATUS         PIC XX.
001530 01  PRIME-FILE-OPEN-SW      PIC X       VALUE "N".
001540     88  PRIME-FILE-OPEN                 VALUE "Y".
001550 01  RECON-STATUS            PIC X(08)   VALUE "SKIPPED".
001870 01  ROT-INVOKE-COUNT        PIC 9(09)   COMP.
001880 01  ROT-DIGIT-ITER-COUNT    PIC 9(09)   COMP.
001890 01  RPT-TODAY.
001900     05  RPT-TODAY-CCYY      PIC 9(04).
001910     05  RPT-TODAY-MM        PIC 99.
001920     05  RPT-TODAY-DD        PIC 99.
001930 01  RPT-HDR1-LINE.
002310*    THE ANSWER-KEY RECORD ANSLOOK HANDS BACK.
002320*
002330 COPY ANSKYREC.
002332*
002334*    THE CLUB CONTROL RECORD CTLLOOK HANDS BACK.
002336*
002338 COPY CTLREC.
002339*
002340*    THE PRIME-LOOKUP AREA PASSED TO PRIMLOOK.
002341*
002342 COPY PRIMLKUP.
002343*----------------------------------------------------------------
002350 PROCEDURE DIVISION.
002360 0000-MAINLINE SECTION.
002370 0000-START.
002380     ACCEPT RUN-START-TIME FROM TIME.
002382     MOVE 0 TO PK-LOOKUP-COUNT.
002384     MOVE 0 TO PK-HIT-COUNT.
002386     MOVE 0 TO PK-FALLBACK-COUNT.
002470     PERFORM 0100-READ-PARAMETERS THRU 0100-EXIT.
002490
002500     PERFORM 0050-CHECK-PRIOR-RUN THRU 0050-EXIT.
002510
002580         MOVE 16 TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002605     PERFORM 0160-WRITE-OUT-HEADER THRU 0160-EXIT.
002610     MOVE SPACES TO PORTFOLIO-REC.
002620     OPEN OUTPUT EULER38-RPT-FILE.
002630     IF RPT-FILE-STATUS NOT = "00"
002690     END-IF.
002700     PERFORM 0200-WRITE-REPORT-HEADING THRU 0200-EXIT.
002710
002800     PERFORM 1000-VERIFY-SIEVE THRU 1000-EXIT.
002810     PERFORM 2000-FIND-CIRCULAR-PRIMES THRU 2000-EXIT.
002820     MOVE CIRC-COUNT TO COMPUTED-ANSWER-NUM.
002920
002930     CLOSE EULER38-OUT-FILE.
002940     CLOSE EULER38-RPT-FILE.
002950     SET PK-CLOSE TO TRUE.
002955     CALL "PRIMLOOK" USING PRIME-LOOKUP-AREA.
002960
002970 0000-MAINLINE-EXIT.
002980     STOP RUN.
003030*    EMPTIES EULEROUT (SO THE UNCONDITIONAL ROLLUP STEP HAS
003040*    NOTHING TO RE-APPEND TO THE PORTFOLIO), AND APPENDS ONE
003042*    RERUN-OK STATUS RECORD CARRYING THE PRIOR RUN'S VERDICT
003044*    AND ANSWER.  THE CONTROL RECORD'S FORCE BYTE ("F") ORDERS A
003050*    REAL RECOMPUTE, AND AN UNREADABLE RUNSTAT (OR AN EULEROUT
003060*    THAT CANNOT BE EMPTIED) ALSO RECOMPUTES.
003070*----------------------------------------------------------------
003100         DISPLAY "EULER38: FORCE BYTE SET, RECOMPUTING"
003110         GO TO 0050-EXIT
003120     END-IF.
003130     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
003140     MOVE RPT-TODAY TO RH-RUN-DATE.
003170     OPEN INPUT RUN-STATUS-IN-FILE.
003180     IF STATIN-FILE-STATUS NOT = "00"
003190         DISPLAY "EULER38: RUNSTAT NOT READABLE, STATUS "
003354                 EO-FILE-STATUS ", RECOMPUTING"
003355         GO TO 0050-EXIT
003356     END-IF.
003357     PERFORM 0160-WRITE-OUT-HEADER THRU 0160-EXIT.
003358     CLOSE EULER38-OUT-FILE.
003360     DISPLAY "EULER38: CLEAN RUN ALREADY ON RUNSTAT FOR "
003370             RH-RUN-DATE ", COMPUTE SKIPPED".
003380     MOVE "RERUN-OK" TO RUN-OUTCOME.
003690 0060-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------
003715*    0100-READ-PARAMETERS FETCHES THIS PROGRAM'S RECORD FROM THE
003720*    CLUB CONTROL DATASET (CTLLOOK, SEE CTLREC): THE SIEVE UPPER
003725*    BOUND (CT-MAX) AND THE FORCE BYTE.  PROBLEM 35 COUNTS EVERY
003730*    CIRCULAR PRIME BELOW MAX, SO UNLIKE WEEK 37 THERE IS NO
003735*    TARGET COUNT TO TAKE.  A ZERO MAX, NO RECORD, OR A RECORD
003740*    NOT YET EFFECTIVE LEAVES THE VALUE ALREADY IN MAX (THE
003745*    PROBLEM-35 ONE-MILLION DEFAULT) UNCHANGED.  A CONTROL
003750*    DATASET THAT CANNOT BE READ STOPS THE RUN: TONIGHT'S SIEVE
003755*    WAS SIZED FROM IT, SO THE DEFAULT MAY NOT FIT WHAT SIEVBLD
003760*    BUILT.
003780*----------------------------------------------------------------
003785 0100-READ-PARAMETERS.
003790     CALL "CTLLOOK" USING CONTROL-PROGRAM-ID, CONTROL-RETURN-CODE,
003795         CLUB-CONTROL-REC.
003800     IF CONTROL-RETURN-CODE = 4
003805         DISPLAY "EULER38: NO CONTROL RECORD, DEFAULTS STAND"
003810         GO TO 0100-EXIT
003815     END-IF.
003820     IF CONTROL-RETURN-CODE = 8
003825         DISPLAY "EULER38: CONTROL RECORD NOT EFFECTIVE UNTIL "
003830                 CT-EFFECTIVE-DATE ", DEFAULTS STAND"
003835         GO TO 0100-EXIT
003840     END-IF.
003845     IF CONTROL-RETURN-CODE NOT = 0
003850         DISPLAY "EULER38: CONTROL DATASET NOT AVAILABLE, RC "
003855                 CONTROL-RETURN-CODE
003860         MOVE 16 TO RETURN-CODE
003865         STOP RUN
003870     END-IF.
003875     IF CT-MAX NOT = 0
003880         MOVE CT-MAX TO MAX
003885     END-IF.
003890     IF CT-FORCE-RECOMPUTE
003895         SET FORCE-RECOMPUTE TO TRUE
003900     END-IF.
003905 0100-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------
003930*    0150-VALIDATE-MAX MAKES SURE THE MAX JUST ESTABLISHED BY
003940*    THE CONTROL RECORD (OR ITS DEFAULT) WILL NOT DRIVE A SIEVE
003950*    PAST PRIME-FILE-BOUND, THE SHOP-IMPOSED CEILING ON HOW BIG
003960*    A PRIME-FILE THIS RUN WILL BUILD.  A MAX THAT IS TOO LARGE
003970*    ABORTS THE RUN CLEANLY HERE RATHER THAN LETTING SIEVEGEN
004010*    CANDIDATE'S DIGIT COUNT BUT CAN STILL BE LARGER -- WITH A
004020*    MAX OF 500000 THE PRIME 199999 ROTATES TO 999991, A KEY
004030*    SIEVEGEN NEVER WROTE -- SO ON ANY OTHER MAX A LEGITIMATE
004040*    CONTROL RECORD WOULD TURN INTO A MID-RUN KEY-NOT-FOUND ABEND
004050*    IN 3100-LOOKUP-PRIME (AND THE CIRCULAR-PRIME QUESTION
004060*    ITSELF IS NOT ANSWERABLE FROM A SIEVE THAT STOPS SHORT OF
004070*    THE ROTATIONS).  ONLY ON A POWER OF TEN DOES EVERY
004290     END-IF.
004300 0150-EXIT.
004310     EXIT.
004311*----------------------------------------------------------------
004312*    0160-WRITE-OUT-HEADER WRITES THE PORTFOLIO LAYOUT HEADER AS
004313*    THE FIRST RECORD OF EULEROUT EACH TIME IT IS OPENED FOR
004314*    OUTPUT, INCLUDING WHEN A RERUN EMPTIES IT.  THE ROLLUP STEP
004315*    (PORTROLL) DROPS IT ON THE WAY INTO THE PORTFOLIO, WHICH
004316*    CARRIES ITS OWN.
004317*----------------------------------------------------------------
004318 0160-WRITE-OUT-HEADER.
004319     MOVE SPACES TO PORTFOLIO-HDR-REC.
004320     SET PF-HDR-PRESENT TO TRUE.
004321     SET PF-HDR-THIS-LAYOUT TO TRUE.
004322     SET PF-HDR-CURRENT-VERSION TO TRUE.
004323     WRITE PORTFOLIO-HDR-REC.
004324 0160-EXIT.
004325     EXIT.
004326*----------------------------------------------------------------
004330*    0200-WRITE-REPORT-HEADING WRITES THE PAGE HEADING AND
004340*    COLUMN HEADINGS FOR THE WEEK'S SUBMISSION REPORT, ANCHORED
004350*    BY TODAY'S RUN DATE.
004360*----------------------------------------------------------------
004370 0200-WRITE-REPORT-HEADING.
004380     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
004390     MOVE RPT-TODAY TO RH-RUN-DATE.
004420
004430     WRITE EULER38-RPT-REC FROM RPT-HDR1-LINE.
004440     WRITE EULER38-RPT-REC FROM RPT-HDR2-LINE.
005260             ROT-INVOKE-COUNT.
005270     DISPLAY "EULER38: ROTATE DIGIT ITERATIONS = "
005280             ROT-DIGIT-ITER-COUNT.
005282     DISPLAY "EULER38: PRIME LOOKUPS = " PK-LOOKUP-COUNT.
005284     DISPLAY "EULER38: PRIME LOOKUP WINDOW HITS = " PK-HIT-COUNT.
005286     DISPLAY "EULER38: PRIME LOOKUP KEYED FALLBACKS = "
005288             PK-FALLBACK-COUNT.
005290     DISPLAY "EULER38: RUN START TIME = " RUN-START-TIME.
005300     DISPLAY "EULER38: RUN END TIME   = " RUN-END-TIME.
005310 0500-EXIT.
005600     MOVE ELAPSED-HUND TO RN-ELAPSED-HUND.
005610     MOVE RECON-STATUS TO RN-RECON-STATUS.
005620     MOVE RETURN-CODE TO RN-RETURN-CODE.
005622     MOVE PK-LOOKUP-COUNT TO RN-LOOKUP-COUNT.
005624     MOVE PK-HIT-COUNT TO RN-LOOKUP-HIT-COUNT.
005626     MOVE PK-FALLBACK-COUNT TO RN-LOOKUP-FALLBACK-COUNT.
005630     WRITE RUN-HISTORY-REC.
005640     CLOSE RUN-HISTORY-FILE.
005650 0600-EXIT.
006110 0700-EXIT.
006120     EXIT.
006130*----------------------------------------------------------------
006140*    1000-VERIFY-SIEVE OPENS THE SHARED PRIME LOOKUP (PRIMLOOK,
006150*    OVER THE PRIME-FILE BUILT BY THE SIEVBLD STEP AT THE TOP OF
006160*    EULERRUN) AND CONFIRMS THE BUILD IS COMPLETE AND COVERS THIS
006170*    RUN'S MAX FROM PK-BUILT-MAX, EXACTLY AS EULER37 DOES.
006180*----------------------------------------------------------------
006190 1000-VERIFY-SIEVE.
006200     SET PK-OPEN TO TRUE.
006210     CALL "PRIMLOOK" USING PRIME-LOOKUP-AREA.
006220     IF PK-RETURN-CODE = 8
006230         DISPLAY "EULER38: SHARED PRIME FILE HAS NO "
006240                 "COMPLETION TRAILER -- SIEVE NOT BUILT"
006250         MOVE 20 TO SIEVE-RETURN-CODE
006260         GO TO 9999-ABEND
006262     END-IF.
006264     IF PK-RETURN-CODE NOT = 0
006266         DISPLAY "EULER38: SHARED PRIME FILE NOT AVAILABLE, RC "
006268                 PK-RETURN-CODE
006270         MOVE 20 TO SIEVE-RETURN-CODE
006272         GO TO 9999-ABEND
006274     END-IF.
006276     SET PRIME-FILE-OPEN TO TRUE.
006280     IF PK-BUILT-MAX < MAX
006290         DISPLAY "EULER38: SHARED SIEVE BUILT THROUGH "
006300                 PK-BUILT-MAX " BUT THIS RUN NEEDS " MAX
006310         MOVE 20 TO SIEVE-RETURN-CODE
006320         GO TO 9999-ABEND
006330     END-IF.
006840*----------------------------------------------------------------
006850 3000-ROTATE.
006860     ADD 1 TO ROT-INVOKE-COUNT.
006870     MOVE I TO PK-NUMBER.
006880     PERFORM 3100-LOOKUP-PRIME THRU 3100-EXIT.
006890     IF PK-COMPOSITE
006900         MOVE 0 TO R
006910         GO TO 3000-EXIT
006920     END-IF.
007230         ADD 1 TO ROT-DIGIT-ITER-COUNT
007240         DIVIDE K BY L GIVING M
007250         COMPUTE K = (FUNCTION MOD(K, L) * 10) + M
007260         MOVE K TO PK-NUMBER
007270         PERFORM 3100-LOOKUP-PRIME THRU 3100-EXIT
007280         IF PK-COMPOSITE
007290             MOVE 0 TO R
007300             GO TO 3000-EXIT
007310         END-IF
007360 3000-EXIT.
007370     EXIT.
007380*----------------------------------------------------------------
007390*    3100-LOOKUP-PRIME ASKS THE SHARED PRIMLOOK SUBPROGRAM ABOUT
007400*    THE NUMBER ALREADY MOVED TO PK-NUMBER, LEAVING PK-COMPOSITE/
007410*    PK-NOT-COMPOSITE SET FOR THE CALLER TO TEST.  EVERY NUMBER
007420*    FROM 1 THROUGH MAX WAS WRITTEN BY SIEVEGEN AND 3000-ROTATE
007430*    NEVER OFFERS A KEY OUTSIDE 1..MAX (SEE THE POWER-OF-TEN
007440*    RULE 0150 ENFORCES), SO THE LOOKUP SHOULD ALWAYS SUCCEED --
007450*    BUT A NONZERO PK-RETURN-CODE STILL ABENDS CLEANLY INSTEAD
007460*    OF JUDGING PRIMALITY ON A STALE PK-FLAG LEFT OVER FROM THE
007470*    PRIOR SUCCESSFUL LOOKUP.
007490*----------------------------------------------------------------
007500 3100-LOOKUP-PRIME.
007510     SET PK-LOOKUP TO TRUE.
007520     CALL "PRIMLOOK" USING PRIME-LOOKUP-AREA.
007530     IF PK-RETURN-CODE NOT = 0
007540         DISPLAY "EULER38: PRIME LOOKUP FAILED FOR " PK-NUMBER
007545                 ", RC " PK-RETURN-CODE
007550         MOVE 20 TO SIEVE-RETURN-CODE
007560         GO TO 9999-ABEND
007570     END-IF.
007580 3100-EXIT.
007590     EXIT.
007600*----------------------------------------------------------------
007620*    (E.G. SIEVEGEN REPORTING A BAD RETURN CODE) BRANCHES HERE
007630*    SO THE OUTPUT DATASET IS CLOSED AND A NONZERO RETURN-CODE
007640*    IS SET FOR THE JCL STEP THAT RAN THIS PROGRAM TO TEST.
007650*    A FAILURE BEFORE 1000-VERIFY-SIEVE NEVER OPENS THE PRIME
007660*    LOOKUP, SO THE CLOSE BELOW IS GUARDED BY PRIME-FILE-OPEN
007670*    RATHER THAN CLOSING A FILE THAT WAS NEVER OPENED.
007680*----------------------------------------------------------------
007690 9999-ABEND.
007700     DISPLAY "EULER38: ABNORMAL TERMINATION, SIEVE RC = "
007750     MOVE "ABEND" TO RUN-OUTCOME.
007760     PERFORM 0700-WRITE-RUN-STATUS THRU 0700-EXIT.
007770     IF PRIME-FILE-OPEN
007780         SET PK-CLOSE TO TRUE
007785         CALL "PRIMLOOK" USING PRIME-LOOKUP-AREA
007790     END-IF.
007800     CLOSE EULER38-OUT-FILE.
007810     CLOSE EULER38-RPT-FILE.
