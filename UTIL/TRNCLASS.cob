000460*                     SEPARATE RIGHT AND LEFT PARAGRAPHS SO A
000470*                     FAILURE IN ONE DIRECTION NO LONGER HIDES
000480*                     THE OTHER.
000481*    10/15/2026 RTS   PRIME LOOKUPS NOW GO THROUGH THE SHARED
000482*                     PRIMLOOK SUBPROGRAM (SEE PRIMLKUP), WHICH
000483*                     ANSWERS FROM A MEMORY WINDOW LOADED FROM THE
000484*                     PRIMEXT EXTRACT (NEW SVEXTRCT DD) AND READS
000485*                     THE CLUSTER ONLY OUTSIDE IT; PRIME-FILE IS
000486*                     GONE FROM THIS PROGRAM.  THE LOOKUP, HIT,
000487*                     AND FALLBACK COUNTS ARE DISPLAYED AT THE
000488*                     END.
000490*----------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000560     SELECT OPTIONAL PARM-FILE ASSIGN TO PARMIN
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS PARM-FILE-STATUS.
000640     SELECT STUDY-RPT-FILE ASSIGN TO RPTOUT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS RPT-FILE-STATUS.
000710 01  PARM-REC.
000720     05  PM-MAX              PIC 9(08).
000730     05  FILLER              PIC X(72).
000760 FD  STUDY-RPT-FILE.
000770 01  STUDY-RPT-REC           PIC X(80).
000780*----------------------------------------------------------------
000790 WORKING-STORAGE SECTION.
000800 01  PARM-FILE-STATUS        PIC XX.
000820 01  RPT-FILE-STATUS         PIC XX.
000830 01  PARM-EOF-SW             PIC X       VALUE "N".
000840     88  PARM-EOF                        VALUE "Y".
001430         VALUE "PRIMES CLASSIFIED:".
001440     05  RT-PRIME-COUNT      PIC ZZZZZZZ9.
001450     05  FILLER              PIC X(50)   VALUE SPACES.
001452*
001454*    THE PRIME-LOOKUP AREA PASSED TO PRIMLOOK.
001456*
001458 COPY PRIMLKUP.
001460*----------------------------------------------------------------
001470 PROCEDURE DIVISION.
001480 0000-MAINLINE SECTION.
001580     PERFORM 0100-READ-PARAMETERS THRU 0100-EXIT.
001590     CLOSE PARM-FILE.
001600
001680     PERFORM 0150-ESTABLISH-RANGE THRU 0150-EXIT.
001690
001700     OPEN OUTPUT STUDY-RPT-FILE.
001720         DISPLAY "TRNCLASS: STUDY-RPT-FILE OPEN FAILED, STATUS "
001730                 RPT-FILE-STATUS
001740         MOVE 16 TO RETURN-CODE
001750         SET PK-CLOSE TO TRUE
001755         CALL "PRIMLOOK" USING PRIME-LOOKUP-AREA
001760         STOP RUN
001770     END-IF.
001780     PERFORM 0200-WRITE-REPORT-HEADING THRU 0200-EXIT.
001800     PERFORM 2000-CLASSIFY-RANGE THRU 2000-EXIT.
001810     PERFORM 4000-WRITE-STUDY-REPORT THRU 4000-EXIT.
001820
001821     DISPLAY "TRNCLASS: PRIME LOOKUPS = " PK-LOOKUP-COUNT.
001822     DISPLAY "TRNCLASS: PRIME LOOKUP WINDOW HITS = " PK-HIT-COUNT.
001824     DISPLAY "TRNCLASS: PRIME LOOKUP KEYED FALLBACKS = "
001826             PK-FALLBACK-COUNT.
001830     SET PK-CLOSE TO TRUE.
001835     CALL "PRIMLOOK" USING PRIME-LOOKUP-AREA.
001840     CLOSE STUDY-RPT-FILE.
001850 0000-MAINLINE-EXIT.
001860     STOP RUN.
002030 0100-EXIT.
002040     EXIT.
002050*----------------------------------------------------------------
002060*    0150-ESTABLISH-RANGE OPENS THE SHARED PRIME LOOKUP, WHOSE
002070*    PK-BUILT-MAX (THE CLUSTER TRAILER AT KEY 0) SAYS HOW FAR
002075*    THE SIEVE WAS ACTUALLY BUILT, THEN SETTLES
002080*    THE STUDY RANGE: THE BUILT MAX BY DEFAULT, THE PARM IF ONE
002090*    WAS GIVEN AND IS LOWER, AND A CLAMP WITH A MESSAGE IF THE
002100*    PARM ASKS FOR MORE THAN WAS EVER BUILT.  A CLUSTER WITH NO
002110*    TRAILER WAS NEVER CLEANLY BUILT AND IS NOT STUDIED.
002120*----------------------------------------------------------------
002130 0150-ESTABLISH-RANGE.
002140     SET PK-OPEN TO TRUE.
002150     CALL "PRIMLOOK" USING PRIME-LOOKUP-AREA.
002160     IF PK-RETURN-CODE = 8
002170         DISPLAY "TRNCLASS: NO COMPLETION TRAILER -- "
002180                 "CLUSTER NOT CLEANLY BUILT, SEE PRIMAUDT"
002190         MOVE 16 TO RETURN-CODE
002210         STOP RUN
002220     END-IF.
002222     IF PK-RETURN-CODE NOT = 0
002224         DISPLAY "TRNCLASS: PRIME FILE NOT AVAILABLE, RC "
002226                 PK-RETURN-CODE
002227         MOVE 16 TO RETURN-CODE
002228         STOP RUN
002229     END-IF.
002230     MOVE PK-BUILT-MAX TO BUILT-MAX.
002240     MOVE BUILT-MAX TO STUDY-MAX.
002250     IF PARM-MAX > 0 AND PARM-MAX < BUILT-MAX
002260         MOVE PARM-MAX TO STUDY-MAX
002550 2000-CLASSIFY-RANGE.
002560     MOVE 8 TO I.
002570     PERFORM UNTIL I > STUDY-MAX
002580         MOVE I TO PK-NUMBER
002590         PERFORM 3100-LOOKUP-PRIME THRU 3100-EXIT
002600         IF PK-NOT-COMPOSITE
002610             PERFORM 3200-CHECK-RIGHT-TRUNC THRU 3200-EXIT
002620             PERFORM 3300-CHECK-LEFT-TRUNC THRU 3300-EXIT
002630             PERFORM 3400-POST-CLASS THRU 3400-EXIT
002670 2000-EXIT.
002680     EXIT.
002690*----------------------------------------------------------------
002700*    3100-LOOKUP-PRIME ASKS THE SHARED PRIMLOOK SUBPROGRAM ABOUT
002710*    THE NUMBER ALREADY MOVED TO PK-NUMBER, LEAVING PK-COMPOSITE
002720*    SET FOR THE CALLER TO TEST, EXACTLY AS EULER37'S PARAGRAPH
002730*    OF THE SAME NUMBER DOES.  EVERY KEY OFFERED LIVES IN
002740*    1..STUDY-MAX, WHICH 0150 CLAMPED TO THE BUILT RANGE, SO A
002750*    FAILED LOOKUP MEANS THE CLUSTER ITSELF IS DAMAGED.
002760*----------------------------------------------------------------
002770 3100-LOOKUP-PRIME.
002780     SET PK-LOOKUP TO TRUE.
002790     CALL "PRIMLOOK" USING PRIME-LOOKUP-AREA.
002800     IF PK-RETURN-CODE NOT = 0
002810         DISPLAY "TRNCLASS: PRIME LOOKUP FAILED FOR " PK-NUMBER
002815                 ", RC " PK-RETURN-CODE
002820         MOVE 16 TO RETURN-CODE
002830         SET PK-CLOSE TO TRUE
002835         CALL "PRIMLOOK" USING PRIME-LOOKUP-AREA
002840         CLOSE STUDY-RPT-FILE
002850         STOP RUN
002860     END-IF.
002870 3100-EXIT.
002880     EXIT.
002890*----------------------------------------------------------------
002960     SET RIGHT-OK TO TRUE.
002970     DIVIDE I BY 10 GIVING K.
002980     PERFORM UNTIL K = 0
002990         MOVE K TO PK-NUMBER
003000         PERFORM 3100-LOOKUP-PRIME THRU 3100-EXIT
003010         IF PK-COMPOSITE
003020             MOVE "N" TO RIGHT-OK-SW
003030             MOVE 0 TO K
003040         ELSE
003240     PERFORM UNTIL J = 1 OR NOT LEFT-OK
003250         COMPUTE L = 10 ** (J - 1)
003260         COMPUTE K = FUNCTION MOD(I, L)
003270         MOVE K TO PK-NUMBER
003280         PERFORM 3100-LOOKUP-PRIME THRU 3100-EXIT
003290         IF PK-COMPOSITE
003300             MOVE "N" TO LEFT-OK-SW
003310         END-IF
003320         SUBTRACT 1 FROM J
003420         DISPLAY "TRNCLASS: MORE THAN " CL-TABLE-MAX
003430                 " PRIMES IN RANGE, TABLE FULL"
003440         MOVE 16 TO RETURN-CODE
003450         SET PK-CLOSE TO TRUE
003455         CALL "PRIMLOOK" USING PRIME-LOOKUP-AREA
003460         CLOSE STUDY-RPT-FILE
003470         STOP RUN
003480     END-IF.
