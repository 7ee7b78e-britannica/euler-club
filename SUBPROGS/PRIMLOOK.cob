000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRIMLOOK.
000030 AUTHOR. EULER CLUB.
000040 INSTALLATION. EULER CLUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*REMARKS.
000080*    SHARED BUFFERED PRIME LOOKUP.
000090*
000100*    ANSWERS "IS N PRIME" FOR ANY WEEKLY PROGRAM, SO NONE OF
000110*    THEM CARRIES ITS OWN PRIME-FILE READ AND INVALID-KEY
000120*    HANDLING.  THE CALLER PASSES THE PRIME-LOOKUP-AREA (SEE
000130*    PRIMLKUP) ON EVERY CALL:
000140*      "O" - OPEN.  OPENS THE KEYED PRIME-FILE CLUSTER (SEE
000150*            PRIMEVSM), HANDS BACK ITS COMPLETION TRAILER'S MAX
000160*            IN PK-BUILT-MAX, AND LOADS A MEMORY-RESIDENT WINDOW
000170*            OF PRIME FLAGS FROM THE SEQUENTIAL PRIMEXT EXTRACT
000180*            SIEVEGEN WRITES ALONGSIDE IT -- ONE PASS OF ROUGHLY
000190*            SEVENTY-EIGHT THOUSAND RECORDS IN PLACE OF A RANDOM
000200*            VSAM READ PER NUMBER TESTED.
000210*      "L" - LOOKUP.  SETS PK-COMPOSITE / PK-NOT-COMPOSITE FOR
000220*            PK-NUMBER: FROM THE WINDOW WHEN PK-NUMBER IS INSIDE
000230*            IT (A HIT), OTHERWISE BY A KEYED READ OF THE
000240*            CLUSTER (A FALLBACK).
000250*      "C" - CLOSE.  CLOSES THE CLUSTER.
000260*    THE LOOKUP, HIT, AND FALLBACK COUNTS ARE ZEROED BY THE
000270*    OPEN AND KEPT UP BY EVERY LOOKUP FOR THE CALLER'S RUN-
000280*    HISTORY RECORD.  RETURN CODES ARE LISTED IN PRIMLKUP.
000290*
000300*    THE EXTRACT IS ONLY AN ACCELERATOR.  ONE THAT CANNOT BE
000310*    READ, HAS NO TRAILER, OR WHOSE TRAILER COUNT DISAGREES WITH
000320*    THE PRIMES READ LEAVES THE WINDOW EMPTY, AND EVERY LOOKUP
000330*    THEN GOES TO THE CLUSTER -- SLOWER, BUT THE SAME ANSWERS.
000340*    THE WINDOW NEVER REACHES PAST THE CLUSTER'S OWN COMPLETED
000350*    MAX, SO IT CANNOT SAY "PRIME" FOR A NUMBER THE CLUSTER
000360*    WOULD NOT.
000370*
000380*    MODIFICATION HISTORY.
000390*    DATE       INIT  DESCRIPTION
000400*    ---------  ----  ---------------------------------------
000410*    10/15/2026 RTS   ORIGINAL VERSION, REPLACING THE PRIVATE
000420*                     3100-LOOKUP-PRIME READS IN EULER37,
000430*                     EULER38, AND TRNCLASS.
000440*----------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT PRIME-FILE ASSIGN TO PRIMEVSM
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS PV-NUMBER
000550         FILE STATUS IS PV-FILE-STATUS.
000560     SELECT PRIME-EXTRACT-FILE ASSIGN TO SVEXTRCT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS XT-FILE-STATUS.
000590*----------------------------------------------------------------
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PRIME-FILE.
000630 COPY PRIMEVSM.
000640 FD  PRIME-EXTRACT-FILE.
000650 COPY PRIMEXT.
000660*----------------------------------------------------------------
000670 WORKING-STORAGE SECTION.
000680 01  PV-FILE-STATUS          PIC XX.
000690 01  XT-FILE-STATUS          PIC XX.
000700 01  PL-CLUSTER-OPEN-SW      PIC X       VALUE "N".
000710     88  PL-CLUSTER-OPEN                 VALUE "Y".
000720 01  PL-EXTRACT-EOF-SW       PIC X.
000730     88  PL-EXTRACT-EOF                  VALUE "Y".
000740 01  PL-TRAILER-SEEN-SW      PIC X.
000750     88  PL-TRAILER-SEEN                 VALUE "Y".
000760 01  PL-EXTRACT-PRIME-COUNT  PIC 9(08).
000770 01  PL-TRAILER-PRIME-COUNT  PIC 9(08).
000780 01  PL-TRAILER-COVERED-MAX  PIC 9(08).
000790*
000800*    THE WINDOW: ONE BYTE PER NUMBER 1 THROUGH PL-WINDOW-SIZE,
000810*    "P" WHEN THE EXTRACT LISTS THAT NUMBER AS PRIME.  SIZED TO
000820*    THE SAME ONE-MILLION PRIME-FILE-BOUND THE WEEKLY PROGRAMS
000830*    ENFORCE, SO A NORMAL NIGHT NEVER FALLS BACK AT ALL.
000840*
000850 01  PL-WINDOW-SIZE          PIC 9(08)   VALUE 1000000.
000860 01  PL-WINDOW.
000870     05  PL-WINDOW-FLAG      PIC X       OCCURS 1000000 TIMES.
000880         88  PL-WINDOW-PRIME             VALUE "P".
000890*----------------------------------------------------------------
000900 LINKAGE SECTION.
000910 COPY PRIMLKUP.
000920*----------------------------------------------------------------
000930 PROCEDURE DIVISION USING PRIME-LOOKUP-AREA.
000940 0000-MAINLINE SECTION.
000950 0000-START.
000960     MOVE 0 TO PK-RETURN-CODE.
000970     IF PK-LOOKUP
000980         PERFORM 2000-LOOKUP THRU 2000-EXIT
000990         GO TO 0000-MAINLINE-EXIT
001000     END-IF.
001010     IF PK-OPEN
001020         PERFORM 1000-OPEN THRU 1000-EXIT
001030         GO TO 0000-MAINLINE-EXIT
001040     END-IF.
001050     IF PK-CLOSE
001060         PERFORM 3000-CLOSE THRU 3000-EXIT
001070         GO TO 0000-MAINLINE-EXIT
001080     END-IF.
001090     DISPLAY "PRIMLOOK: UNKNOWN FUNCTION " PK-FUNCTION.
001100     MOVE 20 TO PK-RETURN-CODE.
001110 0000-MAINLINE-EXIT.
001120     GOBACK.
001130*----------------------------------------------------------------
001140*    1000-OPEN OPENS THE CLUSTER AND READS ITS COMPLETION
001150*    TRAILER (THE RESERVED KEY 0), THEN LOADS THE WINDOW.  A
001160*    CLUSTER WITH NO TRAILER IS CLOSED AGAIN BEFORE RC 8 GOES
001170*    BACK, SO THE CALLER ONLY HAS SOMETHING TO CLOSE ON RC 0.
001180*----------------------------------------------------------------
001190 1000-OPEN.
001200     MOVE 0 TO PK-LOOKUP-COUNT.
001210     MOVE 0 TO PK-HIT-COUNT.
001220     MOVE 0 TO PK-FALLBACK-COUNT.
001230     MOVE 0 TO PK-BUILT-MAX.
001240     MOVE 0 TO PK-WINDOW-MAX.
001250     IF PL-CLUSTER-OPEN
001260         CLOSE PRIME-FILE
001270         MOVE "N" TO PL-CLUSTER-OPEN-SW
001280     END-IF.
001290     OPEN INPUT PRIME-FILE.
001300     IF PV-FILE-STATUS NOT = "00"
001310         DISPLAY "PRIMLOOK: PRIME-FILE OPEN FAILED, STATUS "
001320                 PV-FILE-STATUS
001330         MOVE 20 TO PK-RETURN-CODE
001340         GO TO 1000-EXIT
001350     END-IF.
001360     SET PL-CLUSTER-OPEN TO TRUE.
001370     MOVE 0 TO PT-KEY.
001380     READ PRIME-FILE
001390         INVALID KEY
001400             MOVE 8 TO PK-RETURN-CODE
001410     END-READ.
001420     IF PK-RETURN-CODE NOT = 0
001430         CLOSE PRIME-FILE
001440         MOVE "N" TO PL-CLUSTER-OPEN-SW
001450         GO TO 1000-EXIT
001460     END-IF.
001470     MOVE PT-COMPLETED-MAX TO PK-BUILT-MAX.
001480     PERFORM 1100-LOAD-WINDOW THRU 1100-EXIT.
001490 1000-EXIT.
001500     EXIT.
001510*----------------------------------------------------------------
001520*    1100-LOAD-WINDOW READS THE EXTRACT STRAIGHT THROUGH, THE
001530*    SAME WAY EULER39 DOES: THE LAYOUT HEADER AND ANY OTHER
001540*    RECORD THAT IS NEITHER TYPE "P" NOR "T" IS SKIPPED, EVERY
001550*    "P" IS COUNTED (FLAGGED ONLY WHEN IT FITS THE WINDOW), AND
001560*    THE "T" TRAILER'S COUNT MUST MATCH.  PK-WINDOW-MAX IS SET
001570*    ONLY WHEN ALL OF THAT HOLDS; IT IS THE SMALLEST OF THE
001580*    EXTRACT'S COVERED MAX, THE CLUSTER'S BUILT MAX, AND THE
001590*    TABLE SIZE.
001600*----------------------------------------------------------------
001610 1100-LOAD-WINDOW.
001620     MOVE SPACES TO PL-WINDOW.
001630     MOVE 0 TO PL-EXTRACT-PRIME-COUNT.
001640     MOVE "N" TO PL-EXTRACT-EOF-SW.
001650     MOVE "N" TO PL-TRAILER-SEEN-SW.
001660     OPEN INPUT PRIME-EXTRACT-FILE.
001670     IF XT-FILE-STATUS NOT = "00"
001680         DISPLAY "PRIMLOOK: PRIME EXTRACT NOT READABLE, STATUS "
001690                 XT-FILE-STATUS ", ALL LOOKUPS KEYED"
001700         GO TO 1100-EXIT
001710     END-IF.
001720     PERFORM 1200-LOAD-ONE-RECORD THRU 1200-EXIT
001730         UNTIL PL-EXTRACT-EOF.
001740     CLOSE PRIME-EXTRACT-FILE.
001750     IF NOT PL-TRAILER-SEEN
001760         DISPLAY "PRIMLOOK: PRIME EXTRACT HAS NO TRAILER, "
001770                 "ALL LOOKUPS KEYED"
001780         GO TO 1100-EXIT
001790     END-IF.
001800     IF PL-TRAILER-PRIME-COUNT NOT = PL-EXTRACT-PRIME-COUNT
001810         DISPLAY "PRIMLOOK: EXTRACT TRAILER DECLARES "
001820                 PL-TRAILER-PRIME-COUNT " PRIMES BUT "
001830                 PL-EXTRACT-PRIME-COUNT " WERE READ, "
001840                 "ALL LOOKUPS KEYED"
001850         GO TO 1100-EXIT
001860     END-IF.
001870     MOVE PL-TRAILER-COVERED-MAX TO PK-WINDOW-MAX.
001880     IF PK-WINDOW-MAX > PK-BUILT-MAX
001890         MOVE PK-BUILT-MAX TO PK-WINDOW-MAX
001900     END-IF.
001910     IF PK-WINDOW-MAX > PL-WINDOW-SIZE
001920         MOVE PL-WINDOW-SIZE TO PK-WINDOW-MAX
001930     END-IF.
001940     DISPLAY "PRIMLOOK: " PL-EXTRACT-PRIME-COUNT
001950             " PRIMES LOADED, WINDOW 1 THROUGH " PK-WINDOW-MAX.
001960 1100-EXIT.
001970     EXIT.
001980*----------------------------------------------------------------
001990 1200-LOAD-ONE-RECORD.
002000     READ PRIME-EXTRACT-FILE
002010         AT END
002020             SET PL-EXTRACT-EOF TO TRUE
002030             GO TO 1200-EXIT
002040     END-READ.
002050     IF XT-TRAILER-REC
002060         SET PL-TRAILER-SEEN TO TRUE
002070         MOVE XTR-PRIME-COUNT TO PL-TRAILER-PRIME-COUNT
002080         MOVE XTR-COVERED-MAX TO PL-TRAILER-COVERED-MAX
002090         GO TO 1200-EXIT
002100     END-IF.
002110     IF NOT XT-PRIME-REC
002120         GO TO 1200-EXIT
002130     END-IF.
002140     ADD 1 TO PL-EXTRACT-PRIME-COUNT.
002150     IF XP-PRIME = 0 OR XP-PRIME > PL-WINDOW-SIZE
002160         GO TO 1200-EXIT
002170     END-IF.
002180     SET PL-WINDOW-PRIME (XP-PRIME) TO TRUE.
002190 1200-EXIT.
002200     EXIT.
002210*----------------------------------------------------------------
002220*    2000-LOOKUP ANSWERS ONE NUMBER.  INSIDE THE WINDOW A NUMBER
002230*    NOT FLAGGED "P" IS COMPOSITE (THE NUMBER 1 INCLUDED, AS ON
002240*    THE CLUSTER).  OUTSIDE IT THE CLUSTER IS READ, AND A KEY
002250*    THAT IS NOT THERE COMES BACK RC 4 WITH PK-FLAG UNTOUCHED,
002260*    RATHER THAN A STALE FLAG FROM THE LAST SUCCESSFUL READ.
002270*    KEY 0 IS THE COMPLETION TRAILER, NEVER A CANDIDATE, AND IS
002280*    REFUSED THE SAME WAY.
002290*----------------------------------------------------------------
002300 2000-LOOKUP.
002310     IF NOT PL-CLUSTER-OPEN
002320         DISPLAY "PRIMLOOK: LOOKUP BEFORE OPEN FOR " PK-NUMBER
002330         MOVE 20 TO PK-RETURN-CODE
002340         GO TO 2000-EXIT
002350     END-IF.
002360     ADD 1 TO PK-LOOKUP-COUNT.
002370     IF PK-NUMBER = 0
002380         DISPLAY "PRIMLOOK: NO PRIME-FILE RECORD FOR " PK-NUMBER
002390         MOVE 4 TO PK-RETURN-CODE
002400         GO TO 2000-EXIT
002410     END-IF.
002420     IF PK-NUMBER NOT > PK-WINDOW-MAX
002430         ADD 1 TO PK-HIT-COUNT
002440         IF PL-WINDOW-PRIME (PK-NUMBER)
002450             SET PK-NOT-COMPOSITE TO TRUE
002460         ELSE
002470             SET PK-COMPOSITE TO TRUE
002480         END-IF
002490         GO TO 2000-EXIT
002500     END-IF.
002510     ADD 1 TO PK-FALLBACK-COUNT.
002520     MOVE PK-NUMBER TO PV-NUMBER.
002530     READ PRIME-FILE
002540         INVALID KEY
002550             DISPLAY "PRIMLOOK: NO PRIME-FILE RECORD FOR "
002560                     PK-NUMBER
002570             MOVE 4 TO PK-RETURN-CODE
002580             GO TO 2000-EXIT
002590     END-READ.
002600     MOVE PV-FLAG TO PK-FLAG.
002610 2000-EXIT.
002620     EXIT.
002630*----------------------------------------------------------------
002640 3000-CLOSE.
002650     IF PL-CLUSTER-OPEN
002660         CLOSE PRIME-FILE
002670         MOVE "N" TO PL-CLUSTER-OPEN-SW
002680     END-IF.
002690     MOVE 0 TO PK-WINDOW-MAX.
002700 3000-EXIT.
002710     EXIT.
