000100******************************************************************
000200*    PRIMLKUP
000300*    PRIME-LOOKUP CALL AREA FOR THE SHARED PRIMLOOK SUBPROGRAM.
000400*
000500*    A WEEKLY PROGRAM THAT ASKS "IS N PRIME" COPIES THIS INTO
000600*    WORKING STORAGE AND PASSES IT ON EVERY CALL "PRIMLOOK".
000700*    PRIMLOOK IS OPENED ONCE (PK-OPEN), ASKED ONCE PER NUMBER
000800*    (PK-LOOKUP), AND CLOSED ONCE (PK-CLOSE).  THE OPEN LOADS A
000900*    MEMORY-RESIDENT WINDOW FROM THE SEQUENTIAL PRIMEXT EXTRACT;
001000*    A LOOKUP INSIDE THE WINDOW IS ANSWERED FROM MEMORY (A HIT),
001100*    ONE OUTSIDE IT FALLS BACK TO A KEYED READ OF THE PRIME-FILE
001200*    CLUSTER (SEE PRIMEVSM).
001300*
001400*    SET BY THE CALLER:  PK-FUNCTION, AND PK-NUMBER ON A LOOKUP.
001500*    SET BY PRIMLOOK:    EVERYTHING ELSE.  PK-BUILT-MAX AND
001600*                        PK-WINDOW-MAX ARE SET BY THE OPEN; THE
001700*                        THREE COUNTS ARE ZEROED BY THE OPEN AND
001800*                        KEPT UP BY EVERY LOOKUP, FOR THE CALLER
001900*                        TO CARRY ONTO ITS RUN-HISTORY RECORD.
002000*
002100*    PK-RETURN-CODE:  0 - DONE.  ON A LOOKUP, PK-COMPOSITE /
002200*                         PK-NOT-COMPOSITE IS SET.
002300*                     4 - LOOKUP ONLY: NO PRIME-FILE RECORD FOR
002400*                         PK-NUMBER (OR PK-NUMBER IS ZERO, THE
002500*                         RESERVED TRAILER KEY).  PK-FLAG IS
002600*                         NOT TO BE TRUSTED.
002700*                     8 - OPEN ONLY: THE CLUSTER HAS NO
002800*                         COMPLETION TRAILER -- SIEVE NOT BUILT.
002900*                    20 - THE CLUSTER COULD NOT BE OPENED, OR A
003000*                         LOOKUP WAS ASKED FOR BEFORE THE OPEN.
003100*
003200*    MODIFICATION HISTORY.
003300*    DATE       INIT  DESCRIPTION
003400*    ---------  ----  ---------------------------------------
003500*    10/15/2026 RTS   ORIGINAL VERSION.
003600******************************************************************
003700 01  PRIME-LOOKUP-AREA.
003800     05  PK-FUNCTION         PIC X(01).
003900         88  PK-OPEN                     VALUE "O".
004000         88  PK-LOOKUP                   VALUE "L".
004100         88  PK-CLOSE                    VALUE "C".
004200     05  PK-RETURN-CODE      PIC 99.
004300     05  PK-NUMBER           PIC 9(08).
004400     05  PK-FLAG             PIC 9.
004500         88  PK-COMPOSITE                VALUE 1.
004600         88  PK-NOT-COMPOSITE            VALUE 0.
004700     05  PK-BUILT-MAX        PIC 9(08).
004800     05  PK-WINDOW-MAX       PIC 9(08).
004900     05  PK-LOOKUP-COUNT     PIC 9(09)   COMP.
005000     05  PK-HIT-COUNT        PIC 9(09)   COMP.
005100     05  PK-FALLBACK-COUNT   PIC 9(09)   COMP.
