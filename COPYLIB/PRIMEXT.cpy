001800*    COVERED MAX AGAINST THE RANGE THEY NEED, AS THEY DO WITH
001900*    PT-COMPLETED-MAX ON THE KEYED FILE.
002000*
002010*    THE FIRST RECORD OF EVERY DATASET IN THIS LAYOUT IS A LAYOUT
002020*    HEADER, VIEWED THROUGH PRIME-EXTRACT-HDR-REC BELOW: "*HDR",
002030*    THE COPYBOOK NAME, AND THE LAYOUT VERSION THE PROGRAMS WERE
002040*    COMPILED WITH.  READERS SKIP IT; EULRPFLT, THE FIRST STEP OF
002050*    EULERRUN, CHECKS IT AGAINST XT-HDR-CURRENT-VERSION BEFORE ANY
002060*    WEEK RUNS.  WHEN THIS RECORD CHANGES SHAPE, BUMP THAT VERSION
002070*    IN THE SAME CHANGE.
002080*
002100*    MODIFICATION HISTORY.
002200*    DATE       INIT  DESCRIPTION
002300*    ---------  ----  ---------------------------------------
002400*    08/22/2026 RTS   ORIGINAL VERSION.
002410*    10/15/2026 RTS   LAYOUT HEADER VIEW ADDED
002420*                     (PRIME-EXTRACT-HDR-REC).  THIS IS VERSION
002425*                     001 OF THE RECORD.
002430*                     SIEVEGEN WRITES THE HEADER AHEAD OF THE
002440*                     FIRST TYPE "P" RECORD.
002500******************************************************************
002600 01  PRIME-EXTRACT-REC.
002700     05  XT-RECORD-TYPE      PIC X(01).
003600         10  XTR-PRIME-COUNT PIC 9(08).
003700         10  FILLER          PIC X(01).
003800         10  XTR-COVERED-MAX PIC 9(08).
003810 01  PRIME-EXTRACT-HDR-REC.
003820     05  XT-HDR-MARKER       PIC X(04).
003830         88  XT-HDR-PRESENT              VALUE "*HDR".
003840     05  FILLER              PIC X(01).
003850     05  XT-HDR-COPYBOOK     PIC X(08).
003860         88  XT-HDR-THIS-LAYOUT          VALUE "PRIMEXT".
003870     05  FILLER              PIC X(01).
003880     05  XT-HDR-VERSION      PIC 9(03).
003890         88  XT-HDR-CURRENT-VERSION      VALUE 001.
003900     05  FILLER              PIC X(02).
