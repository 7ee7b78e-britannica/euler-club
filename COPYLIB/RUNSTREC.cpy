001300*    MISMATCHED -- INSTEAD OF THE MORNING SYSOUT ARCHAEOLOGY
001400*    THAT ONCE LET A MISMATCH GO UNNOTICED FOR DAYS.
001500*
001510*    THE FIRST RECORD OF EVERY DATASET IN THIS LAYOUT IS A LAYOUT
001520*    HEADER, VIEWED THROUGH RUN-STATUS-HDR-REC BELOW: "*HDR", THE
001530*    COPYBOOK NAME, AND THE LAYOUT VERSION THE PROGRAMS WERE
001540*    COMPILED WITH.  READERS SKIP IT; EULRPFLT, THE FIRST STEP OF
001550*    EULERRUN, CHECKS IT AGAINST SR-HDR-CURRENT-VERSION BEFORE ANY
001560*    WEEK RUNS.  WHEN THIS RECORD CHANGES SHAPE, BUMP THAT VERSION
001570*    IN THE SAME CHANGE.
001580*
001600*    MODIFICATION HISTORY.
001700*    DATE       INIT  DESCRIPTION
001800*    ---------  ----  ---------------------------------------
001920*                     EIGHTEEN-CHARACTER ANSWER FIELD USED
001930*                     ACROSS THE ANSWER PIPELINE (SEE ANSKYREC)
001940*                     -- NUMERIC ANSWERS RIDE ZERO-FILLED.
001950*    10/15/2026 RTS   DATES NOW CARRIED AS CCYYMMDD (WAS MM/DD/YY)
001960*                     SO THEY COLLATE ACROSS A YEAR BOUNDARY;
001970*                     FIELD WIDTH UNCHANGED.  EXISTING DATASETS
001980*                     CONVERTED BY THE ONE-TIME DATECONV JOB.
001982*    10/15/2026 RTS   LAYOUT HEADER VIEW ADDED
001984*                     (RUN-STATUS-HDR-REC).  THIS IS VERSION 003
001986*                     OF THE RECORD: THE WIDENED ANSWER, THEN
001988*                     CCYYMMDD DATES.
002000******************************************************************
002100 01  RUN-STATUS-REC.
002200     05  SR-PROGRAM-ID       PIC X(08).
003400     05  SR-RECON-STATUS     PIC X(08).
003500     05  FILLER              PIC X(01).
003600     05  SR-ANSWER           PIC X(18).
003610 01  RUN-STATUS-HDR-REC.
003620     05  SR-HDR-MARKER       PIC X(04).
003630         88  SR-HDR-PRESENT              VALUE "*HDR".
003640     05  FILLER              PIC X(01).
003650     05  SR-HDR-COPYBOOK     PIC X(08).
003660         88  SR-HDR-THIS-LAYOUT          VALUE "RUNSTREC".
003670     05  FILLER              PIC X(01).
003680     05  SR-HDR-VERSION      PIC 9(03).
003690         88  SR-HDR-CURRENT-VERSION      VALUE 003.
003700     05  FILLER              PIC X(49).
