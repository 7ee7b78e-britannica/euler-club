001500*    RN-ELAPSED-HUND IS THE RUN'S WALL-CLOCK TIME IN HUNDREDTHS
001600*    OF A SECOND, ALREADY CORRECTED FOR A MIDNIGHT WRAP.
001700*
001710*    THE FIRST RECORD OF EVERY DATASET IN THIS LAYOUT IS A LAYOUT
001720*    HEADER, VIEWED THROUGH RUN-HISTORY-HDR-REC BELOW: "*HDR", THE
001730*    COPYBOOK NAME, AND THE LAYOUT VERSION THE PROGRAMS WERE
001740*    COMPILED WITH.  READERS SKIP IT; EULRPFLT, THE FIRST STEP OF
001750*    EULERRUN, CHECKS IT AGAINST RN-HDR-CURRENT-VERSION BEFORE ANY
001760*    WEEK RUNS.  WHEN THIS RECORD CHANGES SHAPE, BUMP THAT VERSION
001770*    IN THE SAME CHANGE.
001780*
001800*    MODIFICATION HISTORY.
001900*    DATE       INIT  DESCRIPTION
002000*    ---------  ----  ---------------------------------------
002130*                     SIEVE COUNTERS COME FROM SIEVEGEN ONLY ON
002140*                     SIEVBLD'S OWN RECORDS; THE WEEKLY
002150*                     PROGRAMS RECORD THEM AS ZERO.
002160*    10/15/2026 RTS   DATES NOW CARRIED AS CCYYMMDD (WAS MM/DD/YY)
002170*                     SO THEY COLLATE ACROSS A YEAR BOUNDARY;
002180*                     FIELD WIDTH UNCHANGED.  EXISTING DATASETS
002190*                     CONVERTED BY THE ONE-TIME DATECONV JOB.
002192*    10/15/2026 RTS   LAYOUT HEADER VIEW ADDED
002194*                     (RUN-HISTORY-HDR-REC).  THIS IS VERSION 002
002196*                     OF THE RECORD, THE CCYYMMDD ONE.
002200*    10/15/2026 RTS   RN-LOOKUP-COUNT, RN-LOOKUP-HIT-COUNT, AND
002210*                     RN-LOOKUP-FALLBACK-COUNT ADDED AT THE END
002220*                     (RECORD NOW 132 BYTES): THE PRIME LOOKUPS
002230*                     A WEEKLY PROGRAM ASKED OF PRIMLOOK, HOW
002240*                     MANY THE MEMORY WINDOW ANSWERED, AND HOW
002250*                     MANY FELL BACK TO A KEYED READ.  ZERO FOR
002260*                     PROGRAMS THAT DO NOT CALL PRIMLOOK; RECORDS
002270*                     WRITTEN BEFORE THIS VERSION CARRY SPACES
002280*                     THERE.  THIS IS VERSION 003 OF THE RECORD.
002290******************************************************************
002300 01  RUN-HISTORY-REC.
002400     05  RN-RUN-DATE         PIC X(08).
002500     05  FILLER              PIC X(01).
004400     05  RN-RECON-STATUS     PIC X(08).
004500     05  FILLER              PIC X(01).
004600     05  RN-RETURN-CODE      PIC 9(02).
004601     05  FILLER              PIC X(01).
004602     05  RN-LOOKUP-COUNT     PIC 9(09).
004603     05  FILLER              PIC X(01).
004604     05  RN-LOOKUP-HIT-COUNT PIC 9(09).
004605     05  FILLER              PIC X(01).
004606     05  RN-LOOKUP-FALLBACK-COUNT
004607                             PIC 9(09).
004610 01  RUN-HISTORY-HDR-REC.
004620     05  RN-HDR-MARKER       PIC X(04).
004630         88  RN-HDR-PRESENT              VALUE "*HDR".
004640     05  FILLER              PIC X(01).
004650     05  RN-HDR-COPYBOOK     PIC X(08).
004660         88  RN-HDR-THIS-LAYOUT          VALUE "RUNHREC".
004670     05  FILLER              PIC X(01).
004680     05  RN-HDR-VERSION      PIC 9(03).
004690         88  RN-HDR-CURRENT-VERSION      VALUE 003.
004700     05  FILLER              PIC X(115).
