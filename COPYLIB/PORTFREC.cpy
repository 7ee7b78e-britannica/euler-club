001300*            ("MATCH", "MISMATCH", OR "SKIPPED") FROM THE
001400*            PROGRAM'S 0400 PARAGRAPH.
001500*
001510*    THE FIRST RECORD OF EVERY DATASET IN THIS LAYOUT IS A LAYOUT
001520*    HEADER, VIEWED THROUGH PORTFOLIO-HDR-REC BELOW: "*HDR", THE
001530*    COPYBOOK NAME, AND THE LAYOUT VERSION THE PROGRAMS WERE
001540*    COMPILED WITH.  READERS SKIP IT; EULRPFLT, THE FIRST STEP OF
001550*    EULERRUN, CHECKS IT AGAINST PF-HDR-CURRENT-VERSION BEFORE ANY
001560*    WEEK RUNS.  WHEN THIS RECORD CHANGES SHAPE, BUMP THAT VERSION
001570*    IN THE SAME CHANGE.
001580*
001600*    MODIFICATION HISTORY.
001700*    DATE       INIT  DESCRIPTION
001800*    ---------  ----  ---------------------------------------
002560*                     UPCOMING SLATE HAS 10-TO-16-DIGIT AND
002570*                     NON-NUMERIC ANSWERS.  THE RECORD GROWS
002580*                     FROM 40 TO 56 BYTES.
002582*    10/15/2026 RTS   DATES NOW CARRIED AS CCYYMMDD (WAS MM/DD/YY)
002584*                     SO THEY COLLATE ACROSS A YEAR BOUNDARY;
002586*                     FIELD WIDTH UNCHANGED.  EXISTING DATASETS
002588*                     CONVERTED BY THE ONE-TIME DATECONV JOB.
002590*    10/15/2026 RTS   LAYOUT HEADER VIEW ADDED
002592*                     (PORTFOLIO-HDR-REC).  THIS IS VERSION 003 OF
002594*                     THE RECORD: 24 BYTES, THEN 40, THEN 56 WITH
002596*                     CCYYMMDD DATES.
002600******************************************************************
002700 01  PORTFOLIO-REC.
002800     05  PF-RECORD-TYPE      PIC X(01).
004500         10  FILLER          PIC X(02).
004600         10  PS-RECON-STATUS PIC X(08).
004700         10  FILLER          PIC X(10).
004710 01  PORTFOLIO-HDR-REC.
004720     05  PF-HDR-MARKER       PIC X(04).
004730         88  PF-HDR-PRESENT              VALUE "*HDR".
004740     05  FILLER              PIC X(01).
004750     05  PF-HDR-COPYBOOK     PIC X(08).
004760         88  PF-HDR-THIS-LAYOUT          VALUE "PORTFREC".
004770     05  FILLER              PIC X(01).
004780     05  PF-HDR-VERSION      PIC 9(03).
004790         88  PF-HDR-CURRENT-VERSION      VALUE 003.
004800     05  FILLER              PIC X(39).
