000160*    FOR ONE WHO HAS LEFT OR LAPSED; INACTIVE MEMBERS KEEP THEIR
000170*    RECORD (AND THEIR SOLVE CREDITS) RATHER THAN BEING DELETED.
000180*
000181*    THE FIRST RECORD OF EVERY DATASET IN THIS LAYOUT IS A LAYOUT
000182*    HEADER, VIEWED THROUGH MEMBER-HDR-REC BELOW: "*HDR", THE
000183*    COPYBOOK NAME, AND THE LAYOUT VERSION THE PROGRAMS WERE
000184*    COMPILED WITH.  READERS SKIP IT; EULRPFLT, THE FIRST STEP OF
000185*    EULERRUN, CHECKS IT AGAINST MR-HDR-CURRENT-VERSION BEFORE ANY
000186*    WEEK RUNS.  WHEN THIS RECORD CHANGES SHAPE, BUMP THAT VERSION
000187*    IN THE SAME CHANGE.
000188*
000190*    MODIFICATION HISTORY.
000200*    DATE       INIT  DESCRIPTION
000210*    ---------  ----  ---------------------------------------
000220*    09/02/2026 RTS   ORIGINAL VERSION.
000222*    10/15/2026 RTS   DATES NOW CARRIED AS CCYYMMDD (WAS MM/DD/YY)
000224*                     SO THEY COLLATE ACROSS A YEAR BOUNDARY;
000226*                     FIELD WIDTH UNCHANGED.  EXISTING DATASETS
000228*                     CONVERTED BY THE ONE-TIME DATECONV JOB.
000229*    10/15/2026 RTS   LAYOUT HEADER VIEW ADDED (MEMBER-HDR-REC).
000230*                     THIS IS VERSION 002 OF THE RECORD, THE
000231*                     CCYYMMDD ONE.  THE HEADER SORTS AHEAD OF
000232*                     EVERY MEMBER'S INITIALS, SO THE ROSTER STAYS
000233*                     IN ORDER.
000234******************************************************************
000240 01  MEMBER-REC.
000250     05  MR-INITIALS         PIC X(03).
000260     05  FILLER              PIC X(01).
000310     05  MR-ACTIVE-FLAG      PIC X(01).
000320         88  MR-ACTIVE                   VALUE "A".
000330         88  MR-INACTIVE                 VALUE "I".
000340 01  MEMBER-HDR-REC.
000350     05  MR-HDR-MARKER       PIC X(04).
000360         88  MR-HDR-PRESENT              VALUE "*HDR".
000370     05  FILLER              PIC X(01).
000380     05  MR-HDR-COPYBOOK     PIC X(08).
000390         88  MR-HDR-THIS-LAYOUT          VALUE "MEMBREC".
000400     05  FILLER              PIC X(01).
000410     05  MR-HDR-VERSION      PIC 9(03).
000420         88  MR-HDR-CURRENT-VERSION      VALUE 002.
000430     05  FILLER              PIC X(18).
