000010******************************************************************
000020*    ROSTREC
000030*    NIGHTLY ROSTER CONTROL CARD LAYOUT.
000040*
000050*    ONE CARD PER PROGRAM EULERRUN RUNS, ON EULER.CLUB.ROSTER
000060*    (THE ROSTERIN DD): PROGRAM-ID, THE STEP ORDER IT RUNS IN,
000070*    "A" IF IT IS ON TONIGHT'S ROSTER (ANYTHING ELSE KEEPS THE
000080*    CARD ON FILE BUT OUT OF THE RUN), AND THE PROBLEM IT
000090*    SOLVES.  SIEVBLD SIZES THE SHARED SIEVE FROM THE ACTIVE
000100*    CARDS; EULRSUMM AND EULREXCP REPORT AGAINST THEM.  THE
000110*    CARDS ARE KEPT BY HAND -- ADDING A WEEK IS ONE NEW CARD.
000120*
000130*    THE FIRST CARD IS A LAYOUT HEADER, VIEWED THROUGH
000140*    ROSTER-HDR-CARD BELOW: "*HDR", THE COPYBOOK NAME, AND THE
000150*    LAYOUT VERSION THE PROGRAMS WERE COMPILED WITH.  READERS
000160*    SKIP IT; EULRPFLT, THE FIRST STEP OF EULERRUN, CHECKS IT
000170*    AGAINST RL-HDR-CURRENT-VERSION BEFORE ANY WEEK RUNS.  WHEN
000180*    THIS CARD CHANGES SHAPE, BUMP THAT VERSION IN THE SAME
000190*    CHANGE.  KEEP THE HEADER CARD FIRST WHEN EDITING THE ROSTER.
000200*
000210*    MODIFICATION HISTORY.
000220*    DATE       INIT  DESCRIPTION
000230*    ---------  ----  ---------------------------------------
000240*    10/15/2026 RTS   ORIGINAL VERSION.  SUPERSEDES THE
000250*                     IDENTICAL ROSTER-CARD LAYOUTS EULRSUMM,
000260*                     EULREXCP, AND SIEVBLD EACH DECLARED IN
000270*                     THEIR OWN FD.  LAYOUT VERSION 001.
000280******************************************************************
000290 01  ROSTER-CARD.
000300     05  RL-PROGRAM-ID       PIC X(08).
000310     05  FILLER              PIC X(01).
000320     05  RL-STEP-ORDER       PIC 9(02).
000330     05  FILLER              PIC X(01).
000340     05  RL-ACTIVE-FLAG      PIC X(01).
000350         88  RL-ACTIVE                   VALUE "A".
000360     05  FILLER              PIC X(01).
000370     05  RL-PROBLEM-NO       PIC 9(04).
000380     05  FILLER              PIC X(62).
000390 01  ROSTER-HDR-CARD.
000400     05  RL-HDR-MARKER       PIC X(04).
000410         88  RL-HDR-PRESENT              VALUE "*HDR".
000420     05  FILLER              PIC X(01).
000430     05  RL-HDR-COPYBOOK     PIC X(08).
000440         88  RL-HDR-THIS-LAYOUT          VALUE "ROSTREC".
000450     05  FILLER              PIC X(01).
000460     05  RL-HDR-VERSION      PIC 9(03).
000470         88  RL-HDR-CURRENT-VERSION      VALUE 001.
000480     05  FILLER              PIC X(63).
