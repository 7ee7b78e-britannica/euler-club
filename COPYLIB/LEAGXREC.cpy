000010******************************************************************
000020*    LEAGXREC
000030*    REGIONAL LEAGUE TRANSMISSION RECORD LAYOUTS.
000040*
000050*    THE LEAGUE'S FIXED-FORMAT SUBMISSION, AS LEAGEXT WRITES IT
000060*    TO EULER.CLUB.LEAGUE.XMIT AND LEAGACK READS IT BACK TO
000070*    MATCH THE LEAGUE'S ACKNOWLEDGEMENT AGAINST:
000080*      "H" HEADER  - CLUB ID, SUBMISSION DATE, DECLARED COUNT.
000090*      "D" DETAIL  - ONE PER SOLVED PROBLEM: PROBLEM NUMBER,
000100*                    ANSWER, DATE SOLVED, MEMBER INITIALS.
000110*      "T" TRAILER - RECORD COUNT AND ANSWER HASH TOTAL.
000120*    THE DETAIL IS THE WIDEST RECORD (38 BYTES).
000130*
000140*    THE FIRST RECORD OF THE DATASET IS THE CLUB'S OWN LAYOUT
000150*    HEADER, AHEAD OF THE LEAGUE'S "H" RECORD, VIEWED THROUGH
000160*    LEAGUE-LAYOUT-HDR-REC BELOW: "*HDR", THE COPYBOOK NAME,
000170*    AND THE LAYOUT VERSION THE PROGRAMS WERE COMPILED WITH.
000180*    IT IS NOT PART OF THE LEAGUE'S FORMAT: WHATEVER SENDS THE
000190*    DATASET TO THE LEAGUE SENDS IT FROM THE "H" RECORD ON.
000200*    READERS SKIP IT; EULRPFLT, THE FIRST STEP OF EULERRUN,
000210*    CHECKS IT AGAINST LX-HDR-CURRENT-VERSION BEFORE ANY WEEK
000220*    RUNS.  WHEN THESE RECORDS CHANGE SHAPE, BUMP THAT VERSION
000230*    IN THE SAME CHANGE.
000240*
000250*    MODIFICATION HISTORY.
000260*    DATE       INIT  DESCRIPTION
000270*    ---------  ----  ---------------------------------------
000280*    10/15/2026 RTS   ORIGINAL VERSION.  SUPERSEDES THE
000290*                     IDENTICAL LAYOUTS LEAGEXT AND LEAGACK EACH
000300*                     DECLARED IN THEIR OWN FD.  LAYOUT VERSION
000310*                     003: THE ORIGINAL, THE 38-BYTE WIDENING
000320*                     FOR THE EIGHTEEN-CHARACTER ANSWER, THEN
000330*                     CCYYMMDD DATES.
000340******************************************************************
000350 01  LEAGUE-HEADER-REC.
000360     05  LH-RECORD-TYPE      PIC X(01).
000370     05  FILLER              PIC X(01).
000380     05  LH-CLUB-ID          PIC X(08).
000390     05  FILLER              PIC X(01).
000400     05  LH-SUBMIT-DATE      PIC X(08).
000410     05  FILLER              PIC X(01).
000420     05  LH-DECLARED-COUNT   PIC 9(04).
000430     05  FILLER              PIC X(14).
000440 01  LEAGUE-DETAIL-REC.
000450     05  LD-RECORD-TYPE      PIC X(01).
000460     05  FILLER              PIC X(01).
000470     05  LD-PROBLEM-NO       PIC 9(04).
000480     05  FILLER              PIC X(01).
000490     05  LD-ANSWER           PIC X(18).
000500     05  FILLER              PIC X(01).
000510     05  LD-DATE-SOLVED      PIC X(08).
000520     05  FILLER              PIC X(01).
000530     05  LD-INITIALS         PIC X(03).
000540 01  LEAGUE-TRAILER-REC.
000550     05  LT-RECORD-TYPE      PIC X(01).
000560     05  FILLER              PIC X(01).
000570     05  LT-RECORD-COUNT     PIC 9(04).
000580     05  FILLER              PIC X(01).
000590     05  LT-HASH-TOTAL       PIC 9(18).
000600     05  FILLER              PIC X(13).
000610 01  LEAGUE-LAYOUT-HDR-REC.
000620     05  LX-HDR-MARKER       PIC X(04).
000630         88  LX-HDR-PRESENT              VALUE "*HDR".
000640     05  FILLER              PIC X(01).
000650     05  LX-HDR-COPYBOOK     PIC X(08).
000660         88  LX-HDR-THIS-LAYOUT          VALUE "LEAGXREC".
000670     05  FILLER              PIC X(01).
000680     05  LX-HDR-VERSION      PIC 9(03).
000690         88  LX-HDR-CURRENT-VERSION      VALUE 003.
000700     05  FILLER              PIC X(21).
