000010******************************************************************
000020*    LEAGAREC
000030*    REGIONAL LEAGUE ACKNOWLEDGEMENT RECORD LAYOUTS.
000040*
000050*    THE LEAGUE'S RETURN FILE, EULER.CLUB.LEAGUE.ACK, IN THEIR
000060*    OWN FIXED FORMAT (THE FILE IS THEIRS; IT CARRIES NO CLUB
000070*    LAYOUT HEADER):
000080*      "H" HEADER  - CLUB ID, ACKNOWLEDGEMENT DATE, DECLARED
000090*                    COUNT.
000100*      "D" DETAIL  - ONE PER PROBLEM SUBMITTED: THE VERDICT
000110*                    ("ACCEPTED" OR "REJECTED") AND A REASON.
000120*      "T" TRAILER - RECORD COUNT AND THE LEAGUE'S RECOMPUTED
000130*                    HASH TOTAL.
000140*    LEAGACK MATCHES IT AGAINST THE SUBMISSION; SEASCLOS TAKES
000150*    EACH PROBLEM'S VERDICT FOR THE SEASON YEARBOOK.
000160*
000170*    MODIFICATION HISTORY.
000180*    DATE       INIT  DESCRIPTION
000190*    ---------  ----  ---------------------------------------
000200*    10/15/2026 RTS   ORIGINAL VERSION.  SUPERSEDES THE LAYOUTS
000210*                     LEAGACK DECLARED IN ITS OWN FD.
000220******************************************************************
000230 01  ACK-HEADER-REC.
000240     05  AH-RECORD-TYPE      PIC X(01).
000250     05  FILLER              PIC X(01).
000260     05  AH-CLUB-ID          PIC X(08).
000270     05  FILLER              PIC X(01).
000280     05  AH-ACK-DATE         PIC X(08).
000290     05  FILLER              PIC X(01).
000300     05  AH-DECLARED-COUNT   PIC 9(04).
000310     05  FILLER              PIC X(16).
000320 01  ACK-DETAIL-REC.
000330     05  AD-RECORD-TYPE      PIC X(01).
000340     05  FILLER              PIC X(01).
000350     05  AD-PROBLEM-NO       PIC 9(04).
000360     05  FILLER              PIC X(01).
000370     05  AD-VERDICT          PIC X(08).
000380     05  FILLER              PIC X(01).
000390     05  AD-REASON           PIC X(16).
000400     05  FILLER              PIC X(08).
000410 01  ACK-TRAILER-REC.
000420     05  AT-RECORD-TYPE      PIC X(01).
000430     05  FILLER              PIC X(01).
000440     05  AT-RECORD-COUNT     PIC 9(04).
000450     05  FILLER              PIC X(01).
000460     05  AT-HASH-TOTAL       PIC 9(18).
000470     05  FILLER              PIC X(15).
