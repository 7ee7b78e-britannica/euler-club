000010******************************************************************
000020*    SEASREC
000030*    SEASON-RESULTS RECORD LAYOUT.
000040*
000050*    THE PERMANENT RECORD OF EVERY CLOSED CLUB SEASON, ON THE
000060*    KEYED VSAM CLUSTER EULER.CLUB.SEASON.VSAM.  THE RECORD KEY
000070*    IS SN-SEASON-KEY: THE FOUR-DIGIT SEASON, A RECORD TYPE, AND
000080*    THE ITEM THE RECORD IS ABOUT, SO ONE SEASON'S RECORDS SIT
000090*    TOGETHER AND THE SEASONS COLLATE OLDEST FIRST.  THREE
000100*    RECORD TYPES SHARE THE LAYOUT THROUGH A REDEFINES:
000110*      "C" - ONE PER SEASON (ITEM BLANK): THE SEASON'S FROM/TO
000120*            DATES, THE DATE IT WAS CLOSED, AND ITS TOTALS.
000130*      "M" - ONE PER MEMBER (ITEM = INITIALS): THE FINAL MBRSTAND
000140*            STANDINGS LINE.
000150*      "P" - ONE PER PROBLEM (ITEM = PROBLEM NUMBER): THE FINAL
000160*            PORTSUM LINE, PLUS THE KEY'S SOLVER, DATE SOLVED,
000170*            AND VERIFIED STATUS AND THE LEAGUE'S VERDICT.
000180*
000190*    MBRSTAND AND PORTSUM WRITE THE "M" AND "P" RECORDS TO A
000200*    FLAT FREEZE EXTRACT (FRZOUT) WHEN THEIR PARM CARD NAMES A
000210*    SEASON; SEASCLOS COMPLETES THEM, ADDS THE "C" RECORD, AND
000220*    WRITES THEM ALL TO THE CLUSTER.  A CLOSED SEASON IS NEVER
000230*    REWRITTEN.
000240*
000250*    MODIFICATION HISTORY.
000260*    DATE       INIT  DESCRIPTION
000270*    ---------  ----  ---------------------------------------
000280*    10/15/2026 RTS   ORIGINAL VERSION.
000290******************************************************************
000300 01  SEASON-RESULT-REC.
000310     05  SN-SEASON-KEY.
000320         10  SN-SEASON       PIC 9(04).
000330         10  SN-RECORD-TYPE  PIC X(01).
000340             88  SN-CONTROL-REC          VALUE "C".
000350             88  SN-MEMBER-REC           VALUE "M".
000360             88  SN-PROBLEM-REC          VALUE "P".
000370         10  SN-ITEM         PIC X(04).
000380     05  FILLER              PIC X(01).
000390     05  SN-PAYLOAD          PIC X(70).
000400     05  SN-CONTROL-DATA REDEFINES SN-PAYLOAD.
000410         10  SC-FROM-DATE    PIC X(08).
000420         10  FILLER          PIC X(01).
000430         10  SC-TO-DATE      PIC X(08).
000440         10  FILLER          PIC X(01).
000450         10  SC-CLOSE-DATE   PIC X(08).
000460         10  FILLER          PIC X(01).
000470         10  SC-MEMBER-COUNT PIC 9(03).
000480         10  FILLER          PIC X(01).
000490         10  SC-PROBLEM-COUNT PIC 9(03).
000500         10  FILLER          PIC X(01).
000510         10  SC-SOLVE-COUNT  PIC 9(05).
000520         10  FILLER          PIC X(01).
000530         10  SC-POINTS-TOTAL PIC 9(06).
000540         10  FILLER          PIC X(01).
000550         10  SC-RUN-COUNT    PIC 9(06).
000560         10  FILLER          PIC X(16).
000570     05  SN-MEMBER-DATA REDEFINES SN-PAYLOAD.
000580         10  SM-RANK         PIC 9(03).
000590         10  FILLER          PIC X(01).
000600         10  SM-NAME         PIC X(20).
000610         10  FILLER          PIC X(01).
000620         10  SM-SOLVE-COUNT  PIC 9(04).
000630         10  FILLER          PIC X(01).
000640         10  SM-VERIF-COUNT  PIC 9(04).
000650         10  FILLER          PIC X(01).
000660         10  SM-UNVER-COUNT  PIC 9(04).
000670         10  FILLER          PIC X(01).
000680         10  SM-RUN-COUNT    PIC 9(06).
000690         10  FILLER          PIC X(01).
000700         10  SM-FIRST-DATE   PIC X(08).
000710         10  FILLER          PIC X(01).
000720         10  SM-POINTS       PIC 9(05).
000730         10  FILLER          PIC X(01).
000740         10  SM-FLAG         PIC X(01).
000750             88  SM-ACTIVE               VALUE "A".
000760             88  SM-INACTIVE             VALUE "I".
000770             88  SM-NOT-ROSTERED         VALUE "U".
000780         10  FILLER          PIC X(07).
000790     05  SN-PROBLEM-DATA REDEFINES SN-PAYLOAD.
000800         10  SP-FINAL-ANSWER PIC X(18).
000810         10  FILLER          PIC X(01).
000820         10  SP-FIRST-RUN-DATE PIC X(08).
000830         10  FILLER          PIC X(01).
000840         10  SP-RUN-COUNT    PIC 9(05).
000850         10  FILLER          PIC X(01).
000860         10  SP-RECON-STATUS PIC X(08).
000870         10  FILLER          PIC X(01).
000880         10  SP-SOLVER-INITIALS PIC X(03).
000890         10  FILLER          PIC X(01).
000900         10  SP-DATE-SOLVED  PIC X(08).
000910         10  FILLER          PIC X(01).
000920         10  SP-VERIFIED-STATUS PIC X(01).
000930         10  FILLER          PIC X(01).
000940         10  SP-LEAGUE-VERDICT PIC X(08).
000950         10  FILLER          PIC X(04).
