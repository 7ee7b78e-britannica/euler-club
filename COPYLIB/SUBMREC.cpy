000100******************************************************************
000200*    SUBMREC
000300*    MEMBER ANSWER-SUBMISSION CARD LAYOUT.
000400*
000500*    ONE CARD PER ATTEMPT ON EULER.CLUB.SUBMIT.TRAN, KEYED BY
000600*    THE SECRETARY FROM THE ANSWERS MEMBERS SEND IN, AND GRADED
000700*    BY SUBGRADE AGAINST THE ANSWER KEY.  SB-ANSWER IS TAKEN AS
000800*    WRITTEN: A NUMERIC ANSWER MAY BE LEFT-JUSTIFIED OR ZERO-
000900*    FILLED, AN ALPHA ANSWER MUST MATCH THE KEY CHARACTER FOR
001000*    CHARACTER.  SB-DATE IS THE CCYYMMDD DATE THE ANSWER WAS
001100*    SUBMITTED; LEFT BLANK, THE GRADING RUN'S DATE IS USED.
001200*
001300*    MODIFICATION HISTORY.
001400*    DATE       INIT  DESCRIPTION
001500*    ---------  ----  ---------------------------------------
001600*    10/15/2026 RTS   ORIGINAL VERSION.
001700******************************************************************
001800 01  SUBMISSION-REC.
001900     05  SB-INITIALS         PIC X(03).
002000     05  FILLER              PIC X(01).
002100     05  SB-PROBLEM-NO       PIC X(04).
002200     05  FILLER              PIC X(01).
002300     05  SB-ANSWER           PIC X(18).
002400     05  FILLER              PIC X(01).
002500     05  SB-DATE             PIC X(08).
002600     05  SB-DATE-PARTS REDEFINES SB-DATE.
002700         10  SB-DATE-CCYY    PIC 9(04).
002800         10  SB-DATE-MM      PIC 9(02).
002900         10  SB-DATE-DD      PIC 9(02).
003000     05  FILLER              PIC X(44).
