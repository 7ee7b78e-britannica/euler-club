000100******************************************************************
000200*    PROBREC
000300*    PROBLEM MASTER CATALOGUE RECORD LAYOUT.
000400*
000500*    ONE RECORD PER PROBLEM THE CLUB HAS TAKEN UP, ON THE KEYED
000600*    VSAM CLUSTER EULER.CLUB.PROBLEMS.VSAM WITH PB-PROBLEM-NO AS
000700*    THE RECORD KEY.  THE CATALOGUE GIVES THE BARE FOUR-DIGIT
000800*    PROBLEM NUMBER A NAME FOR THE REPORTS, AND CARRIES THE
000900*    DIFFICULTY RATING, THE LEAGUE POINT VALUE A SOLVE EARNS ON
001000*    MBRSTAND'S POINTS LEADERBOARD, AND THE CLUB WEEK THE
001100*    PROBLEM WAS ASSIGNED.  A PROBLEM MUST BE CATALOGUED BEFORE
001200*    ANSMAINT WILL ADD IT TO THE ANSWER KEY.
001300*
001400*    THE FILE IS MAINTAINED BY PRBMAINT FROM A TRANSACTION
001500*    DATASET; KEYED LOOKUPS GO THROUGH THE SHARED PRBLOOK
001600*    SUBPROGRAM.  PB-DIFFICULTY IS THE PERCENTAGE RATING
001700*    (005 TO 100) THE PROBLEM SET PUBLISHES.
001800*
001900*    MODIFICATION HISTORY.
002000*    DATE       INIT  DESCRIPTION
002100*    ---------  ----  ---------------------------------------
002200*    10/15/2026 RTS   ORIGINAL VERSION.
002300******************************************************************
002400 01  PROBLEM-MASTER-REC.
002500     05  PB-PROBLEM-NO       PIC 9(04).
002600     05  FILLER              PIC X(01).
002700     05  PB-TITLE            PIC X(40).
002800     05  FILLER              PIC X(01).
002900     05  PB-DIFFICULTY       PIC 9(03).
003000     05  FILLER              PIC X(01).
003100     05  PB-POINTS           PIC 9(03).
003200     05  FILLER              PIC X(01).
003300     05  PB-WEEK-ASSIGNED    PIC 9(02).
003400     05  FILLER              PIC X(24).
