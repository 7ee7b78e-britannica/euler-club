000100******************************************************************
000200*    AKJRNREC
000300*    ANSWER-KEY CHANGE JOURNAL RECORD LAYOUT.
000400*
000500*    ONE RECORD PER ADD, CHANGE, OR DELETE ANSMAINT APPLIES TO
000600*    THE KEYED ANSWER-KEY CLUSTER, APPENDED TO THE PERMANENT
000700*    EULER.CLUB.ANSKEY.JOURNAL AND NEVER REWRITTEN -- THE
000800*    JOURNAL IS THE CLUB'S RECORD OF WHAT THE KEY HELD AND WHEN,
000900*    SO A LEAGUE DISPUTE CAN BE ANSWERED FROM IT (SEE AKJRNINQ).
001000*    RECORDS ARE IN THE ORDER THE CHANGES WERE APPLIED.
001100*
001200*    AJ-BEFORE-IMAGE AND AJ-AFTER-IMAGE ARE WHOLE ANSKEY-REC
001300*    IMAGES (SEE ANSKYREC): AN ADD HAS A BLANK BEFORE IMAGE, A
001400*    DELETE A BLANK AFTER IMAGE.  AJ-SOURCE SAYS WHERE THE
001500*    TRANSACTION CAME FROM: "M" KEYED BY HAND, "A" A PROMOTION
001600*    WRITTEN BY AKVERIFY, "L" A DEMOTION WRITTEN BY LEAGACK.
001700*
001800*    MODIFICATION HISTORY.
001900*    DATE       INIT  DESCRIPTION
002000*    ---------  ----  ---------------------------------------
002100*    10/15/2026 RTS   ORIGINAL VERSION.
002200******************************************************************
002300 01  ANSKEY-JOURNAL-REC.
002400     05  AJ-JOURNAL-DATE     PIC X(08).
002500     05  FILLER              PIC X(01).
002600     05  AJ-JOURNAL-TIME     PIC 9(08).
002700     05  FILLER              PIC X(01).
002800     05  AJ-SOURCE           PIC X(01).
002900         88  AJ-SOURCE-MANUAL            VALUE "M".
003000         88  AJ-SOURCE-AKVERIFY          VALUE "A".
003100         88  AJ-SOURCE-LEAGACK           VALUE "L".
003200     05  FILLER              PIC X(01).
003300     05  AJ-FUNC             PIC X(01).
003400         88  AJ-ADD                      VALUE "A".
003500         88  AJ-CHANGE                   VALUE "C".
003600         88  AJ-DELETE                   VALUE "D".
003700     05  FILLER              PIC X(01).
003800     05  AJ-PROBLEM-NO       PIC 9(04).
003900     05  FILLER              PIC X(01).
004000     05  AJ-BEFORE-IMAGE     PIC X(42).
004100     05  FILLER              PIC X(01).
004200     05  AJ-AFTER-IMAGE      PIC X(42).
