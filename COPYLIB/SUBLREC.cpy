000100******************************************************************
000200*    SUBLREC
000300*    PERMANENT SUBMISSIONS-LEDGER RECORD LAYOUT.
000400*
000500*    ONE RECORD PER GRADED SUBMISSION CARD, APPENDED BY SUBGRADE
000600*    TO EULER.CLUB.SUBMIT.LEDGER AND NEVER REWRITTEN -- THE
000700*    LEDGER IS THE CLUB'S RECORD OF EVERY ATTEMPT, RIGHT OR
000800*    WRONG.  SL-RESULT IS THE GRADE AGAINST THE ANSWER KEY AS IT
000900*    STOOD ON SL-GRADE-DATE; "UNKNOWN" MEANS THE KEY HAD NO
001000*    ENTRY FOR THE PROBLEM.  CARDS REJECTED BY THE EDITS (BAD
001100*    INITIALS, PROBLEM NUMBER, OR DATE) NEVER REACH THE LEDGER.
001200*
001300*    A MEMBER IS CREDITED WITH A PROBLEM BY THEIR FIRST CORRECT
001400*    RECORD FOR IT; THE FIRST-CORRECT CREDIT FOR A PROBLEM GOES
001500*    TO THE CORRECT RECORD WITH THE EARLIEST SL-SUBMIT-DATE,
001600*    TIES GOING TO THE ONE FURTHER UP THE LEDGER.
001700*
001800*    MODIFICATION HISTORY.
001900*    DATE       INIT  DESCRIPTION
002000*    ---------  ----  ---------------------------------------
002100*    10/15/2026 RTS   ORIGINAL VERSION.
002200******************************************************************
002300 01  SUBMISSION-LEDGER-REC.
002400     05  SL-PROBLEM-NO       PIC 9(04).
002500     05  FILLER              PIC X(01).
002600     05  SL-INITIALS         PIC X(03).
002700     05  FILLER              PIC X(01).
002800     05  SL-ANSWER           PIC X(18).
002900     05  FILLER              PIC X(01).
003000     05  SL-SUBMIT-DATE      PIC X(08).
003100     05  FILLER              PIC X(01).
003200     05  SL-GRADE-DATE       PIC X(08).
003300     05  FILLER              PIC X(01).
003400     05  SL-RESULT           PIC X(08).
003500         88  SL-CORRECT                  VALUE "CORRECT".
003600         88  SL-WRONG                    VALUE "WRONG".
003700         88  SL-UNKNOWN                  VALUE "UNKNOWN".
003800     05  FILLER              PIC X(02).
