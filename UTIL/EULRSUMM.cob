000110*    PRINTS A ONE-PAGE REPORT FOR TONIGHT'S RUN: WHICH ROSTER
000120*    PROGRAMS RAN (WITH RETURN CODE, RECONCILIATION VERDICT, AND
000130*    THE ANSWER PRODUCED), WHICH WERE BYPASSED AND BEHIND WHOM,
000140*    AND WHICH RECONCILIATIONS MISMATCHED.  EACH ROSTER LINE
000142*    CARRIES THE PROBLEM'S TITLE FROM THE PROBLEM CATALOGUE
000144*    (THROUGH PRBLOOK); A CATALOGUE THAT CANNOT BE READ ONLY
000146*    BLANKS THE TITLES, NEVER THE SUMMARY.  THE STEP RUNS
000150*    COND=EVEN, SO IT REPORTS EVEN WHEN A WEEK ABENDS AND THE
000160*    COND= CHAIN HAS SWALLOWED EVERYTHING BEHIND IT.
000170*
000546*                     NOW COUNTS ACTIVE CARDS.  RE-SWAP-ENTRY
000547*                     SIZED TO THE FULL ROSTER ENTRY -- IT WAS
000548*                     EIGHT BYTES SHORT.
000549*    10/15/2026 RTS   TONIGHT'S DATE NOW TAKEN CCYYMMDD TO MATCH
000550*                     THE CONVERTED RUNSTAT AND PORTFOLIO RUN
000551*                     DATES.
000552*    10/15/2026 RTS   ROSTER LINES NOW CARRY THE PROBLEM TITLE
000553*                     FROM THE NEW PROBLEM CATALOGUE (THROUGH
000554*                     PRBLOOK).  TO MAKE ROOM THE NOTE COLUMN NOW
000555*                     OVERLAYS THE RC/RECON/ANSWER COLUMNS, WHICH
000556*                     ARE EMPTY ON THE BYPASSED AND UNLISTED LINES
000557*                     THAT CARRY A NOTE; THE RECON
000558*                     MISMATCH/SKIPPED NOTES ARE DROPPED, SINCE
000559*                     THE RECON COLUMN ALREADY SAYS SO.
000560*    10/15/2026 RTS   ROSTER-CARD NOW COMES FROM THE NEW COPYBOOK
000561*                     ROSTREC INSTEAD OF BEING DECLARED HERE; THE
000562*                     ROSTER'S LAYOUT HEADER CARD IS SKIPPED.
000563*----------------------------------------------------------------
000564 ENVIRONMENT DIVISION.
000565 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER. IBM-370.
000580 OBJECT-COMPUTER. IBM-370.
000590 INPUT-OUTPUT SECTION.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  ROSTER-FILE.
000740 COPY ROSTREC.
000840 FD  STATUS-FILE.
000850 COPY RUNSTREC.
000860 FD  SUMM-RPT-FILE.
001310 01  SKIPPED-COUNT           PIC 9(03)   VALUE 0.
001320 01  BLAME-PROGRAM           PIC X(08)   VALUE SPACES.
001330 01  TODAY-DATE              PIC X(08).
001331 01  CATALOGUE-DOWN-SW       PIC X       VALUE "N".
001332     88  CATALOGUE-DOWN                  VALUE "Y".
001333 01  LOOKUP-PROBLEM-NO       PIC 9(04).
001334 01  LOOKUP-RETURN-CODE      PIC 99.
001335 COPY PROBREC.
001340 01  RPT-TODAY.
001350     05  RPT-TODAY-CCYY      PIC 9(04).
001360     05  RPT-TODAY-MM        PIC 99.
001370     05  RPT-TODAY-DD        PIC 99.
001380 01  RPT-HDR1-LINE.
001440     05  RH-RUN-DATE         PIC X(08).
001450     05  FILLER              PIC X(62)   VALUE SPACES.
001460 01  RPT-HDR3-LINE.
001470     05  FILLER              PIC X(09)   VALUE "PROGRAM".
001480     05  FILLER              PIC X(05)   VALUE "PROB".
001485     05  FILLER              PIC X(21)   VALUE "TITLE".
001490     05  FILLER              PIC X(09)   VALUE "STATUS".
001500     05  FILLER              PIC X(03)   VALUE "RC".
001510     05  FILLER              PIC X(09)   VALUE "RECON".
001520     05  FILLER              PIC X(24)   VALUE "ANSWER".
001540 01  RPT-DETAIL-LINE.
001550     05  RD-PROGRAM-ID       PIC X(08).
001560     05  FILLER              PIC X(01)   VALUE SPACES.
001570     05  RD-PROB             PIC ZZZ9.
001580     05  FILLER              PIC X(01)   VALUE SPACES.
001582     05  RD-TITLE            PIC X(20).
001584     05  FILLER              PIC X(01)   VALUE SPACES.
001590     05  RD-STATUS           PIC X(08).
001600     05  FILLER              PIC X(01)   VALUE SPACES.
001605     05  RD-RUN-AREA.
001610         10  RD-RC           PIC X(02).
001620         10  FILLER          PIC X(01).
001630         10  RD-RECON        PIC X(08).
001640         10  FILLER          PIC X(01).
001650         10  RD-ANSWER       PIC X(18).
001670     05  RD-NOTE REDEFINES RD-RUN-AREA
001675                             PIC X(30).
001680     05  FILLER              PIC X(06)   VALUE SPACES.
001690 01  RPT-ATTN-LINE.
001700     05  FILLER              PIC X(11)   VALUE "ATTENTION:".
001710     05  RA-TEXT             PIC X(60).
002550             SET ROST-EOF TO TRUE
002560             GO TO 0100-EXIT
002570     END-READ.
002572     IF RL-HDR-PRESENT
002574         GO TO 0100-EXIT
002576     END-IF.
002580     IF ROSTER-CARD = SPACES
002590         GO TO 0100-EXIT
002600     END-IF.
003210*    ACROSS NIGHTS.
003220*----------------------------------------------------------------
003230 0200-WRITE-REPORT-HEADING.
003240     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
003250     MOVE RPT-TODAY TO TODAY-DATE.
003280     MOVE TODAY-DATE TO RH-RUN-DATE.
003290     WRITE SUMM-RPT-REC FROM RPT-HDR1-LINE.
003300     WRITE SUMM-RPT-REC FROM RPT-HDR2-LINE.
004190     MOVE SPACES TO RPT-DETAIL-LINE.
004200     MOVE RE-PROGRAM-ID (RO-IDX) TO RD-PROGRAM-ID.
004210     MOVE RE-PROBLEM-NO (RO-IDX) TO RD-PROB.
004215     PERFORM 2100-LOOKUP-TITLE THRU 2100-EXIT.
004220
004230     IF NOT RE-SEEN (RO-IDX)
004240         ADD 1 TO BYPASS-COUNT
004510
004520     IF RE-RECON (RO-IDX) = "MISMATCH"
004530         ADD 1 TO MISMATCH-COUNT
004550     END-IF.
004560     IF RE-RECON (RO-IDX) = "SKIPPED"
004570         ADD 1 TO SKIPPED-COUNT
004590     END-IF.
004600     WRITE SUMM-RPT-REC FROM RPT-DETAIL-LINE.
004610 2000-EXIT.
004620     EXIT.
004621*----------------------------------------------------------------
004622*    2100-LOOKUP-TITLE FETCHES THE ROSTER PROBLEM'S TITLE FROM
004623*    THE CATALOGUE.  A ROSTER CARD WITH NO PROBLEM (THE SIEVE
004624*    STEP) HAS NO TITLE; A PROBLEM WITH NO ENTRY PRINTS AS NOT
004625*    CATALOGUED.  IF THE CATALOGUE CANNOT BE READ THE TITLES ARE
004626*    LEFT BLANK FOR THE REST OF THE REPORT AND THE RETURN CODE
004627*    IS NOT TOUCHED -- THIS STEP MUST STILL REPORT THE NIGHT.
004628*----------------------------------------------------------------
004629 2100-LOOKUP-TITLE.
004630     MOVE SPACES TO RD-TITLE.
004631     IF CATALOGUE-DOWN OR RE-PROBLEM-NO (RO-IDX) = 0
004632         GO TO 2100-EXIT
004633     END-IF.
004634     MOVE RE-PROBLEM-NO (RO-IDX) TO LOOKUP-PROBLEM-NO.
004635     CALL "PRBLOOK" USING LOOKUP-PROBLEM-NO, LOOKUP-RETURN-CODE,
004636         PROBLEM-MASTER-REC.
004637     IF LOOKUP-RETURN-CODE = 0
004638         MOVE PB-TITLE TO RD-TITLE
004639         GO TO 2100-EXIT
004640     END-IF.
004641     IF LOOKUP-RETURN-CODE = 4
004642         MOVE "** NOT CATALOGUED **" TO RD-TITLE
004643         GO TO 2100-EXIT
004644     END-IF.
004645     SET CATALOGUE-DOWN TO TRUE.
004646     DISPLAY "EULRSUMM: PROBLEM CATALOGUE NOT AVAILABLE, "
004647             "TITLES LEFT BLANK".
004648 2100-EXIT.
004649     EXIT.
004650*----------------------------------------------------------------
004651*    2500-REPORT-UNLISTED PRINTS ONE LINE PER DISTINCT PROGRAM
004652*    THAT REPORTED TONIGHT WITHOUT BEING ON THE ROSTER.
004660*----------------------------------------------------------------
004670 2500-REPORT-UNLISTED.
004680     MOVE SPACES TO RPT-DETAIL-LINE.
