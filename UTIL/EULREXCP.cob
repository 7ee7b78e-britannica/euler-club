000152*    WINS, AS IN EULRSUMM -- A 2 A.M. MISMATCH THAT WAS FORCE-
000154*    RECOMPUTED CLEAN LATER THE SAME NIGHT GETS NO DOSSIER),
000156*    ASSEMBLES THE WHOLE STORY INTO ONE REPORT:
000170*      - THE STATUS RECORD ITSELF (PROGRAM, COMPUTED ANSWER, RC),
000175*        WITH THE PROBLEM'S TITLE FROM THE PROBLEM CATALOGUE.
000180*      - THE ANSKEY ENTRY (EXPECTED ANSWER, SOLVER, VERIFIED
000190*        STATUS) FOR THE PROGRAM'S PROBLEM.
000200*      - THE FAILING RUN'S PORTFOLIO DETAIL AND SUMMARY RECORDS.
000366*                     -- A MISMATCH RECOMPUTED CLEAN THE SAME
000367*                     NIGHT NO LONGER RAISES RC=8 WHILE
000368*                     EULRSUMM SHOWS THE PROGRAM CLEAN.
000369*    10/15/2026 RTS   TONIGHT'S DATE NOW TAKEN CCYYMMDD TO MATCH
000370*                     THE CONVERTED RUNSTAT AND PORTFOLIO RUN
000371*                     DATES.
000372*    10/15/2026 RTS   THE CASE LINE NOW CARRIES THE PROBLEM TITLE
000373*                     FROM THE NEW PROBLEM CATALOGUE (THROUGH
000374*                     PRBLOOK).
000375*    10/15/2026 RTS   ROSTER-CARD NOW COMES FROM THE NEW COPYBOOK
000376*                     ROSTREC INSTEAD OF BEING DECLARED HERE; THE
000377*                     ROSTER'S LAYOUT HEADER CARD IS SKIPPED.
000378*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  ROSTER-FILE.
000660 COPY ROSTREC.
000750 FD  STATUS-FILE.
000760 COPY RUNSTREC.
000770 FD  ANSWER-KEY-FILE.
001330     05  HK-REC              PIC X(80)   OCCURS 5 TIMES.
001340 01  DETAIL-PRINT-COUNT      PIC 9(05).
001350 01  TODAY-DATE              PIC X(08).
001351 01  CATALOGUE-DOWN-SW       PIC X       VALUE "N".
001352     88  CATALOGUE-DOWN                  VALUE "Y".
001353 01  LOOKUP-PROBLEM-NO       PIC 9(04).
001354 01  LOOKUP-RETURN-CODE      PIC 99.
001355 COPY PROBREC.
001360 01  RPT-TODAY.
001370     05  RPT-TODAY-CCYY      PIC 9(04).
001380     05  RPT-TODAY-MM        PIC 99.
001390     05  RPT-TODAY-DD        PIC 99.
001400 01  RPT-HDR1-LINE.
001540     05  FILLER              PIC X(02)   VALUE SPACES.
001550     05  FILLER              PIC X(09)   VALUE "PROBLEM:".
001560     05  RC-PROBLEM-NO       PIC ZZZ9.
001565     05  FILLER              PIC X(01)   VALUE SPACES.
001567     05  RC-TITLE            PIC X(30).
001570     05  FILLER              PIC X(02)   VALUE SPACES.
001580     05  FILLER              PIC X(04)   VALUE "RC:".
001590     05  RC-RC               PIC 99.
001600     05  FILLER              PIC X(09)   VALUE SPACES.
001610 01  RPT-COMPUTED-LINE.
001620     05  FILLER              PIC X(18)
001630         VALUE "COMPUTED ANSWER:".
002880             SET ROST-EOF TO TRUE
002890             GO TO 0100-EXIT
002900     END-READ.
002902     IF RL-HDR-PRESENT
002904         GO TO 0100-EXIT
002906     END-IF.
002910     IF ROSTER-CARD = SPACES
002920         GO TO 0100-EXIT
002930     END-IF.
003070*    RECORDS BELONG TO THIS REPORT.
003080*----------------------------------------------------------------
003090 0200-WRITE-REPORT-HEADING.
003100     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
003110     MOVE RPT-TODAY TO TODAY-DATE.
003140     MOVE TODAY-DATE TO RH-RUN-DATE.
003150     WRITE EXCP-RPT-REC FROM RPT-HDR1-LINE.
003160     WRITE EXCP-RPT-REC FROM RPT-HDR2-LINE.
004020     WRITE EXCP-RPT-REC FROM RPT-SEP-LINE.
004030     MOVE EX-PROGRAM-ID (EX-IDX) TO RC-PROGRAM-ID.
004040     MOVE EX-PROBLEM-NO (EX-IDX) TO RC-PROBLEM-NO.
004045     PERFORM 2100-LOOKUP-TITLE THRU 2100-EXIT.
004050     MOVE EX-RETURN-CODE (EX-IDX) TO RC-RC.
004060     WRITE EXCP-RPT-REC FROM RPT-CASE-LINE.
004070     MOVE EX-ANSWER (EX-IDX) TO RA-COMPUTED.
004210     PERFORM 5000-PRINT-RUN-HISTORY THRU 5000-EXIT.
004220 2000-EXIT.
004230     EXIT.
004231*----------------------------------------------------------------
004232*    2100-LOOKUP-TITLE FETCHES THE DOSSIER PROBLEM'S TITLE FROM
004233*    THE CATALOGUE.  AN UNMAPPED PROGRAM HAS NO PROBLEM AND SO NO
004234*    TITLE; A PROBLEM WITH NO ENTRY PRINTS AS NOT CATALOGUED.  IF
004235*    THE CATALOGUE CANNOT BE READ THE TITLES ARE LEFT BLANK FOR
004236*    THE REST OF THE REPORT -- THE EVIDENCE DOES NOT DEPEND ON
004237*    THEM.
004238*----------------------------------------------------------------
004239 2100-LOOKUP-TITLE.
004240     MOVE SPACES TO RC-TITLE.
004241     IF CATALOGUE-DOWN OR NOT EX-MAPPED (EX-IDX)
004242         GO TO 2100-EXIT
004243     END-IF.
004244     MOVE EX-PROBLEM-NO (EX-IDX) TO LOOKUP-PROBLEM-NO.
004245     CALL "PRBLOOK" USING LOOKUP-PROBLEM-NO, LOOKUP-RETURN-CODE,
004246         PROBLEM-MASTER-REC.
004247     IF LOOKUP-RETURN-CODE = 0
004248         MOVE PB-TITLE TO RC-TITLE
004249         GO TO 2100-EXIT
004250     END-IF.
004251     IF LOOKUP-RETURN-CODE = 4
004252         MOVE "** NOT CATALOGUED **" TO RC-TITLE
004253         GO TO 2100-EXIT
004254     END-IF.
004255     SET CATALOGUE-DOWN TO TRUE.
004256     DISPLAY "EULREXCP: PROBLEM CATALOGUE NOT AVAILABLE, "
004257             "TITLES LEFT BLANK".
004258 2100-EXIT.
004259     EXIT.
004260*----------------------------------------------------------------
004261*    3000-PRINT-KEY-ENTRY SCANS THE ANSWER KEY FOR THE DOSSIER'S
004262*    PROBLEM AND PRINTS THE ENTRY, OR SAYS THERE IS NONE.
004270*----------------------------------------------------------------
004280 3000-PRINT-KEY-ENTRY.
004290     OPEN INPUT ANSWER-KEY-FILE.
