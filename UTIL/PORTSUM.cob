000180*
000190*    READS THE COMBINED PORTFOLIO DATASET THE NIGHTLY ROLLUP
000200*    STEPS BUILD (SEE PORTFREC FOR THE TAGGED RECORD LAYOUT) AND
000210*    PRINTS ONE LINE PER PROBLEM: PROBLEM NUMBER AND TITLE (FROM
000220*    THE PROBLEM CATALOGUE, THROUGH PRBLOOK), FINAL ANSWER, DATE
000225*    FIRST SOLVED, NUMBER OF RUNS, AND THE LATEST
000230*    RECONCILIATION STATUS -- THE ROLLED-UP VIEW THE CLUB
000240*    SECRETARY USED TO RECONSTRUCT BY HAND FROM OLD SYSOUT
000250*    LISTINGS EVERY MONTH.
000300*    PORTFOLIO FROM BEFORE THE LAYOUT CARRIED A PROBLEM NUMBER)
000310*    IS COUNTED AND NOTED AT THE BOTTOM OF THE REPORT RATHER
000320*    THAN GUESSED AT.
000322*
000324*    AN OPTIONAL PARM CARD LIMITS THE REPORT TO THE SUMMARIES
000326*    WHOSE CCYYMMDD RUN DATE FALLS IN A FROM/TO RANGE (COLUMNS
000328*    1-8 AND 10-17; EITHER LEFT BLANK IS OPEN-ENDED).  WITH NO
000329*    CARD THE WHOLE PORTFOLIO IS SUMMARIZED, AS BEFORE.
000330*
000331*    A SEASON NUMBER ON THE CARD (COLUMNS 19-22) ALSO FREEZES THE
000332*    SUMMARY: ONE SEASON-RESULTS "P" RECORD PER PROBLEM (SEE
000333*    SEASREC) GOES TO FRZOUT FOR THE SEASON CLOSE-OUT (SEASCLOS).
000334*    THE NIGHTLY RUN NAMES NO SEASON AND NEEDS NO FRZOUT.
000335*
000340*    MODIFICATION HISTORY.
000350*    DATE       INIT  DESCRIPTION
000360*    ---------  ----  ---------------------------------------
000372*    08/22/2026 RTS   FINAL ANSWER WIDENED TO THE EIGHTEEN-
000374*                     CHARACTER TYPED FIELD THE WIDENED
000376*                     PORTFREC SUMMARY RECORDS NOW CARRY.
000377*    10/15/2026 RTS   RUN DATES ARE NOW CCYYMMDD.  NEW OPTIONAL
000378*                     PARMIN CARD LIMITS THE SUMMARY TO A FROM/TO
000379*                     RUN-DATE RANGE, SHOWN ON THE HEADING;
000380*                     SUMMARIES OUTSIDE IT ARE COUNTED ON THE
000381*                     TOTALS.  DATE FIRST SOLVED IS NOW THE
000382*                     EARLIEST RUN DATE RATHER THAN THE FIRST IN
000383*                     FILE ORDER.
000384*    10/15/2026 RTS   EACH PROBLEM'S TITLE FROM THE NEW PROBLEM
000385*                     CATALOGUE (THROUGH PRBLOOK) NOW PRINTS
000386*                     BESIDE ITS NUMBER; THE RECON HEADING IS
000387*                     SHORTENED TO MAKE ROOM.
000388*    10/15/2026 RTS   THE PORTFOLIO'S LAYOUT HEADER RECORD IS
000389*                     PASSED OVER INSTEAD OF BEING COUNTED AS AN
000390*                     UNTAGGED LEGACY RECORD.
000391*    10/15/2026 RTS   A SEASON NUMBER IN COLUMNS 19-22 OF THE
000392*                     CARD WRITES THE FINAL SUMMARY TO FRZOUT
000393*                     (SEASREC) FOR THE SEASON CLOSE-OUT.
000394*----------------------------------------------------------------
000395 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000442     SELECT OPTIONAL PARM-FILE ASSIGN TO PARMIN
000444         ORGANIZATION IS LINE SEQUENTIAL
000446         FILE STATUS IS PARM-FILE-STATUS.
000450     SELECT PORTFOLIO-FILE ASSIGN TO PORTIN
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PORT-FILE-STATUS.
000480     SELECT PORTSUM-RPT-FILE ASSIGN TO RPTOUT
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS RPT-FILE-STATUS.
000502     SELECT FREEZE-FILE ASSIGN TO FRZOUT
000504         ORGANIZATION IS LINE SEQUENTIAL
000506         FILE STATUS IS FREEZE-FILE-STATUS.
000510*----------------------------------------------------------------
000520 DATA DIVISION.
000530 FILE SECTION.
000531 FD  PARM-FILE.
000532 01  PARM-REC.
000533     05  PM-FROM-DATE        PIC X(08).
000534     05  FILLER              PIC X(01).
000535     05  PM-TO-DATE          PIC X(08).
000537     05  FILLER              PIC X(01).
000539     05  PM-SEASON           PIC X(04).
000541     05  PM-SEASON-NUM REDEFINES PM-SEASON
000543                             PIC 9(04).
000545     05  FILLER              PIC X(58).
000547 FD  PORTFOLIO-FILE.
000550 COPY PORTFREC.
000560 FD  PORTSUM-RPT-FILE.
000570 01  PORTSUM-RPT-REC         PIC X(80).
000572 FD  FREEZE-FILE.
000574 COPY SEASREC.
000580*----------------------------------------------------------------
000590 WORKING-STORAGE SECTION.
000595 01  PARM-FILE-STATUS        PIC XX.
000600 01  PORT-FILE-STATUS        PIC XX.
000610 01  RPT-FILE-STATUS         PIC XX.
000611 01  FREEZE-FILE-STATUS      PIC XX.
000612 01  FREEZE-SW               PIC X       VALUE "N".
000613     88  FREEZE-REQUESTED                VALUE "Y".
000614 01  FREEZE-SEASON           PIC 9(04)   VALUE 0.
000615 01  FREEZE-COUNT            PIC 9(03)   VALUE 0.
000620 01  PORT-EOF-SW             PIC X       VALUE "N".
000630     88  PORT-EOF                        VALUE "Y".
000631 01  PARM-EOF-SW             PIC X       VALUE "N".
000632     88  PARM-EOF                        VALUE "Y".
000633 01  RANGE-FROM-DATE         PIC X(08)   VALUE SPACES.
000634 01  RANGE-TO-DATE           PIC X(08)   VALUE HIGH-VALUES.
000635 01  OUT-OF-RANGE-COUNT      PIC 9(07)   VALUE 0.
000637 01  CATALOGUE-DOWN-SW       PIC X       VALUE "N".
000639     88  CATALOGUE-DOWN                  VALUE "Y".
000641 01  LOOKUP-PROBLEM-NO       PIC 9(04).
000643 01  LOOKUP-RETURN-CODE      PIC 99.
000645 COPY PROBREC.
000647 01  SU-TABLE-MAX            PIC 9(03)   VALUE 100.
000650 01  SU-COUNT                PIC 9(03)   VALUE 0.
000660 01  SU-IDX                  PIC 9(03).
000670 01  SU-FOUND-SW             PIC X.
000760 01  LEGACY-REC-COUNT        PIC 9(07)   VALUE 0.
000770 01  SUMMARY-REC-COUNT       PIC 9(07)   VALUE 0.
000780 01  RPT-TODAY.
000790     05  RPT-TODAY-CCYY      PIC 9(04).
000800     05  RPT-TODAY-MM        PIC 99.
000810     05  RPT-TODAY-DD        PIC 99.
000820 01  RPT-HDR1-LINE.
000860 01  RPT-HDR2-LINE.
000870     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
000880     05  RH-RUN-DATE         PIC X(08).
000890     05  FILLER              PIC X(05)   VALUE SPACES.
000891     05  FILLER              PIC X(07)   VALUE "RANGE: ".
000892     05  RH-FROM-DATE        PIC X(08).
000893     05  FILLER              PIC X(06)   VALUE " THRU ".
000894     05  RH-TO-DATE          PIC X(08).
000895     05  FILLER              PIC X(28)   VALUE SPACES.
000900 01  RPT-HDR3-LINE.
000910     05  FILLER              PIC X(06)   VALUE "PROB".
000915     05  FILLER              PIC X(24)   VALUE "TITLE".
000920     05  FILLER              PIC X(20)   VALUE "FINAL ANSWER".
000930     05  FILLER              PIC X(14)   VALUE "FIRST SOLVED".
000940     05  FILLER              PIC X(07)   VALUE "RUNS".
000950     05  FILLER              PIC X(09)   VALUE "RECON".
000970 01  RPT-DETAIL-LINE.
000980     05  RD-PROBLEM-NO       PIC ZZZ9.
000990     05  FILLER              PIC X(02)   VALUE SPACES.
000992     05  RD-TITLE            PIC X(22).
000994     05  FILLER              PIC X(02)   VALUE SPACES.
001000     05  RD-FINAL-ANSWER     PIC X(18).
001010     05  FILLER              PIC X(02)   VALUE SPACES.
001020     05  RD-FIRST-DATE       PIC X(08).
001040     05  RD-RUN-COUNT        PIC ZZZZ9.
001050     05  FILLER              PIC X(02)   VALUE SPACES.
001060     05  RD-RECON-STATUS     PIC X(08).
001070     05  FILLER              PIC X(01)   VALUE SPACES.
001080 01  RPT-TOTAL-LINE.
001090     05  FILLER              PIC X(22)
001100         VALUE "PROBLEMS IN PORTFOLIO:".
001170     05  FILLER              PIC X(01)   VALUE SPACES.
001180     05  RT-LEGACY-COUNT     PIC ZZZZZZ9.
001190     05  FILLER              PIC X(39)   VALUE SPACES.
001192 01  RPT-RANGE-LINE.
001194     05  FILLER              PIC X(33)
001196         VALUE "SUMMARIES OUTSIDE THE DATE RANGE:".
001197     05  FILLER              PIC X(01)   VALUE SPACES.
001198     05  RT-RANGE-COUNT      PIC ZZZZZZ9.
001199     05  FILLER              PIC X(39)   VALUE SPACES.
001200*----------------------------------------------------------------
001210 PROCEDURE DIVISION.
001220 0000-MAINLINE SECTION.
001230 0000-START.
001232     OPEN INPUT PARM-FILE.
001233     IF PARM-FILE-STATUS NOT = "00"
001234        AND PARM-FILE-STATUS NOT = "05"
001235         DISPLAY "PORTSUM: PARM-FILE OPEN FAILED, STATUS "
001236                 PARM-FILE-STATUS
001237         MOVE 16 TO RETURN-CODE
001238         STOP RUN
001239     END-IF.
001240     PERFORM 0100-READ-PARAMETERS THRU 0100-EXIT.
001241     CLOSE PARM-FILE.
001242
001243     OPEN INPUT PORTFOLIO-FILE.
001250     IF PORT-FILE-STATUS NOT = "00"
001260         DISPLAY "PORTSUM: PORTFOLIO-FILE OPEN FAILED, STATUS "
001270                 PORT-FILE-STATUS
001360         CLOSE PORTFOLIO-FILE
001370         STOP RUN
001380     END-IF.
001381     IF FREEZE-REQUESTED
001382         OPEN OUTPUT FREEZE-FILE
001383         IF FREEZE-FILE-STATUS NOT = "00"
001384             DISPLAY "PORTSUM: FREEZE-FILE OPEN FAILED, STATUS "
001385                     FREEZE-FILE-STATUS
001386             MOVE "N" TO FREEZE-SW
001387             GO TO 9999-ABEND
001388         END-IF
001389     END-IF.
001390     PERFORM 0200-WRITE-REPORT-HEADING THRU 0200-EXIT.
001400
001410     PERFORM 1000-PROCESS-PORTFOLIO THRU 1000-EXIT
001460
001470     CLOSE PORTFOLIO-FILE.
001480     CLOSE PORTSUM-RPT-FILE.
001481     IF FREEZE-REQUESTED
001482         CLOSE FREEZE-FILE
001483         DISPLAY "PORTSUM: " FREEZE-COUNT
001484                 " PROBLEM SUMMARIES FROZEN FOR SEASON "
001485                 FREEZE-SEASON
001486     END-IF.
001490 0000-MAINLINE-EXIT.
001500     STOP RUN.
001502*----------------------------------------------------------------
001504*    0100-READ-PARAMETERS READS THE ONE OPTIONAL PARAMETER CARD:
001506*    A FROM/TO RUN-DATE RANGE.  A MISSING OR BLANK CARD, OR A
001508*    BLANK DATE ON IT, LEAVES THAT END OF THE RANGE OPEN.  A
001510*    DATE THAT IS NOT CCYYMMDD, OR A FROM DATE AFTER THE TO
001512*    DATE, STOPS THE STEP BEFORE ANYTHING IS PRINTED.  A SEASON
001513*    NUMBER, WHEN PRESENT, MUST BE FOUR DIGITS; IT ASKS FOR THE
001514*    FREEZE EXTRACT.
001515*----------------------------------------------------------------
001516 0100-READ-PARAMETERS.
001518     READ PARM-FILE
001520         AT END
001522             SET PARM-EOF TO TRUE
001524             GO TO 0100-EXIT
001526     END-READ.
001528     IF PARM-REC = SPACES
001530         GO TO 0100-EXIT
001532     END-IF.
001534     IF PM-FROM-DATE NOT = SPACES
001536         IF PM-FROM-DATE NOT NUMERIC
001538             DISPLAY "PORTSUM: PARM FROM DATE NOT CCYYMMDD: "
001540                     PM-FROM-DATE
001542             MOVE 16 TO RETURN-CODE
001544             CLOSE PARM-FILE
001546             STOP RUN
001548         END-IF
001550         MOVE PM-FROM-DATE TO RANGE-FROM-DATE
001552     END-IF.
001554     IF PM-TO-DATE NOT = SPACES
001556         IF PM-TO-DATE NOT NUMERIC
001558             DISPLAY "PORTSUM: PARM TO DATE NOT CCYYMMDD: "
001560                     PM-TO-DATE
001562             MOVE 16 TO RETURN-CODE
001564             CLOSE PARM-FILE
001566             STOP RUN
001568         END-IF
001570         MOVE PM-TO-DATE TO RANGE-TO-DATE
001572     END-IF.
001573     IF PM-SEASON NOT = SPACES
001574         IF PM-SEASON NOT NUMERIC
001575             DISPLAY "PORTSUM: PARM SEASON NOT FOUR DIGITS: "
001576                     PM-SEASON
001577             MOVE 16 TO RETURN-CODE
001578             CLOSE PARM-FILE
001579             STOP RUN
001580         END-IF
001581         SET FREEZE-REQUESTED TO TRUE
001582         MOVE PM-SEASON-NUM TO FREEZE-SEASON
001583     END-IF.
001584     IF RANGE-FROM-DATE > RANGE-TO-DATE
001585         DISPLAY "PORTSUM: PARM FROM DATE " RANGE-FROM-DATE
001586                 " IS AFTER TO DATE " RANGE-TO-DATE
001587         MOVE 16 TO RETURN-CODE
001588         CLOSE PARM-FILE
001589         STOP RUN
001590     END-IF.
001591 0100-EXIT.
001592     EXIT.
001593*----------------------------------------------------------------
001594*    0200-WRITE-REPORT-HEADING WRITES THE PAGE HEADING AND
001595*    COLUMN HEADINGS, ANCHORED BY TODAY'S RUN DATE AND THE DATE
001596*    RANGE IN FORCE.
001597*----------------------------------------------------------------
001598 0200-WRITE-REPORT-HEADING.
001599     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
001600     MOVE RPT-TODAY TO RH-RUN-DATE.
001601     PERFORM 0250-FORMAT-DATE-RANGE THRU 0250-EXIT.
001602
001610     WRITE PORTSUM-RPT-REC FROM RPT-HDR1-LINE.
001620     WRITE PORTSUM-RPT-REC FROM RPT-HDR2-LINE.
001630     WRITE PORTSUM-RPT-REC FROM RPT-HDR3-LINE.
001640 0200-EXIT.
001650     EXIT.
001651*----------------------------------------------------------------
001652*    0250-FORMAT-DATE-RANGE SHOWS THE RANGE IN FORCE ON THE
001653*    HEADING, WITH AN OPEN END SHOWN AS "EARLIEST" OR "LATEST".
001654*----------------------------------------------------------------
001655 0250-FORMAT-DATE-RANGE.
001656     IF RANGE-FROM-DATE = SPACES
001657         MOVE "EARLIEST" TO RH-FROM-DATE
001658     ELSE
001659         MOVE RANGE-FROM-DATE TO RH-FROM-DATE
001660     END-IF.
001661     IF RANGE-TO-DATE = HIGH-VALUES
001662         MOVE "LATEST" TO RH-TO-DATE
001663     ELSE
001664         MOVE RANGE-TO-DATE TO RH-TO-DATE
001665     END-IF.
001666 0250-EXIT.
001667     EXIT.
001668*----------------------------------------------------------------
001670*    0300-WRITE-REPORT-TOTAL CLOSES THE REPORT WITH THE PROBLEM
001680*    COUNT, PLUS A NOTE OF ANY BARE PRE-TAGGING ROLLUP RECORDS
001690*    THAT COULD NOT BE CREDITED TO A PROBLEM.
001750         MOVE LEGACY-REC-COUNT TO RT-LEGACY-COUNT
001760         WRITE PORTSUM-RPT-REC FROM RPT-LEGACY-LINE
001770     END-IF.
001772     IF OUT-OF-RANGE-COUNT > 0
001774         MOVE OUT-OF-RANGE-COUNT TO RT-RANGE-COUNT
001776         WRITE PORTSUM-RPT-REC FROM RPT-RANGE-LINE
001778     END-IF.
001780 0300-EXIT.
001790     EXIT.
001800*----------------------------------------------------------------
001810*    1000-PROCESS-PORTFOLIO READS THE NEXT PORTFOLIO RECORD AND
001820*    ROUTES IT: TYPE "S" SUMMARIES FEED THE PER-PROBLEM TABLE,
001830*    TYPE "D" DETAILS ARE PASSED OVER, ANYTHING ELSE IS A BARE
001840*    PRE-TAGGING RECORD AND IS ONLY COUNTED.  THE LAYOUT
001845*    HEADER RECORD (SEE PORTFREC) IS PASSED OVER UNCOUNTED.
001850*----------------------------------------------------------------
001860 1000-PROCESS-PORTFOLIO.
001870     READ PORTFOLIO-FILE
001890             SET PORT-EOF TO TRUE
001900             GO TO 1000-EXIT
001910     END-READ.
001912     IF PF-HDR-PRESENT
001914         GO TO 1000-EXIT
001916     END-IF.
001920
001930     IF PF-SUMMARY-REC
001932         IF PF-RUN-DATE < RANGE-FROM-DATE
001934            OR PF-RUN-DATE > RANGE-TO-DATE
001936             ADD 1 TO OUT-OF-RANGE-COUNT
001938             GO TO 1000-EXIT
001939         END-IF
001940         PERFORM 1100-POST-SUMMARY THRU 1100-EXIT
001950     ELSE
001960         IF NOT PF-DETAIL-REC
002020*----------------------------------------------------------------
002030*    1100-POST-SUMMARY CREDITS ONE TYPE "S" RECORD TO ITS
002040*    PROBLEM'S TABLE ENTRY, CREATING THE ENTRY ON THE PROBLEM'S
002050*    FIRST APPEARANCE.  THE EARLIEST CCYYMMDD RUN DATE SEEN IS
002060*    THE DATE FIRST SOLVED; THE PORTFOLIO IS APPENDED TO IN
002070*    RUN-DATE ORDER, SO THE LAST SUMMARY SEEN CARRIES THE LATEST
002080*    ANSWER AND RECONCILIATION STATUS.
002090*----------------------------------------------------------------
002100 1100-POST-SUMMARY.
002110     ADD 1 TO SUMMARY-REC-COUNT.
002280     END-IF.
002290
002300     ADD 1 TO SU-RUN-COUNT (SU-IDX).
002305     IF PF-RUN-DATE < SU-FIRST-DATE (SU-IDX)
002306         MOVE PF-RUN-DATE TO SU-FIRST-DATE (SU-IDX)
002307     END-IF.
002310     MOVE PS-FINAL-ANSWER TO SU-FINAL-ANSWER (SU-IDX).
002320     MOVE PS-RECON-STATUS TO SU-RECON-STATUS (SU-IDX).
002330 1100-EXIT.
002580         UNTIL SU-IDX > SU-COUNT.
002590 2000-EXIT.
002600     EXIT.
002602*----------------------------------------------------------------
002604*    2100-WRITE-ONE-PROBLEM PRINTS THE LINE FOR THE TABLE ENTRY AT
002606*    SU-IDX.  ON A FREEZE RUN THE SAME ENTRY IS ALSO WRITTEN TO
002608*    FRZOUT (2200).
002610*----------------------------------------------------------------
002612 2100-WRITE-ONE-PROBLEM.
002630     MOVE SU-PROBLEM-NO (SU-IDX) TO RD-PROBLEM-NO.
002635     PERFORM 2150-LOOKUP-TITLE THRU 2150-EXIT.
002640     MOVE SU-FINAL-ANSWER (SU-IDX) TO RD-FINAL-ANSWER.
002650     MOVE SU-FIRST-DATE (SU-IDX) TO RD-FIRST-DATE.
002660     MOVE SU-RUN-COUNT (SU-IDX) TO RD-RUN-COUNT.
002670     MOVE SU-RECON-STATUS (SU-IDX) TO RD-RECON-STATUS.
002680     WRITE PORTSUM-RPT-REC FROM RPT-DETAIL-LINE.
002682     IF FREEZE-REQUESTED
002684         PERFORM 2200-WRITE-FREEZE THRU 2200-EXIT
002686     END-IF.
002690 2100-EXIT.
002700     EXIT.
002701*----------------------------------------------------------------
002702*    2150-LOOKUP-TITLE FETCHES THE PROBLEM'S TITLE FROM THE
002703*    CATALOGUE.  A PROBLEM WITH NO ENTRY PRINTS AS NOT
002704*    CATALOGUED.  IF THE CATALOGUE CANNOT BE READ THE TITLES ARE
002705*    LEFT BLANK FOR THE REST OF THE REPORT -- THE SUMMARY ITSELF
002706*    DOES NOT DEPEND ON THEM.
002707*----------------------------------------------------------------
002708 2150-LOOKUP-TITLE.
002709     MOVE SPACES TO RD-TITLE.
002710     IF CATALOGUE-DOWN
002711         GO TO 2150-EXIT
002712     END-IF.
002713     MOVE SU-PROBLEM-NO (SU-IDX) TO LOOKUP-PROBLEM-NO.
002714     CALL "PRBLOOK" USING LOOKUP-PROBLEM-NO, LOOKUP-RETURN-CODE,
002715         PROBLEM-MASTER-REC.
002716     IF LOOKUP-RETURN-CODE = 0
002717         MOVE PB-TITLE TO RD-TITLE
002718         GO TO 2150-EXIT
002719     END-IF.
002720     IF LOOKUP-RETURN-CODE = 4
002721         MOVE "** NOT CATALOGUED **" TO RD-TITLE
002722         GO TO 2150-EXIT
002723     END-IF.
002724     SET CATALOGUE-DOWN TO TRUE.
002725     DISPLAY "PORTSUM: PROBLEM CATALOGUE NOT AVAILABLE, "
002726             "TITLES LEFT BLANK".
002727 2150-EXIT.
002728     EXIT.
002729*----------------------------------------------------------------
002730*    2200-WRITE-FREEZE WRITES THE TABLE ENTRY AT SU-IDX AS ONE
002731*    SEASON-RESULTS "P" RECORD.  THE KEY'S SOLVER, DATE, AND
002732*    VERIFIED STATUS AND THE LEAGUE'S VERDICT ARE LEFT BLANK FOR
002733*    SEASCLOS TO FILL IN.
002734*----------------------------------------------------------------
002735 2200-WRITE-FREEZE.
002736     MOVE SPACES TO SEASON-RESULT-REC.
002737     MOVE FREEZE-SEASON TO SN-SEASON.
002738     SET SN-PROBLEM-REC TO TRUE.
002739     MOVE SU-PROBLEM-NO (SU-IDX) TO LOOKUP-PROBLEM-NO.
002740     MOVE LOOKUP-PROBLEM-NO TO SN-ITEM.
002741     MOVE SU-FINAL-ANSWER (SU-IDX) TO SP-FINAL-ANSWER.
002742     MOVE SU-FIRST-DATE (SU-IDX) TO SP-FIRST-RUN-DATE.
002743     MOVE SU-RUN-COUNT (SU-IDX) TO SP-RUN-COUNT.
002744     MOVE SU-RECON-STATUS (SU-IDX) TO SP-RECON-STATUS.
002745     WRITE SEASON-RESULT-REC.
002746     IF FREEZE-FILE-STATUS NOT = "00"
002747         DISPLAY "PORTSUM: FREEZE WRITE FAILED, STATUS "
002748                 FREEZE-FILE-STATUS
002749         GO TO 9999-ABEND
002750     END-IF.
002751     ADD 1 TO FREEZE-COUNT.
002752 2200-EXIT.
002753     EXIT.
002754*----------------------------------------------------------------
002755*    9999-ABEND IS THE COMMON ERROR EXIT: CLOSE WHAT IS OPEN AND
002756*    HAND A NONZERO RETURN-CODE BACK TO THE JCL STEP.
002757*----------------------------------------------------------------
002758 9999-ABEND.
002760     DISPLAY "PORTSUM: ABNORMAL TERMINATION".
002770     MOVE 16 TO RETURN-CODE.
002780     CLOSE PORTFOLIO-FILE.
002790     CLOSE PORTSUM-RPT-FILE.
002792     IF FREEZE-REQUESTED
002794         CLOSE FREEZE-FILE
002796     END-IF.
002800     STOP RUN.
