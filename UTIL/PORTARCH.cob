000210*
000220*    THE PORTFOLIO IS APPENDED TO IN RUN-DATE ORDER (THE SAME
000230*    ORDER PORTSUM AND LEAGEXT ALREADY RELY ON), SO "LATEST" IS
000240*    FILE ORDER FOR SUMMARIES; A PROBLEM'S LATEST DETAIL RUN
000250*    DATE IS THE HIGHEST CCYYMMDD RUN DATE ON ITS DETAILS.  THE
000260*    STEP READS THE PORTFOLIO TWICE: ONCE TO COUNT EACH
000270*    PROBLEM'S SUMMARIES AND FIND ITS LATEST DETAIL RUN DATE,
000280*    ONCE TO ROUTE EVERY RECORD.  THE REPORT PROVES NOTHING WAS
000290*    DROPPED: PER PROBLEM, BEFORE = KEPT + ARCHIVED, WITH A
000300*    TOTALS LINE.
000310*
000315*    RETAIN-COUNT (DEFAULT 5) COMES FROM THIS PROGRAM'S RECORD
000320*    ON THE CLUB CONTROL DATASET (CTLLOOK, SEE CTLREC); A ZERO
000325*    THERE LEAVES THE DEFAULT, SO THE LATEST SUMMARY ALWAYS
000330*    STAYS LIVE.  THE PARM CARD MAY CARRY A FROM/TO CCYYMMDD
000341*    RUN-DATE RANGE (COLUMNS 4-11 AND 13-20; EITHER LEFT BLANK
000342*    IS OPEN-ENDED).  ONLY RECORDS WHOSE RUN DATE FALLS IN THE
000343*    RANGE ARE CANDIDATES FOR THE ARCHIVE; RECORDS OUTSIDE IT
000344*    STAY LIVE WHATEVER THEIR AGE, AND ARE COUNTED ON THE
000345*    REPORT.
000350*
000360*    MODIFICATION HISTORY.
000370*    DATE       INIT  DESCRIPTION
000380*    ---------  ----  ---------------------------------------
000390*    09/02/2026 RTS   ORIGINAL VERSION.
000391*    10/15/2026 RTS   RUN DATES ARE NOW CCYYMMDD, SO A PROBLEM'S
000392*                     LATEST DETAIL RUN IS TAKEN AS ITS HIGHEST
000393*                     RUN DATE.  THE PARM CARD MAY CARRY A FROM/TO
000394*                     RUN-DATE RANGE; ONLY RECORDS IN THE RANGE
000395*                     ARE ARCHIVED.  A BLANK RETAIN COUNT ON A
000396*                     CARD LEAVES THE DEFAULT.
000397*    10/15/2026 RTS   RETAIN-COUNT NOW COMES FROM THIS PROGRAM'S
000398*                     RECORD ON THE CLUB CONTROL DATASET (CTLLOOK,
000399*                     SEE CTLREC; NEW CLUBCTL DD). THE PARM CARD
000400*                     NOW CARRIES ONLY THE RUN-DATE RANGE; ITS OLD
000401*                     RETAIN-COUNT COLUMNS ARE IGNORED.
000402*    10/15/2026 RTS   THE PORTFOLIO'S LAYOUT HEADER RECORD (SEE
000403*                     PORTFREC) NOW STAYS WITH THE LIVE COPY
000404*                     INSTEAD OF GOING TO THE ARCHIVE AS AN
000405*                     UNTAGGED LEGACY RECORD.
000406*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000640 FILE SECTION.
000650 FD  PARM-FILE.
000660 01  PARM-REC.
000670     05  FILLER              PIC X(02).
000680     05  FILLER              PIC X(01).
000682     05  PM-FROM-DATE        PIC X(08).
000684     05  FILLER              PIC X(01).
000686     05  PM-TO-DATE          PIC X(08).
000688     05  FILLER              PIC X(60).
000690 FD  PORTFOLIO-FILE.
000700 COPY PORTFREC.
000710 FD  NEW-PORT-FILE.
000860 01  PORT-EOF-SW             PIC X       VALUE "N".
000870     88  PORT-EOF                        VALUE "Y".
000880 01  RETAIN-COUNT            PIC 9(02)   VALUE 05.
000882 01  RANGE-FROM-DATE         PIC X(08)   VALUE SPACES.
000884 01  RANGE-TO-DATE           PIC X(08)   VALUE HIGH-VALUES.
000885 01  CONTROL-PROGRAM-ID      PIC X(08)   VALUE "PORTARCH".
000886 01  CONTROL-RETURN-CODE     PIC 99.
000887*
000888*    THE CLUB CONTROL RECORD CTLLOOK HANDS BACK.
000889*
000890 COPY CTLREC.
000891 01  OUT-OF-RANGE-COUNT      PIC 9(07)   VALUE 0.
000892 01  AR-TABLE-MAX            PIC 9(03)   VALUE 100.
000900 01  AR-COUNT                PIC 9(03)   VALUE 0.
000910 01  AR-IDX                  PIC 9(03).
000920 01  AR-FOUND-SW             PIC X.
001050 01  TOTAL-KEPT-COUNT        PIC 9(07)   VALUE 0.
001060 01  TOTAL-ARCH-COUNT        PIC 9(07)   VALUE 0.
001070 01  RPT-TODAY.
001080     05  RPT-TODAY-CCYY      PIC 9(04).
001090     05  RPT-TODAY-MM        PIC 99.
001100     05  RPT-TODAY-DD        PIC 99.
001110 01  RPT-HDR1-LINE.
001150 01  RPT-HDR2-LINE.
001160     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
001170     05  RH-RUN-DATE         PIC X(08).
001180     05  FILLER              PIC X(03)   VALUE SPACES.
001190     05  FILLER              PIC X(17)
001200         VALUE "RETAIN PER PROB: ".
001210     05  RH-RETAIN           PIC Z9.
001212     05  FILLER              PIC X(09)   VALUE "  RANGE: ".
001214     05  RH-FROM-DATE        PIC X(08).
001216     05  FILLER              PIC X(06)   VALUE " THRU ".
001218     05  RH-TO-DATE          PIC X(08).
001220     05  FILLER              PIC X(09)   VALUE SPACES.
001230 01  RPT-HDR3-LINE.
001240     05  FILLER              PIC X(09)   VALUE "PROBLEM".
001250     05  FILLER              PIC X(10)   VALUE "BEFORE".
001480         VALUE "UNTAGGED LEGACY RECORDS ARCHIVED:".
001490     05  RT-LEGACY-COUNT     PIC ZZZZZZ9.
001500     05  FILLER              PIC X(39)   VALUE SPACES.
001501 01  RPT-RANGE-LINE.
001502     05  FILLER              PIC X(34)
001503         VALUE "KEPT LIVE, OUTSIDE THE DATE RANGE:".
001504     05  RT-RANGE-COUNT      PIC ZZZZZZ9.
001505     05  FILLER              PIC X(39)   VALUE SPACES.
001510*----------------------------------------------------------------
001520 PROCEDURE DIVISION.
001530 0000-MAINLINE SECTION.
001540 0000-START.
001545     PERFORM 0110-READ-CONTROL THRU 0110-EXIT.
001550     OPEN INPUT PARM-FILE.
001560     IF PARM-FILE-STATUS NOT = "00"
001570        AND PARM-FILE-STATUS NOT = "05"
002210     STOP RUN.
002220*----------------------------------------------------------------
002230*    0100-READ-PARAMETERS READS THE ONE OPTIONAL PARAMETER CARD:
002240*    THE RUN-DATE RANGE ELIGIBLE FOR THE ARCHIVE.  MISSING OR
002250*    BLANK LEAVES AN OPEN RANGE.  A BAD DATE, OR FROM AFTER TO,
002260*    STOPS THE STEP.  COLUMNS 1-2, WHERE THE CARD ONCE CARRIED
002270*    THE RETAIN COUNT, ARE NO LONGER READ (SEE 0110).
002280*----------------------------------------------------------------
002290 0100-READ-PARAMETERS.
002300     READ PARM-FILE
002350     IF PARM-REC = SPACES
002360         GO TO 0100-EXIT
002370     END-IF.
002421     IF PM-FROM-DATE NOT = SPACES
002422         IF PM-FROM-DATE NOT NUMERIC
002423             DISPLAY "PORTARCH: PARM FROM DATE NOT CCYYMMDD: "
002424                     PM-FROM-DATE
002425             MOVE 16 TO RETURN-CODE
002426             CLOSE PARM-FILE
002427             STOP RUN
002428         END-IF
002429         MOVE PM-FROM-DATE TO RANGE-FROM-DATE
002430     END-IF.
002431     IF PM-TO-DATE NOT = SPACES
002432         IF PM-TO-DATE NOT NUMERIC
002433             DISPLAY "PORTARCH: PARM TO DATE NOT CCYYMMDD: "
002434                     PM-TO-DATE
002435             MOVE 16 TO RETURN-CODE
002436             CLOSE PARM-FILE
002437             STOP RUN
002438         END-IF
002439         MOVE PM-TO-DATE TO RANGE-TO-DATE
002440     END-IF.
002441     IF RANGE-FROM-DATE > RANGE-TO-DATE
002442         DISPLAY "PORTARCH: PARM FROM DATE " RANGE-FROM-DATE
002443                 " IS AFTER TO DATE " RANGE-TO-DATE
002444         MOVE 16 TO RETURN-CODE
002445         CLOSE PARM-FILE
002446         STOP RUN
002447     END-IF.
002448 0100-EXIT.
002449     EXIT.
002450*----------------------------------------------------------------
002451*    0110-READ-CONTROL FETCHES THIS PROGRAM'S RECORD FROM THE
002452*    CLUB CONTROL DATASET FOR THE NUMBER OF LATEST RUN SUMMARIES
002453*    TO KEEP LIVE PER PROBLEM.  NO RECORD, A RECORD NOT YET
002454*    EFFECTIVE, OR A ZERO CT-RETAIN-COUNT LEAVES THE DEFAULT OF
002455*    5 -- NEVER ZERO, SINCE PORTSUM AND LEAGEXT JUDGE EVERY
002456*    PROBLEM BY ITS LATEST SUMMARY.  A CONTROL DATASET THAT
002457*    CANNOT BE READ STOPS THE STEP BEFORE ANYTHING IS SPLIT.
002458*----------------------------------------------------------------
002459 0110-READ-CONTROL.
002460     CALL "CTLLOOK" USING CONTROL-PROGRAM-ID, CONTROL-RETURN-CODE,
002461         CLUB-CONTROL-REC.
002462     IF CONTROL-RETURN-CODE = 4
002463         DISPLAY "PORTARCH: NO CONTROL RECORD, DEFAULTS STAND"
002464         GO TO 0110-EXIT
002465     END-IF.
002466     IF CONTROL-RETURN-CODE = 8
002467         DISPLAY "PORTARCH: CONTROL RECORD NOT EFFECTIVE UNTIL "
002468                 CT-EFFECTIVE-DATE ", DEFAULTS STAND"
002469         GO TO 0110-EXIT
002470     END-IF.
002471     IF CONTROL-RETURN-CODE NOT = 0
002472         DISPLAY "PORTARCH: CONTROL DATASET NOT AVAILABLE, RC "
002473                 CONTROL-RETURN-CODE
002474         MOVE 16 TO RETURN-CODE
002475         STOP RUN
002476     END-IF.
002477     IF CT-RETAIN-COUNT NOT = 0
002478         MOVE CT-RETAIN-COUNT TO RETAIN-COUNT
002479     END-IF.
002480 0110-EXIT.
002481     EXIT.
002482*----------------------------------------------------------------
002483*    0200-WRITE-REPORT-HEADING WRITES THE PAGE AND COLUMN
002484*    HEADINGS, ANCHORED BY TODAY'S RUN DATE AND THE RETAIN
002485*    COUNT AND DATE RANGE IN FORCE.
002490*----------------------------------------------------------------
002500 0200-WRITE-REPORT-HEADING.
002510     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
002520     MOVE RPT-TODAY TO RH-RUN-DATE.
002550     MOVE RETAIN-COUNT TO RH-RETAIN.
002555     PERFORM 0250-FORMAT-DATE-RANGE THRU 0250-EXIT.
002560     WRITE ARCH-RPT-REC FROM RPT-HDR1-LINE.
002570     WRITE ARCH-RPT-REC FROM RPT-HDR2-LINE.
002580     WRITE ARCH-RPT-REC FROM RPT-HDR3-LINE.
002590 0200-EXIT.
002600     EXIT.
002601*----------------------------------------------------------------
002602*    0250-FORMAT-DATE-RANGE SHOWS THE RANGE IN FORCE ON THE
002603*    HEADING, WITH AN OPEN END SHOWN AS "EARLIEST" OR "LATEST".
002604*----------------------------------------------------------------
002605 0250-FORMAT-DATE-RANGE.
002606     IF RANGE-FROM-DATE = SPACES
002607         MOVE "EARLIEST" TO RH-FROM-DATE
002608     ELSE
002609         MOVE RANGE-FROM-DATE TO RH-FROM-DATE
002610     END-IF.
002611     IF RANGE-TO-DATE = HIGH-VALUES
002612         MOVE "LATEST" TO RH-TO-DATE
002613     ELSE
002614         MOVE RANGE-TO-DATE TO RH-TO-DATE
002615     END-IF.
002616 0250-EXIT.
002617     EXIT.
002618*----------------------------------------------------------------
002620*    0300-WRITE-REPORT-BODY PRINTS THE PER-PROBLEM BEFORE/KEPT/
002630*    ARCHIVED COUNTS AND THE TOTALS LINE THAT PROVES NOTHING WAS
002640*    DROPPED, PLUS THE COUNT OF UNTAGGED LEGACY RECORDS MOVED TO
002650*    THE ARCHIVE AND OF RECORDS KEPT FOR FALLING OUTSIDE THE
002655*    DATE RANGE.
002660*----------------------------------------------------------------
002670 0300-WRITE-REPORT-BODY.
002680     PERFORM 0350-WRITE-ONE-PROBLEM THRU 0350-EXIT
002760         MOVE LEGACY-ARCH-COUNT TO RT-LEGACY-COUNT
002770         WRITE ARCH-RPT-REC FROM RPT-LEGACY-LINE
002780     END-IF.
002782     IF OUT-OF-RANGE-COUNT > 0
002784         MOVE OUT-OF-RANGE-COUNT TO RT-RANGE-COUNT
002786         WRITE ARCH-RPT-REC FROM RPT-RANGE-LINE
002788     END-IF.
002790 0300-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------
002930*----------------------------------------------------------------
002940*    1000-SCAN-ONE-RECORD (FIRST PASS) COUNTS ONE RECORD INTO
002950*    ITS PROBLEM'S TABLE ENTRY: TOTAL SUMMARIES, AND THE RUN
002960*    DATE OF THE LATEST DETAIL SEEN SO FAR (THE HIGHEST
002970*    CCYYMMDD).  LEGACY RECORDS ARE LEFT FOR PASS TWO.
002980*----------------------------------------------------------------
002990 1000-SCAN-ONE-RECORD.
003000     READ PORTFOLIO-FILE
003090     IF PF-SUMMARY-REC
003100         ADD 1 TO AR-SUMM-COUNT (AR-IDX)
003110     ELSE
003120         IF PF-RUN-DATE > AR-LAST-DET-DATE (AR-IDX)
003122             MOVE PF-RUN-DATE TO AR-LAST-DET-DATE (AR-IDX)
003124         END-IF
003130     END-IF.
003140 1000-EXIT.
003150     EXIT.
003550*    THE LIVE COPY OR THE ARCHIVE.  A SUMMARY STAYS LIVE WHEN IT
003560*    IS AMONG ITS PROBLEM'S LAST RETAIN-COUNT SUMMARIES IN FILE
003570*    ORDER; A DETAIL STAYS LIVE WHEN IT CARRIES ITS PROBLEM'S
003580*    LATEST DETAIL RUN DATE; A RECORD OUTSIDE THE DATE RANGE
003585*    STAYS LIVE REGARDLESS; EVERYTHING ELSE -- INCLUDING EVERY
003590*    UNTAGGED LEGACY RECORD -- GOES TO THE ARCHIVE.  THE LAYOUT
003592*    HEADER RECORD STAYS WITH THE LIVE COPY, AS READ: THE
003594*    RECORDS BEHIND IT ARE COPIED UNCHANGED, SO IT STILL
003596*    DESCRIBES THEM.  THE ARCHIVE IS APPENDED TO EVERY RUN AND
003598*    CARRIES NO HEADER.
003600*----------------------------------------------------------------
003610 2000-ROUTE-ONE-RECORD.
003620     READ PORTFOLIO-FILE
003640             SET PORT-EOF TO TRUE
003650             GO TO 2000-EXIT
003660     END-READ.
003662     IF PF-HDR-PRESENT
003664         WRITE NEW-PORT-REC FROM PORTFOLIO-HDR-REC
003666         GO TO 2000-EXIT
003668     END-IF.
003670     IF NOT PF-DETAIL-REC AND NOT PF-SUMMARY-REC
003680         ADD 1 TO LEGACY-ARCH-COUNT
003690         WRITE ARCHIVE-REC FROM PORTFOLIO-REC
003710     END-IF.
003720     PERFORM 1500-FIND-PROBLEM-ENTRY THRU 1500-EXIT.
003730     ADD 1 TO AR-BEFORE-COUNT (AR-IDX).
003731     IF PF-SUMMARY-REC
003732         ADD 1 TO AR-SUMM-SEEN (AR-IDX)
003733     END-IF.
003734     IF PF-RUN-DATE < RANGE-FROM-DATE
003735        OR PF-RUN-DATE > RANGE-TO-DATE
003736         ADD 1 TO OUT-OF-RANGE-COUNT
003737         PERFORM 2100-KEEP-LIVE THRU 2100-EXIT
003738         GO TO 2000-EXIT
003739     END-IF.
003740     IF PF-SUMMARY-REC
003760         IF AR-SUMM-SEEN (AR-IDX) + RETAIN-COUNT
003770                 > AR-SUMM-COUNT (AR-IDX)
003780             PERFORM 2100-KEEP-LIVE THRU 2100-EXIT
