000300*    RUNS PER PROGRAM, AND NO RUN IS JUDGED UNTIL AT LEAST
000310*    THREE PRIOR RUNS ARE IN THE WINDOW -- A BRAND-NEW WEEKLY
000320*    PROGRAM GETS A FEW NIGHTS OF GRACE BEFORE THE FLAGS APPLY.
000321*
000322*    THE THRESHOLD (DEFAULT 25 PERCENT) COMES FROM THIS
000323*    PROGRAM'S RECORD ON THE CLUB CONTROL DATASET (CTLLOOK, SEE
000324*    CTLREC).  THE PARM CARD MAY CARRY A FROM/TO CCYYMMDD RUN-DATE
000325*    RANGE (COLUMNS 5-12 AND 14-21; EITHER LEFT BLANK IS
000326*    OPEN-ENDED).  ONLY RUNS IN THE RANGE ARE REPORTED AND
000327*    FLAGGED; RUNS BEFORE IT STILL FILL THE ROLLING WINDOWS SO
000328*    THE FIRST RUNS IN THE RANGE ARE JUDGED AGAINST THEIR REAL
000329*    PREDECESSORS, AND RUNS AFTER IT ARE PASSED OVER.
000330*
000340*    MODIFICATION HISTORY.
000350*    DATE       INIT  DESCRIPTION
000360*    ---------  ----  ---------------------------------------
000370*    08/22/2026 RTS   ORIGINAL VERSION.
000371*    10/15/2026 RTS   RUN DATES ARE NOW CCYYMMDD.  THE PARM CARD
000372*                     MAY CARRY A FROM/TO RUN-DATE RANGE; RUNS
000373*                     BEFORE IT ONLY PRIME THE ROLLING WINDOWS,
000374*                     RUNS AFTER IT ARE PASSED OVER, AND BOTH ARE
000375*                     COUNTED ON THE TOTALS LINE.  A BLANK
000376*                     THRESHOLD ON A CARD NOW LEAVES THE DEFAULT.
000377*    10/15/2026 RTS   THE FLAGGING THRESHOLD NOW COMES FROM THIS
000378*                     PROGRAM'S RECORD ON THE CLUB CONTROL DATASET
000379*                     (CTLLOOK, SEE CTLREC; NEW CLUBCTL DD). THE
000380*                     PARM CARD NOW CARRIES ONLY THE RUN-DATE
000381*                     RANGE; ITS OLD THRESHOLD COLUMNS ARE
000382*                     IGNORED.
000383*    10/15/2026 RTS   THE RUN-HISTORY DATASET'S LAYOUT HEADER
000384*                     RECORD (SEE RUNHREC) IS SKIPPED, AND NOT
000385*                     COUNTED AS A HISTORY RECORD.
000386*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000560 FILE SECTION.
000570 FD  PARM-FILE.
000580 01  PARM-REC.
000590     05  FILLER              PIC X(03).
000600     05  FILLER              PIC X(01).
000602     05  PM-FROM-DATE        PIC X(08).
000604     05  FILLER              PIC X(01).
000606     05  PM-TO-DATE          PIC X(08).
000608     05  FILLER              PIC X(59).
000610 FD  HISTORY-FILE.
000620 COPY RUNHREC.
000630 FD  TREND-RPT-FILE.
000740 01  THRESHOLD-PCT           PIC 9(03)   VALUE 25.
000750 01  MIN-PRIOR-RUNS          PIC 9(02)   VALUE 3.
000760 01  WINDOW-SIZE             PIC 9(02)   VALUE 10.
000762 01  RANGE-FROM-DATE         PIC X(08)   VALUE SPACES.
000764 01  RANGE-TO-DATE           PIC X(08)   VALUE HIGH-VALUES.
000766 01  OUT-OF-RANGE-COUNT      PIC 9(07)   VALUE 0.
000767 01  CONTROL-PROGRAM-ID      PIC X(08)   VALUE "RUNTREND".
000768 01  CONTROL-RETURN-CODE     PIC 99.
000769*
000770*    THE CLUB CONTROL RECORD CTLLOOK HANDS BACK.
000771*
000772 COPY CTLREC.
000773 01  TR-TABLE-MAX            PIC 9(03)   VALUE 20.
000780 01  TR-COUNT                PIC 9(03)   VALUE 0.
000790 01  TR-IDX                  PIC 9(03).
000800 01  TR-SLOT-IDX             PIC 9(02).
001020 01  HIST-REC-COUNT          PIC 9(07)   VALUE 0.
001030 01  FLAGGED-RUN-COUNT       PIC 9(07)   VALUE 0.
001040 01  RPT-TODAY.
001050     05  RPT-TODAY-CCYY      PIC 9(04).
001060     05  RPT-TODAY-MM        PIC 99.
001070     05  RPT-TODAY-DD        PIC 99.
001080 01  RPT-HDR1-LINE.
001120 01  RPT-HDR2-LINE.
001130     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
001140     05  RH-RUN-DATE         PIC X(08).
001150     05  FILLER              PIC X(03)   VALUE SPACES.
001160     05  FILLER              PIC X(11)   VALUE "THRESHOLD: ".
001170     05  RH-THRESHOLD        PIC ZZ9.
001180     05  FILLER              PIC X(09)   VALUE " PERCENT".
001182     05  FILLER              PIC X(07)   VALUE "RANGE: ".
001184     05  RH-FROM-DATE        PIC X(08).
001186     05  FILLER              PIC X(06)   VALUE " THRU ".
001188     05  RH-TO-DATE          PIC X(08).
001190     05  FILLER              PIC X(07)   VALUE SPACES.
001200 01  RPT-HDR3-LINE.
001210     05  FILLER              PIC X(10)   VALUE "PROGRAM".
001220     05  FILLER              PIC X(10)   VALUE "DATE".
001570     05  FILLER              PIC X(03)   VALUE SPACES.
001580     05  FILLER              PIC X(14)   VALUE "RUNS FLAGGED:".
001590     05  RT-FLAGGED-COUNT    PIC ZZZZZZ9.
001600     05  FILLER              PIC X(03)   VALUE SPACES.
001602     05  FILLER              PIC X(14)   VALUE "OUT OF RANGE:".
001604     05  RT-RANGE-COUNT      PIC ZZZZZZ9.
001606     05  FILLER              PIC X(11)   VALUE SPACES.
001610*----------------------------------------------------------------
001620 PROCEDURE DIVISION.
001630 0000-MAINLINE SECTION.
001640 0000-START.
001645     PERFORM 0110-READ-CONTROL THRU 0110-EXIT.
001650     OPEN INPUT PARM-FILE.
001660     IF PARM-FILE-STATUS NOT = "00"
001670        AND PARM-FILE-STATUS NOT = "05"
002030 0000-MAINLINE-EXIT.
002040     STOP RUN.
002050*----------------------------------------------------------------
002055*    0100-READ-PARAMETERS READS THE ONE PARAMETER CARD THAT
002060*    LIMITS THIS RUN: THE RUN-DATE RANGE.  IF THE PARM FILE IS
002065*    EMPTY, MISSING, OR PRESENT BUT BLANK, EVERY RUN IS
002070*    REPORTED; A BLANK DATE ON A CARD LIKEWISE LEAVES ITS END OF
002075*    THE RANGE OPEN.  A DATE THAT IS NOT CCYYMMDD, OR A FROM
002080*    DATE AFTER THE TO DATE, STOPS THE STEP BEFORE ANYTHING IS
002085*    PRINTED.  COLUMNS 1-3, WHERE THE CARD ONCE CARRIED THE
002090*    THRESHOLD, ARE NO LONGER READ (SEE 0110).
002100*----------------------------------------------------------------
002110 0100-READ-PARAMETERS.
002120     READ PARM-FILE
002180     IF PARM-REC = SPACES
002190         GO TO 0100-EXIT
002200     END-IF.
002213     IF PM-FROM-DATE NOT = SPACES
002214         IF PM-FROM-DATE NOT NUMERIC
002215             DISPLAY "RUNTREND: PARM FROM DATE NOT CCYYMMDD: "
002216                     PM-FROM-DATE
002217             MOVE 16 TO RETURN-CODE
002218             CLOSE PARM-FILE
002219             STOP RUN
002220         END-IF
002221         MOVE PM-FROM-DATE TO RANGE-FROM-DATE
002222     END-IF.
002223     IF PM-TO-DATE NOT = SPACES
002224         IF PM-TO-DATE NOT NUMERIC
002225             DISPLAY "RUNTREND: PARM TO DATE NOT CCYYMMDD: "
002226                     PM-TO-DATE
002227             MOVE 16 TO RETURN-CODE
002228             CLOSE PARM-FILE
002229             STOP RUN
002230         END-IF
002231         MOVE PM-TO-DATE TO RANGE-TO-DATE
002232     END-IF.
002233     IF RANGE-FROM-DATE > RANGE-TO-DATE
002234         DISPLAY "RUNTREND: PARM FROM DATE " RANGE-FROM-DATE
002235                 " IS AFTER TO DATE " RANGE-TO-DATE
002236         MOVE 16 TO RETURN-CODE
002237         CLOSE PARM-FILE
002238         STOP RUN
002239     END-IF.
002240 0100-EXIT.
002241     EXIT.
002242*----------------------------------------------------------------
002243*    0110-READ-CONTROL FETCHES THIS PROGRAM'S RECORD FROM THE
002244*    CLUB CONTROL DATASET FOR THE FLAGGING THRESHOLD IN PERCENT.
002245*    NO RECORD, A RECORD NOT YET EFFECTIVE, OR A ZERO
002246*    CT-THRESHOLD-PCT LEAVES THE COMPILED-IN DEFAULT OF 25.  A
002247*    CONTROL DATASET THAT CANNOT BE READ STOPS THE STEP BEFORE
002248*    ANYTHING IS PRINTED.
002249*----------------------------------------------------------------
002250 0110-READ-CONTROL.
002251     CALL "CTLLOOK" USING CONTROL-PROGRAM-ID, CONTROL-RETURN-CODE,
002252         CLUB-CONTROL-REC.
002253     IF CONTROL-RETURN-CODE = 4
002254         DISPLAY "RUNTREND: NO CONTROL RECORD, DEFAULTS STAND"
002255         GO TO 0110-EXIT
002256     END-IF.
002257     IF CONTROL-RETURN-CODE = 8
002258         DISPLAY "RUNTREND: CONTROL RECORD NOT EFFECTIVE UNTIL "
002259                 CT-EFFECTIVE-DATE ", DEFAULTS STAND"
002260         GO TO 0110-EXIT
002261     END-IF.
002262     IF CONTROL-RETURN-CODE NOT = 0
002263         DISPLAY "RUNTREND: CONTROL DATASET NOT AVAILABLE, RC "
002264                 CONTROL-RETURN-CODE
002265         MOVE 16 TO RETURN-CODE
002266         STOP RUN
002267     END-IF.
002268     IF CT-THRESHOLD-PCT NOT = 0
002269         MOVE CT-THRESHOLD-PCT TO THRESHOLD-PCT
002270     END-IF.
002271 0110-EXIT.
002272     EXIT.
002273*----------------------------------------------------------------
002274*    0200-WRITE-REPORT-HEADING WRITES THE PAGE HEADING AND
002275*    COLUMN HEADINGS, ANCHORED BY TODAY'S RUN DATE AND THE
002276*    THRESHOLD AND DATE RANGE IN FORCE.
002280*----------------------------------------------------------------
002290 0200-WRITE-REPORT-HEADING.
002300     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
002310     MOVE RPT-TODAY TO RH-RUN-DATE.
002340     MOVE THRESHOLD-PCT TO RH-THRESHOLD.
002345     PERFORM 0250-FORMAT-DATE-RANGE THRU 0250-EXIT.
002350
002360     WRITE TREND-RPT-REC FROM RPT-HDR1-LINE.
002370     WRITE TREND-RPT-REC FROM RPT-HDR2-LINE.
002380     WRITE TREND-RPT-REC FROM RPT-HDR3-LINE.
002390 0200-EXIT.
002400     EXIT.
002401*----------------------------------------------------------------
002402*    0250-FORMAT-DATE-RANGE SHOWS THE RANGE IN FORCE ON THE
002403*    HEADING, WITH AN OPEN END SHOWN AS "EARLIEST" OR "LATEST".
002404*----------------------------------------------------------------
002405 0250-FORMAT-DATE-RANGE.
002406     IF RANGE-FROM-DATE = SPACES
002407         MOVE "EARLIEST" TO RH-FROM-DATE
002408     ELSE
002409         MOVE RANGE-FROM-DATE TO RH-FROM-DATE
002410     END-IF.
002411     IF RANGE-TO-DATE = HIGH-VALUES
002412         MOVE "LATEST" TO RH-TO-DATE
002413     ELSE
002414         MOVE RANGE-TO-DATE TO RH-TO-DATE
002415     END-IF.
002416 0250-EXIT.
002417     EXIT.
002418*----------------------------------------------------------------
002420*    0300-WRITE-REPORT-TOTAL CLOSES THE REPORT WITH THE RUN AND
002430*    FLAG COUNTS AND THE COUNT OF RUNS OUTSIDE THE DATE RANGE.
002440*----------------------------------------------------------------
002450 0300-WRITE-REPORT-TOTAL.
002460     MOVE HIST-REC-COUNT TO RT-READ-COUNT.
002470     MOVE FLAGGED-RUN-COUNT TO RT-FLAGGED-COUNT.
002475     MOVE OUT-OF-RANGE-COUNT TO RT-RANGE-COUNT.
002480     WRITE TREND-RPT-REC FROM RPT-TOTAL-LINE.
002490 0300-EXIT.
002500     EXIT.
002530*    IT AGAINST ITS PROGRAM'S ROLLING WINDOW, PRINTS THE DETAIL
002540*    LINE (WITH FLAG DETAIL LINES UNDER A FLAGGED RUN), AND ONLY
002550*    THEN POSTS THE RUN INTO THE WINDOW -- EVERY RUN IS COMPARED
002560*    AGAINST ITS PREDECESSORS, NEVER AGAINST ITSELF.  A RUN
002562*    AFTER THE DATE RANGE IS PASSED OVER; A RUN BEFORE IT IS
002564*    ONLY POSTED, TO PRIME ITS PROGRAM'S WINDOW.
002570*----------------------------------------------------------------
002580 1000-PROCESS-HISTORY.
002590     READ HISTORY-FILE
002610             SET HIST-EOF TO TRUE
002620             GO TO 1000-EXIT
002630     END-READ.
002632     IF RN-HDR-PRESENT
002634         GO TO 1000-EXIT
002636     END-IF.
002640
002650     ADD 1 TO HIST-REC-COUNT.
002652     IF RN-RUN-DATE > RANGE-TO-DATE
002654         ADD 1 TO OUT-OF-RANGE-COUNT
002656         GO TO 1000-EXIT
002658     END-IF.
002660     COMPUTE RUN-ITER-TOTAL = RN-SEARCH-ITER-COUNT
002670         + RN-MARK-ITER-COUNT + RN-CHECK-INVOKE-COUNT
002680         + RN-CHECK-DIGIT-COUNT.
002690
002700     PERFORM 1100-LOCATE-PROGRAM THRU 1100-EXIT.
002701     IF RN-RUN-DATE < RANGE-FROM-DATE
002702         ADD 1 TO OUT-OF-RANGE-COUNT
002703         PERFORM 1400-POST-RUN THRU 1400-EXIT
002704         GO TO 1000-EXIT
002705     END-IF.
002710     PERFORM 1200-JUDGE-RUN THRU 1200-EXIT.
002720     PERFORM 1300-PRINT-RUN THRU 1300-EXIT.
002730     PERFORM 1400-POST-RUN THRU 1400-EXIT.
