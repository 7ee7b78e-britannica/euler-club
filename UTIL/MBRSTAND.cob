000180*    IDENTITY TANGLE SURFACES THE NIGHT IT APPEARS INSTEAD OF
000190*    AFTER THE CLUB HAS GROWN AROUND IT.
000200*
000210*    DATES ARE CCYYMMDD, SO FIRST-SOLVE DATES ARE COMPARED
000220*    DIRECTLY.  AN OPTIONAL PARM CARD (PARMIN) MAY CARRY A
000230*    FROM/TO CCYYMMDD RANGE (COLUMNS 1-8 AND 10-17; EITHER LEFT
000232*    BLANK IS OPEN-ENDED): ONLY KEY ENTRIES SOLVED IN THE RANGE
000234*    AND PORTFOLIO RUNS MADE IN THE RANGE ARE CREDITED, SO THE
000236*    LEADERBOARD CAN BE RUN FOR A MONTH OR A SEASON.
000237*
000238*    A MEMBER ALSO EARNS A SOLVE FOR EVERY PROBLEM THEY HAVE
000239*    ANSWERED CORRECTLY ON THE SUBMISSIONS LEDGER (LEDGIN, SEE
000240*    SUBLREC, APPENDED BY SUBGRADE) WITH A SUBMIT DATE IN THE
000241*    RANGE -- ONCE PER PROBLEM, AND NOT AGAIN WHEN THE KEY ENTRY
000242*    ALREADY CREDITS THEM WITH IT.  A LEDGER SOLVE COUNTS AS
000243*    VERIFIED OR UNVERIFIED BY THE PROBLEM'S KEY ENTRY; ONE WITH
000244*    NO KEY ENTRY IS UNVERIFIED.  PORTFOLIO RUNS STAY WITH THE
000245*    KEY ENTRY'S SOLVER.
000246*
000247*    EVERY SOLVE CREDITED ALSO EARNS THE PROBLEM'S LEAGUE POINTS
000248*    FROM THE PROBLEM CATALOGUE (PROBLEMS, SEE PROBREC, READ BY
000249*    PRBLOOK).  A SECOND BOARD FOLLOWS THE SOLVE-COUNT BOARD,
000250*    RANKED BY POINTS.  A PROBLEM NOT IN THE CATALOGUE IS WORTH
000251*    NO POINTS; IF THE CATALOGUE CANNOT BE READ AT ALL THE POINTS
000252*    BOARD STILL PRINTS, ALL POINTS ZERO, AND THE STEP SAYS SO.
000253*
000254*    A CARD WITH NO FROM DATE STARTS THE RANGE AT THE CURRENT
000255*    SEASON: THE EFFECTIVE DATE OF THE "SEASON" RECORD ON THE CLUB
000256*    CONTROL DATASET (CTLLOOK, SEE CTLREC), WHICH THE SEASON
000257*    CLOSE-OUT (SEASCLOS) MOVES ON.  WITH NO SUCH RECORD THE RANGE
000258*    STAYS OPEN AT THE FRONT; A CONTROL DATASET THAT CANNOT BE
000259*    READ STOPS THE STEP.
000260*
000261*    A SEASON NUMBER ON THE CARD (COLUMNS 19-22) ALSO FREEZES THE
000262*    SOLVE-COUNT BOARD: ONE SEASON-RESULTS "M" RECORD PER LINE
000263*    (SEE SEASREC) GOES TO FRZOUT FOR SEASCLOS.  THE NIGHTLY RUN
000264*    NAMES NO SEASON AND NEEDS NO FRZOUT.
000265*
000266*    MODIFICATION HISTORY.
000267*    DATE       INIT  DESCRIPTION
000270*    ---------  ----  ---------------------------------------
000280*    09/02/2026 RTS   ORIGINAL VERSION.
000282*    09/02/2026 RTS   ANSKEY READS NOW GO AGAINST THE KEYED
000284*                     VSAM CLUSTER (SEE ANSKYREC); THE SCAN
000286*                     IS A SEQUENTIAL READ OF THE CLUSTER.
000287*    10/15/2026 RTS   SOLVE DATES ARE NOW CCYYMMDD AND COMPARED
000288*                     DIRECTLY (YYMMDD COMPARE KEY RETIRED).
000289*                     OPTIONAL PARMIN CARD GIVES A FROM/TO DATE
000290*                     RANGE FOR THE SOLVES AND PORTFOLIO RUNS
000291*                     CREDITED.
000292*    10/15/2026 RTS   MEMBERS ARE NOW ALSO CREDITED WITH THE
000293*                     PROBLEMS THEY ANSWERED CORRECTLY ON THE
000294*                     SUBMISSIONS LEDGER (LEDGIN, APPENDED BY
000295*                     SUBGRADE), ONCE PER PROBLEM. FIND-OR-ADD OF
000296*                     A STANDINGS ENTRY MOVED TO 2050-LOCATE-
000297*                     STANDING.
000299*    10/15/2026 RTS   POINTS-WEIGHTED LEADERBOARD ADDED AFTER THE
000301*                     SOLVE-COUNT BOARD, POINTS FROM THE PROBLEM
000303*                     CATALOGUE VIA PRBLOOK (6000/7000).
000304*    10/15/2026 RTS   THE MEMBERS DATASET'S LAYOUT HEADER RECORD
000305*                     (SEE MEMBREC) IS SKIPPED.
000306*    10/15/2026 RTS   A BLANK FROM DATE NOW MEANS THE START OF
000307*                     THE CURRENT SEASON, FROM THE "SEASON" CLUB
000308*                     CONTROL RECORD (NEW CLUBCTL DD).  A SEASON
000309*                     NUMBER IN COLUMNS 19-22 OF THE CARD WRITES
000310*                     THE FINAL STANDINGS TO FRZOUT (SEASREC) FOR
000311*                     THE SEASON CLOSE-OUT.
000312*----------------------------------------------------------------
000313 ENVIRONMENT DIVISION.
000314 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000352     SELECT OPTIONAL PARM-FILE ASSIGN TO PARMIN
000354         ORGANIZATION IS LINE SEQUENTIAL
000356         FILE STATUS IS PARM-FILE-STATUS.
000360     SELECT MEMBER-FILE ASSIGN TO MBRIN
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS MEMBER-FILE-STATUS.
000420     SELECT PORTFOLIO-FILE ASSIGN TO PORTIN
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS PORT-FILE-STATUS.
000442     SELECT OPTIONAL LEDGER-FILE ASSIGN TO LEDGIN
000444         ORGANIZATION IS LINE SEQUENTIAL
000446         FILE STATUS IS LEDGER-FILE-STATUS.
000447     SELECT FREEZE-FILE ASSIGN TO FRZOUT
000448         ORGANIZATION IS LINE SEQUENTIAL
000449         FILE STATUS IS FREEZE-FILE-STATUS.
000450     SELECT STAND-RPT-FILE ASSIGN TO RPTOUT
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS RPT-FILE-STATUS.
000480*----------------------------------------------------------------
000490 DATA DIVISION.
000500 FILE SECTION.
000501 FD  PARM-FILE.
000502 01  PARM-REC.
000503     05  PM-FROM-DATE        PIC X(08).
000504     05  FILLER              PIC X(01).
000505     05  PM-TO-DATE          PIC X(08).
000507     05  FILLER              PIC X(01).
000509     05  PM-SEASON           PIC X(04).
000511     05  PM-SEASON-NUM REDEFINES PM-SEASON
000513                             PIC 9(04).
000515     05  FILLER              PIC X(58).
000517 FD  MEMBER-FILE.
000520 COPY MEMBREC.
000530 FD  ANSWER-KEY-FILE.
000540 COPY ANSKYREC.
000550 FD  PORTFOLIO-FILE.
000560 COPY PORTFREC.
000562 FD  LEDGER-FILE.
000564 01  LEDGER-REC              PIC X(56).
000566 FD  FREEZE-FILE.
000568 COPY SEASREC.
000570 FD  STAND-RPT-FILE.
000580 01  STAND-RPT-REC           PIC X(80).
000590*----------------------------------------------------------------
000600 WORKING-STORAGE SECTION.
000605 01  PARM-FILE-STATUS        PIC XX.
000610 01  MEMBER-FILE-STATUS      PIC XX.
000620 01  ANSKEY-FILE-STATUS      PIC XX.
000630 01  PORT-FILE-STATUS        PIC XX.
000640 01  RPT-FILE-STATUS         PIC XX.
000641 01  LEDGER-FILE-STATUS      PIC XX.
000642 01  FREEZE-FILE-STATUS      PIC XX.
000643 01  FREEZE-SW               PIC X       VALUE "N".
000644     88  FREEZE-REQUESTED                VALUE "Y".
000645 01  FREEZE-SEASON           PIC 9(04)   VALUE 0.
000646 01  FREEZE-COUNT            PIC 9(03)   VALUE 0.
000647 01  CONTROL-PROGRAM-ID      PIC X(08)   VALUE "SEASON".
000648 01  CONTROL-RETURN-CODE     PIC 99.
000649*
000650*    THE CLUB CONTROL RECORD CTLLOOK HANDS BACK.
000651*
000652 COPY CTLREC.
000653 01  PARM-EOF-SW             PIC X       VALUE "N".
000654     88  PARM-EOF                        VALUE "Y".
000655 01  MEMBER-EOF-SW           PIC X       VALUE "N".
000660     88  MEMBER-EOF                      VALUE "Y".
000670 01  ANSKEY-EOF-SW           PIC X       VALUE "N".
000680     88  ANSKEY-EOF                      VALUE "Y".
000690 01  PORT-EOF-SW             PIC X       VALUE "N".
000700     88  PORT-EOF                        VALUE "Y".
000701 01  LEDGER-EOF-SW           PIC X       VALUE "N".
000702     88  LEDGER-EOF                      VALUE "Y".
000703 COPY SUBLREC.
000704*
000705*    THE SOLVE BEING CREDITED, FROM A KEY ENTRY OR THE LEDGER.
000706*
000707 01  STAND-INITIALS          PIC X(03).
000708 01  STAND-PROBLEM-NO        PIC 9(04).
000709 01  STAND-SOLVE-DATE        PIC X(08).
000710 01  STAND-VERIFIED-SW       PIC X.
000711     88  STAND-VERIFIED                  VALUE "Y".
000713 01  STAND-POINTS            PIC 9(03).
000715 01  ST-TABLE-MAX            PIC 9(03)   VALUE 060.
000720 01  ST-COUNT                PIC 9(03)   VALUE 0.
000730 01  ST-IDX                  PIC 9(03).
000740 01  ST-IDX2                 PIC 9(03).
000860         10  ST-UNVER-COUNT  PIC 9(04).
000870         10  ST-RUN-COUNT    PIC 9(06).
000880         10  ST-FIRST-DATE   PIC X(08).
000890         10  ST-POINTS       PIC 9(05).
000900 01  ST-SWAP-ENTRY           PIC X(56).
000910 01  PR-TABLE-MAX            PIC 9(03)   VALUE 100.
000920 01  PR-COUNT                PIC 9(03)   VALUE 0.
000930 01  PR-IDX                  PIC 9(03).
000970     05  PR-ENTRY OCCURS 100 TIMES.
000980         10  PR-PROBLEM-NO   PIC 9(04).
000990         10  PR-INITIALS     PIC X(03).
000991         10  PR-VERIFIED-SW  PIC X(01).
000992             88  PR-VERIFIED             VALUE "Y".
000993*
000994*    MEMBER/PROBLEM PAIRS ALREADY CREDITED WITH A SOLVE, SO A
000995*    LEDGER SOLVE IS NEVER COUNTED TWICE.
000996*
000997 01  CR-TABLE-MAX            PIC 9(04)   VALUE 1000.
000998 01  CR-COUNT                PIC 9(04)   VALUE 0.
000999 01  CR-IDX                  PIC 9(04).
001000 01  CR-FOUND-SW             PIC X.
001001     88  CR-FOUND                        VALUE "Y".
001002 01  CR-TABLE.
001003     05  CR-ENTRY OCCURS 1000 TIMES.
001004         10  CR-INITIALS     PIC X(03).
001005         10  CR-PROBLEM-NO   PIC 9(04).
001007*
001009*    LEAGUE POINTS PER PROBLEM, LOOKED UP ONCE IN THE CATALOGUE.
001011*
001013 01  PT-TABLE-MAX            PIC 9(03)   VALUE 200.
001015 01  PT-COUNT                PIC 9(03)   VALUE 0.
001017 01  PT-IDX                  PIC 9(03).
001019 01  PT-FOUND-SW             PIC X.
001021     88  PT-FOUND                        VALUE "Y".
001023 01  PT-TABLE.
001025     05  PT-ENTRY OCCURS 200 TIMES.
001027         10  PT-PROBLEM-NO   PIC 9(04).
001029         10  PT-POINTS       PIC 9(03).
001031 01  CATALOGUE-DOWN-SW       PIC X       VALUE "N".
001033     88  CATALOGUE-DOWN                  VALUE "Y".
001035 01  LOOKUP-PROBLEM-NO       PIC 9(04).
001037 01  LOOKUP-RETURN-CODE      PIC 99.
001039 COPY PROBREC.
001041 01  RANGE-FROM-DATE         PIC X(08)   VALUE SPACES.
001043 01  RANGE-TO-DATE           PIC X(08)   VALUE HIGH-VALUES.
001100 01  UNROSTERED-COUNT        PIC 9(03)   VALUE 0.
001110 01  RANK-NO                 PIC 9(03).
001120 01  SORT-SWAPPED-SW         PIC X.
001130     88  SORT-SWAPPED                    VALUE "Y".
001140 01  RPT-TODAY.
001150     05  RPT-TODAY-CCYY      PIC 9(04).
001160     05  RPT-TODAY-MM        PIC 99.
001170     05  RPT-TODAY-DD        PIC 99.
001180 01  RPT-HDR1-LINE.
001220 01  RPT-HDR2-LINE.
001230     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
001240     05  RH-RUN-DATE         PIC X(08).
001241     05  FILLER              PIC X(05)   VALUE SPACES.
001242     05  FILLER              PIC X(07)   VALUE "RANGE: ".
001243     05  RH-FROM-DATE        PIC X(08).
001244     05  FILLER              PIC X(06)   VALUE " THRU ".
001245     05  RH-TO-DATE          PIC X(08).
001250     05  FILLER              PIC X(28)   VALUE SPACES.
001260 01  RPT-HDR3-LINE.
001270     05  FILLER              PIC X(05)   VALUE "RANK".
001280     05  FILLER              PIC X(04)   VALUE "INI".
001570         VALUE "UNROSTERED INITIALS:".
001580     05  RT-UNROSTERED       PIC ZZZ9.
001590     05  FILLER              PIC X(38)   VALUE SPACES.
001591 01  RPT-POINTS-HDR1-LINE.
001592     05  FILLER              PIC X(40)
001593         VALUE "LEADERBOARD BY LEAGUE POINTS".
001594     05  FILLER              PIC X(40)   VALUE SPACES.
001595 01  RPT-POINTS-HDR2-LINE.
001596     05  FILLER              PIC X(05)   VALUE "RANK".
001597     05  FILLER              PIC X(04)   VALUE "INI".
001598     05  FILLER              PIC X(21)   VALUE "NAME".
001599     05  FILLER              PIC X(07)   VALUE "POINTS".
001600     05  FILLER              PIC X(07)   VALUE "SOLVES".
001601     05  FILLER              PIC X(36)   VALUE SPACES.
001602 01  RPT-POINTS-LINE.
001603     05  RP-RANK             PIC ZZZ9.
001604     05  FILLER              PIC X(01)   VALUE SPACES.
001605     05  RP-INITIALS         PIC X(03).
001606     05  FILLER              PIC X(01)   VALUE SPACES.
001607     05  RP-NAME             PIC X(20).
001608     05  FILLER              PIC X(01)   VALUE SPACES.
001609     05  RP-POINTS           PIC ZZZZZ9.
001610     05  FILLER              PIC X(01)   VALUE SPACES.
001611     05  RP-SOLVES           PIC ZZZZZ9.
001612     05  FILLER              PIC X(02)   VALUE SPACES.
001613     05  RP-NOTE             PIC X(14).
001614     05  FILLER              PIC X(21)   VALUE SPACES.
001615*----------------------------------------------------------------
001616 PROCEDURE DIVISION.
001620 0000-MAINLINE SECTION.
001630 0000-START.
001631     OPEN INPUT PARM-FILE.
001632     IF PARM-FILE-STATUS NOT = "00"
001633        AND PARM-FILE-STATUS NOT = "05"
001634         DISPLAY "MBRSTAND: PARM-FILE OPEN FAILED, STATUS "
001635                 PARM-FILE-STATUS
001636         MOVE 16 TO RETURN-CODE
001637         STOP RUN
001638     END-IF.
001639     PERFORM 0100-READ-PARAMETERS THRU 0100-EXIT.
001640     CLOSE PARM-FILE.
001642     PERFORM 0150-SEASON-START THRU 0150-EXIT.
001644
001646     OPEN INPUT MEMBER-FILE.
001650     IF MEMBER-FILE-STATUS NOT = "00"
001660         DISPLAY "MBRSTAND: MEMBER-FILE OPEN FAILED, STATUS "
001670                 MEMBER-FILE-STATUS
001850         CLOSE ANSWER-KEY-FILE
001860         STOP RUN
001870     END-IF.
001871     OPEN INPUT LEDGER-FILE.
001872     IF LEDGER-FILE-STATUS NOT = "00"
001873        AND LEDGER-FILE-STATUS NOT = "05"
001874         DISPLAY "MBRSTAND: LEDGER-FILE OPEN FAILED, STATUS "
001875                 LEDGER-FILE-STATUS
001876         MOVE 16 TO RETURN-CODE
001877         CLOSE MEMBER-FILE
001878         CLOSE ANSWER-KEY-FILE
001879         CLOSE PORTFOLIO-FILE
001880         STOP RUN
001881     END-IF.
001882     OPEN OUTPUT STAND-RPT-FILE.
001890     IF RPT-FILE-STATUS NOT = "00"
001900         DISPLAY "MBRSTAND: STAND-RPT-FILE OPEN FAILED, STATUS "
001910                 RPT-FILE-STATUS
001920         MOVE 16 TO RETURN-CODE
001930         GO TO 9999-ABEND
001940     END-IF.
001941     IF FREEZE-REQUESTED
001942         OPEN OUTPUT FREEZE-FILE
001943         IF FREEZE-FILE-STATUS NOT = "00"
001944             DISPLAY "MBRSTAND: FREEZE-FILE OPEN FAILED, STATUS "
001945                     FREEZE-FILE-STATUS
001946             MOVE "N" TO FREEZE-SW
001947             GO TO 9999-ABEND
001948         END-IF
001949     END-IF.
001950     PERFORM 0200-WRITE-REPORT-HEADING THRU 0200-EXIT.
001960
001970     PERFORM 1000-LOAD-ROSTER THRU 1000-EXIT
001980         UNTIL MEMBER-EOF.
001990     PERFORM 2000-CREDIT-KEY-ENTRY THRU 2000-EXIT
002000         UNTIL ANSKEY-EOF.
002002     PERFORM 2500-CREDIT-LEDGER THRU 2500-EXIT
002004         UNTIL LEDGER-EOF.
002010     PERFORM 3000-CREDIT-PORTFOLIO THRU 3000-EXIT
002020         UNTIL PORT-EOF.
002030
002040     PERFORM 4000-SORT-LEADERBOARD THRU 4000-EXIT.
002050     PERFORM 5000-WRITE-LEADERBOARD THRU 5000-EXIT.
002052     PERFORM 6000-SORT-POINTS-BOARD THRU 6000-EXIT.
002054     PERFORM 7000-WRITE-POINTS-BOARD THRU 7000-EXIT.
002060     PERFORM 0300-WRITE-REPORT-TOTAL THRU 0300-EXIT.
002070
002080     CLOSE MEMBER-FILE.
002090     CLOSE ANSWER-KEY-FILE.
002100     CLOSE PORTFOLIO-FILE.
002105     CLOSE LEDGER-FILE.
002110     CLOSE STAND-RPT-FILE.
002111     IF FREEZE-REQUESTED
002112         CLOSE FREEZE-FILE
002113         DISPLAY "MBRSTAND: " FREEZE-COUNT
002114                 " STANDINGS FROZEN FOR "
002115                 "SEASON " FREEZE-SEASON
002116     END-IF.
002120     IF UNROSTERED-COUNT > 0
002130         MOVE 4 TO RETURN-CODE
002140         DISPLAY "MBRSTAND: " UNROSTERED-COUNT " SOLVER "
002160     END-IF.
002170 0000-MAINLINE-EXIT.
002180     STOP RUN.
002181*----------------------------------------------------------------
002182*    0100-READ-PARAMETERS READS THE ONE OPTIONAL PARAMETER CARD:
002183*    THE FROM/TO SOLVE-DATE RANGE.  MISSING OR BLANK LEAVES THE
002184*    RANGE OPEN AT BOTH ENDS.  A DATE THAT IS NOT CCYYMMDD, OR A
002185*    FROM DATE AFTER THE TO DATE, STOPS THE STEP.  A SEASON
002186*    NUMBER, WHEN PRESENT, MUST BE FOUR DIGITS; IT ASKS FOR THE
002187*    FREEZE EXTRACT.
002188*----------------------------------------------------------------
002189 0100-READ-PARAMETERS.
002190     READ PARM-FILE
002191         AT END
002192             SET PARM-EOF TO TRUE
002193             GO TO 0100-EXIT
002194     END-READ.
002195     IF PARM-REC = SPACES
002196         GO TO 0100-EXIT
002197     END-IF.
002198     IF PM-FROM-DATE NOT = SPACES
002199         IF PM-FROM-DATE NOT NUMERIC
002200             DISPLAY "MBRSTAND: PARM FROM DATE NOT CCYYMMDD: "
002201                     PM-FROM-DATE
002202             MOVE 16 TO RETURN-CODE
002203             CLOSE PARM-FILE
002204             STOP RUN
002205         END-IF
002206         MOVE PM-FROM-DATE TO RANGE-FROM-DATE
002207     END-IF.
002208     IF PM-TO-DATE NOT = SPACES
002209         IF PM-TO-DATE NOT NUMERIC
002210             DISPLAY "MBRSTAND: PARM TO DATE NOT CCYYMMDD: "
002211                     PM-TO-DATE
002212             MOVE 16 TO RETURN-CODE
002213             CLOSE PARM-FILE
002214             STOP RUN
002215         END-IF
002216         MOVE PM-TO-DATE TO RANGE-TO-DATE
002217     END-IF.
002218     IF PM-SEASON NOT = SPACES
002219         IF PM-SEASON NOT NUMERIC
002220             DISPLAY "MBRSTAND: PARM SEASON NOT FOUR DIGITS: "
002221                     PM-SEASON
002222             MOVE 16 TO RETURN-CODE
002223             CLOSE PARM-FILE
002224             STOP RUN
002225         END-IF
002226         SET FREEZE-REQUESTED TO TRUE
002227         MOVE PM-SEASON-NUM TO FREEZE-SEASON
002228     END-IF.
002229     IF RANGE-FROM-DATE > RANGE-TO-DATE
002230         DISPLAY "MBRSTAND: PARM FROM DATE " RANGE-FROM-DATE
002231                 " IS AFTER TO DATE " RANGE-TO-DATE
002232         MOVE 16 TO RETURN-CODE
002233         CLOSE PARM-FILE
002234         STOP RUN
002235     END-IF.
002236 0100-EXIT.
002237     EXIT.
002238*----------------------------------------------------------------
002239*    0150-SEASON-START FILLS AN OPEN FROM DATE WITH THE START OF
002240*    THE CURRENT SEASON: THE EFFECTIVE DATE OF THE "SEASON" CLUB
002241*    CONTROL RECORD.  NO RECORD (NO SEASON EVER CLOSED) OR ONE NOT
002242*    YET IN FORCE LEAVES THE RANGE OPEN; A CONTROL DATASET THAT
002243*    CANNOT BE READ STOPS THE STEP, AS IT DOES FOR THE WEEKLY
002244*    PROGRAMS.
002245*----------------------------------------------------------------
002246 0150-SEASON-START.
002247     IF RANGE-FROM-DATE NOT = SPACES
002248         GO TO 0150-EXIT
002249     END-IF.
002250     CALL "CTLLOOK" USING CONTROL-PROGRAM-ID, CONTROL-RETURN-CODE,
002251         CLUB-CONTROL-REC.
002252     IF CONTROL-RETURN-CODE = 4
002253         GO TO 0150-EXIT
002254     END-IF.
002255     IF CONTROL-RETURN-CODE = 8
002256         DISPLAY "MBRSTAND: SEASON RECORD NOT EFFECTIVE UNTIL "
002257                 CT-EFFECTIVE-DATE ", RANGE LEFT OPEN"
002258         GO TO 0150-EXIT
002259     END-IF.
002260     IF CONTROL-RETURN-CODE NOT = 0
002261         DISPLAY "MBRSTAND: CONTROL DATASET NOT AVAILABLE, RC "
002262                 CONTROL-RETURN-CODE
002263         MOVE 16 TO RETURN-CODE
002264         STOP RUN
002265     END-IF.
002266     MOVE CT-EFFECTIVE-DATE TO RANGE-FROM-DATE.
002267     IF RANGE-FROM-DATE > RANGE-TO-DATE
002268         DISPLAY "MBRSTAND: SEASON START " RANGE-FROM-DATE
002269                 " IS AFTER TO DATE " RANGE-TO-DATE
002270         MOVE 16 TO RETURN-CODE
002271         STOP RUN
002272     END-IF.
002273 0150-EXIT.
002274     EXIT.
002275*----------------------------------------------------------------
002276*    0200-WRITE-REPORT-HEADING WRITES THE PAGE AND COLUMN
002277*    HEADINGS, ANCHORED BY TODAY'S RUN DATE AND THE DATE RANGE
002278*    IN FORCE.
002279*----------------------------------------------------------------
002280 0200-WRITE-REPORT-HEADING.
002281     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
002282     MOVE RPT-TODAY TO RH-RUN-DATE.
002283     PERFORM 0250-FORMAT-DATE-RANGE THRU 0250-EXIT.
002284     WRITE STAND-RPT-REC FROM RPT-HDR1-LINE.
002290     WRITE STAND-RPT-REC FROM RPT-HDR2-LINE.
002300     WRITE STAND-RPT-REC FROM RPT-HDR3-LINE.
002310 0200-EXIT.
002320     EXIT.
002321*----------------------------------------------------------------
002322*    0250-FORMAT-DATE-RANGE SHOWS THE RANGE IN FORCE ON THE
002323*    HEADING, WITH AN OPEN END SHOWN AS "EARLIEST" OR "LATEST".
002324*----------------------------------------------------------------
002325 0250-FORMAT-DATE-RANGE.
002326     IF RANGE-FROM-DATE = SPACES
002327         MOVE "EARLIEST" TO RH-FROM-DATE
002328     ELSE
002329         MOVE RANGE-FROM-DATE TO RH-FROM-DATE
002330     END-IF.
002331     IF RANGE-TO-DATE = HIGH-VALUES
002332         MOVE "LATEST" TO RH-TO-DATE
002333     ELSE
002334         MOVE RANGE-TO-DATE TO RH-TO-DATE
002335     END-IF.
002336 0250-EXIT.
002337     EXIT.
002338*----------------------------------------------------------------
002340*    0300-WRITE-REPORT-TOTAL CLOSES THE REPORT WITH THE MEMBER
002350*    COUNT AND THE COUNT OF UNROSTERED SOLVER INITIALS.
002360*----------------------------------------------------------------
002510             SET MEMBER-EOF TO TRUE
002520             GO TO 1000-EXIT
002530     END-READ.
002532     IF MR-HDR-PRESENT
002534         GO TO 1000-EXIT
002536     END-IF.
002540     IF ST-COUNT >= ST-TABLE-MAX
002550         DISPLAY "MBRSTAND: MORE THAN " ST-TABLE-MAX
002560                 " STANDINGS ENTRIES, TABLE FULL"
002660     MOVE 0 TO ST-UNVER-COUNT (ST-COUNT).
002670     MOVE 0 TO ST-RUN-COUNT (ST-COUNT).
002680     MOVE SPACES TO ST-FIRST-DATE (ST-COUNT).
002690     MOVE 0 TO ST-POINTS (ST-COUNT).
002700 1000-EXIT.
002710     EXIT.
002720*----------------------------------------------------------------
002730*    2000-CREDIT-KEY-ENTRY CREDITS ONE ANSWER-KEY ENTRY TO ITS
002740*    SOLVER'S STANDINGS LINE: SOLVE COUNT, VERIFIED/UNVERIFIED
002750*    SPLIT, AND THE EARLIEST SOLVE DATE -- WHEN THE SOLVE DATE
002755*    FALLS IN THE PARM RANGE.  INITIALS WITH NO ROSTER RECORD
002760*    GET A FLAGGED ENTRY OF THEIR OWN RATHER THAN BEING DROPPED
002780*    OR GUESSED AT.  THE PROBLEM-TO-SOLVER MAP IS BUILT HERE
002782*    FROM EVERY ENTRY, FOR CREDITING PORTFOLIO RUNS IN 3000 AND
002784*    FOR THE VERIFIED STATUS OF LEDGER SOLVES IN 2500.
002790*----------------------------------------------------------------
002800 2000-CREDIT-KEY-ENTRY.
002810     READ ANSWER-KEY-FILE
002830             SET ANSKEY-EOF TO TRUE
002840             GO TO 2000-EXIT
002850     END-READ.
002860     MOVE AK-SOLVER-INITIALS TO STAND-INITIALS.
002870     PERFORM 2050-LOCATE-STANDING THRU 2050-EXIT.
003120
003190     IF AK-DATE-SOLVED NOT < RANGE-FROM-DATE
003200        AND AK-DATE-SOLVED NOT > RANGE-TO-DATE
003201         MOVE AK-PROBLEM-NO TO STAND-PROBLEM-NO
003202         MOVE AK-DATE-SOLVED TO STAND-SOLVE-DATE
003203         MOVE "N" TO STAND-VERIFIED-SW
003204         IF AK-VERIFIED
003205             SET STAND-VERIFIED TO TRUE
003206         END-IF
003210         PERFORM 2200-CREDIT-SOLVE THRU 2200-EXIT
003220         PERFORM 2300-NOTE-CREDITED-PAIR THRU 2300-EXIT
003230     END-IF.
003240
003250     IF PR-COUNT >= PR-TABLE-MAX
003300     ADD 1 TO PR-COUNT.
003310     MOVE AK-PROBLEM-NO TO PR-PROBLEM-NO (PR-COUNT).
003320     MOVE AK-SOLVER-INITIALS TO PR-INITIALS (PR-COUNT).
003322     MOVE "N" TO PR-VERIFIED-SW (PR-COUNT).
003324     IF AK-VERIFIED
003326         SET PR-VERIFIED (PR-COUNT) TO TRUE
003328     END-IF.
003330 2000-EXIT.
003340     EXIT.
003341*----------------------------------------------------------------
003342*    2050-LOCATE-STANDING POINTS ST-IDX AT THE STANDINGS ENTRY
003343*    FOR STAND-INITIALS, ADDING A FLAGGED "NOT ON ROSTER" ENTRY
003344*    WHEN THE INITIALS HAVE NO ROSTER RECORD.
003345*----------------------------------------------------------------
003346 2050-LOCATE-STANDING.
003347     MOVE "N" TO ST-FOUND-SW.
003348     PERFORM 2100-MATCH-STANDING THRU 2100-EXIT
003349         VARYING ST-IDX FROM 1 BY 1
003350         UNTIL ST-IDX > ST-COUNT OR ST-FOUND.
003351     IF ST-FOUND
003352         SUBTRACT 1 FROM ST-IDX
003353         GO TO 2050-EXIT
003354     END-IF.
003355     IF ST-COUNT >= ST-TABLE-MAX
003356         DISPLAY "MBRSTAND: MORE THAN " ST-TABLE-MAX
003357                 " STANDINGS ENTRIES, TABLE FULL"
003358         GO TO 9999-ABEND
003359     END-IF.
003360     ADD 1 TO UNROSTERED-COUNT.
003361     ADD 1 TO ST-COUNT.
003362     MOVE ST-COUNT TO ST-IDX.
003363     MOVE STAND-INITIALS TO ST-INITIALS (ST-IDX).
003364     MOVE "** NOT ON ROSTER **" TO ST-NAME (ST-IDX).
003365     MOVE SPACES TO ST-FLAG (ST-IDX).
003366     MOVE "N" TO ST-ROSTERED-SW (ST-IDX).
003367     MOVE 0 TO ST-SOLVE-COUNT (ST-IDX).
003368     MOVE 0 TO ST-VERIF-COUNT (ST-IDX).
003369     MOVE 0 TO ST-UNVER-COUNT (ST-IDX).
003370     MOVE 0 TO ST-RUN-COUNT (ST-IDX).
003371     MOVE SPACES TO ST-FIRST-DATE (ST-IDX).
003372     MOVE 0 TO ST-POINTS (ST-IDX).
003373 2050-EXIT.
003374     EXIT.
003375*----------------------------------------------------------------
003376 2100-MATCH-STANDING.
003377     IF ST-INITIALS (ST-IDX) = STAND-INITIALS
003380         SET ST-FOUND TO TRUE
003390     END-IF.
003400 2100-EXIT.
003410     EXIT.
003420*----------------------------------------------------------------
003430*    2200-CREDIT-SOLVE COUNTS THE SOLVE IN THE STAND- WORK
003440*    FIELDS (A KEY ENTRY OR A CORRECT LEDGER RECORD) AGAINST THE
003450*    STANDINGS ENTRY AT ST-IDX AND KEEPS THE EARLIEST CCYYMMDD
003455*    SOLVE DATE.  A BLANK SOLVE DATE IS COUNTED BUT NEVER TAKEN
003460*    AS THE FIRST.  THE PROBLEM'S LEAGUE POINTS ARE ADDED TO THE
003465*    ENTRY'S POINTS TOTAL.
003470*----------------------------------------------------------------
003480 2200-CREDIT-SOLVE.
003490     ADD 1 TO ST-SOLVE-COUNT (ST-IDX).
003500     IF STAND-VERIFIED
003510         ADD 1 TO ST-VERIF-COUNT (ST-IDX)
003520     ELSE
003521         ADD 1 TO ST-UNVER-COUNT (ST-IDX)
003522     END-IF.
003523     IF STAND-SOLVE-DATE NOT = SPACES
003524        AND (ST-FIRST-DATE (ST-IDX) = SPACES
003525             OR STAND-SOLVE-DATE < ST-FIRST-DATE (ST-IDX))
003526         MOVE STAND-SOLVE-DATE TO ST-FIRST-DATE (ST-IDX)
003527     END-IF.
003528     PERFORM 2400-LOOKUP-POINTS THRU 2400-EXIT.
003529     ADD STAND-POINTS TO ST-POINTS (ST-IDX).
003530 2200-EXIT.
003540     EXIT.
003541*----------------------------------------------------------------
003542*    2300-NOTE-CREDITED-PAIR RECORDS THAT STAND-INITIALS HAVE
003543*    BEEN CREDITED WITH STAND-PROBLEM-NO.
003544*----------------------------------------------------------------
003545 2300-NOTE-CREDITED-PAIR.
003546     IF CR-COUNT >= CR-TABLE-MAX
003547         DISPLAY "MBRSTAND: MORE THAN " CR-TABLE-MAX
003548                 " CREDITED SOLVES, TABLE FULL"
003549         GO TO 9999-ABEND
003550     END-IF.
003551     ADD 1 TO CR-COUNT.
003552     MOVE STAND-INITIALS TO CR-INITIALS (CR-COUNT).
003553     MOVE STAND-PROBLEM-NO TO CR-PROBLEM-NO (CR-COUNT).
003554 2300-EXIT.
003555     EXIT.
003556*----------------------------------------------------------------
003557*    2400-LOOKUP-POINTS SETS STAND-POINTS TO THE LEAGUE POINTS
003558*    OF STAND-PROBLEM-NO, FROM THE POINTS TABLE WHEN THE PROBLEM
003559*    HAS BEEN SEEN BEFORE, OTHERWISE FROM THE CATALOGUE VIA
003560*    PRBLOOK.  A PROBLEM NOT IN THE CATALOGUE IS WORTH ZERO.  IF
003561*    THE CATALOGUE IS NOT AVAILABLE IT IS NOT ASKED AGAIN AND
003562*    EVERY PROBLEM IS WORTH ZERO.
003563*----------------------------------------------------------------
003564 2400-LOOKUP-POINTS.
003565     MOVE 0 TO STAND-POINTS.
003566     MOVE "N" TO PT-FOUND-SW.
003567     PERFORM 2450-MATCH-POINTS THRU 2450-EXIT
003568         VARYING PT-IDX FROM 1 BY 1
003569         UNTIL PT-IDX > PT-COUNT OR PT-FOUND.
003570     IF PT-FOUND
003571         SUBTRACT 1 FROM PT-IDX
003572         MOVE PT-POINTS (PT-IDX) TO STAND-POINTS
003573         GO TO 2400-EXIT
003574     END-IF.
003575     IF CATALOGUE-DOWN
003576         GO TO 2400-EXIT
003577     END-IF.
003578     MOVE STAND-PROBLEM-NO TO LOOKUP-PROBLEM-NO.
003579     CALL "PRBLOOK" USING LOOKUP-PROBLEM-NO
003580                          LOOKUP-RETURN-CODE
003581                          PROBLEM-MASTER-REC.
003582     IF LOOKUP-RETURN-CODE = 0
003583         MOVE PB-POINTS TO STAND-POINTS
003584     ELSE
003585         IF LOOKUP-RETURN-CODE NOT = 4
003586             SET CATALOGUE-DOWN TO TRUE
003587             DISPLAY "MBRSTAND: PROBLEM CATALOGUE NOT AVAILABLE, "
003588                     "LEAGUE POINTS TAKEN AS ZERO"
003589             GO TO 2400-EXIT
003590         END-IF
003591     END-IF.
003592     IF PT-COUNT >= PT-TABLE-MAX
003593         DISPLAY "MBRSTAND: MORE THAN " PT-TABLE-MAX
003594                 " POINTS PROBLEMS, TABLE FULL"
003595         GO TO 9999-ABEND
003596     END-IF.
003597     ADD 1 TO PT-COUNT.
003598     MOVE STAND-PROBLEM-NO TO PT-PROBLEM-NO (PT-COUNT).
003599     MOVE STAND-POINTS TO PT-POINTS (PT-COUNT).
003600 2400-EXIT.
003601     EXIT.
003602*----------------------------------------------------------------
003603 2450-MATCH-POINTS.
003604     IF PT-PROBLEM-NO (PT-IDX) = STAND-PROBLEM-NO
003605         SET PT-FOUND TO TRUE
003606     END-IF.
003607 2450-EXIT.
003608     EXIT.
003609*----------------------------------------------------------------
003610*    2500-CREDIT-LEDGER CREDITS ONE CORRECT SUBMISSIONS-LEDGER
003611*    RECORD SUBMITTED IN THE PARM RANGE TO ITS MEMBER, UNLESS THE
003612*    MEMBER IS ALREADY CREDITED WITH THE PROBLEM (BY ITS KEY ENTRY
003613*    OR AN EARLIER LEDGER RECORD).  THE SOLVE IS VERIFIED WHEN
003614*    THE PROBLEM'S KEY ENTRY IS; A PROBLEM WITH NO KEY ENTRY
003615*    COUNTS AS UNVERIFIED.  A LEDGER NOT YET CREATED READS AS
003616*    EMPTY.
003617*----------------------------------------------------------------
003618 2500-CREDIT-LEDGER.
003619     READ LEDGER-FILE
003620         AT END
003621             SET LEDGER-EOF TO TRUE
003622             GO TO 2500-EXIT
003623     END-READ.
003624     MOVE LEDGER-REC TO SUBMISSION-LEDGER-REC.
003625     IF NOT SL-CORRECT
003626         GO TO 2500-EXIT
003627     END-IF.
003628     IF SL-SUBMIT-DATE < RANGE-FROM-DATE
003629        OR SL-SUBMIT-DATE > RANGE-TO-DATE
003630         GO TO 2500-EXIT
003631     END-IF.
003632     MOVE SL-INITIALS TO STAND-INITIALS.
003633     MOVE SL-PROBLEM-NO TO STAND-PROBLEM-NO.
003634     MOVE "N" TO CR-FOUND-SW.
003635     PERFORM 2550-MATCH-CREDITED-PAIR THRU 2550-EXIT
003636         VARYING CR-IDX FROM 1 BY 1
003637         UNTIL CR-IDX > CR-COUNT OR CR-FOUND.
003638     IF CR-FOUND
003639         GO TO 2500-EXIT
003640     END-IF.
003641     MOVE SL-SUBMIT-DATE TO STAND-SOLVE-DATE.
003642     MOVE "N" TO STAND-VERIFIED-SW.
003643     MOVE "N" TO PR-FOUND-SW.
003644     PERFORM 2600-MATCH-LEDGER-PROBLEM THRU 2600-EXIT
003645         VARYING PR-IDX FROM 1 BY 1
003646         UNTIL PR-IDX > PR-COUNT OR PR-FOUND.
003647     IF PR-FOUND
003648         SUBTRACT 1 FROM PR-IDX
003649         IF PR-VERIFIED (PR-IDX)
003650             SET STAND-VERIFIED TO TRUE
003651         END-IF
003652     END-IF.
003653     PERFORM 2050-LOCATE-STANDING THRU 2050-EXIT.
003654     PERFORM 2200-CREDIT-SOLVE THRU 2200-EXIT.
003655     PERFORM 2300-NOTE-CREDITED-PAIR THRU 2300-EXIT.
003656 2500-EXIT.
003657     EXIT.
003658*----------------------------------------------------------------
003659 2550-MATCH-CREDITED-PAIR.
003660     IF CR-INITIALS (CR-IDX) = STAND-INITIALS
003661        AND CR-PROBLEM-NO (CR-IDX) = STAND-PROBLEM-NO
003662         SET CR-FOUND TO TRUE
003663     END-IF.
003664 2550-EXIT.
003665     EXIT.
003666*----------------------------------------------------------------
003667 2600-MATCH-LEDGER-PROBLEM.
003668     IF PR-PROBLEM-NO (PR-IDX) = STAND-PROBLEM-NO
003669         SET PR-FOUND TO TRUE
003670     END-IF.
003671 2600-EXIT.
003672     EXIT.
003673*----------------------------------------------------------------
003674*    3000-CREDIT-PORTFOLIO CREDITS EACH TYPE "S" PORTFOLIO RUN
003675*    SUMMARY MADE IN THE PARM RANGE TO THE MEMBER WHOSE KEY
003676*    ENTRY OWNS THAT PROBLEM.
003677*    DETAILS AND BARE PRE-TAGGING RECORDS ARE PASSED OVER, AS IS
003678*    A SUMMARY FOR A PROBLEM WITH NO KEY ENTRY -- THERE IS NO
003679*    SOLVER TO CREDIT IT TO.
003680*----------------------------------------------------------------
003681 3000-CREDIT-PORTFOLIO.
003682     READ PORTFOLIO-FILE
003683         AT END
003684             SET PORT-EOF TO TRUE
003685             GO TO 3000-EXIT
003686     END-READ.
003687     IF NOT PF-SUMMARY-REC
003690         GO TO 3000-EXIT
003700     END-IF.
003702     IF PF-RUN-DATE < RANGE-FROM-DATE
003704        OR PF-RUN-DATE > RANGE-TO-DATE
003706         GO TO 3000-EXIT
003708     END-IF.
003710     MOVE "N" TO PR-FOUND-SW.
003720     PERFORM 3100-MATCH-PROBLEM THRU 3100-EXIT
003730         VARYING PR-IDX FROM 1 BY 1
004390*----------------------------------------------------------------
004400*    5000-WRITE-LEADERBOARD PRINTS THE RANKED STANDINGS LINES.
004410*    AN UNROSTERED ENTRY OR AN INACTIVE MEMBER CARRIES ITS NOTE
004420*    IN THE RIGHTMOST COLUMN.  ON A FREEZE RUN EACH LINE IS ALSO
004425*    WRITTEN TO FRZOUT (5200).
004430*----------------------------------------------------------------
004440 5000-WRITE-LEADERBOARD.
004450     MOVE 0 TO RANK-NO.
004680         END-IF
004690     END-IF.
004700     WRITE STAND-RPT-REC FROM RPT-DETAIL-LINE.
004702     IF FREEZE-REQUESTED
004704         PERFORM 5200-WRITE-FREEZE THRU 5200-EXIT
004706     END-IF.
004710 5100-EXIT.
004720     EXIT.
004721*----------------------------------------------------------------
004722*    5200-WRITE-FREEZE WRITES THE STANDINGS ENTRY AT ST-IDX, WITH
004723*    ITS RANK, AS ONE SEASON-RESULTS "M" RECORD.  THE FLAG IS THE
004724*    MEMBER'S ACTIVE FLAG, OR "U" FOR INITIALS NOT ON THE ROSTER.
004725*----------------------------------------------------------------
004726 5200-WRITE-FREEZE.
004727     MOVE SPACES TO SEASON-RESULT-REC.
004728     MOVE FREEZE-SEASON TO SN-SEASON.
004729     SET SN-MEMBER-REC TO TRUE.
004730     MOVE ST-INITIALS (ST-IDX) TO SN-ITEM.
004731     MOVE RANK-NO TO SM-RANK.
004732     MOVE ST-NAME (ST-IDX) TO SM-NAME.
004733     MOVE ST-SOLVE-COUNT (ST-IDX) TO SM-SOLVE-COUNT.
004734     MOVE ST-VERIF-COUNT (ST-IDX) TO SM-VERIF-COUNT.
004735     MOVE ST-UNVER-COUNT (ST-IDX) TO SM-UNVER-COUNT.
004736     MOVE ST-RUN-COUNT (ST-IDX) TO SM-RUN-COUNT.
004737     MOVE ST-FIRST-DATE (ST-IDX) TO SM-FIRST-DATE.
004738     MOVE ST-POINTS (ST-IDX) TO SM-POINTS.
004739     IF ST-ROSTERED (ST-IDX)
004740         MOVE ST-FLAG (ST-IDX) TO SM-FLAG
004741     ELSE
004742         SET SM-NOT-ROSTERED TO TRUE
004743     END-IF.
004744     WRITE SEASON-RESULT-REC.
004745     IF FREEZE-FILE-STATUS NOT = "00"
004746         DISPLAY "MBRSTAND: FREEZE WRITE FAILED, STATUS "
004747                 FREEZE-FILE-STATUS
004748         GO TO 9999-ABEND
004749     END-IF.
004750     ADD 1 TO FREEZE-COUNT.
004751 5200-EXIT.
004752     EXIT.
004753*----------------------------------------------------------------
004754*    6000-SORT-POINTS-BOARD RE-SORTS THE STANDINGS TABLE INTO
004755*    DESCENDING LEAGUE-POINTS ORDER, TIES BROKEN BY ASCENDING
004756*    INITIALS, THE SAME BUBBLE SORT AS 4000.
004757*----------------------------------------------------------------
004758 6000-SORT-POINTS-BOARD.
004759     IF ST-COUNT < 2
004760         GO TO 6000-EXIT
004761     END-IF.
004762     SET SORT-SWAPPED TO TRUE.
004763     PERFORM 6100-SORT-ONE-PASS THRU 6100-EXIT
004764         UNTIL NOT SORT-SWAPPED.
004765 6000-EXIT.
004766     EXIT.
004767*----------------------------------------------------------------
004768 6100-SORT-ONE-PASS.
004769     MOVE "N" TO SORT-SWAPPED-SW.
004770     PERFORM 6200-COMPARE-ADJACENT THRU 6200-EXIT
004771         VARYING ST-IDX FROM 1 BY 1
004772         UNTIL ST-IDX >= ST-COUNT.
004773 6100-EXIT.
004774     EXIT.
004775*----------------------------------------------------------------
004776 6200-COMPARE-ADJACENT.
004777     COMPUTE ST-IDX2 = ST-IDX + 1.
004778     IF ST-POINTS (ST-IDX) < ST-POINTS (ST-IDX2)
004779        OR (ST-POINTS (ST-IDX) = ST-POINTS (ST-IDX2)
004780            AND ST-INITIALS (ST-IDX) > ST-INITIALS (ST-IDX2))
004781         MOVE ST-ENTRY (ST-IDX) TO ST-SWAP-ENTRY
004782         MOVE ST-ENTRY (ST-IDX2) TO ST-ENTRY (ST-IDX)
004783         MOVE ST-SWAP-ENTRY TO ST-ENTRY (ST-IDX2)
004784         SET SORT-SWAPPED TO TRUE
004785     END-IF.
004786 6200-EXIT.
004787     EXIT.
004788*----------------------------------------------------------------
004789*    7000-WRITE-POINTS-BOARD PRINTS THE SECOND BOARD, RANKED BY
004790*    LEAGUE POINTS, WITH THE SAME NOTES AS THE FIRST.
004791*----------------------------------------------------------------
004792 7000-WRITE-POINTS-BOARD.
004793     MOVE SPACES TO STAND-RPT-REC.
004794     WRITE STAND-RPT-REC.
004795     WRITE STAND-RPT-REC FROM RPT-POINTS-HDR1-LINE.
004796     WRITE STAND-RPT-REC FROM RPT-POINTS-HDR2-LINE.
004797     MOVE 0 TO RANK-NO.
004798     PERFORM 7100-WRITE-ONE-MEMBER THRU 7100-EXIT
004799         VARYING ST-IDX FROM 1 BY 1
004800         UNTIL ST-IDX > ST-COUNT.
004801     MOVE SPACES TO STAND-RPT-REC.
004802     WRITE STAND-RPT-REC.
004803 7000-EXIT.
004804     EXIT.
004805*----------------------------------------------------------------
004806 7100-WRITE-ONE-MEMBER.
004807     ADD 1 TO RANK-NO.
004808     MOVE SPACES TO RPT-POINTS-LINE.
004809     MOVE RANK-NO TO RP-RANK.
004810     MOVE ST-INITIALS (ST-IDX) TO RP-INITIALS.
004811     MOVE ST-NAME (ST-IDX) TO RP-NAME.
004812     MOVE ST-POINTS (ST-IDX) TO RP-POINTS.
004813     MOVE ST-SOLVE-COUNT (ST-IDX) TO RP-SOLVES.
004814     IF NOT ST-ROSTERED (ST-IDX)
004815         MOVE "NOT ON ROSTER" TO RP-NOTE
004816     ELSE
004817         IF ST-FLAG (ST-IDX) = "I"
004818             MOVE "INACTIVE" TO RP-NOTE
004819         END-IF
004820     END-IF.
004821     WRITE STAND-RPT-REC FROM RPT-POINTS-LINE.
004822 7100-EXIT.
004823     EXIT.
004824*----------------------------------------------------------------
004825*    9999-ABEND IS THE COMMON ERROR EXIT: CLOSE WHAT IS OPEN AND
004826*    HAND A NONZERO RETURN-CODE BACK TO THE JCL STEP.
004827*----------------------------------------------------------------
004828 9999-ABEND.
004829     DISPLAY "MBRSTAND: ABNORMAL TERMINATION".
004830     MOVE 16 TO RETURN-CODE.
004831     CLOSE MEMBER-FILE.
004832     CLOSE ANSWER-KEY-FILE.
004833     CLOSE PORTFOLIO-FILE.
004834     CLOSE LEDGER-FILE.
004835     CLOSE STAND-RPT-FILE.
004836     IF FREEZE-REQUESTED
004837         CLOSE FREEZE-FILE
004838     END-IF.
004840     STOP RUN.
