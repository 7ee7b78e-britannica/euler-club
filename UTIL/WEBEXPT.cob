000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WEBEXPT.
000030 AUTHOR. EULER CLUB.
000040 INSTALLATION. EULER CLUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*REMARKS.
000080*    NIGHTLY WEBSITE EXPORT.
000090*
000100*    WRITES THE THREE COMMA-DELIMITED FILES THE CLUB WEBSITE IS
000110*    LOADED FROM, AS THE LAST STEP OF EULERRUN, SO THE SITE IS
000120*    NEVER MORE THAN A NIGHT BEHIND THE SPOOL:
000130*      WEBLEAD - THE MEMBER LEADERBOARD FOR THE CURRENT SEASON,
000140*                FROM THE ROSTER (MBRIN) AND THE ANSWER KEY,
000150*                CREDITED AND RANKED AS MBRSTAND'S NIGHTLY
000160*                BOARD IS: KEY SOLVES IN THE SEASON, PLUS
000170*                CORRECT SUBMISSIONS-LEDGER SOLVES NOT ALREADY
000180*                CREDITED, DESCENDING SOLVE COUNT.
000190*      WEBSOLV - ONE ROW PER ANSWER-KEY ENTRY: THE ANSWER, THE
000200*                SOLVER, THE DATE SOLVED, THE VERIFIED STATUS,
000210*                AND THE PROBLEM'S LATEST RECONCILIATION FROM
000220*                THE PORTFOLIO'S TYPE "S" RUN SUMMARIES.
000230*      WEBSTAT - ONE ROW PER PROGRAM FOR TONIGHT'S RUN: EVERY
000240*                ACTIVE ROSTER PROGRAM (ROSTERIN) IN JOB-STEP
000250*                ORDER WITH ITS LATEST RUNSTAT RECORD TONIGHT,
000260*                OR "NOT RUN", THEN ANY PROGRAM THAT REPORTED
000270*                WITHOUT BEING ON THE ROSTER.
000280*    EACH FILE STARTS WITH A HEADER ROW OF COLUMN NAMES AND ENDS
000290*    WITH A "TRAILER" ROW CARRYING THE NUMBER OF DATA ROWS IN
000300*    BETWEEN, FOR THE WEB TEAM TO CHECK THE LOAD AGAINST.  TEXT
000310*    FIELDS ARE QUOTED (A QUOTE INSIDE ONE IS DOUBLED); NUMBERS
000320*    AND DATES ARE NOT.
000330*
000340*    AN ANSWER IS ONLY PUBLISHED WHEN ITS PROBLEM'S KEY ENTRY IS
000350*    VERIFIED AND THE PROBLEM'S LATEST RECONCILIATION WAS A
000360*    MATCH -- THE SAME TEST LEADING LEAGEXT TO REFUSE A
000370*    TRANSMISSION.  ANY OTHER ANSWER IS WRITTEN AS "WITHHELD"
000380*    WITH THE REASON BESIDE IT, AND LISTED ON RPTOUT, SO A
000390*    WRONG ANSWER NEVER REACHES THE PUBLIC SITE.  FOR TONIGHT'S
000400*    PROGRAM ROWS THE LATEST RECONCILIATION IS TONIGHT'S OWN.
000410*
000420*    THE SEASON STARTS AT THE EFFECTIVE DATE OF THE "SEASON"
000430*    CLUB CONTROL RECORD (CTLLOOK, SEE CTLREC); WITH NONE, OR
000440*    ONE NOT YET IN FORCE, THE BOARD RUNS FROM THE BEGINNING.
000450*    LEAGUE POINTS COME FROM THE PROBLEM CATALOGUE (PRBLOOK); A
000460*    CATALOGUE THAT CANNOT BE READ ONLY ZEROES THE POINTS.
000470*
000480*    RETURN-CODE 16 WHEN A FILE CANNOT BE OPENED, THE CONTROL
000490*    DATASET CANNOT BE READ, OR A TABLE OVERFLOWS; 0 OTHERWISE.
000500*    A WITHHELD ANSWER IS NOT AN ERROR.
000510*
000520*    MODIFICATION HISTORY.
000530*    DATE       INIT  DESCRIPTION
000540*    ---------  ----  ---------------------------------------
000550*    10/15/2026 RTS   ORIGINAL VERSION.
000560*----------------------------------------------------------------
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER. IBM-370.
000600 OBJECT-COMPUTER. IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT MEMBER-FILE ASSIGN TO MBRIN
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS MEMBER-FILE-STATUS.
000660     SELECT ANSWER-KEY-FILE ASSIGN TO ANSKEY
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS AK-PROBLEM-NO
000700         FILE STATUS IS ANSKEY-FILE-STATUS.
000710     SELECT PORTFOLIO-FILE ASSIGN TO PORTIN
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS PORT-FILE-STATUS.
000740     SELECT OPTIONAL LEDGER-FILE ASSIGN TO LEDGIN
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS LEDGER-FILE-STATUS.
000770     SELECT ROSTER-FILE ASSIGN TO ROSTERIN
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS ROST-FILE-STATUS.
000800     SELECT STATUS-FILE ASSIGN TO STATIN
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS STAT-FILE-STATUS.
000830     SELECT LEADER-CSV-FILE ASSIGN TO WEBLEAD
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS LEAD-FILE-STATUS.
000860     SELECT SOLVED-CSV-FILE ASSIGN TO WEBSOLV
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS SOLV-FILE-STATUS.
000890     SELECT TONIGHT-CSV-FILE ASSIGN TO WEBSTAT
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS TNGT-FILE-STATUS.
000920     SELECT EXPORT-RPT-FILE ASSIGN TO RPTOUT
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS RPT-FILE-STATUS.
000950*----------------------------------------------------------------
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  MEMBER-FILE.
000990 COPY MEMBREC.
001000 FD  ANSWER-KEY-FILE.
001010 COPY ANSKYREC.
001020 FD  PORTFOLIO-FILE.
001030 COPY PORTFREC.
001040 FD  LEDGER-FILE.
001050 01  LEDGER-REC              PIC X(56).
001060 FD  ROSTER-FILE.
001070 COPY ROSTREC.
001080 FD  STATUS-FILE.
001090 COPY RUNSTREC.
001100 FD  LEADER-CSV-FILE.
001110 01  LEADER-CSV-REC          PIC X(120).
001120 FD  SOLVED-CSV-FILE.
001130 01  SOLVED-CSV-REC          PIC X(120).
001140 FD  TONIGHT-CSV-FILE.
001150 01  TONIGHT-CSV-REC         PIC X(120).
001160 FD  EXPORT-RPT-FILE.
001170 01  EXPORT-RPT-REC          PIC X(80).
001180*----------------------------------------------------------------
001190 WORKING-STORAGE SECTION.
001200 01  MEMBER-FILE-STATUS      PIC XX.
001210 01  ANSKEY-FILE-STATUS      PIC XX.
001220 01  PORT-FILE-STATUS        PIC XX.
001230 01  LEDGER-FILE-STATUS      PIC XX.
001240 01  ROST-FILE-STATUS        PIC XX.
001250 01  STAT-FILE-STATUS        PIC XX.
001260 01  LEAD-FILE-STATUS        PIC XX.
001270 01  SOLV-FILE-STATUS        PIC XX.
001280 01  TNGT-FILE-STATUS        PIC XX.
001290 01  RPT-FILE-STATUS         PIC XX.
001300 01  MEMBER-EOF-SW           PIC X       VALUE "N".
001310     88  MEMBER-EOF                      VALUE "Y".
001320 01  ANSKEY-EOF-SW           PIC X       VALUE "N".
001330     88  ANSKEY-EOF                      VALUE "Y".
001340 01  PORT-EOF-SW             PIC X       VALUE "N".
001350     88  PORT-EOF                        VALUE "Y".
001360 01  LEDGER-EOF-SW           PIC X       VALUE "N".
001370     88  LEDGER-EOF                      VALUE "Y".
001380 01  ROST-EOF-SW             PIC X       VALUE "N".
001390     88  ROST-EOF                        VALUE "Y".
001400 01  STAT-EOF-SW             PIC X       VALUE "N".
001410     88  STAT-EOF                        VALUE "Y".
001420 01  CONTROL-PROGRAM-ID      PIC X(08)   VALUE "SEASON".
001430 01  CONTROL-RETURN-CODE     PIC 99.
001440*
001450*    THE CLUB CONTROL RECORD CTLLOOK HANDS BACK.
001460*
001470 COPY CTLREC.
001480 COPY SUBLREC.
001490 01  SEASON-FROM-DATE        PIC X(08)   VALUE SPACES.
001500 01  TODAY-DATE              PIC X(08).
001510 01  RPT-TODAY.
001520     05  RPT-TODAY-CCYY      PIC 9(04).
001530     05  RPT-TODAY-MM        PIC 99.
001540     05  RPT-TODAY-DD        PIC 99.
001550*
001560*    THE SOLVE BEING CREDITED, FROM A KEY ENTRY OR THE LEDGER.
001570*
001580 01  STAND-INITIALS          PIC X(03).
001590 01  STAND-PROBLEM-NO        PIC 9(04).
001600 01  STAND-SOLVE-DATE        PIC X(08).
001610 01  STAND-VERIFIED-SW       PIC X.
001620     88  STAND-VERIFIED                  VALUE "Y".
001630 01  STAND-POINTS            PIC 9(03).
001640*
001650*    THE LEADERBOARD, ONE ENTRY PER MEMBER OR UNROSTERED SOLVER.
001660*
001670 01  ST-TABLE-MAX            PIC 9(03)   VALUE 060.
001680 01  ST-COUNT                PIC 9(03)   VALUE 0.
001690 01  ST-IDX                  PIC 9(03).
001700 01  ST-IDX2                 PIC 9(03).
001710 01  ST-FOUND-SW             PIC X.
001720     88  ST-FOUND                        VALUE "Y".
001730 01  ST-TABLE.
001740     05  ST-ENTRY OCCURS 60 TIMES.
001750         10  ST-INITIALS     PIC X(03).
001760         10  ST-NAME         PIC X(20).
001770         10  ST-FLAG         PIC X(01).
001780         10  ST-ROSTERED-SW  PIC X(01).
001790             88  ST-ROSTERED             VALUE "Y".
001800         10  ST-SOLVE-COUNT  PIC 9(04).
001810         10  ST-VERIF-COUNT  PIC 9(04).
001820         10  ST-UNVER-COUNT  PIC 9(04).
001830         10  ST-FIRST-DATE   PIC X(08).
001840         10  ST-POINTS       PIC 9(05).
001850 01  ST-SWAP-ENTRY           PIC X(50).
001860*
001870*    EVERY ANSWER-KEY ENTRY, IN KEY (PROBLEM-NUMBER) ORDER, WITH
001880*    THE LATEST RECONCILIATION FROM THE PORTFOLIO.  KY-RECON
001890*    STAYS BLANK FOR A PROBLEM THAT HAS NEVER RUN.
001900*
001910 01  KY-TABLE-MAX            PIC 9(03)   VALUE 200.
001920 01  KY-COUNT                PIC 9(03)   VALUE 0.
001930 01  KY-IDX                  PIC 9(03).
001940 01  KY-FOUND-SW             PIC X.
001950     88  KY-FOUND                        VALUE "Y".
001960 01  KY-TABLE.
001970     05  KY-ENTRY OCCURS 200 TIMES.
001980         10  KY-PROBLEM-NO   PIC 9(04).
001990         10  KY-ANSWER-TYPE  PIC X(01).
002000         10  KY-ANSWER       PIC X(18).
002010         10  KY-ANSWER-NUM REDEFINES KY-ANSWER
002020                             PIC 9(18).
002030         10  KY-INITIALS     PIC X(03).
002040         10  KY-DATE-SOLVED  PIC X(08).
002050         10  KY-VERIFIED-SW  PIC X(01).
002060             88  KY-VERIFIED             VALUE "Y".
002070         10  KY-RECON        PIC X(08).
002080*
002090*    MEMBER/PROBLEM PAIRS ALREADY CREDITED WITH A SOLVE, SO A
002100*    LEDGER SOLVE IS NEVER COUNTED TWICE.
002110*
002120 01  CR-TABLE-MAX            PIC 9(04)   VALUE 1000.
002130 01  CR-COUNT                PIC 9(04)   VALUE 0.
002140 01  CR-IDX                  PIC 9(04).
002150 01  CR-FOUND-SW             PIC X.
002160     88  CR-FOUND                        VALUE "Y".
002170 01  CR-TABLE.
002180     05  CR-ENTRY OCCURS 1000 TIMES.
002190         10  CR-INITIALS     PIC X(03).
002200         10  CR-PROBLEM-NO   PIC 9(04).
002210*
002220*    LEAGUE POINTS PER PROBLEM, LOOKED UP ONCE IN THE CATALOGUE.
002230*
002240 01  PT-TABLE-MAX            PIC 9(03)   VALUE 200.
002250 01  PT-COUNT                PIC 9(03)   VALUE 0.
002260 01  PT-IDX                  PIC 9(03).
002270 01  PT-FOUND-SW             PIC X.
002280     88  PT-FOUND                        VALUE "Y".
002290 01  PT-TABLE.
002300     05  PT-ENTRY OCCURS 200 TIMES.
002310         10  PT-PROBLEM-NO   PIC 9(04).
002320         10  PT-POINTS       PIC 9(03).
002330 01  CATALOGUE-DOWN-SW       PIC X       VALUE "N".
002340     88  CATALOGUE-DOWN                  VALUE "Y".
002350 01  LOOKUP-PROBLEM-NO       PIC 9(04).
002360 01  LOOKUP-RETURN-CODE      PIC 99.
002370 COPY PROBREC.
002380*
002390*    TONIGHT'S PROGRAMS: THE ACTIVE ROSTER, THEN ANY PROGRAM
002400*    THAT REPORTED WITHOUT A ROSTER CARD (STEP ORDER 99).
002410*
002420 01  PG-TABLE-MAX            PIC 9(02)   VALUE 20.
002430 01  PG-COUNT                PIC 9(02)   VALUE 0.
002440 01  PG-IDX                  PIC 9(02).
002450 01  PG-IDX2                 PIC 9(02).
002460 01  PG-FOUND-SW             PIC X.
002470     88  PG-FOUND                        VALUE "Y".
002480 01  PG-TABLE.
002490     05  PG-ENTRY OCCURS 20 TIMES.
002500         10  PG-PROGRAM-ID   PIC X(08).
002510         10  PG-STEP-ORDER   PIC 9(02).
002520         10  PG-PROBLEM-NO   PIC 9(04).
002530         10  PG-SEEN-SW      PIC X(01).
002540             88  PG-SEEN                 VALUE "Y".
002550         10  PG-RUN-TIME     PIC 9(08).
002560         10  PG-OUTCOME      PIC X(08).
002570         10  PG-RETURN-CODE  PIC 9(02).
002580         10  PG-RECON        PIC X(08).
002590         10  PG-ANSWER       PIC X(18).
002600         10  PG-ANSWER-NUM REDEFINES PG-ANSWER
002610                             PIC 9(18).
002620 01  PG-SWAP-ENTRY           PIC X(59).
002630 01  SORT-SWAPPED-SW         PIC X.
002640     88  SORT-SWAPPED                    VALUE "Y".
002650*
002660*    WHY AN ANSWER IS WITHHELD; BLANK WHEN IT IS PUBLISHED.
002670*
002680 01  WITHHELD-REASON         PIC X(20).
002690 01  RANK-NO                 PIC 9(03).
002700 01  LEADER-ROW-COUNT        PIC 9(04)   VALUE 0.
002710 01  SOLVED-ROW-COUNT        PIC 9(04)   VALUE 0.
002720 01  SOLVED-WITHHELD-COUNT   PIC 9(04)   VALUE 0.
002730 01  TONIGHT-ROW-COUNT       PIC 9(04)   VALUE 0.
002740 01  TONIGHT-WITHHELD-COUNT  PIC 9(04)   VALUE 0.
002750*
002760*    THE DELIMITED ROW BEING BUILT, ONE CHARACTER AT A TIME, AND
002770*    THE FIELD BEING ADDED TO IT.  CSV-PTR IS THE LAST POSITION
002780*    FILLED.
002790*
002800 01  CSV-ROW.
002810     05  CSV-ROW-CHAR        PIC X(01)   OCCURS 120 TIMES.
002820 01  CSV-PTR                 PIC 9(03).
002830 01  CSV-FIELD               PIC X(40).
002840 01  CSV-FIELD-CHARS REDEFINES CSV-FIELD.
002850     05  CSV-FIELD-CHAR      PIC X(01)   OCCURS 40 TIMES.
002860 01  CSV-IDX                 PIC 9(02).
002870 01  CSV-START               PIC 9(02).
002880 01  CSV-END                 PIC 9(02).
002890 01  CSV-CHAR                PIC X(01).
002900 01  CSV-FOUND-SW            PIC X.
002910     88  CSV-FOUND                       VALUE "Y".
002920 01  CSV-QUOTE-SW            PIC X.
002930     88  CSV-QUOTED                      VALUE "Y".
002940 01  CSV-NUMBER              PIC 9(18).
002950 01  CSV-NUMBER-EDIT         PIC Z(17)9.
002960 01  LEADER-CSV-HEADING      PIC X(120)  VALUE
002970     "RANK,INITIALS,NAME,STATUS,SOLVES,VERIFIED,UNVERIFIED,POINTS,
002980-    "FIRST_SOLVED".
002990 01  SOLVED-CSV-HEADING      PIC X(120)  VALUE
003000     "PROBLEM,ANSWER,SOLVER,DATE_SOLVED,VERIFIED,LATEST_RECON,WITH
003010-    "HELD_REASON".
003020 01  TONIGHT-CSV-HEADING     PIC X(120)  VALUE
003030     "PROGRAM,PROBLEM,RUN_DATE,RUN_TIME,OUTCOME,RC,RECON,ANSWER,WI
003040-    "THHELD_REASON".
003050 01  RPT-HDR1-LINE.
003060     05  FILLER              PIC X(27)
003070         VALUE "EULER CLUB - WEBSITE EXPORT".
003080     05  FILLER              PIC X(53)   VALUE SPACES.
003090 01  RPT-HDR2-LINE.
003100     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
003110     05  RH-RUN-DATE         PIC X(08).
003120     05  FILLER              PIC X(05)   VALUE SPACES.
003130     05  FILLER              PIC X(13)   VALUE "SEASON FROM: ".
003140     05  RH-SEASON-FROM      PIC X(08).
003150     05  FILLER              PIC X(36)   VALUE SPACES.
003160 01  RPT-WITHHELD-LINE.
003170     05  FILLER              PIC X(10)   VALUE "WITHHELD".
003180     05  RW-FILE             PIC X(08).
003190     05  FILLER              PIC X(02)   VALUE SPACES.
003200     05  RW-ITEM             PIC X(08).
003210     05  FILLER              PIC X(02)   VALUE SPACES.
003220     05  RW-REASON           PIC X(20).
003230     05  FILLER              PIC X(30)   VALUE SPACES.
003240 01  RPT-TOTAL-LINE.
003250     05  RT-LABEL            PIC X(20).
003260     05  RT-ROWS             PIC ZZZ9.
003270     05  FILLER              PIC X(04)   VALUE SPACES.
003280     05  RT-WITHHELD-LABEL   PIC X(10).
003290     05  RT-WITHHELD         PIC ZZZ9.
003300     05  FILLER              PIC X(38)   VALUE SPACES.
003310*----------------------------------------------------------------
003320 PROCEDURE DIVISION.
003330 0000-MAINLINE SECTION.
003340 0000-START.
003350     PERFORM 0100-SEASON-START THRU 0100-EXIT.
003360     PERFORM 0500-OPEN-FILES THRU 0500-EXIT.
003370     PERFORM 0200-WRITE-REPORT-HEADING THRU 0200-EXIT.
003380
003390     PERFORM 1000-LOAD-ROSTER THRU 1000-EXIT
003400         UNTIL MEMBER-EOF.
003410     PERFORM 2000-LOAD-KEY-ENTRY THRU 2000-EXIT
003420         UNTIL ANSKEY-EOF.
003430     PERFORM 2500-CREDIT-LEDGER THRU 2500-EXIT
003440         UNTIL LEDGER-EOF.
003450     PERFORM 3000-LOAD-PORTFOLIO THRU 3000-EXIT
003460         UNTIL PORT-EOF.
003470     PERFORM 3500-LOAD-PROGRAMS THRU 3500-EXIT
003480         UNTIL ROST-EOF.
003490     PERFORM 3700-POST-STATUS-RECORD THRU 3700-EXIT
003500         UNTIL STAT-EOF.
003510
003520     PERFORM 4000-SORT-LEADERBOARD THRU 4000-EXIT.
003530     PERFORM 5000-WRITE-LEADERBOARD THRU 5000-EXIT.
003540     PERFORM 6000-WRITE-SOLVED THRU 6000-EXIT.
003550     PERFORM 7000-SORT-PROGRAMS THRU 7000-EXIT.
003560     PERFORM 7500-WRITE-TONIGHT THRU 7500-EXIT.
003570     PERFORM 0300-WRITE-REPORT-TOTAL THRU 0300-EXIT.
003580
003590     CLOSE MEMBER-FILE.
003600     CLOSE ANSWER-KEY-FILE.
003610     CLOSE PORTFOLIO-FILE.
003620     CLOSE LEDGER-FILE.
003630     CLOSE ROSTER-FILE.
003640     CLOSE STATUS-FILE.
003650     CLOSE LEADER-CSV-FILE.
003660     CLOSE SOLVED-CSV-FILE.
003670     CLOSE TONIGHT-CSV-FILE.
003680     CLOSE EXPORT-RPT-FILE.
003690     DISPLAY "WEBEXPT: " LEADER-ROW-COUNT " LEADERBOARD, "
003700             SOLVED-ROW-COUNT " SOLVED, " TONIGHT-ROW-COUNT
003710             " PROGRAM ROWS EXPORTED".
003720 0000-MAINLINE-EXIT.
003730     STOP RUN.
003740*----------------------------------------------------------------
003750*    0100-SEASON-START SETS THE START OF THE CURRENT SEASON FROM
003760*    THE EFFECTIVE DATE OF THE "SEASON" CLUB CONTROL RECORD, AS
003770*    MBRSTAND DOES FOR ITS NIGHTLY BOARD.  NO RECORD, OR ONE NOT
003780*    YET IN FORCE, LEAVES THE BOARD OPEN TO THE BEGINNING; A
003790*    CONTROL DATASET THAT CANNOT BE READ STOPS THE STEP BEFORE
003800*    ANY FILE IS REWRITTEN.
003810*----------------------------------------------------------------
003820 0100-SEASON-START.
003830     CALL "CTLLOOK" USING CONTROL-PROGRAM-ID, CONTROL-RETURN-CODE,
003840         CLUB-CONTROL-REC.
003850     IF CONTROL-RETURN-CODE = 4
003860         GO TO 0100-EXIT
003870     END-IF.
003880     IF CONTROL-RETURN-CODE = 8
003890         DISPLAY "WEBEXPT: SEASON RECORD NOT EFFECTIVE UNTIL "
003900                 CT-EFFECTIVE-DATE ", BOARD LEFT OPEN"
003910         GO TO 0100-EXIT
003920     END-IF.
003930     IF CONTROL-RETURN-CODE NOT = 0
003940         DISPLAY "WEBEXPT: CONTROL DATASET NOT AVAILABLE, RC "
003950                 CONTROL-RETURN-CODE
003960         MOVE 16 TO RETURN-CODE
003970         STOP RUN
003980     END-IF.
003990     MOVE CT-EFFECTIVE-DATE TO SEASON-FROM-DATE.
004000 0100-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030*    0200-WRITE-REPORT-HEADING WRITES THE LISTING HEADING AND
004040*    ESTABLISHES TONIGHT'S DATE, WHICH DECIDES WHICH RUNSTAT
004050*    RECORDS BELONG TO TONIGHT -- THE DATASET ACCUMULATES ACROSS
004060*    NIGHTS.  EACH DELIMITED FILE GETS ITS HEADER ROW HERE.
004070*----------------------------------------------------------------
004080 0200-WRITE-REPORT-HEADING.
004090     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
004100     MOVE RPT-TODAY TO TODAY-DATE.
004110     MOVE TODAY-DATE TO RH-RUN-DATE.
004120     IF SEASON-FROM-DATE = SPACES
004130         MOVE "EARLIEST" TO RH-SEASON-FROM
004140     ELSE
004150         MOVE SEASON-FROM-DATE TO RH-SEASON-FROM
004160     END-IF.
004170     WRITE EXPORT-RPT-REC FROM RPT-HDR1-LINE.
004180     WRITE EXPORT-RPT-REC FROM RPT-HDR2-LINE.
004190     WRITE LEADER-CSV-REC FROM LEADER-CSV-HEADING.
004200     WRITE SOLVED-CSV-REC FROM SOLVED-CSV-HEADING.
004210     WRITE TONIGHT-CSV-REC FROM TONIGHT-CSV-HEADING.
004220 0200-EXIT.
004230     EXIT.
004240*----------------------------------------------------------------
004250*    0300-WRITE-REPORT-TOTAL CLOSES THE LISTING WITH THE ROW
004260*    COUNT OF EACH FILE -- THE SAME COUNTS THE TRAILER ROWS
004270*    CARRY -- AND HOW MANY ANSWERS WERE WITHHELD.
004280*----------------------------------------------------------------
004290 0300-WRITE-REPORT-TOTAL.
004300     MOVE SPACES TO RPT-TOTAL-LINE.
004310     MOVE "LEADERBOARD ROWS:" TO RT-LABEL.
004320     MOVE LEADER-ROW-COUNT TO RT-ROWS.
004330     WRITE EXPORT-RPT-REC FROM RPT-TOTAL-LINE.
004340     MOVE "SOLVED PROBLEM ROWS:" TO RT-LABEL.
004350     MOVE SOLVED-ROW-COUNT TO RT-ROWS.
004360     MOVE "WITHHELD:" TO RT-WITHHELD-LABEL.
004370     MOVE SOLVED-WITHHELD-COUNT TO RT-WITHHELD.
004380     WRITE EXPORT-RPT-REC FROM RPT-TOTAL-LINE.
004390     MOVE "PROGRAM ROWS:" TO RT-LABEL.
004400     MOVE TONIGHT-ROW-COUNT TO RT-ROWS.
004410     MOVE "WITHHELD:" TO RT-WITHHELD-LABEL.
004420     MOVE TONIGHT-WITHHELD-COUNT TO RT-WITHHELD.
004430     WRITE EXPORT-RPT-REC FROM RPT-TOTAL-LINE.
004440 0300-EXIT.
004450     EXIT.
004460*----------------------------------------------------------------
004470*    0500-OPEN-FILES OPENS EVERY INPUT AND OUTPUT.  THE LEDGER
004480*    IS OPTIONAL -- ONE NOT YET CREATED READS AS EMPTY.  ANY
004490*    OTHER FAILURE STOPS THE STEP.
004500*----------------------------------------------------------------
004510 0500-OPEN-FILES.
004520     OPEN INPUT MEMBER-FILE.
004530     IF MEMBER-FILE-STATUS NOT = "00"
004540         DISPLAY "WEBEXPT: MEMBER-FILE OPEN FAILED, STATUS "
004550                 MEMBER-FILE-STATUS
004560         GO TO 9999-ABEND
004570     END-IF.
004580     OPEN INPUT ANSWER-KEY-FILE.
004590     IF ANSKEY-FILE-STATUS NOT = "00"
004600         DISPLAY "WEBEXPT: ANSWER-KEY-FILE OPEN FAILED, STATUS "
004610                 ANSKEY-FILE-STATUS
004620         GO TO 9999-ABEND
004630     END-IF.
004640     OPEN INPUT PORTFOLIO-FILE.
004650     IF PORT-FILE-STATUS NOT = "00"
004660         DISPLAY "WEBEXPT: PORTFOLIO-FILE OPEN FAILED, STATUS "
004670                 PORT-FILE-STATUS
004680         GO TO 9999-ABEND
004690     END-IF.
004700     OPEN INPUT LEDGER-FILE.
004710     IF LEDGER-FILE-STATUS NOT = "00"
004720        AND LEDGER-FILE-STATUS NOT = "05"
004730         DISPLAY "WEBEXPT: LEDGER-FILE OPEN FAILED, STATUS "
004740                 LEDGER-FILE-STATUS
004750         GO TO 9999-ABEND
004760     END-IF.
004770     OPEN INPUT ROSTER-FILE.
004780     IF ROST-FILE-STATUS NOT = "00"
004790         DISPLAY "WEBEXPT: ROSTER-FILE OPEN FAILED, STATUS "
004800                 ROST-FILE-STATUS
004810         GO TO 9999-ABEND
004820     END-IF.
004830     OPEN INPUT STATUS-FILE.
004840     IF STAT-FILE-STATUS NOT = "00"
004850         DISPLAY "WEBEXPT: STATUS-FILE OPEN FAILED, STATUS "
004860                 STAT-FILE-STATUS
004870         GO TO 9999-ABEND
004880     END-IF.
004890     OPEN OUTPUT EXPORT-RPT-FILE.
004900     IF RPT-FILE-STATUS NOT = "00"
004910         DISPLAY "WEBEXPT: EXPORT-RPT-FILE OPEN FAILED, STATUS "
004920                 RPT-FILE-STATUS
004930         GO TO 9999-ABEND
004940     END-IF.
004950     OPEN OUTPUT LEADER-CSV-FILE.
004960     IF LEAD-FILE-STATUS NOT = "00"
004970         DISPLAY "WEBEXPT: LEADER-CSV-FILE OPEN FAILED, STATUS "
004980                 LEAD-FILE-STATUS
004990         GO TO 9999-ABEND
005000     END-IF.
005010     OPEN OUTPUT SOLVED-CSV-FILE.
005020     IF SOLV-FILE-STATUS NOT = "00"
005030         DISPLAY "WEBEXPT: SOLVED-CSV-FILE OPEN FAILED, STATUS "
005040                 SOLV-FILE-STATUS
005050         GO TO 9999-ABEND
005060     END-IF.
005070     OPEN OUTPUT TONIGHT-CSV-FILE.
005080     IF TNGT-FILE-STATUS NOT = "00"
005090         DISPLAY "WEBEXPT: TONIGHT-CSV-FILE OPEN FAILED, STATUS "
005100                 TNGT-FILE-STATUS
005110         GO TO 9999-ABEND
005120     END-IF.
005130 0500-EXIT.
005140     EXIT.
005150*----------------------------------------------------------------
005160*    1000-LOAD-ROSTER SEEDS THE LEADERBOARD WITH ONE ENTRY PER
005170*    ROSTER MEMBER, ALL COUNTS ZERO, SO A MEMBER WITH NO SOLVES
005180*    THIS SEASON STILL APPEARS.  THE LAYOUT HEADER IS SKIPPED.
005190*----------------------------------------------------------------
005200 1000-LOAD-ROSTER.
005210     READ MEMBER-FILE
005220         AT END
005230             SET MEMBER-EOF TO TRUE
005240             GO TO 1000-EXIT
005250     END-READ.
005260     IF MR-HDR-PRESENT
005270         GO TO 1000-EXIT
005280     END-IF.
005290     IF ST-COUNT >= ST-TABLE-MAX
005300         DISPLAY "WEBEXPT: MORE THAN " ST-TABLE-MAX
005310                 " LEADERBOARD ENTRIES, TABLE FULL"
005320         GO TO 9999-ABEND
005330     END-IF.
005340     ADD 1 TO ST-COUNT.
005350     MOVE MR-INITIALS TO ST-INITIALS (ST-COUNT).
005360     MOVE MR-FULL-NAME TO ST-NAME (ST-COUNT).
005370     MOVE MR-ACTIVE-FLAG TO ST-FLAG (ST-COUNT).
005380     MOVE "Y" TO ST-ROSTERED-SW (ST-COUNT).
005390     MOVE 0 TO ST-SOLVE-COUNT (ST-COUNT).
005400     MOVE 0 TO ST-VERIF-COUNT (ST-COUNT).
005410     MOVE 0 TO ST-UNVER-COUNT (ST-COUNT).
005420     MOVE SPACES TO ST-FIRST-DATE (ST-COUNT).
005430     MOVE 0 TO ST-POINTS (ST-COUNT).
005440 1000-EXIT.
005450     EXIT.
005460*----------------------------------------------------------------
005470*    2000-LOAD-KEY-ENTRY KEEPS ONE ANSWER-KEY ENTRY FOR THE
005480*    SOLVED-PROBLEMS FILE AND, WHEN IT WAS SOLVED THIS SEASON,
005490*    CREDITS IT TO ITS SOLVER'S LEADERBOARD ENTRY.
005500*----------------------------------------------------------------
005510 2000-LOAD-KEY-ENTRY.
005520     READ ANSWER-KEY-FILE
005530         AT END
005540             SET ANSKEY-EOF TO TRUE
005550             GO TO 2000-EXIT
005560     END-READ.
005570     IF KY-COUNT >= KY-TABLE-MAX
005580         DISPLAY "WEBEXPT: MORE THAN " KY-TABLE-MAX
005590                 " KEY PROBLEMS, TABLE FULL"
005600         GO TO 9999-ABEND
005610     END-IF.
005620     ADD 1 TO KY-COUNT.
005630     MOVE AK-PROBLEM-NO TO KY-PROBLEM-NO (KY-COUNT).
005640     MOVE AK-ANSWER-TYPE TO KY-ANSWER-TYPE (KY-COUNT).
005650     MOVE AK-EXPECTED-ANSWER TO KY-ANSWER (KY-COUNT).
005660     MOVE AK-SOLVER-INITIALS TO KY-INITIALS (KY-COUNT).
005670     MOVE AK-DATE-SOLVED TO KY-DATE-SOLVED (KY-COUNT).
005680     MOVE "N" TO KY-VERIFIED-SW (KY-COUNT).
005690     IF AK-VERIFIED
005700         SET KY-VERIFIED (KY-COUNT) TO TRUE
005710     END-IF.
005720     MOVE SPACES TO KY-RECON (KY-COUNT).
005730
005740     IF AK-DATE-SOLVED < SEASON-FROM-DATE
005750         GO TO 2000-EXIT
005760     END-IF.
005770     MOVE AK-SOLVER-INITIALS TO STAND-INITIALS.
005780     MOVE AK-PROBLEM-NO TO STAND-PROBLEM-NO.
005790     MOVE AK-DATE-SOLVED TO STAND-SOLVE-DATE.
005800     MOVE KY-VERIFIED-SW (KY-COUNT) TO STAND-VERIFIED-SW.
005810     PERFORM 2050-LOCATE-STANDING THRU 2050-EXIT.
005820     PERFORM 2200-CREDIT-SOLVE THRU 2200-EXIT.
005830     PERFORM 2300-NOTE-CREDITED-PAIR THRU 2300-EXIT.
005840 2000-EXIT.
005850     EXIT.
005860*----------------------------------------------------------------
005870*    2050-LOCATE-STANDING POINTS ST-IDX AT THE LEADERBOARD ENTRY
005880*    FOR STAND-INITIALS, ADDING A "NOT ON ROSTER" ENTRY WHEN THE
005890*    INITIALS HAVE NO ROSTER RECORD.
005900*----------------------------------------------------------------
005910 2050-LOCATE-STANDING.
005920     MOVE "N" TO ST-FOUND-SW.
005930     PERFORM 2100-MATCH-STANDING THRU 2100-EXIT
005940         VARYING ST-IDX FROM 1 BY 1
005950         UNTIL ST-IDX > ST-COUNT OR ST-FOUND.
005960     IF ST-FOUND
005970         SUBTRACT 1 FROM ST-IDX
005980         GO TO 2050-EXIT
005990     END-IF.
006000     IF ST-COUNT >= ST-TABLE-MAX
006010         DISPLAY "WEBEXPT: MORE THAN " ST-TABLE-MAX
006020                 " LEADERBOARD ENTRIES, TABLE FULL"
006030         GO TO 9999-ABEND
006040     END-IF.
006050     ADD 1 TO ST-COUNT.
006060     MOVE ST-COUNT TO ST-IDX.
006070     MOVE STAND-INITIALS TO ST-INITIALS (ST-IDX).
006080     MOVE SPACES TO ST-NAME (ST-IDX).
006090     MOVE SPACES TO ST-FLAG (ST-IDX).
006100     MOVE "N" TO ST-ROSTERED-SW (ST-IDX).
006110     MOVE 0 TO ST-SOLVE-COUNT (ST-IDX).
006120     MOVE 0 TO ST-VERIF-COUNT (ST-IDX).
006130     MOVE 0 TO ST-UNVER-COUNT (ST-IDX).
006140     MOVE SPACES TO ST-FIRST-DATE (ST-IDX).
006150     MOVE 0 TO ST-POINTS (ST-IDX).
006160 2050-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------
006190 2100-MATCH-STANDING.
006200     IF ST-INITIALS (ST-IDX) = STAND-INITIALS
006210         SET ST-FOUND TO TRUE
006220     END-IF.
006230 2100-EXIT.
006240     EXIT.
006250*----------------------------------------------------------------
006260*    2200-CREDIT-SOLVE COUNTS THE SOLVE IN THE STAND- WORK FIELDS
006270*    AGAINST THE ENTRY AT ST-IDX, KEEPS THE EARLIEST SOLVE DATE
006280*    (A BLANK ONE IS NEVER TAKEN AS THE FIRST), AND ADDS THE
006290*    PROBLEM'S LEAGUE POINTS.
006300*----------------------------------------------------------------
006310 2200-CREDIT-SOLVE.
006320     ADD 1 TO ST-SOLVE-COUNT (ST-IDX).
006330     IF STAND-VERIFIED
006340         ADD 1 TO ST-VERIF-COUNT (ST-IDX)
006350     ELSE
006360         ADD 1 TO ST-UNVER-COUNT (ST-IDX)
006370     END-IF.
006380     IF STAND-SOLVE-DATE NOT = SPACES
006390        AND (ST-FIRST-DATE (ST-IDX) = SPACES
006400             OR STAND-SOLVE-DATE < ST-FIRST-DATE (ST-IDX))
006410         MOVE STAND-SOLVE-DATE TO ST-FIRST-DATE (ST-IDX)
006420     END-IF.
006430     PERFORM 2400-LOOKUP-POINTS THRU 2400-EXIT.
006440     ADD STAND-POINTS TO ST-POINTS (ST-IDX).
006450 2200-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------
006480*    2300-NOTE-CREDITED-PAIR RECORDS THAT STAND-INITIALS HAVE
006490*    BEEN CREDITED WITH STAND-PROBLEM-NO.
006500*----------------------------------------------------------------
006510 2300-NOTE-CREDITED-PAIR.
006520     IF CR-COUNT >= CR-TABLE-MAX
006530         DISPLAY "WEBEXPT: MORE THAN " CR-TABLE-MAX
006540                 " CREDITED SOLVES, TABLE FULL"
006550         GO TO 9999-ABEND
006560     END-IF.
006570     ADD 1 TO CR-COUNT.
006580     MOVE STAND-INITIALS TO CR-INITIALS (CR-COUNT).
006590     MOVE STAND-PROBLEM-NO TO CR-PROBLEM-NO (CR-COUNT).
006600 2300-EXIT.
006610     EXIT.
006620*----------------------------------------------------------------
006630*    2400-LOOKUP-POINTS SETS STAND-POINTS TO THE LEAGUE POINTS
006640*    OF STAND-PROBLEM-NO, FROM THE POINTS TABLE WHEN THE PROBLEM
006650*    HAS BEEN SEEN BEFORE, OTHERWISE FROM THE CATALOGUE VIA
006660*    PRBLOOK.  A PROBLEM NOT IN THE CATALOGUE IS WORTH ZERO.  IF
006670*    THE CATALOGUE IS NOT AVAILABLE IT IS NOT ASKED AGAIN AND
006680*    EVERY PROBLEM IS WORTH ZERO.
006690*----------------------------------------------------------------
006700 2400-LOOKUP-POINTS.
006710     MOVE 0 TO STAND-POINTS.
006720     MOVE "N" TO PT-FOUND-SW.
006730     PERFORM 2450-MATCH-POINTS THRU 2450-EXIT
006740         VARYING PT-IDX FROM 1 BY 1
006750         UNTIL PT-IDX > PT-COUNT OR PT-FOUND.
006760     IF PT-FOUND
006770         SUBTRACT 1 FROM PT-IDX
006780         MOVE PT-POINTS (PT-IDX) TO STAND-POINTS
006790         GO TO 2400-EXIT
006800     END-IF.
006810     IF CATALOGUE-DOWN
006820         GO TO 2400-EXIT
006830     END-IF.
006840     MOVE STAND-PROBLEM-NO TO LOOKUP-PROBLEM-NO.
006850     CALL "PRBLOOK" USING LOOKUP-PROBLEM-NO
006860                          LOOKUP-RETURN-CODE
006870                          PROBLEM-MASTER-REC.
006880     IF LOOKUP-RETURN-CODE = 0
006890         MOVE PB-POINTS TO STAND-POINTS
006900     ELSE
006910         IF LOOKUP-RETURN-CODE NOT = 4
006920             SET CATALOGUE-DOWN TO TRUE
006930             DISPLAY "WEBEXPT: PROBLEM CATALOGUE NOT AVAILABLE, "
006940                     "LEAGUE POINTS TAKEN AS ZERO"
006950             GO TO 2400-EXIT
006960         END-IF
006970     END-IF.
006980     IF PT-COUNT >= PT-TABLE-MAX
006990         DISPLAY "WEBEXPT: MORE THAN " PT-TABLE-MAX
007000                 " POINTS PROBLEMS, TABLE FULL"
007010         GO TO 9999-ABEND
007020     END-IF.
007030     ADD 1 TO PT-COUNT.
007040     MOVE STAND-PROBLEM-NO TO PT-PROBLEM-NO (PT-COUNT).
007050     MOVE STAND-POINTS TO PT-POINTS (PT-COUNT).
007060 2400-EXIT.
007070     EXIT.
007080*----------------------------------------------------------------
007090 2450-MATCH-POINTS.
007100     IF PT-PROBLEM-NO (PT-IDX) = STAND-PROBLEM-NO
007110         SET PT-FOUND TO TRUE
007120     END-IF.
007130 2450-EXIT.
007140     EXIT.
007150*----------------------------------------------------------------
007160*    2500-CREDIT-LEDGER CREDITS ONE CORRECT SUBMISSIONS-LEDGER
007170*    RECORD SUBMITTED THIS SEASON TO ITS MEMBER, UNLESS THE
007180*    MEMBER IS ALREADY CREDITED WITH THE PROBLEM.  THE SOLVE IS
007190*    VERIFIED WHEN THE PROBLEM'S KEY ENTRY IS.
007200*----------------------------------------------------------------
007210 2500-CREDIT-LEDGER.
007220     READ LEDGER-FILE
007230         AT END
007240             SET LEDGER-EOF TO TRUE
007250             GO TO 2500-EXIT
007260     END-READ.
007270     MOVE LEDGER-REC TO SUBMISSION-LEDGER-REC.
007280     IF NOT SL-CORRECT
007290         GO TO 2500-EXIT
007300     END-IF.
007310     IF SL-SUBMIT-DATE < SEASON-FROM-DATE
007320         GO TO 2500-EXIT
007330     END-IF.
007340     MOVE SL-INITIALS TO STAND-INITIALS.
007350     MOVE SL-PROBLEM-NO TO STAND-PROBLEM-NO.
007360     MOVE "N" TO CR-FOUND-SW.
007370     PERFORM 2550-MATCH-CREDITED-PAIR THRU 2550-EXIT
007380         VARYING CR-IDX FROM 1 BY 1
007390         UNTIL CR-IDX > CR-COUNT OR CR-FOUND.
007400     IF CR-FOUND
007410         GO TO 2500-EXIT
007420     END-IF.
007430     MOVE SL-SUBMIT-DATE TO STAND-SOLVE-DATE.
007440     MOVE "N" TO STAND-VERIFIED-SW.
007450     PERFORM 2600-LOCATE-KEY-PROBLEM THRU 2600-EXIT.
007460     IF KY-FOUND
007470         MOVE KY-VERIFIED-SW (KY-IDX) TO STAND-VERIFIED-SW
007480     END-IF.
007490     PERFORM 2050-LOCATE-STANDING THRU 2050-EXIT.
007500     PERFORM 2200-CREDIT-SOLVE THRU 2200-EXIT.
007510     PERFORM 2300-NOTE-CREDITED-PAIR THRU 2300-EXIT.
007520 2500-EXIT.
007530     EXIT.
007540*----------------------------------------------------------------
007550 2550-MATCH-CREDITED-PAIR.
007560     IF CR-INITIALS (CR-IDX) = STAND-INITIALS
007570        AND CR-PROBLEM-NO (CR-IDX) = STAND-PROBLEM-NO
007580         SET CR-FOUND TO TRUE
007590     END-IF.
007600 2550-EXIT.
007610     EXIT.
007620*----------------------------------------------------------------
007630*    2600-LOCATE-KEY-PROBLEM POINTS KY-IDX AT THE KEY ENTRY FOR
007640*    STAND-PROBLEM-NO AND SETS KY-FOUND WHEN THERE IS ONE.
007650*----------------------------------------------------------------
007660 2600-LOCATE-KEY-PROBLEM.
007670     MOVE "N" TO KY-FOUND-SW.
007680     PERFORM 2650-MATCH-KEY-PROBLEM THRU 2650-EXIT
007690         VARYING KY-IDX FROM 1 BY 1
007700         UNTIL KY-IDX > KY-COUNT OR KY-FOUND.
007710     IF KY-FOUND
007720         SUBTRACT 1 FROM KY-IDX
007730     END-IF.
007740 2600-EXIT.
007750     EXIT.
007760*----------------------------------------------------------------
007770 2650-MATCH-KEY-PROBLEM.
007780     IF KY-PROBLEM-NO (KY-IDX) = STAND-PROBLEM-NO
007790         SET KY-FOUND TO TRUE
007800     END-IF.
007810 2650-EXIT.
007820     EXIT.
007830*----------------------------------------------------------------
007840*    3000-LOAD-PORTFOLIO POSTS EACH TYPE "S" RUN SUMMARY'S
007850*    RECONCILIATION TO ITS PROBLEM'S KEY ENTRY.  THE LATEST
007860*    SUMMARY SEEN WINS, AS IN LEAGEXT.  DETAILS, BARE PRE-TAGGING
007870*    RECORDS, AND SUMMARIES FOR PROBLEMS NOT ON THE KEY ARE
007880*    PASSED OVER.
007890*----------------------------------------------------------------
007900 3000-LOAD-PORTFOLIO.
007910     READ PORTFOLIO-FILE
007920         AT END
007930             SET PORT-EOF TO TRUE
007940             GO TO 3000-EXIT
007950     END-READ.
007960     IF NOT PF-SUMMARY-REC
007970         GO TO 3000-EXIT
007980     END-IF.
007990     MOVE PF-PROBLEM-NO TO STAND-PROBLEM-NO.
008000     PERFORM 2600-LOCATE-KEY-PROBLEM THRU 2600-EXIT.
008010     IF KY-FOUND
008020         MOVE PS-RECON-STATUS TO KY-RECON (KY-IDX)
008030     END-IF.
008040 3000-EXIT.
008050     EXIT.
008060*----------------------------------------------------------------
008070*    3500-LOAD-PROGRAMS SEEDS THE PROGRAM TABLE WITH ONE ENTRY
008080*    PER ACTIVE ROSTER CARD.  INACTIVE CARDS, BLANK CARDS, AND
008090*    THE LAYOUT HEADER ARE SKIPPED.
008100*----------------------------------------------------------------
008110 3500-LOAD-PROGRAMS.
008120     READ ROSTER-FILE
008130         AT END
008140             SET ROST-EOF TO TRUE
008150             GO TO 3500-EXIT
008160     END-READ.
008170     IF RL-HDR-PRESENT
008180         GO TO 3500-EXIT
008190     END-IF.
008200     IF ROSTER-CARD = SPACES OR NOT RL-ACTIVE
008210         GO TO 3500-EXIT
008220     END-IF.
008230     IF PG-COUNT >= PG-TABLE-MAX
008240         DISPLAY "WEBEXPT: MORE THAN " PG-TABLE-MAX
008250                 " PROGRAMS, TABLE FULL"
008260         GO TO 9999-ABEND
008270     END-IF.
008280     ADD 1 TO PG-COUNT.
008290     MOVE RL-PROGRAM-ID TO PG-PROGRAM-ID (PG-COUNT).
008300     MOVE RL-STEP-ORDER TO PG-STEP-ORDER (PG-COUNT).
008310     MOVE RL-PROBLEM-NO TO PG-PROBLEM-NO (PG-COUNT).
008320     MOVE "N" TO PG-SEEN-SW (PG-COUNT).
008330     MOVE 0 TO PG-RUN-TIME (PG-COUNT).
008340 3500-EXIT.
008350     EXIT.
008360*----------------------------------------------------------------
008370*    3700-POST-STATUS-RECORD POSTS ONE OF TONIGHT'S RUNSTAT
008380*    RECORDS TO ITS PROGRAM'S ENTRY; A LATER RUN OF THE SAME
008390*    PROGRAM TONIGHT REPLACES AN EARLIER ONE, AS IN EULRSUMM.  A
008400*    PROGRAM NOT ON THE ACTIVE ROSTER GETS AN ENTRY OF ITS OWN
008410*    WITH NO PROBLEM NUMBER.
008420*----------------------------------------------------------------
008430 3700-POST-STATUS-RECORD.
008440     READ STATUS-FILE
008450         AT END
008460             SET STAT-EOF TO TRUE
008470             GO TO 3700-EXIT
008480     END-READ.
008490     IF SR-RUN-DATE NOT = TODAY-DATE
008500         GO TO 3700-EXIT
008510     END-IF.
008520     MOVE "N" TO PG-FOUND-SW.
008530     PERFORM 3750-MATCH-PROGRAM THRU 3750-EXIT
008540         VARYING PG-IDX FROM 1 BY 1
008550         UNTIL PG-IDX > PG-COUNT OR PG-FOUND.
008560     IF PG-FOUND
008570         SUBTRACT 1 FROM PG-IDX
008580     ELSE
008590         IF PG-COUNT >= PG-TABLE-MAX
008600             DISPLAY "WEBEXPT: MORE THAN " PG-TABLE-MAX
008610                     " PROGRAMS, TABLE FULL"
008620             GO TO 9999-ABEND
008630         END-IF
008640         ADD 1 TO PG-COUNT
008650         MOVE PG-COUNT TO PG-IDX
008660         MOVE SR-PROGRAM-ID TO PG-PROGRAM-ID (PG-IDX)
008670         MOVE 99 TO PG-STEP-ORDER (PG-IDX)
008680         MOVE 0 TO PG-PROBLEM-NO (PG-IDX)
008690         MOVE "N" TO PG-SEEN-SW (PG-IDX)
008700         MOVE 0 TO PG-RUN-TIME (PG-IDX)
008710     END-IF.
008720     IF PG-SEEN (PG-IDX)
008730        AND PG-RUN-TIME (PG-IDX) > SR-RUN-TIME
008740         GO TO 3700-EXIT
008750     END-IF.
008760     MOVE "Y" TO PG-SEEN-SW (PG-IDX).
008770     MOVE SR-RUN-TIME TO PG-RUN-TIME (PG-IDX).
008780     MOVE SR-OUTCOME TO PG-OUTCOME (PG-IDX).
008790     MOVE SR-RETURN-CODE TO PG-RETURN-CODE (PG-IDX).
008800     MOVE SR-RECON-STATUS TO PG-RECON (PG-IDX).
008810     MOVE SR-ANSWER TO PG-ANSWER (PG-IDX).
008820 3700-EXIT.
008830     EXIT.
008840*----------------------------------------------------------------
008850 3750-MATCH-PROGRAM.
008860     IF PG-PROGRAM-ID (PG-IDX) = SR-PROGRAM-ID
008870         SET PG-FOUND TO TRUE
008880     END-IF.
008890 3750-EXIT.
008900     EXIT.
008910*----------------------------------------------------------------
008920*    4000-SORT-LEADERBOARD BUBBLE-SORTS THE LEADERBOARD INTO
008930*    DESCENDING SOLVE-COUNT ORDER, TIES BROKEN BY ASCENDING
008940*    INITIALS, THE SAME ORDER AS MBRSTAND'S BOARD.
008950*----------------------------------------------------------------
008960 4000-SORT-LEADERBOARD.
008970     IF ST-COUNT < 2
008980         GO TO 4000-EXIT
008990     END-IF.
009000     SET SORT-SWAPPED TO TRUE.
009010     PERFORM 4100-SORT-ONE-PASS THRU 4100-EXIT
009020         UNTIL NOT SORT-SWAPPED.
009030 4000-EXIT.
009040     EXIT.
009050*----------------------------------------------------------------
009060 4100-SORT-ONE-PASS.
009070     MOVE "N" TO SORT-SWAPPED-SW.
009080     PERFORM 4200-COMPARE-ADJACENT THRU 4200-EXIT
009090         VARYING ST-IDX FROM 1 BY 1
009100         UNTIL ST-IDX >= ST-COUNT.
009110 4100-EXIT.
009120     EXIT.
009130*----------------------------------------------------------------
009140 4200-COMPARE-ADJACENT.
009150     COMPUTE ST-IDX2 = ST-IDX + 1.
009160     IF ST-SOLVE-COUNT (ST-IDX) < ST-SOLVE-COUNT (ST-IDX2)
009170        OR (ST-SOLVE-COUNT (ST-IDX) = ST-SOLVE-COUNT (ST-IDX2)
009180            AND ST-INITIALS (ST-IDX) > ST-INITIALS (ST-IDX2))
009190         MOVE ST-ENTRY (ST-IDX) TO ST-SWAP-ENTRY
009200         MOVE ST-ENTRY (ST-IDX2) TO ST-ENTRY (ST-IDX)
009210         MOVE ST-SWAP-ENTRY TO ST-ENTRY (ST-IDX2)
009220         SET SORT-SWAPPED TO TRUE
009230     END-IF.
009240 4200-EXIT.
009250     EXIT.
009260*----------------------------------------------------------------
009270*    5000-WRITE-LEADERBOARD WRITES ONE ROW PER LEADERBOARD ENTRY
009280*    IN RANK ORDER, THEN THE TRAILER ROW.
009290*----------------------------------------------------------------
009300 5000-WRITE-LEADERBOARD.
009310     MOVE 0 TO RANK-NO.
009320     PERFORM 5100-WRITE-ONE-MEMBER THRU 5100-EXIT
009330         VARYING ST-IDX FROM 1 BY 1
009340         UNTIL ST-IDX > ST-COUNT.
009350     MOVE LEADER-ROW-COUNT TO CSV-NUMBER.
009360     PERFORM 8800-BUILD-TRAILER THRU 8800-EXIT.
009370     WRITE LEADER-CSV-REC FROM CSV-ROW.
009380 5000-EXIT.
009390     EXIT.
009400*----------------------------------------------------------------
009410 5100-WRITE-ONE-MEMBER.
009420     ADD 1 TO RANK-NO.
009430     PERFORM 8000-START-ROW THRU 8000-EXIT.
009440     MOVE RANK-NO TO CSV-NUMBER.
009450     PERFORM 8100-PUT-NUMBER THRU 8100-EXIT.
009460     MOVE ST-INITIALS (ST-IDX) TO CSV-FIELD.
009470     PERFORM 8200-PUT-TEXT THRU 8200-EXIT.
009480     MOVE ST-NAME (ST-IDX) TO CSV-FIELD.
009490     PERFORM 8200-PUT-TEXT THRU 8200-EXIT.
009500     IF NOT ST-ROSTERED (ST-IDX)
009510         MOVE "NOT ON ROSTER" TO CSV-FIELD
009520     ELSE
009530         IF ST-FLAG (ST-IDX) = "I"
009540             MOVE "INACTIVE" TO CSV-FIELD
009550         ELSE
009560             MOVE "ACTIVE" TO CSV-FIELD
009570         END-IF
009580     END-IF.
009590     PERFORM 8200-PUT-TEXT THRU 8200-EXIT.
009600     MOVE ST-SOLVE-COUNT (ST-IDX) TO CSV-NUMBER.
009610     PERFORM 8100-PUT-NUMBER THRU 8100-EXIT.
009620     MOVE ST-VERIF-COUNT (ST-IDX) TO CSV-NUMBER.
009630     PERFORM 8100-PUT-NUMBER THRU 8100-EXIT.
009640     MOVE ST-UNVER-COUNT (ST-IDX) TO CSV-NUMBER.
009650     PERFORM 8100-PUT-NUMBER THRU 8100-EXIT.
009660     MOVE ST-POINTS (ST-IDX) TO CSV-NUMBER.
009670     PERFORM 8100-PUT-NUMBER THRU 8100-EXIT.
009680     MOVE ST-FIRST-DATE (ST-IDX) TO CSV-FIELD.
009690     PERFORM 8300-PUT-CODE THRU 8300-EXIT.
009700     WRITE LEADER-CSV-REC FROM CSV-ROW.
009710     ADD 1 TO LEADER-ROW-COUNT.
009720 5100-EXIT.
009730     EXIT.
009740*----------------------------------------------------------------
009750*    6000-WRITE-SOLVED WRITES ONE ROW PER ANSWER-KEY ENTRY, IN
009760*    PROBLEM ORDER, THEN THE TRAILER ROW.
009770*----------------------------------------------------------------
009780 6000-WRITE-SOLVED.
009790     PERFORM 6100-WRITE-ONE-PROBLEM THRU 6100-EXIT
009800         VARYING KY-IDX FROM 1 BY 1
009810         UNTIL KY-IDX > KY-COUNT.
009820     MOVE SOLVED-ROW-COUNT TO CSV-NUMBER.
009830     PERFORM 8800-BUILD-TRAILER THRU 8800-EXIT.
009840     WRITE SOLVED-CSV-REC FROM CSV-ROW.
009850 6000-EXIT.
009860     EXIT.
009870*----------------------------------------------------------------
009880*    6100-WRITE-ONE-PROBLEM PUBLISHES THE ANSWER ONLY WHEN THE
009890*    KEY ENTRY IS VERIFIED AND THE LATEST RECONCILIATION WAS A
009900*    MATCH; A PROBLEM THAT HAS NEVER RUN HAS NOTHING TO SHOW IT
009910*    MATCHES, SO ITS ANSWER IS WITHHELD TOO.
009920*----------------------------------------------------------------
009930 6100-WRITE-ONE-PROBLEM.
009940     MOVE SPACES TO WITHHELD-REASON.
009950     IF NOT KY-VERIFIED (KY-IDX)
009960         MOVE "UNVERIFIED" TO WITHHELD-REASON
009970     ELSE
009980         IF KY-RECON (KY-IDX) = SPACES
009990             MOVE "NOT RECONCILED" TO WITHHELD-REASON
010000         ELSE
010010             IF KY-RECON (KY-IDX) NOT = "MATCH"
010020                 STRING "RECON " KY-RECON (KY-IDX)
010030                     DELIMITED BY SIZE INTO WITHHELD-REASON
010040                 END-STRING
010050             END-IF
010060         END-IF
010070     END-IF.
010080
010090     PERFORM 8000-START-ROW THRU 8000-EXIT.
010100     MOVE KY-PROBLEM-NO (KY-IDX) TO CSV-NUMBER.
010110     PERFORM 8100-PUT-NUMBER THRU 8100-EXIT.
010120     IF WITHHELD-REASON NOT = SPACES
010130         ADD 1 TO SOLVED-WITHHELD-COUNT
010140         MOVE "WITHHELD" TO CSV-FIELD
010150         PERFORM 8300-PUT-CODE THRU 8300-EXIT
010160         MOVE "SOLVED" TO RW-FILE
010170         MOVE KY-PROBLEM-NO (KY-IDX) TO RW-ITEM
010180         MOVE WITHHELD-REASON TO RW-REASON
010190         WRITE EXPORT-RPT-REC FROM RPT-WITHHELD-LINE
010200     ELSE
010210         IF KY-ANSWER-TYPE (KY-IDX) = "A"
010220             MOVE KY-ANSWER (KY-IDX) TO CSV-FIELD
010230             PERFORM 8200-PUT-TEXT THRU 8200-EXIT
010240         ELSE
010250             MOVE KY-ANSWER-NUM (KY-IDX) TO CSV-NUMBER
010260             PERFORM 8100-PUT-NUMBER THRU 8100-EXIT
010270         END-IF
010280     END-IF.
010290     MOVE KY-INITIALS (KY-IDX) TO CSV-FIELD.
010300     PERFORM 8200-PUT-TEXT THRU 8200-EXIT.
010310     MOVE KY-DATE-SOLVED (KY-IDX) TO CSV-FIELD.
010320     PERFORM 8300-PUT-CODE THRU 8300-EXIT.
010330     IF KY-VERIFIED (KY-IDX)
010340         MOVE "VERIFIED" TO CSV-FIELD
010350     ELSE
010360         MOVE "UNVERIFIED" TO CSV-FIELD
010370     END-IF.
010380     PERFORM 8300-PUT-CODE THRU 8300-EXIT.
010390     MOVE KY-RECON (KY-IDX) TO CSV-FIELD.
010400     PERFORM 8300-PUT-CODE THRU 8300-EXIT.
010410     MOVE WITHHELD-REASON TO CSV-FIELD.
010420     PERFORM 8300-PUT-CODE THRU 8300-EXIT.
010430     WRITE SOLVED-CSV-REC FROM CSV-ROW.
010440     ADD 1 TO SOLVED-ROW-COUNT.
010450 6100-EXIT.
010460     EXIT.
010470*----------------------------------------------------------------
010480*    7000-SORT-PROGRAMS BUBBLE-SORTS THE PROGRAM TABLE INTO
010490*    ASCENDING JOB-STEP ORDER, SO THE ROWS READ THE WAY THE JOB
010500*    RAN AND THE UNLISTED PROGRAMS (STEP 99) COME LAST.
010510*----------------------------------------------------------------
010520 7000-SORT-PROGRAMS.
010530     IF PG-COUNT < 2
010540         GO TO 7000-EXIT
010550     END-IF.
010560     SET SORT-SWAPPED TO TRUE.
010570     PERFORM 7100-SORT-ONE-PASS THRU 7100-EXIT
010580         UNTIL NOT SORT-SWAPPED.
010590 7000-EXIT.
010600     EXIT.
010610*----------------------------------------------------------------
010620 7100-SORT-ONE-PASS.
010630     MOVE "N" TO SORT-SWAPPED-SW.
010640     PERFORM 7200-COMPARE-ADJACENT THRU 7200-EXIT
010650         VARYING PG-IDX FROM 1 BY 1
010660         UNTIL PG-IDX >= PG-COUNT.
010670 7100-EXIT.
010680     EXIT.
010690*----------------------------------------------------------------
010700 7200-COMPARE-ADJACENT.
010710     COMPUTE PG-IDX2 = PG-IDX + 1.
010720     IF PG-STEP-ORDER (PG-IDX) > PG-STEP-ORDER (PG-IDX2)
010730         MOVE PG-ENTRY (PG-IDX) TO PG-SWAP-ENTRY
010740         MOVE PG-ENTRY (PG-IDX2) TO PG-ENTRY (PG-IDX)
010750         MOVE PG-SWAP-ENTRY TO PG-ENTRY (PG-IDX2)
010760         SET SORT-SWAPPED TO TRUE
010770     END-IF.
010780 7200-EXIT.
010790     EXIT.
010800*----------------------------------------------------------------
010810*    7500-WRITE-TONIGHT WRITES ONE ROW PER PROGRAM, THEN THE
010820*    TRAILER ROW.
010830*----------------------------------------------------------------
010840 7500-WRITE-TONIGHT.
010850     PERFORM 7600-WRITE-ONE-PROGRAM THRU 7600-EXIT
010860         VARYING PG-IDX FROM 1 BY 1
010870         UNTIL PG-IDX > PG-COUNT.
010880     MOVE TONIGHT-ROW-COUNT TO CSV-NUMBER.
010890     PERFORM 8800-BUILD-TRAILER THRU 8800-EXIT.
010900     WRITE TONIGHT-CSV-REC FROM CSV-ROW.
010910 7500-EXIT.
010920     EXIT.
010930*----------------------------------------------------------------
010940*    7600-WRITE-ONE-PROGRAM WRITES A PROGRAM'S ROW.  A ROSTER
010950*    PROGRAM WITH NO RECORD TONIGHT SHOWS "NOT RUN" AND NOTHING
010960*    ELSE.  TONIGHT'S ANSWER IS PUBLISHED ONLY WHEN TONIGHT'S
010970*    RECONCILIATION WAS A MATCH AND THE PROBLEM'S KEY ENTRY IS
010980*    VERIFIED.  A PROGRAM WITH NO PROBLEM (THE SIEVE) HAS NO
010990*    ANSWER, SO NOTHING IS WITHHELD FROM IT.
011000*----------------------------------------------------------------
011010 7600-WRITE-ONE-PROGRAM.
011020     PERFORM 8000-START-ROW THRU 8000-EXIT.
011030     MOVE PG-PROGRAM-ID (PG-IDX) TO CSV-FIELD.
011040     PERFORM 8200-PUT-TEXT THRU 8200-EXIT.
011050     MOVE PG-PROBLEM-NO (PG-IDX) TO CSV-NUMBER.
011060     PERFORM 8100-PUT-NUMBER THRU 8100-EXIT.
011070     MOVE TODAY-DATE TO CSV-FIELD.
011080     PERFORM 8300-PUT-CODE THRU 8300-EXIT.
011090     IF NOT PG-SEEN (PG-IDX)
011100         MOVE SPACES TO CSV-FIELD
011110         PERFORM 8300-PUT-CODE THRU 8300-EXIT
011120         MOVE "NOT RUN" TO CSV-FIELD
011130         PERFORM 8300-PUT-CODE THRU 8300-EXIT
011140         MOVE SPACES TO CSV-FIELD
011150         PERFORM 8300-PUT-CODE THRU 8300-EXIT
011160         PERFORM 8300-PUT-CODE THRU 8300-EXIT
011170         PERFORM 8300-PUT-CODE THRU 8300-EXIT
011180         PERFORM 8300-PUT-CODE THRU 8300-EXIT
011190         GO TO 7600-WRITE
011200     END-IF.
011210
011220     MOVE PG-RUN-TIME (PG-IDX) TO CSV-FIELD.
011230     PERFORM 8300-PUT-CODE THRU 8300-EXIT.
011240     MOVE PG-OUTCOME (PG-IDX) TO CSV-FIELD.
011250     PERFORM 8300-PUT-CODE THRU 8300-EXIT.
011260     MOVE PG-RETURN-CODE (PG-IDX) TO CSV-NUMBER.
011270     PERFORM 8100-PUT-NUMBER THRU 8100-EXIT.
011280     MOVE PG-RECON (PG-IDX) TO CSV-FIELD.
011290     PERFORM 8300-PUT-CODE THRU 8300-EXIT.
011300
011310     IF PG-PROBLEM-NO (PG-IDX) = 0
011320         MOVE SPACES TO CSV-FIELD
011330         PERFORM 8300-PUT-CODE THRU 8300-EXIT
011340         PERFORM 8300-PUT-CODE THRU 8300-EXIT
011350         GO TO 7600-WRITE
011360     END-IF.
011370
011380     MOVE SPACES TO WITHHELD-REASON.
011390     MOVE PG-PROBLEM-NO (PG-IDX) TO STAND-PROBLEM-NO.
011400     PERFORM 2600-LOCATE-KEY-PROBLEM THRU 2600-EXIT.
011410     IF NOT KY-FOUND
011420         MOVE "NO KEY ENTRY" TO WITHHELD-REASON
011430     ELSE
011440         IF NOT KY-VERIFIED (KY-IDX)
011450             MOVE "UNVERIFIED" TO WITHHELD-REASON
011460         ELSE
011470             IF PG-RECON (PG-IDX) NOT = "MATCH"
011480                 STRING "RECON " PG-RECON (PG-IDX)
011490                     DELIMITED BY SIZE INTO WITHHELD-REASON
011500                 END-STRING
011510             END-IF
011520         END-IF
011530     END-IF.
011540     IF WITHHELD-REASON NOT = SPACES
011550         ADD 1 TO TONIGHT-WITHHELD-COUNT
011560         MOVE "WITHHELD" TO CSV-FIELD
011570         PERFORM 8300-PUT-CODE THRU 8300-EXIT
011580         MOVE "TONIGHT" TO RW-FILE
011590         MOVE PG-PROGRAM-ID (PG-IDX) TO RW-ITEM
011600         MOVE WITHHELD-REASON TO RW-REASON
011610         WRITE EXPORT-RPT-REC FROM RPT-WITHHELD-LINE
011620     ELSE
011630         IF PG-ANSWER (PG-IDX) NUMERIC
011640             MOVE PG-ANSWER-NUM (PG-IDX) TO CSV-NUMBER
011650             PERFORM 8100-PUT-NUMBER THRU 8100-EXIT
011660         ELSE
011670             MOVE PG-ANSWER (PG-IDX) TO CSV-FIELD
011680             PERFORM 8200-PUT-TEXT THRU 8200-EXIT
011690         END-IF
011700     END-IF.
011710     MOVE WITHHELD-REASON TO CSV-FIELD.
011720     PERFORM 8300-PUT-CODE THRU 8300-EXIT.
011730 7600-WRITE.
011740     WRITE TONIGHT-CSV-REC FROM CSV-ROW.
011750     ADD 1 TO TONIGHT-ROW-COUNT.
011760 7600-EXIT.
011770     EXIT.
011780*----------------------------------------------------------------
011790*    8000-START-ROW CLEARS THE ROW BEING BUILT.
011800*----------------------------------------------------------------
011810 8000-START-ROW.
011820     MOVE SPACES TO CSV-ROW.
011830     MOVE 0 TO CSV-PTR.
011840 8000-EXIT.
011850     EXIT.
011860*----------------------------------------------------------------
011870*    8100-PUT-NUMBER ADDS CSV-NUMBER TO THE ROW WITHOUT ITS
011880*    LEADING ZEROS.
011890*----------------------------------------------------------------
011900 8100-PUT-NUMBER.
011910     MOVE CSV-NUMBER TO CSV-NUMBER-EDIT.
011920     MOVE SPACES TO CSV-FIELD.
011930     MOVE CSV-NUMBER-EDIT TO CSV-FIELD.
011940     PERFORM 8300-PUT-CODE THRU 8300-EXIT.
011950 8100-EXIT.
011960     EXIT.
011970*----------------------------------------------------------------
011980*    8200-PUT-TEXT ADDS CSV-FIELD TO THE ROW AS A QUOTED FIELD;
011990*    8300-PUT-CODE ADDS IT BARE.  EITHER WAY LEADING AND
012000*    TRAILING SPACES ARE DROPPED AND THE FIELD IS SEPARATED FROM
012010*    THE ONE BEFORE IT BY A COMMA.
012020*----------------------------------------------------------------
012030 8200-PUT-TEXT.
012040     SET CSV-QUOTED TO TRUE.
012050     PERFORM 8400-PUT-FIELD THRU 8400-EXIT.
012060 8200-EXIT.
012070     EXIT.
012080*----------------------------------------------------------------
012090 8300-PUT-CODE.
012100     MOVE "N" TO CSV-QUOTE-SW.
012110     PERFORM 8400-PUT-FIELD THRU 8400-EXIT.
012120 8300-EXIT.
012130     EXIT.
012140*----------------------------------------------------------------
012150*    8400-PUT-FIELD FINDS THE FIRST AND LAST NON-BLANK
012160*    CHARACTERS OF CSV-FIELD AND COPIES WHAT LIES BETWEEN THEM
012170*    INTO THE ROW, DOUBLING ANY QUOTE INSIDE A QUOTED FIELD.
012180*----------------------------------------------------------------
012190 8400-PUT-FIELD.
012200     IF CSV-PTR > 0
012210         MOVE "," TO CSV-CHAR
012220         PERFORM 8600-PUT-CHAR THRU 8600-EXIT
012230     END-IF.
012240     IF CSV-QUOTED
012250         MOVE QUOTE TO CSV-CHAR
012260         PERFORM 8600-PUT-CHAR THRU 8600-EXIT
012270     END-IF.
012280     MOVE "N" TO CSV-FOUND-SW.
012290     PERFORM 8410-SCAN-START THRU 8410-EXIT
012300         VARYING CSV-IDX FROM 1 BY 1
012310         UNTIL CSV-IDX > 40 OR CSV-FOUND.
012320     IF NOT CSV-FOUND
012330         GO TO 8400-CLOSE
012340     END-IF.
012350     SUBTRACT 1 FROM CSV-IDX GIVING CSV-START.
012360     MOVE "N" TO CSV-FOUND-SW.
012370     PERFORM 8420-SCAN-END THRU 8420-EXIT
012380         VARYING CSV-IDX FROM 40 BY -1
012390         UNTIL CSV-FOUND.
012400     ADD 1 TO CSV-IDX GIVING CSV-END.
012410     PERFORM 8500-COPY-CHAR THRU 8500-EXIT
012420         VARYING CSV-IDX FROM CSV-START BY 1
012430         UNTIL CSV-IDX > CSV-END.
012440 8400-CLOSE.
012450     IF CSV-QUOTED
012460         MOVE QUOTE TO CSV-CHAR
012470         PERFORM 8600-PUT-CHAR THRU 8600-EXIT
012480     END-IF.
012490 8400-EXIT.
012500     EXIT.
012510*----------------------------------------------------------------
012520 8410-SCAN-START.
012530     IF CSV-FIELD-CHAR (CSV-IDX) NOT = SPACE
012540         SET CSV-FOUND TO TRUE
012550     END-IF.
012560 8410-EXIT.
012570     EXIT.
012580*----------------------------------------------------------------
012590 8420-SCAN-END.
012600     IF CSV-FIELD-CHAR (CSV-IDX) NOT = SPACE
012610         SET CSV-FOUND TO TRUE
012620     END-IF.
012630 8420-EXIT.
012640     EXIT.
012650*----------------------------------------------------------------
012660 8500-COPY-CHAR.
012670     MOVE CSV-FIELD-CHAR (CSV-IDX) TO CSV-CHAR.
012680     PERFORM 8600-PUT-CHAR THRU 8600-EXIT.
012690     IF CSV-QUOTED AND CSV-CHAR = QUOTE
012700         PERFORM 8600-PUT-CHAR THRU 8600-EXIT
012710     END-IF.
012720 8500-EXIT.
012730     EXIT.
012740*----------------------------------------------------------------
012750*    8600-PUT-CHAR APPENDS CSV-CHAR TO THE ROW.  NO ROW COMES
012760*    NEAR THE RECORD LENGTH, BUT ONE THAT DID WOULD BE CUT SHORT
012770*    RATHER THAN OVERRUN IT.
012780*----------------------------------------------------------------
012790 8600-PUT-CHAR.
012800     IF CSV-PTR >= 120
012810         GO TO 8600-EXIT
012820     END-IF.
012830     ADD 1 TO CSV-PTR.
012840     MOVE CSV-CHAR TO CSV-ROW-CHAR (CSV-PTR).
012850 8600-EXIT.
012860     EXIT.
012870*----------------------------------------------------------------
012880*    8800-BUILD-TRAILER BUILDS THE TRAILER ROW: "TRAILER" AND THE
012890*    DATA-ROW COUNT IN CSV-NUMBER.
012900*----------------------------------------------------------------
012910 8800-BUILD-TRAILER.
012920     PERFORM 8000-START-ROW THRU 8000-EXIT.
012930     MOVE "TRAILER" TO CSV-FIELD.
012940     PERFORM 8300-PUT-CODE THRU 8300-EXIT.
012950     PERFORM 8100-PUT-NUMBER THRU 8100-EXIT.
012960 8800-EXIT.
012970     EXIT.
012980*----------------------------------------------------------------
012990*    9999-ABEND IS THE COMMON ERROR EXIT: CLOSE WHAT IS OPEN AND
013000*    HAND A NONZERO RETURN-CODE BACK TO THE JCL STEP.
013010*----------------------------------------------------------------
013020 9999-ABEND.
013030     DISPLAY "WEBEXPT: ABNORMAL TERMINATION".
013040     MOVE 16 TO RETURN-CODE.
013050     CLOSE MEMBER-FILE.
013060     CLOSE ANSWER-KEY-FILE.
013070     CLOSE PORTFOLIO-FILE.
013080     CLOSE LEDGER-FILE.
013090     CLOSE ROSTER-FILE.
013100     CLOSE STATUS-FILE.
013110     CLOSE LEADER-CSV-FILE.
013120     CLOSE SOLVED-CSV-FILE.
013130     CLOSE TONIGHT-CSV-FILE.
013140     CLOSE EXPORT-RPT-FILE.
013150     STOP RUN.
