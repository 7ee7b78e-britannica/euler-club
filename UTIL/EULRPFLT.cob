000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EULRPFLT.
000030 AUTHOR. EULER CLUB.
000040 INSTALLATION. EULER CLUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*REMARKS.
000080*    PRE-FLIGHT DATASET COMPATIBILITY CHECK FOR EULERRUN.
000090*
000100*    THE FIRST STEP OF THE NIGHTLY JOB, AHEAD OF THE SIEVE.  THE
000110*    RECORD LAYOUTS HAVE CHANGED SHAPE MORE THAN ONCE (THE
000120*    EIGHTEEN-CHARACTER ANSWER, THE RECORD TYPE TAGS, CCYYMMDD
000130*    DATES), AND A DATASET LEFT IN AN OLD SHAPE DOES NOT ABEND
000140*    ANYTHING -- IT IS QUIETLY MISREAD.  SO EVERY SEQUENTIAL
000150*    CLUB DATASET NOW STARTS WITH A LAYOUT HEADER RECORD: "*HDR",
000160*    THE COPYBOOK NAME, AND THE LAYOUT VERSION (SEE THE HEADER
000170*    VIEW IN EACH COPYBOOK).  THIS STEP OPENS EVERY DATASET THE
000180*    RUN USES, READS THAT FIRST RECORD, AND COMPARES IT WITH
000190*    THE HEADER THE PROGRAMS WERE COMPILED WITH -- THE SAME
000200*    COPYBOOKS, COPIED IN HERE.
000210*
000220*      DD        LAYOUT    DATASET
000230*      PORTIN    PORTFREC  PORTFOLIO
000240*      HISTIN    RUNHREC   RUNHIST
000250*      STATIN    RUNSTREC  RUNSTAT
000260*      XTRCTIN   PRIMEXT   PRIMEXT (THE SIEVE'S PRIME EXTRACT)
000270*      LEAGIN    LEAGXREC  LEAGUE.XMIT
000280*      MBRIN     MEMBREC   MEMBERS
000290*      ROSTERIN  ROSTREC   ROSTER
000300*      WEEKOUT1  PORTFREC  ONE WEEKNN.OUT PER WEEK IN THE RUN,
000310*       - WEEKOUT4          IN ANY ORDER; AN UNUSED SLOT IS
000320*                           SIMPLY LEFT OUT OF THE STEP.
000330*
000340*    ONE REPORT LINE PER DATASET ON RPTOUT: OK, OPEN FAILED,
000350*    EMPTY, NO LAYOUT HEADER (A DATASET NEVER STAMPED -- SEE
000360*    HDRSTAMP), WRONG LAYOUT (THE DD POINTS AT THE WRONG
000370*    DATASET), OR VERSION MISMATCH (THE DATASET AND THE PROGRAMS
000380*    DISAGREE ABOUT THE SHAPE OF THE RECORD).  NOTHING IS
000390*    WRITTEN TO ANY DATASET.
000400*
000410*    RETURN CODES: 8 WHEN ANY DATASET FAILS THE CHECK -- EVERY
000420*    LATER EULERRUN STEP IS COND=(0,NE,PREFLT), SO NO WEEK RUNS
000430*    AGAINST A DATASET IT WOULD MISREAD; 16 WHEN THE REPORT
000440*    CANNOT BE OPENED; 0 WHEN EVERY DATASET MATCHES.
000450*
000460*    MODIFICATION HISTORY.
000470*    DATE       INIT  DESCRIPTION
000480*    ---------  ----  ---------------------------------------
000490*    10/15/2026 RTS   ORIGINAL VERSION.
000491*    10/15/2026 RTS   HIST-REC WIDENED TO 132 FOR RUNHREC VERSION
000492*                     003.
000500*----------------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-370.
000540 OBJECT-COMPUTER. IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT PORT-FILE ASSIGN TO PORTIN
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS PORT-FILE-STATUS.
000600     SELECT HIST-FILE ASSIGN TO HISTIN
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS HIST-FILE-STATUS.
000630     SELECT STAT-FILE ASSIGN TO STATIN
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS STAT-FILE-STATUS.
000660     SELECT XTRCT-FILE ASSIGN TO XTRCTIN
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS XTRCT-FILE-STATUS.
000690     SELECT LEAG-FILE ASSIGN TO LEAGIN
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS LEAG-FILE-STATUS.
000720     SELECT MBR-FILE ASSIGN TO MBRIN
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS MBR-FILE-STATUS.
000750     SELECT ROSTER-FILE ASSIGN TO ROSTERIN
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS ROST-FILE-STATUS.
000780     SELECT OPTIONAL WEEK1-FILE ASSIGN TO WEEKOUT1
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WEEK1-FILE-STATUS.
000810     SELECT OPTIONAL WEEK2-FILE ASSIGN TO WEEKOUT2
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WEEK2-FILE-STATUS.
000840     SELECT OPTIONAL WEEK3-FILE ASSIGN TO WEEKOUT3
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WEEK3-FILE-STATUS.
000870     SELECT OPTIONAL WEEK4-FILE ASSIGN TO WEEKOUT4
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WEEK4-FILE-STATUS.
000900     SELECT PFLT-RPT-FILE ASSIGN TO RPTOUT
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS RPT-FILE-STATUS.
000930*----------------------------------------------------------------
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  PORT-FILE.
000970 01  PORT-REC                PIC X(56).
000980 FD  HIST-FILE.
000990 01  HIST-REC                PIC X(132).
001000 FD  STAT-FILE.
001010 01  STAT-REC                PIC X(66).
001020 FD  XTRCT-FILE.
001030 01  XTRCT-REC               PIC X(19).
001040 FD  LEAG-FILE.
001050 01  LEAG-REC                PIC X(38).
001060 FD  MBR-FILE.
001070 01  MBR-REC                 PIC X(35).
001080 FD  ROSTER-FILE.
001090 01  ROSTER-REC              PIC X(80).
001100 FD  WEEK1-FILE.
001110 01  WEEK1-REC               PIC X(56).
001120 FD  WEEK2-FILE.
001130 01  WEEK2-REC               PIC X(56).
001140 FD  WEEK3-FILE.
001150 01  WEEK3-REC               PIC X(56).
001160 FD  WEEK4-FILE.
001170 01  WEEK4-REC               PIC X(56).
001180 FD  PFLT-RPT-FILE.
001190 01  PFLT-RPT-REC            PIC X(80).
001200*----------------------------------------------------------------
001210 WORKING-STORAGE SECTION.
001220 01  PORT-FILE-STATUS        PIC XX.
001230 01  HIST-FILE-STATUS        PIC XX.
001240 01  STAT-FILE-STATUS        PIC XX.
001250 01  XTRCT-FILE-STATUS       PIC XX.
001260 01  LEAG-FILE-STATUS        PIC XX.
001270 01  MBR-FILE-STATUS         PIC XX.
001280 01  ROST-FILE-STATUS        PIC XX.
001290 01  WEEK1-FILE-STATUS       PIC XX.
001300 01  WEEK2-FILE-STATUS       PIC XX.
001310 01  WEEK3-FILE-STATUS       PIC XX.
001320 01  WEEK4-FILE-STATUS       PIC XX.
001330 01  RPT-FILE-STATUS         PIC XX.
001340 01  CHECKED-COUNT           PIC 9(03)   VALUE 0.
001350 01  MATCH-COUNT             PIC 9(03)   VALUE 0.
001360 01  FAILED-COUNT            PIC 9(03)   VALUE 0.
001370 01  ABSENT-COUNT            PIC 9(03)   VALUE 0.
001380*
001390*    ONE DATASET'S CHECK: THE DD, HOW ITS OPEN WENT, WHETHER IT
001400*    HAD A FIRST RECORD, AND THE HEADER FIELDS FOUND THERE AND
001410*    EXPECTED.  BOTH HEADER AREAS ARE THE FRONT OF A HEADER
001420*    RECORD, WHICH HAS THE SAME SHAPE IN EVERY LAYOUT.
001430*
001440 01  CHK-DDNAME              PIC X(08).
001450 01  CHK-OPEN-STATUS         PIC XX.
001460 01  CHK-OPTIONAL-SW         PIC X.
001470     88  CHK-OPTIONAL                    VALUE "Y".
001480 01  CHK-EMPTY-SW            PIC X.
001490     88  CHK-EMPTY                       VALUE "Y".
001500 01  CHK-FOUND-HDR.
001510     05  CF-MARKER           PIC X(04).
001520     05  FILLER              PIC X(01).
001530     05  CF-COPYBOOK         PIC X(08).
001540     05  FILLER              PIC X(01).
001550     05  CF-VERSION          PIC X(03).
001560 01  CHK-EXPECT-HDR.
001570     05  CE-MARKER           PIC X(04).
001580     05  FILLER              PIC X(01).
001590     05  CE-COPYBOOK         PIC X(08).
001600     05  FILLER              PIC X(01).
001610     05  CE-VERSION          PIC X(03).
001620*
001630*    THE LAYOUT COPYBOOKS, FOR THEIR HEADER VIEWS ONLY.
001640*
001650 COPY PORTFREC.
001660 COPY RUNHREC.
001670 COPY RUNSTREC.
001680 COPY PRIMEXT.
001690 COPY LEAGXREC.
001700 COPY MEMBREC.
001710 COPY ROSTREC.
001720 01  RPT-TODAY.
001730     05  RPT-TODAY-CCYY      PIC 9(04).
001740     05  RPT-TODAY-MM        PIC 99.
001750     05  RPT-TODAY-DD        PIC 99.
001760 01  RPT-HDR1-LINE.
001770     05  FILLER              PIC X(48)
001780         VALUE "EULER CLUB - PRE-FLIGHT DATASET LAYOUT CHECK".
001790     05  FILLER              PIC X(32)   VALUE SPACES.
001800 01  RPT-HDR2-LINE.
001810     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
001820     05  RH-RUN-DATE         PIC X(08).
001830     05  FILLER              PIC X(62)   VALUE SPACES.
001840 01  RPT-HDR3-LINE.
001850     05  FILLER              PIC X(09)   VALUE "DD NAME".
001860     05  FILLER              PIC X(04)   VALUE "ST".
001870     05  FILLER              PIC X(14)   VALUE "EXPECTED".
001880     05  FILLER              PIC X(14)   VALUE "FOUND".
001890     05  FILLER              PIC X(39)   VALUE "RESULT".
001900 01  RPT-DETAIL-LINE.
001910     05  RD-DDNAME           PIC X(08).
001920     05  FILLER              PIC X(01)   VALUE SPACES.
001930     05  RD-OPEN-STATUS      PIC X(02).
001940     05  FILLER              PIC X(02)   VALUE SPACES.
001950     05  RD-EXP-COPYBOOK     PIC X(08).
001960     05  FILLER              PIC X(01)   VALUE SPACES.
001970     05  RD-EXP-VERSION      PIC X(03).
001980     05  FILLER              PIC X(02)   VALUE SPACES.
001990     05  RD-FND-COPYBOOK     PIC X(08).
002000     05  FILLER              PIC X(01)   VALUE SPACES.
002010     05  RD-FND-VERSION      PIC X(03).
002020     05  FILLER              PIC X(02)   VALUE SPACES.
002030     05  RD-RESULT           PIC X(24).
002040     05  FILLER              PIC X(15)   VALUE SPACES.
002050 01  RPT-CLEAN-LINE.
002060     05  FILLER              PIC X(44)
002070         VALUE "EVERY DATASET MATCHES THE COMPILED LAYOUTS.".
002080     05  FILLER              PIC X(36)   VALUE SPACES.
002090 01  RPT-STOP-LINE.
002100     05  FILLER              PIC X(11)   VALUE "ATTENTION:".
002110     05  RS-FAILED-COUNT     PIC ZZ9.
002120     05  FILLER              PIC X(50)
002130         VALUE " DATASET(S) FAILED -- NO WEEK WILL RUN TONIGHT.".
002140     05  FILLER              PIC X(16)   VALUE SPACES.
002150 01  RPT-FIX-LINE.
002160     05  FILLER              PIC X(11)   VALUE SPACES.
002170     05  FILLER              PIC X(47)
002180         VALUE "STAMP OR CONVERT THOSE DATASETS, THEN RESUBMIT.".
002200     05  FILLER              PIC X(22)   VALUE SPACES.
002210*----------------------------------------------------------------
002220 PROCEDURE DIVISION.
002230 0000-MAINLINE SECTION.
002240 0000-START.
002250     OPEN OUTPUT PFLT-RPT-FILE.
002260     IF RPT-FILE-STATUS NOT = "00"
002270         DISPLAY "EULRPFLT: PFLT-RPT-FILE OPEN FAILED, STATUS "
002280                 RPT-FILE-STATUS
002290         MOVE 16 TO RETURN-CODE
002300         STOP RUN
002310     END-IF.
002320     PERFORM 0200-WRITE-REPORT-HEADING THRU 0200-EXIT.
002330
002340     PERFORM 1100-CHECK-PORTFOLIO THRU 1100-EXIT.
002350     PERFORM 1200-CHECK-RUNHIST THRU 1200-EXIT.
002360     PERFORM 1300-CHECK-RUNSTAT THRU 1300-EXIT.
002370     PERFORM 1400-CHECK-PRIMEXT THRU 1400-EXIT.
002380     PERFORM 1500-CHECK-LEAGUE THRU 1500-EXIT.
002390     PERFORM 1600-CHECK-MEMBERS THRU 1600-EXIT.
002400     PERFORM 1700-CHECK-ROSTER THRU 1700-EXIT.
002410     PERFORM 1810-CHECK-WEEK1 THRU 1810-EXIT.
002420     PERFORM 1820-CHECK-WEEK2 THRU 1820-EXIT.
002430     PERFORM 1830-CHECK-WEEK3 THRU 1830-EXIT.
002440     PERFORM 1840-CHECK-WEEK4 THRU 1840-EXIT.
002450
002460     PERFORM 3000-WRITE-VERDICT THRU 3000-EXIT.
002470     CLOSE PFLT-RPT-FILE.
002480
002490     DISPLAY "EULRPFLT: " CHECKED-COUNT " DATASETS CHECKED, "
002500             MATCH-COUNT " MATCH, " FAILED-COUNT " FAILED, "
002510             ABSENT-COUNT " OPTIONAL SLOTS UNUSED".
002520     IF FAILED-COUNT > 0
002530         DISPLAY "EULRPFLT: LAYOUT CHECK FAILED -- WEEKLY RUN "
002540                 "STOPPED, SEE RPTOUT"
002550         MOVE 8 TO RETURN-CODE
002560     ELSE
002570         MOVE 0 TO RETURN-CODE
002580     END-IF.
002590 0000-MAINLINE-EXIT.
002600     STOP RUN.
002610*----------------------------------------------------------------
002620*    0200-WRITE-REPORT-HEADING WRITES THE PAGE HEADING, ANCHORED
002630*    BY TODAY'S RUN DATE.
002640*----------------------------------------------------------------
002650 0200-WRITE-REPORT-HEADING.
002660     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
002670     MOVE RPT-TODAY TO RH-RUN-DATE.
002680     WRITE PFLT-RPT-REC FROM RPT-HDR1-LINE.
002690     WRITE PFLT-RPT-REC FROM RPT-HDR2-LINE.
002700     WRITE PFLT-RPT-REC FROM RPT-HDR3-LINE.
002710 0200-EXIT.
002720     EXIT.
002730*----------------------------------------------------------------
002740*    1000-RESET-CHECK CLEARS THE CHECK AREA BEFORE EACH DATASET.
002750*    THE CALLER SETS CHK-DDNAME (AND CHK-OPTIONAL FOR A WEEK
002760*    SLOT) AFTERWARDS.
002770*----------------------------------------------------------------
002780 1000-RESET-CHECK.
002790     MOVE SPACES TO CHK-DDNAME.
002800     MOVE SPACES TO CHK-OPEN-STATUS.
002810     MOVE "N" TO CHK-OPTIONAL-SW.
002820     MOVE "N" TO CHK-EMPTY-SW.
002830     MOVE SPACES TO CHK-FOUND-HDR.
002840     MOVE SPACES TO CHK-EXPECT-HDR.
002850 1000-EXIT.
002860     EXIT.
002870*----------------------------------------------------------------
002880*    1100-CHECK-PORTFOLIO THROUGH 1840-CHECK-WEEK4 EACH CHECK
002890*    ONE DATASET THE SAME WAY: OPEN IT, READ ITS FIRST RECORD
002900*    INTO CHK-FOUND-HDR, CLOSE IT, BUILD THE COMPILED HEADER
002910*    FROM THE LAYOUT'S COPYBOOK INTO CHK-EXPECT-HDR, AND HAND
002920*    BOTH TO 2000-JUDGE-DATASET.  AN OPEN THAT FAILS LEAVES THE
002930*    FOUND HEADER BLANK FOR THE JUDGE TO REPORT.
002940*----------------------------------------------------------------
002950 1100-CHECK-PORTFOLIO.
002960     PERFORM 1000-RESET-CHECK THRU 1000-EXIT.
002970     MOVE "PORTIN" TO CHK-DDNAME.
002980     OPEN INPUT PORT-FILE.
002990     MOVE PORT-FILE-STATUS TO CHK-OPEN-STATUS.
003000     IF PORT-FILE-STATUS NOT = "00"
003010         GO TO 1100-JUDGE
003020     END-IF.
003030     READ PORT-FILE INTO CHK-FOUND-HDR
003040         AT END
003050             SET CHK-EMPTY TO TRUE
003060     END-READ.
003070     CLOSE PORT-FILE.
003080 1100-JUDGE.
003090     MOVE SPACES TO PORTFOLIO-HDR-REC.
003100     SET PF-HDR-PRESENT TO TRUE.
003110     SET PF-HDR-THIS-LAYOUT TO TRUE.
003120     SET PF-HDR-CURRENT-VERSION TO TRUE.
003130     MOVE PORTFOLIO-HDR-REC TO CHK-EXPECT-HDR.
003140     PERFORM 2000-JUDGE-DATASET THRU 2000-EXIT.
003150 1100-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------
003180 1200-CHECK-RUNHIST.
003190     PERFORM 1000-RESET-CHECK THRU 1000-EXIT.
003200     MOVE "HISTIN" TO CHK-DDNAME.
003210     OPEN INPUT HIST-FILE.
003220     MOVE HIST-FILE-STATUS TO CHK-OPEN-STATUS.
003230     IF HIST-FILE-STATUS NOT = "00"
003240         GO TO 1200-JUDGE
003250     END-IF.
003260     READ HIST-FILE INTO CHK-FOUND-HDR
003270         AT END
003280             SET CHK-EMPTY TO TRUE
003290     END-READ.
003300     CLOSE HIST-FILE.
003310 1200-JUDGE.
003320     MOVE SPACES TO RUN-HISTORY-HDR-REC.
003330     SET RN-HDR-PRESENT TO TRUE.
003340     SET RN-HDR-THIS-LAYOUT TO TRUE.
003350     SET RN-HDR-CURRENT-VERSION TO TRUE.
003360     MOVE RUN-HISTORY-HDR-REC TO CHK-EXPECT-HDR.
003370     PERFORM 2000-JUDGE-DATASET THRU 2000-EXIT.
003380 1200-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------
003410 1300-CHECK-RUNSTAT.
003420     PERFORM 1000-RESET-CHECK THRU 1000-EXIT.
003430     MOVE "STATIN" TO CHK-DDNAME.
003440     OPEN INPUT STAT-FILE.
003450     MOVE STAT-FILE-STATUS TO CHK-OPEN-STATUS.
003460     IF STAT-FILE-STATUS NOT = "00"
003470         GO TO 1300-JUDGE
003480     END-IF.
003490     READ STAT-FILE INTO CHK-FOUND-HDR
003500         AT END
003510             SET CHK-EMPTY TO TRUE
003520     END-READ.
003530     CLOSE STAT-FILE.
003540 1300-JUDGE.
003550     MOVE SPACES TO RUN-STATUS-HDR-REC.
003560     SET SR-HDR-PRESENT TO TRUE.
003570     SET SR-HDR-THIS-LAYOUT TO TRUE.
003580     SET SR-HDR-CURRENT-VERSION TO TRUE.
003590     MOVE RUN-STATUS-HDR-REC TO CHK-EXPECT-HDR.
003600     PERFORM 2000-JUDGE-DATASET THRU 2000-EXIT.
003610 1300-EXIT.
003620     EXIT.
003630*----------------------------------------------------------------
003640 1400-CHECK-PRIMEXT.
003650     PERFORM 1000-RESET-CHECK THRU 1000-EXIT.
003660     MOVE "XTRCTIN" TO CHK-DDNAME.
003670     OPEN INPUT XTRCT-FILE.
003680     MOVE XTRCT-FILE-STATUS TO CHK-OPEN-STATUS.
003690     IF XTRCT-FILE-STATUS NOT = "00"
003700         GO TO 1400-JUDGE
003710     END-IF.
003720     READ XTRCT-FILE INTO CHK-FOUND-HDR
003730         AT END
003740             SET CHK-EMPTY TO TRUE
003750     END-READ.
003760     CLOSE XTRCT-FILE.
003770 1400-JUDGE.
003780     MOVE SPACES TO PRIME-EXTRACT-HDR-REC.
003790     SET XT-HDR-PRESENT TO TRUE.
003800     SET XT-HDR-THIS-LAYOUT TO TRUE.
003810     SET XT-HDR-CURRENT-VERSION TO TRUE.
003820     MOVE PRIME-EXTRACT-HDR-REC TO CHK-EXPECT-HDR.
003830     PERFORM 2000-JUDGE-DATASET THRU 2000-EXIT.
003840 1400-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------
003870 1500-CHECK-LEAGUE.
003880     PERFORM 1000-RESET-CHECK THRU 1000-EXIT.
003890     MOVE "LEAGIN" TO CHK-DDNAME.
003900     OPEN INPUT LEAG-FILE.
003910     MOVE LEAG-FILE-STATUS TO CHK-OPEN-STATUS.
003920     IF LEAG-FILE-STATUS NOT = "00"
003930         GO TO 1500-JUDGE
003940     END-IF.
003950     READ LEAG-FILE INTO CHK-FOUND-HDR
003960         AT END
003970             SET CHK-EMPTY TO TRUE
003980     END-READ.
003990     CLOSE LEAG-FILE.
004000 1500-JUDGE.
004010     MOVE SPACES TO LEAGUE-LAYOUT-HDR-REC.
004020     SET LX-HDR-PRESENT TO TRUE.
004030     SET LX-HDR-THIS-LAYOUT TO TRUE.
004040     SET LX-HDR-CURRENT-VERSION TO TRUE.
004050     MOVE LEAGUE-LAYOUT-HDR-REC TO CHK-EXPECT-HDR.
004060     PERFORM 2000-JUDGE-DATASET THRU 2000-EXIT.
004070 1500-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------
004100 1600-CHECK-MEMBERS.
004110     PERFORM 1000-RESET-CHECK THRU 1000-EXIT.
004120     MOVE "MBRIN" TO CHK-DDNAME.
004130     OPEN INPUT MBR-FILE.
004140     MOVE MBR-FILE-STATUS TO CHK-OPEN-STATUS.
004150     IF MBR-FILE-STATUS NOT = "00"
004160         GO TO 1600-JUDGE
004170     END-IF.
004180     READ MBR-FILE INTO CHK-FOUND-HDR
004190         AT END
004200             SET CHK-EMPTY TO TRUE
004210     END-READ.
004220     CLOSE MBR-FILE.
004230 1600-JUDGE.
004240     MOVE SPACES TO MEMBER-HDR-REC.
004250     SET MR-HDR-PRESENT TO TRUE.
004260     SET MR-HDR-THIS-LAYOUT TO TRUE.
004270     SET MR-HDR-CURRENT-VERSION TO TRUE.
004280     MOVE MEMBER-HDR-REC TO CHK-EXPECT-HDR.
004290     PERFORM 2000-JUDGE-DATASET THRU 2000-EXIT.
004300 1600-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330 1700-CHECK-ROSTER.
004340     PERFORM 1000-RESET-CHECK THRU 1000-EXIT.
004350     MOVE "ROSTERIN" TO CHK-DDNAME.
004360     OPEN INPUT ROSTER-FILE.
004370     MOVE ROST-FILE-STATUS TO CHK-OPEN-STATUS.
004380     IF ROST-FILE-STATUS NOT = "00"
004390         GO TO 1700-JUDGE
004400     END-IF.
004410     READ ROSTER-FILE INTO CHK-FOUND-HDR
004420         AT END
004430             SET CHK-EMPTY TO TRUE
004440     END-READ.
004450     CLOSE ROSTER-FILE.
004460 1700-JUDGE.
004470     MOVE SPACES TO ROSTER-HDR-CARD.
004480     SET RL-HDR-PRESENT TO TRUE.
004490     SET RL-HDR-THIS-LAYOUT TO TRUE.
004500     SET RL-HDR-CURRENT-VERSION TO TRUE.
004510     MOVE ROSTER-HDR-CARD TO CHK-EXPECT-HDR.
004520     PERFORM 2000-JUDGE-DATASET THRU 2000-EXIT.
004530 1700-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------
004560*    THE WEEK SLOTS ARE OPTIONAL: A SLOT WITH NO DD OPENS WITH
004570*    STATUS "05" AND IS REPORTED AS NOT IN THIS RUN.  ALL FOUR
004580*    SHARE 1850-EXPECT-PORTFOLIO FOR THE COMPILED HEADER.
004590*----------------------------------------------------------------
004600 1810-CHECK-WEEK1.
004610     PERFORM 1000-RESET-CHECK THRU 1000-EXIT.
004620     MOVE "WEEKOUT1" TO CHK-DDNAME.
004630     SET CHK-OPTIONAL TO TRUE.
004640     OPEN INPUT WEEK1-FILE.
004650     MOVE WEEK1-FILE-STATUS TO CHK-OPEN-STATUS.
004660     IF WEEK1-FILE-STATUS = "05"
004670         CLOSE WEEK1-FILE
004680     END-IF.
004690     IF WEEK1-FILE-STATUS NOT = "00"
004700         GO TO 1810-JUDGE
004710     END-IF.
004720     READ WEEK1-FILE INTO CHK-FOUND-HDR
004730         AT END
004740             SET CHK-EMPTY TO TRUE
004750     END-READ.
004760     CLOSE WEEK1-FILE.
004770 1810-JUDGE.
004780     PERFORM 1850-EXPECT-PORTFOLIO THRU 1850-EXIT.
004790     PERFORM 2000-JUDGE-DATASET THRU 2000-EXIT.
004800 1810-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------
004830 1820-CHECK-WEEK2.
004840     PERFORM 1000-RESET-CHECK THRU 1000-EXIT.
004850     MOVE "WEEKOUT2" TO CHK-DDNAME.
004860     SET CHK-OPTIONAL TO TRUE.
004870     OPEN INPUT WEEK2-FILE.
004880     MOVE WEEK2-FILE-STATUS TO CHK-OPEN-STATUS.
004890     IF WEEK2-FILE-STATUS = "05"
004900         CLOSE WEEK2-FILE
004910     END-IF.
004920     IF WEEK2-FILE-STATUS NOT = "00"
004930         GO TO 1820-JUDGE
004940     END-IF.
004950     READ WEEK2-FILE INTO CHK-FOUND-HDR
004960         AT END
004970             SET CHK-EMPTY TO TRUE
004980     END-READ.
004990     CLOSE WEEK2-FILE.
005000 1820-JUDGE.
005010     PERFORM 1850-EXPECT-PORTFOLIO THRU 1850-EXIT.
005020     PERFORM 2000-JUDGE-DATASET THRU 2000-EXIT.
005030 1820-EXIT.
005040     EXIT.
005050*----------------------------------------------------------------
005060 1830-CHECK-WEEK3.
005070     PERFORM 1000-RESET-CHECK THRU 1000-EXIT.
005080     MOVE "WEEKOUT3" TO CHK-DDNAME.
005090     SET CHK-OPTIONAL TO TRUE.
005100     OPEN INPUT WEEK3-FILE.
005110     MOVE WEEK3-FILE-STATUS TO CHK-OPEN-STATUS.
005120     IF WEEK3-FILE-STATUS = "05"
005130         CLOSE WEEK3-FILE
005140     END-IF.
005150     IF WEEK3-FILE-STATUS NOT = "00"
005160         GO TO 1830-JUDGE
005170     END-IF.
005180     READ WEEK3-FILE INTO CHK-FOUND-HDR
005190         AT END
005200             SET CHK-EMPTY TO TRUE
005210     END-READ.
005220     CLOSE WEEK3-FILE.
005230 1830-JUDGE.
005240     PERFORM 1850-EXPECT-PORTFOLIO THRU 1850-EXIT.
005250     PERFORM 2000-JUDGE-DATASET THRU 2000-EXIT.
005260 1830-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------
005290 1840-CHECK-WEEK4.
005300     PERFORM 1000-RESET-CHECK THRU 1000-EXIT.
005310     MOVE "WEEKOUT4" TO CHK-DDNAME.
005320     SET CHK-OPTIONAL TO TRUE.
005330     OPEN INPUT WEEK4-FILE.
005340     MOVE WEEK4-FILE-STATUS TO CHK-OPEN-STATUS.
005350     IF WEEK4-FILE-STATUS = "05"
005360         CLOSE WEEK4-FILE
005370     END-IF.
005380     IF WEEK4-FILE-STATUS NOT = "00"
005390         GO TO 1840-JUDGE
005400     END-IF.
005410     READ WEEK4-FILE INTO CHK-FOUND-HDR
005420         AT END
005430             SET CHK-EMPTY TO TRUE
005440     END-READ.
005450     CLOSE WEEK4-FILE.
005460 1840-JUDGE.
005470     PERFORM 1850-EXPECT-PORTFOLIO THRU 1850-EXIT.
005480     PERFORM 2000-JUDGE-DATASET THRU 2000-EXIT.
005490 1840-EXIT.
005500     EXIT.
005510*----------------------------------------------------------------
005520 1850-EXPECT-PORTFOLIO.
005530     MOVE SPACES TO PORTFOLIO-HDR-REC.
005540     SET PF-HDR-PRESENT TO TRUE.
005550     SET PF-HDR-THIS-LAYOUT TO TRUE.
005560     SET PF-HDR-CURRENT-VERSION TO TRUE.
005570     MOVE PORTFOLIO-HDR-REC TO CHK-EXPECT-HDR.
005580 1850-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------
005610*    2000-JUDGE-DATASET COMPARES THE FOUND HEADER WITH THE
005620*    EXPECTED ONE AND WRITES THE DATASET'S REPORT LINE.  THE
005630*    FIRST FAILURE FOUND IS THE ONE REPORTED: THE OPEN, THEN AN
005640*    EMPTY DATASET, THEN A MISSING HEADER, THEN THE COPYBOOK
005650*    NAME, THEN THE VERSION.
005660*----------------------------------------------------------------
005670 2000-JUDGE-DATASET.
005680     MOVE SPACES TO RPT-DETAIL-LINE.
005690     MOVE CHK-DDNAME TO RD-DDNAME.
005700     MOVE CHK-OPEN-STATUS TO RD-OPEN-STATUS.
005710     MOVE CE-COPYBOOK TO RD-EXP-COPYBOOK.
005720     MOVE CE-VERSION TO RD-EXP-VERSION.
005730     IF CHK-OPTIONAL AND CHK-OPEN-STATUS = "05"
005740         ADD 1 TO ABSENT-COUNT
005750         MOVE "NOT IN THIS RUN" TO RD-RESULT
005760         GO TO 2000-WRITE
005770     END-IF.
005780     ADD 1 TO CHECKED-COUNT.
005790     IF CHK-OPEN-STATUS NOT = "00"
005800         ADD 1 TO FAILED-COUNT
005810         MOVE "OPEN FAILED" TO RD-RESULT
005820         GO TO 2000-WRITE
005830     END-IF.
005840     IF CHK-EMPTY
005850         ADD 1 TO FAILED-COUNT
005860         MOVE "EMPTY, NO HEADER" TO RD-RESULT
005870         GO TO 2000-WRITE
005880     END-IF.
005890     IF CF-MARKER NOT = CE-MARKER
005900         ADD 1 TO FAILED-COUNT
005910         MOVE "NO LAYOUT HEADER" TO RD-RESULT
005920         GO TO 2000-WRITE
005930     END-IF.
005940     MOVE CF-COPYBOOK TO RD-FND-COPYBOOK.
005950     MOVE CF-VERSION TO RD-FND-VERSION.
005960     IF CF-COPYBOOK NOT = CE-COPYBOOK
005970         ADD 1 TO FAILED-COUNT
005980         MOVE "WRONG LAYOUT" TO RD-RESULT
005990         GO TO 2000-WRITE
006000     END-IF.
006010     IF CF-VERSION NOT = CE-VERSION
006020         ADD 1 TO FAILED-COUNT
006030         MOVE "VERSION MISMATCH" TO RD-RESULT
006040         GO TO 2000-WRITE
006050     END-IF.
006060     ADD 1 TO MATCH-COUNT.
006070     MOVE "OK" TO RD-RESULT.
006080 2000-WRITE.
006090     WRITE PFLT-RPT-REC FROM RPT-DETAIL-LINE.
006100 2000-EXIT.
006110     EXIT.
006120*----------------------------------------------------------------
006130*    3000-WRITE-VERDICT CLOSES THE REPORT WITH EITHER THE ALL-
006140*    CLEAR LINE OR THE STOP LINE AND WHAT TO DO ABOUT IT.
006150*----------------------------------------------------------------
006160 3000-WRITE-VERDICT.
006170     IF FAILED-COUNT = 0
006180         WRITE PFLT-RPT-REC FROM RPT-CLEAN-LINE
006190         GO TO 3000-EXIT
006200     END-IF.
006210     MOVE FAILED-COUNT TO RS-FAILED-COUNT.
006220     WRITE PFLT-RPT-REC FROM RPT-STOP-LINE.
006230     WRITE PFLT-RPT-REC FROM RPT-FIX-LINE.
006240 3000-EXIT.
006250     EXIT.
