000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SUBGRADE.
000030 AUTHOR. EULER CLUB.
000040 INSTALLATION. EULER CLUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*REMARKS.
000080*    MEMBER ANSWER-SUBMISSION GRADING.
000090*
000100*    GRADES THE MEMBERS' OWN ANSWER SUBMISSIONS (SUBMIN, ONE
000110*    CARD PER ATTEMPT, SEE SUBMREC) THAT USED TO BE MARKED BY
000120*    EYE.  EACH CARD IS EDITED AGAINST THE MEMBER ROSTER (MBRIN,
000130*    SEE MEMBREC), ITS ANSWER IS CHECKED AGAINST THE KEYED
000140*    ANSWER KEY THROUGH THE SHARED ANSLOOK SUBPROGRAM, AND THE
000150*    RESULT -- CORRECT, WRONG, OR UNKNOWN (NO KEY ENTRY FOR THE
000160*    PROBLEM) -- IS APPENDED TO THE PERMANENT SUBMISSIONS LEDGER
000170*    (LEDGOUT, SEE SUBLREC).  THE EXISTING LEDGER (LEDGIN) IS
000180*    READ FIRST SO CREDIT CARRIES ACROSS RUNS.
000190*
000200*    THE COMPARE FOLLOWS THE KEY ENTRY'S ANSWER TYPE, AS IN THE
000210*    WEEKLY PROGRAMS' RECONCILIATION: A NUMERIC KEY ANSWER IS
000220*    COMPARED AS A NUMBER (THE CARD MAY CARRY IT LEFT-JUSTIFIED
000230*    OR ZERO-FILLED; ANYTHING NOT A WHOLE NUMBER IS WRONG), AN
000240*    ALPHA KEY ANSWER AS EIGHTEEN CHARACTERS OF TEXT.
000250*
000260*    REJECT RULES (A REJECTED CARD IS LISTED BUT NOT LEDGERED):
000270*      - BLANK INITIALS, OR INITIALS WITH NO ROSTER RECORD.
000280*      - A MEMBER MARKED INACTIVE ON THE ROSTER.
000290*      - A NON-NUMERIC PROBLEM NUMBER, OR A BLANK ANSWER.
000300*      - A DATE THAT IS NOT CCYYMMDD (A BLANK DATE TAKES TODAY).
000310*    THE STEP ENDS WITH RETURN-CODE 4 WHEN ANY CARD WAS
000320*    REJECTED.
000330*
000340*    THE REPORT LISTS EVERY CARD WITH ITS GRADE, THEN THE
000350*    FIRST-CORRECT CREDIT FOR EVERY PROBLEM ANY MEMBER HAS
000360*    ANSWERED CORRECTLY: WHO GOT IT RIGHT FIRST (EARLIEST
000370*    SUBMISSION DATE), WHEN, AND HOW MANY MEMBERS HAVE IT.  A
000380*    MEMBER'S SECOND CORRECT CARD FOR THE SAME PROBLEM IS
000390*    LEDGERED BUT NOTED "ALREADY CREDITED".
000400*
000410*    ALL CARDS ARE GRADED BEFORE THE LEDGER IS OPENED, SO AN
000420*    ANSWER KEY THAT CANNOT BE READ STOPS THE STEP (RC=16) WITH
000430*    NOTHING APPENDED AND THE WHOLE BATCH CAN SIMPLY BE RERUN.
000440*
000450*    MODIFICATION HISTORY.
000460*    DATE       INIT  DESCRIPTION
000470*    ---------  ----  ---------------------------------------
000480*    10/15/2026 RTS   ORIGINAL VERSION.
000482*    10/15/2026 RTS   THE MEMBERS DATASET'S LAYOUT HEADER RECORD
000484*                     (SEE MEMBREC) IS SKIPPED.
000490*----------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-370.
000530 OBJECT-COMPUTER. IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT SUBMIT-FILE ASSIGN TO SUBMIN
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS SUBMIT-FILE-STATUS.
000590     SELECT MEMBER-FILE ASSIGN TO MBRIN
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS MEMBER-FILE-STATUS.
000620     SELECT OPTIONAL LEDGER-IN-FILE ASSIGN TO LEDGIN
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS LEDGIN-FILE-STATUS.
000650     SELECT LEDGER-OUT-FILE ASSIGN TO LEDGOUT
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS LEDGOUT-FILE-STATUS.
000680     SELECT GRADE-RPT-FILE ASSIGN TO RPTOUT
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS RPT-FILE-STATUS.
000710*----------------------------------------------------------------
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  SUBMIT-FILE.
000750 COPY SUBMREC.
000760 FD  MEMBER-FILE.
000770 COPY MEMBREC.
000780 FD  LEDGER-IN-FILE.
000790 01  LEDGER-IN-REC           PIC X(56).
000800 FD  LEDGER-OUT-FILE.
000810 01  LEDGER-OUT-REC          PIC X(56).
000820 FD  GRADE-RPT-FILE.
000830 01  GRADE-RPT-REC           PIC X(80).
000840*----------------------------------------------------------------
000850 WORKING-STORAGE SECTION.
000860 01  SUBMIT-FILE-STATUS      PIC XX.
000870 01  MEMBER-FILE-STATUS      PIC XX.
000880 01  LEDGIN-FILE-STATUS      PIC XX.
000890 01  LEDGOUT-FILE-STATUS     PIC XX.
000900 01  RPT-FILE-STATUS         PIC XX.
000910 01  SUBMIT-EOF-SW           PIC X       VALUE "N".
000920     88  SUBMIT-EOF                      VALUE "Y".
000930 01  MEMBER-EOF-SW           PIC X       VALUE "N".
000940     88  MEMBER-EOF                      VALUE "Y".
000950 01  LEDGER-EOF-SW           PIC X       VALUE "N".
000960     88  LEDGER-EOF                      VALUE "Y".
000970 01  LEDGOUT-OPEN-SW         PIC X       VALUE "N".
000980     88  LEDGOUT-OPEN                    VALUE "Y".
000990 COPY ANSKYREC.
001000 COPY SUBLREC.
001010 01  LOOKUP-PROBLEM-NO       PIC 9(04).
001020 01  LOOKUP-RETURN-CODE      PIC 99.
001030 01  TODAY-DATE              PIC X(08).
001040*
001050*    THE MEMBER ROSTER, FOR THE INITIALS EDIT.
001060*
001070 01  MB-TABLE-MAX            PIC 9(03)   VALUE 100.
001080 01  MB-COUNT                PIC 9(03)   VALUE 0.
001090 01  MB-IDX                  PIC 9(03).
001100 01  MB-FOUND-SW             PIC X.
001110     88  MB-FOUND                        VALUE "Y".
001120 01  MB-TABLE.
001130     05  MB-ENTRY OCCURS 100 TIMES.
001140         10  MB-INITIALS     PIC X(03).
001150         10  MB-ACTIVE-FLAG  PIC X(01).
001160*
001170*    ONE ANSWER-KEY LOOKUP PER PROBLEM PER RUN: THE ANSLOOK
001180*    RESULT IS KEPT HERE FOR EVERY LATER CARD ON THE SAME
001190*    PROBLEM.
001200*
001210 01  GK-TABLE-MAX            PIC 9(03)   VALUE 200.
001220 01  GK-COUNT                PIC 9(03)   VALUE 0.
001230 01  GK-IDX                  PIC 9(03).
001240 01  GK-FOUND-SW             PIC X.
001250     88  GK-FOUND                        VALUE "Y".
001260 01  GK-TABLE.
001270     05  GK-ENTRY OCCURS 200 TIMES.
001280         10  GK-PROBLEM-NO   PIC 9(04).
001290         10  GK-LOOKUP-RC    PIC 99.
001300         10  GK-KEY-REC      PIC X(42).
001310*
001320*    MEMBER/PROBLEM PAIRS ALREADY CREDITED, FROM THE LEDGER AND
001330*    FROM TONIGHT'S CARDS AS THEY ARE GRADED.
001340*
001350 01  CR-TABLE-MAX            PIC 9(04)   VALUE 1000.
001360 01  CR-COUNT                PIC 9(04)   VALUE 0.
001370 01  CR-IDX                  PIC 9(04).
001380 01  CR-FOUND-SW             PIC X.
001390     88  CR-FOUND                        VALUE "Y".
001400 01  CR-TABLE.
001410     05  CR-ENTRY OCCURS 1000 TIMES.
001420         10  CR-INITIALS     PIC X(03).
001430         10  CR-PROBLEM-NO   PIC 9(04).
001440*
001450*    FIRST-CORRECT CREDIT PER PROBLEM.
001460*
001470 01  FC-TABLE-MAX            PIC 9(03)   VALUE 200.
001480 01  FC-COUNT                PIC 9(03)   VALUE 0.
001490 01  FC-IDX                  PIC 9(03).
001500 01  FC-FOUND-SW             PIC X.
001510     88  FC-FOUND                        VALUE "Y".
001520 01  FC-TABLE.
001530     05  FC-ENTRY OCCURS 200 TIMES.
001540         10  FC-PROBLEM-NO   PIC 9(04).
001550         10  FC-INITIALS     PIC X(03).
001560         10  FC-DATE         PIC X(08).
001570         10  FC-SOLVER-COUNT PIC 9(04).
001580 01  FC-SWAP-ENTRY           PIC X(19).
001590 01  FC-IDX2                 PIC 9(03).
001600 01  SORT-SWAPPED-SW         PIC X.
001610     88  SORT-SWAPPED                    VALUE "Y".
001620*
001630*    TONIGHT'S CARDS, GRADED, HELD UNTIL THE WHOLE BATCH HAS
001640*    BEEN CHECKED.
001650*
001660 01  GR-TABLE-MAX            PIC 9(03)   VALUE 500.
001670 01  GR-COUNT                PIC 9(03)   VALUE 0.
001680 01  GR-IDX                  PIC 9(03).
001690 01  GR-TABLE.
001700     05  GR-ENTRY OCCURS 500 TIMES.
001710         10  GR-INITIALS     PIC X(03).
001720         10  GR-PROBLEM-NO   PIC X(04).
001730         10  GR-ANSWER       PIC X(18).
001740         10  GR-DATE         PIC X(08).
001750         10  GR-RESULT       PIC X(08).
001760         10  GR-NOTE         PIC X(24).
001770*
001780*    NUMERIC ANSWER NORMALIZATION: A LEFT-JUSTIFIED ANSWER IS
001790*    RIGHT-JUSTIFIED INTO A ZERO-FILLED EIGHTEEN-DIGIT FIELD.
001800*
001810 01  SUBMIT-ANSWER-WORK.
001820     05  SA-CHAR             PIC X(01)   OCCURS 18 TIMES.
001830 01  NORM-ANSWER.
001840     05  NA-CHAR             PIC X(01)   OCCURS 18 TIMES.
001850 01  NORM-ANSWER-NUM REDEFINES NORM-ANSWER
001860                             PIC 9(18).
001870 01  ANSWER-LEN              PIC 9(02).
001880 01  ANSWER-IDX              PIC 9(02).
001890 01  NORM-IDX                PIC 9(02).
001900 01  NORM-OK-SW              PIC X.
001910     88  NORM-OK                         VALUE "Y".
001920 01  SUBMIT-READ-COUNT       PIC 9(05)   VALUE 0.
001930 01  CORRECT-COUNT           PIC 9(05)   VALUE 0.
001940 01  WRONG-COUNT             PIC 9(05)   VALUE 0.
001950 01  UNKNOWN-COUNT           PIC 9(05)   VALUE 0.
001960 01  REJECT-COUNT            PIC 9(05)   VALUE 0.
001970 01  REJECT-REASON           PIC X(24).
001980 01  RPT-TODAY.
001990     05  RPT-TODAY-CCYY      PIC 9(04).
002000     05  RPT-TODAY-MM        PIC 99.
002010     05  RPT-TODAY-DD        PIC 99.
002020 01  RPT-HDR1-LINE.
002030     05  FILLER              PIC X(38)
002040         VALUE "EULER CLUB - MEMBER SUBMISSION GRADING".
002050     05  FILLER              PIC X(42)   VALUE SPACES.
002060 01  RPT-HDR2-LINE.
002070     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
002080     05  RH-RUN-DATE         PIC X(08).
002090     05  FILLER              PIC X(62)   VALUE SPACES.
002100 01  RPT-HDR3-LINE.
002110     05  FILLER              PIC X(05)   VALUE "INI".
002120     05  FILLER              PIC X(06)   VALUE "PROB".
002130     05  FILLER              PIC X(20)   VALUE "ANSWER".
002140     05  FILLER              PIC X(10)   VALUE "SUBMITTED".
002150     05  FILLER              PIC X(10)   VALUE "RESULT".
002160     05  FILLER              PIC X(29)   VALUE "NOTE".
002170 01  RPT-DETAIL-LINE.
002180     05  RD-INITIALS         PIC X(03).
002190     05  FILLER              PIC X(02)   VALUE SPACES.
002200     05  RD-PROBLEM-NO       PIC X(04).
002210     05  FILLER              PIC X(02)   VALUE SPACES.
002220     05  RD-ANSWER           PIC X(18).
002230     05  FILLER              PIC X(02)   VALUE SPACES.
002240     05  RD-DATE             PIC X(08).
002250     05  FILLER              PIC X(02)   VALUE SPACES.
002260     05  RD-RESULT           PIC X(08).
002270     05  FILLER              PIC X(02)   VALUE SPACES.
002280     05  RD-NOTE             PIC X(24).
002290     05  FILLER              PIC X(05)   VALUE SPACES.
002300 01  RPT-CREDIT-HDR1-LINE.
002310     05  FILLER              PIC X(31)
002320         VALUE "FIRST-CORRECT CREDIT BY PROBLEM".
002330     05  FILLER              PIC X(49)   VALUE SPACES.
002340 01  RPT-CREDIT-HDR2-LINE.
002350     05  FILLER              PIC X(06)   VALUE "PROB".
002360     05  FILLER              PIC X(07)   VALUE "FIRST".
002370     05  FILLER              PIC X(10)   VALUE "DATE".
002380     05  FILLER              PIC X(08)   VALUE "SOLVERS".
002390     05  FILLER              PIC X(49)   VALUE SPACES.
002400 01  RPT-CREDIT-LINE.
002410     05  RC-PROBLEM-NO       PIC 9(04).
002420     05  FILLER              PIC X(02)   VALUE SPACES.
002430     05  RC-INITIALS         PIC X(03).
002440     05  FILLER              PIC X(04)   VALUE SPACES.
002450     05  RC-DATE             PIC X(08).
002460     05  FILLER              PIC X(02)   VALUE SPACES.
002470     05  RC-SOLVERS          PIC ZZZZZZ9.
002480     05  FILLER              PIC X(50)   VALUE SPACES.
002490 01  RPT-BLANK-LINE          PIC X(80)   VALUE SPACES.
002500 01  RPT-TOTAL-LINE.
002510     05  FILLER              PIC X(06)   VALUE "READ:".
002520     05  RT-READ             PIC ZZZZ9.
002530     05  FILLER              PIC X(02)   VALUE SPACES.
002540     05  FILLER              PIC X(09)   VALUE "CORRECT:".
002550     05  RT-CORRECT          PIC ZZZZ9.
002560     05  FILLER              PIC X(02)   VALUE SPACES.
002570     05  FILLER              PIC X(07)   VALUE "WRONG:".
002580     05  RT-WRONG            PIC ZZZZ9.
002590     05  FILLER              PIC X(02)   VALUE SPACES.
002600     05  FILLER              PIC X(09)   VALUE "UNKNOWN:".
002610     05  RT-UNKNOWN          PIC ZZZZ9.
002620     05  FILLER              PIC X(02)   VALUE SPACES.
002630     05  FILLER              PIC X(10)   VALUE "REJECTED:".
002640     05  RT-REJECTED         PIC ZZZZ9.
002650     05  FILLER              PIC X(06)   VALUE SPACES.
002660*----------------------------------------------------------------
002670 PROCEDURE DIVISION.
002680 0000-MAINLINE SECTION.
002690 0000-START.
002700     OPEN INPUT MEMBER-FILE.
002710     IF MEMBER-FILE-STATUS NOT = "00"
002720         DISPLAY "SUBGRADE: MEMBER-FILE OPEN FAILED, STATUS "
002730                 MEMBER-FILE-STATUS
002740         MOVE 16 TO RETURN-CODE
002750         STOP RUN
002760     END-IF.
002770     OPEN INPUT LEDGER-IN-FILE.
002780     IF LEDGIN-FILE-STATUS NOT = "00"
002790        AND LEDGIN-FILE-STATUS NOT = "05"
002800         DISPLAY "SUBGRADE: LEDGER-IN-FILE OPEN FAILED, STATUS "
002810                 LEDGIN-FILE-STATUS
002820         MOVE 16 TO RETURN-CODE
002830         CLOSE MEMBER-FILE
002840         STOP RUN
002850     END-IF.
002860     OPEN INPUT SUBMIT-FILE.
002870     IF SUBMIT-FILE-STATUS NOT = "00"
002880         DISPLAY "SUBGRADE: SUBMIT-FILE OPEN FAILED, STATUS "
002890                 SUBMIT-FILE-STATUS
002900         MOVE 16 TO RETURN-CODE
002910         CLOSE MEMBER-FILE
002920         CLOSE LEDGER-IN-FILE
002930         STOP RUN
002940     END-IF.
002950     OPEN OUTPUT GRADE-RPT-FILE.
002960     IF RPT-FILE-STATUS NOT = "00"
002970         DISPLAY "SUBGRADE: GRADE-RPT-FILE OPEN FAILED, STATUS "
002980                 RPT-FILE-STATUS
002990         MOVE 16 TO RETURN-CODE
003000         GO TO 9999-ABEND
003010     END-IF.
003020     PERFORM 0200-WRITE-REPORT-HEADING THRU 0200-EXIT.
003030
003040     PERFORM 1000-LOAD-ROSTER THRU 1000-EXIT
003050         UNTIL MEMBER-EOF.
003060     PERFORM 1500-LOAD-LEDGER THRU 1500-EXIT
003070         UNTIL LEDGER-EOF.
003080     PERFORM 2000-GRADE-SUBMISSION THRU 2000-EXIT
003090         UNTIL SUBMIT-EOF.
003100
003110*    EVERY CARD IS GRADED; ONLY NOW IS THE LEDGER OPENED FOR
003120*    THE APPEND.
003130     OPEN OUTPUT LEDGER-OUT-FILE.
003140     IF LEDGOUT-FILE-STATUS NOT = "00"
003150         DISPLAY "SUBGRADE: LEDGER-OUT-FILE OPEN FAILED, STATUS "
003160                 LEDGOUT-FILE-STATUS
003170         GO TO 9999-ABEND
003180     END-IF.
003190     SET LEDGOUT-OPEN TO TRUE.
003200     PERFORM 3000-POST-ONE-RESULT THRU 3000-EXIT
003210         VARYING GR-IDX FROM 1 BY 1
003220         UNTIL GR-IDX > GR-COUNT.
003230     PERFORM 4000-WRITE-CREDIT-SECTION THRU 4000-EXIT.
003240     PERFORM 0300-WRITE-REPORT-TOTAL THRU 0300-EXIT.
003250
003260     CLOSE MEMBER-FILE.
003270     CLOSE LEDGER-IN-FILE.
003280     CLOSE SUBMIT-FILE.
003290     CLOSE LEDGER-OUT-FILE.
003300     CLOSE GRADE-RPT-FILE.
003310     IF REJECT-COUNT > 0
003320         MOVE 4 TO RETURN-CODE
003330     END-IF.
003340 0000-MAINLINE-EXIT.
003350     STOP RUN.
003360*----------------------------------------------------------------
003370*    0200-WRITE-REPORT-HEADING WRITES THE PAGE AND COLUMN
003380*    HEADINGS, ANCHORED BY TODAY'S RUN DATE -- ALSO THE GRADE
003390*    DATE ON EVERY LEDGER RECORD WRITTEN TONIGHT.
003400*----------------------------------------------------------------
003410 0200-WRITE-REPORT-HEADING.
003420     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
003430     MOVE RPT-TODAY TO TODAY-DATE.
003440     MOVE TODAY-DATE TO RH-RUN-DATE.
003450     WRITE GRADE-RPT-REC FROM RPT-HDR1-LINE.
003460     WRITE GRADE-RPT-REC FROM RPT-HDR2-LINE.
003470     WRITE GRADE-RPT-REC FROM RPT-HDR3-LINE.
003480 0200-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------
003510*    0300-WRITE-REPORT-TOTAL CLOSES THE REPORT WITH THE CARD
003520*    COUNTS BY GRADE.
003530*----------------------------------------------------------------
003540 0300-WRITE-REPORT-TOTAL.
003550     MOVE SUBMIT-READ-COUNT TO RT-READ.
003560     MOVE CORRECT-COUNT TO RT-CORRECT.
003570     MOVE WRONG-COUNT TO RT-WRONG.
003580     MOVE UNKNOWN-COUNT TO RT-UNKNOWN.
003590     MOVE REJECT-COUNT TO RT-REJECTED.
003600     WRITE GRADE-RPT-REC FROM RPT-BLANK-LINE.
003610     WRITE GRADE-RPT-REC FROM RPT-TOTAL-LINE.
003620 0300-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------
003650*    1000-LOAD-ROSTER LOADS EVERY MEMBER'S INITIALS AND ACTIVE
003660*    FLAG FOR THE CARD EDITS.
003670*----------------------------------------------------------------
003680 1000-LOAD-ROSTER.
003690     READ MEMBER-FILE
003700         AT END
003710             SET MEMBER-EOF TO TRUE
003720             GO TO 1000-EXIT
003730     END-READ.
003732     IF MR-HDR-PRESENT
003734         GO TO 1000-EXIT
003736     END-IF.
003740     IF MB-COUNT >= MB-TABLE-MAX
003750         DISPLAY "SUBGRADE: MORE THAN " MB-TABLE-MAX
003760                 " MEMBERS, TABLE FULL"
003770         GO TO 9999-ABEND
003780     END-IF.
003790     ADD 1 TO MB-COUNT.
003800     MOVE MR-INITIALS TO MB-INITIALS (MB-COUNT).
003810     MOVE MR-ACTIVE-FLAG TO MB-ACTIVE-FLAG (MB-COUNT).
003820 1000-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------
003850*    1500-LOAD-LEDGER REPLAYS THE CORRECT RECORDS ALREADY ON THE
003860*    LEDGER INTO THE CREDITED-PAIR AND FIRST-CORRECT TABLES, SO
003870*    A MEMBER CREDITED ON AN EARLIER RUN IS NOT CREDITED AGAIN
003880*    AND AN EARLIER FIRST-CORRECT CREDIT STANDS.  A LEDGER NOT
003890*    YET CREATED READS AS EMPTY.
003900*----------------------------------------------------------------
003910 1500-LOAD-LEDGER.
003920     READ LEDGER-IN-FILE
003930         AT END
003940             SET LEDGER-EOF TO TRUE
003950             GO TO 1500-EXIT
003960     END-READ.
003970     MOVE LEDGER-IN-REC TO SUBMISSION-LEDGER-REC.
003980     IF NOT SL-CORRECT
003990         GO TO 1500-EXIT
004000     END-IF.
004010     MOVE "N" TO CR-FOUND-SW.
004020     PERFORM 2550-MATCH-CREDIT-LEDGER THRU 2550-EXIT
004030         VARYING CR-IDX FROM 1 BY 1
004040         UNTIL CR-IDX > CR-COUNT OR CR-FOUND.
004050     IF CR-FOUND
004060         GO TO 1500-EXIT
004070     END-IF.
004080     PERFORM 2600-ADD-CREDIT THRU 2600-EXIT.
004090 1500-EXIT.
004100     EXIT.
004110*----------------------------------------------------------------
004120*    2000-GRADE-SUBMISSION READS, EDITS, AND GRADES ONE CARD
004130*    INTO THE TABLE OF TONIGHT'S RESULTS.  NOTHING IS WRITTEN
004140*    TO THE LEDGER HERE.
004150*----------------------------------------------------------------
004160 2000-GRADE-SUBMISSION.
004170     READ SUBMIT-FILE
004180         AT END
004190             SET SUBMIT-EOF TO TRUE
004200             GO TO 2000-EXIT
004210     END-READ.
004220     IF SUBMISSION-REC = SPACES
004230         GO TO 2000-EXIT
004240     END-IF.
004250     ADD 1 TO SUBMIT-READ-COUNT.
004260     IF GR-COUNT >= GR-TABLE-MAX
004270         DISPLAY "SUBGRADE: MORE THAN " GR-TABLE-MAX
004280                 " SUBMISSION CARDS, TABLE FULL"
004290         GO TO 9999-ABEND
004300     END-IF.
004310     ADD 1 TO GR-COUNT.
004320     MOVE SB-INITIALS TO GR-INITIALS (GR-COUNT).
004330     MOVE SB-PROBLEM-NO TO GR-PROBLEM-NO (GR-COUNT).
004340     MOVE SB-ANSWER TO GR-ANSWER (GR-COUNT).
004350     IF SB-DATE = SPACES
004360         MOVE TODAY-DATE TO GR-DATE (GR-COUNT)
004370     ELSE
004380         MOVE SB-DATE TO GR-DATE (GR-COUNT)
004390     END-IF.
004400     MOVE SPACES TO GR-NOTE (GR-COUNT).
004410     MOVE SPACES TO REJECT-REASON.
004420
004430     PERFORM 2100-EDIT-SUBMISSION THRU 2100-EXIT.
004440     IF REJECT-REASON NOT = SPACES
004450         ADD 1 TO REJECT-COUNT
004460         MOVE "REJECTED" TO GR-RESULT (GR-COUNT)
004470         MOVE REJECT-REASON TO GR-NOTE (GR-COUNT)
004480         GO TO 2000-EXIT
004490     END-IF.
004500
004510     PERFORM 2200-LOOKUP-KEY-ENTRY THRU 2200-EXIT.
004520     IF GK-LOOKUP-RC (GK-IDX) NOT = 0
004530         ADD 1 TO UNKNOWN-COUNT
004540         MOVE "UNKNOWN" TO GR-RESULT (GR-COUNT)
004550         MOVE "NO ANSWER KEY ENTRY" TO GR-NOTE (GR-COUNT)
004560         GO TO 2000-EXIT
004570     END-IF.
004580     MOVE GK-KEY-REC (GK-IDX) TO ANSKEY-REC.
004590     PERFORM 2400-CHECK-ANSWER THRU 2400-EXIT.
004600     IF GR-RESULT (GR-COUNT) = "CORRECT"
004610         ADD 1 TO CORRECT-COUNT
004620         PERFORM 2500-CREDIT-MEMBER THRU 2500-EXIT
004630     ELSE
004640         ADD 1 TO WRONG-COUNT
004650     END-IF.
004660 2000-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------
004690*    2100-EDIT-SUBMISSION APPLIES THE REJECT RULES TO THE CARD
004700*    JUST READ, LEAVING REJECT-REASON BLANK WHEN IT PASSES.
004710*----------------------------------------------------------------
004720 2100-EDIT-SUBMISSION.
004730     IF SB-INITIALS = SPACES
004740         MOVE "BLANK INITIALS" TO REJECT-REASON
004750         GO TO 2100-EXIT
004760     END-IF.
004770     MOVE "N" TO MB-FOUND-SW.
004780     PERFORM 2150-MATCH-MEMBER THRU 2150-EXIT
004790         VARYING MB-IDX FROM 1 BY 1
004800         UNTIL MB-IDX > MB-COUNT OR MB-FOUND.
004810     IF NOT MB-FOUND
004820         MOVE "NOT ON MEMBER ROSTER" TO REJECT-REASON
004830         GO TO 2100-EXIT
004840     END-IF.
004850     SUBTRACT 1 FROM MB-IDX.
004860     IF MB-ACTIVE-FLAG (MB-IDX) = "I"
004870         MOVE "MEMBER INACTIVE" TO REJECT-REASON
004880         GO TO 2100-EXIT
004890     END-IF.
004900     IF SB-PROBLEM-NO NOT NUMERIC
004910         MOVE "PROBLEM NO NOT NUMERIC" TO REJECT-REASON
004920         GO TO 2100-EXIT
004930     END-IF.
004940     IF SB-ANSWER = SPACES
004950         MOVE "BLANK ANSWER" TO REJECT-REASON
004960         GO TO 2100-EXIT
004970     END-IF.
004980     IF SB-DATE NOT = SPACES
004990         AND (SB-DATE NOT NUMERIC
005000              OR SB-DATE-MM < 01 OR SB-DATE-MM > 12
005010              OR SB-DATE-DD < 01 OR SB-DATE-DD > 31)
005020         MOVE "DATE NOT CCYYMMDD" TO REJECT-REASON
005030         GO TO 2100-EXIT
005040     END-IF.
005050 2100-EXIT.
005060     EXIT.
005070*----------------------------------------------------------------
005080 2150-MATCH-MEMBER.
005090     IF MB-INITIALS (MB-IDX) = SB-INITIALS
005100         SET MB-FOUND TO TRUE
005110     END-IF.
005120 2150-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------
005150*    2200-LOOKUP-KEY-ENTRY POSITIONS GK-IDX ON THE CACHED
005160*    ANSLOOK RESULT FOR THE CARD'S PROBLEM, CALLING ANSLOOK ON
005170*    THE PROBLEM'S FIRST CARD.  A KEY THAT CANNOT BE READ AT ALL
005180*    STOPS THE STEP -- NOTHING HAS BEEN LEDGERED YET.
005190*----------------------------------------------------------------
005200 2200-LOOKUP-KEY-ENTRY.
005210     MOVE SB-PROBLEM-NO TO LOOKUP-PROBLEM-NO.
005220     MOVE "N" TO GK-FOUND-SW.
005230     PERFORM 2250-MATCH-KEY-ENTRY THRU 2250-EXIT
005240         VARYING GK-IDX FROM 1 BY 1
005250         UNTIL GK-IDX > GK-COUNT OR GK-FOUND.
005260     IF GK-FOUND
005270         SUBTRACT 1 FROM GK-IDX
005280         GO TO 2200-EXIT
005290     END-IF.
005300     CALL "ANSLOOK" USING LOOKUP-PROBLEM-NO, LOOKUP-RETURN-CODE,
005310             ANSKEY-REC.
005320     IF LOOKUP-RETURN-CODE = 20
005330         DISPLAY "SUBGRADE: ANSWER KEY NOT AVAILABLE, "
005340                 "NOTHING GRADED"
005350         GO TO 9999-ABEND
005360     END-IF.
005370     IF GK-COUNT >= GK-TABLE-MAX
005380         DISPLAY "SUBGRADE: MORE THAN " GK-TABLE-MAX
005390                 " PROBLEMS SUBMITTED, TABLE FULL"
005400         GO TO 9999-ABEND
005410     END-IF.
005420     ADD 1 TO GK-COUNT.
005430     MOVE GK-COUNT TO GK-IDX.
005440     MOVE LOOKUP-PROBLEM-NO TO GK-PROBLEM-NO (GK-IDX).
005450     MOVE LOOKUP-RETURN-CODE TO GK-LOOKUP-RC (GK-IDX).
005460     MOVE ANSKEY-REC TO GK-KEY-REC (GK-IDX).
005470 2200-EXIT.
005480     EXIT.
005490*----------------------------------------------------------------
005500 2250-MATCH-KEY-ENTRY.
005510     IF GK-PROBLEM-NO (GK-IDX) = LOOKUP-PROBLEM-NO
005520         SET GK-FOUND TO TRUE
005530     END-IF.
005540 2250-EXIT.
005550     EXIT.
005560*----------------------------------------------------------------
005570*    2400-CHECK-ANSWER GRADES THE CARD'S ANSWER AGAINST THE KEY
005580*    ENTRY NOW IN ANSKEY-REC, BY THE ENTRY'S ANSWER TYPE.
005590*----------------------------------------------------------------
005600 2400-CHECK-ANSWER.
005610     MOVE "WRONG" TO GR-RESULT (GR-COUNT).
005620     IF AK-ANSWER-ALPHA
005630         IF SB-ANSWER = AK-EXPECTED-ANSWER
005640             MOVE "CORRECT" TO GR-RESULT (GR-COUNT)
005650         END-IF
005660         GO TO 2400-EXIT
005670     END-IF.
005680     PERFORM 2450-NORMALIZE-ANSWER THRU 2450-EXIT.
005690     IF NORM-OK
005700         AND NORM-ANSWER-NUM = AK-EXPECTED-ANSWER-NUM
005710         MOVE "CORRECT" TO GR-RESULT (GR-COUNT)
005720     END-IF.
005730 2400-EXIT.
005740     EXIT.
005750*----------------------------------------------------------------
005760*    2450-NORMALIZE-ANSWER TURNS THE CARD'S ANSWER INTO A ZERO-
005770*    FILLED EIGHTEEN-DIGIT NUMBER IN NORM-ANSWER.  A ZERO-FILLED
005780*    ANSWER IS TAKEN AS IT STANDS; A LEFT-JUSTIFIED ONE IS
005790*    MEASURED UP TO ITS FIRST SPACE AND RIGHT-JUSTIFIED.  A
005800*    NON-DIGIT, OR ANYTHING AFTER THE FIRST SPACE, LEAVES
005810*    NORM-OK OFF AND THE ANSWER IS GRADED WRONG.
005820*----------------------------------------------------------------
005830 2450-NORMALIZE-ANSWER.
005840     MOVE "N" TO NORM-OK-SW.
005850     IF SB-ANSWER NUMERIC
005860         MOVE SB-ANSWER TO NORM-ANSWER
005870         SET NORM-OK TO TRUE
005880         GO TO 2450-EXIT
005890     END-IF.
005900     MOVE SB-ANSWER TO SUBMIT-ANSWER-WORK.
005910     MOVE 0 TO ANSWER-LEN.
005920     PERFORM 2460-MEASURE-ANSWER THRU 2460-EXIT
005930         VARYING ANSWER-IDX FROM 1 BY 1
005940         UNTIL ANSWER-IDX > 18
005950            OR SA-CHAR (ANSWER-IDX) = SPACE.
005960     IF ANSWER-LEN = 0
005970         GO TO 2450-EXIT
005980     END-IF.
005990     MOVE ZEROS TO NORM-ANSWER.
006000     SET NORM-OK TO TRUE.
006010     PERFORM 2470-PLACE-ANSWER-CHAR THRU 2470-EXIT
006020         VARYING ANSWER-IDX FROM 1 BY 1
006030         UNTIL ANSWER-IDX > 18 OR NOT NORM-OK.
006040 2450-EXIT.
006050     EXIT.
006060*----------------------------------------------------------------
006070 2460-MEASURE-ANSWER.
006080     ADD 1 TO ANSWER-LEN.
006090 2460-EXIT.
006100     EXIT.
006110*----------------------------------------------------------------
006120 2470-PLACE-ANSWER-CHAR.
006130     IF ANSWER-IDX > ANSWER-LEN
006140         IF SA-CHAR (ANSWER-IDX) NOT = SPACE
006150             MOVE "N" TO NORM-OK-SW
006160         END-IF
006170         GO TO 2470-EXIT
006180     END-IF.
006190     IF SA-CHAR (ANSWER-IDX) NOT NUMERIC
006200         MOVE "N" TO NORM-OK-SW
006210         GO TO 2470-EXIT
006220     END-IF.
006230     COMPUTE NORM-IDX = ANSWER-IDX + 18 - ANSWER-LEN.
006240     MOVE SA-CHAR (ANSWER-IDX) TO NA-CHAR (NORM-IDX).
006250 2470-EXIT.
006260     EXIT.
006270*----------------------------------------------------------------
006280*    2500-CREDIT-MEMBER CREDITS A CORRECT CARD: ONCE PER MEMBER
006290*    PER PROBLEM (A REPEAT IS NOTED "ALREADY CREDITED"), TAKING
006300*    THE PROBLEM'S FIRST-CORRECT CREDIT WHEN IT IS THE EARLIEST
006310*    CORRECT SUBMISSION SEEN.
006320*----------------------------------------------------------------
006330 2500-CREDIT-MEMBER.
006340     MOVE GR-INITIALS (GR-COUNT) TO SL-INITIALS.
006350     MOVE LOOKUP-PROBLEM-NO TO SL-PROBLEM-NO.
006360     MOVE GR-DATE (GR-COUNT) TO SL-SUBMIT-DATE.
006370     MOVE "N" TO CR-FOUND-SW.
006380     PERFORM 2550-MATCH-CREDIT-LEDGER THRU 2550-EXIT
006390         VARYING CR-IDX FROM 1 BY 1
006400         UNTIL CR-IDX > CR-COUNT OR CR-FOUND.
006410     IF CR-FOUND
006420         MOVE "ALREADY CREDITED" TO GR-NOTE (GR-COUNT)
006430         GO TO 2500-EXIT
006440     END-IF.
006450     MOVE "CREDITED" TO GR-NOTE (GR-COUNT).
006460     PERFORM 2600-ADD-CREDIT THRU 2600-EXIT.
006470 2500-EXIT.
006480     EXIT.
006490*----------------------------------------------------------------
006500 2550-MATCH-CREDIT-LEDGER.
006510     IF CR-INITIALS (CR-IDX) = SL-INITIALS
006520        AND CR-PROBLEM-NO (CR-IDX) = SL-PROBLEM-NO
006530         SET CR-FOUND TO TRUE
006540     END-IF.
006550 2550-EXIT.
006560     EXIT.
006570*----------------------------------------------------------------
006580*    2600-ADD-CREDIT RECORDS A NEW MEMBER/PROBLEM CREDIT FROM
006590*    THE INITIALS, PROBLEM, AND SUBMIT DATE IN THE LEDGER WORK
006600*    RECORD, AND COUNTS IT INTO THE PROBLEM'S FIRST-CORRECT
006610*    ENTRY -- TAKING THE FIRST-CORRECT CREDIT WHEN THIS SUBMIT
006620*    DATE IS EARLIER THAN THE ONE HOLDING IT.
006630*----------------------------------------------------------------
006640 2600-ADD-CREDIT.
006650     IF CR-COUNT >= CR-TABLE-MAX
006660         DISPLAY "SUBGRADE: MORE THAN " CR-TABLE-MAX
006670                 " MEMBER/PROBLEM CREDITS, TABLE FULL"
006680         GO TO 9999-ABEND
006690     END-IF.
006700     ADD 1 TO CR-COUNT.
006710     MOVE SL-INITIALS TO CR-INITIALS (CR-COUNT).
006720     MOVE SL-PROBLEM-NO TO CR-PROBLEM-NO (CR-COUNT).
006730     MOVE "N" TO FC-FOUND-SW.
006740     PERFORM 2650-MATCH-FIRST-CORRECT THRU 2650-EXIT
006750         VARYING FC-IDX FROM 1 BY 1
006760         UNTIL FC-IDX > FC-COUNT OR FC-FOUND.
006770     IF FC-FOUND
006780         SUBTRACT 1 FROM FC-IDX
006790         ADD 1 TO FC-SOLVER-COUNT (FC-IDX)
006800         IF SL-SUBMIT-DATE < FC-DATE (FC-IDX)
006810             MOVE SL-INITIALS TO FC-INITIALS (FC-IDX)
006820             MOVE SL-SUBMIT-DATE TO FC-DATE (FC-IDX)
006830         END-IF
006840         GO TO 2600-EXIT
006850     END-IF.
006860     IF FC-COUNT >= FC-TABLE-MAX
006870         DISPLAY "SUBGRADE: MORE THAN " FC-TABLE-MAX
006880                 " CREDITED PROBLEMS, TABLE FULL"
006890         GO TO 9999-ABEND
006900     END-IF.
006910     ADD 1 TO FC-COUNT.
006920     MOVE SL-PROBLEM-NO TO FC-PROBLEM-NO (FC-COUNT).
006930     MOVE SL-INITIALS TO FC-INITIALS (FC-COUNT).
006940     MOVE SL-SUBMIT-DATE TO FC-DATE (FC-COUNT).
006950     MOVE 1 TO FC-SOLVER-COUNT (FC-COUNT).
006960 2600-EXIT.
006970     EXIT.
006980*----------------------------------------------------------------
006990 2650-MATCH-FIRST-CORRECT.
007000     IF FC-PROBLEM-NO (FC-IDX) = SL-PROBLEM-NO
007010         SET FC-FOUND TO TRUE
007020     END-IF.
007030 2650-EXIT.
007040     EXIT.
007050*----------------------------------------------------------------
007060*    3000-POST-ONE-RESULT APPENDS ONE GRADED CARD TO THE LEDGER
007070*    (REJECTED CARDS ARE NOT LEDGERED) AND PRINTS ITS REPORT
007080*    LINE.  A CREDITED CARD THAT STILL HOLDS ITS PROBLEM'S
007090*    FIRST-CORRECT CREDIT ONCE THE WHOLE BATCH IS GRADED IS
007100*    NOTED AS SUCH.
007110*----------------------------------------------------------------
007120 3000-POST-ONE-RESULT.
007130     IF GR-RESULT (GR-IDX) NOT = "REJECTED"
007140         MOVE SPACES TO SUBMISSION-LEDGER-REC
007150         MOVE GR-PROBLEM-NO (GR-IDX) TO SL-PROBLEM-NO
007160         MOVE GR-INITIALS (GR-IDX) TO SL-INITIALS
007170         MOVE GR-ANSWER (GR-IDX) TO SL-ANSWER
007180         MOVE GR-DATE (GR-IDX) TO SL-SUBMIT-DATE
007190         MOVE TODAY-DATE TO SL-GRADE-DATE
007200         MOVE GR-RESULT (GR-IDX) TO SL-RESULT
007210         WRITE LEDGER-OUT-REC FROM SUBMISSION-LEDGER-REC
007212         IF LEDGOUT-FILE-STATUS NOT = "00"
007214             DISPLAY "SUBGRADE: LEDGER WRITE FAILED FOR MEMBER "
007216                     SL-INITIALS " PROBLEM " SL-PROBLEM-NO
007218                     ", STATUS " LEDGOUT-FILE-STATUS
007219             GO TO 9999-ABEND
007220         END-IF
007221     END-IF.
007230     IF GR-NOTE (GR-IDX) = "CREDITED"
007240         MOVE GR-PROBLEM-NO (GR-IDX) TO SL-PROBLEM-NO
007250         MOVE "N" TO FC-FOUND-SW
007260         PERFORM 2650-MATCH-FIRST-CORRECT THRU 2650-EXIT
007270             VARYING FC-IDX FROM 1 BY 1
007280             UNTIL FC-IDX > FC-COUNT OR FC-FOUND
007290         SUBTRACT 1 FROM FC-IDX
007300         IF FC-INITIALS (FC-IDX) = GR-INITIALS (GR-IDX)
007310             MOVE "FIRST CORRECT" TO GR-NOTE (GR-IDX)
007320         END-IF
007330     END-IF.
007340     MOVE GR-INITIALS (GR-IDX) TO RD-INITIALS.
007350     MOVE GR-PROBLEM-NO (GR-IDX) TO RD-PROBLEM-NO.
007360     MOVE GR-ANSWER (GR-IDX) TO RD-ANSWER.
007370     MOVE GR-DATE (GR-IDX) TO RD-DATE.
007380     MOVE GR-RESULT (GR-IDX) TO RD-RESULT.
007390     MOVE GR-NOTE (GR-IDX) TO RD-NOTE.
007400     WRITE GRADE-RPT-REC FROM RPT-DETAIL-LINE.
007410 3000-EXIT.
007420     EXIT.
007430*----------------------------------------------------------------
007440*    4000-WRITE-CREDIT-SECTION PRINTS THE FIRST-CORRECT CREDIT
007450*    FOR EVERY PROBLEM WITH A CORRECT ANSWER ON THE LEDGER
007460*    (TONIGHT'S INCLUDED), IN PROBLEM ORDER.  THE TABLE IS
007470*    SMALL, SO A BUBBLE SORT IS PLENTY, AS IN MBRSTAND.
007480*----------------------------------------------------------------
007490 4000-WRITE-CREDIT-SECTION.
007500     WRITE GRADE-RPT-REC FROM RPT-BLANK-LINE.
007510     WRITE GRADE-RPT-REC FROM RPT-CREDIT-HDR1-LINE.
007520     WRITE GRADE-RPT-REC FROM RPT-CREDIT-HDR2-LINE.
007530     IF FC-COUNT > 1
007540         SET SORT-SWAPPED TO TRUE
007550         PERFORM 4100-SORT-ONE-PASS THRU 4100-EXIT
007560             UNTIL NOT SORT-SWAPPED
007570     END-IF.
007580     PERFORM 4300-WRITE-ONE-CREDIT THRU 4300-EXIT
007590         VARYING FC-IDX FROM 1 BY 1
007600         UNTIL FC-IDX > FC-COUNT.
007610 4000-EXIT.
007620     EXIT.
007630*----------------------------------------------------------------
007640 4100-SORT-ONE-PASS.
007650     MOVE "N" TO SORT-SWAPPED-SW.
007660     PERFORM 4200-COMPARE-ADJACENT THRU 4200-EXIT
007670         VARYING FC-IDX FROM 1 BY 1
007680         UNTIL FC-IDX >= FC-COUNT.
007690 4100-EXIT.
007700     EXIT.
007710*----------------------------------------------------------------
007720 4200-COMPARE-ADJACENT.
007730     COMPUTE FC-IDX2 = FC-IDX + 1.
007740     IF FC-PROBLEM-NO (FC-IDX) > FC-PROBLEM-NO (FC-IDX2)
007750         MOVE FC-ENTRY (FC-IDX) TO FC-SWAP-ENTRY
007760         MOVE FC-ENTRY (FC-IDX2) TO FC-ENTRY (FC-IDX)
007770         MOVE FC-SWAP-ENTRY TO FC-ENTRY (FC-IDX2)
007780         SET SORT-SWAPPED TO TRUE
007790     END-IF.
007800 4200-EXIT.
007810     EXIT.
007820*----------------------------------------------------------------
007830 4300-WRITE-ONE-CREDIT.
007840     MOVE FC-PROBLEM-NO (FC-IDX) TO RC-PROBLEM-NO.
007850     MOVE FC-INITIALS (FC-IDX) TO RC-INITIALS.
007860     MOVE FC-DATE (FC-IDX) TO RC-DATE.
007870     MOVE FC-SOLVER-COUNT (FC-IDX) TO RC-SOLVERS.
007880     WRITE GRADE-RPT-REC FROM RPT-CREDIT-LINE.
007890 4300-EXIT.
007900     EXIT.
007910*----------------------------------------------------------------
007920*    9999-ABEND IS THE COMMON ERROR EXIT: CLOSE WHAT IS OPEN AND
007930*    HAND A NONZERO RETURN-CODE BACK TO THE JCL STEP.
007940*----------------------------------------------------------------
007950 9999-ABEND.
007960     DISPLAY "SUBGRADE: ABNORMAL TERMINATION".
007970     MOVE 16 TO RETURN-CODE.
007980     CLOSE MEMBER-FILE.
007990     CLOSE LEDGER-IN-FILE.
008000     CLOSE SUBMIT-FILE.
008010     IF LEDGOUT-OPEN
008020         CLOSE LEDGER-OUT-FILE
008030     END-IF.
008040     CLOSE GRADE-RPT-FILE.
008050     STOP RUN.
