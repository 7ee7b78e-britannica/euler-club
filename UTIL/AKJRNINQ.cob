000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AKJRNINQ.
000030 AUTHOR. EULER CLUB.
000040 INSTALLATION. EULER CLUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*REMARKS.
000080*    ANSWER-KEY JOURNAL INQUIRY.
000090*
000100*    ANSMAINT APPENDS A RECORD TO THE PERMANENT ANSWER-KEY
000110*    JOURNAL (SEE AKJRNREC) FOR EVERY ADD, CHANGE, AND DELETE IT
000120*    APPLIES, WITH THE KEY RECORD'S BEFORE AND AFTER IMAGES.
000130*    THIS PROGRAM REPLAYS THAT JOURNAL TO ANSWER THE TWO
000140*    QUESTIONS A LEAGUE DISPUTE ASKS: WHAT DID THE KEY SAY ON A
000150*    GIVEN DATE, AND HOW DID ONE PROBLEM'S ENTRY GET TO WHERE IT
000160*    IS NOW.  EACH INQUIRY CARD ON PARMIN PRINTS ITS OWN SECTION:
000170*
000180*      COLUMN  1      "K" - THE KEY AS IT STOOD AT THE END OF
000190*                           THE DATE IN COLUMNS 3-10 (CCYYMMDD).
000200*                           A PROBLEM NUMBER IN COLUMNS 12-15
000210*                           LIMITS THE LISTING TO THAT PROBLEM.
000220*                     "H" - THE FULL CHANGE HISTORY OF THE
000230*                           PROBLEM IN COLUMNS 12-15, OLDEST
000240*                           FIRST, ENDING WITH ITS ENTRY NOW.
000250*
000260*    THE KEY AS OF A DATE IS BUILT IN ONE PASS OF THE JOURNAL
000270*    AND ONE OF THE CURRENT KEY.  FOR EACH PROBLEM, THE AFTER
000280*    IMAGE OF ITS LAST JOURNAL RECORD ON OR BEFORE THE DATE IS
000290*    WHAT THE KEY HELD; FAILING THAT, THE BEFORE IMAGE OF ITS
000300*    FIRST RECORD AFTER THE DATE (THE ENTRY PRE-DATES ITS FIRST
000310*    JOURNALED CHANGE); FAILING THAT, THE ENTRY ON THE KEY NOW,
000320*    WHICH HAS NOT CHANGED SINCE THE JOURNAL BEGAN.  A BLANK
000330*    IMAGE MEANS THE PROBLEM WAS NOT ON THE KEY ON THAT DATE.
000340*
000350*    A CARD THAT CANNOT BE READ IS LISTED AS REJECTED AND THE
000360*    STEP ENDS WITH RETURN-CODE 4; THE OTHER CARDS STILL RUN.
000370*    A JOURNAL OR KEY THAT CANNOT BE OPENED ENDS IT WITH 16.
000380*
000390*    MODIFICATION HISTORY.
000400*    DATE       INIT  DESCRIPTION
000410*    ---------  ----  ---------------------------------------
000420*    10/15/2026 RTS   ORIGINAL VERSION.
000430*----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT OPTIONAL PARM-FILE ASSIGN TO PARMIN
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS PARM-FILE-STATUS.
000530     SELECT JOURNAL-FILE ASSIGN TO JRNLIN
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS JRNL-FILE-STATUS.
000560     SELECT ANSWER-KEY-FILE ASSIGN TO ANSKEY
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS AK-PROBLEM-NO
000600         FILE STATUS IS ANSKEY-FILE-STATUS.
000610     SELECT INQUIRY-RPT-FILE ASSIGN TO RPTOUT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS RPT-FILE-STATUS.
000640*----------------------------------------------------------------
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PARM-FILE.
000680 01  PARM-REC.
000690     05  PM-INQUIRY-TYPE     PIC X(01).
000700         88  PM-KEY-AS-OF                VALUE "K".
000710         88  PM-HISTORY                  VALUE "H".
000720     05  FILLER              PIC X(01).
000730     05  PM-AS-OF-DATE       PIC X(08).
000740     05  PM-AS-OF-PARTS REDEFINES PM-AS-OF-DATE.
000750         10  PM-AS-OF-CCYY   PIC 9(04).
000760         10  PM-AS-OF-MM     PIC 9(02).
000770         10  PM-AS-OF-DD     PIC 9(02).
000780     05  FILLER              PIC X(01).
000790     05  PM-PROBLEM-NO       PIC X(04).
000800     05  PM-PROBLEM-NO-NUM REDEFINES PM-PROBLEM-NO
000810                             PIC 9(04).
000820     05  FILLER              PIC X(65).
000830 FD  JOURNAL-FILE.
000840 COPY AKJRNREC.
000850 FD  ANSWER-KEY-FILE.
000860 COPY ANSKYREC.
000870 FD  INQUIRY-RPT-FILE.
000880 01  INQUIRY-RPT-REC         PIC X(80).
000890*----------------------------------------------------------------
000900 WORKING-STORAGE SECTION.
000910 01  PARM-FILE-STATUS        PIC XX.
000920 01  JRNL-FILE-STATUS        PIC XX.
000930 01  ANSKEY-FILE-STATUS      PIC XX.
000940 01  RPT-FILE-STATUS         PIC XX.
000950 01  PARM-EOF-SW             PIC X       VALUE "N".
000960     88  PARM-EOF                        VALUE "Y".
000970 01  JRNL-EOF-SW             PIC X       VALUE "N".
000980     88  JRNL-EOF                        VALUE "Y".
000990 01  ANSKEY-EOF-SW           PIC X       VALUE "N".
001000     88  ANSKEY-EOF                      VALUE "Y".
001010 01  CARD-COUNT              PIC 9(03)   VALUE 0.
001020 01  REJECT-COUNT            PIC 9(03)   VALUE 0.
001030 01  REJECT-REASON           PIC X(40).
001040 01  LIMIT-PROBLEM-NO        PIC 9(04).
001050 01  FIND-PROBLEM-NO         PIC 9(04).
001060 01  LISTED-COUNT            PIC 9(05).
001070 01  HISTORY-COUNT           PIC 9(05).
001080*
001090*    THE KEY-AS-OF TABLE.  JT-SOURCE-SW SAYS WHICH IMAGE THE
001100*    ENTRY HOLDS: "J" THE AFTER IMAGE OF A JOURNAL RECORD ON OR
001110*    BEFORE THE DATE, "L" THE BEFORE IMAGE OF THE FIRST RECORD
001120*    AFTER IT, "C" THE CURRENT KEY ENTRY.
001130*
001140 01  JT-TABLE-MAX            PIC 9(03)   VALUE 500.
001150 01  JT-COUNT                PIC 9(03)   VALUE 0.
001160 01  JT-IDX                  PIC 9(03).
001170 01  JT-IDX2                 PIC 9(03).
001180 01  JT-FOUND-SW             PIC X.
001190     88  JT-FOUND                        VALUE "Y".
001200 01  JT-TABLE.
001210     05  JT-ENTRY OCCURS 500 TIMES.
001220         10  JT-PROBLEM-NO   PIC 9(04).
001230         10  JT-SOURCE-SW    PIC X(01).
001240             88  JT-FROM-JOURNAL         VALUE "J".
001250             88  JT-FROM-LATER           VALUE "L".
001260             88  JT-FROM-CURRENT         VALUE "C".
001270         10  JT-IMAGE        PIC X(42).
001280         10  JT-CHANGE-DATE  PIC X(08).
001290         10  JT-CHANGE-SOURCE
001300                             PIC X(01).
001310 01  JT-SWAP-ENTRY           PIC X(56).
001320 01  SORT-SWAPPED-SW         PIC X.
001330     88  SORT-SWAPPED                    VALUE "Y".
001340*
001350*    ONE ANSKEY-REC IMAGE, BROKEN OUT FOR PRINTING (SAME LAYOUT
001360*    AS ANSKYREC).
001370*
001380 01  IMAGE-REC.
001390     05  IM-PROBLEM-NO       PIC 9(04).
001400     05  FILLER              PIC X(02).
001410     05  IM-ANSWER-TYPE      PIC X(01).
001420     05  FILLER              PIC X(01).
001430     05  IM-EXPECTED-ANSWER  PIC X(18).
001440     05  FILLER              PIC X(02).
001450     05  IM-SOLVER-INITIALS  PIC X(03).
001460     05  FILLER              PIC X(01).
001470     05  IM-DATE-SOLVED      PIC X(08).
001480     05  FILLER              PIC X(01).
001490     05  IM-VERIFIED-STATUS  PIC X(01).
001500 01  IMAGE-TAG               PIC X(08).
001510 01  IMAGE-NOTE              PIC X(30).
001520 01  SOURCE-NAME             PIC X(11).
001530 01  SOURCE-CODE             PIC X(01).
001540 01  JRNL-TIME               PIC 9(08).
001550 01  JRNL-TIME-PARTS REDEFINES JRNL-TIME.
001560     05  JRNL-TIME-HH        PIC 9(02).
001570     05  JRNL-TIME-MM        PIC 9(02).
001580     05  JRNL-TIME-SS        PIC 9(02).
001590     05  JRNL-TIME-HS        PIC 9(02).
001600 01  RPT-TODAY.
001610     05  RPT-TODAY-CCYY      PIC 9(04).
001620     05  RPT-TODAY-MM        PIC 99.
001630     05  RPT-TODAY-DD        PIC 99.
001640 01  RPT-HDR1-LINE.
001650     05  FILLER              PIC X(40)
001660         VALUE "EULER CLUB - ANSWER-KEY JOURNAL INQUIRY".
001670     05  FILLER              PIC X(40)   VALUE SPACES.
001680 01  RPT-HDR2-LINE.
001690     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
001700     05  RH-RUN-DATE         PIC X(08).
001710     05  FILLER              PIC X(62)   VALUE SPACES.
001720 01  RPT-SECTION-LINE.
001730     05  RS-TITLE            PIC X(30).
001740     05  RS-DATE             PIC X(08).
001750     05  FILLER              PIC X(02)   VALUE SPACES.
001760     05  RS-LIMIT-TAG        PIC X(08).
001770     05  RS-PROBLEM-NO       PIC X(04).
001780     05  FILLER              PIC X(28)   VALUE SPACES.
001790 01  RPT-COLUMN-LINE.
001800     05  FILLER              PIC X(08)   VALUE SPACES.
001810     05  FILLER              PIC X(05)   VALUE "PROB".
001820     05  FILLER              PIC X(02)   VALUE "T".
001830     05  FILLER              PIC X(19)   VALUE "ANSWER".
001840     05  FILLER              PIC X(04)   VALUE "BY".
001850     05  FILLER              PIC X(09)   VALUE "SOLVED".
001860     05  FILLER              PIC X(03)   VALUE "S".
001870     05  FILLER              PIC X(30)   VALUE "NOTE".
001880 01  RPT-IMAGE-LINE.
001890     05  RI-TAG              PIC X(08).
001900     05  RI-PROBLEM-NO       PIC ZZZ9.
001910     05  FILLER              PIC X(01)   VALUE SPACES.
001920     05  RI-ANSWER-TYPE      PIC X(01).
001930     05  FILLER              PIC X(01)   VALUE SPACES.
001940     05  RI-ANSWER           PIC X(18).
001950     05  FILLER              PIC X(01)   VALUE SPACES.
001960     05  RI-INITIALS         PIC X(03).
001970     05  FILLER              PIC X(01)   VALUE SPACES.
001980     05  RI-DATE-SOLVED      PIC X(08).
001990     05  FILLER              PIC X(01)   VALUE SPACES.
002000     05  RI-STATUS           PIC X(01).
002010     05  FILLER              PIC X(02)   VALUE SPACES.
002020     05  RI-NOTE             PIC X(30).
002030 01  RPT-EVENT-LINE.
002040     05  RE-DATE             PIC X(08).
002050     05  FILLER              PIC X(01)   VALUE SPACES.
002060     05  RE-TIME-HH          PIC 9(02).
002070     05  FILLER              PIC X(01)   VALUE ":".
002080     05  RE-TIME-MM          PIC 9(02).
002090     05  FILLER              PIC X(01)   VALUE ":".
002100     05  RE-TIME-SS          PIC 9(02).
002110     05  FILLER              PIC X(02)   VALUE SPACES.
002120     05  RE-FUNC             PIC X(06).
002130     05  FILLER              PIC X(02)   VALUE SPACES.
002140     05  RE-SOURCE           PIC X(11).
002150     05  FILLER              PIC X(42)   VALUE SPACES.
002160 01  RPT-COUNT-LINE.
002170     05  RC-LABEL            PIC X(30).
002180     05  RC-COUNT            PIC ZZZZ9.
002190     05  FILLER              PIC X(45)   VALUE SPACES.
002200 01  RPT-REJECT-LINE.
002210     05  FILLER              PIC X(15)
002220         VALUE "CARD REJECTED: ".
002230     05  RJ-CARD             PIC X(15).
002240     05  FILLER              PIC X(02)   VALUE SPACES.
002250     05  RJ-REASON           PIC X(40).
002260     05  FILLER              PIC X(08)   VALUE SPACES.
002270 01  RPT-BLANK-LINE          PIC X(80)   VALUE SPACES.
002280*----------------------------------------------------------------
002290 PROCEDURE DIVISION.
002300 0000-MAINLINE SECTION.
002310 0000-START.
002320     OPEN INPUT PARM-FILE.
002330     IF PARM-FILE-STATUS NOT = "00"
002340        AND PARM-FILE-STATUS NOT = "05"
002350         DISPLAY "AKJRNINQ: PARM-FILE OPEN FAILED, STATUS "
002360                 PARM-FILE-STATUS
002370         MOVE 16 TO RETURN-CODE
002380         STOP RUN
002390     END-IF.
002400     OPEN OUTPUT INQUIRY-RPT-FILE.
002410     IF RPT-FILE-STATUS NOT = "00"
002420         DISPLAY "AKJRNINQ: INQUIRY-RPT-FILE OPEN FAILED, STATUS "
002430                 RPT-FILE-STATUS
002440         MOVE 16 TO RETURN-CODE
002450         CLOSE PARM-FILE
002460         STOP RUN
002470     END-IF.
002480     PERFORM 0200-WRITE-REPORT-HEADING THRU 0200-EXIT.
002490
002500     PERFORM 1000-PROCESS-CARD THRU 1000-EXIT
002510         UNTIL PARM-EOF.
002520
002530     CLOSE PARM-FILE.
002540     CLOSE INQUIRY-RPT-FILE.
002550     IF CARD-COUNT = 0
002560         MOVE 4 TO RETURN-CODE
002570         DISPLAY "AKJRNINQ: NO INQUIRY CARDS ON PARMIN"
002580     END-IF.
002590     IF REJECT-COUNT > 0
002600         MOVE 4 TO RETURN-CODE
002610         DISPLAY "AKJRNINQ: " REJECT-COUNT
002620                 " INQUIRY CARD(S) REJECTED, SEE REPORT"
002630     END-IF.
002640 0000-MAINLINE-EXIT.
002650     STOP RUN.
002660*----------------------------------------------------------------
002670*    0200-WRITE-REPORT-HEADING WRITES THE PAGE HEADING, ANCHORED
002680*    BY TODAY'S RUN DATE.
002690*----------------------------------------------------------------
002700 0200-WRITE-REPORT-HEADING.
002710     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
002720     MOVE RPT-TODAY TO RH-RUN-DATE.
002730     WRITE INQUIRY-RPT-REC FROM RPT-HDR1-LINE.
002740     WRITE INQUIRY-RPT-REC FROM RPT-HDR2-LINE.
002750 0200-EXIT.
002760     EXIT.
002770*----------------------------------------------------------------
002780*    1000-PROCESS-CARD READS ONE INQUIRY CARD, EDITS IT, AND
002790*    RUNS THE INQUIRY IT ASKS FOR.  BLANK CARDS ARE SKIPPED.
002800*----------------------------------------------------------------
002810 1000-PROCESS-CARD.
002820     READ PARM-FILE
002830         AT END
002840             SET PARM-EOF TO TRUE
002850             GO TO 1000-EXIT
002860     END-READ.
002870     IF PARM-REC = SPACES
002880         GO TO 1000-EXIT
002890     END-IF.
002900     ADD 1 TO CARD-COUNT.
002910     MOVE SPACES TO REJECT-REASON.
002920
002930     IF NOT PM-KEY-AS-OF AND NOT PM-HISTORY
002940         MOVE "INQUIRY TYPE NOT K OR H" TO REJECT-REASON
002950         PERFORM 1100-REJECT-CARD THRU 1100-EXIT
002960         GO TO 1000-EXIT
002970     END-IF.
002980     IF PM-PROBLEM-NO NOT = SPACES
002990         IF PM-PROBLEM-NO NOT NUMERIC
003000             MOVE "PROBLEM NO NOT NUMERIC" TO REJECT-REASON
003010             PERFORM 1100-REJECT-CARD THRU 1100-EXIT
003020             GO TO 1000-EXIT
003030         END-IF
003040     END-IF.
003050     IF PM-HISTORY
003060         IF PM-PROBLEM-NO = SPACES
003070             MOVE "HISTORY NEEDS A PROBLEM NO" TO REJECT-REASON
003080             PERFORM 1100-REJECT-CARD THRU 1100-EXIT
003090             GO TO 1000-EXIT
003100         END-IF
003110         PERFORM 3000-PROBLEM-HISTORY THRU 3000-EXIT
003120         GO TO 1000-EXIT
003130     END-IF.
003140     IF PM-AS-OF-DATE NOT NUMERIC
003150         MOVE "AS-OF DATE NOT CCYYMMDD" TO REJECT-REASON
003160         PERFORM 1100-REJECT-CARD THRU 1100-EXIT
003170         GO TO 1000-EXIT
003180     END-IF.
003190     IF PM-AS-OF-MM < 01 OR PM-AS-OF-MM > 12
003200        OR PM-AS-OF-DD < 01 OR PM-AS-OF-DD > 31
003210         MOVE "AS-OF DATE NOT CCYYMMDD" TO REJECT-REASON
003220         PERFORM 1100-REJECT-CARD THRU 1100-EXIT
003230         GO TO 1000-EXIT
003240     END-IF.
003250     PERFORM 2000-KEY-AS-OF THRU 2000-EXIT.
003260 1000-EXIT.
003270     EXIT.
003280*----------------------------------------------------------------
003290 1100-REJECT-CARD.
003300     ADD 1 TO REJECT-COUNT.
003310     MOVE PARM-REC TO RJ-CARD.
003320     MOVE REJECT-REASON TO RJ-REASON.
003330     WRITE INQUIRY-RPT-REC FROM RPT-BLANK-LINE.
003340     WRITE INQUIRY-RPT-REC FROM RPT-REJECT-LINE.
003350 1100-EXIT.
003360     EXIT.
003370*----------------------------------------------------------------
003380*    2000-KEY-AS-OF PRINTS THE KEY AS IT STOOD AT THE END OF THE
003390*    CARD'S DATE, BY THE RULES LAID OUT IN THE REMARKS: ONE PASS
003400*    OF THE JOURNAL, ONE OF THE CURRENT KEY, THEN THE RESOLVED
003410*    TABLE IN PROBLEM ORDER.
003420*----------------------------------------------------------------
003430 2000-KEY-AS-OF.
003440     MOVE 0 TO JT-COUNT.
003450     MOVE 0 TO LIMIT-PROBLEM-NO.
003460     IF PM-PROBLEM-NO NOT = SPACES
003470         MOVE PM-PROBLEM-NO-NUM TO LIMIT-PROBLEM-NO
003480     END-IF.
003490     PERFORM 8000-OPEN-JOURNAL THRU 8000-EXIT.
003500     PERFORM 2100-POST-JOURNAL-RECORD THRU 2100-EXIT
003510         UNTIL JRNL-EOF.
003520     CLOSE JOURNAL-FILE.
003530     PERFORM 8100-OPEN-ANSWER-KEY THRU 8100-EXIT.
003540     PERFORM 2200-POST-CURRENT-KEY THRU 2200-EXIT
003550         UNTIL ANSKEY-EOF.
003560     CLOSE ANSWER-KEY-FILE.
003570     PERFORM 2300-SORT-TABLE THRU 2300-EXIT.
003580
003590     MOVE SPACES TO RPT-SECTION-LINE.
003600     MOVE "ANSWER KEY AS OF END OF" TO RS-TITLE.
003610     MOVE PM-AS-OF-DATE TO RS-DATE.
003620     IF LIMIT-PROBLEM-NO NOT = 0
003630         MOVE "PROBLEM" TO RS-LIMIT-TAG
003640         MOVE PM-PROBLEM-NO TO RS-PROBLEM-NO
003650     END-IF.
003660     WRITE INQUIRY-RPT-REC FROM RPT-BLANK-LINE.
003670     WRITE INQUIRY-RPT-REC FROM RPT-SECTION-LINE.
003680     WRITE INQUIRY-RPT-REC FROM RPT-COLUMN-LINE.
003690     MOVE 0 TO LISTED-COUNT.
003700     PERFORM 2400-PRINT-AS-OF-ENTRY THRU 2400-EXIT
003710         VARYING JT-IDX FROM 1 BY 1
003720         UNTIL JT-IDX > JT-COUNT.
003730     MOVE SPACES TO RPT-COUNT-LINE.
003740     MOVE "ENTRIES ON KEY AS OF DATE:" TO RC-LABEL.
003750     MOVE LISTED-COUNT TO RC-COUNT.
003760     WRITE INQUIRY-RPT-REC FROM RPT-COUNT-LINE.
003770 2000-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------
003800*    2100-POST-JOURNAL-RECORD POSTS ONE JOURNAL RECORD.  THE
003810*    JOURNAL IS IN APPLICATION ORDER, SO EACH RECORD ON OR BEFORE
003820*    THE DATE REPLACES THE ONE BEFORE IT, AND ONLY THE FIRST
003830*    RECORD AFTER THE DATE MATTERS -- AND ONLY WHEN NONE CAME ON
003840*    OR BEFORE IT.
003850*----------------------------------------------------------------
003860 2100-POST-JOURNAL-RECORD.
003870     READ JOURNAL-FILE
003880         AT END
003890             SET JRNL-EOF TO TRUE
003900             GO TO 2100-EXIT
003910     END-READ.
003920     IF LIMIT-PROBLEM-NO NOT = 0
003930        AND AJ-PROBLEM-NO NOT = LIMIT-PROBLEM-NO
003940         GO TO 2100-EXIT
003950     END-IF.
003960     MOVE AJ-PROBLEM-NO TO FIND-PROBLEM-NO.
003970     PERFORM 2150-FIND-TABLE-ENTRY THRU 2150-EXIT.
003980     IF AJ-JOURNAL-DATE NOT > PM-AS-OF-DATE
003990         MOVE "J" TO JT-SOURCE-SW (JT-IDX)
004000         MOVE AJ-AFTER-IMAGE TO JT-IMAGE (JT-IDX)
004010         MOVE AJ-JOURNAL-DATE TO JT-CHANGE-DATE (JT-IDX)
004020         MOVE AJ-SOURCE TO JT-CHANGE-SOURCE (JT-IDX)
004030         GO TO 2100-EXIT
004040     END-IF.
004050     IF JT-SOURCE-SW (JT-IDX) = SPACE
004060         MOVE "L" TO JT-SOURCE-SW (JT-IDX)
004070         MOVE AJ-BEFORE-IMAGE TO JT-IMAGE (JT-IDX)
004080     END-IF.
004090 2100-EXIT.
004100     EXIT.
004110*----------------------------------------------------------------
004120*    2150-FIND-TABLE-ENTRY POINTS JT-IDX AT FIND-PROBLEM-NO'S
004130*    ENTRY, ADDING AN EMPTY ONE THE FIRST TIME IT IS SEEN.
004140*----------------------------------------------------------------
004150 2150-FIND-TABLE-ENTRY.
004160     MOVE "N" TO JT-FOUND-SW.
004170     PERFORM 2160-MATCH-TABLE-PROBLEM THRU 2160-EXIT
004180         VARYING JT-IDX FROM 1 BY 1
004190         UNTIL JT-IDX > JT-COUNT OR JT-FOUND.
004200     IF JT-FOUND
004210         SUBTRACT 1 FROM JT-IDX
004220         GO TO 2150-EXIT
004230     END-IF.
004240     IF JT-COUNT >= JT-TABLE-MAX
004250         DISPLAY "AKJRNINQ: MORE THAN " JT-TABLE-MAX
004260                 " PROBLEMS ON JOURNAL AND KEY, TABLE FULL"
004270         GO TO 9999-ABEND
004280     END-IF.
004290     ADD 1 TO JT-COUNT.
004300     MOVE JT-COUNT TO JT-IDX.
004310     MOVE FIND-PROBLEM-NO TO JT-PROBLEM-NO (JT-IDX).
004320     MOVE SPACE TO JT-SOURCE-SW (JT-IDX).
004330     MOVE SPACES TO JT-IMAGE (JT-IDX).
004340     MOVE SPACES TO JT-CHANGE-DATE (JT-IDX).
004350     MOVE SPACE TO JT-CHANGE-SOURCE (JT-IDX).
004360 2150-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------
004390 2160-MATCH-TABLE-PROBLEM.
004400     IF JT-PROBLEM-NO (JT-IDX) = FIND-PROBLEM-NO
004410         SET JT-FOUND TO TRUE
004420     END-IF.
004430 2160-EXIT.
004440     EXIT.
004450*----------------------------------------------------------------
004460*    2200-POST-CURRENT-KEY ADDS EACH CURRENT KEY ENTRY THE
004470*    JOURNAL NEVER MENTIONED -- IT HAS STOOD UNCHANGED SINCE
004480*    BEFORE THE JOURNAL BEGAN.
004490*----------------------------------------------------------------
004500 2200-POST-CURRENT-KEY.
004510     READ ANSWER-KEY-FILE NEXT RECORD
004520         AT END
004530             SET ANSKEY-EOF TO TRUE
004540             GO TO 2200-EXIT
004550     END-READ.
004560     IF LIMIT-PROBLEM-NO NOT = 0
004570        AND AK-PROBLEM-NO NOT = LIMIT-PROBLEM-NO
004580         GO TO 2200-EXIT
004590     END-IF.
004600     MOVE AK-PROBLEM-NO TO FIND-PROBLEM-NO.
004610     PERFORM 2150-FIND-TABLE-ENTRY THRU 2150-EXIT.
004620     IF JT-SOURCE-SW (JT-IDX) = SPACE
004630         MOVE "C" TO JT-SOURCE-SW (JT-IDX)
004640         MOVE ANSKEY-REC TO JT-IMAGE (JT-IDX)
004650     END-IF.
004660 2200-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------
004690*    2300-SORT-TABLE BUBBLE-SORTS THE TABLE INTO PROBLEM ORDER;
004700*    IT WAS BUILT IN THE ORDER THE JOURNAL FIRST NAMED EACH ONE.
004710*----------------------------------------------------------------
004720 2300-SORT-TABLE.
004730     IF JT-COUNT < 2
004740         GO TO 2300-EXIT
004750     END-IF.
004760     SET SORT-SWAPPED TO TRUE.
004770     PERFORM 2310-SORT-ONE-PASS THRU 2310-EXIT
004780         UNTIL NOT SORT-SWAPPED.
004790 2300-EXIT.
004800     EXIT.
004810*----------------------------------------------------------------
004820 2310-SORT-ONE-PASS.
004830     MOVE "N" TO SORT-SWAPPED-SW.
004840     PERFORM 2320-COMPARE-ADJACENT THRU 2320-EXIT
004850         VARYING JT-IDX FROM 1 BY 1
004860         UNTIL JT-IDX >= JT-COUNT.
004870 2310-EXIT.
004880     EXIT.
004890*----------------------------------------------------------------
004900 2320-COMPARE-ADJACENT.
004910     COMPUTE JT-IDX2 = JT-IDX + 1.
004920     IF JT-PROBLEM-NO (JT-IDX) > JT-PROBLEM-NO (JT-IDX2)
004930         MOVE JT-ENTRY (JT-IDX) TO JT-SWAP-ENTRY
004940         MOVE JT-ENTRY (JT-IDX2) TO JT-ENTRY (JT-IDX)
004950         MOVE JT-SWAP-ENTRY TO JT-ENTRY (JT-IDX2)
004960         SET SORT-SWAPPED TO TRUE
004970     END-IF.
004980 2320-EXIT.
004990     EXIT.
005000*----------------------------------------------------------------
005010*    2400-PRINT-AS-OF-ENTRY PRINTS ONE RESOLVED ENTRY, NOTING
005020*    WHEN AND BY WHAT IT WAS LAST CHANGED.  A BLANK IMAGE -- NOT
005030*    YET ADDED, OR ALREADY DELETED -- IS NOT ON THE KEY AND IS
005040*    NOT LISTED.
005050*----------------------------------------------------------------
005060 2400-PRINT-AS-OF-ENTRY.
005070     IF JT-IMAGE (JT-IDX) = SPACES
005080         GO TO 2400-EXIT
005090     END-IF.
005100     ADD 1 TO LISTED-COUNT.
005110     MOVE JT-IMAGE (JT-IDX) TO IMAGE-REC.
005120     MOVE SPACES TO IMAGE-TAG.
005130     MOVE SPACES TO IMAGE-NOTE.
005140     IF JT-FROM-JOURNAL (JT-IDX)
005150         MOVE JT-CHANGE-SOURCE (JT-IDX) TO SOURCE-CODE
005160         PERFORM 5100-NAME-SOURCE THRU 5100-EXIT
005170         STRING "CHANGED " JT-CHANGE-DATE (JT-IDX) " "
005180                SOURCE-NAME
005190             DELIMITED BY SIZE INTO IMAGE-NOTE
005200         END-STRING
005210     ELSE
005220         MOVE "UNCHANGED SINCE JOURNAL BEGAN" TO IMAGE-NOTE
005230     END-IF.
005240     PERFORM 5000-PRINT-IMAGE THRU 5000-EXIT.
005250 2400-EXIT.
005260     EXIT.
005270*----------------------------------------------------------------
005280*    3000-PROBLEM-HISTORY LISTS EVERY JOURNAL RECORD FOR THE
005290*    CARD'S PROBLEM IN THE ORDER IT WAS APPLIED -- WHEN, WHAT,
005300*    FROM WHERE, AND THE ENTRY BEFORE AND AFTER -- AND ENDS WITH
005310*    THE ENTRY ON THE KEY NOW.
005320*----------------------------------------------------------------
005330 3000-PROBLEM-HISTORY.
005340     MOVE PM-PROBLEM-NO-NUM TO LIMIT-PROBLEM-NO.
005350     MOVE SPACES TO RPT-SECTION-LINE.
005360     MOVE "CHANGE HISTORY OF PROBLEM" TO RS-TITLE.
005370     MOVE PM-PROBLEM-NO TO RS-DATE.
005380     WRITE INQUIRY-RPT-REC FROM RPT-BLANK-LINE.
005390     WRITE INQUIRY-RPT-REC FROM RPT-SECTION-LINE.
005400     WRITE INQUIRY-RPT-REC FROM RPT-COLUMN-LINE.
005410     MOVE 0 TO HISTORY-COUNT.
005420     PERFORM 8000-OPEN-JOURNAL THRU 8000-EXIT.
005430     PERFORM 3100-LIST-JOURNAL-RECORD THRU 3100-EXIT
005440         UNTIL JRNL-EOF.
005450     CLOSE JOURNAL-FILE.
005460
005470     PERFORM 8100-OPEN-ANSWER-KEY THRU 8100-EXIT.
005480     MOVE LIMIT-PROBLEM-NO TO AK-PROBLEM-NO.
005490     MOVE "NOW" TO IMAGE-TAG.
005500     MOVE SPACES TO IMAGE-NOTE.
005510     READ ANSWER-KEY-FILE
005520         INVALID KEY
005530             MOVE SPACES TO ANSKEY-REC
005540     END-READ.
005550     MOVE ANSKEY-REC TO IMAGE-REC.
005560     PERFORM 5000-PRINT-IMAGE THRU 5000-EXIT.
005570     CLOSE ANSWER-KEY-FILE.
005580     MOVE SPACES TO RPT-COUNT-LINE.
005590     MOVE "JOURNAL RECORDS FOR PROBLEM:" TO RC-LABEL.
005600     MOVE HISTORY-COUNT TO RC-COUNT.
005610     WRITE INQUIRY-RPT-REC FROM RPT-COUNT-LINE.
005620 3000-EXIT.
005630     EXIT.
005640*----------------------------------------------------------------
005650 3100-LIST-JOURNAL-RECORD.
005660     READ JOURNAL-FILE
005670         AT END
005680             SET JRNL-EOF TO TRUE
005690             GO TO 3100-EXIT
005700     END-READ.
005710     IF AJ-PROBLEM-NO NOT = LIMIT-PROBLEM-NO
005720         GO TO 3100-EXIT
005730     END-IF.
005740     ADD 1 TO HISTORY-COUNT.
005750     MOVE AJ-JOURNAL-DATE TO RE-DATE.
005760     MOVE AJ-JOURNAL-TIME TO JRNL-TIME.
005770     MOVE JRNL-TIME-HH TO RE-TIME-HH.
005780     MOVE JRNL-TIME-MM TO RE-TIME-MM.
005790     MOVE JRNL-TIME-SS TO RE-TIME-SS.
005800     IF AJ-ADD
005810         MOVE "ADD" TO RE-FUNC
005820     ELSE
005830         IF AJ-CHANGE
005840             MOVE "CHANGE" TO RE-FUNC
005850         ELSE
005860             MOVE "DELETE" TO RE-FUNC
005870         END-IF
005880     END-IF.
005890     MOVE AJ-SOURCE TO SOURCE-CODE.
005900     PERFORM 5100-NAME-SOURCE THRU 5100-EXIT.
005910     MOVE SOURCE-NAME TO RE-SOURCE.
005920     WRITE INQUIRY-RPT-REC FROM RPT-EVENT-LINE.
005930     MOVE "  BEFORE" TO IMAGE-TAG.
005940     MOVE SPACES TO IMAGE-NOTE.
005950     MOVE AJ-BEFORE-IMAGE TO IMAGE-REC.
005960     PERFORM 5000-PRINT-IMAGE THRU 5000-EXIT.
005970     MOVE "  AFTER" TO IMAGE-TAG.
005980     MOVE AJ-AFTER-IMAGE TO IMAGE-REC.
005990     PERFORM 5000-PRINT-IMAGE THRU 5000-EXIT.
006000 3100-EXIT.
006010     EXIT.
006020*----------------------------------------------------------------
006030*    5000-PRINT-IMAGE PRINTS THE KEY IMAGE IN IMAGE-REC UNDER
006040*    IMAGE-TAG WITH IMAGE-NOTE.  A BLANK IMAGE PRINTS AS "NOT ON
006050*    KEY" RATHER THAN AS AN EMPTY PROBLEM ZERO.
006060*----------------------------------------------------------------
006070 5000-PRINT-IMAGE.
006080     MOVE SPACES TO RPT-IMAGE-LINE.
006090     MOVE IMAGE-TAG TO RI-TAG.
006100     IF IMAGE-REC = SPACES
006110         MOVE "NOT ON KEY" TO RI-NOTE
006120         WRITE INQUIRY-RPT-REC FROM RPT-IMAGE-LINE
006130         GO TO 5000-EXIT
006140     END-IF.
006150     MOVE IM-PROBLEM-NO TO RI-PROBLEM-NO.
006160     MOVE IM-ANSWER-TYPE TO RI-ANSWER-TYPE.
006170     MOVE IM-EXPECTED-ANSWER TO RI-ANSWER.
006180     MOVE IM-SOLVER-INITIALS TO RI-INITIALS.
006190     MOVE IM-DATE-SOLVED TO RI-DATE-SOLVED.
006200     MOVE IM-VERIFIED-STATUS TO RI-STATUS.
006210     MOVE IMAGE-NOTE TO RI-NOTE.
006220     WRITE INQUIRY-RPT-REC FROM RPT-IMAGE-LINE.
006230 5000-EXIT.
006240     EXIT.
006250*----------------------------------------------------------------
006260*    5100-NAME-SOURCE SPELLS OUT A JOURNAL SOURCE CODE.
006270*----------------------------------------------------------------
006280 5100-NAME-SOURCE.
006290     IF SOURCE-CODE = "A"
006300         MOVE "BY AKVERIFY" TO SOURCE-NAME
006310     ELSE
006320         IF SOURCE-CODE = "L"
006330             MOVE "BY LEAGACK" TO SOURCE-NAME
006340         ELSE
006350             MOVE "BY HAND" TO SOURCE-NAME
006360         END-IF
006370     END-IF.
006380 5100-EXIT.
006390     EXIT.
006400*----------------------------------------------------------------
006410*    8000-OPEN-JOURNAL AND 8100-OPEN-ANSWER-KEY OPEN THE TWO
006420*    INPUTS FRESH FOR EACH INQUIRY CARD, SO EVERY CARD READS
006430*    THEM FROM THE TOP.
006440*----------------------------------------------------------------
006450 8000-OPEN-JOURNAL.
006460     OPEN INPUT JOURNAL-FILE.
006470     IF JRNL-FILE-STATUS NOT = "00"
006480         DISPLAY "AKJRNINQ: JOURNAL-FILE OPEN FAILED, STATUS "
006490                 JRNL-FILE-STATUS
006500         GO TO 9999-ABEND
006510     END-IF.
006520     MOVE "N" TO JRNL-EOF-SW.
006530 8000-EXIT.
006540     EXIT.
006550*----------------------------------------------------------------
006560 8100-OPEN-ANSWER-KEY.
006570     OPEN INPUT ANSWER-KEY-FILE.
006580     IF ANSKEY-FILE-STATUS NOT = "00"
006590         DISPLAY "AKJRNINQ: ANSWER-KEY-FILE OPEN FAILED, STATUS "
006600                 ANSKEY-FILE-STATUS
006610         GO TO 9999-ABEND
006620     END-IF.
006630     MOVE "N" TO ANSKEY-EOF-SW.
006640 8100-EXIT.
006650     EXIT.
006660*----------------------------------------------------------------
006670*    9999-ABEND IS THE COMMON ERROR EXIT: CLOSE WHAT IS OPEN AND
006680*    HAND A NONZERO RETURN-CODE BACK TO THE JCL STEP.
006690*----------------------------------------------------------------
006700 9999-ABEND.
006710     DISPLAY "AKJRNINQ: ABNORMAL TERMINATION".
006720     MOVE 16 TO RETURN-CODE.
006730     CLOSE PARM-FILE.
006740     CLOSE JOURNAL-FILE.
006750     CLOSE ANSWER-KEY-FILE.
006760     CLOSE INQUIRY-RPT-FILE.
006770     STOP RUN.
