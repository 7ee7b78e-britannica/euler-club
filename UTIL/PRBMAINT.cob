000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRBMAINT.
000030 AUTHOR. EULER CLUB.
000040 INSTALLATION. EULER CLUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*REMARKS.
000080*    PROBLEM MASTER CATALOGUE MAINTENANCE.
000090*
000100*    APPLIES ADD/CHANGE/DELETE TRANSACTIONS FROM THE TRANIN
000110*    DATASET DIRECTLY AGAINST THE KEYED PROBLEM MASTER CLUSTER
000120*    (SEE PROBREC; RECORD KEY PB-PROBLEM-NO), WITH A FULL
000130*    BEFORE/AFTER AUDIT LISTING OF EVERY APPLIED AND REJECTED
000140*    TRANSACTION ON RPTOUT.  THE CATALOGUE NAMES THE PROBLEMS
000150*    ON THE REPORTS, CARRIES THE LEAGUE POINT VALUES MBRSTAND
000160*    RANKS BY, AND GATES ANSMAINT: NO PROBLEM GOES ON THE
000170*    ANSWER KEY UNTIL IT HAS A CATALOGUE ENTRY HERE.
000180*
000190*    THE DIFFICULTY, POINTS, AND WEEK FIELDS ARE KEYED
000200*    ZERO-FILLED TO THEIR FULL WIDTH.  ON AN ADD A BLANK ONE
000210*    IS TAKEN AS ZERO; ON A CHANGE A BLANK FIELD (TITLE
000220*    INCLUDED) LEAVES THE CATALOGUE VALUE AS IT WAS.
000230*
000240*    REJECT RULES:
000250*      - ADD OF A PROBLEM ALREADY CATALOGUED (DUPLICATE).
000260*      - CHANGE OR DELETE OF A PROBLEM NOT CATALOGUED.
000270*      - A NON-NUMERIC PROBLEM NUMBER.
000280*      - AN ADD WITH NO TITLE.
000290*      - A NON-BLANK DIFFICULTY, POINTS, OR WEEK THAT IS NOT
000300*        NUMERIC, OR A DIFFICULTY OVER 100.
000310*      - DELETE OF A PROBLEM THAT IS ON THE ANSWER KEY (CHECKED
000320*        THROUGH ANSLOOK) -- THE KEY ENTRY WOULD BE LEFT WITH
000330*        NO CATALOGUE ENTRY BEHIND IT.  IF THE KEY CANNOT BE
000340*        READ THE DELETE IS REJECTED RATHER THAN RISKED.
000350*      - A FUNCTION CODE OTHER THAN A, C, OR D.
000360*    THE STEP ENDS WITH RETURN-CODE 4 WHEN ANY TRANSACTION WAS
000370*    REJECTED.  UPDATES ARE APPLIED IN PLACE AS THEY PASS, SO
000380*    THE APPLIED ONES STAND EVEN ON AN RC=4 RUN, AND THE BACKUP
000390*    STEP IN THE JCL IS THE RESTORE PATH, AS FOR ANSMAINT.
000400*
000410*    MODIFICATION HISTORY.
000420*    DATE       INIT  DESCRIPTION
000430*    ---------  ----  ---------------------------------------
000440*    10/15/2026 RTS   ORIGINAL VERSION, MODELED ON ANSMAINT.
000450*----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-370.
000490 OBJECT-COMPUTER. IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT TRAN-FILE ASSIGN TO TRANIN
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS TRAN-FILE-STATUS.
000550     SELECT PROBLEM-FILE ASSIGN TO PROBLEMS
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PB-PROBLEM-NO
000590         FILE STATUS IS PROB-FILE-STATUS.
000600     SELECT AUDIT-RPT-FILE ASSIGN TO RPTOUT
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS RPT-FILE-STATUS.
000630*----------------------------------------------------------------
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  TRAN-FILE.
000670 01  TRAN-REC.
000680     05  TX-FUNC             PIC X(01).
000690         88  TX-ADD                      VALUE "A".
000700         88  TX-CHANGE                   VALUE "C".
000710         88  TX-DELETE                   VALUE "D".
000720     05  FILLER              PIC X(01).
000730     05  TX-PROBLEM-NO       PIC X(04).
000740     05  FILLER              PIC X(01).
000750     05  TX-TITLE            PIC X(40).
000760     05  FILLER              PIC X(01).
000770     05  TX-DIFFICULTY       PIC X(03).
000780     05  TX-DIFFICULTY-NUM REDEFINES TX-DIFFICULTY
000790                             PIC 9(03).
000800     05  FILLER              PIC X(01).
000810     05  TX-POINTS           PIC X(03).
000820     05  FILLER              PIC X(01).
000830     05  TX-WEEK             PIC X(02).
000840     05  FILLER              PIC X(23).
000850 FD  PROBLEM-FILE.
000860 COPY PROBREC.
000870 FD  AUDIT-RPT-FILE.
000880 01  AUDIT-RPT-REC           PIC X(80).
000890*----------------------------------------------------------------
000900 WORKING-STORAGE SECTION.
000910 01  TRAN-FILE-STATUS        PIC XX.
000920 01  PROB-FILE-STATUS        PIC XX.
000930 01  RPT-FILE-STATUS         PIC XX.
000940 01  TRAN-EOF-SW             PIC X       VALUE "N".
000950     88  TRAN-EOF                        VALUE "Y".
000960 01  PROB-FOUND-SW           PIC X.
000970     88  PROB-FOUND                      VALUE "Y".
000980 01  LOOKUP-PROBLEM-NO       PIC 9(04).
000990 01  LOOKUP-RETURN-CODE      PIC 99.
001000 COPY ANSKYREC.
001010 01  TRAN-READ-COUNT         PIC 9(05)   VALUE 0.
001020 01  TRAN-APPLIED-COUNT      PIC 9(05)   VALUE 0.
001030 01  TRAN-REJECT-COUNT       PIC 9(05)   VALUE 0.
001040 01  REJECT-REASON           PIC X(24).
001050 01  RPT-TODAY.
001060     05  RPT-TODAY-CCYY      PIC 9(04).
001070     05  RPT-TODAY-MM        PIC 99.
001080     05  RPT-TODAY-DD        PIC 99.
001090 01  RPT-HDR1-LINE.
001100     05  FILLER              PIC X(42)
001110         VALUE "EULER CLUB - PROBLEM CATALOGUE MAINTENANCE".
001120     05  FILLER              PIC X(38)   VALUE SPACES.
001130 01  RPT-HDR2-LINE.
001140     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
001150     05  RH-RUN-DATE         PIC X(08).
001160     05  FILLER              PIC X(62)   VALUE SPACES.
001170 01  RPT-TRAN-LINE.
001180     05  RT-TAG              PIC X(10).
001190     05  RT-FUNC             PIC X(01).
001200     05  FILLER              PIC X(01)   VALUE SPACES.
001210     05  RT-PROBLEM-NO       PIC X(04).
001220     05  FILLER              PIC X(02)   VALUE SPACES.
001230     05  RT-TITLE            PIC X(24).
001240     05  FILLER              PIC X(01)   VALUE SPACES.
001250     05  RT-DIFFICULTY       PIC X(03).
001260     05  FILLER              PIC X(01)   VALUE SPACES.
001270     05  RT-POINTS           PIC X(03).
001280     05  FILLER              PIC X(01)   VALUE SPACES.
001290     05  RT-WEEK             PIC X(02).
001300     05  FILLER              PIC X(02)   VALUE SPACES.
001310     05  RT-REASON           PIC X(24).
001320     05  FILLER              PIC X(01)   VALUE SPACES.
001330 01  RPT-IMAGE-LINE.
001340     05  RI-TAG              PIC X(10).
001350     05  RI-PROBLEM-NO       PIC 9(04).
001360     05  FILLER              PIC X(02)   VALUE SPACES.
001370     05  RI-TITLE            PIC X(40).
001380     05  FILLER              PIC X(02)   VALUE SPACES.
001390     05  RI-DIFFICULTY       PIC 9(03).
001400     05  FILLER              PIC X(02)   VALUE SPACES.
001410     05  RI-POINTS           PIC 9(03).
001420     05  FILLER              PIC X(02)   VALUE SPACES.
001430     05  RI-WEEK             PIC 9(02).
001440     05  FILLER              PIC X(10)   VALUE SPACES.
001450 01  RPT-TOTAL-LINE.
001460     05  FILLER              PIC X(07)   VALUE "READ:".
001470     05  RT-READ             PIC ZZZZ9.
001480     05  FILLER              PIC X(03)   VALUE SPACES.
001490     05  FILLER              PIC X(09)   VALUE "APPLIED:".
001500     05  RT-APPLIED          PIC ZZZZ9.
001510     05  FILLER              PIC X(03)   VALUE SPACES.
001520     05  FILLER              PIC X(10)   VALUE "REJECTED:".
001530     05  RT-REJECTED         PIC ZZZZ9.
001540     05  FILLER              PIC X(33)   VALUE SPACES.
001550*----------------------------------------------------------------
001560 PROCEDURE DIVISION.
001570 0000-MAINLINE SECTION.
001580 0000-START.
001590     OPEN I-O PROBLEM-FILE.
001600     IF PROB-FILE-STATUS NOT = "00"
001610         DISPLAY "PRBMAINT: PROBLEM-FILE OPEN FAILED, STATUS "
001620                 PROB-FILE-STATUS
001630         MOVE 16 TO RETURN-CODE
001640         STOP RUN
001650     END-IF.
001660     OPEN INPUT TRAN-FILE.
001670     IF TRAN-FILE-STATUS NOT = "00"
001680         DISPLAY "PRBMAINT: TRAN-FILE OPEN FAILED, STATUS "
001690                 TRAN-FILE-STATUS
001700         MOVE 16 TO RETURN-CODE
001710         CLOSE PROBLEM-FILE
001720         STOP RUN
001730     END-IF.
001740     OPEN OUTPUT AUDIT-RPT-FILE.
001750     IF RPT-FILE-STATUS NOT = "00"
001760         DISPLAY "PRBMAINT: AUDIT-RPT-FILE OPEN FAILED, STATUS "
001770                 RPT-FILE-STATUS
001780         MOVE 16 TO RETURN-CODE
001790         GO TO 9999-ABEND
001800     END-IF.
001810     PERFORM 0200-WRITE-REPORT-HEADING THRU 0200-EXIT.
001820
001830     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
001840         UNTIL TRAN-EOF.
001850
001860     PERFORM 0300-WRITE-REPORT-TOTAL THRU 0300-EXIT.
001870
001880     CLOSE PROBLEM-FILE.
001890     CLOSE TRAN-FILE.
001900     CLOSE AUDIT-RPT-FILE.
001910     IF TRAN-REJECT-COUNT > 0
001920         MOVE 4 TO RETURN-CODE
001930     END-IF.
001940 0000-MAINLINE-EXIT.
001950     STOP RUN.
001960*----------------------------------------------------------------
001970*    0200-WRITE-REPORT-HEADING WRITES THE AUDIT PAGE HEADING,
001980*    ANCHORED BY TODAY'S RUN DATE.
001990*----------------------------------------------------------------
002000 0200-WRITE-REPORT-HEADING.
002010     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
002020     MOVE RPT-TODAY TO RH-RUN-DATE.
002030     WRITE AUDIT-RPT-REC FROM RPT-HDR1-LINE.
002040     WRITE AUDIT-RPT-REC FROM RPT-HDR2-LINE.
002050 0200-EXIT.
002060     EXIT.
002070*----------------------------------------------------------------
002080*    0300-WRITE-REPORT-TOTAL CLOSES THE AUDIT LISTING WITH THE
002090*    READ/APPLIED/REJECTED COUNTS.
002100*----------------------------------------------------------------
002110 0300-WRITE-REPORT-TOTAL.
002120     MOVE TRAN-READ-COUNT TO RT-READ.
002130     MOVE TRAN-APPLIED-COUNT TO RT-APPLIED.
002140     MOVE TRAN-REJECT-COUNT TO RT-REJECTED.
002150     WRITE AUDIT-RPT-REC FROM RPT-TOTAL-LINE.
002160 0300-EXIT.
002170     EXIT.
002180*----------------------------------------------------------------
002190*    2000-APPLY-TRANSACTION READS AND APPLIES ONE TRANSACTION
002200*    DIRECTLY AGAINST THE CLUSTER.  EVERY TRANSACTION -- APPLIED
002210*    OR REJECTED -- GETS AN AUDIT LINE; APPLIED CHANGES AND
002220*    DELETES ALSO SHOW THE BEFORE IMAGE, AND APPLIED ADDS AND
002230*    CHANGES THE AFTER IMAGE.  THE KEYED READ BELOW LEAVES THE
002240*    CURRENT RECORD (IF ANY) IN PROBLEM-MASTER-REC FOR THE
002250*    APPLY PARAGRAPHS TO UPDATE IN PLACE.
002260*----------------------------------------------------------------
002270 2000-APPLY-TRANSACTION.
002280     READ TRAN-FILE
002290         AT END
002300             SET TRAN-EOF TO TRUE
002310             GO TO 2000-EXIT
002320     END-READ.
002330     IF TRAN-REC = SPACES
002340         GO TO 2000-EXIT
002350     END-IF.
002360     ADD 1 TO TRAN-READ-COUNT.
002370     MOVE SPACES TO REJECT-REASON.
002380
002390     IF NOT TX-ADD AND NOT TX-CHANGE AND NOT TX-DELETE
002400         MOVE "INVALID FUNCTION CODE" TO REJECT-REASON
002410         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
002420         GO TO 2000-EXIT
002430     END-IF.
002440     IF TX-PROBLEM-NO NOT NUMERIC
002450         MOVE "PROBLEM NO NOT NUMERIC" TO REJECT-REASON
002460         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
002470         GO TO 2000-EXIT
002480     END-IF.
002490     IF TX-ADD OR TX-CHANGE
002500         PERFORM 2600-EDIT-RATINGS THRU 2600-EXIT
002510         IF REJECT-REASON NOT = SPACES
002520             PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
002530             GO TO 2000-EXIT
002540         END-IF
002550     END-IF.
002560
002570     MOVE "N" TO PROB-FOUND-SW.
002580     MOVE TX-PROBLEM-NO TO PB-PROBLEM-NO.
002590     READ PROBLEM-FILE
002600         INVALID KEY
002610             CONTINUE
002620         NOT INVALID KEY
002630             SET PROB-FOUND TO TRUE
002640     END-READ.
002650
002660     IF TX-ADD
002670         PERFORM 2100-APPLY-ADD THRU 2100-EXIT
002680     ELSE
002690         IF TX-CHANGE
002700             PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
002710         ELSE
002720             PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
002730         END-IF
002740     END-IF.
002750 2000-EXIT.
002760     EXIT.
002770*----------------------------------------------------------------
002780*    2100-APPLY-ADD WRITES A NEW CATALOGUE RECORD, REJECTING A
002790*    DUPLICATE OF A PROBLEM ALREADY CATALOGUED OR AN ADD WITH
002800*    NO TITLE TO PRINT.
002810*----------------------------------------------------------------
002820 2100-APPLY-ADD.
002830     IF PROB-FOUND
002840         MOVE "DUPLICATE OF CATALOGUE" TO REJECT-REASON
002850         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
002860         GO TO 2100-EXIT
002870     END-IF.
002880     IF TX-TITLE = SPACES
002890         MOVE "TITLE REQUIRED ON ADD" TO REJECT-REASON
002900         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
002910         GO TO 2100-EXIT
002920     END-IF.
002930     MOVE SPACES TO PROBLEM-MASTER-REC.
002940     MOVE TX-PROBLEM-NO TO PB-PROBLEM-NO.
002950     MOVE TX-TITLE TO PB-TITLE.
002960     MOVE 0 TO PB-DIFFICULTY.
002970     MOVE 0 TO PB-POINTS.
002980     MOVE 0 TO PB-WEEK-ASSIGNED.
002990     PERFORM 2650-MOVE-RATINGS THRU 2650-EXIT.
003000     WRITE PROBLEM-MASTER-REC
003010         INVALID KEY
003020             DISPLAY "PRBMAINT: VSAM REFUSED ADD OF PROBLEM "
003030                     PB-PROBLEM-NO ", STATUS "
003040                     PROB-FILE-STATUS
003050             GO TO 9999-ABEND
003060     END-WRITE.
003070     ADD 1 TO TRAN-APPLIED-COUNT.
003080     MOVE "APPLIED" TO RT-TAG.
003090     PERFORM 2700-PRINT-TRANSACTION THRU 2700-EXIT.
003100     MOVE "  AFTER:" TO RI-TAG.
003110     PERFORM 2750-PRINT-PROBLEM-IMAGE THRU 2750-EXIT.
003120 2100-EXIT.
003130     EXIT.
003140*----------------------------------------------------------------
003150*    2200-APPLY-CHANGE REWRITES THE FIELDS SUPPLIED ON THE
003160*    RECORD JUST READ, SHOWING THE BEFORE AND AFTER IMAGES ON
003170*    THE AUDIT LISTING.  A BLANK FIELD IS LEFT AS IT WAS.
003180*----------------------------------------------------------------
003190 2200-APPLY-CHANGE.
003200     IF NOT PROB-FOUND
003210         MOVE "PROBLEM NOT CATALOGUED" TO REJECT-REASON
003220         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
003230         GO TO 2200-EXIT
003240     END-IF.
003250     ADD 1 TO TRAN-APPLIED-COUNT.
003260     MOVE "APPLIED" TO RT-TAG.
003270     PERFORM 2700-PRINT-TRANSACTION THRU 2700-EXIT.
003280     MOVE "  BEFORE:" TO RI-TAG.
003290     PERFORM 2750-PRINT-PROBLEM-IMAGE THRU 2750-EXIT.
003300     IF TX-TITLE NOT = SPACES
003310         MOVE TX-TITLE TO PB-TITLE
003320     END-IF.
003330     PERFORM 2650-MOVE-RATINGS THRU 2650-EXIT.
003340     REWRITE PROBLEM-MASTER-REC
003350         INVALID KEY
003360             DISPLAY "PRBMAINT: VSAM REFUSED REWRITE OF PROBLEM "
003370                     PB-PROBLEM-NO ", STATUS "
003380                     PROB-FILE-STATUS
003390             GO TO 9999-ABEND
003400     END-REWRITE.
003410     MOVE "  AFTER:" TO RI-TAG.
003420     PERFORM 2750-PRINT-PROBLEM-IMAGE THRU 2750-EXIT.
003430 2200-EXIT.
003440     EXIT.
003450*----------------------------------------------------------------
003460*    2300-APPLY-DELETE DELETES THE RECORD JUST READ, UNLESS THE
003470*    PROBLEM IS ON THE ANSWER KEY -- THE KEY ENTRY WOULD LOSE
003480*    ITS CATALOGUE ENTRY, SO THE CATALOGUE ENTRY STAYS.  THE
003490*    ANSWER KEY HAS TO COME OFF FIRST, THROUGH ANSMAINT.
003500*----------------------------------------------------------------
003510 2300-APPLY-DELETE.
003520     IF NOT PROB-FOUND
003530         MOVE "PROBLEM NOT CATALOGUED" TO REJECT-REASON
003540         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
003550         GO TO 2300-EXIT
003560     END-IF.
003570     MOVE PB-PROBLEM-NO TO LOOKUP-PROBLEM-NO.
003580     CALL "ANSLOOK" USING LOOKUP-PROBLEM-NO, LOOKUP-RETURN-CODE,
003590         ANSKEY-REC.
003600     IF LOOKUP-RETURN-CODE = 0
003610         MOVE "PROBLEM ON ANSWER KEY" TO REJECT-REASON
003620         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
003630         GO TO 2300-EXIT
003640     END-IF.
003650     IF LOOKUP-RETURN-CODE NOT = 4
003660         MOVE "ANSWER KEY NOT AVAILABLE" TO REJECT-REASON
003670         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
003680         GO TO 2300-EXIT
003690     END-IF.
003700     ADD 1 TO TRAN-APPLIED-COUNT.
003710     MOVE "APPLIED" TO RT-TAG.
003720     PERFORM 2700-PRINT-TRANSACTION THRU 2700-EXIT.
003730     MOVE "  BEFORE:" TO RI-TAG.
003740     PERFORM 2750-PRINT-PROBLEM-IMAGE THRU 2750-EXIT.
003750     DELETE PROBLEM-FILE RECORD
003760         INVALID KEY
003770             DISPLAY "PRBMAINT: VSAM REFUSED DELETE OF PROBLEM "
003780                     PB-PROBLEM-NO ", STATUS "
003790                     PROB-FILE-STATUS
003800             GO TO 9999-ABEND
003810     END-DELETE.
003820 2300-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------
003850*    2600-EDIT-RATINGS EDITS THE DIFFICULTY, POINTS, AND WEEK
003860*    FIELDS OF AN ADD OR CHANGE, LEAVING A REJECT REASON FOR
003870*    THE FIRST ONE THAT FAILS.  A BLANK FIELD PASSES.
003880*----------------------------------------------------------------
003890 2600-EDIT-RATINGS.
003900     IF TX-DIFFICULTY NOT = SPACES
003910         IF TX-DIFFICULTY NOT NUMERIC
003920             MOVE "DIFFICULTY NOT NUMERIC" TO REJECT-REASON
003930             GO TO 2600-EXIT
003940         END-IF
003950         IF TX-DIFFICULTY-NUM > 100
003960             MOVE "DIFFICULTY OVER 100" TO REJECT-REASON
003970             GO TO 2600-EXIT
003980         END-IF
003990     END-IF.
004000     IF TX-POINTS NOT = SPACES
004010         AND TX-POINTS NOT NUMERIC
004020         MOVE "POINTS NOT NUMERIC" TO REJECT-REASON
004030         GO TO 2600-EXIT
004040     END-IF.
004050     IF TX-WEEK NOT = SPACES
004060         AND TX-WEEK NOT NUMERIC
004070         MOVE "WEEK NOT NUMERIC" TO REJECT-REASON
004080         GO TO 2600-EXIT
004090     END-IF.
004100 2600-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------
004130*    2650-MOVE-RATINGS CARRIES EACH NON-BLANK (AND ALREADY
004140*    EDITED) DIFFICULTY, POINTS, AND WEEK FIELD ONTO THE
004150*    CATALOGUE RECORD.
004160*----------------------------------------------------------------
004170 2650-MOVE-RATINGS.
004180     IF TX-DIFFICULTY NOT = SPACES
004190         MOVE TX-DIFFICULTY TO PB-DIFFICULTY
004200     END-IF.
004210     IF TX-POINTS NOT = SPACES
004220         MOVE TX-POINTS TO PB-POINTS
004230     END-IF.
004240     IF TX-WEEK NOT = SPACES
004250         MOVE TX-WEEK TO PB-WEEK-ASSIGNED
004260     END-IF.
004270 2650-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------
004300*    2700-PRINT-TRANSACTION ECHOES THE TRANSACTION JUST READ ON
004310*    THE AUDIT LISTING UNDER ITS APPLIED/REJECTED TAG.
004320*----------------------------------------------------------------
004330 2700-PRINT-TRANSACTION.
004340     MOVE TX-FUNC TO RT-FUNC.
004350     MOVE TX-PROBLEM-NO TO RT-PROBLEM-NO.
004360     MOVE TX-TITLE TO RT-TITLE.
004370     MOVE TX-DIFFICULTY TO RT-DIFFICULTY.
004380     MOVE TX-POINTS TO RT-POINTS.
004390     MOVE TX-WEEK TO RT-WEEK.
004400     MOVE REJECT-REASON TO RT-REASON.
004410     WRITE AUDIT-RPT-REC FROM RPT-TRAN-LINE.
004420 2700-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------
004450*    2750-PRINT-PROBLEM-IMAGE PRINTS THE CATALOGUE RECORD
004460*    CURRENTLY IN PROBLEM-MASTER-REC, AS THE BEFORE OR AFTER
004470*    IMAGE OF AN APPLIED TRANSACTION.
004480*----------------------------------------------------------------
004490 2750-PRINT-PROBLEM-IMAGE.
004500     MOVE PB-PROBLEM-NO TO RI-PROBLEM-NO.
004510     MOVE PB-TITLE TO RI-TITLE.
004520     MOVE PB-DIFFICULTY TO RI-DIFFICULTY.
004530     MOVE PB-POINTS TO RI-POINTS.
004540     MOVE PB-WEEK-ASSIGNED TO RI-WEEK.
004550     WRITE AUDIT-RPT-REC FROM RPT-IMAGE-LINE.
004560 2750-EXIT.
004570     EXIT.
004580*----------------------------------------------------------------
004590*    2800-REJECT-TRANSACTION COUNTS AND PRINTS A REJECTED
004600*    TRANSACTION WITH ITS REASON.
004610*----------------------------------------------------------------
004620 2800-REJECT-TRANSACTION.
004630     ADD 1 TO TRAN-REJECT-COUNT.
004640     MOVE "REJECTED" TO RT-TAG.
004650     PERFORM 2700-PRINT-TRANSACTION THRU 2700-EXIT.
004660 2800-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------
004690*    9999-ABEND IS THE COMMON ERROR EXIT: CLOSE WHAT IS OPEN AND
004700*    HAND A NONZERO RETURN-CODE BACK TO THE JCL STEP.
004710*----------------------------------------------------------------
004720 9999-ABEND.
004730     DISPLAY "PRBMAINT: ABNORMAL TERMINATION".
004740     MOVE 16 TO RETURN-CODE.
004750     CLOSE PROBLEM-FILE.
004760     CLOSE TRAN-FILE.
004770     CLOSE AUDIT-RPT-FILE.
004780     STOP RUN.
