000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CTLMAINT.
000030 AUTHOR. EULER CLUB.
000040 INSTALLATION. EULER CLUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*REMARKS.
000080*    CLUB PARAMETER CONTROL DATASET MAINTENANCE.
000090*
000100*    APPLIES ADD/CHANGE/DELETE TRANSACTIONS FROM THE TRANIN
000110*    DATASET DIRECTLY AGAINST THE KEYED CLUB CONTROL CLUSTER
000120*    (SEE CTLREC; RECORD KEY CT-PROGRAM-ID), WITH A FULL
000130*    BEFORE/AFTER AUDIT LISTING OF EVERY APPLIED AND REJECTED
000140*    TRANSACTION ON RPTOUT.  THE CONTROL RECORDS REPLACE THE
000150*    OLD PER-WEEK PARM CARDS: EVERY CHANGE TO A WEEK'S MAX,
000160*    TARGET COUNT, OR FORCE BYTE, OR TO A UTILITY'S RETENTION
000170*    COUNT, THRESHOLD, OR CLUB ID, NOW GOES THROUGH HERE AND
000180*    LANDS ON THE LISTING.
000190*
000200*    THE NUMERIC FIELDS ARE KEYED ZERO-FILLED TO THEIR FULL
000210*    WIDTH.  ON AN ADD A BLANK ONE IS TAKEN AS ZERO ("NOT SET",
000220*    THE PROGRAM'S DEFAULT STANDS) AND A BLANK FORCE BYTE AS
000230*    "N"; ON A CHANGE A BLANK FIELD LEAVES THE CONTROL VALUE AS
000240*    IT WAS.  THE FORCE BYTE IS KEYED "F" TO SET IT AND "N" TO
000250*    CLEAR IT.  A BLANK EFFECTIVE DATE ON AN ADD OR CHANGE
000260*    MEANS TODAY; A LATER DATE HOLDS THE NEW SETTINGS BACK
000270*    UNTIL THAT NIGHT (SEE CTLLOOK).
000280*
000290*    REJECT RULES:
000300*      - ADD OF A PROGRAM-ID ALREADY ON FILE (DUPLICATE).
000310*      - CHANGE OR DELETE OF A PROGRAM-ID NOT ON FILE.
000320*      - A BLANK PROGRAM-ID.
000330*      - A NON-BLANK MAX, TARGET COUNT, RETENTION COUNT, OR
000340*        THRESHOLD THAT IS NOT NUMERIC.
000350*      - A MAX OVER THE PRIME FILE BOUND -- NO SIEVE THE CLUB
000360*        BUILDS CAN COVER IT, AND SIEVBLD WOULD STOP THE NIGHT.
000370*      - A FORCE BYTE OTHER THAN F, N, OR BLANK.
000380*      - AN EFFECTIVE DATE THAT IS NOT A CCYYMMDD DATE.
000390*      - A FUNCTION CODE OTHER THAN A, C, OR D.
000400*    THE STEP ENDS WITH RETURN-CODE 4 WHEN ANY TRANSACTION WAS
000410*    REJECTED.  UPDATES ARE APPLIED IN PLACE AS THEY PASS, SO
000420*    THE APPLIED ONES STAND EVEN ON AN RC=4 RUN, AND THE BACKUP
000430*    STEP IN THE JCL IS THE RESTORE PATH, AS FOR ANSMAINT.
000440*
000450*    MODIFICATION HISTORY.
000460*    DATE       INIT  DESCRIPTION
000470*    ---------  ----  ---------------------------------------
000480*    10/15/2026 RTS   ORIGINAL VERSION, MODELED ON PRBMAINT.
000490*----------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-370.
000530 OBJECT-COMPUTER. IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT TRAN-FILE ASSIGN TO TRANIN
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS TRAN-FILE-STATUS.
000590     SELECT CONTROL-FILE ASSIGN TO CLUBCTL
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CT-PROGRAM-ID
000630         FILE STATUS IS CTL-FILE-STATUS.
000640     SELECT AUDIT-RPT-FILE ASSIGN TO RPTOUT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS RPT-FILE-STATUS.
000670*----------------------------------------------------------------
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  TRAN-FILE.
000710 01  TRAN-REC.
000720     05  TX-FUNC             PIC X(01).
000730         88  TX-ADD                      VALUE "A".
000740         88  TX-CHANGE                   VALUE "C".
000750         88  TX-DELETE                   VALUE "D".
000760     05  FILLER              PIC X(01).
000770     05  TX-PROGRAM-ID       PIC X(08).
000780     05  FILLER              PIC X(01).
000790     05  TX-MAX              PIC X(08).
000800     05  TX-MAX-NUM REDEFINES TX-MAX
000810                             PIC 9(08).
000820     05  FILLER              PIC X(01).
000830     05  TX-TARGET-COUNT     PIC X(02).
000840     05  FILLER              PIC X(01).
000850     05  TX-FORCE            PIC X(01).
000860     05  FILLER              PIC X(01).
000870     05  TX-RETAIN-COUNT     PIC X(02).
000880     05  FILLER              PIC X(01).
000890     05  TX-THRESHOLD-PCT    PIC X(03).
000900     05  FILLER              PIC X(01).
000910     05  TX-CLUB-ID          PIC X(08).
000920     05  FILLER              PIC X(01).
000930     05  TX-EFFECTIVE-DATE   PIC X(08).
000940     05  TX-EFFECTIVE-PARTS REDEFINES TX-EFFECTIVE-DATE.
000950         10  TX-EFFECTIVE-CCYY
000960                             PIC 9(04).
000970         10  TX-EFFECTIVE-MM PIC 9(02).
000980         10  TX-EFFECTIVE-DD PIC 9(02).
000990     05  FILLER              PIC X(31).
001000 FD  CONTROL-FILE.
001010 COPY CTLREC.
001020 FD  AUDIT-RPT-FILE.
001030 01  AUDIT-RPT-REC           PIC X(80).
001040*----------------------------------------------------------------
001050 WORKING-STORAGE SECTION.
001060 01  TRAN-FILE-STATUS        PIC XX.
001070 01  CTL-FILE-STATUS         PIC XX.
001080 01  RPT-FILE-STATUS         PIC XX.
001090 01  TRAN-EOF-SW             PIC X       VALUE "N".
001100     88  TRAN-EOF                        VALUE "Y".
001110 01  CTL-FOUND-SW            PIC X.
001120     88  CTL-FOUND                       VALUE "Y".
001130 01  PRIME-FILE-BOUND        PIC 9(08)   VALUE 1000000.
001140 01  TRAN-READ-COUNT         PIC 9(05)   VALUE 0.
001150 01  TRAN-APPLIED-COUNT      PIC 9(05)   VALUE 0.
001160 01  TRAN-REJECT-COUNT       PIC 9(05)   VALUE 0.
001170 01  REJECT-REASON           PIC X(20).
001180 01  RPT-TODAY.
001190     05  RPT-TODAY-CCYY      PIC 9(04).
001200     05  RPT-TODAY-MM        PIC 99.
001210     05  RPT-TODAY-DD        PIC 99.
001220 01  RPT-HDR1-LINE.
001230     05  FILLER              PIC X(42)
001240         VALUE "EULER CLUB - CONTROL DATASET MAINTENANCE".
001250     05  FILLER              PIC X(38)   VALUE SPACES.
001260 01  RPT-HDR2-LINE.
001270     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
001280     05  RH-RUN-DATE         PIC X(08).
001290     05  FILLER              PIC X(62)   VALUE SPACES.
001300 01  RPT-HDR3-LINE.
001310     05  FILLER              PIC X(12)   VALUE SPACES.
001320     05  FILLER              PIC X(09)   VALUE "PROGRAM".
001330     05  FILLER              PIC X(09)   VALUE "MAX".
001340     05  FILLER              PIC X(03)   VALUE "TC".
001350     05  FILLER              PIC X(02)   VALUE "F".
001360     05  FILLER              PIC X(03)   VALUE "RT".
001370     05  FILLER              PIC X(04)   VALUE "THR".
001380     05  FILLER              PIC X(09)   VALUE "CLUB ID".
001390     05  FILLER              PIC X(09)   VALUE "EFFECTIVE".
001400     05  FILLER              PIC X(20)   VALUE SPACES.
001410 01  RPT-TRAN-LINE.
001420     05  RT-TAG              PIC X(10).
001430     05  RT-FUNC             PIC X(01).
001440     05  FILLER              PIC X(01)   VALUE SPACES.
001450     05  RT-PROGRAM-ID       PIC X(08).
001460     05  FILLER              PIC X(01)   VALUE SPACES.
001470     05  RT-MAX              PIC X(08).
001480     05  FILLER              PIC X(01)   VALUE SPACES.
001490     05  RT-TARGET-COUNT     PIC X(02).
001500     05  FILLER              PIC X(01)   VALUE SPACES.
001510     05  RT-FORCE            PIC X(01).
001520     05  FILLER              PIC X(01)   VALUE SPACES.
001530     05  RT-RETAIN-COUNT     PIC X(02).
001540     05  FILLER              PIC X(01)   VALUE SPACES.
001550     05  RT-THRESHOLD-PCT    PIC X(03).
001560     05  FILLER              PIC X(01)   VALUE SPACES.
001570     05  RT-CLUB-ID          PIC X(08).
001580     05  FILLER              PIC X(01)   VALUE SPACES.
001590     05  RT-EFFECTIVE-DATE   PIC X(08).
001600     05  FILLER              PIC X(01)   VALUE SPACES.
001610     05  RT-REASON           PIC X(20).
001620 01  RPT-IMAGE-LINE.
001630     05  RI-TAG              PIC X(12).
001640     05  RI-PROGRAM-ID       PIC X(08).
001650     05  FILLER              PIC X(01)   VALUE SPACES.
001660     05  RI-MAX              PIC 9(08).
001670     05  FILLER              PIC X(01)   VALUE SPACES.
001680     05  RI-TARGET-COUNT     PIC 9(02).
001690     05  FILLER              PIC X(01)   VALUE SPACES.
001700     05  RI-FORCE            PIC X(01).
001710     05  FILLER              PIC X(01)   VALUE SPACES.
001720     05  RI-RETAIN-COUNT     PIC 9(02).
001730     05  FILLER              PIC X(01)   VALUE SPACES.
001740     05  RI-THRESHOLD-PCT    PIC 9(03).
001750     05  FILLER              PIC X(01)   VALUE SPACES.
001760     05  RI-CLUB-ID          PIC X(08).
001770     05  FILLER              PIC X(01)   VALUE SPACES.
001780     05  RI-EFFECTIVE-DATE   PIC X(08).
001790     05  FILLER              PIC X(21)   VALUE SPACES.
001800 01  RPT-TOTAL-LINE.
001810     05  FILLER              PIC X(07)   VALUE "READ:".
001820     05  RT-READ             PIC ZZZZ9.
001830     05  FILLER              PIC X(03)   VALUE SPACES.
001840     05  FILLER              PIC X(09)   VALUE "APPLIED:".
001850     05  RT-APPLIED          PIC ZZZZ9.
001860     05  FILLER              PIC X(03)   VALUE SPACES.
001870     05  FILLER              PIC X(10)   VALUE "REJECTED:".
001880     05  RT-REJECTED         PIC ZZZZ9.
001890     05  FILLER              PIC X(33)   VALUE SPACES.
001900*----------------------------------------------------------------
001910 PROCEDURE DIVISION.
001920 0000-MAINLINE SECTION.
001930 0000-START.
001940     OPEN I-O CONTROL-FILE.
001950     IF CTL-FILE-STATUS NOT = "00"
001960         DISPLAY "CTLMAINT: CONTROL-FILE OPEN FAILED, STATUS "
001970                 CTL-FILE-STATUS
001980         MOVE 16 TO RETURN-CODE
001990         STOP RUN
002000     END-IF.
002010     OPEN INPUT TRAN-FILE.
002020     IF TRAN-FILE-STATUS NOT = "00"
002030         DISPLAY "CTLMAINT: TRAN-FILE OPEN FAILED, STATUS "
002040                 TRAN-FILE-STATUS
002050         MOVE 16 TO RETURN-CODE
002060         CLOSE CONTROL-FILE
002070         STOP RUN
002080     END-IF.
002090     OPEN OUTPUT AUDIT-RPT-FILE.
002100     IF RPT-FILE-STATUS NOT = "00"
002110         DISPLAY "CTLMAINT: AUDIT-RPT-FILE OPEN FAILED, STATUS "
002120                 RPT-FILE-STATUS
002130         MOVE 16 TO RETURN-CODE
002140         GO TO 9999-ABEND
002150     END-IF.
002160     PERFORM 0200-WRITE-REPORT-HEADING THRU 0200-EXIT.
002170
002180     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
002190         UNTIL TRAN-EOF.
002200
002210     PERFORM 0300-WRITE-REPORT-TOTAL THRU 0300-EXIT.
002220
002230     CLOSE CONTROL-FILE.
002240     CLOSE TRAN-FILE.
002250     CLOSE AUDIT-RPT-FILE.
002260     IF TRAN-REJECT-COUNT > 0
002270         MOVE 4 TO RETURN-CODE
002280     END-IF.
002290 0000-MAINLINE-EXIT.
002300     STOP RUN.
002310*----------------------------------------------------------------
002320*    0200-WRITE-REPORT-HEADING WRITES THE AUDIT PAGE HEADING,
002330*    ANCHORED BY TODAY'S RUN DATE, AND THE COLUMN HEADING THE
002340*    TRANSACTION AND IMAGE LINES BOTH LINE UP UNDER.
002350*----------------------------------------------------------------
002360 0200-WRITE-REPORT-HEADING.
002370     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
002380     MOVE RPT-TODAY TO RH-RUN-DATE.
002390     WRITE AUDIT-RPT-REC FROM RPT-HDR1-LINE.
002400     WRITE AUDIT-RPT-REC FROM RPT-HDR2-LINE.
002410     WRITE AUDIT-RPT-REC FROM RPT-HDR3-LINE.
002420 0200-EXIT.
002430     EXIT.
002440*----------------------------------------------------------------
002450*    0300-WRITE-REPORT-TOTAL CLOSES THE AUDIT LISTING WITH THE
002460*    READ/APPLIED/REJECTED COUNTS.
002470*----------------------------------------------------------------
002480 0300-WRITE-REPORT-TOTAL.
002490     MOVE TRAN-READ-COUNT TO RT-READ.
002500     MOVE TRAN-APPLIED-COUNT TO RT-APPLIED.
002510     MOVE TRAN-REJECT-COUNT TO RT-REJECTED.
002520     WRITE AUDIT-RPT-REC FROM RPT-TOTAL-LINE.
002530 0300-EXIT.
002540     EXIT.
002550*----------------------------------------------------------------
002560*    2000-APPLY-TRANSACTION READS AND APPLIES ONE TRANSACTION
002570*    DIRECTLY AGAINST THE CLUSTER.  EVERY TRANSACTION -- APPLIED
002580*    OR REJECTED -- GETS AN AUDIT LINE; APPLIED CHANGES AND
002590*    DELETES ALSO SHOW THE BEFORE IMAGE, AND APPLIED ADDS AND
002600*    CHANGES THE AFTER IMAGE.  THE KEYED READ BELOW LEAVES THE
002610*    CURRENT RECORD (IF ANY) IN CLUB-CONTROL-REC FOR THE APPLY
002620*    PARAGRAPHS TO UPDATE IN PLACE.
002630*----------------------------------------------------------------
002640 2000-APPLY-TRANSACTION.
002650     READ TRAN-FILE
002660         AT END
002670             SET TRAN-EOF TO TRUE
002680             GO TO 2000-EXIT
002690     END-READ.
002700     IF TRAN-REC = SPACES
002710         GO TO 2000-EXIT
002720     END-IF.
002730     ADD 1 TO TRAN-READ-COUNT.
002740     MOVE SPACES TO REJECT-REASON.
002750
002760     IF NOT TX-ADD AND NOT TX-CHANGE AND NOT TX-DELETE
002770         MOVE "INVALID FUNCTION" TO REJECT-REASON
002780         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
002790         GO TO 2000-EXIT
002800     END-IF.
002810     IF TX-PROGRAM-ID = SPACES
002820         MOVE "PROGRAM ID REQUIRED" TO REJECT-REASON
002830         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
002840         GO TO 2000-EXIT
002850     END-IF.
002860     IF TX-ADD OR TX-CHANGE
002870         PERFORM 2600-EDIT-SETTINGS THRU 2600-EXIT
002880         IF REJECT-REASON NOT = SPACES
002890             PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
002900             GO TO 2000-EXIT
002910         END-IF
002920     END-IF.
002930
002940     MOVE "N" TO CTL-FOUND-SW.
002950     MOVE TX-PROGRAM-ID TO CT-PROGRAM-ID.
002960     READ CONTROL-FILE
002970         INVALID KEY
002980             CONTINUE
002990         NOT INVALID KEY
003000             SET CTL-FOUND TO TRUE
003010     END-READ.
003020
003030     IF TX-ADD
003040         PERFORM 2100-APPLY-ADD THRU 2100-EXIT
003050     ELSE
003060         IF TX-CHANGE
003070             PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
003080         ELSE
003090             PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
003100         END-IF
003110     END-IF.
003120 2000-EXIT.
003130     EXIT.
003140*----------------------------------------------------------------
003150*    2100-APPLY-ADD WRITES A NEW CONTROL RECORD, REJECTING A
003160*    DUPLICATE OF A PROGRAM-ID ALREADY ON FILE.
003170*----------------------------------------------------------------
003180 2100-APPLY-ADD.
003190     IF CTL-FOUND
003200         MOVE "DUPLICATE CONTROL" TO REJECT-REASON
003210         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
003220         GO TO 2100-EXIT
003230     END-IF.
003240     MOVE SPACES TO CLUB-CONTROL-REC.
003250     MOVE TX-PROGRAM-ID TO CT-PROGRAM-ID.
003260     MOVE 0 TO CT-MAX.
003270     MOVE 0 TO CT-TARGET-COUNT.
003280     MOVE "N" TO CT-FORCE.
003290     MOVE 0 TO CT-RETAIN-COUNT.
003300     MOVE 0 TO CT-THRESHOLD-PCT.
003310     PERFORM 2650-MOVE-SETTINGS THRU 2650-EXIT.
003320     WRITE CLUB-CONTROL-REC
003330         INVALID KEY
003340             DISPLAY "CTLMAINT: VSAM REFUSED ADD OF PROGRAM "
003350                     CT-PROGRAM-ID ", STATUS "
003360                     CTL-FILE-STATUS
003370             GO TO 9999-ABEND
003380     END-WRITE.
003390     ADD 1 TO TRAN-APPLIED-COUNT.
003400     MOVE "APPLIED" TO RT-TAG.
003410     PERFORM 2700-PRINT-TRANSACTION THRU 2700-EXIT.
003420     MOVE "  AFTER:" TO RI-TAG.
003430     PERFORM 2750-PRINT-CONTROL-IMAGE THRU 2750-EXIT.
003440 2100-EXIT.
003450     EXIT.
003460*----------------------------------------------------------------
003470*    2200-APPLY-CHANGE REWRITES THE FIELDS SUPPLIED ON THE
003480*    RECORD JUST READ, SHOWING THE BEFORE AND AFTER IMAGES ON
003490*    THE AUDIT LISTING.  A BLANK FIELD IS LEFT AS IT WAS; THE
003500*    EFFECTIVE DATE MOVES TO TODAY UNLESS ONE IS SUPPLIED.
003510*----------------------------------------------------------------
003520 2200-APPLY-CHANGE.
003530     IF NOT CTL-FOUND
003540         MOVE "NO CONTROL RECORD" TO REJECT-REASON
003550         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
003560         GO TO 2200-EXIT
003570     END-IF.
003580     ADD 1 TO TRAN-APPLIED-COUNT.
003590     MOVE "APPLIED" TO RT-TAG.
003600     PERFORM 2700-PRINT-TRANSACTION THRU 2700-EXIT.
003610     MOVE "  BEFORE:" TO RI-TAG.
003620     PERFORM 2750-PRINT-CONTROL-IMAGE THRU 2750-EXIT.
003630     PERFORM 2650-MOVE-SETTINGS THRU 2650-EXIT.
003640     REWRITE CLUB-CONTROL-REC
003650         INVALID KEY
003660             DISPLAY "CTLMAINT: VSAM REFUSED REWRITE OF PROGRAM "
003670                     CT-PROGRAM-ID ", STATUS "
003680                     CTL-FILE-STATUS
003690             GO TO 9999-ABEND
003700     END-REWRITE.
003710     MOVE "  AFTER:" TO RI-TAG.
003720     PERFORM 2750-PRINT-CONTROL-IMAGE THRU 2750-EXIT.
003730 2200-EXIT.
003740     EXIT.
003750*----------------------------------------------------------------
003760*    2300-APPLY-DELETE DELETES THE RECORD JUST READ.  THE
003770*    PROGRAM RUNS ON ITS COMPILED-IN DEFAULTS FROM THEN ON.
003780*----------------------------------------------------------------
003790 2300-APPLY-DELETE.
003800     IF NOT CTL-FOUND
003810         MOVE "NO CONTROL RECORD" TO REJECT-REASON
003820         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
003830         GO TO 2300-EXIT
003840     END-IF.
003850     ADD 1 TO TRAN-APPLIED-COUNT.
003860     MOVE "APPLIED" TO RT-TAG.
003870     PERFORM 2700-PRINT-TRANSACTION THRU 2700-EXIT.
003880     MOVE "  BEFORE:" TO RI-TAG.
003890     PERFORM 2750-PRINT-CONTROL-IMAGE THRU 2750-EXIT.
003900     DELETE CONTROL-FILE RECORD
003910         INVALID KEY
003920             DISPLAY "CTLMAINT: VSAM REFUSED DELETE OF PROGRAM "
003930                     CT-PROGRAM-ID ", STATUS "
003940                     CTL-FILE-STATUS
003950             GO TO 9999-ABEND
003960     END-DELETE.
003970 2300-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------
004000*    2600-EDIT-SETTINGS EDITS THE SETTINGS OF AN ADD OR CHANGE,
004010*    LEAVING A REJECT REASON FOR THE FIRST ONE THAT FAILS.  A
004020*    BLANK FIELD PASSES.
004030*----------------------------------------------------------------
004040 2600-EDIT-SETTINGS.
004050     IF TX-MAX NOT = SPACES
004060         IF TX-MAX NOT NUMERIC
004070             MOVE "MAX NOT NUMERIC" TO REJECT-REASON
004080             GO TO 2600-EXIT
004090         END-IF
004100         IF TX-MAX-NUM > PRIME-FILE-BOUND
004110             MOVE "MAX OVER PRIME BOUND" TO REJECT-REASON
004120             GO TO 2600-EXIT
004130         END-IF
004140     END-IF.
004150     IF TX-TARGET-COUNT NOT = SPACES
004160         AND TX-TARGET-COUNT NOT NUMERIC
004170         MOVE "TARGET NOT NUMERIC" TO REJECT-REASON
004180         GO TO 2600-EXIT
004190     END-IF.
004200     IF TX-FORCE NOT = SPACES
004210         AND TX-FORCE NOT = "F"
004220         AND TX-FORCE NOT = "N"
004230         MOVE "FORCE NOT F OR N" TO REJECT-REASON
004240         GO TO 2600-EXIT
004250     END-IF.
004260     IF TX-RETAIN-COUNT NOT = SPACES
004270         AND TX-RETAIN-COUNT NOT NUMERIC
004280         MOVE "RETAIN NOT NUMERIC" TO REJECT-REASON
004290         GO TO 2600-EXIT
004300     END-IF.
004310     IF TX-THRESHOLD-PCT NOT = SPACES
004320         AND TX-THRESHOLD-PCT NOT NUMERIC
004330         MOVE "THRESH NOT NUMERIC" TO REJECT-REASON
004340         GO TO 2600-EXIT
004350     END-IF.
004360     IF TX-EFFECTIVE-DATE NOT = SPACES
004370         IF TX-EFFECTIVE-DATE NOT NUMERIC
004380             MOVE "BAD EFFECTIVE DATE" TO REJECT-REASON
004390             GO TO 2600-EXIT
004400         END-IF
004410         IF TX-EFFECTIVE-MM < 1 OR TX-EFFECTIVE-MM > 12
004420             OR TX-EFFECTIVE-DD < 1 OR TX-EFFECTIVE-DD > 31
004430             OR TX-EFFECTIVE-CCYY < 1900
004440             MOVE "BAD EFFECTIVE DATE" TO REJECT-REASON
004450             GO TO 2600-EXIT
004460         END-IF
004470     END-IF.
004480 2600-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------
004510*    2650-MOVE-SETTINGS CARRIES EACH NON-BLANK (AND ALREADY
004520*    EDITED) SETTING ONTO THE CONTROL RECORD, AND STAMPS THE
004530*    EFFECTIVE DATE -- TODAY WHEN NONE WAS SUPPLIED.
004540*----------------------------------------------------------------
004550 2650-MOVE-SETTINGS.
004560     IF TX-MAX NOT = SPACES
004570         MOVE TX-MAX TO CT-MAX
004580     END-IF.
004590     IF TX-TARGET-COUNT NOT = SPACES
004600         MOVE TX-TARGET-COUNT TO CT-TARGET-COUNT
004610     END-IF.
004620     IF TX-FORCE NOT = SPACES
004630         MOVE TX-FORCE TO CT-FORCE
004640     END-IF.
004650     IF TX-RETAIN-COUNT NOT = SPACES
004660         MOVE TX-RETAIN-COUNT TO CT-RETAIN-COUNT
004670     END-IF.
004680     IF TX-THRESHOLD-PCT NOT = SPACES
004690         MOVE TX-THRESHOLD-PCT TO CT-THRESHOLD-PCT
004700     END-IF.
004710     IF TX-CLUB-ID NOT = SPACES
004720         MOVE TX-CLUB-ID TO CT-CLUB-ID
004730     END-IF.
004740     IF TX-EFFECTIVE-DATE NOT = SPACES
004750         MOVE TX-EFFECTIVE-DATE TO CT-EFFECTIVE-DATE
004760     ELSE
004770         MOVE RPT-TODAY TO CT-EFFECTIVE-DATE
004780     END-IF.
004790 2650-EXIT.
004800     EXIT.
004810*----------------------------------------------------------------
004820*    2700-PRINT-TRANSACTION ECHOES THE TRANSACTION JUST READ ON
004830*    THE AUDIT LISTING UNDER ITS APPLIED/REJECTED TAG.
004840*----------------------------------------------------------------
004850 2700-PRINT-TRANSACTION.
004860     MOVE TX-FUNC TO RT-FUNC.
004870     MOVE TX-PROGRAM-ID TO RT-PROGRAM-ID.
004880     MOVE TX-MAX TO RT-MAX.
004890     MOVE TX-TARGET-COUNT TO RT-TARGET-COUNT.
004900     MOVE TX-FORCE TO RT-FORCE.
004910     MOVE TX-RETAIN-COUNT TO RT-RETAIN-COUNT.
004920     MOVE TX-THRESHOLD-PCT TO RT-THRESHOLD-PCT.
004930     MOVE TX-CLUB-ID TO RT-CLUB-ID.
004940     MOVE TX-EFFECTIVE-DATE TO RT-EFFECTIVE-DATE.
004950     MOVE REJECT-REASON TO RT-REASON.
004960     WRITE AUDIT-RPT-REC FROM RPT-TRAN-LINE.
004970 2700-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------
005000*    2750-PRINT-CONTROL-IMAGE PRINTS THE CONTROL RECORD
005010*    CURRENTLY IN CLUB-CONTROL-REC, AS THE BEFORE OR AFTER
005020*    IMAGE OF AN APPLIED TRANSACTION.
005030*----------------------------------------------------------------
005040 2750-PRINT-CONTROL-IMAGE.
005050     MOVE CT-PROGRAM-ID TO RI-PROGRAM-ID.
005060     MOVE CT-MAX TO RI-MAX.
005070     MOVE CT-TARGET-COUNT TO RI-TARGET-COUNT.
005080     MOVE CT-FORCE TO RI-FORCE.
005090     MOVE CT-RETAIN-COUNT TO RI-RETAIN-COUNT.
005100     MOVE CT-THRESHOLD-PCT TO RI-THRESHOLD-PCT.
005110     MOVE CT-CLUB-ID TO RI-CLUB-ID.
005120     MOVE CT-EFFECTIVE-DATE TO RI-EFFECTIVE-DATE.
005130     WRITE AUDIT-RPT-REC FROM RPT-IMAGE-LINE.
005140 2750-EXIT.
005150     EXIT.
005160*----------------------------------------------------------------
005170*    2800-REJECT-TRANSACTION COUNTS AND PRINTS A REJECTED
005180*    TRANSACTION WITH ITS REASON.
005190*----------------------------------------------------------------
005200 2800-REJECT-TRANSACTION.
005210     ADD 1 TO TRAN-REJECT-COUNT.
005220     MOVE "REJECTED" TO RT-TAG.
005230     PERFORM 2700-PRINT-TRANSACTION THRU 2700-EXIT.
005240 2800-EXIT.
005250     EXIT.
005260*----------------------------------------------------------------
005270*    9999-ABEND IS THE COMMON ERROR EXIT: CLOSE WHAT IS OPEN AND
005280*    HAND A NONZERO RETURN-CODE BACK TO THE JCL STEP.
005290*----------------------------------------------------------------
005300 9999-ABEND.
005310     DISPLAY "CTLMAINT: ABNORMAL TERMINATION".
005320     MOVE 16 TO RETURN-CODE.
005330     CLOSE CONTROL-FILE.
005340     CLOSE TRAN-FILE.
005350     CLOSE AUDIT-RPT-FILE.
005360     STOP RUN.
