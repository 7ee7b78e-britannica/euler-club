000200*      - ADD OF A PROBLEM ALREADY ON THE KEY (DUPLICATE).
000210*      - CHANGE OR DELETE OF A PROBLEM NOT ON THE KEY.
000220*      - A NON-NUMERIC PROBLEM NUMBER OR ANSWER.
000222*      - A DATE SOLVED THAT IS NOT A CCYYMMDD DATE (A BLANK DATE
000224*        IS ALLOWED, AND ON A CHANGE LEAVES THE DATE AS IT WAS).
000230*      - DELETE OF A PROBLEM THAT APPEARS IN THE PORTFOLIO
000240*        (PORTIN) -- THE CLUB HAS RESULTS ON FILE FOR IT.
000250*      - A FUNCTION CODE OTHER THAN A, C, OR D.
000251*      - A SOURCE BYTE OTHER THAN M, A, L, OR BLANK.
000252*      - ADD OF A PROBLEM WITH NO ENTRY IN THE PROBLEM
000254*        CATALOGUE (CHECKED THROUGH PRBLOOK) -- CATALOGUE IT
000256*        WITH PRBMAINT FIRST.  IF THE CATALOGUE CANNOT BE READ
000258*        THE ADD IS REJECTED RATHER THAN LET THROUGH UNCHECKED.
000260*    THE STEP ENDS WITH RETURN-CODE 4 WHEN ANY TRANSACTION WAS
000270*    REJECTED.  UPDATES ARE APPLIED IN PLACE AS THEY PASS, SO
000280*    THE APPLIED ONES STAND EVEN ON AN RC=4 RUN -- THE AUDIT
000290*    LISTING SAYS EXACTLY WHICH -- AND THE BACKUP STEP IN THE
000300*    JCL IS THE RESTORE PATH IF A WHOLE BATCH MUST COME OUT.
000301*
000302*    EVERY APPLIED ADD, CHANGE, AND DELETE IS ALSO APPENDED TO THE
000303*    PERMANENT ANSWER-KEY JOURNAL (JRNLOUT, SEE AKJRNREC) WITH
000304*    THE KEY RECORD'S BEFORE AND AFTER IMAGES, THE DATE AND TIME,
000305*    AND THE TRANSACTION'S SOURCE BYTE (COLUMN 46: "M" OR BLANK
000306*    FOR A HAND-KEYED TRANSACTION, "A" FOR AN AKVERIFY PROMOTION,
000307*    "L" FOR A LEAGACK DEMOTION).  THE AUDIT LISTING IS SPOOLED
000308*    AND PURGED; THE JOURNAL IS WHAT AKJRNINQ REPLAYS.  A JOURNAL
000309*    THAT CANNOT BE OPENED STOPS THE RUN BEFORE ANY UPDATE, AND
000310*    ONE THAT CANNOT BE WRITTEN STOPS IT RIGHT AFTER THE UPDATE
000311*    IT FAILED TO RECORD, SO THE AUDIT LISTING SHOWS WHICH.
000312*
000320*    MODIFICATION HISTORY.
000330*    DATE       INIT  DESCRIPTION
000340*    ---------  ----  ---------------------------------------
000460*                     THE KEY ORDER, AND THE SHOP IS NO LONGER
000470*                     CAPPED AT 200 PROBLEMS.  THE REJECT RULES
000480*                     AND THE AUDIT LISTING ARE UNCHANGED.
000482*    10/15/2026 RTS   DATES ARE NOW CCYYMMDD.  A NON-BLANK
000484*                     TRANSACTION DATE THAT IS NOT A CCYYMMDD DATE
000486*                     IS REJECTED; THE AUDIT HEADING DATE FOLLOWS
000488*                     THE SAME FORM.
000489*    10/15/2026 RTS   AN ADD IS NOW REJECTED UNLESS THE PROBLEM
000490*                     HAS AN ENTRY IN THE NEW PROBLEM CATALOGUE
000491*                     (LOOKED UP THROUGH PRBLOOK), OR WHEN THE
000492*                     CATALOGUE CANNOT BE READ.
000493*    10/15/2026 RTS   EVERY APPLIED UPDATE IS NOW APPENDED TO THE
000494*                     ANSWER-KEY JOURNAL (JRNLOUT) WITH
000495*                     BEFORE/AFTER IMAGES.  NEW SOURCE BYTE IN
000496*                     COLUMN 46.
000497*----------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-370.
000670     SELECT AUDIT-RPT-FILE ASSIGN TO RPTOUT
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS RPT-FILE-STATUS.
000692     SELECT JOURNAL-FILE ASSIGN TO JRNLOUT
000694         ORGANIZATION IS LINE SEQUENTIAL
000696         FILE STATUS IS JRNL-FILE-STATUS.
000700*----------------------------------------------------------------
000710 DATA DIVISION.
000720 FILE SECTION.
000860     05  TX-INITIALS         PIC X(03).
000870     05  FILLER              PIC X(01).
000880     05  TX-DATE             PIC X(08).
000882     05  TX-DATE-PARTS REDEFINES TX-DATE.
000884         10  TX-DATE-CCYY    PIC 9(04).
000886         10  TX-DATE-MM      PIC 9(02).
000888         10  TX-DATE-DD      PIC 9(02).
000890     05  FILLER              PIC X(01).
000900     05  TX-STATUS           PIC X(01).
000902     05  FILLER              PIC X(01).
000904     05  TX-SOURCE           PIC X(01).
000906         88  TX-SOURCE-MANUAL            VALUE "M".
000908         88  TX-SOURCE-AKVERIFY          VALUE "A".
000910         88  TX-SOURCE-LEAGACK           VALUE "L".
000912     05  FILLER              PIC X(34).
000920 FD  ANSWER-KEY-FILE.
000930 COPY ANSKYREC.
000940 FD  PORTFOLIO-FILE.
000950 COPY PORTFREC.
000960 FD  AUDIT-RPT-FILE.
000970 01  AUDIT-RPT-REC           PIC X(80).
000972 FD  JOURNAL-FILE.
000974 COPY AKJRNREC.
000980*----------------------------------------------------------------
000990 WORKING-STORAGE SECTION.
001000 01  TRAN-FILE-STATUS        PIC XX.
001010 01  ANSKEY-FILE-STATUS      PIC XX.
001020 01  PORT-FILE-STATUS        PIC XX.
001030 01  RPT-FILE-STATUS         PIC XX.
001035 01  JRNL-FILE-STATUS        PIC XX.
001040 01  TRAN-EOF-SW             PIC X       VALUE "N".
001050     88  TRAN-EOF                        VALUE "Y".
001060 01  PORT-EOF-SW             PIC X       VALUE "N".
001200 01  TRAN-APPLIED-COUNT      PIC 9(05)   VALUE 0.
001210 01  TRAN-REJECT-COUNT       PIC 9(05)   VALUE 0.
001220 01  REJECT-REASON           PIC X(24).
001222 01  LOOKUP-PROBLEM-NO       PIC 9(04).
001224 01  LOOKUP-RETURN-CODE      PIC 99.
001226 COPY PROBREC.
001227 01  JRNL-BEFORE-IMAGE       PIC X(42).
001228 01  JRNL-AFTER-IMAGE        PIC X(42).
001229 01  JRNL-WRITTEN-COUNT      PIC 9(05)   VALUE 0.
001230 01  RPT-TODAY.
001240     05  RPT-TODAY-CCYY      PIC 9(04).
001250     05  RPT-TODAY-MM        PIC 99.
001260     05  RPT-TODAY-DD        PIC 99.
001270 01  RPT-HDR1-LINE.
001920         CLOSE ANSWER-KEY-FILE
001930         STOP RUN
001940     END-IF.
001941     OPEN OUTPUT JOURNAL-FILE.
001942     IF JRNL-FILE-STATUS NOT = "00"
001943         DISPLAY "ANSMAINT: JOURNAL-FILE OPEN FAILED, STATUS "
001944                 JRNL-FILE-STATUS
001945         MOVE 16 TO RETURN-CODE
001946         CLOSE ANSWER-KEY-FILE
001947         CLOSE TRAN-FILE
001948         STOP RUN
001949     END-IF.
001950     OPEN INPUT PORTFOLIO-FILE.
001960     IF PORT-FILE-STATUS = "00"
001970         SET PORT-OPEN TO TRUE
002220
002230     CLOSE ANSWER-KEY-FILE.
002240     CLOSE TRAN-FILE.
002242     CLOSE JOURNAL-FILE.
002244     DISPLAY "ANSMAINT: " JRNL-WRITTEN-COUNT
002246             " JOURNAL RECORD(S) WRITTEN".
002250     IF PORT-OPEN
002260         CLOSE PORTFOLIO-FILE
002270     END-IF.
002360*    ANCHORED BY TODAY'S RUN DATE.
002370*----------------------------------------------------------------
002380 0200-WRITE-REPORT-HEADING.
002390     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
002400     MOVE RPT-TODAY TO RH-RUN-DATE.
002430     WRITE AUDIT-RPT-REC FROM RPT-HDR1-LINE.
002440     WRITE AUDIT-RPT-REC FROM RPT-HDR2-LINE.
002450 0200-EXIT.
003200         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
003210         GO TO 2000-EXIT
003220     END-IF.
003221     IF TX-SOURCE = SPACE
003222         MOVE "M" TO TX-SOURCE
003223     END-IF.
003224     IF NOT TX-SOURCE-MANUAL AND NOT TX-SOURCE-AKVERIFY
003225             AND NOT TX-SOURCE-LEAGACK
003226         MOVE "INVALID SOURCE CODE" TO REJECT-REASON
003227         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
003228         GO TO 2000-EXIT
003229     END-IF.
003230     IF TX-PROBLEM-NO NOT NUMERIC
003240         MOVE "PROBLEM NO NOT NUMERIC" TO REJECT-REASON
003250         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
003350         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
003360         GO TO 2000-EXIT
003370     END-IF.
003371     IF (TX-ADD OR TX-CHANGE)
003372         AND TX-DATE NOT = SPACES
003373         AND (TX-DATE NOT NUMERIC
003374              OR TX-DATE-MM < 01 OR TX-DATE-MM > 12
003375              OR TX-DATE-DD < 01 OR TX-DATE-DD > 31)
003376         MOVE "DATE NOT CCYYMMDD" TO REJECT-REASON
003377         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
003378         GO TO 2000-EXIT
003379     END-IF.
003380
003390     MOVE "N" TO KEY-FOUND-SW.
003400     MOVE TX-PROBLEM-NO TO AK-PROBLEM-NO.
003580     EXIT.
003590*----------------------------------------------------------------
003600*    2100-APPLY-ADD WRITES A NEW KEY RECORD, REJECTING A
003610*    DUPLICATE OF A PROBLEM ALREADY ON THE KEY, OR A PROBLEM
003615*    THE CATALOGUE HAS NO ENTRY FOR.  VSAM KEEPS THE FILE IN
003620*    PROBLEM-NUMBER ORDER, SO THERE IS NO SORT AND NO TABLE
003630*    CEILING ANY MORE.
003640*----------------------------------------------------------------
003650 2100-APPLY-ADD.
003660     IF KEY-FOUND
003680         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
003690         GO TO 2100-EXIT
003700     END-IF.
003701     MOVE TX-PROBLEM-NO TO LOOKUP-PROBLEM-NO.
003702     CALL "PRBLOOK" USING LOOKUP-PROBLEM-NO, LOOKUP-RETURN-CODE,
003703         PROBLEM-MASTER-REC.
003704     IF LOOKUP-RETURN-CODE = 4
003705         MOVE "PROBLEM NOT IN CATALOGUE" TO REJECT-REASON
003706         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
003707         GO TO 2100-EXIT
003708     END-IF.
003709     IF LOOKUP-RETURN-CODE NOT = 0
003710         MOVE "CATALOGUE NOT AVAILABLE" TO REJECT-REASON
003711         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
003712         GO TO 2100-EXIT
003713     END-IF.
003714     MOVE SPACES TO ANSKEY-REC.
003720     MOVE TX-PROBLEM-NO TO AK-PROBLEM-NO.
003730     MOVE TX-ANSWER-TYPE TO AK-ANSWER-TYPE.
003740     MOVE TX-ANSWER TO AK-EXPECTED-ANSWER.
003760     MOVE TX-DATE TO AK-DATE-SOLVED.
003770     PERFORM 2600-EDIT-STATUS THRU 2600-EXIT.
003780     MOVE TX-STATUS TO AK-VERIFIED-STATUS.
003782     MOVE SPACES TO JRNL-BEFORE-IMAGE.
003784     MOVE ANSKEY-REC TO JRNL-AFTER-IMAGE.
003790     WRITE ANSKEY-REC
003800         INVALID KEY
003810             DISPLAY "ANSMAINT: VSAM REFUSED ADD OF KEY "
003830                     ANSKEY-FILE-STATUS
003840             GO TO 9999-ABEND
003850     END-WRITE.
003856     PERFORM 2900-WRITE-JOURNAL THRU 2900-EXIT.
003860     ADD 1 TO TRAN-APPLIED-COUNT.
003870     MOVE "APPLIED" TO RT-TAG.
003880     PERFORM 2700-PRINT-TRANSACTION THRU 2700-EXIT.
004060     PERFORM 2700-PRINT-TRANSACTION THRU 2700-EXIT.
004070     MOVE "  BEFORE:" TO RI-TAG.
004080     PERFORM 2750-PRINT-KEY-IMAGE THRU 2750-EXIT.
004085     MOVE ANSKEY-REC TO JRNL-BEFORE-IMAGE.
004090     MOVE TX-ANSWER-TYPE TO AK-ANSWER-TYPE.
004100     MOVE TX-ANSWER TO AK-EXPECTED-ANSWER.
004110     IF TX-INITIALS NOT = SPACES
004180         PERFORM 2600-EDIT-STATUS THRU 2600-EXIT
004190         MOVE TX-STATUS TO AK-VERIFIED-STATUS
004200     END-IF.
004205     MOVE ANSKEY-REC TO JRNL-AFTER-IMAGE.
004210     REWRITE ANSKEY-REC
004220         INVALID KEY
004230             DISPLAY "ANSMAINT: VSAM REFUSED REWRITE OF KEY "
004250                     ANSKEY-FILE-STATUS
004260             GO TO 9999-ABEND
004270     END-REWRITE.
004274     PERFORM 2900-WRITE-JOURNAL THRU 2900-EXIT.
004280     MOVE "  AFTER:" TO RI-TAG.
004290     PERFORM 2750-PRINT-KEY-IMAGE THRU 2750-EXIT.
004300 2200-EXIT.
004540     PERFORM 2700-PRINT-TRANSACTION THRU 2700-EXIT.
004550     MOVE "  BEFORE:" TO RI-TAG.
004560     PERFORM 2750-PRINT-KEY-IMAGE THRU 2750-EXIT.
004562     MOVE ANSKEY-REC TO JRNL-BEFORE-IMAGE.
004564     MOVE SPACES TO JRNL-AFTER-IMAGE.
004570     DELETE ANSWER-KEY-FILE RECORD
004580         INVALID KEY
004590             DISPLAY "ANSMAINT: VSAM REFUSED DELETE OF KEY "
004610                     ANSKEY-FILE-STATUS
004620             GO TO 9999-ABEND
004630     END-DELETE.
004635     PERFORM 2900-WRITE-JOURNAL THRU 2900-EXIT.
004640 2300-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------
005050     MOVE TX-DATE TO RT-DATE.
005060     MOVE TX-STATUS TO RT-STATUS.
005070     MOVE REJECT-REASON TO RT-REASON.
005072     IF REJECT-REASON = SPACES
005074         PERFORM 2720-NAME-SOURCE THRU 2720-EXIT
005076     END-IF.
005080     WRITE AUDIT-RPT-REC FROM RPT-TRAN-LINE.
005090 2700-EXIT.
005100     EXIT.
005101*----------------------------------------------------------------
005102*    2720-NAME-SOURCE PUTS THE TRANSACTION'S SOURCE IN THE REASON
005103*    COLUMN OF AN APPLIED LINE, WHICH OTHERWISE STANDS EMPTY.
005104*----------------------------------------------------------------
005105 2720-NAME-SOURCE.
005106     IF TX-SOURCE-AKVERIFY
005107         MOVE "FROM AKVERIFY" TO RT-REASON
005108     ELSE
005109         IF TX-SOURCE-LEAGACK
005110             MOVE "FROM LEAGACK" TO RT-REASON
005111         ELSE
005112             MOVE "MANUAL" TO RT-REASON
005113         END-IF
005114     END-IF.
005115 2720-EXIT.
005116     EXIT.
005117*----------------------------------------------------------------
005120*    2750-PRINT-KEY-IMAGE PRINTS THE KEY RECORD CURRENTLY IN
005130*    ANSKEY-REC, AS THE BEFORE OR AFTER IMAGE OF AN APPLIED
005140*    TRANSACTION.
005330     PERFORM 2700-PRINT-TRANSACTION THRU 2700-EXIT.
005340 2800-EXIT.
005350     EXIT.
005351*----------------------------------------------------------------
005352*    2900-WRITE-JOURNAL APPENDS ONE JOURNAL RECORD FOR THE UPDATE
005353*    JUST APPLIED, FROM THE BEFORE AND AFTER IMAGES THE APPLY
005354*    PARAGRAPH SET UP.  THE UPDATE IS ALREADY ON THE CLUSTER, SO A
005355*    RECORD THAT CANNOT BE WRITTEN STOPS THE RUN HERE -- GOING ON
005356*    WOULD LEAVE MORE CHANGES OFF THE JOURNAL.
005357*----------------------------------------------------------------
005358 2900-WRITE-JOURNAL.
005359     MOVE SPACES TO ANSKEY-JOURNAL-REC.
005360     MOVE RPT-TODAY TO AJ-JOURNAL-DATE.
005361     ACCEPT AJ-JOURNAL-TIME FROM TIME.
005362     MOVE TX-SOURCE TO AJ-SOURCE.
005363     MOVE TX-FUNC TO AJ-FUNC.
005364     MOVE TX-PROBLEM-NO TO AJ-PROBLEM-NO.
005365     MOVE JRNL-BEFORE-IMAGE TO AJ-BEFORE-IMAGE.
005366     MOVE JRNL-AFTER-IMAGE TO AJ-AFTER-IMAGE.
005367     WRITE ANSKEY-JOURNAL-REC.
005368     IF JRNL-FILE-STATUS NOT = "00"
005369         DISPLAY "ANSMAINT: JOURNAL WRITE FAILED FOR KEY "
005370                 AJ-PROBLEM-NO ", STATUS " JRNL-FILE-STATUS
005371         GO TO 9999-ABEND
005372     END-IF.
005373     ADD 1 TO JRNL-WRITTEN-COUNT.
005374 2900-EXIT.
005375     EXIT.
005376*----------------------------------------------------------------
005377*    9999-ABEND IS THE COMMON ERROR EXIT: CLOSE WHAT IS OPEN AND
005380*    HAND A NONZERO RETURN-CODE BACK TO THE JCL STEP.
005390*----------------------------------------------------------------
005400 9999-ABEND.
005420     MOVE 16 TO RETURN-CODE.
005430     CLOSE ANSWER-KEY-FILE.
005440     CLOSE TRAN-FILE.
005445     CLOSE JOURNAL-FILE.
005450     IF PORT-OPEN
005460         CLOSE PORTFOLIO-FILE
005470     END-IF.
