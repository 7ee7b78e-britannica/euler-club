000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BKVERIFY.
000030 AUTHOR. EULER CLUB.
000040 INSTALLATION. EULER CLUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*REMARKS.
000080*    BACKUP GENERATION RESTORE VERIFICATION.
000090*
000100*    PROVES THAT ONE WEEKLY BACKUP GENERATION (SEE THE EULRBKUP
000110*    JOB) WOULD RESTORE AS A WHOLE, CONSISTENT CLUB.  THE
000120*    BKVERIFY JOB FIRST RUNS BKTALLY OVER EVERY DATASET IN THE
000130*    GENERATION, WHICH WORKS OUT EACH ONE'S RECORD COUNT AND
000140*    HASH TOTALS AGAIN INTO A WORK MANIFEST (RCIN); THIS STEP
000150*    THEN:
000160*      1. COMPARES THAT WITH THE MANIFEST WRITTEN WHEN THE
000170*         BACKUP WAS TAKEN (MFIN), DATASET BY DATASET: RECORD
000180*         COUNT, KEY HASH, ANSWER HASH, AND LAYOUT HEADER.  A
000190*         DATASET ON ONE SIDE ONLY ALSO FAILS.
000200*      2. CROSS-CHECKS THE GENERATION'S OWN COPIES AGAINST EACH
000210*         OTHER:
000220*           - EVERY PF-PROBLEM-NO ON THE PORTFOLIO (PORTIN) IS
000230*             ON THE ANSWER KEY (KEYIN);
000240*           - EVERY AK-SOLVER-INITIALS ON THE ANSWER KEY IS IN
000250*             MEMBERS (MBRIN);
000260*           - EVERY PROBLEM ON THE ANSWER KEY IS IN THE PROBLEM
000270*             CATALOGUE (PROBIN), AS ANSMAINT REQUIRES.
000280*    THE REPORT ON RPTOUT LISTS EVERY DATASET AND EVERY CROSS-
000290*    CHECK EXCEPTION AND ENDS WITH THE VERDICT.  A PORTFOLIO
000300*    PROBLEM MISSING FROM THE KEY IS LISTED ONCE, HOWEVER MANY
000310*    RECORDS CARRY IT.  AN ANSWER-KEY ENTRY WITH NO SOLVER
000320*    INITIALS NAMES NO MEMBER AND IS NOT AN EXCEPTION.  NOTHING
000330*    IS WRITTEN TO ANY DATASET.
000340*
000350*    RETURN CODES: 0 WHEN THE GENERATION PASSES, 8 WHEN ANY
000360*    DATASET OR CROSS-CHECK FAILS, 16 WHEN THE CHECK COULD NOT
000370*    BE FINISHED (A FILE THAT CANNOT BE OPENED, A TABLE FULL).
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
000500     SELECT MANIFEST-FILE ASSIGN TO MFIN
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS MF-FILE-STATUS.
000530     SELECT RECALC-FILE ASSIGN TO RCIN
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS RC-FILE-STATUS.
000560     SELECT KEY-FILE ASSIGN TO KEYIN
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS KEY-FILE-STATUS.
000590     SELECT PORT-FILE ASSIGN TO PORTIN
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS PORT-FILE-STATUS.
000620     SELECT MBR-FILE ASSIGN TO MBRIN
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS MBR-FILE-STATUS.
000650     SELECT PROB-FILE ASSIGN TO PROBIN
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS PROB-FILE-STATUS.
000680     SELECT VERIFY-RPT-FILE ASSIGN TO RPTOUT
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS RPT-FILE-STATUS.
000710*----------------------------------------------------------------
000720 DATA DIVISION.
000730 FILE SECTION.
000740*
000750*    BOTH MANIFESTS ARE BKMFREC RECORDS, READ INTO THE ONE
000760*    WORKING-STORAGE COPY OF THE LAYOUT.  THE ANSWER KEY AND
000770*    PROBLEM CATALOGUE ARE THE FLAT COPIES OF THEIR CLUSTERS.
000780*
000790 FD  MANIFEST-FILE.
000800 01  MANIFEST-REC            PIC X(80).
000810 FD  RECALC-FILE.
000820 01  RECALC-REC              PIC X(80).
000830 FD  KEY-FILE.
000840 01  KEY-REC                 PIC X(42).
000850 FD  PORT-FILE.
000860 01  PORT-REC                PIC X(56).
000870 FD  MBR-FILE.
000880 01  MBR-REC                 PIC X(35).
000890 FD  PROB-FILE.
000900 01  PROB-REC                PIC X(80).
000910 FD  VERIFY-RPT-FILE.
000920 01  VERIFY-RPT-REC          PIC X(80).
000930*----------------------------------------------------------------
000940 WORKING-STORAGE SECTION.
000950 01  MF-FILE-STATUS          PIC XX.
000960 01  RC-FILE-STATUS          PIC XX.
000970 01  KEY-FILE-STATUS         PIC XX.
000980 01  PORT-FILE-STATUS        PIC XX.
000990 01  MBR-FILE-STATUS         PIC XX.
001000 01  PROB-FILE-STATUS        PIC XX.
001010 01  RPT-FILE-STATUS         PIC XX.
001020 01  IN-EOF-SW               PIC X.
001030     88  IN-EOF                          VALUE "Y".
001040*
001050*    THE MANIFEST AS WRITTEN WHEN THE BACKUP WAS TAKEN, ONE
001060*    ENTRY PER DATASET, MARKED OFF AS EACH RECOMPUTED RECORD
001070*    FINDS ITS ENTRY.
001080*
001090 01  MT-TABLE-MAX            PIC 9(03)   VALUE 040.
001100 01  MT-COUNT                PIC 9(03)   VALUE 0.
001110 01  MT-IDX                  PIC 9(03).
001120 01  MT-FOUND-SW             PIC X.
001130     88  MT-FOUND                        VALUE "Y".
001140 01  MANIFEST-TABLE.
001150     05  MT-ENTRY OCCURS 40 TIMES.
001160         10  MT-DATASET      PIC X(10).
001170         10  MT-BACKUP-DATE  PIC X(08).
001180         10  MT-RECORD-COUNT PIC 9(09).
001190         10  MT-KEY-HASH     PIC 9(18).
001200         10  MT-ANSWER-HASH  PIC 9(18).
001210         10  MT-LAYOUT-HDR   PIC X(12).
001220         10  MT-READ-BACK-SW PIC X(01).
001230             88  MT-READ-BACK            VALUE "Y".
001240*
001250*    THE GENERATION'S ANSWER KEY AND PROBLEM CATALOGUE, ONE
001260*    FLAG PER PROBLEM NUMBER, AND THE PORTFOLIO PROBLEMS ALREADY
001270*    REPORTED MISSING FROM THE KEY.
001280*
001290 01  PROBLEM-FLAGS.
001300     05  PF-FLAG-ENTRY OCCURS 9999 TIMES.
001310         10  KP-ON-KEY-SW    PIC X(01).
001320             88  KP-ON-KEY               VALUE "Y".
001330         10  CP-CATALOGUED-SW PIC X(01).
001340             88  CP-CATALOGUED           VALUE "Y".
001350         10  RP-REPORTED-SW  PIC X(01).
001360             88  RP-REPORTED             VALUE "Y".
001370 01  PROBLEM-IDX             PIC 9(04).
001380*
001390*    THE GENERATION'S MEMBER INITIALS.
001400*
001410 01  MB-TABLE-MAX            PIC 9(03)   VALUE 200.
001420 01  MB-COUNT                PIC 9(03)   VALUE 0.
001430 01  MB-IDX                  PIC 9(03).
001440 01  MB-FOUND-SW             PIC X.
001450     88  MB-FOUND                        VALUE "Y".
001460 01  MEMBER-TABLE.
001470     05  MB-INITIALS         PIC X(03)   OCCURS 200 TIMES.
001480*
001490*    THE COUNTS BEHIND THE VERDICT.
001500*
001510 01  DATASET-CHECKED-COUNT   PIC 9(03)   VALUE 0.
001520 01  DATASET-OK-COUNT        PIC 9(03)   VALUE 0.
001530 01  DATASET-FAILED-COUNT    PIC 9(03)   VALUE 0.
001540 01  PORT-CHECKED-COUNT      PIC 9(07)   VALUE 0.
001550 01  PORT-EXCEPTION-COUNT    PIC 9(05)   VALUE 0.
001560 01  SOLVER-CHECKED-COUNT    PIC 9(05)   VALUE 0.
001570 01  SOLVER-EXCEPTION-COUNT  PIC 9(05)   VALUE 0.
001580 01  CATALOG-CHECKED-COUNT   PIC 9(05)   VALUE 0.
001590 01  CATALOG-EXCEPTION-COUNT PIC 9(05)   VALUE 0.
001600 01  EXCEPTION-TOTAL         PIC 9(05)   VALUE 0.
001610 01  DATASET-RESULT          PIC X(24).
001620 COPY BKMFREC.
001630 COPY ANSKYREC.
001640 COPY PORTFREC.
001650 COPY MEMBREC.
001660 COPY PROBREC.
001670 01  RPT-TODAY.
001680     05  RPT-TODAY-CCYY      PIC 9(04).
001690     05  RPT-TODAY-MM        PIC 99.
001700     05  RPT-TODAY-DD        PIC 99.
001710 01  RPT-HDR1-LINE.
001720     05  FILLER              PIC X(46)
001730         VALUE "EULER CLUB - BACKUP GENERATION RESTORE CHECK".
001740     05  FILLER              PIC X(34)   VALUE SPACES.
001750 01  RPT-HDR2-LINE.
001760     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
001770     05  RH-RUN-DATE         PIC X(08).
001780     05  FILLER              PIC X(62)   VALUE SPACES.
001790 01  RPT-HDR3-LINE.
001800     05  FILLER              PIC X(11)   VALUE "DATASET".
001810     05  FILLER              PIC X(09)   VALUE "BACKUP".
001820     05  FILLER              PIC X(09)   VALUE " MANIFEST".
001830     05  FILLER              PIC X(11)   VALUE "  READ BACK".
001840     05  FILLER              PIC X(03)   VALUE SPACES.
001850     05  FILLER              PIC X(37)   VALUE "RESULT".
001860 01  RPT-DETAIL-LINE.
001870     05  RD-DATASET          PIC X(10).
001880     05  FILLER              PIC X(01)   VALUE SPACES.
001890     05  RD-BACKUP-DATE      PIC X(08).
001900     05  FILLER              PIC X(01)   VALUE SPACES.
001910     05  RD-MF-COUNT         PIC Z(08)9.
001920     05  FILLER              PIC X(01)   VALUE SPACES.
001930     05  RD-RC-COUNT         PIC Z(09)9.
001940     05  FILLER              PIC X(03)   VALUE SPACES.
001950     05  RD-RESULT           PIC X(24).
001960     05  FILLER              PIC X(13)   VALUE SPACES.
001970 01  RPT-XCHK-HDR-LINE.
001980     05  FILLER              PIC X(12)   VALUE "CROSS-CHECKS".
001990     05  FILLER              PIC X(68)   VALUE SPACES.
002000 01  RPT-EXCEPTION-LINE.
002010     05  FILLER              PIC X(02)   VALUE SPACES.
002020     05  RX-SOURCE           PIC X(19).
002030     05  RX-PROBLEM-NO       PIC X(04).
002040     05  FILLER              PIC X(01)   VALUE SPACES.
002050     05  RX-TEXT             PIC X(33).
002070     05  FILLER              PIC X(21)   VALUE SPACES.
002080 01  RPT-XCHK-TOTAL-LINE.
002090     05  FILLER              PIC X(02)   VALUE SPACES.
002100     05  RT-CHECK            PIC X(40).
002110     05  RT-CHECKED          PIC Z(06)9.
002120     05  FILLER              PIC X(10)   VALUE " CHECKED, ".
002130     05  RT-EXCEPTIONS       PIC Z(04)9.
002140     05  FILLER              PIC X(16)   VALUE " EXCEPTIONS".
002150 01  RPT-PASS-LINE.
002160     05  FILLER              PIC X(48)
002170         VALUE "RESTORE CHECK PASSED: THE GENERATION MATCHES ITS".
002180     05  FILLER              PIC X(32)
002190         VALUE " MANIFEST AND IS CONSISTENT.".
002200 01  RPT-FAIL-LINE.
002210     05  FILLER              PIC X(22)
002220         VALUE "RESTORE CHECK FAILED: ".
002230     05  RF-DATASET-COUNT    PIC ZZ9.
002240     05  FILLER              PIC X(16)
002250         VALUE " DATASET(S) AND ".
002260     05  RF-EXCEPTION-COUNT  PIC ZZZZ9.
002270     05  FILLER              PIC X(27)
002280         VALUE " CROSS-CHECK EXCEPTION(S).".
002285     05  FILLER              PIC X(07)   VALUE SPACES.
002290 01  RPT-FIX-LINE.
002300     05  FILLER              PIC X(22)   VALUE SPACES.
002310     05  FILLER              PIC X(46)
002320         VALUE "DO NOT RESTORE FROM THIS GENERATION AS IT IS.".
002330     05  FILLER              PIC X(12)   VALUE SPACES.
002340*----------------------------------------------------------------
002350 PROCEDURE DIVISION.
002360 0000-MAINLINE SECTION.
002370 0000-START.
002380     OPEN OUTPUT VERIFY-RPT-FILE.
002390     IF RPT-FILE-STATUS NOT = "00"
002400         DISPLAY "BKVERIFY: VERIFY-RPT-FILE OPEN FAILED, STATUS "
002410                 RPT-FILE-STATUS
002420         MOVE 16 TO RETURN-CODE
002430         STOP RUN
002440     END-IF.
002450     PERFORM 0200-WRITE-REPORT-HEADING THRU 0200-EXIT.
002460
002470     PERFORM 1000-LOAD-MANIFEST THRU 1000-EXIT.
002480     PERFORM 2000-CHECK-RECOMPUTED THRU 2000-EXIT.
002490     PERFORM 2500-CHECK-NOT-READ-BACK THRU 2500-EXIT
002500         VARYING MT-IDX FROM 1 BY 1
002510         UNTIL MT-IDX > MT-COUNT.
002520
002530     WRITE VERIFY-RPT-REC FROM RPT-XCHK-HDR-LINE.
002540     MOVE SPACES TO PROBLEM-FLAGS.
002550     PERFORM 3000-LOAD-MEMBERS THRU 3000-EXIT.
002560     PERFORM 3100-LOAD-CATALOGUE THRU 3100-EXIT.
002570     PERFORM 3200-CHECK-ANSWER-KEY THRU 3200-EXIT.
002580     PERFORM 3400-CHECK-PORTFOLIO THRU 3400-EXIT.
002590     PERFORM 3600-WRITE-CHECK-TOTALS THRU 3600-EXIT.
002600
002610     PERFORM 4000-WRITE-VERDICT THRU 4000-EXIT.
002620     CLOSE VERIFY-RPT-FILE.
002630
002640     DISPLAY "BKVERIFY: " DATASET-CHECKED-COUNT
002650             " DATASETS CHECKED, " DATASET-OK-COUNT " OK, "
002660             DATASET-FAILED-COUNT " FAILED, " EXCEPTION-TOTAL
002670             " CROSS-CHECK EXCEPTIONS".
002680     IF DATASET-FAILED-COUNT > 0 OR EXCEPTION-TOTAL > 0
002690         DISPLAY "BKVERIFY: RESTORE CHECK FAILED, SEE RPTOUT"
002700         MOVE 8 TO RETURN-CODE
002710     ELSE
002720         MOVE 0 TO RETURN-CODE
002730     END-IF.
002740 0000-MAINLINE-EXIT.
002750     STOP RUN.
002760*----------------------------------------------------------------
002770*    0200-WRITE-REPORT-HEADING WRITES THE PAGE HEADING, ANCHORED
002780*    BY TODAY'S RUN DATE.  EACH DATASET LINE CARRIES THE DATE
002790*    ITS BACKUP WAS TAKEN.
002800*----------------------------------------------------------------
002810 0200-WRITE-REPORT-HEADING.
002820     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
002830     MOVE RPT-TODAY TO RH-RUN-DATE.
002840     WRITE VERIFY-RPT-REC FROM RPT-HDR1-LINE.
002850     WRITE VERIFY-RPT-REC FROM RPT-HDR2-LINE.
002860     WRITE VERIFY-RPT-REC FROM RPT-HDR3-LINE.
002870 0200-EXIT.
002880     EXIT.
002890*----------------------------------------------------------------
002900*    1000-LOAD-MANIFEST READS THE GENERATION'S MANIFEST INTO THE
002910*    MANIFEST TABLE.  AN EMPTY MANIFEST LEAVES NOTHING TO PROVE
002920*    THE BACKUP AGAINST, SO EVERY DATASET READ BACK WILL FAIL AS
002930*    NOT IN THE MANIFEST.
002940*----------------------------------------------------------------
002950 1000-LOAD-MANIFEST.
002960     OPEN INPUT MANIFEST-FILE.
002970     IF MF-FILE-STATUS NOT = "00"
002980         DISPLAY "BKVERIFY: MANIFEST-FILE OPEN FAILED, STATUS "
002990                 MF-FILE-STATUS
003000         GO TO 9999-ABEND
003010     END-IF.
003020     MOVE "N" TO IN-EOF-SW.
003030     PERFORM 1050-LOAD-ONE-ENTRY THRU 1050-EXIT
003040         UNTIL IN-EOF.
003050     CLOSE MANIFEST-FILE.
003060 1000-EXIT.
003070     EXIT.
003080*----------------------------------------------------------------
003090 1050-LOAD-ONE-ENTRY.
003100     READ MANIFEST-FILE INTO BACKUP-MANIFEST-REC
003110         AT END
003120             SET IN-EOF TO TRUE
003130             GO TO 1050-EXIT
003140     END-READ.
003150     IF MT-COUNT >= MT-TABLE-MAX
003160         DISPLAY "BKVERIFY: MORE THAN " MT-TABLE-MAX
003170                 " MANIFEST RECORDS, TABLE FULL"
003180         CLOSE MANIFEST-FILE
003190         GO TO 9999-ABEND
003200     END-IF.
003210     ADD 1 TO MT-COUNT.
003220     MOVE MF-DATASET TO MT-DATASET (MT-COUNT).
003230     MOVE MF-BACKUP-DATE TO MT-BACKUP-DATE (MT-COUNT).
003240     MOVE MF-RECORD-COUNT TO MT-RECORD-COUNT (MT-COUNT).
003250     MOVE MF-KEY-HASH TO MT-KEY-HASH (MT-COUNT).
003260     MOVE MF-ANSWER-HASH TO MT-ANSWER-HASH (MT-COUNT).
003270     MOVE MF-LAYOUT-HDR TO MT-LAYOUT-HDR (MT-COUNT).
003280     MOVE "N" TO MT-READ-BACK-SW (MT-COUNT).
003290 1050-EXIT.
003300     EXIT.
003310*----------------------------------------------------------------
003320*    2000-CHECK-RECOMPUTED READS THE FIGURES BKTALLY HAS JUST
003330*    WORKED OUT AGAIN AND JUDGES EACH DATASET AGAINST ITS
003340*    MANIFEST ENTRY.
003350*----------------------------------------------------------------
003360 2000-CHECK-RECOMPUTED.
003370     OPEN INPUT RECALC-FILE.
003380     IF RC-FILE-STATUS NOT = "00"
003390         DISPLAY "BKVERIFY: RECALC-FILE OPEN FAILED, STATUS "
003400                 RC-FILE-STATUS
003410         GO TO 9999-ABEND
003420     END-IF.
003430     MOVE "N" TO IN-EOF-SW.
003440     PERFORM 2050-CHECK-ONE-DATASET THRU 2050-EXIT
003450         UNTIL IN-EOF.
003460     CLOSE RECALC-FILE.
003470 2000-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------
003500*    2050-CHECK-ONE-DATASET FINDS THE RECOMPUTED DATASET'S
003510*    MANIFEST ENTRY AND COMPARES THEM.  THE FIRST DIFFERENCE
003520*    FOUND IS THE ONE REPORTED: THE RECORD COUNT, THEN THE KEY
003530*    HASH, THEN THE ANSWER HASH, THEN THE LAYOUT HEADER.
003540*----------------------------------------------------------------
003550 2050-CHECK-ONE-DATASET.
003560     READ RECALC-FILE INTO BACKUP-MANIFEST-REC
003570         AT END
003580             SET IN-EOF TO TRUE
003590             GO TO 2050-EXIT
003600     END-READ.
003610     ADD 1 TO DATASET-CHECKED-COUNT.
003620     MOVE SPACES TO RPT-DETAIL-LINE.
003630     MOVE MF-DATASET TO RD-DATASET.
003640     MOVE MF-RECORD-COUNT TO RD-RC-COUNT.
003650     MOVE "N" TO MT-FOUND-SW.
003660     PERFORM 2100-MATCH-MANIFEST THRU 2100-EXIT
003670         VARYING MT-IDX FROM 1 BY 1
003680         UNTIL MT-IDX > MT-COUNT OR MT-FOUND.
003690     IF NOT MT-FOUND
003700         MOVE "NOT IN MANIFEST" TO DATASET-RESULT
003710         GO TO 2050-FAILED
003720     END-IF.
003730     SUBTRACT 1 FROM MT-IDX.
003740     SET MT-READ-BACK (MT-IDX) TO TRUE.
003750     MOVE MT-BACKUP-DATE (MT-IDX) TO RD-BACKUP-DATE.
003760     MOVE MT-RECORD-COUNT (MT-IDX) TO RD-MF-COUNT.
003770     IF MF-RECORD-COUNT NOT = MT-RECORD-COUNT (MT-IDX)
003780         MOVE "RECORD COUNT DIFFERS" TO DATASET-RESULT
003790         GO TO 2050-FAILED
003800     END-IF.
003810     IF MF-KEY-HASH NOT = MT-KEY-HASH (MT-IDX)
003820         MOVE "KEY HASH DIFFERS" TO DATASET-RESULT
003830         GO TO 2050-FAILED
003840     END-IF.
003850     IF MF-ANSWER-HASH NOT = MT-ANSWER-HASH (MT-IDX)
003860         MOVE "ANSWER HASH DIFFERS" TO DATASET-RESULT
003870         GO TO 2050-FAILED
003880     END-IF.
003890     IF MF-LAYOUT-HDR NOT = MT-LAYOUT-HDR (MT-IDX)
003900         MOVE "LAYOUT HEADER DIFFERS" TO DATASET-RESULT
003910         GO TO 2050-FAILED
003920     END-IF.
003930     ADD 1 TO DATASET-OK-COUNT.
003940     MOVE "OK" TO RD-RESULT.
003950     WRITE VERIFY-RPT-REC FROM RPT-DETAIL-LINE.
003960     GO TO 2050-EXIT.
003970 2050-FAILED.
003980     ADD 1 TO DATASET-FAILED-COUNT.
003990     MOVE DATASET-RESULT TO RD-RESULT.
004000     WRITE VERIFY-RPT-REC FROM RPT-DETAIL-LINE.
004010 2050-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------
004040*    2100-MATCH-MANIFEST POSITIONS MT-IDX ON THE DATASET'S
004050*    MANIFEST ENTRY.  AS IN MBRMAINT, THE DRIVING PERFORM
004060*    VARYING STEPS ONCE PAST A MATCH, SO THE CALLER BACKS MT-IDX
004070*    UP BY ONE ON THE FOUND PATH.
004080*----------------------------------------------------------------
004090 2100-MATCH-MANIFEST.
004100     IF MT-DATASET (MT-IDX) = MF-DATASET
004110         AND NOT MT-READ-BACK (MT-IDX)
004120         SET MT-FOUND TO TRUE
004130     END-IF.
004140 2100-EXIT.
004150     EXIT.
004160*----------------------------------------------------------------
004170*    2500-CHECK-NOT-READ-BACK FAILS A MANIFEST ENTRY NOTHING WAS
004180*    RECOMPUTED FOR: THE GENERATION NAMES A DATASET THE RESTORE
004190*    CHECK NEVER READ.
004200*----------------------------------------------------------------
004210 2500-CHECK-NOT-READ-BACK.
004220     IF MT-READ-BACK (MT-IDX)
004230         GO TO 2500-EXIT
004240     END-IF.
004250     ADD 1 TO DATASET-CHECKED-COUNT.
004260     ADD 1 TO DATASET-FAILED-COUNT.
004270     MOVE SPACES TO RPT-DETAIL-LINE.
004280     MOVE MT-DATASET (MT-IDX) TO RD-DATASET.
004290     MOVE MT-BACKUP-DATE (MT-IDX) TO RD-BACKUP-DATE.
004300     MOVE MT-RECORD-COUNT (MT-IDX) TO RD-MF-COUNT.
004310     MOVE "NOT READ BACK" TO RD-RESULT.
004320     WRITE VERIFY-RPT-REC FROM RPT-DETAIL-LINE.
004330 2500-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------
004360*    3000-LOAD-MEMBERS LOADS THE GENERATION'S MEMBER INITIALS,
004370*    SKIPPING THE LAYOUT HEADER.
004380*----------------------------------------------------------------
004390 3000-LOAD-MEMBERS.
004400     OPEN INPUT MBR-FILE.
004410     IF MBR-FILE-STATUS NOT = "00"
004420         DISPLAY "BKVERIFY: MBR-FILE OPEN FAILED, STATUS "
004430                 MBR-FILE-STATUS
004440         GO TO 9999-ABEND
004450     END-IF.
004460     MOVE "N" TO IN-EOF-SW.
004470     PERFORM 3050-LOAD-ONE-MEMBER THRU 3050-EXIT
004480         UNTIL IN-EOF.
004490     CLOSE MBR-FILE.
004500 3000-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530 3050-LOAD-ONE-MEMBER.
004540     READ MBR-FILE INTO MEMBER-REC
004550         AT END
004560             SET IN-EOF TO TRUE
004570             GO TO 3050-EXIT
004580     END-READ.
004590     MOVE MEMBER-REC TO MEMBER-HDR-REC.
004600     IF MR-HDR-PRESENT OR MR-INITIALS = SPACES
004610         GO TO 3050-EXIT
004620     END-IF.
004630     IF MB-COUNT >= MB-TABLE-MAX
004640         DISPLAY "BKVERIFY: MORE THAN " MB-TABLE-MAX
004650                 " MEMBERS, TABLE FULL"
004660         CLOSE MBR-FILE
004670         GO TO 9999-ABEND
004680     END-IF.
004690     ADD 1 TO MB-COUNT.
004700     MOVE MR-INITIALS TO MB-INITIALS (MB-COUNT).
004710 3050-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740*    3100-LOAD-CATALOGUE FLAGS EVERY PROBLEM IN THE GENERATION'S
004750*    PROBLEM CATALOGUE.
004760*----------------------------------------------------------------
004770 3100-LOAD-CATALOGUE.
004780     OPEN INPUT PROB-FILE.
004790     IF PROB-FILE-STATUS NOT = "00"
004800         DISPLAY "BKVERIFY: PROB-FILE OPEN FAILED, STATUS "
004810                 PROB-FILE-STATUS
004820         GO TO 9999-ABEND
004830     END-IF.
004840     MOVE "N" TO IN-EOF-SW.
004850     PERFORM 3150-LOAD-ONE-PROBLEM THRU 3150-EXIT
004860         UNTIL IN-EOF.
004870     CLOSE PROB-FILE.
004880 3100-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------
004910 3150-LOAD-ONE-PROBLEM.
004920     READ PROB-FILE INTO PROBLEM-MASTER-REC
004930         AT END
004940             SET IN-EOF TO TRUE
004950             GO TO 3150-EXIT
004960     END-READ.
004970     IF PB-PROBLEM-NO NUMERIC AND PB-PROBLEM-NO > 0
004980         SET CP-CATALOGUED (PB-PROBLEM-NO) TO TRUE
004990     END-IF.
005000 3150-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030*    3200-CHECK-ANSWER-KEY FLAGS EVERY PROBLEM ON THE
005040*    GENERATION'S ANSWER KEY FOR THE PORTFOLIO CHECK, AND CHECKS
005050*    EACH ENTRY'S SOLVER AGAINST MEMBERS AND ITS PROBLEM AGAINST
005060*    THE CATALOGUE AS IT GOES.
005070*----------------------------------------------------------------
005080 3200-CHECK-ANSWER-KEY.
005090     OPEN INPUT KEY-FILE.
005100     IF KEY-FILE-STATUS NOT = "00"
005110         DISPLAY "BKVERIFY: KEY-FILE OPEN FAILED, STATUS "
005120                 KEY-FILE-STATUS
005130         GO TO 9999-ABEND
005140     END-IF.
005150     MOVE "N" TO IN-EOF-SW.
005160     PERFORM 3250-CHECK-ONE-KEY-ENTRY THRU 3250-EXIT
005170         UNTIL IN-EOF.
005180     CLOSE KEY-FILE.
005190 3200-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220 3250-CHECK-ONE-KEY-ENTRY.
005230     READ KEY-FILE INTO ANSKEY-REC
005240         AT END
005250             SET IN-EOF TO TRUE
005260             GO TO 3250-EXIT
005270     END-READ.
005280     ADD 1 TO CATALOG-CHECKED-COUNT.
005290     IF AK-PROBLEM-NO NUMERIC AND AK-PROBLEM-NO > 0
005300         SET KP-ON-KEY (AK-PROBLEM-NO) TO TRUE
005310         IF CP-CATALOGUED (AK-PROBLEM-NO)
005320             GO TO 3250-SOLVER
005330         END-IF
005340     END-IF.
005350     ADD 1 TO CATALOG-EXCEPTION-COUNT.
005360     MOVE SPACES TO RPT-EXCEPTION-LINE.
005370     MOVE "ANSWER KEY PROBLEM" TO RX-SOURCE.
005380     MOVE AK-PROBLEM-NO TO RX-PROBLEM-NO.
005390     MOVE "NOT IN THE PROBLEM CATALOGUE" TO RX-TEXT.
005400     WRITE VERIFY-RPT-REC FROM RPT-EXCEPTION-LINE.
005410 3250-SOLVER.
005420     IF AK-SOLVER-INITIALS = SPACES
005430         GO TO 3250-EXIT
005440     END-IF.
005450     ADD 1 TO SOLVER-CHECKED-COUNT.
005460     MOVE "N" TO MB-FOUND-SW.
005470     PERFORM 3260-MATCH-MEMBER THRU 3260-EXIT
005480         VARYING MB-IDX FROM 1 BY 1
005490         UNTIL MB-IDX > MB-COUNT OR MB-FOUND.
005500     IF MB-FOUND
005510         GO TO 3250-EXIT
005520     END-IF.
005530     ADD 1 TO SOLVER-EXCEPTION-COUNT.
005540     MOVE SPACES TO RPT-EXCEPTION-LINE.
005550     MOVE "ANSWER KEY PROBLEM" TO RX-SOURCE.
005560     MOVE AK-PROBLEM-NO TO RX-PROBLEM-NO.
005570     STRING "SOLVER " AK-SOLVER-INITIALS " NOT IN MEMBERS"
005580         DELIMITED BY SIZE INTO RX-TEXT
005585     END-STRING.
005590     WRITE VERIFY-RPT-REC FROM RPT-EXCEPTION-LINE.
005600 3250-EXIT.
005610     EXIT.
005620*----------------------------------------------------------------
005630 3260-MATCH-MEMBER.
005640     IF MB-INITIALS (MB-IDX) = AK-SOLVER-INITIALS
005650         SET MB-FOUND TO TRUE
005660     END-IF.
005670 3260-EXIT.
005680     EXIT.
005690*----------------------------------------------------------------
005700*    3400-CHECK-PORTFOLIO CHECKS THE PROBLEM ON EVERY TAGGED
005710*    PORTFOLIO RECORD ("D" AND "S") AGAINST THE ANSWER KEY.  THE
005720*    LAYOUT HEADER AND ANY UNTAGGED LEGACY RECORD ARE SKIPPED.
005730*----------------------------------------------------------------
005740 3400-CHECK-PORTFOLIO.
005750     OPEN INPUT PORT-FILE.
005760     IF PORT-FILE-STATUS NOT = "00"
005770         DISPLAY "BKVERIFY: PORT-FILE OPEN FAILED, STATUS "
005780                 PORT-FILE-STATUS
005790         GO TO 9999-ABEND
005800     END-IF.
005810     MOVE "N" TO IN-EOF-SW.
005820     PERFORM 3450-CHECK-ONE-PORTFOLIO THRU 3450-EXIT
005830         UNTIL IN-EOF.
005840     CLOSE PORT-FILE.
005850 3400-EXIT.
005860     EXIT.
005870*----------------------------------------------------------------
005880 3450-CHECK-ONE-PORTFOLIO.
005890     READ PORT-FILE INTO PORTFOLIO-REC
005900         AT END
005910             SET IN-EOF TO TRUE
005920             GO TO 3450-EXIT
005930     END-READ.
005940     IF NOT PF-DETAIL-REC AND NOT PF-SUMMARY-REC
005950         GO TO 3450-EXIT
005960     END-IF.
005970     ADD 1 TO PORT-CHECKED-COUNT.
005980     IF PF-PROBLEM-NO NUMERIC AND PF-PROBLEM-NO > 0
005990         IF KP-ON-KEY (PF-PROBLEM-NO)
006000            OR RP-REPORTED (PF-PROBLEM-NO)
006010             GO TO 3450-EXIT
006020         END-IF
006030         SET RP-REPORTED (PF-PROBLEM-NO) TO TRUE
006040     END-IF.
006050     ADD 1 TO PORT-EXCEPTION-COUNT.
006060     MOVE SPACES TO RPT-EXCEPTION-LINE.
006070     MOVE "PORTFOLIO PROBLEM" TO RX-SOURCE.
006080     MOVE PF-PROBLEM-NO TO RX-PROBLEM-NO.
006090     MOVE "NOT ON THE ANSWER KEY" TO RX-TEXT.
006100     WRITE VERIFY-RPT-REC FROM RPT-EXCEPTION-LINE.
006110 3450-EXIT.
006120     EXIT.
006130*----------------------------------------------------------------
006140*    3600-WRITE-CHECK-TOTALS WRITES ONE TOTAL LINE PER CROSS-
006150*    CHECK.
006160*----------------------------------------------------------------
006170 3600-WRITE-CHECK-TOTALS.
006180     MOVE "PORTFOLIO RECORDS ON THE ANSWER KEY:" TO RT-CHECK.
006190     MOVE PORT-CHECKED-COUNT TO RT-CHECKED.
006200     MOVE PORT-EXCEPTION-COUNT TO RT-EXCEPTIONS.
006210     WRITE VERIFY-RPT-REC FROM RPT-XCHK-TOTAL-LINE.
006220     MOVE "ANSWER KEY SOLVERS IN MEMBERS:" TO RT-CHECK.
006230     MOVE SOLVER-CHECKED-COUNT TO RT-CHECKED.
006240     MOVE SOLVER-EXCEPTION-COUNT TO RT-EXCEPTIONS.
006250     WRITE VERIFY-RPT-REC FROM RPT-XCHK-TOTAL-LINE.
006260     MOVE "ANSWER KEY PROBLEMS IN THE CATALOGUE:" TO RT-CHECK.
006270     MOVE CATALOG-CHECKED-COUNT TO RT-CHECKED.
006280     MOVE CATALOG-EXCEPTION-COUNT TO RT-EXCEPTIONS.
006290     WRITE VERIFY-RPT-REC FROM RPT-XCHK-TOTAL-LINE.
006300     COMPUTE EXCEPTION-TOTAL = PORT-EXCEPTION-COUNT
006310                             + SOLVER-EXCEPTION-COUNT
006320                             + CATALOG-EXCEPTION-COUNT.
006330 3600-EXIT.
006340     EXIT.
006350*----------------------------------------------------------------
006360*    4000-WRITE-VERDICT CLOSES THE REPORT WITH EITHER THE PASS
006370*    LINE OR THE FAIL LINE AND WHAT IT MEANS.
006380*----------------------------------------------------------------
006390 4000-WRITE-VERDICT.
006400     IF DATASET-FAILED-COUNT = 0 AND EXCEPTION-TOTAL = 0
006410         WRITE VERIFY-RPT-REC FROM RPT-PASS-LINE
006420         GO TO 4000-EXIT
006430     END-IF.
006440     MOVE DATASET-FAILED-COUNT TO RF-DATASET-COUNT.
006450     MOVE EXCEPTION-TOTAL TO RF-EXCEPTION-COUNT.
006460     WRITE VERIFY-RPT-REC FROM RPT-FAIL-LINE.
006470     WRITE VERIFY-RPT-REC FROM RPT-FIX-LINE.
006480 4000-EXIT.
006490     EXIT.
006500*----------------------------------------------------------------
006510*    9999-ABEND IS THE COMMON ERROR EXIT: THE CHECK COULD NOT BE
006520*    FINISHED, WHICH IS NOT A PASS.  EVERY INPUT IS CLOSED BY
006530*    THE PARAGRAPH THAT OPENED IT BEFORE IT COMES HERE.
006540*----------------------------------------------------------------
006550 9999-ABEND.
006560     DISPLAY "BKVERIFY: RESTORE CHECK NOT FINISHED -- "
006570             "ABNORMAL TERMINATION".
006580     MOVE 16 TO RETURN-CODE.
006590     CLOSE VERIFY-RPT-FILE.
006600     STOP RUN.
