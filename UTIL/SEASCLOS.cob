000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SEASCLOS.
000030 AUTHOR. EULER CLUB.
000040 INSTALLATION. EULER CLUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*REMARKS.
000080*    SEASON CLOSE-OUT AND YEARBOOK.
000090*
000100*    FREEZES ONE CLUB SEASON INTO THE PERMANENT SEASON-RESULTS
000110*    CLUSTER (SEASONS, SEE SEASREC) AND PRINTS ITS YEARBOOK.
000120*    EARLIER STEPS OF THE SEASCLOS JOB RUN MBRSTAND AND PORTSUM
000130*    OVER THE SEASON WITH THE SEASON NUMBER ON THEIR CARDS; THEIR
000140*    FREEZE EXTRACTS (FRZIN, CONCATENATED) CARRY THE FINAL
000150*    STANDINGS ("M" RECORDS) AND THE FINAL PER-PROBLEM SUMMARY
000160*    ("P" RECORDS).  THIS STEP:
000170*      - COMPLETES EACH PROBLEM FROM THE ANSWER KEY (SOLVER,
000180*        DATE SOLVED, VERIFIED STATUS) AND FROM THE LEAGUE'S
000190*        LATEST ACKNOWLEDGEMENT (ACKIN, OPTIONAL; SEE LEAGAREC),
000200*        AND ADDS ANY PROBLEM THE KEY SHOWS SOLVED IN THE SEASON
000210*        THAT NEVER RAN;
000220*      - WRITES THE "M" AND "P" RECORDS AND THE SEASON'S "C"
000230*        CONTROL RECORD TO THE CLUSTER, THE "C" RECORD LAST, SO
000240*        A SEASON IS ONLY CLOSED ONCE ALL OF IT IS ON FILE;
000250*      - WRITES ONE CTLMAINT TRANSACTION (TRANOUT) MOVING THE
000260*        "SEASON" CLUB CONTROL RECORD TO THE NEXT SEASON'S START,
000270*        WHICH IS WHAT RESETS THE LEADERBOARD;
000280*      - PRINTS THE YEARBOOK (RPTOUT): EVERY PROBLEM OF THE
000290*        SEASON WITH ITS SOLVER, DATE, VERIFIED STATUS AND
000300*        LEAGUE VERDICT; EVERY MEMBER'S TOTALS BESIDE THE SAME
000310*        MEMBER'S TOTALS FOR THE LAST SEASON CLOSED BEFORE; AND
000320*        ONE LINE PER SEASON ON FILE FOR SEASON-OVER-SEASON
000330*        COMPARISON.
000340*
000350*    THE PARM CARD (PARMIN) IS THE SAME IMAGE THE MBRSTAND AND
000360*    PORTSUM STEPS READ, WITH THE NEXT SEASON'S START ADDED:
000370*      COLUMNS  1-8   SEASON FROM DATE (CCYYMMDD).  BLANK MEANS
000380*                     THE "SEASON" CONTROL RECORD'S EFFECTIVE
000390*                     DATE, OR OPEN-ENDED IF THERE IS NONE.
000400*      COLUMNS 10-17  SEASON END DATE (CCYYMMDD), BEFORE TODAY.
000410*      COLUMNS 19-22  SEASON NUMBER.
000420*      COLUMNS 24-31  NEXT SEASON'S START (CCYYMMDD), AFTER THE
000430*                     END DATE AND NO LATER THAN TODAY.
000440*
000450*    RETURN-CODE 8 WHEN THE SEASON (OR A LATER ONE) IS ALREADY
000460*    CLOSED -- NOTHING IS WRITTEN AND THE JOB'S RESET STEPS ARE
000470*    SKIPPED.  RETURN-CODE 16 FOR A BAD CARD, A FREEZE EXTRACT
000480*    THAT IS EMPTY OR FOR ANOTHER SEASON, OR A FILE THAT CANNOT
000490*    BE OPENED OR WRITTEN.  A RERUN AFTER A FAILURE PART WAY
000500*    THROUGH THE WRITES REPLACES THE PARTIAL RECORDS.
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
000630     SELECT PARM-FILE ASSIGN TO PARMIN
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS PARM-FILE-STATUS.
000660     SELECT FREEZE-FILE ASSIGN TO FRZIN
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FREEZE-FILE-STATUS.
000690     SELECT ANSWER-KEY-FILE ASSIGN TO ANSKEY
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS AK-PROBLEM-NO
000730         FILE STATUS IS ANSKEY-FILE-STATUS.
000740     SELECT OPTIONAL ACK-FILE ASSIGN TO ACKIN
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS ACK-FILE-STATUS.
000770     SELECT OPTIONAL SEASON-FILE ASSIGN TO SEASONS
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS SN-SEASON-KEY
000810         FILE STATUS IS SEASON-FILE-STATUS.
000820     SELECT CTL-TRAN-FILE ASSIGN TO TRANOUT
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS TRAN-FILE-STATUS.
000850     SELECT YEARBOOK-RPT-FILE ASSIGN TO RPTOUT
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS RPT-FILE-STATUS.
000880*----------------------------------------------------------------
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  PARM-FILE.
000920 01  PARM-REC.
000930     05  PM-FROM-DATE        PIC X(08).
000940     05  FILLER              PIC X(01).
000950     05  PM-TO-DATE          PIC X(08).
000960     05  FILLER              PIC X(01).
000970     05  PM-SEASON           PIC X(04).
000980     05  PM-SEASON-NUM REDEFINES PM-SEASON
000990                             PIC 9(04).
001000     05  FILLER              PIC X(01).
001010     05  PM-NEXT-START       PIC X(08).
001020     05  FILLER              PIC X(49).
001030*
001040*    THE FREEZE EXTRACT IS IN THE SEASREC LAYOUT; EACH RECORD IS
001050*    MOVED INTO SEASON-RESULT-REC TO BE TAKEN APART.
001060*
001070 FD  FREEZE-FILE.
001080 01  FREEZE-IN-REC           PIC X(80).
001090 FD  ANSWER-KEY-FILE.
001100 COPY ANSKYREC.
001110 FD  ACK-FILE.
001120 COPY LEAGAREC.
001130 FD  SEASON-FILE.
001140 COPY SEASREC.
001150*
001160*    ONE TRANSACTION IN THE TRANIN LAYOUT CTLMAINT APPLIES.
001170*
001180 FD  CTL-TRAN-FILE.
001190 01  CTL-TRAN-REC.
001200     05  TX-FUNC             PIC X(01).
001210     05  FILLER              PIC X(01).
001220     05  TX-PROGRAM-ID       PIC X(08).
001230     05  FILLER              PIC X(01).
001240     05  TX-MAX              PIC X(08).
001250     05  FILLER              PIC X(01).
001260     05  TX-TARGET-COUNT     PIC X(02).
001270     05  FILLER              PIC X(01).
001280     05  TX-FORCE            PIC X(01).
001290     05  FILLER              PIC X(01).
001300     05  TX-RETAIN-COUNT     PIC X(02).
001310     05  FILLER              PIC X(01).
001320     05  TX-THRESHOLD-PCT    PIC X(03).
001330     05  FILLER              PIC X(01).
001340     05  TX-CLUB-ID          PIC X(08).
001350     05  FILLER              PIC X(01).
001360     05  TX-EFFECTIVE-DATE   PIC X(08).
001370     05  FILLER              PIC X(31).
001380 FD  YEARBOOK-RPT-FILE.
001390 01  YEARBOOK-RPT-REC        PIC X(80).
001400*----------------------------------------------------------------
001410 WORKING-STORAGE SECTION.
001420 01  PARM-FILE-STATUS        PIC XX.
001430 01  FREEZE-FILE-STATUS      PIC XX.
001440 01  ANSKEY-FILE-STATUS      PIC XX.
001450 01  ACK-FILE-STATUS         PIC XX.
001460 01  SEASON-FILE-STATUS      PIC XX.
001470 01  TRAN-FILE-STATUS        PIC XX.
001480 01  RPT-FILE-STATUS         PIC XX.
001490 01  FREEZE-EOF-SW           PIC X       VALUE "N".
001500     88  FREEZE-EOF                      VALUE "Y".
001510 01  ANSKEY-EOF-SW           PIC X       VALUE "N".
001520     88  ANSKEY-EOF                      VALUE "Y".
001530 01  ACK-EOF-SW              PIC X       VALUE "N".
001540     88  ACK-EOF                         VALUE "Y".
001550 01  SEASON-EOF-SW           PIC X       VALUE "N".
001560     88  SEASON-EOF                      VALUE "Y".
001570 01  SEASON-CLOSED-SW        PIC X       VALUE "N".
001580     88  SEASON-CLOSED                   VALUE "Y".
001590 01  CATALOGUE-DOWN-SW       PIC X       VALUE "N".
001600     88  CATALOGUE-DOWN                  VALUE "Y".
001610 01  CLOSE-SEASON            PIC 9(04).
001620 01  CLOSE-FROM-DATE         PIC X(08).
001630 01  CLOSE-TO-DATE           PIC X(08).
001640 01  NEXT-START-DATE         PIC X(08).
001650 01  CLOSED-SEASON           PIC 9(04).
001660 01  CONTROL-PROGRAM-ID      PIC X(08)   VALUE "SEASON".
001670 01  CONTROL-RETURN-CODE     PIC 99.
001680*
001690*    THE CLUB CONTROL RECORD CTLLOOK HANDS BACK.
001700*
001710 COPY CTLREC.
001720 01  LOOKUP-PROBLEM-NO       PIC 9(04).
001730 01  LOOKUP-RETURN-CODE      PIC 99.
001740 COPY PROBREC.
001750*
001760*    THE SEASON'S FINAL STANDINGS, IN MBRSTAND'S RANK ORDER:
001770*    THE MEMBER'S INITIALS AND THE "M" RECORD PAYLOAD AS FROZEN.
001780*
001790 01  MT-TABLE-MAX            PIC 9(03)   VALUE 060.
001800 01  MT-COUNT                PIC 9(03)   VALUE 0.
001810 01  MT-IDX                  PIC 9(03).
001820 01  MT-TABLE.
001830     05  MT-ENTRY OCCURS 60 TIMES.
001840         10  MT-INITIALS     PIC X(04).
001850         10  MT-PAYLOAD      PIC X(70).
001860*
001870*    THE SEASON'S PROBLEMS, SORTED BY PROBLEM NUMBER BEFORE
001880*    THEY ARE WRITTEN.
001890*
001900 01  PT-TABLE-MAX            PIC 9(03)   VALUE 200.
001910 01  PT-COUNT                PIC 9(03)   VALUE 0.
001920 01  PT-IDX                  PIC 9(03).
001930 01  PT-IDX2                 PIC 9(03).
001940 01  PT-FOUND-SW             PIC X.
001950     88  PT-FOUND                        VALUE "Y".
001960 01  PT-TABLE.
001970     05  PT-ENTRY OCCURS 200 TIMES.
001980         10  PT-PROBLEM-NO   PIC 9(04).
001990         10  PT-FINAL-ANSWER PIC X(18).
002000         10  PT-FIRST-RUN-DATE
002010                             PIC X(08).
002020         10  PT-RUN-COUNT    PIC 9(05).
002030         10  PT-RECON-STATUS PIC X(08).
002040         10  PT-SOLVER-INITIALS
002050                             PIC X(03).
002060         10  PT-DATE-SOLVED  PIC X(08).
002070         10  PT-VERIFIED-STATUS
002080                             PIC X(01).
002090         10  PT-LEAGUE-VERDICT
002100                             PIC X(08).
002110 01  PT-SWAP-ENTRY           PIC X(63).
002120 01  SORT-SWAPPED-SW         PIC X.
002130     88  SORT-SWAPPED                    VALUE "Y".
002140*
002150*    EVERY SEASON ALREADY CLOSED, FROM ITS "C" RECORD, OLDEST
002160*    FIRST.
002170*
002180 01  HS-TABLE-MAX            PIC 9(03)   VALUE 050.
002190 01  HS-COUNT                PIC 9(03)   VALUE 0.
002200 01  HS-IDX                  PIC 9(03).
002210 01  HS-TABLE.
002220     05  HS-ENTRY OCCURS 50 TIMES.
002230         10  HS-SEASON       PIC 9(04).
002240         10  HS-FROM-DATE    PIC X(08).
002250         10  HS-TO-DATE      PIC X(08).
002260         10  HS-MEMBER-COUNT PIC 9(03).
002270         10  HS-PROBLEM-COUNT
002280                             PIC 9(03).
002290         10  HS-SOLVE-COUNT  PIC 9(05).
002300         10  HS-POINTS-TOTAL PIC 9(06).
002310         10  HS-RUN-COUNT    PIC 9(06).
002320*
002330*    THE MEMBERS OF THE LAST SEASON CLOSED BEFORE THIS ONE.  THE
002340*    CLUSTER IS READ OLDEST SEASON FIRST AND THE TABLE STARTS
002350*    OVER AT EACH NEW SEASON, SO IT ENDS HOLDING THE LATEST.
002360*
002370 01  PV-SEASON               PIC 9(04)   VALUE 0.
002380 01  PV-TABLE-MAX            PIC 9(03)   VALUE 060.
002390 01  PV-COUNT                PIC 9(03)   VALUE 0.
002400 01  PV-IDX                  PIC 9(03).
002410 01  PV-FOUND-SW             PIC X.
002420     88  PV-FOUND                        VALUE "Y".
002430 01  PV-TABLE.
002440     05  PV-ENTRY OCCURS 60 TIMES.
002450         10  PV-INITIALS     PIC X(04).
002460         10  PV-SOLVE-COUNT  PIC 9(04).
002470         10  PV-POINTS       PIC 9(05).
002480*
002490*    THE SEASON'S TOTALS, FOR ITS "C" RECORD.
002500*
002510 01  TOTAL-SOLVE-COUNT       PIC 9(05)   VALUE 0.
002520 01  TOTAL-POINTS            PIC 9(06)   VALUE 0.
002530 01  TOTAL-RUN-COUNT         PIC 9(06)   VALUE 0.
002540 01  KEY-ONLY-COUNT          PIC 9(03)   VALUE 0.
002550 01  RESULT-WRITTEN-COUNT    PIC 9(05)   VALUE 0.
002560 01  RESULT-REPLACED-COUNT   PIC 9(05)   VALUE 0.
002570 01  CHANGE-AMOUNT           PIC S9(06).
002580 01  RPT-TODAY.
002590     05  RPT-TODAY-CCYY      PIC 9(04).
002600     05  RPT-TODAY-MM        PIC 99.
002610     05  RPT-TODAY-DD        PIC 99.
002620 01  TODAY-DATE REDEFINES RPT-TODAY
002630                             PIC X(08).
002640 01  RPT-BLANK-LINE          PIC X(80)   VALUE SPACES.
002650 01  RPT-HDR1-LINE.
002660     05  FILLER              PIC X(28)
002670         VALUE "EULER CLUB - SEASON YEARBOOK".
002680     05  FILLER              PIC X(52)   VALUE SPACES.
002690 01  RPT-HDR2-LINE.
002700     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
002710     05  RH-RUN-DATE         PIC X(08).
002720     05  FILLER              PIC X(03)   VALUE SPACES.
002730     05  FILLER              PIC X(08)   VALUE "SEASON: ".
002740     05  RH-SEASON           PIC 9(04).
002750     05  FILLER              PIC X(03)   VALUE SPACES.
002760     05  FILLER              PIC X(07)   VALUE "RANGE: ".
002770     05  RH-FROM-DATE        PIC X(08).
002780     05  FILLER              PIC X(06)   VALUE " THRU ".
002790     05  RH-TO-DATE          PIC X(08).
002800     05  FILLER              PIC X(15)   VALUE SPACES.
002810 01  RPT-SECTION-LINE.
002820     05  RS-TITLE            PIC X(40).
002830     05  FILLER              PIC X(40)   VALUE SPACES.
002840 01  RPT-PROB-HDR-LINE.
002850     05  FILLER              PIC X(06)   VALUE "PROB".
002860     05  FILLER              PIC X(24)   VALUE "TITLE".
002870     05  FILLER              PIC X(06)   VALUE "BY".
002880     05  FILLER              PIC X(10)   VALUE "SOLVED".
002890     05  FILLER              PIC X(04)   VALUE "VER".
002900     05  FILLER              PIC X(10)   VALUE "LEAGUE".
002910     05  FILLER              PIC X(07)   VALUE "RUNS".
002920     05  FILLER              PIC X(13)   VALUE "RECON".
002930 01  RPT-PROB-LINE.
002940     05  RP-PROBLEM-NO       PIC ZZZ9.
002950     05  FILLER              PIC X(02)   VALUE SPACES.
002960     05  RP-TITLE            PIC X(22).
002970     05  FILLER              PIC X(02)   VALUE SPACES.
002980     05  RP-SOLVER           PIC X(03).
002990     05  FILLER              PIC X(03)   VALUE SPACES.
003000     05  RP-DATE-SOLVED      PIC X(08).
003010     05  FILLER              PIC X(02)   VALUE SPACES.
003020     05  RP-VERIFIED         PIC X(01).
003030     05  FILLER              PIC X(03)   VALUE SPACES.
003040     05  RP-VERDICT          PIC X(08).
003050     05  FILLER              PIC X(02)   VALUE SPACES.
003060     05  RP-RUN-COUNT        PIC ZZZZ9.
003070     05  FILLER              PIC X(02)   VALUE SPACES.
003080     05  RP-RECON-STATUS     PIC X(08).
003090     05  FILLER              PIC X(05)   VALUE SPACES.
003100 01  RPT-MBR-HDR-LINE.
003110     05  FILLER              PIC X(05)   VALUE "RANK".
003120     05  FILLER              PIC X(05)   VALUE "INIT".
003130     05  FILLER              PIC X(22)   VALUE "NAME".
003140     05  FILLER              PIC X(06)   VALUE "SOLVD".
003150     05  FILLER              PIC X(06)   VALUE "VERIF".
003160     05  FILLER              PIC X(08)   VALUE "RUNS".
003170     05  FILLER              PIC X(07)   VALUE "POINTS".
003180     05  FILLER              PIC X(13)   VALUE "LAST SEASON".
003190     05  FILLER              PIC X(08)   VALUE SPACES.
003200 01  RPT-MBR-LINE.
003210     05  RM-RANK             PIC ZZ9.
003220     05  FILLER              PIC X(02)   VALUE SPACES.
003230     05  RM-INITIALS         PIC X(03).
003240     05  FILLER              PIC X(02)   VALUE SPACES.
003250     05  RM-NAME             PIC X(20).
003260     05  FILLER              PIC X(02)   VALUE SPACES.
003270     05  RM-SOLVE-COUNT      PIC ZZZ9.
003280     05  FILLER              PIC X(02)   VALUE SPACES.
003290     05  RM-VERIF-COUNT      PIC ZZZ9.
003300     05  FILLER              PIC X(02)   VALUE SPACES.
003310     05  RM-RUN-COUNT        PIC ZZZZZ9.
003320     05  FILLER              PIC X(02)   VALUE SPACES.
003330     05  RM-POINTS           PIC ZZZZ9.
003340     05  FILLER              PIC X(02)   VALUE SPACES.
003350     05  RM-PRIOR            PIC X(13).
003360     05  FILLER              PIC X(01)   VALUE SPACES.
003370     05  RM-NOTE             PIC X(07).
003380 01  RM-PRIOR-FIGURES.
003390     05  RM-PRIOR-SOLVES     PIC ZZZ9.
003400     05  FILLER              PIC X(02)   VALUE SPACES.
003410     05  RM-PRIOR-POINTS     PIC ZZZZ9.
003420     05  FILLER              PIC X(02)   VALUE SPACES.
003430 01  RPT-SEAS-HDR-LINE.
003440     05  FILLER              PIC X(08)   VALUE "SEASON".
003450     05  FILLER              PIC X(10)   VALUE "FROM".
003460     05  FILLER              PIC X(10)   VALUE "THRU".
003470     05  FILLER              PIC X(06)   VALUE "MBRS".
003480     05  FILLER              PIC X(05)   VALUE "PROBS".
003490     05  FILLER              PIC X(07)   VALUE "SOLVES".
003500     05  FILLER              PIC X(08)   VALUE "POINTS".
003510     05  FILLER              PIC X(26)   VALUE "RUNS".
003520 01  RPT-SEAS-LINE.
003530     05  RZ-SEASON           PIC 9(04).
003540     05  FILLER              PIC X(04)   VALUE SPACES.
003550     05  RZ-FROM-DATE        PIC X(08).
003560     05  FILLER              PIC X(02)   VALUE SPACES.
003570     05  RZ-TO-DATE          PIC X(08).
003580     05  FILLER              PIC X(02)   VALUE SPACES.
003590     05  RZ-MEMBER-COUNT     PIC ZZ9.
003600     05  FILLER              PIC X(03)   VALUE SPACES.
003610     05  RZ-PROBLEM-COUNT    PIC ZZ9.
003620     05  FILLER              PIC X(02)   VALUE SPACES.
003630     05  RZ-SOLVE-COUNT      PIC ZZZZ9.
003640     05  FILLER              PIC X(02)   VALUE SPACES.
003650     05  RZ-POINTS-TOTAL     PIC ZZZZZ9.
003660     05  FILLER              PIC X(02)   VALUE SPACES.
003670     05  RZ-RUN-COUNT        PIC ZZZZZ9.
003680     05  FILLER              PIC X(02)   VALUE SPACES.
003690     05  RZ-NOTE             PIC X(08).
003700     05  FILLER              PIC X(10)   VALUE SPACES.
003710 01  RPT-CHANGE-LINE.
003720     05  FILLER              PIC X(25)
003730         VALUE "CHANGE ON THE LAST SEASON".
003740     05  FILLER              PIC X(02)   VALUE SPACES.
003750     05  RC-MEMBER-CHANGE    PIC +ZZ9.
003760     05  FILLER              PIC X(02)   VALUE SPACES.
003770     05  RC-PROBLEM-CHANGE   PIC +ZZ9.
003780     05  FILLER              PIC X(01)   VALUE SPACES.
003790     05  RC-SOLVE-CHANGE     PIC +ZZZZ9.
003800     05  FILLER              PIC X(01)   VALUE SPACES.
003810     05  RC-POINTS-CHANGE    PIC +ZZZZZ9.
003820     05  FILLER              PIC X(01)   VALUE SPACES.
003830     05  RC-RUN-CHANGE       PIC +ZZZZZ9.
003840     05  FILLER              PIC X(20)   VALUE SPACES.
003850 01  RPT-TOTAL-LINE.
003860     05  FILLER              PIC X(09)   VALUE "MEMBERS:".
003870     05  RT-MEMBERS          PIC ZZ9.
003880     05  FILLER              PIC X(03)   VALUE SPACES.
003890     05  FILLER              PIC X(10)   VALUE "PROBLEMS:".
003900     05  RT-PROBLEMS         PIC ZZ9.
003910     05  FILLER              PIC X(03)   VALUE SPACES.
003920     05  FILLER              PIC X(10)   VALUE "KEY ONLY:".
003930     05  RT-KEY-ONLY         PIC ZZ9.
003940     05  FILLER              PIC X(03)   VALUE SPACES.
003950     05  FILLER              PIC X(09)   VALUE "RECORDS:".
003960     05  RT-RECORDS          PIC ZZZZ9.
003970     05  FILLER              PIC X(19)   VALUE SPACES.
003980*----------------------------------------------------------------
003990 PROCEDURE DIVISION.
004000 0000-MAINLINE SECTION.
004010 0000-START.
004020     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
004030     OPEN INPUT PARM-FILE.
004040     IF PARM-FILE-STATUS NOT = "00"
004050         DISPLAY "SEASCLOS: PARM-FILE OPEN FAILED, STATUS "
004060                 PARM-FILE-STATUS
004070         MOVE 16 TO RETURN-CODE
004080         STOP RUN
004090     END-IF.
004100     PERFORM 0100-READ-PARAMETERS THRU 0100-EXIT.
004110     CLOSE PARM-FILE.
004120     PERFORM 0150-SEASON-START THRU 0150-EXIT.
004130
004140     OPEN I-O SEASON-FILE.
004150     IF SEASON-FILE-STATUS NOT = "00"
004160        AND SEASON-FILE-STATUS NOT = "05"
004170         DISPLAY "SEASCLOS: SEASON-FILE OPEN FAILED, STATUS "
004180                 SEASON-FILE-STATUS
004190         MOVE 16 TO RETURN-CODE
004200         STOP RUN
004210     END-IF.
004220     PERFORM 1000-LOAD-HISTORY THRU 1000-EXIT
004230         UNTIL SEASON-EOF.
004240     IF SEASON-CLOSED
004250         DISPLAY "SEASCLOS: SEASON " CLOSED-SEASON
004260                 " IS ALREADY CLOSED, SEASON " CLOSE-SEASON
004270                 " NOT CLOSED"
004280         MOVE 8 TO RETURN-CODE
004290         CLOSE SEASON-FILE
004300         STOP RUN
004310     END-IF.
004320
004330     OPEN INPUT FREEZE-FILE.
004340     IF FREEZE-FILE-STATUS NOT = "00"
004350         DISPLAY "SEASCLOS: FREEZE-FILE OPEN FAILED, STATUS "
004360                 FREEZE-FILE-STATUS
004370         MOVE 16 TO RETURN-CODE
004380         CLOSE SEASON-FILE
004390         STOP RUN
004400     END-IF.
004410     PERFORM 2000-LOAD-FREEZE THRU 2000-EXIT
004420         UNTIL FREEZE-EOF.
004430     CLOSE FREEZE-FILE.
004440     IF MT-COUNT = 0 AND PT-COUNT = 0
004450         DISPLAY "SEASCLOS: FREEZE EXTRACT EMPTY, NOTHING TO "
004460                 "CLOSE"
004470         MOVE 16 TO RETURN-CODE
004480         CLOSE SEASON-FILE
004490         STOP RUN
004500     END-IF.
004510
004520     OPEN INPUT ANSWER-KEY-FILE.
004530     IF ANSKEY-FILE-STATUS NOT = "00"
004540         DISPLAY "SEASCLOS: ANSWER-KEY-FILE OPEN FAILED, STATUS "
004550                 ANSKEY-FILE-STATUS
004560         MOVE 16 TO RETURN-CODE
004570         CLOSE SEASON-FILE
004580         STOP RUN
004590     END-IF.
004600     PERFORM 3000-MATCH-ANSWER-KEY THRU 3000-EXIT
004610         UNTIL ANSKEY-EOF.
004620     CLOSE ANSWER-KEY-FILE.
004630
004640     OPEN INPUT ACK-FILE.
004650     IF ACK-FILE-STATUS NOT = "00"
004660        AND ACK-FILE-STATUS NOT = "05"
004670         DISPLAY "SEASCLOS: ACK-FILE OPEN FAILED, STATUS "
004680                 ACK-FILE-STATUS
004690         MOVE 16 TO RETURN-CODE
004700         CLOSE SEASON-FILE
004710         STOP RUN
004720     END-IF.
004730     PERFORM 3500-APPLY-ACK-RECORD THRU 3500-EXIT
004740         UNTIL ACK-EOF.
004750     CLOSE ACK-FILE.
004760
004770     PERFORM 4000-SORT-PROBLEMS THRU 4000-EXIT.
004780     PERFORM 4500-WRITE-RESULTS THRU 4500-EXIT.
004790     CLOSE SEASON-FILE.
004800
004810     OPEN OUTPUT CTL-TRAN-FILE.
004820     IF TRAN-FILE-STATUS NOT = "00"
004830         DISPLAY "SEASCLOS: CTL-TRAN-FILE OPEN FAILED, STATUS "
004840                 TRAN-FILE-STATUS
004850         MOVE 16 TO RETURN-CODE
004860         STOP RUN
004870     END-IF.
004880     PERFORM 5000-WRITE-TRANSACTION THRU 5000-EXIT.
004890     CLOSE CTL-TRAN-FILE.
004900
004910     OPEN OUTPUT YEARBOOK-RPT-FILE.
004920     IF RPT-FILE-STATUS NOT = "00"
004930         DISPLAY "SEASCLOS: YEARBOOK-RPT-FILE OPEN FAILED, "
004940                 "STATUS " RPT-FILE-STATUS
004950         MOVE 16 TO RETURN-CODE
004960         STOP RUN
004970     END-IF.
004980     PERFORM 0200-WRITE-REPORT-HEADING THRU 0200-EXIT.
004990     PERFORM 6000-PRINT-PROBLEMS THRU 6000-EXIT.
005000     PERFORM 7000-PRINT-MEMBERS THRU 7000-EXIT.
005010     PERFORM 8000-PRINT-SEASONS THRU 8000-EXIT.
005020     PERFORM 0300-WRITE-REPORT-TOTAL THRU 0300-EXIT.
005030     CLOSE YEARBOOK-RPT-FILE.
005040     DISPLAY "SEASCLOS: SEASON " CLOSE-SEASON " CLOSED, "
005050             RESULT-WRITTEN-COUNT " RESULT RECORDS WRITTEN, "
005060             RESULT-REPLACED-COUNT " REPLACED".
005070 0000-MAINLINE-EXIT.
005080     STOP RUN.
005090*----------------------------------------------------------------
005100*    0100-READ-PARAMETERS READS AND EDITS THE ONE REQUIRED CARD.
005110*    THE SEASON NUMBER AND THE END AND NEXT-START DATES MUST BE
005120*    PRESENT AND NUMERIC; THE SEASON MUST BE OVER (ITS END DATE
005130*    BEFORE TODAY) AND THE NEXT ONE MUST HAVE BEGUN, SO THAT NO
005140*    RUN FALLS BETWEEN THE TWO.  ANY FAILURE STOPS THE STEP
005150*    BEFORE ANYTHING IS READ.
005160*----------------------------------------------------------------
005170 0100-READ-PARAMETERS.
005180     READ PARM-FILE
005190         AT END
005200             MOVE SPACES TO PARM-REC
005210     END-READ.
005220     IF PM-SEASON NOT NUMERIC
005230        OR PM-SEASON-NUM = 0
005240         DISPLAY "SEASCLOS: PARM SEASON NOT FOUR DIGITS: "
005250                 PM-SEASON
005260         GO TO 0100-BAD-CARD
005270     END-IF.
005280     IF PM-FROM-DATE NOT = SPACES
005290        AND PM-FROM-DATE NOT NUMERIC
005300         DISPLAY "SEASCLOS: PARM FROM DATE NOT CCYYMMDD: "
005310                 PM-FROM-DATE
005320         GO TO 0100-BAD-CARD
005330     END-IF.
005340     IF PM-TO-DATE NOT NUMERIC
005350         DISPLAY "SEASCLOS: PARM END DATE NOT CCYYMMDD: "
005360                 PM-TO-DATE
005370         GO TO 0100-BAD-CARD
005380     END-IF.
005390     IF PM-NEXT-START NOT NUMERIC
005400         DISPLAY "SEASCLOS: PARM NEXT START NOT CCYYMMDD: "
005410                 PM-NEXT-START
005420         GO TO 0100-BAD-CARD
005430     END-IF.
005440     IF PM-TO-DATE NOT < TODAY-DATE
005450         DISPLAY "SEASCLOS: SEASON END " PM-TO-DATE
005460                 " IS NOT BEFORE TODAY"
005470         GO TO 0100-BAD-CARD
005480     END-IF.
005490     IF PM-NEXT-START NOT > PM-TO-DATE
005500        OR PM-NEXT-START > TODAY-DATE
005510         DISPLAY "SEASCLOS: NEXT START " PM-NEXT-START
005520                 " MUST BE AFTER THE END AND NOT AFTER TODAY"
005530         GO TO 0100-BAD-CARD
005540     END-IF.
005550     IF PM-FROM-DATE NOT = SPACES
005560        AND PM-FROM-DATE > PM-TO-DATE
005570         DISPLAY "SEASCLOS: PARM FROM DATE " PM-FROM-DATE
005580                 " IS AFTER END DATE " PM-TO-DATE
005590         GO TO 0100-BAD-CARD
005600     END-IF.
005610     MOVE PM-SEASON-NUM TO CLOSE-SEASON.
005620     MOVE PM-FROM-DATE TO CLOSE-FROM-DATE.
005630     MOVE PM-TO-DATE TO CLOSE-TO-DATE.
005640     MOVE PM-NEXT-START TO NEXT-START-DATE.
005650     GO TO 0100-EXIT.
005660 0100-BAD-CARD.
005670     MOVE 16 TO RETURN-CODE.
005680     CLOSE PARM-FILE.
005690     STOP RUN.
005700 0100-EXIT.
005710     EXIT.
005720*----------------------------------------------------------------
005730*    0150-SEASON-START LOOKS UP THE "SEASON" CLUB CONTROL RECORD.
005740*    ITS EFFECTIVE DATE IS THE SEASON'S FROM DATE WHEN THE CARD
005750*    LEAVES IT BLANK, AS IN MBRSTAND.  WHETHER IT EXISTS AT ALL
005760*    DECIDES THE TRANSACTION 5000 WRITES: NONE ON FILE (THE
005770*    CLUB'S FIRST CLOSE) IS AN ADD, OTHERWISE A CHANGE.  A
005780*    CONTROL DATASET THAT CANNOT BE READ STOPS THE STEP.
005790*----------------------------------------------------------------
005800 0150-SEASON-START.
005810     CALL "CTLLOOK" USING CONTROL-PROGRAM-ID, CONTROL-RETURN-CODE,
005820         CLUB-CONTROL-REC.
005830     IF CONTROL-RETURN-CODE NOT = 0
005840        AND CONTROL-RETURN-CODE NOT = 4
005850        AND CONTROL-RETURN-CODE NOT = 8
005860         DISPLAY "SEASCLOS: CONTROL DATASET NOT AVAILABLE, RC "
005870                 CONTROL-RETURN-CODE
005880         MOVE 16 TO RETURN-CODE
005890         STOP RUN
005900     END-IF.
005910     IF CLOSE-FROM-DATE NOT = SPACES
005920         GO TO 0150-EXIT
005930     END-IF.
005940     IF CONTROL-RETURN-CODE = 0
005950         MOVE CT-EFFECTIVE-DATE TO CLOSE-FROM-DATE
005960     END-IF.
005970     IF CONTROL-RETURN-CODE = 8
005980         DISPLAY "SEASCLOS: SEASON RECORD NOT EFFECTIVE UNTIL "
005990                 CT-EFFECTIVE-DATE ", RANGE LEFT OPEN"
006000     END-IF.
006010     IF CLOSE-FROM-DATE > CLOSE-TO-DATE
006020         DISPLAY "SEASCLOS: SEASON START " CLOSE-FROM-DATE
006030                 " IS AFTER END DATE " CLOSE-TO-DATE
006040         MOVE 16 TO RETURN-CODE
006050         STOP RUN
006060     END-IF.
006070 0150-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------
006100*    0200-WRITE-REPORT-HEADING WRITES THE YEARBOOK PAGE HEADING:
006110*    TODAY'S RUN DATE, THE SEASON, AND ITS DATE RANGE.
006120*----------------------------------------------------------------
006130 0200-WRITE-REPORT-HEADING.
006140     MOVE TODAY-DATE TO RH-RUN-DATE.
006150     MOVE CLOSE-SEASON TO RH-SEASON.
006160     IF CLOSE-FROM-DATE = SPACES
006170         MOVE "EARLIEST" TO RH-FROM-DATE
006180     ELSE
006190         MOVE CLOSE-FROM-DATE TO RH-FROM-DATE
006200     END-IF.
006210     MOVE CLOSE-TO-DATE TO RH-TO-DATE.
006220     WRITE YEARBOOK-RPT-REC FROM RPT-HDR1-LINE.
006230     WRITE YEARBOOK-RPT-REC FROM RPT-HDR2-LINE.
006240 0200-EXIT.
006250     EXIT.
006260*----------------------------------------------------------------
006270*    0300-WRITE-REPORT-TOTAL CLOSES THE YEARBOOK WITH THE COUNTS
006280*    OF MEMBERS, PROBLEMS (AND HOW MANY CAME FROM THE KEY WITH NO
006290*    RUN), AND RESULT RECORDS WRITTEN.
006300*----------------------------------------------------------------
006310 0300-WRITE-REPORT-TOTAL.
006320     WRITE YEARBOOK-RPT-REC FROM RPT-BLANK-LINE.
006330     MOVE MT-COUNT TO RT-MEMBERS.
006340     MOVE PT-COUNT TO RT-PROBLEMS.
006350     MOVE KEY-ONLY-COUNT TO RT-KEY-ONLY.
006360     COMPUTE RT-RECORDS = RESULT-WRITTEN-COUNT
006370         + RESULT-REPLACED-COUNT.
006380     WRITE YEARBOOK-RPT-REC FROM RPT-TOTAL-LINE.
006390 0300-EXIT.
006400     EXIT.
006410*----------------------------------------------------------------
006420*    1000-LOAD-HISTORY READS THE SEASON-RESULTS CLUSTER FROM THE
006430*    FRONT.  "C" RECORDS FILL THE SEASON TABLE; "M" RECORDS
006440*    FILL THE PREVIOUS-SEASON MEMBER TABLE, WHICH STARTS OVER AT
006450*    EACH NEW SEASON.  A "C" RECORD FOR THIS SEASON OR A LATER
006460*    ONE MEANS THE CLOSE HAS ALREADY BEEN DONE; RECORDS OF THIS
006470*    SEASON WITH NO "C" RECORD ARE THE REMAINS OF AN INTERRUPTED
006480*    CLOSE AND ARE PASSED OVER (4900 REPLACES THEM).
006490*----------------------------------------------------------------
006500 1000-LOAD-HISTORY.
006510     READ SEASON-FILE NEXT RECORD
006520         AT END
006530             SET SEASON-EOF TO TRUE
006540             GO TO 1000-EXIT
006550     END-READ.
006560     IF SN-SEASON NOT < CLOSE-SEASON
006570         IF SN-CONTROL-REC
006580             SET SEASON-CLOSED TO TRUE
006590             MOVE SN-SEASON TO CLOSED-SEASON
006600         END-IF
006610         GO TO 1000-EXIT
006620     END-IF.
006630     IF SN-CONTROL-REC
006640         PERFORM 1100-POST-SEASON THRU 1100-EXIT
006650         GO TO 1000-EXIT
006660     END-IF.
006670     IF SN-MEMBER-REC
006680         PERFORM 1200-POST-PRIOR-MEMBER THRU 1200-EXIT
006690     END-IF.
006700 1000-EXIT.
006710     EXIT.
006720*----------------------------------------------------------------
006730 1100-POST-SEASON.
006740     IF HS-COUNT >= HS-TABLE-MAX
006750         DISPLAY "SEASCLOS: MORE THAN " HS-TABLE-MAX
006760                 " SEASONS ON FILE, TABLE FULL"
006770         GO TO 9999-ABEND
006780     END-IF.
006790     ADD 1 TO HS-COUNT.
006800     MOVE SN-SEASON TO HS-SEASON (HS-COUNT).
006810     MOVE SC-FROM-DATE TO HS-FROM-DATE (HS-COUNT).
006820     MOVE SC-TO-DATE TO HS-TO-DATE (HS-COUNT).
006830     MOVE SC-MEMBER-COUNT TO HS-MEMBER-COUNT (HS-COUNT).
006840     MOVE SC-PROBLEM-COUNT TO HS-PROBLEM-COUNT (HS-COUNT).
006850     MOVE SC-SOLVE-COUNT TO HS-SOLVE-COUNT (HS-COUNT).
006860     MOVE SC-POINTS-TOTAL TO HS-POINTS-TOTAL (HS-COUNT).
006870     MOVE SC-RUN-COUNT TO HS-RUN-COUNT (HS-COUNT).
006880 1100-EXIT.
006890     EXIT.
006900*----------------------------------------------------------------
006910 1200-POST-PRIOR-MEMBER.
006920     IF SN-SEASON NOT = PV-SEASON
006930         MOVE SN-SEASON TO PV-SEASON
006940         MOVE 0 TO PV-COUNT
006950     END-IF.
006960     IF PV-COUNT >= PV-TABLE-MAX
006970         DISPLAY "SEASCLOS: MORE THAN " PV-TABLE-MAX
006980                 " MEMBERS IN SEASON " PV-SEASON ", TABLE FULL"
006990         GO TO 9999-ABEND
007000     END-IF.
007010     ADD 1 TO PV-COUNT.
007020     MOVE SN-ITEM TO PV-INITIALS (PV-COUNT).
007030     MOVE SM-SOLVE-COUNT TO PV-SOLVE-COUNT (PV-COUNT).
007040     MOVE SM-POINTS TO PV-POINTS (PV-COUNT).
007050 1200-EXIT.
007060     EXIT.
007070*----------------------------------------------------------------
007080*    2000-LOAD-FREEZE READS ONE RECORD OF THE FREEZE EXTRACTS
007090*    INTO THE MEMBER OR PROBLEM TABLE.  A RECORD FOR ANY OTHER
007100*    SEASON, OR OF ANY OTHER TYPE, MEANS THE EXTRACTS DO NOT
007110*    BELONG TO THIS CLOSE AND STOPS THE STEP.
007120*----------------------------------------------------------------
007130 2000-LOAD-FREEZE.
007140     READ FREEZE-FILE
007150         AT END
007160             SET FREEZE-EOF TO TRUE
007170             GO TO 2000-EXIT
007180     END-READ.
007190     MOVE FREEZE-IN-REC TO SEASON-RESULT-REC.
007200     IF SN-SEASON NOT = CLOSE-SEASON
007210         DISPLAY "SEASCLOS: FREEZE RECORD FOR SEASON " SN-SEASON
007220                 ", CLOSING SEASON " CLOSE-SEASON
007230         GO TO 9999-ABEND
007240     END-IF.
007250     IF SN-MEMBER-REC
007260         PERFORM 2100-POST-MEMBER THRU 2100-EXIT
007270         GO TO 2000-EXIT
007280     END-IF.
007290     IF SN-PROBLEM-REC
007300         PERFORM 2200-POST-PROBLEM THRU 2200-EXIT
007310         GO TO 2000-EXIT
007320     END-IF.
007330     DISPLAY "SEASCLOS: FREEZE RECORD TYPE NOT M OR P: "
007340             SN-RECORD-TYPE.
007350     GO TO 9999-ABEND.
007360 2000-EXIT.
007370     EXIT.
007380*----------------------------------------------------------------
007390 2100-POST-MEMBER.
007400     IF MT-COUNT >= MT-TABLE-MAX
007410         DISPLAY "SEASCLOS: MORE THAN " MT-TABLE-MAX
007420                 " MEMBERS FROZEN, TABLE FULL"
007430         GO TO 9999-ABEND
007440     END-IF.
007450     ADD 1 TO MT-COUNT.
007460     MOVE SN-ITEM TO MT-INITIALS (MT-COUNT).
007470     MOVE SN-PAYLOAD TO MT-PAYLOAD (MT-COUNT).
007480     ADD SM-SOLVE-COUNT TO TOTAL-SOLVE-COUNT.
007490     ADD SM-POINTS TO TOTAL-POINTS.
007500 2100-EXIT.
007510     EXIT.
007520*----------------------------------------------------------------
007530 2200-POST-PROBLEM.
007540     IF PT-COUNT >= PT-TABLE-MAX
007550         DISPLAY "SEASCLOS: MORE THAN " PT-TABLE-MAX
007560                 " PROBLEMS FROZEN, TABLE FULL"
007570         GO TO 9999-ABEND
007580     END-IF.
007590     ADD 1 TO PT-COUNT.
007600     MOVE SN-ITEM TO PT-PROBLEM-NO (PT-COUNT).
007610     MOVE SP-FINAL-ANSWER TO PT-FINAL-ANSWER (PT-COUNT).
007620     MOVE SP-FIRST-RUN-DATE TO PT-FIRST-RUN-DATE (PT-COUNT).
007630     MOVE SP-RUN-COUNT TO PT-RUN-COUNT (PT-COUNT).
007640     MOVE SP-RECON-STATUS TO PT-RECON-STATUS (PT-COUNT).
007650     MOVE SPACES TO PT-SOLVER-INITIALS (PT-COUNT).
007660     MOVE SPACES TO PT-DATE-SOLVED (PT-COUNT).
007670     MOVE SPACES TO PT-VERIFIED-STATUS (PT-COUNT).
007680     MOVE "NO ACK" TO PT-LEAGUE-VERDICT (PT-COUNT).
007690     ADD SP-RUN-COUNT TO TOTAL-RUN-COUNT.
007700 2200-EXIT.
007710     EXIT.
007720*----------------------------------------------------------------
007730*    2300-FIND-PROBLEM TESTS ONE TABLE ENTRY AGAINST
007740*    LOOKUP-PROBLEM-NO, LEAVING PT-FOUND SET ON A MATCH.  THE
007750*    DRIVING PERFORM VARYING HAS ALREADY STEPPED PT-IDX PAST THE
007760*    MATCH WHEN IT STOPS, SO THE CALLER BACKS IT UP BY ONE.
007770*----------------------------------------------------------------
007780 2300-FIND-PROBLEM.
007790     IF PT-PROBLEM-NO (PT-IDX) = LOOKUP-PROBLEM-NO
007800         SET PT-FOUND TO TRUE
007810     END-IF.
007820 2300-EXIT.
007830     EXIT.
007840*----------------------------------------------------------------
007850*    3000-MATCH-ANSWER-KEY READS THE ANSWER KEY AND COMPLETES
007860*    EVERY FROZEN PROBLEM WITH ITS KEY ENTRY'S SOLVER, DATE
007870*    SOLVED, AND VERIFIED STATUS.  A KEY ENTRY SOLVED INSIDE THE
007880*    SEASON WHOSE PROBLEM NEVER RAN (SO IS NOT IN THE PORTSUM
007890*    EXTRACT) IS ADDED WITH NO RUNS, SO THE YEARBOOK SHOWS EVERY
007900*    PROBLEM THE SEASON SOLVED.
007910*----------------------------------------------------------------
007920 3000-MATCH-ANSWER-KEY.
007930     READ ANSWER-KEY-FILE
007940         AT END
007950             SET ANSKEY-EOF TO TRUE
007960             GO TO 3000-EXIT
007970     END-READ.
007980     MOVE AK-PROBLEM-NO TO LOOKUP-PROBLEM-NO.
007990     MOVE "N" TO PT-FOUND-SW.
008000     PERFORM 2300-FIND-PROBLEM THRU 2300-EXIT
008010         VARYING PT-IDX FROM 1 BY 1
008020         UNTIL PT-IDX > PT-COUNT OR PT-FOUND.
008030     IF PT-FOUND
008040         SUBTRACT 1 FROM PT-IDX
008050     ELSE
008060         IF AK-DATE-SOLVED < CLOSE-FROM-DATE
008070            OR AK-DATE-SOLVED > CLOSE-TO-DATE
008080             GO TO 3000-EXIT
008090         END-IF
008100         PERFORM 3100-ADD-KEY-PROBLEM THRU 3100-EXIT
008110     END-IF.
008120     MOVE AK-SOLVER-INITIALS TO PT-SOLVER-INITIALS (PT-IDX).
008130     MOVE AK-DATE-SOLVED TO PT-DATE-SOLVED (PT-IDX).
008140     MOVE AK-VERIFIED-STATUS TO PT-VERIFIED-STATUS (PT-IDX).
008150 3000-EXIT.
008160     EXIT.
008170*----------------------------------------------------------------
008180 3100-ADD-KEY-PROBLEM.
008190     IF PT-COUNT >= PT-TABLE-MAX
008200         DISPLAY "SEASCLOS: MORE THAN " PT-TABLE-MAX
008210                 " PROBLEMS IN THE SEASON, TABLE FULL"
008220         GO TO 9999-ABEND
008230     END-IF.
008240     ADD 1 TO PT-COUNT.
008250     ADD 1 TO KEY-ONLY-COUNT.
008260     MOVE PT-COUNT TO PT-IDX.
008270     MOVE AK-PROBLEM-NO TO PT-PROBLEM-NO (PT-IDX).
008280     MOVE AK-EXPECTED-ANSWER TO PT-FINAL-ANSWER (PT-IDX).
008290     MOVE SPACES TO PT-FIRST-RUN-DATE (PT-IDX).
008300     MOVE 0 TO PT-RUN-COUNT (PT-IDX).
008310     MOVE "NO RUNS" TO PT-RECON-STATUS (PT-IDX).
008320     MOVE "NO ACK" TO PT-LEAGUE-VERDICT (PT-IDX).
008330 3100-EXIT.
008340     EXIT.
008350*----------------------------------------------------------------
008360*    3500-APPLY-ACK-RECORD TAKES THE LEAGUE'S VERDICT FROM EACH
008370*    DETAIL OF ITS LATEST ACKNOWLEDGEMENT.  EACH TRANSMISSION
008380*    CARRIES EVERY SOLVED PROBLEM, SO THE LATEST ANSWERS FOR THE
008390*    WHOLE SEASON.  A PROBLEM THE LEAGUE NEVER ANSWERED -- OR NO
008400*    ACKNOWLEDGEMENT AT ALL -- STAYS "NO ACK".
008410*----------------------------------------------------------------
008420 3500-APPLY-ACK-RECORD.
008430     READ ACK-FILE
008440         AT END
008450             SET ACK-EOF TO TRUE
008460             GO TO 3500-EXIT
008470     END-READ.
008480     IF AD-RECORD-TYPE NOT = "D"
008490         GO TO 3500-EXIT
008500     END-IF.
008510     MOVE AD-PROBLEM-NO TO LOOKUP-PROBLEM-NO.
008520     MOVE "N" TO PT-FOUND-SW.
008530     PERFORM 2300-FIND-PROBLEM THRU 2300-EXIT
008540         VARYING PT-IDX FROM 1 BY 1
008550         UNTIL PT-IDX > PT-COUNT OR PT-FOUND.
008560     IF NOT PT-FOUND
008570         GO TO 3500-EXIT
008580     END-IF.
008590     SUBTRACT 1 FROM PT-IDX.
008600     MOVE AD-VERDICT TO PT-LEAGUE-VERDICT (PT-IDX).
008610 3500-EXIT.
008620     EXIT.
008630*----------------------------------------------------------------
008640*    4000-SORT-PROBLEMS BUBBLE-SORTS THE PROBLEM TABLE INTO
008650*    PROBLEM-NUMBER ORDER, AS MBRSTAND SORTS ITS STANDINGS.
008660*----------------------------------------------------------------
008670 4000-SORT-PROBLEMS.
008680     IF PT-COUNT < 2
008690         GO TO 4000-EXIT
008700     END-IF.
008710     SET SORT-SWAPPED TO TRUE.
008720     PERFORM 4100-SORT-ONE-PASS THRU 4100-EXIT
008730         UNTIL NOT SORT-SWAPPED.
008740 4000-EXIT.
008750     EXIT.
008760*----------------------------------------------------------------
008770 4100-SORT-ONE-PASS.
008780     MOVE "N" TO SORT-SWAPPED-SW.
008790     PERFORM 4200-COMPARE-ADJACENT THRU 4200-EXIT
008800         VARYING PT-IDX FROM 1 BY 1
008810         UNTIL PT-IDX >= PT-COUNT.
008820 4100-EXIT.
008830     EXIT.
008840*----------------------------------------------------------------
008850 4200-COMPARE-ADJACENT.
008860     COMPUTE PT-IDX2 = PT-IDX + 1.
008870     IF PT-PROBLEM-NO (PT-IDX) > PT-PROBLEM-NO (PT-IDX2)
008880         MOVE PT-ENTRY (PT-IDX) TO PT-SWAP-ENTRY
008890         MOVE PT-ENTRY (PT-IDX2) TO PT-ENTRY (PT-IDX)
008900         MOVE PT-SWAP-ENTRY TO PT-ENTRY (PT-IDX2)
008910         SET SORT-SWAPPED TO TRUE
008920     END-IF.
008930 4200-EXIT.
008940     EXIT.
008950*----------------------------------------------------------------
008960*    4500-WRITE-RESULTS WRITES THE SEASON TO THE CLUSTER: ONE
008970*    "M" RECORD PER MEMBER, ONE "P" RECORD PER PROBLEM, AND THE
008980*    "C" RECORD LAST.
008990*----------------------------------------------------------------
009000 4500-WRITE-RESULTS.
009010     PERFORM 4600-WRITE-MEMBER THRU 4600-EXIT
009020         VARYING MT-IDX FROM 1 BY 1
009030         UNTIL MT-IDX > MT-COUNT.
009040     PERFORM 4700-WRITE-PROBLEM THRU 4700-EXIT
009050         VARYING PT-IDX FROM 1 BY 1
009060         UNTIL PT-IDX > PT-COUNT.
009070     PERFORM 4800-WRITE-CONTROL THRU 4800-EXIT.
009080 4500-EXIT.
009090     EXIT.
009100*----------------------------------------------------------------
009110 4600-WRITE-MEMBER.
009120     MOVE SPACES TO SEASON-RESULT-REC.
009130     MOVE CLOSE-SEASON TO SN-SEASON.
009140     SET SN-MEMBER-REC TO TRUE.
009150     MOVE MT-INITIALS (MT-IDX) TO SN-ITEM.
009160     MOVE MT-PAYLOAD (MT-IDX) TO SN-PAYLOAD.
009170     PERFORM 4900-PUT-RESULT THRU 4900-EXIT.
009180 4600-EXIT.
009190     EXIT.
009200*----------------------------------------------------------------
009210 4700-WRITE-PROBLEM.
009220     MOVE SPACES TO SEASON-RESULT-REC.
009230     MOVE CLOSE-SEASON TO SN-SEASON.
009240     SET SN-PROBLEM-REC TO TRUE.
009250     MOVE PT-PROBLEM-NO (PT-IDX) TO LOOKUP-PROBLEM-NO.
009260     MOVE LOOKUP-PROBLEM-NO TO SN-ITEM.
009270     MOVE PT-FINAL-ANSWER (PT-IDX) TO SP-FINAL-ANSWER.
009280     MOVE PT-FIRST-RUN-DATE (PT-IDX) TO SP-FIRST-RUN-DATE.
009290     MOVE PT-RUN-COUNT (PT-IDX) TO SP-RUN-COUNT.
009300     MOVE PT-RECON-STATUS (PT-IDX) TO SP-RECON-STATUS.
009310     MOVE PT-SOLVER-INITIALS (PT-IDX) TO SP-SOLVER-INITIALS.
009320     MOVE PT-DATE-SOLVED (PT-IDX) TO SP-DATE-SOLVED.
009330     MOVE PT-VERIFIED-STATUS (PT-IDX) TO SP-VERIFIED-STATUS.
009340     MOVE PT-LEAGUE-VERDICT (PT-IDX) TO SP-LEAGUE-VERDICT.
009350     PERFORM 4900-PUT-RESULT THRU 4900-EXIT.
009360 4700-EXIT.
009370     EXIT.
009380*----------------------------------------------------------------
009390 4800-WRITE-CONTROL.
009400     MOVE SPACES TO SEASON-RESULT-REC.
009410     MOVE CLOSE-SEASON TO SN-SEASON.
009420     SET SN-CONTROL-REC TO TRUE.
009430     MOVE CLOSE-FROM-DATE TO SC-FROM-DATE.
009440     MOVE CLOSE-TO-DATE TO SC-TO-DATE.
009450     MOVE TODAY-DATE TO SC-CLOSE-DATE.
009460     MOVE MT-COUNT TO SC-MEMBER-COUNT.
009470     MOVE PT-COUNT TO SC-PROBLEM-COUNT.
009480     MOVE TOTAL-SOLVE-COUNT TO SC-SOLVE-COUNT.
009490     MOVE TOTAL-POINTS TO SC-POINTS-TOTAL.
009500     MOVE TOTAL-RUN-COUNT TO SC-RUN-COUNT.
009510     PERFORM 4900-PUT-RESULT THRU 4900-EXIT.
009520 4800-EXIT.
009530     EXIT.
009540*----------------------------------------------------------------
009550*    4900-PUT-RESULT WRITES THE RECORD BUILT IN
009560*    SEASON-RESULT-REC.  ONE ALREADY ON FILE CAN ONLY BE LEFT BY
009570*    AN INTERRUPTED CLOSE OF THIS SAME SEASON (1000 HAS RULED
009580*    OUT A FINISHED ONE), SO IT IS REPLACED.
009590*----------------------------------------------------------------
009600 4900-PUT-RESULT.
009610     WRITE SEASON-RESULT-REC
009620         INVALID KEY
009630             GO TO 4900-REPLACE
009640     END-WRITE.
009650     ADD 1 TO RESULT-WRITTEN-COUNT.
009660     GO TO 4900-EXIT.
009670 4900-REPLACE.
009680     REWRITE SEASON-RESULT-REC
009690         INVALID KEY
009700             DISPLAY "SEASCLOS: VSAM REFUSED RESULT "
009710                     SN-SEASON-KEY ", STATUS "
009720                     SEASON-FILE-STATUS
009730             GO TO 9999-ABEND
009740     END-REWRITE.
009750     ADD 1 TO RESULT-REPLACED-COUNT.
009760 4900-EXIT.
009770     EXIT.
009780*----------------------------------------------------------------
009790*    5000-WRITE-TRANSACTION WRITES THE CTLMAINT TRANSACTION THAT
009800*    STARTS THE NEXT SEASON: THE "SEASON" CONTROL RECORD'S
009810*    EFFECTIVE DATE MOVES TO THE NEXT START, ADDING THE RECORD
009820*    ON THE CLUB'S FIRST CLOSE.  EVERY OTHER FIELD IS LEFT BLANK
009830*    SO CTLMAINT CHANGES NOTHING ELSE.
009840*----------------------------------------------------------------
009850 5000-WRITE-TRANSACTION.
009860     MOVE SPACES TO CTL-TRAN-REC.
009870     IF CONTROL-RETURN-CODE = 4
009880         MOVE "A" TO TX-FUNC
009890     ELSE
009900         MOVE "C" TO TX-FUNC
009910     END-IF.
009920     MOVE CONTROL-PROGRAM-ID TO TX-PROGRAM-ID.
009930     MOVE NEXT-START-DATE TO TX-EFFECTIVE-DATE.
009940     WRITE CTL-TRAN-REC.
009950     IF TRAN-FILE-STATUS NOT = "00"
009960         DISPLAY "SEASCLOS: CTL-TRAN-FILE WRITE FAILED, STATUS "
009970                 TRAN-FILE-STATUS
009980         MOVE 16 TO RETURN-CODE
009990         CLOSE CTL-TRAN-FILE
010000         STOP RUN
010010     END-IF.
010020 5000-EXIT.
010030     EXIT.
010040*----------------------------------------------------------------
010050*    6000-PRINT-PROBLEMS PRINTS THE YEARBOOK'S FIRST SECTION: ONE
010060*    LINE PER PROBLEM OF THE SEASON, IN PROBLEM-NUMBER ORDER,
010070*    WITH ITS TITLE, SOLVER, DATE SOLVED, VERIFIED STATUS, THE
010080*    LEAGUE'S VERDICT, AND ITS RUNS AND LATEST RECONCILIATION.
010090*----------------------------------------------------------------
010100 6000-PRINT-PROBLEMS.
010110     WRITE YEARBOOK-RPT-REC FROM RPT-BLANK-LINE.
010120     MOVE "PROBLEMS SOLVED" TO RS-TITLE.
010130     WRITE YEARBOOK-RPT-REC FROM RPT-SECTION-LINE.
010140     WRITE YEARBOOK-RPT-REC FROM RPT-PROB-HDR-LINE.
010150     PERFORM 6100-PRINT-ONE-PROBLEM THRU 6100-EXIT
010160         VARYING PT-IDX FROM 1 BY 1
010170         UNTIL PT-IDX > PT-COUNT.
010180 6000-EXIT.
010190     EXIT.
010200*----------------------------------------------------------------
010210 6100-PRINT-ONE-PROBLEM.
010220     MOVE PT-PROBLEM-NO (PT-IDX) TO RP-PROBLEM-NO.
010230     PERFORM 6150-LOOKUP-TITLE THRU 6150-EXIT.
010240     MOVE PT-SOLVER-INITIALS (PT-IDX) TO RP-SOLVER.
010250     MOVE PT-DATE-SOLVED (PT-IDX) TO RP-DATE-SOLVED.
010260     MOVE PT-VERIFIED-STATUS (PT-IDX) TO RP-VERIFIED.
010270     MOVE PT-LEAGUE-VERDICT (PT-IDX) TO RP-VERDICT.
010280     MOVE PT-RUN-COUNT (PT-IDX) TO RP-RUN-COUNT.
010290     MOVE PT-RECON-STATUS (PT-IDX) TO RP-RECON-STATUS.
010300     IF PT-SOLVER-INITIALS (PT-IDX) = SPACES
010310         MOVE "NO KEY" TO RP-DATE-SOLVED
010320     END-IF.
010330     WRITE YEARBOOK-RPT-REC FROM RPT-PROB-LINE.
010340 6100-EXIT.
010350     EXIT.
010360*----------------------------------------------------------------
010370*    6150-LOOKUP-TITLE FETCHES THE PROBLEM'S TITLE FROM THE
010380*    CATALOGUE, AS PORTSUM DOES.  A CATALOGUE THAT CANNOT BE
010390*    READ LEAVES THE TITLES BLANK; THE YEARBOOK DOES NOT OTHERWISE
010400*    DEPEND ON IT.
010410*----------------------------------------------------------------
010420 6150-LOOKUP-TITLE.
010430     MOVE SPACES TO RP-TITLE.
010440     IF CATALOGUE-DOWN
010450         GO TO 6150-EXIT
010460     END-IF.
010470     MOVE PT-PROBLEM-NO (PT-IDX) TO LOOKUP-PROBLEM-NO.
010480     CALL "PRBLOOK" USING LOOKUP-PROBLEM-NO, LOOKUP-RETURN-CODE,
010490         PROBLEM-MASTER-REC.
010500     IF LOOKUP-RETURN-CODE = 0
010510         MOVE PB-TITLE TO RP-TITLE
010520         GO TO 6150-EXIT
010530     END-IF.
010540     IF LOOKUP-RETURN-CODE = 4
010550         MOVE "** NOT CATALOGUED **" TO RP-TITLE
010560         GO TO 6150-EXIT
010570     END-IF.
010580     SET CATALOGUE-DOWN TO TRUE.
010590     DISPLAY "SEASCLOS: PROBLEM CATALOGUE NOT AVAILABLE, "
010600             "TITLES LEFT BLANK".
010610 6150-EXIT.
010620     EXIT.
010630*----------------------------------------------------------------
010640*    7000-PRINT-MEMBERS PRINTS THE SECOND SECTION: EACH MEMBER'S
010650*    SEASON TOTALS IN FINAL RANK ORDER, BESIDE THE SAME MEMBER'S
010660*    SOLVES AND POINTS IN THE LAST SEASON CLOSED BEFORE.  A
010670*    MEMBER NOT IN THAT SEASON IS NOTED AS NEW.
010680*----------------------------------------------------------------
010690 7000-PRINT-MEMBERS.
010700     WRITE YEARBOOK-RPT-REC FROM RPT-BLANK-LINE.
010710     MOVE "MEMBER TOTALS" TO RS-TITLE.
010720     WRITE YEARBOOK-RPT-REC FROM RPT-SECTION-LINE.
010730     WRITE YEARBOOK-RPT-REC FROM RPT-MBR-HDR-LINE.
010740     PERFORM 7100-PRINT-ONE-MEMBER THRU 7100-EXIT
010750         VARYING MT-IDX FROM 1 BY 1
010760         UNTIL MT-IDX > MT-COUNT.
010770 7000-EXIT.
010780     EXIT.
010790*----------------------------------------------------------------
010800 7100-PRINT-ONE-MEMBER.
010810     MOVE MT-PAYLOAD (MT-IDX) TO SN-PAYLOAD.
010820     MOVE SPACES TO RPT-MBR-LINE.
010830     MOVE SM-RANK TO RM-RANK.
010840     MOVE MT-INITIALS (MT-IDX) TO RM-INITIALS.
010850     MOVE SM-NAME TO RM-NAME.
010860     MOVE SM-SOLVE-COUNT TO RM-SOLVE-COUNT.
010870     MOVE SM-VERIF-COUNT TO RM-VERIF-COUNT.
010880     MOVE SM-RUN-COUNT TO RM-RUN-COUNT.
010890     MOVE SM-POINTS TO RM-POINTS.
010900     IF SM-INACTIVE
010910         MOVE "INACTV" TO RM-NOTE
010920     END-IF.
010930     IF SM-NOT-ROSTERED
010940         MOVE "NO ROST" TO RM-NOTE
010950     END-IF.
010960     IF HS-COUNT = 0
010970         GO TO 7100-WRITE
010980     END-IF.
010990     MOVE "N" TO PV-FOUND-SW.
011000     PERFORM 7150-FIND-PRIOR-MEMBER THRU 7150-EXIT
011010         VARYING PV-IDX FROM 1 BY 1
011020         UNTIL PV-IDX > PV-COUNT OR PV-FOUND.
011030     IF PV-FOUND
011040         SUBTRACT 1 FROM PV-IDX
011050         MOVE PV-SOLVE-COUNT (PV-IDX) TO RM-PRIOR-SOLVES
011060         MOVE PV-POINTS (PV-IDX) TO RM-PRIOR-POINTS
011070         MOVE RM-PRIOR-FIGURES TO RM-PRIOR
011080     ELSE
011090         MOVE "   --     --" TO RM-PRIOR
011100         IF RM-NOTE = SPACES
011110             MOVE "NEW" TO RM-NOTE
011120         END-IF
011130     END-IF.
011140 7100-WRITE.
011150     WRITE YEARBOOK-RPT-REC FROM RPT-MBR-LINE.
011160 7100-EXIT.
011170     EXIT.
011180*----------------------------------------------------------------
011190 7150-FIND-PRIOR-MEMBER.
011200     IF PV-INITIALS (PV-IDX) = MT-INITIALS (MT-IDX)
011210         SET PV-FOUND TO TRUE
011220     END-IF.
011230 7150-EXIT.
011240     EXIT.
011250*----------------------------------------------------------------
011260*    8000-PRINT-SEASONS PRINTS THE THIRD SECTION: ONE LINE PER
011270*    SEASON ON FILE, OLDEST FIRST, ENDING WITH THIS ONE, AND
011280*    THIS SEASON'S CHANGE ON THE ONE BEFORE IT.
011290*----------------------------------------------------------------
011300 8000-PRINT-SEASONS.
011310     WRITE YEARBOOK-RPT-REC FROM RPT-BLANK-LINE.
011320     MOVE "SEASON OVER SEASON" TO RS-TITLE.
011330     WRITE YEARBOOK-RPT-REC FROM RPT-SECTION-LINE.
011340     WRITE YEARBOOK-RPT-REC FROM RPT-SEAS-HDR-LINE.
011350     PERFORM 8100-PRINT-ONE-SEASON THRU 8100-EXIT
011360         VARYING HS-IDX FROM 1 BY 1
011370         UNTIL HS-IDX > HS-COUNT.
011380     MOVE SPACES TO RZ-NOTE.
011390     MOVE CLOSE-SEASON TO RZ-SEASON.
011400     MOVE CLOSE-FROM-DATE TO RZ-FROM-DATE.
011410     MOVE CLOSE-TO-DATE TO RZ-TO-DATE.
011420     MOVE MT-COUNT TO RZ-MEMBER-COUNT.
011430     MOVE PT-COUNT TO RZ-PROBLEM-COUNT.
011440     MOVE TOTAL-SOLVE-COUNT TO RZ-SOLVE-COUNT.
011450     MOVE TOTAL-POINTS TO RZ-POINTS-TOTAL.
011460     MOVE TOTAL-RUN-COUNT TO RZ-RUN-COUNT.
011470     MOVE "THIS ONE" TO RZ-NOTE.
011480     WRITE YEARBOOK-RPT-REC FROM RPT-SEAS-LINE.
011490     IF HS-COUNT = 0
011500         GO TO 8000-EXIT
011510     END-IF.
011520     COMPUTE CHANGE-AMOUNT = MT-COUNT
011530         - HS-MEMBER-COUNT (HS-COUNT).
011540     MOVE CHANGE-AMOUNT TO RC-MEMBER-CHANGE.
011550     COMPUTE CHANGE-AMOUNT = PT-COUNT
011560         - HS-PROBLEM-COUNT (HS-COUNT).
011570     MOVE CHANGE-AMOUNT TO RC-PROBLEM-CHANGE.
011580     COMPUTE CHANGE-AMOUNT = TOTAL-SOLVE-COUNT
011590         - HS-SOLVE-COUNT (HS-COUNT).
011600     MOVE CHANGE-AMOUNT TO RC-SOLVE-CHANGE.
011610     COMPUTE CHANGE-AMOUNT = TOTAL-POINTS
011620         - HS-POINTS-TOTAL (HS-COUNT).
011630     MOVE CHANGE-AMOUNT TO RC-POINTS-CHANGE.
011640     COMPUTE CHANGE-AMOUNT = TOTAL-RUN-COUNT
011650         - HS-RUN-COUNT (HS-COUNT).
011660     MOVE CHANGE-AMOUNT TO RC-RUN-CHANGE.
011670     WRITE YEARBOOK-RPT-REC FROM RPT-CHANGE-LINE.
011680 8000-EXIT.
011690     EXIT.
011700*----------------------------------------------------------------
011710 8100-PRINT-ONE-SEASON.
011720     MOVE SPACES TO RZ-NOTE.
011730     MOVE HS-SEASON (HS-IDX) TO RZ-SEASON.
011740     MOVE HS-FROM-DATE (HS-IDX) TO RZ-FROM-DATE.
011750     MOVE HS-TO-DATE (HS-IDX) TO RZ-TO-DATE.
011760     MOVE HS-MEMBER-COUNT (HS-IDX) TO RZ-MEMBER-COUNT.
011770     MOVE HS-PROBLEM-COUNT (HS-IDX) TO RZ-PROBLEM-COUNT.
011780     MOVE HS-SOLVE-COUNT (HS-IDX) TO RZ-SOLVE-COUNT.
011790     MOVE HS-POINTS-TOTAL (HS-IDX) TO RZ-POINTS-TOTAL.
011800     MOVE HS-RUN-COUNT (HS-IDX) TO RZ-RUN-COUNT.
011810     WRITE YEARBOOK-RPT-REC FROM RPT-SEAS-LINE.
011820 8100-EXIT.
011830     EXIT.
011840*----------------------------------------------------------------
011850*    9999-ABEND IS THE COMMON ERROR EXIT FOR THE READ AND WRITE
011860*    PHASES: CLOSE THE CLUSTER AND HAND A NONZERO RETURN-CODE
011870*    BACK TO THE JCL STEP.  NO "C" RECORD HAS BEEN WRITTEN, SO
011880*    THE SEASON IS STILL OPEN AND THE STEP CAN SIMPLY BE RERUN.
011890*----------------------------------------------------------------
011900 9999-ABEND.
011910     DISPLAY "SEASCLOS: ABNORMAL TERMINATION".
011920     MOVE 16 TO RETURN-CODE.
011930     CLOSE SEASON-FILE.
011940     STOP RUN.
