000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BKTALLY.
000030 AUTHOR. EULER CLUB.
000040 INSTALLATION. EULER CLUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*REMARKS.
000080*    BACKUP MANIFEST TALLY OF ONE CLUB DATASET.
000090*
000100*    READS ONE DATASET (TALLYIN) AND APPENDS ITS MANIFEST RECORD
000110*    (SEE BKMFREC) TO MFOUT: THE DATA RECORD COUNT, A HASH TOTAL
000120*    OF THE KEY FIELDS AND ONE OF THE ANSWER FIELDS, TODAY'S
000130*    DATE, AND THE LAYOUT HEADER THE DATASET CARRIES.  THE
000140*    EULRBKUP JOB RUNS IT ONCE PER DATASET AGAINST THE BACKUP
000150*    COPIES JUST TAKEN TO BUILD THE GENERATION'S MANIFEST; THE
000160*    BKVERIFY JOB RUNS IT THE SAME WAY AGAINST A GENERATION BEING
000170*    PROVED, AND BKVERIFY COMPARES WHAT IT GETS WITH THE
000180*    MANIFEST.  THE SAME PROGRAM BOTH TIMES, SO THE TWO CAN ONLY
000190*    DISAGREE IF THE DATA DOES.  A KEYED CLUSTER IS TALLIED FROM
000200*    ITS FLAT (REPRO) COPY.
000210*
000220*    THE PARM CARD (PARMIN) NAMES THE LAYOUT IN COLUMNS 1-10 AND
000230*    THE DATASET'S NAME IN THE MANIFEST IN COLUMNS 12-21 (BLANK:
000240*    THE LAYOUT NAME).  THE LAYOUT DECIDES WHICH FIELDS ARE
000250*    HASHED:
000260*      LAYOUT     COPYBOOK  KEY FIELDS          ANSWER FIELDS
000270*      ANSKEY     ANSKYREC  AK-PROBLEM-NO       AK-EXPECTED-ANSWER
000280*      JOURNAL    AKJRNREC  AJ-PROBLEM-NO       THE AFTER IMAGE'S
000290*                                               EXPECTED ANSWER
000300*      PORTFOLIO  PORTFREC  PF-PROBLEM-NO       PS-FINAL-ANSWER
000310*                                               ("S" RECORDS)
000320*      MEMBERS    MEMBREC   MR-INITIALS         NONE
000330*      ROSTER     ROSTREC   RL-PROGRAM-ID,      NONE
000340*                           RL-PROBLEM-NO
000350*      RUNHIST    RUNHREC   RN-PROGRAM-ID,      NONE
000360*                           RN-RUN-DATE
000370*      RUNSTAT    RUNSTREC  SR-PROGRAM-ID,      SR-ANSWER
000380*                           SR-RUN-DATE
000390*      PRIMES     PRIMEVSM  PV-NUMBER           PV-FLAG (THE
000400*                                               TRAILER: PT-
000410*                                               COMPLETED-MAX)
000420*      PRIMEXT    PRIMEXT   XP-PRIME ("P")      XTR-PRIME-COUNT,
000430*                                               XTR-COVERED-MAX
000440*      LEAGUE     LEAGXREC  LD-PROBLEM-NO ("D") LD-ANSWER
000450*      LEAGACK    LEAGAREC  AD-PROBLEM-NO ("D") AD-VERDICT
000460*      TRAN       (ANSMAINT TRANSACTION)
000470*                           TX-PROBLEM-NO       TX-ANSWER
000480*      CONTROL    CTLREC    CT-PROGRAM-ID       NONE
000490*      PROBLEMS   PROBREC   PB-PROBLEM-NO       NONE
000500*      LEDGER     SUBLREC   SL-PROBLEM-NO,      SL-ANSWER
000510*                           SL-INITIALS
000520*      SEASON     SEASREC   SN-SEASON, SN-      SP-FINAL-ANSWER
000530*                           RECORD-TYPE, SN-    ("P" RECORDS)
000540*                           ITEM
000550*    THE PORTFOLIO LAYOUT ALSO SERVES PORTARCH, THE WEEKNN.OUT
000560*    DATASETS, AND THE SEASON PORTFOLIO ARCHIVE; THE RUNHIST
000570*    LAYOUT THE SEASON RUNHIST ARCHIVE; THE TRAN LAYOUT THE
000580*    LEAGUE REJECTION TRANSACTIONS.  A "*HDR" LAYOUT HEADER
000590*    RECORD IS NOT COUNTED OR HASHED; ITS COPYBOOK AND VERSION
000600*    GO ON THE MANIFEST RECORD INSTEAD.
000610*
000620*    RETURN-CODE 16 FOR A BAD CARD, A FILE THAT CANNOT BE
000630*    OPENED, OR A FAILED WRITE; 0 OTHERWISE.  AN EMPTY DATASET
000640*    IS NOT AN ERROR: IT IS TALLIED AS NO RECORDS.
000650*
000660*    MODIFICATION HISTORY.
000670*    DATE       INIT  DESCRIPTION
000680*    ---------  ----  ---------------------------------------
000690*    10/15/2026 RTS   ORIGINAL VERSION.
000700*----------------------------------------------------------------
000710 ENVIRONMENT DIVISION.
000720 CONFIGURATION SECTION.
000730 SOURCE-COMPUTER. IBM-370.
000740 OBJECT-COMPUTER. IBM-370.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT PARM-FILE ASSIGN TO PARMIN
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS PARM-FILE-STATUS.
000800     SELECT TALLY-IN-FILE ASSIGN TO TALLYIN
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS IN-FILE-STATUS.
000830     SELECT MANIFEST-FILE ASSIGN TO MFOUT
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS MF-FILE-STATUS.
000860*----------------------------------------------------------------
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  PARM-FILE.
000900 01  PARM-REC.
000910     05  PM-LAYOUT           PIC X(10).
000920     05  FILLER              PIC X(01).
000930     05  PM-DATASET          PIC X(10).
000940     05  FILLER              PIC X(59).
000950*
000960*    SIZED TO THE LONGEST LAYOUT (RUNHREC), AS IN HDRSTAMP.
000970*
000980 FD  TALLY-IN-FILE.
000990 01  TALLY-IN-REC            PIC X(132).
001000 01  TALLY-IN-HDR-VIEW.
001010     05  TI-HDR-MARKER       PIC X(04).
001020         88  TI-HDR-PRESENT              VALUE "*HDR".
001030     05  FILLER              PIC X(01).
001040     05  TI-HDR-LAYOUT       PIC X(12).
001050     05  FILLER              PIC X(115).
001060 FD  MANIFEST-FILE.
001070 COPY BKMFREC.
001080*----------------------------------------------------------------
001090 WORKING-STORAGE SECTION.
001100 01  PARM-FILE-STATUS        PIC XX.
001110 01  IN-FILE-STATUS          PIC XX.
001120 01  MF-FILE-STATUS          PIC XX.
001130 01  IN-EOF-SW               PIC X       VALUE "N".
001140     88  IN-EOF                          VALUE "Y".
001150 01  TALLY-LAYOUT            PIC X(10)   VALUE SPACES.
001160     88  LAYOUT-ANSKEY                   VALUE "ANSKEY".
001170     88  LAYOUT-JOURNAL                  VALUE "JOURNAL".
001180     88  LAYOUT-PORTFOLIO                VALUE "PORTFOLIO".
001190     88  LAYOUT-MEMBERS                  VALUE "MEMBERS".
001200     88  LAYOUT-ROSTER                   VALUE "ROSTER".
001210     88  LAYOUT-RUNHIST                  VALUE "RUNHIST".
001220     88  LAYOUT-RUNSTAT                  VALUE "RUNSTAT".
001230     88  LAYOUT-PRIMES                   VALUE "PRIMES".
001240     88  LAYOUT-PRIMEXT                  VALUE "PRIMEXT".
001250     88  LAYOUT-LEAGUE                   VALUE "LEAGUE".
001260     88  LAYOUT-LEAGACK                  VALUE "LEAGACK".
001270     88  LAYOUT-TRAN                     VALUE "TRAN".
001280     88  LAYOUT-CONTROL                  VALUE "CONTROL".
001290     88  LAYOUT-PROBLEMS                 VALUE "PROBLEMS".
001300     88  LAYOUT-LEDGER                   VALUE "LEDGER".
001310     88  LAYOUT-SEASON                   VALUE "SEASON".
001320 01  TALLY-DATASET           PIC X(10)   VALUE SPACES.
001330 01  TALLY-LAYOUT-HDR        PIC X(12)   VALUE SPACES.
001340 01  READ-COUNT              PIC 9(09)   VALUE 0.
001350 01  RECORD-COUNT            PIC 9(09)   VALUE 0.
001360 01  HDR-COUNT               PIC 9(09)   VALUE 0.
001370 01  KEY-HASH                PIC 9(18)   VALUE 0.
001380 01  ANSWER-HASH             PIC 9(18)   VALUE 0.
001390 01  RUN-TODAY               PIC X(08).
001400*
001410*    ONE FIELD'S CONTRIBUTION TO A HASH TOTAL.  THE CALLER MOVES
001420*    THE FIELD TO HASH-FIELD AND ITS LENGTH TO HASH-FIELD-LEN.
001430*    HASH-BYTE-CODE READS ONE CHARACTER AS A BINARY NUMBER: THE
001440*    CHARACTER GOES IN THE LOW-ORDER BYTE OF A HALFWORD WHOSE
001450*    HIGH-ORDER BYTE IS LOW-VALUE.
001460*
001470 01  HASH-FIELD              PIC X(18).
001480 01  HASH-FIELD-LEN          PIC 9(02).
001490 01  HASH-POS                PIC 9(02).
001500 01  HASH-ADD                PIC 9(18).
001510 01  HASH-BYTE-AREA.
001520     05  HASH-BYTE-HIGH      PIC X(01).
001530     05  HASH-BYTE           PIC X(01).
001540 01  HASH-BYTE-CODE REDEFINES HASH-BYTE-AREA
001550                             PIC 9(04)   COMP.
001560*
001570*    THE LAYOUT COPYBOOKS.  ANSMAINT KEEPS ITS TRANSACTION
001580*    LAYOUT IN THE PROGRAM, SO THE FIELDS HASHED FROM IT ARE
001590*    DESCRIBED HERE.
001600*
001610 COPY ANSKYREC.
001620 COPY AKJRNREC.
001630 COPY PORTFREC.
001640 COPY MEMBREC.
001650 COPY ROSTREC.
001660 COPY RUNHREC.
001670 COPY RUNSTREC.
001680 COPY PRIMEVSM.
001690 COPY PRIMEXT.
001700 COPY LEAGXREC.
001710 COPY LEAGAREC.
001720 COPY CTLREC.
001730 COPY PROBREC.
001740 COPY SUBLREC.
001750 COPY SEASREC.
001760 01  ANSKEY-TRAN-REC.
001770     05  TX-FUNC             PIC X(01).
001780     05  FILLER              PIC X(01).
001790     05  TX-PROBLEM-NO       PIC X(04).
001800     05  FILLER              PIC X(04).
001810     05  TX-ANSWER           PIC X(18).
001820     05  FILLER              PIC X(52).
001830*----------------------------------------------------------------
001840 PROCEDURE DIVISION.
001850 0000-MAINLINE SECTION.
001860 0000-START.
001870     OPEN INPUT PARM-FILE.
001880     IF PARM-FILE-STATUS NOT = "00"
001890         DISPLAY "BKTALLY: PARM-FILE OPEN FAILED, STATUS "
001900                 PARM-FILE-STATUS
001910         MOVE 16 TO RETURN-CODE
001920         STOP RUN
001930     END-IF.
001940     PERFORM 0100-READ-PARAMETERS THRU 0100-EXIT.
001950     CLOSE PARM-FILE.
001960
001970     OPEN INPUT TALLY-IN-FILE.
001980     IF IN-FILE-STATUS NOT = "00"
001990         DISPLAY "BKTALLY: TALLY-IN-FILE OPEN FAILED, STATUS "
002000                 IN-FILE-STATUS
002010         MOVE 16 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002040     OPEN OUTPUT MANIFEST-FILE.
002050     IF MF-FILE-STATUS NOT = "00"
002060         DISPLAY "BKTALLY: MANIFEST-FILE OPEN FAILED, STATUS "
002070                 MF-FILE-STATUS
002080         MOVE 16 TO RETURN-CODE
002090         CLOSE TALLY-IN-FILE
002100         STOP RUN
002110     END-IF.
002120     ACCEPT RUN-TODAY FROM DATE YYYYMMDD.
002130
002140     PERFORM 1000-TALLY-ONE-RECORD THRU 1000-EXIT
002150         UNTIL IN-EOF.
002160
002170     PERFORM 5000-WRITE-MANIFEST THRU 5000-EXIT.
002180     CLOSE TALLY-IN-FILE.
002190     CLOSE MANIFEST-FILE.
002200     DISPLAY "BKTALLY: " TALLY-DATASET " (" TALLY-LAYOUT "): "
002210             RECORD-COUNT " RECORDS, " HDR-COUNT " HEADER".
002220     DISPLAY "BKTALLY: KEY HASH " KEY-HASH ", ANSWER HASH "
002230             ANSWER-HASH.
002240 0000-MAINLINE-EXIT.
002250     STOP RUN.
002260*----------------------------------------------------------------
002270*    0100-READ-PARAMETERS READS THE ONE REQUIRED CARD: A KNOWN
002280*    LAYOUT NAME AND, OPTIONALLY, THE DATASET'S MANIFEST NAME.
002290*    AN UNKNOWN LAYOUT STOPS THE STEP BEFORE ANY DATASET IS
002300*    OPENED.
002310*----------------------------------------------------------------
002320 0100-READ-PARAMETERS.
002330     READ PARM-FILE
002340         AT END
002350             MOVE SPACES TO PARM-REC
002360     END-READ.
002370     MOVE PM-LAYOUT TO TALLY-LAYOUT.
002380     IF NOT LAYOUT-ANSKEY AND NOT LAYOUT-JOURNAL
002390             AND NOT LAYOUT-PORTFOLIO AND NOT LAYOUT-MEMBERS
002400             AND NOT LAYOUT-ROSTER AND NOT LAYOUT-RUNHIST
002410             AND NOT LAYOUT-RUNSTAT AND NOT LAYOUT-PRIMES
002420             AND NOT LAYOUT-PRIMEXT AND NOT LAYOUT-LEAGUE
002430             AND NOT LAYOUT-LEAGACK AND NOT LAYOUT-TRAN
002440             AND NOT LAYOUT-CONTROL AND NOT LAYOUT-PROBLEMS
002450             AND NOT LAYOUT-LEDGER AND NOT LAYOUT-SEASON
002460         DISPLAY "BKTALLY: PARM LAYOUT NOT RECOGNISED: "
002470                 PM-LAYOUT
002480         MOVE 16 TO RETURN-CODE
002490         CLOSE PARM-FILE
002500         STOP RUN
002510     END-IF.
002520     MOVE PM-DATASET TO TALLY-DATASET.
002530     IF TALLY-DATASET = SPACES
002540         MOVE TALLY-LAYOUT TO TALLY-DATASET
002550     END-IF.
002560 0100-EXIT.
002570     EXIT.
002580*----------------------------------------------------------------
002590*    1000-TALLY-ONE-RECORD READS THE NEXT RECORD.  A LAYOUT
002600*    HEADER IS NOTED FOR THE MANIFEST AND GOES NO FURTHER; ANY
002610*    OTHER RECORD IS COUNTED AND HANDED TO ITS LAYOUT'S
002620*    PARAGRAPH FOR HASHING.
002630*----------------------------------------------------------------
002640 1000-TALLY-ONE-RECORD.
002650     READ TALLY-IN-FILE
002660         AT END
002670             SET IN-EOF TO TRUE
002680             GO TO 1000-EXIT
002690     END-READ.
002700     ADD 1 TO READ-COUNT.
002710     IF TI-HDR-PRESENT
002720         ADD 1 TO HDR-COUNT
002730         MOVE TI-HDR-LAYOUT TO TALLY-LAYOUT-HDR
002740         GO TO 1000-EXIT
002750     END-IF.
002760     ADD 1 TO RECORD-COUNT.
002770     IF LAYOUT-ANSKEY
002780         PERFORM 2100-HASH-ANSKEY THRU 2100-EXIT
002790         GO TO 1000-EXIT
002800     END-IF.
002810     IF LAYOUT-JOURNAL
002820         PERFORM 2200-HASH-JOURNAL THRU 2200-EXIT
002830         GO TO 1000-EXIT
002840     END-IF.
002850     IF LAYOUT-PORTFOLIO
002860         PERFORM 2300-HASH-PORTFOLIO THRU 2300-EXIT
002870         GO TO 1000-EXIT
002880     END-IF.
002890     IF LAYOUT-MEMBERS
002900         PERFORM 2400-HASH-MEMBERS THRU 2400-EXIT
002910         GO TO 1000-EXIT
002920     END-IF.
002930     IF LAYOUT-ROSTER
002940         PERFORM 2500-HASH-ROSTER THRU 2500-EXIT
002950         GO TO 1000-EXIT
002960     END-IF.
002970     IF LAYOUT-RUNHIST
002980         PERFORM 2600-HASH-RUNHIST THRU 2600-EXIT
002990         GO TO 1000-EXIT
003000     END-IF.
003010     IF LAYOUT-RUNSTAT
003020         PERFORM 2700-HASH-RUNSTAT THRU 2700-EXIT
003030         GO TO 1000-EXIT
003040     END-IF.
003050     IF LAYOUT-PRIMES
003060         PERFORM 2800-HASH-PRIMES THRU 2800-EXIT
003070         GO TO 1000-EXIT
003080     END-IF.
003090     IF LAYOUT-PRIMEXT
003100         PERFORM 2900-HASH-PRIMEXT THRU 2900-EXIT
003110         GO TO 1000-EXIT
003120     END-IF.
003130     IF LAYOUT-LEAGUE
003140         PERFORM 3000-HASH-LEAGUE THRU 3000-EXIT
003150         GO TO 1000-EXIT
003160     END-IF.
003170     IF LAYOUT-LEAGACK
003180         PERFORM 3100-HASH-LEAGACK THRU 3100-EXIT
003190         GO TO 1000-EXIT
003200     END-IF.
003210     IF LAYOUT-TRAN
003220         PERFORM 3200-HASH-TRAN THRU 3200-EXIT
003230         GO TO 1000-EXIT
003240     END-IF.
003250     IF LAYOUT-CONTROL
003260         PERFORM 3300-HASH-CONTROL THRU 3300-EXIT
003270         GO TO 1000-EXIT
003280     END-IF.
003290     IF LAYOUT-PROBLEMS
003300         PERFORM 3400-HASH-PROBLEMS THRU 3400-EXIT
003310         GO TO 1000-EXIT
003320     END-IF.
003330     IF LAYOUT-LEDGER
003340         PERFORM 3500-HASH-LEDGER THRU 3500-EXIT
003350         GO TO 1000-EXIT
003360     END-IF.
003370     PERFORM 3600-HASH-SEASON THRU 3600-EXIT.
003380 1000-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------
003410*    2100-HASH-ANSKEY THROUGH 3600-HASH-SEASON EACH VIEW THE
003420*    RECORD THROUGH ITS LAYOUT AND PASS THE KEY FIELDS TO
003430*    8000-ADD-KEY-FIELD AND THE ANSWER FIELDS TO
003440*    8100-ADD-ANSWER-FIELD, AS LISTED IN THE REMARKS.
003450*----------------------------------------------------------------
003460 2100-HASH-ANSKEY.
003470     MOVE TALLY-IN-REC TO ANSKEY-REC.
003480     MOVE AK-PROBLEM-NO TO HASH-FIELD.
003490     MOVE 4 TO HASH-FIELD-LEN.
003500     PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT.
003510     MOVE AK-EXPECTED-ANSWER TO HASH-FIELD.
003520     MOVE 18 TO HASH-FIELD-LEN.
003530     PERFORM 8100-ADD-ANSWER-FIELD THRU 8100-EXIT.
003540 2100-EXIT.
003550     EXIT.
003560*----------------------------------------------------------------
003570*    A DELETE'S AFTER IMAGE IS BLANK AND ADDS NOTHING.
003580*----------------------------------------------------------------
003590 2200-HASH-JOURNAL.
003600     MOVE TALLY-IN-REC TO ANSKEY-JOURNAL-REC.
003610     MOVE AJ-PROBLEM-NO TO HASH-FIELD.
003620     MOVE 4 TO HASH-FIELD-LEN.
003630     PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT.
003640     MOVE AJ-AFTER-IMAGE TO ANSKEY-REC.
003650     MOVE AK-EXPECTED-ANSWER TO HASH-FIELD.
003660     MOVE 18 TO HASH-FIELD-LEN.
003670     PERFORM 8100-ADD-ANSWER-FIELD THRU 8100-EXIT.
003680 2200-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710 2300-HASH-PORTFOLIO.
003720     MOVE TALLY-IN-REC TO PORTFOLIO-REC.
003730     MOVE PF-PROBLEM-NO TO HASH-FIELD.
003740     MOVE 4 TO HASH-FIELD-LEN.
003750     PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT.
003760     IF PF-SUMMARY-REC
003770         MOVE PS-FINAL-ANSWER TO HASH-FIELD
003780         MOVE 18 TO HASH-FIELD-LEN
003790         PERFORM 8100-ADD-ANSWER-FIELD THRU 8100-EXIT
003800     END-IF.
003810 2300-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------
003840 2400-HASH-MEMBERS.
003850     MOVE TALLY-IN-REC TO MEMBER-REC.
003860     MOVE MR-INITIALS TO HASH-FIELD.
003870     MOVE 3 TO HASH-FIELD-LEN.
003880     PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT.
003890 2400-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------
003920 2500-HASH-ROSTER.
003930     MOVE TALLY-IN-REC TO ROSTER-CARD.
003940     MOVE RL-PROGRAM-ID TO HASH-FIELD.
003950     MOVE 8 TO HASH-FIELD-LEN.
003960     PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT.
003970     MOVE RL-PROBLEM-NO TO HASH-FIELD.
003980     MOVE 4 TO HASH-FIELD-LEN.
003990     PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT.
004000 2500-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030 2600-HASH-RUNHIST.
004040     MOVE TALLY-IN-REC TO RUN-HISTORY-REC.
004050     MOVE RN-PROGRAM-ID TO HASH-FIELD.
004060     MOVE 8 TO HASH-FIELD-LEN.
004070     PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT.
004080     MOVE RN-RUN-DATE TO HASH-FIELD.
004090     MOVE 8 TO HASH-FIELD-LEN.
004100     PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT.
004110 2600-EXIT.
004120     EXIT.
004130*----------------------------------------------------------------
004140 2700-HASH-RUNSTAT.
004150     MOVE TALLY-IN-REC TO RUN-STATUS-REC.
004160     MOVE SR-PROGRAM-ID TO HASH-FIELD.
004170     MOVE 8 TO HASH-FIELD-LEN.
004180     PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT.
004190     MOVE SR-RUN-DATE TO HASH-FIELD.
004200     MOVE 8 TO HASH-FIELD-LEN.
004210     PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT.
004220     MOVE SR-ANSWER TO HASH-FIELD.
004230     MOVE 18 TO HASH-FIELD-LEN.
004240     PERFORM 8100-ADD-ANSWER-FIELD THRU 8100-EXIT.
004250 2700-EXIT.
004260     EXIT.
004270*----------------------------------------------------------------
004280*    THE CLUSTER'S COMPLETION TRAILER SITS AT KEY ZERO (SEE
004290*    PRIMEVSM) AND CARRIES THE BUILT MAXIMUM WHERE A NUMBER'S
004300*    RECORD CARRIES ITS FLAG.
004310*----------------------------------------------------------------
004320 2800-HASH-PRIMES.
004330     MOVE TALLY-IN-REC TO PRIME-VSAM-REC.
004340     MOVE PV-NUMBER TO HASH-FIELD.
004350     MOVE 8 TO HASH-FIELD-LEN.
004360     PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT.
004370     IF PT-KEY NUMERIC AND PT-KEY = 0
004380         MOVE PT-COMPLETED-MAX TO HASH-FIELD
004390         MOVE 8 TO HASH-FIELD-LEN
004400     ELSE
004410         MOVE PV-FLAG TO HASH-FIELD
004420         MOVE 1 TO HASH-FIELD-LEN
004430     END-IF.
004440     PERFORM 8100-ADD-ANSWER-FIELD THRU 8100-EXIT.
004450 2800-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------
004480 2900-HASH-PRIMEXT.
004490     MOVE TALLY-IN-REC TO PRIME-EXTRACT-REC.
004500     IF XT-PRIME-REC
004510         MOVE XP-PRIME TO HASH-FIELD
004520         MOVE 8 TO HASH-FIELD-LEN
004530         PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT
004540         GO TO 2900-EXIT
004550     END-IF.
004560     IF XT-TRAILER-REC
004570         MOVE XTR-PRIME-COUNT TO HASH-FIELD
004580         MOVE 8 TO HASH-FIELD-LEN
004590         PERFORM 8100-ADD-ANSWER-FIELD THRU 8100-EXIT
004600         MOVE XTR-COVERED-MAX TO HASH-FIELD
004610         MOVE 8 TO HASH-FIELD-LEN
004620         PERFORM 8100-ADD-ANSWER-FIELD THRU 8100-EXIT
004630     END-IF.
004640 2900-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------
004670*    THE LEAGUE'S "H" AND "T" RECORDS ARE COUNTED BUT CARRY NO
004680*    PROBLEM OR ANSWER.
004690*----------------------------------------------------------------
004700 3000-HASH-LEAGUE.
004710     MOVE TALLY-IN-REC TO LEAGUE-DETAIL-REC.
004720     IF LD-RECORD-TYPE NOT = "D"
004730         GO TO 3000-EXIT
004740     END-IF.
004750     MOVE LD-PROBLEM-NO TO HASH-FIELD.
004760     MOVE 4 TO HASH-FIELD-LEN.
004770     PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT.
004780     MOVE LD-ANSWER TO HASH-FIELD.
004790     MOVE 18 TO HASH-FIELD-LEN.
004800     PERFORM 8100-ADD-ANSWER-FIELD THRU 8100-EXIT.
004810 3000-EXIT.
004820     EXIT.
004830*----------------------------------------------------------------
004840 3100-HASH-LEAGACK.
004850     MOVE TALLY-IN-REC TO ACK-DETAIL-REC.
004860     IF AD-RECORD-TYPE NOT = "D"
004870         GO TO 3100-EXIT
004880     END-IF.
004890     MOVE AD-PROBLEM-NO TO HASH-FIELD.
004900     MOVE 4 TO HASH-FIELD-LEN.
004910     PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT.
004920     MOVE AD-VERDICT TO HASH-FIELD.
004930     MOVE 8 TO HASH-FIELD-LEN.
004940     PERFORM 8100-ADD-ANSWER-FIELD THRU 8100-EXIT.
004950 3100-EXIT.
004960     EXIT.
004970*----------------------------------------------------------------
004980 3200-HASH-TRAN.
004990     MOVE TALLY-IN-REC TO ANSKEY-TRAN-REC.
005000     MOVE TX-PROBLEM-NO TO HASH-FIELD.
005010     MOVE 4 TO HASH-FIELD-LEN.
005020     PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT.
005030     MOVE TX-ANSWER TO HASH-FIELD.
005040     MOVE 18 TO HASH-FIELD-LEN.
005050     PERFORM 8100-ADD-ANSWER-FIELD THRU 8100-EXIT.
005060 3200-EXIT.
005070     EXIT.
005080*----------------------------------------------------------------
005090 3300-HASH-CONTROL.
005100     MOVE TALLY-IN-REC TO CLUB-CONTROL-REC.
005110     MOVE CT-PROGRAM-ID TO HASH-FIELD.
005120     MOVE 8 TO HASH-FIELD-LEN.
005130     PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT.
005140 3300-EXIT.
005150     EXIT.
005160*----------------------------------------------------------------
005170 3400-HASH-PROBLEMS.
005180     MOVE TALLY-IN-REC TO PROBLEM-MASTER-REC.
005190     MOVE PB-PROBLEM-NO TO HASH-FIELD.
005200     MOVE 4 TO HASH-FIELD-LEN.
005210     PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT.
005220 3400-EXIT.
005230     EXIT.
005240*----------------------------------------------------------------
005250 3500-HASH-LEDGER.
005260     MOVE TALLY-IN-REC TO SUBMISSION-LEDGER-REC.
005270     MOVE SL-PROBLEM-NO TO HASH-FIELD.
005280     MOVE 4 TO HASH-FIELD-LEN.
005290     PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT.
005300     MOVE SL-INITIALS TO HASH-FIELD.
005310     MOVE 3 TO HASH-FIELD-LEN.
005320     PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT.
005330     MOVE SL-ANSWER TO HASH-FIELD.
005340     MOVE 18 TO HASH-FIELD-LEN.
005350     PERFORM 8100-ADD-ANSWER-FIELD THRU 8100-EXIT.
005360 3500-EXIT.
005370     EXIT.
005380*----------------------------------------------------------------
005390 3600-HASH-SEASON.
005400     MOVE TALLY-IN-REC TO SEASON-RESULT-REC.
005410     MOVE SN-SEASON TO HASH-FIELD.
005420     MOVE 4 TO HASH-FIELD-LEN.
005430     PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT.
005440     MOVE SN-RECORD-TYPE TO HASH-FIELD.
005450     MOVE 1 TO HASH-FIELD-LEN.
005460     PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT.
005470     MOVE SN-ITEM TO HASH-FIELD.
005480     MOVE 4 TO HASH-FIELD-LEN.
005490     PERFORM 8000-ADD-KEY-FIELD THRU 8000-EXIT.
005500     IF SN-PROBLEM-REC
005510         MOVE SP-FINAL-ANSWER TO HASH-FIELD
005520         MOVE 18 TO HASH-FIELD-LEN
005530         PERFORM 8100-ADD-ANSWER-FIELD THRU 8100-EXIT
005540     END-IF.
005550 3600-EXIT.
005560     EXIT.
005570*----------------------------------------------------------------
005580*    5000-WRITE-MANIFEST WRITES THE DATASET'S ONE MANIFEST
005590*    RECORD.
005600*----------------------------------------------------------------
005610 5000-WRITE-MANIFEST.
005620     MOVE SPACES TO BACKUP-MANIFEST-REC.
005630     MOVE TALLY-DATASET TO MF-DATASET.
005640     MOVE RUN-TODAY TO MF-BACKUP-DATE.
005650     MOVE RECORD-COUNT TO MF-RECORD-COUNT.
005660     MOVE KEY-HASH TO MF-KEY-HASH.
005670     MOVE ANSWER-HASH TO MF-ANSWER-HASH.
005680     MOVE TALLY-LAYOUT-HDR TO MF-LAYOUT-HDR.
005690     WRITE BACKUP-MANIFEST-REC.
005700     IF MF-FILE-STATUS NOT = "00"
005710         DISPLAY "BKTALLY: MANIFEST WRITE FAILED, STATUS "
005720                 MF-FILE-STATUS
005730         GO TO 9999-ABEND
005740     END-IF.
005750 5000-EXIT.
005760     EXIT.
005770*----------------------------------------------------------------
005780*    8000-ADD-KEY-FIELD AND 8100-ADD-ANSWER-FIELD ADD ONE
005790*    FIELD'S VALUE (8200) TO THE KEY OR ANSWER HASH TOTAL.  A
005800*    TOTAL PAST EIGHTEEN DIGITS KEEPS ITS LOW-ORDER DIGITS, THE
005810*    USUAL HASH-TOTAL CONVENTION (AS IN LEAGEXT).
005820*----------------------------------------------------------------
005830 8000-ADD-KEY-FIELD.
005840     PERFORM 8200-FIELD-VALUE THRU 8200-EXIT.
005850     ADD HASH-ADD TO KEY-HASH
005860         ON SIZE ERROR
005870             COMPUTE KEY-HASH = FUNCTION MOD(
005880                 KEY-HASH + HASH-ADD,
005890                 1000000000000000000)
005900     END-ADD.
005910 8000-EXIT.
005920     EXIT.
005930*----------------------------------------------------------------
005940 8100-ADD-ANSWER-FIELD.
005950     PERFORM 8200-FIELD-VALUE THRU 8200-EXIT.
005960     ADD HASH-ADD TO ANSWER-HASH
005970         ON SIZE ERROR
005980             COMPUTE ANSWER-HASH = FUNCTION MOD(
005990                 ANSWER-HASH + HASH-ADD,
006000                 1000000000000000000)
006010     END-ADD.
006020 8100-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------
006050*    8200-FIELD-VALUE TURNS THE FIELD IN HASH-FIELD INTO
006060*    HASH-ADD.  ALL DIGITS: ITS NUMERIC VALUE (SO A NUMERIC
006070*    ANSWER HASHES AS LEAGEXT HASHES IT).  ANYTHING ELSE --
006080*    INITIALS, A PROGRAM-ID, AN ALPHA ANSWER -- THE SUM OF EACH
006090*    NON-BLANK CHARACTER'S CODE TIMES ITS POSITION, SO THE SAME
006100*    LETTERS IN ANOTHER ORDER HASH DIFFERENTLY.  A BLANK FIELD
006110*    ADDS NOTHING.
006120*----------------------------------------------------------------
006130 8200-FIELD-VALUE.
006140     MOVE 0 TO HASH-ADD.
006150     IF HASH-FIELD (1:HASH-FIELD-LEN) NUMERIC
006160         MOVE HASH-FIELD (1:HASH-FIELD-LEN) TO HASH-ADD
006170         GO TO 8200-EXIT
006180     END-IF.
006190     MOVE LOW-VALUE TO HASH-BYTE-HIGH.
006200     PERFORM 8250-ADD-ONE-CHARACTER THRU 8250-EXIT
006210         VARYING HASH-POS FROM 1 BY 1
006220         UNTIL HASH-POS > HASH-FIELD-LEN.
006230 8200-EXIT.
006240     EXIT.
006250*----------------------------------------------------------------
006260 8250-ADD-ONE-CHARACTER.
006270     IF HASH-FIELD (HASH-POS:1) = SPACE
006280         GO TO 8250-EXIT
006290     END-IF.
006300     MOVE HASH-FIELD (HASH-POS:1) TO HASH-BYTE.
006310     COMPUTE HASH-ADD = HASH-ADD + HASH-BYTE-CODE * HASH-POS.
006320 8250-EXIT.
006330     EXIT.
006340*----------------------------------------------------------------
006350*    9999-ABEND IS THE COMMON ERROR EXIT: CLOSE BOTH FILES AND
006360*    HAND A NONZERO RETURN-CODE BACK TO THE JCL STEP.
006370*----------------------------------------------------------------
006380 9999-ABEND.
006390     DISPLAY "BKTALLY: ABNORMAL TERMINATION".
006400     MOVE 16 TO RETURN-CODE.
006410     CLOSE TALLY-IN-FILE.
006420     CLOSE MANIFEST-FILE.
006430     STOP RUN.
