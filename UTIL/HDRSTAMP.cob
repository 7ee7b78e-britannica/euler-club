000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HDRSTAMP.
000030 AUTHOR. EULER CLUB.
000040 INSTALLATION. EULER CLUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*REMARKS.
000080*    LAYOUT HEADER STAMP.
000090*
000100*    EVERY SEQUENTIAL CLUB DATASET NOW STARTS WITH A LAYOUT
000110*    HEADER RECORD -- "*HDR", THE COPYBOOK NAME, AND THE LAYOUT
000120*    VERSION -- WHICH EULRPFLT CHECKS BEFORE EULERRUN LETS ANY
000130*    WEEK RUN.  THIS STEP PUTS THAT HEADER ON A DATASET: IT
000140*    WRITES THE CURRENT HEADER FOR THE LAYOUT NAMED ON THE PARM
000150*    CARD TO HDROUT, THEN COPIES HDRIN BEHIND IT RECORD FOR
000160*    RECORD.  IT IS RUN ONCE PER DATASET FROM THE HDRSTAMP JOB
000170*    TO STAMP WHAT IS ALREADY ON FILE, AND WITH HDRIN DUMMY FROM
000180*    EULRVSAM TO SEED A NEWLY ALLOCATED DATASET WITH ITS HEADER.
000190*
000200*    THE PARM CARD (PARMIN, COLUMNS 1-10) NAMES THE LAYOUT:
000210*      PORTFOLIO  PORTFREC  (ALSO THE WEEKNN.OUT DATASETS)
000220*      RUNHIST    RUNHREC
000230*      RUNSTAT    RUNSTREC
000240*      PRIMEXT    PRIMEXT
000250*      MEMBERS    MEMBREC
000260*      ROSTER     ROSTREC
000270*      LEAGUE     LEAGXREC  (THE LEAGUE TRANSMISSION DATASET)
000280*
000290*    A HEADER ALREADY ON HDRIN IS DROPPED, NOT COPIED, SO A RERUN
000300*    AGAINST A DATASET THAT WAS ALREADY STAMPED IS HARMLESS, AND
000310*    A DATASET CONVERTED TO A NEW LAYOUT VERSION IS RESTAMPED BY
000320*    RUNNING IT THROUGH AGAIN.  AN OLD HEADER NAMING A DIFFERENT
000330*    COPYBOOK MEANS THE WRONG DATASET OR THE WRONG PARM CARD: IT
000340*    IS DISPLAYED AND ENDS THE STEP WITH RETURN-CODE 8 SO THE
000350*    JOB DOES NOT PUT THE STAMPED COPY IN SERVICE.  THE COUNTS
000360*    ARE DISPLAYED FOR THE OPERATOR TO CHECK AGAINST THE INPUT.
000370*
000380*    MODIFICATION HISTORY.
000390*    DATE       INIT  DESCRIPTION
000400*    ---------  ----  ---------------------------------------
000410*    10/15/2026 RTS   ORIGINAL VERSION, MODELED ON DATECONV.
000411*    10/15/2026 RTS   RECORDS WIDENED TO 132 FOR RUNHREC VERSION
000412*                     003.  A VERSION 002 RUN HISTORY COPIED
000413*                     THROUGH HERE COMES OUT SPACE-FILLED IN THE
000414*                     NEW LOOKUP COUNTS, WHICH IS ITS CONVERSION.
000420*----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT PARM-FILE ASSIGN TO PARMIN
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS PARM-FILE-STATUS.
000520     SELECT STAMP-IN-FILE ASSIGN TO HDRIN
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS IN-FILE-STATUS.
000550     SELECT STAMP-OUT-FILE ASSIGN TO HDROUT
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS OUT-FILE-STATUS.
000580*----------------------------------------------------------------
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PARM-FILE.
000620 01  PARM-REC.
000630     05  PM-LAYOUT           PIC X(10).
000640     05  FILLER              PIC X(70).
000650*
000660*    SIZED TO THE LONGEST LAYOUT (RUNHREC).  THE HEADER FIELDS
000670*    SIT IN THE SAME PLACE IN EVERY LAYOUT, SO ONE VIEW OF THEM
000680*    SERVES FOR WHATEVER HDRIN HOLDS.
000690*
000700 FD  STAMP-IN-FILE.
000710 01  STAMP-IN-REC            PIC X(132).
000720 01  STAMP-IN-HDR-VIEW.
000730     05  SI-HDR-MARKER       PIC X(04).
000740         88  SI-HDR-PRESENT              VALUE "*HDR".
000750     05  FILLER              PIC X(01).
000760     05  SI-HDR-COPYBOOK     PIC X(08).
000770     05  FILLER              PIC X(01).
000780     05  SI-HDR-VERSION      PIC X(03).
000790     05  FILLER              PIC X(115).
000800 FD  STAMP-OUT-FILE.
000810 01  STAMP-OUT-REC           PIC X(132).
000820*----------------------------------------------------------------
000830 WORKING-STORAGE SECTION.
000840 01  PARM-FILE-STATUS        PIC XX.
000850 01  IN-FILE-STATUS          PIC XX.
000860 01  OUT-FILE-STATUS         PIC XX.
000870 01  IN-EOF-SW               PIC X       VALUE "N".
000880     88  IN-EOF                          VALUE "Y".
000890 01  STAMP-LAYOUT            PIC X(10)   VALUE SPACES.
000900     88  LAYOUT-PORTFOLIO                VALUE "PORTFOLIO".
000910     88  LAYOUT-RUNHIST                  VALUE "RUNHIST".
000920     88  LAYOUT-RUNSTAT                  VALUE "RUNSTAT".
000930     88  LAYOUT-PRIMEXT                  VALUE "PRIMEXT".
000940     88  LAYOUT-MEMBERS                  VALUE "MEMBERS".
000950     88  LAYOUT-ROSTER                   VALUE "ROSTER".
000960     88  LAYOUT-LEAGUE                   VALUE "LEAGUE".
000970 01  STAMP-COPYBOOK          PIC X(08)   VALUE SPACES.
000980 01  STAMP-VERSION           PIC 9(03)   VALUE 0.
000990 01  READ-COUNT              PIC 9(07)   VALUE 0.
001000 01  WRITTEN-COUNT           PIC 9(07)   VALUE 0.
001010 01  OLD-HDR-COUNT           PIC 9(07)   VALUE 0.
001020 01  FOREIGN-HDR-COUNT       PIC 9(07)   VALUE 0.
001030*
001040*    THE LAYOUT COPYBOOKS, FOR THEIR HEADER VIEWS ONLY.
001050*
001060 COPY PORTFREC.
001070 COPY RUNHREC.
001080 COPY RUNSTREC.
001090 COPY PRIMEXT.
001100 COPY MEMBREC.
001110 COPY ROSTREC.
001120 COPY LEAGXREC.
001130*----------------------------------------------------------------
001140 PROCEDURE DIVISION.
001150 0000-MAINLINE SECTION.
001160 0000-START.
001170     OPEN INPUT PARM-FILE.
001180     IF PARM-FILE-STATUS NOT = "00"
001190         DISPLAY "HDRSTAMP: PARM-FILE OPEN FAILED, STATUS "
001200                 PARM-FILE-STATUS
001210         MOVE 16 TO RETURN-CODE
001220         STOP RUN
001230     END-IF.
001240     PERFORM 0100-READ-PARAMETERS THRU 0100-EXIT.
001250     CLOSE PARM-FILE.
001260
001270     OPEN INPUT STAMP-IN-FILE.
001280     IF IN-FILE-STATUS NOT = "00"
001290         DISPLAY "HDRSTAMP: STAMP-IN-FILE OPEN FAILED, STATUS "
001300                 IN-FILE-STATUS
001310         MOVE 16 TO RETURN-CODE
001320         STOP RUN
001330     END-IF.
001340     OPEN OUTPUT STAMP-OUT-FILE.
001350     IF OUT-FILE-STATUS NOT = "00"
001360         DISPLAY "HDRSTAMP: STAMP-OUT-FILE OPEN FAILED, STATUS "
001370                 OUT-FILE-STATUS
001380         MOVE 16 TO RETURN-CODE
001390         CLOSE STAMP-IN-FILE
001400         STOP RUN
001410     END-IF.
001420
001430     PERFORM 0200-WRITE-HEADER THRU 0200-EXIT.
001440     PERFORM 1000-COPY-ONE-RECORD THRU 1000-EXIT
001450         UNTIL IN-EOF.
001460
001470     CLOSE STAMP-IN-FILE.
001480     CLOSE STAMP-OUT-FILE.
001490     DISPLAY "HDRSTAMP: LAYOUT " STAMP-LAYOUT " STAMPED "
001500             STAMP-COPYBOOK " VERSION " STAMP-VERSION.
001510     DISPLAY "HDRSTAMP: " READ-COUNT " RECORDS READ, "
001520             WRITTEN-COUNT " WRITTEN INCLUDING THE HEADER".
001530     IF OLD-HDR-COUNT > 0
001540         DISPLAY "HDRSTAMP: " OLD-HDR-COUNT
001550                 " EARLIER LAYOUT HEADERS DROPPED"
001560     END-IF.
001570     IF FOREIGN-HDR-COUNT > 0
001580         DISPLAY "HDRSTAMP: " FOREIGN-HDR-COUNT
001590                 " HEADERS NAMED ANOTHER LAYOUT -- WRONG DATASET"
001600                 " OR WRONG PARM CARD"
001610         MOVE 8 TO RETURN-CODE
001620     END-IF.
001630 0000-MAINLINE-EXIT.
001640     STOP RUN.
001650*----------------------------------------------------------------
001660*    0100-READ-PARAMETERS READS THE ONE REQUIRED PARAMETER CARD
001670*    NAMING THE LAYOUT.  A MISSING, BLANK, OR UNKNOWN LAYOUT
001680*    STOPS THE STEP BEFORE ANY OUTPUT IS OPENED.
001690*----------------------------------------------------------------
001700 0100-READ-PARAMETERS.
001710     READ PARM-FILE
001720         AT END
001730             MOVE SPACES TO PARM-REC
001740     END-READ.
001750     MOVE PM-LAYOUT TO STAMP-LAYOUT.
001760     IF NOT LAYOUT-PORTFOLIO AND NOT LAYOUT-RUNHIST
001770        AND NOT LAYOUT-RUNSTAT AND NOT LAYOUT-PRIMEXT
001780        AND NOT LAYOUT-MEMBERS AND NOT LAYOUT-ROSTER
001790        AND NOT LAYOUT-LEAGUE
001800         DISPLAY "HDRSTAMP: UNKNOWN OR MISSING LAYOUT ON PARM "
001810                 "CARD: " PM-LAYOUT
001820         MOVE 16 TO RETURN-CODE
001830         CLOSE PARM-FILE
001840         STOP RUN
001850     END-IF.
001860 0100-EXIT.
001870     EXIT.
001880*----------------------------------------------------------------
001890*    0200-WRITE-HEADER BUILDS THE CURRENT HEADER FOR THE LAYOUT
001900*    ON THE PARM CARD, THROUGH THAT COPYBOOK'S OWN HEADER VIEW,
001910*    AND WRITES IT AS THE FIRST RECORD OF HDROUT.
001920*----------------------------------------------------------------
001930 0200-WRITE-HEADER.
001940     MOVE SPACES TO STAMP-OUT-REC.
001950     IF LAYOUT-PORTFOLIO
001960         MOVE SPACES TO PORTFOLIO-HDR-REC
001970         SET PF-HDR-PRESENT TO TRUE
001980         SET PF-HDR-THIS-LAYOUT TO TRUE
001990         SET PF-HDR-CURRENT-VERSION TO TRUE
002000         MOVE PORTFOLIO-HDR-REC TO STAMP-OUT-REC
002010         GO TO 0200-WRITE
002020     END-IF.
002030     IF LAYOUT-RUNHIST
002040         MOVE SPACES TO RUN-HISTORY-HDR-REC
002050         SET RN-HDR-PRESENT TO TRUE
002060         SET RN-HDR-THIS-LAYOUT TO TRUE
002070         SET RN-HDR-CURRENT-VERSION TO TRUE
002080         MOVE RUN-HISTORY-HDR-REC TO STAMP-OUT-REC
002090         GO TO 0200-WRITE
002100     END-IF.
002110     IF LAYOUT-RUNSTAT
002120         MOVE SPACES TO RUN-STATUS-HDR-REC
002130         SET SR-HDR-PRESENT TO TRUE
002140         SET SR-HDR-THIS-LAYOUT TO TRUE
002150         SET SR-HDR-CURRENT-VERSION TO TRUE
002160         MOVE RUN-STATUS-HDR-REC TO STAMP-OUT-REC
002170         GO TO 0200-WRITE
002180     END-IF.
002190     IF LAYOUT-PRIMEXT
002200         MOVE SPACES TO PRIME-EXTRACT-HDR-REC
002210         SET XT-HDR-PRESENT TO TRUE
002220         SET XT-HDR-THIS-LAYOUT TO TRUE
002230         SET XT-HDR-CURRENT-VERSION TO TRUE
002240         MOVE PRIME-EXTRACT-HDR-REC TO STAMP-OUT-REC
002250         GO TO 0200-WRITE
002260     END-IF.
002270     IF LAYOUT-MEMBERS
002280         MOVE SPACES TO MEMBER-HDR-REC
002290         SET MR-HDR-PRESENT TO TRUE
002300         SET MR-HDR-THIS-LAYOUT TO TRUE
002310         SET MR-HDR-CURRENT-VERSION TO TRUE
002320         MOVE MEMBER-HDR-REC TO STAMP-OUT-REC
002330         GO TO 0200-WRITE
002340     END-IF.
002350     IF LAYOUT-ROSTER
002360         MOVE SPACES TO ROSTER-HDR-CARD
002370         SET RL-HDR-PRESENT TO TRUE
002380         SET RL-HDR-THIS-LAYOUT TO TRUE
002390         SET RL-HDR-CURRENT-VERSION TO TRUE
002400         MOVE ROSTER-HDR-CARD TO STAMP-OUT-REC
002410         GO TO 0200-WRITE
002420     END-IF.
002430     MOVE SPACES TO LEAGUE-LAYOUT-HDR-REC.
002440     SET LX-HDR-PRESENT TO TRUE.
002450     SET LX-HDR-THIS-LAYOUT TO TRUE.
002460     SET LX-HDR-CURRENT-VERSION TO TRUE.
002470     MOVE LEAGUE-LAYOUT-HDR-REC TO STAMP-OUT-REC.
002480 0200-WRITE.
002490     MOVE STAMP-OUT-REC TO STAMP-IN-HDR-VIEW.
002500     MOVE SI-HDR-COPYBOOK TO STAMP-COPYBOOK.
002510     MOVE SI-HDR-VERSION TO STAMP-VERSION.
002520     WRITE STAMP-OUT-REC.
002530     IF OUT-FILE-STATUS NOT = "00"
002540         DISPLAY "HDRSTAMP: HEADER WRITE FAILED, STATUS "
002550                 OUT-FILE-STATUS
002560         GO TO 9999-ABEND
002570     END-IF.
002580     ADD 1 TO WRITTEN-COUNT.
002590 0200-EXIT.
002600     EXIT.
002610*----------------------------------------------------------------
002620*    1000-COPY-ONE-RECORD COPIES ONE HDRIN RECORD TO HDROUT AS
002630*    IT STANDS.  A LAYOUT HEADER ALREADY ON HDRIN IS DROPPED:
002640*    ONE FOR THIS LAYOUT IS SIMPLY SUPERSEDED BY THE HEADER JUST
002650*    WRITTEN; ONE FOR ANY OTHER LAYOUT IS REPORTED.
002660*----------------------------------------------------------------
002670 1000-COPY-ONE-RECORD.
002680     READ STAMP-IN-FILE
002690         AT END
002700             SET IN-EOF TO TRUE
002710             GO TO 1000-EXIT
002720     END-READ.
002730     ADD 1 TO READ-COUNT.
002740     IF SI-HDR-PRESENT
002750         IF SI-HDR-COPYBOOK = STAMP-COPYBOOK
002760             ADD 1 TO OLD-HDR-COUNT
002770             DISPLAY "HDRSTAMP: RECORD " READ-COUNT
002780                     " EARLIER HEADER " SI-HDR-COPYBOOK
002790                     " VERSION " SI-HDR-VERSION " DROPPED"
002800         ELSE
002810             ADD 1 TO FOREIGN-HDR-COUNT
002820             DISPLAY "HDRSTAMP: RECORD " READ-COUNT
002830                     " HEADER NAMES LAYOUT " SI-HDR-COPYBOOK
002840                     ", NOT " STAMP-COPYBOOK
002850         END-IF
002860         GO TO 1000-EXIT
002870     END-IF.
002880     MOVE STAMP-IN-REC TO STAMP-OUT-REC.
002890     WRITE STAMP-OUT-REC.
002900     IF OUT-FILE-STATUS NOT = "00"
002910         DISPLAY "HDRSTAMP: WRITE FAILED AT RECORD " READ-COUNT
002920                 ", STATUS " OUT-FILE-STATUS
002930         GO TO 9999-ABEND
002940     END-IF.
002950     ADD 1 TO WRITTEN-COUNT.
002960 1000-EXIT.
002970     EXIT.
002980*----------------------------------------------------------------
002990*    9999-ABEND IS THE COMMON ERROR EXIT: CLOSE BOTH FILES AND
003000*    HAND A NONZERO RETURN-CODE BACK TO THE JCL STEP.  THE JOB
003010*    ONLY COPIES HDROUT BACK OVER THE LIVE DATASET ON A CLEAN
003020*    STEP, SO A FAILURE HERE LEAVES THE LIVE DATASET AS IT WAS.
003030*----------------------------------------------------------------
003040 9999-ABEND.
003050     DISPLAY "HDRSTAMP: ABNORMAL TERMINATION".
003060     MOVE 16 TO RETURN-CODE.
003070     CLOSE STAMP-IN-FILE.
003080     CLOSE STAMP-OUT-FILE.
003090     STOP RUN.
