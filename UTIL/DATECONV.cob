000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DATECONV.
000030 AUTHOR. EULER CLUB.
000040 INSTALLATION. EULER CLUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*REMARKS.
000080*    ONE-TIME DATE CONVERSION, MM/DD/YY TO CCYYMMDD.
000090*
000100*    EVERY DATE THE CLUB KEEPS ON FILE WAS WRITTEN AS MM/DD/YY
000110*    TEXT, WHICH DOES NOT COLLATE ACROSS A YEAR BOUNDARY
000120*    (12/31/25 SORTS AFTER 01/05/26).  THE PROGRAMS NOW WRITE
000130*    AND COMPARE CCYYMMDD IN THE SAME EIGHT BYTES; THIS STEP
000140*    REWRITES THE DATES ALREADY ON FILE TO MATCH.  IT IS RUN
000150*    ONCE PER DATASET FROM THE DATECONV JOB, COPYING DATEIN TO
000160*    DATEOUT RECORD FOR RECORD WITH ONLY THE DATE BYTES CHANGED.
000170*
000180*    THE PARM CARD (PARMIN, COLUMNS 1-10) NAMES THE LAYOUT OF
000190*    THE DATASET BEING CONVERTED, AND SO WHICH FIELD HOLDS THE
000200*    DATE:
000210*      ANSKEY     AK-DATE-SOLVED   (ANSKYREC)
000220*      MEMBERS    MR-JOIN-DATE     (MEMBREC)
000230*      PORTFOLIO  PF-RUN-DATE      (PORTFREC, TYPE D AND S
000240*                                   ONLY; UNTAGGED LEGACY
000250*                                   RECORDS CARRY NO DATE)
000260*      RUNHIST    RN-RUN-DATE      (RUNHREC)
000270*      RUNSTAT    SR-RUN-DATE      (RUNSTREC)
000280*      LEAGUE     LH-SUBMIT-DATE ON THE HEADER AND
000290*                 LD-DATE-SOLVED ON EACH DETAIL (LEAGEXT'S
000300*                 TRANSMISSION LAYOUT; THE TRAILER HAS NONE)
000310*    THE PORTFOLIO LAYOUT ALSO SERVES THE WEEKNN.OUT DATASETS
000320*    AND THE PORTARCH ARCHIVE.
000330*
000340*    CENTURY WINDOW: A TWO-DIGIT YEAR BELOW 50 IS 20YY, 50 AND
000350*    UP IS 19YY.  A DATE ALREADY EIGHT DIGITS, OR BLANK, IS
000360*    COPIED UNCHANGED, SO A RERUN AGAINST A DATASET THAT WAS
000370*    ALREADY CONVERTED (OR HALF CONVERTED) IS HARMLESS.  A DATE
000380*    THAT IS NEITHER IS DISPLAYED WITH ITS RECORD NUMBER, COPIED
000390*    UNCHANGED, AND ENDS THE STEP WITH RETURN-CODE 8 SO THE JOB
000400*    DOES NOT PUT THE CONVERTED COPY IN SERVICE.  THE COUNTS
000410*    ARE DISPLAYED FOR THE OPERATOR TO CHECK AGAINST THE INPUT.
000420*
000430*    MODIFICATION HISTORY.
000440*    DATE       INIT  DESCRIPTION
000450*    ---------  ----  ---------------------------------------
000460*    10/15/2026 RTS   ORIGINAL VERSION.
000470*----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-370.
000510 OBJECT-COMPUTER. IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT PARM-FILE ASSIGN TO PARMIN
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS PARM-FILE-STATUS.
000570     SELECT DATE-IN-FILE ASSIGN TO DATEIN
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS IN-FILE-STATUS.
000600     SELECT DATE-OUT-FILE ASSIGN TO DATEOUT
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS OUT-FILE-STATUS.
000630*----------------------------------------------------------------
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  PARM-FILE.
000670 01  PARM-REC.
000680     05  PM-LAYOUT           PIC X(10).
000690     05  FILLER              PIC X(70).
000700 FD  DATE-IN-FILE.
000710 01  DATE-IN-REC             PIC X(80).
000720 FD  DATE-OUT-FILE.
000730 01  DATE-OUT-REC            PIC X(80).
000740*----------------------------------------------------------------
000750 WORKING-STORAGE SECTION.
000760 01  PARM-FILE-STATUS        PIC XX.
000770 01  IN-FILE-STATUS          PIC XX.
000780 01  OUT-FILE-STATUS         PIC XX.
000790 01  IN-EOF-SW               PIC X       VALUE "N".
000800     88  IN-EOF                          VALUE "Y".
000810 01  CONV-LAYOUT             PIC X(10)   VALUE SPACES.
000820     88  LAYOUT-ANSKEY                   VALUE "ANSKEY".
000830     88  LAYOUT-MEMBERS                  VALUE "MEMBERS".
000840     88  LAYOUT-PORTFOLIO                VALUE "PORTFOLIO".
000850     88  LAYOUT-RUNHIST                  VALUE "RUNHIST".
000860     88  LAYOUT-RUNSTAT                  VALUE "RUNSTAT".
000870     88  LAYOUT-LEAGUE                   VALUE "LEAGUE".
000880 01  CENTURY-PIVOT           PIC 9(02)   VALUE 50.
000890 01  READ-COUNT              PIC 9(07)   VALUE 0.
000900 01  WRITTEN-COUNT           PIC 9(07)   VALUE 0.
000910 01  CONVERTED-COUNT         PIC 9(07)   VALUE 0.
000920 01  ALREADY-COUNT           PIC 9(07)   VALUE 0.
000930 01  BLANK-DATE-COUNT        PIC 9(07)   VALUE 0.
000940 01  BAD-DATE-COUNT          PIC 9(07)   VALUE 0.
000950 01  CONV-DATE               PIC X(08).
000960 01  CONV-OLD-DATE REDEFINES CONV-DATE.
000970     05  CO-MM               PIC X(02).
000980     05  CO-SLASH-1          PIC X(01).
000990     05  CO-DD               PIC X(02).
001000     05  CO-SLASH-2          PIC X(01).
001010     05  CO-YY               PIC X(02).
001020 01  CO-YY-NUM               PIC 9(02).
001030 01  CONV-NEW-DATE.
001040     05  CN-CC               PIC X(02).
001050     05  CN-YY               PIC X(02).
001060     05  CN-MM               PIC X(02).
001070     05  CN-DD               PIC X(02).
001080 COPY ANSKYREC.
001090 COPY MEMBREC.
001100 COPY PORTFREC.
001110 COPY RUNHREC.
001120 COPY RUNSTREC.
001130*    LEAGUE TRANSMISSION HEADER AND DETAIL, AS WRITTEN BY
001140*    LEAGEXT.
001150 01  LEAGUE-HEADER-REC.
001160     05  LH-RECORD-TYPE      PIC X(01).
001170     05  FILLER              PIC X(01).
001180     05  LH-CLUB-ID          PIC X(08).
001190     05  FILLER              PIC X(01).
001200     05  LH-SUBMIT-DATE      PIC X(08).
001210     05  FILLER              PIC X(01).
001220     05  LH-DECLARED-COUNT   PIC 9(04).
001230 01  LEAGUE-DETAIL-REC.
001240     05  LD-RECORD-TYPE      PIC X(01).
001250     05  FILLER              PIC X(01).
001260     05  LD-PROBLEM-NO       PIC 9(04).
001270     05  FILLER              PIC X(01).
001280     05  LD-ANSWER           PIC X(18).
001290     05  FILLER              PIC X(01).
001300     05  LD-DATE-SOLVED      PIC X(08).
001310     05  FILLER              PIC X(01).
001320     05  LD-INITIALS         PIC X(03).
001330*----------------------------------------------------------------
001340 PROCEDURE DIVISION.
001350 0000-MAINLINE SECTION.
001360 0000-START.
001370     OPEN INPUT PARM-FILE.
001380     IF PARM-FILE-STATUS NOT = "00"
001390         DISPLAY "DATECONV: PARM-FILE OPEN FAILED, STATUS "
001400                 PARM-FILE-STATUS
001410         MOVE 16 TO RETURN-CODE
001420         STOP RUN
001430     END-IF.
001440     PERFORM 0100-READ-PARAMETERS THRU 0100-EXIT.
001450     CLOSE PARM-FILE.
001460
001470     OPEN INPUT DATE-IN-FILE.
001480     IF IN-FILE-STATUS NOT = "00"
001490         DISPLAY "DATECONV: DATE-IN-FILE OPEN FAILED, STATUS "
001500                 IN-FILE-STATUS
001510         MOVE 16 TO RETURN-CODE
001520         STOP RUN
001530     END-IF.
001540     OPEN OUTPUT DATE-OUT-FILE.
001550     IF OUT-FILE-STATUS NOT = "00"
001560         DISPLAY "DATECONV: DATE-OUT-FILE OPEN FAILED, STATUS "
001570                 OUT-FILE-STATUS
001580         MOVE 16 TO RETURN-CODE
001590         CLOSE DATE-IN-FILE
001600         STOP RUN
001610     END-IF.
001620
001630     PERFORM 1000-CONVERT-ONE-RECORD THRU 1000-EXIT
001640         UNTIL IN-EOF.
001650
001660     CLOSE DATE-IN-FILE.
001670     CLOSE DATE-OUT-FILE.
001680     DISPLAY "DATECONV: LAYOUT " CONV-LAYOUT.
001690     DISPLAY "DATECONV: " READ-COUNT " RECORDS READ, "
001700             WRITTEN-COUNT " WRITTEN".
001710     DISPLAY "DATECONV: " CONVERTED-COUNT " DATES CONVERTED, "
001720             ALREADY-COUNT " ALREADY CCYYMMDD, "
001730             BLANK-DATE-COUNT " BLANK".
001740     IF BAD-DATE-COUNT > 0
001750         DISPLAY "DATECONV: " BAD-DATE-COUNT
001760                 " DATES NOT MM/DD/YY, COPIED UNCHANGED"
001770         MOVE 8 TO RETURN-CODE
001780     END-IF.
001790 0000-MAINLINE-EXIT.
001800     STOP RUN.
001810*----------------------------------------------------------------
001820*    0100-READ-PARAMETERS READS THE ONE REQUIRED PARAMETER CARD
001830*    NAMING THE LAYOUT.  A MISSING, BLANK, OR UNKNOWN LAYOUT
001840*    STOPS THE STEP BEFORE ANY OUTPUT IS OPENED.
001850*----------------------------------------------------------------
001860 0100-READ-PARAMETERS.
001870     READ PARM-FILE
001880         AT END
001890             MOVE SPACES TO PARM-REC
001900     END-READ.
001910     MOVE PM-LAYOUT TO CONV-LAYOUT.
001920     IF NOT LAYOUT-ANSKEY AND NOT LAYOUT-MEMBERS
001930        AND NOT LAYOUT-PORTFOLIO AND NOT LAYOUT-RUNHIST
001940        AND NOT LAYOUT-RUNSTAT AND NOT LAYOUT-LEAGUE
001950         DISPLAY "DATECONV: UNKNOWN OR MISSING LAYOUT ON PARM "
001960                 "CARD: " PM-LAYOUT
001970         MOVE 16 TO RETURN-CODE
001980         CLOSE PARM-FILE
001990         STOP RUN
002000     END-IF.
002010 0100-EXIT.
002020     EXIT.
002030*----------------------------------------------------------------
002040*    1000-CONVERT-ONE-RECORD COPIES ONE RECORD, VIEWED THROUGH
002050*    THE LAYOUT NAMED ON THE PARM CARD, WITH ITS DATE FIELD
002060*    PASSED THROUGH 2000-CONVERT-DATE.
002070*----------------------------------------------------------------
002080 1000-CONVERT-ONE-RECORD.
002090     READ DATE-IN-FILE
002100         AT END
002110             SET IN-EOF TO TRUE
002120             GO TO 1000-EXIT
002130     END-READ.
002140     ADD 1 TO READ-COUNT.
002150     MOVE DATE-IN-REC TO DATE-OUT-REC.
002160     IF LAYOUT-ANSKEY
002170         MOVE DATE-IN-REC TO ANSKEY-REC
002180         MOVE AK-DATE-SOLVED TO CONV-DATE
002190         PERFORM 2000-CONVERT-DATE THRU 2000-EXIT
002200         MOVE CONV-DATE TO AK-DATE-SOLVED
002210         MOVE ANSKEY-REC TO DATE-OUT-REC
002220         GO TO 1000-WRITE
002230     END-IF.
002240     IF LAYOUT-MEMBERS
002250         MOVE DATE-IN-REC TO MEMBER-REC
002260         MOVE MR-JOIN-DATE TO CONV-DATE
002270         PERFORM 2000-CONVERT-DATE THRU 2000-EXIT
002280         MOVE CONV-DATE TO MR-JOIN-DATE
002290         MOVE MEMBER-REC TO DATE-OUT-REC
002300         GO TO 1000-WRITE
002310     END-IF.
002320     IF LAYOUT-PORTFOLIO
002330         MOVE DATE-IN-REC TO PORTFOLIO-REC
002340         IF PF-DETAIL-REC OR PF-SUMMARY-REC
002350             MOVE PF-RUN-DATE TO CONV-DATE
002360             PERFORM 2000-CONVERT-DATE THRU 2000-EXIT
002370             MOVE CONV-DATE TO PF-RUN-DATE
002380             MOVE PORTFOLIO-REC TO DATE-OUT-REC
002390         END-IF
002400         GO TO 1000-WRITE
002410     END-IF.
002420     IF LAYOUT-RUNHIST
002430         MOVE DATE-IN-REC TO RUN-HISTORY-REC
002440         MOVE RN-RUN-DATE TO CONV-DATE
002450         PERFORM 2000-CONVERT-DATE THRU 2000-EXIT
002460         MOVE CONV-DATE TO RN-RUN-DATE
002470         MOVE RUN-HISTORY-REC TO DATE-OUT-REC
002480         GO TO 1000-WRITE
002490     END-IF.
002500     IF LAYOUT-RUNSTAT
002510         MOVE DATE-IN-REC TO RUN-STATUS-REC
002520         MOVE SR-RUN-DATE TO CONV-DATE
002530         PERFORM 2000-CONVERT-DATE THRU 2000-EXIT
002540         MOVE CONV-DATE TO SR-RUN-DATE
002550         MOVE RUN-STATUS-REC TO DATE-OUT-REC
002560         GO TO 1000-WRITE
002570     END-IF.
002580     MOVE DATE-IN-REC TO LEAGUE-HEADER-REC.
002590     IF LH-RECORD-TYPE = "H"
002600         MOVE LH-SUBMIT-DATE TO CONV-DATE
002610         PERFORM 2000-CONVERT-DATE THRU 2000-EXIT
002620         MOVE CONV-DATE TO LH-SUBMIT-DATE
002630         MOVE LEAGUE-HEADER-REC TO DATE-OUT-REC
002640         GO TO 1000-WRITE
002650     END-IF.
002660     MOVE DATE-IN-REC TO LEAGUE-DETAIL-REC.
002670     IF LD-RECORD-TYPE = "D"
002680         MOVE LD-DATE-SOLVED TO CONV-DATE
002690         PERFORM 2000-CONVERT-DATE THRU 2000-EXIT
002700         MOVE CONV-DATE TO LD-DATE-SOLVED
002710         MOVE LEAGUE-DETAIL-REC TO DATE-OUT-REC
002720     END-IF.
002730 1000-WRITE.
002740     WRITE DATE-OUT-REC.
002750     IF OUT-FILE-STATUS NOT = "00"
002760         DISPLAY "DATECONV: WRITE FAILED AT RECORD " READ-COUNT
002770                 ", STATUS " OUT-FILE-STATUS
002780         GO TO 9999-ABEND
002790     END-IF.
002800     ADD 1 TO WRITTEN-COUNT.
002810 1000-EXIT.
002820     EXIT.
002830*----------------------------------------------------------------
002840*    2000-CONVERT-DATE TURNS THE MM/DD/YY DATE IN CONV-DATE INTO
002850*    CCYYMMDD IN PLACE, USING THE CENTURY WINDOW.  BLANK AND
002860*    ALREADY-CONVERTED DATES ARE LEFT ALONE; ANYTHING ELSE IS
002870*    REPORTED AND LEFT ALONE.
002880*----------------------------------------------------------------
002890 2000-CONVERT-DATE.
002900     IF CONV-DATE = SPACES
002910         ADD 1 TO BLANK-DATE-COUNT
002920         GO TO 2000-EXIT
002930     END-IF.
002940     IF CONV-DATE NUMERIC
002950         ADD 1 TO ALREADY-COUNT
002960         GO TO 2000-EXIT
002970     END-IF.
002980     IF CO-SLASH-1 NOT = "/" OR CO-SLASH-2 NOT = "/"
002990        OR CO-MM NOT NUMERIC OR CO-DD NOT NUMERIC
003000        OR CO-YY NOT NUMERIC
003010         ADD 1 TO BAD-DATE-COUNT
003020         DISPLAY "DATECONV: RECORD " READ-COUNT
003030                 " DATE NOT MM/DD/YY: " CONV-DATE
003040         GO TO 2000-EXIT
003050     END-IF.
003060     MOVE CO-YY TO CO-YY-NUM.
003070     IF CO-YY-NUM < CENTURY-PIVOT
003080         MOVE "20" TO CN-CC
003090     ELSE
003100         MOVE "19" TO CN-CC
003110     END-IF.
003120     MOVE CO-YY TO CN-YY.
003130     MOVE CO-MM TO CN-MM.
003140     MOVE CO-DD TO CN-DD.
003150     MOVE CONV-NEW-DATE TO CONV-DATE.
003160     ADD 1 TO CONVERTED-COUNT.
003170 2000-EXIT.
003180     EXIT.
003190*----------------------------------------------------------------
003200*    9999-ABEND IS THE COMMON ERROR EXIT: CLOSE BOTH FILES AND
003210*    HAND A NONZERO RETURN-CODE BACK TO THE JCL STEP.  THE JOB
003220*    ONLY COPIES DATEOUT BACK OVER THE LIVE DATASET ON A CLEAN
003230*    STEP, SO A FAILURE HERE LEAVES THE LIVE DATASET AS IT WAS.
003240*----------------------------------------------------------------
003250 9999-ABEND.
003260     DISPLAY "DATECONV: ABNORMAL TERMINATION".
003270     MOVE 16 TO RETURN-CODE.
003280     CLOSE DATE-IN-FILE.
003290     CLOSE DATE-OUT-FILE.
003300     STOP RUN.
