000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SEASROLL.
000030 AUTHOR. EULER CLUB.
000040 INSTALLATION. EULER CLUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*REMARKS.
000080*    SEASON ROLL-OFF OF A RUN DATASET.
000090*
000100*    SPLITS ONE OF THE CLUB'S RUN DATASETS AT THE END OF A
000110*    CLOSED SEASON, SO THE NEW SEASON'S ACCUMULATORS START FROM
000120*    NOTHING.  EVERY RECORD DATED ON OR BEFORE THE SEASON END
000130*    GOES TO THE ARCHIVE EXTRACT (ARCHOUT); THE LAYOUT HEADER
000140*    RECORD AND EVERY LATER RECORD GO TO THE NEW LIVE COPY
000150*    (LIVEOUT).  THE SEASCLOS JOB APPENDS THE EXTRACT TO THE
000160*    CUMULATIVE SEASON ARCHIVE AND PUTS LIVEOUT IN PLACE OF
000170*    LIVEIN ONLY AFTER EVERY ROLL STEP HAS ENDED CLEAN.
000175*    NOTHING IS EDITED OR DROPPED; THE COUNTS ARE
000180*    DISPLAYED FOR THE OPERATOR TO CHECK: READ = LIVE + ARCHIVED.
000190*
000200*    THE PARM CARD (PARMIN) NAMES THE LAYOUT IN COLUMNS 1-10,
000210*    AND SO WHICH FIELD HOLDS THE DATE, AND GIVES THE SEASON END
000220*    DATE (CCYYMMDD) IN COLUMNS 12-19:
000230*      PORTFOLIO  PF-RUN-DATE      (PORTFREC, TYPE D AND S;
000240*                                   AN UNTAGGED LEGACY RECORD
000250*                                   CARRIES NO DATE AND IS
000260*                                   ARCHIVED WITH THE OLDEST)
000270*      RUNHIST    RN-RUN-DATE      (RUNHREC)
000280*    THE PORTFOLIO LAYOUT ALSO SERVES THE PORTARCH ARCHIVE,
000290*    WHICH HAS NO HEADER.
000300*
000310*    RETURN-CODE 16 FOR A BAD CARD, A FILE THAT CANNOT BE
000320*    OPENED, OR A FAILED WRITE; 0 OTHERWISE.
000330*
000340*    MODIFICATION HISTORY.
000350*    DATE       INIT  DESCRIPTION
000360*    ---------  ----  ---------------------------------------
000370*    10/15/2026 RTS   ORIGINAL VERSION.
000371*    10/15/2026 RTS   RECORDS WIDENED TO 132 FOR RUNHREC VERSION
000372*                     003.
000380*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PARM-FILE ASSIGN TO PARMIN
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PARM-FILE-STATUS.
000480     SELECT LIVE-IN-FILE ASSIGN TO LIVEIN
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS IN-FILE-STATUS.
000510     SELECT LIVE-OUT-FILE ASSIGN TO LIVEOUT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS LIVE-FILE-STATUS.
000540     SELECT ARCH-OUT-FILE ASSIGN TO ARCHOUT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS ARCH-FILE-STATUS.
000570*----------------------------------------------------------------
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  PARM-FILE.
000610 01  PARM-REC.
000620     05  PM-LAYOUT           PIC X(10).
000630     05  FILLER              PIC X(01).
000640     05  PM-END-DATE         PIC X(08).
000650     05  FILLER              PIC X(61).
000660*
000670*    SIZED TO THE LONGEST LAYOUT (RUNHREC), AS IN HDRSTAMP.
000680*
000690 FD  LIVE-IN-FILE.
000700 01  LIVE-IN-REC             PIC X(132).
000710 FD  LIVE-OUT-FILE.
000720 01  LIVE-OUT-REC            PIC X(132).
000730 FD  ARCH-OUT-FILE.
000740 01  ARCH-OUT-REC            PIC X(132).
000750*----------------------------------------------------------------
000760 WORKING-STORAGE SECTION.
000770 01  PARM-FILE-STATUS        PIC XX.
000780 01  IN-FILE-STATUS          PIC XX.
000790 01  LIVE-FILE-STATUS        PIC XX.
000800 01  ARCH-FILE-STATUS        PIC XX.
000810 01  IN-EOF-SW               PIC X       VALUE "N".
000820     88  IN-EOF                          VALUE "Y".
000830 01  ROLL-LAYOUT             PIC X(10)   VALUE SPACES.
000840     88  LAYOUT-PORTFOLIO                VALUE "PORTFOLIO".
000850     88  LAYOUT-RUNHIST                  VALUE "RUNHIST".
000860 01  SEASON-END-DATE         PIC X(08).
000870 01  RECORD-DATE             PIC X(08).
000880 01  HEADER-SW               PIC X.
000890     88  HEADER-RECORD                   VALUE "Y".
000900 01  READ-COUNT              PIC 9(07)   VALUE 0.
000910 01  LIVE-COUNT              PIC 9(07)   VALUE 0.
000920 01  ARCHIVED-COUNT          PIC 9(07)   VALUE 0.
000930 COPY PORTFREC.
000940 COPY RUNHREC.
000950*----------------------------------------------------------------
000960 PROCEDURE DIVISION.
000970 0000-MAINLINE SECTION.
000980 0000-START.
000990     OPEN INPUT PARM-FILE.
001000     IF PARM-FILE-STATUS NOT = "00"
001010         DISPLAY "SEASROLL: PARM-FILE OPEN FAILED, STATUS "
001020                 PARM-FILE-STATUS
001030         MOVE 16 TO RETURN-CODE
001040         STOP RUN
001050     END-IF.
001060     PERFORM 0100-READ-PARAMETERS THRU 0100-EXIT.
001070     CLOSE PARM-FILE.
001080
001090     OPEN INPUT LIVE-IN-FILE.
001100     IF IN-FILE-STATUS NOT = "00"
001110         DISPLAY "SEASROLL: LIVE-IN-FILE OPEN FAILED, STATUS "
001120                 IN-FILE-STATUS
001130         MOVE 16 TO RETURN-CODE
001140         STOP RUN
001150     END-IF.
001160     OPEN OUTPUT LIVE-OUT-FILE.
001170     IF LIVE-FILE-STATUS NOT = "00"
001180         DISPLAY "SEASROLL: LIVE-OUT-FILE OPEN FAILED, STATUS "
001190                 LIVE-FILE-STATUS
001200         MOVE 16 TO RETURN-CODE
001210         CLOSE LIVE-IN-FILE
001220         STOP RUN
001230     END-IF.
001240     OPEN OUTPUT ARCH-OUT-FILE.
001250     IF ARCH-FILE-STATUS NOT = "00"
001260         DISPLAY "SEASROLL: ARCH-OUT-FILE OPEN FAILED, STATUS "
001270                 ARCH-FILE-STATUS
001280         MOVE 16 TO RETURN-CODE
001290         CLOSE LIVE-IN-FILE
001300         CLOSE LIVE-OUT-FILE
001310         STOP RUN
001320     END-IF.
001330
001340     PERFORM 1000-ROLL-ONE-RECORD THRU 1000-EXIT
001350         UNTIL IN-EOF.
001360
001370     CLOSE LIVE-IN-FILE.
001380     CLOSE LIVE-OUT-FILE.
001390     CLOSE ARCH-OUT-FILE.
001400     DISPLAY "SEASROLL: " ROLL-LAYOUT " THROUGH " SEASON-END-DATE
001410             ": " READ-COUNT " RECORDS READ, " LIVE-COUNT
001420             " KEPT LIVE, " ARCHIVED-COUNT " ARCHIVED".
001430 0000-MAINLINE-EXIT.
001440     STOP RUN.
001450*----------------------------------------------------------------
001460*    0100-READ-PARAMETERS READS THE ONE REQUIRED CARD: A KNOWN
001470*    LAYOUT NAME AND A CCYYMMDD SEASON END DATE.  ANYTHING ELSE
001480*    STOPS THE STEP BEFORE ANY DATASET IS OPENED.
001490*----------------------------------------------------------------
001500 0100-READ-PARAMETERS.
001510     READ PARM-FILE
001520         AT END
001530             MOVE SPACES TO PARM-REC
001540     END-READ.
001550     MOVE PM-LAYOUT TO ROLL-LAYOUT.
001560     IF NOT LAYOUT-PORTFOLIO AND NOT LAYOUT-RUNHIST
001570         DISPLAY "SEASROLL: PARM LAYOUT NOT PORTFOLIO OR "
001580                 "RUNHIST: " PM-LAYOUT
001590         MOVE 16 TO RETURN-CODE
001600         CLOSE PARM-FILE
001610         STOP RUN
001620     END-IF.
001630     IF PM-END-DATE NOT NUMERIC
001640         DISPLAY "SEASROLL: PARM END DATE NOT CCYYMMDD: "
001650                 PM-END-DATE
001660         MOVE 16 TO RETURN-CODE
001670         CLOSE PARM-FILE
001680         STOP RUN
001690     END-IF.
001700     MOVE PM-END-DATE TO SEASON-END-DATE.
001710 0100-EXIT.
001720     EXIT.
001730*----------------------------------------------------------------
001740*    1000-ROLL-ONE-RECORD READS THE NEXT RECORD AND SENDS IT TO
001750*    THE LIVE COPY OR THE ARCHIVE BY ITS DATE.  THE LAYOUT
001760*    HEADER ALWAYS STAYS LIVE.
001770*----------------------------------------------------------------
001780 1000-ROLL-ONE-RECORD.
001790     READ LIVE-IN-FILE
001800         AT END
001810             SET IN-EOF TO TRUE
001820             GO TO 1000-EXIT
001830     END-READ.
001840     ADD 1 TO READ-COUNT.
001850     PERFORM 1100-TAKE-RECORD-DATE THRU 1100-EXIT.
001860     IF HEADER-RECORD
001870        OR RECORD-DATE > SEASON-END-DATE
001880         WRITE LIVE-OUT-REC FROM LIVE-IN-REC
001890         IF LIVE-FILE-STATUS NOT = "00"
001900             DISPLAY "SEASROLL: LIVE WRITE FAILED AT RECORD "
001910                     READ-COUNT ", STATUS " LIVE-FILE-STATUS
001920             GO TO 9999-ABEND
001930         END-IF
001940         ADD 1 TO LIVE-COUNT
001950         GO TO 1000-EXIT
001960     END-IF.
001970     WRITE ARCH-OUT-REC FROM LIVE-IN-REC.
001980     IF ARCH-FILE-STATUS NOT = "00"
001990         DISPLAY "SEASROLL: ARCHIVE WRITE FAILED AT RECORD "
002000                 READ-COUNT ", STATUS " ARCH-FILE-STATUS
002010         GO TO 9999-ABEND
002020     END-IF.
002030     ADD 1 TO ARCHIVED-COUNT.
002040 1000-EXIT.
002050     EXIT.
002060*----------------------------------------------------------------
002070*    1100-TAKE-RECORD-DATE VIEWS THE RECORD THROUGH ITS LAYOUT'S
002080*    COPYBOOK, NOTING A LAYOUT HEADER AND OTHERWISE TAKING ITS
002090*    DATE.  A RECORD WITH NO DATE COMES BACK WITH SPACES, WHICH
002100*    COLLATE BEFORE ANY SEASON END.
002110*----------------------------------------------------------------
002120 1100-TAKE-RECORD-DATE.
002130     MOVE "N" TO HEADER-SW.
002140     MOVE SPACES TO RECORD-DATE.
002150     IF LAYOUT-RUNHIST
002160         MOVE LIVE-IN-REC TO RUN-HISTORY-REC
002170         MOVE LIVE-IN-REC TO RUN-HISTORY-HDR-REC
002180         IF RN-HDR-PRESENT
002190             SET HEADER-RECORD TO TRUE
002200         ELSE
002210             MOVE RN-RUN-DATE TO RECORD-DATE
002220         END-IF
002230         GO TO 1100-EXIT
002240     END-IF.
002250     MOVE LIVE-IN-REC TO PORTFOLIO-REC.
002260     MOVE LIVE-IN-REC TO PORTFOLIO-HDR-REC.
002270     IF PF-HDR-PRESENT
002280         SET HEADER-RECORD TO TRUE
002290         GO TO 1100-EXIT
002300     END-IF.
002310     IF PF-DETAIL-REC OR PF-SUMMARY-REC
002320         MOVE PF-RUN-DATE TO RECORD-DATE
002330     END-IF.
002340 1100-EXIT.
002350     EXIT.
002360*----------------------------------------------------------------
002370*    9999-ABEND IS THE COMMON ERROR EXIT: CLOSE ALL THREE FILES
002380*    AND HAND A NONZERO RETURN-CODE BACK TO THE JCL STEP.  THE
002390*    LIVE DATASET IS UNTOUCHED, BUT THE ARCHIVE MAY ALREADY HOLD
002400*    PART OF THE SPLIT; CHECK ITS TAIL BEFORE RESUBMITTING.
002410*----------------------------------------------------------------
002420 9999-ABEND.
002430     DISPLAY "SEASROLL: ABNORMAL TERMINATION".
002440     MOVE 16 TO RETURN-CODE.
002450     CLOSE LIVE-IN-FILE.
002460     CLOSE LIVE-OUT-FILE.
002470     CLOSE ARCH-OUT-FILE.
002480     STOP RUN.
