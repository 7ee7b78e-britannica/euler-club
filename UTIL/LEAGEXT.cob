000320*    ENTRY: THE LEAGUE ALREADY BOUNCED ONE HAND-TYPED
000330*    SUBMISSION, AND A HALF-RIGHT FILE IS WORSE THAN NONE.
000340*
000345*    THIS PROGRAM'S RECORD ON THE CLUB CONTROL DATASET (CTLLOOK,
000350*    SEE CTLREC) MAY OVERRIDE THE CLUB ID; MISSING OR BLANK, THE
000355*    REGISTERED DEFAULT "EULERCLB" STANDS.
000362*
000364*    THE EXTRACT LISTING ON RPTOUT NAMES EACH PROBLEM WITH ITS
000366*    TITLE FROM THE PROBLEM CATALOGUE (THROUGH PRBLOOK).  THE
000368*    TITLE IS FOR THE LISTING ONLY -- THE TRANSMISSION RECORDS
000370*    ARE THE LEAGUE'S FORMAT AND DO NOT CARRY IT -- SO A
000372*    CATALOGUE THAT CANNOT BE READ ONLY BLANKS THE TITLES.
000374*
000380*    MODIFICATION HISTORY.
000390*    DATE       INIT  DESCRIPTION
000400*    ---------  ----  ---------------------------------------
000417*                     ANSWERS CONTRIBUTE ZERO AND ARE CARRIED
000418*                     VERBATIM IN THEIR DETAIL RECORDS.
000419*    09/02/2026 RTS   ANSKEY READS NOW AGAINST THE KEYED VSAM.
000420*    10/15/2026 RTS   LH-SUBMIT-DATE ON THE HEADER RECORD, AND THE
000421*                     DATE SOLVED CARRIED FROM THE KEY, NOW
000422*                     CCYYMMDD.
000423*    10/15/2026 RTS   THE EXTRACT LISTING NOW PRINTS EACH
000424*                     PROBLEM'S TITLE FROM THE NEW PROBLEM
000425*                     CATALOGUE (THROUGH PRBLOOK); A REFUSAL
000426*                     REASON NOW PRINTS IN THE ANSWER COLUMNS,
000427*                     WHICH A REFUSED LINE LEAVES EMPTY.  THE
000428*                     TRANSMISSION RECORDS ARE UNCHANGED.
000429*    10/15/2026 RTS   THE CLUB ID OVERRIDE NOW COMES FROM THIS
000430*                     PROGRAM'S RECORD ON THE CLUB CONTROL DATASET
000431*                     (CTLLOOK, SEE CTLREC; NEW CLUBCTL DD)
000432*                     INSTEAD OF THE PARMIN CARD; PARM-FILE IS
000433*                     GONE.
000434*    10/15/2026 RTS   THE TRANSMISSION RECORD LAYOUTS NOW COME
000435*                     FROM THE NEW COPYBOOK LEAGXREC, AND THE
000436*                     DATASET NOW STARTS WITH THE CLUB'S LAYOUT
000437*                     HEADER RECORD, AHEAD OF THE LEAGUE'S "H"
000438*                     RECORD.  WHATEVER SENDS THE DATASET TO THE
000439*                     LEAGUE SENDS IT FROM THE "H" RECORD ON.
000440*----------------------------------------------------------------
000441 ENVIRONMENT DIVISION.
000442 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000520     SELECT ANSWER-KEY-FILE ASSIGN TO ANSKEY
000522         ORGANIZATION IS INDEXED
000524         ACCESS MODE IS SEQUENTIAL
000640*----------------------------------------------------------------
000650 DATA DIVISION.
000660 FILE SECTION.
000710 FD  ANSWER-KEY-FILE.
000720 COPY ANSKYREC.
000730 FD  PORTFOLIO-FILE.
000740 COPY PORTFREC.
000750 FD  LEAGUE-FILE.
000760 COPY LEAGXREC.
001020 FD  EXTRACT-RPT-FILE.
001030 01  EXTRACT-RPT-REC         PIC X(80).
001040*----------------------------------------------------------------
001050 WORKING-STORAGE SECTION.
001070 01  ANSKEY-FILE-STATUS      PIC XX.
001080 01  PORT-FILE-STATUS        PIC XX.
001090 01  LEAG-FILE-STATUS        PIC XX.
001100 01  RPT-FILE-STATUS         PIC XX.
001130 01  ANSKEY-EOF-SW           PIC X       VALUE "N".
001140     88  ANSKEY-EOF                      VALUE "Y".
001150 01  PORT-EOF-SW             PIC X       VALUE "N".
001360 01  REFUSAL-COUNT           PIC 9(03)   VALUE 0.
001370 01  HASH-TOTAL              PIC 9(18)   VALUE 0.
001380 01  RPT-TODAY.
001390     05  RPT-TODAY-CCYY      PIC 9(04).
001400     05  RPT-TODAY-MM        PIC 99.
001410     05  RPT-TODAY-DD        PIC 99.
001420 01  TODAY-DATE              PIC X(08).
001421 01  CATALOGUE-DOWN-SW       PIC X       VALUE "N".
001422     88  CATALOGUE-DOWN                  VALUE "Y".
001423 01  LOOKUP-PROBLEM-NO       PIC 9(04).
001424 01  LOOKUP-RETURN-CODE      PIC 99.
001425 COPY PROBREC.
001426 01  CONTROL-PROGRAM-ID      PIC X(08)   VALUE "LEAGEXT".
001427 01  CONTROL-RETURN-CODE     PIC 99.
001428*
001429*    THE CLUB CONTROL RECORD CTLLOOK HANDS BACK.
001430*
001431 COPY CTLREC.
001432 01  RPT-HDR1-LINE.
001440     05  FILLER              PIC X(39)
001450         VALUE "EULER CLUB - LEAGUE SUBMISSION EXTRACT".
001460     05  FILLER              PIC X(41)   VALUE SPACES.
001550     05  RD-TAG              PIC X(10).
001560     05  RD-PROBLEM-NO       PIC ZZZ9.
001570     05  FILLER              PIC X(02)   VALUE SPACES.
001575     05  RD-TITLE            PIC X(28).
001577     05  FILLER              PIC X(02)   VALUE SPACES.
001578     05  RD-KEY-AREA.
001580         10  RD-ANSWER       PIC X(18).
001590         10  FILLER          PIC X(02).
001600         10  RD-DATE-SOLVED  PIC X(08).
001610         10  FILLER          PIC X(01).
001620         10  RD-INITIALS     PIC X(03).
001640     05  RD-REASON REDEFINES RD-KEY-AREA
001645                             PIC X(32).
001650     05  FILLER              PIC X(02)   VALUE SPACES.
001660 01  RPT-TOTAL-LINE.
001670     05  FILLER              PIC X(10)   VALUE "INCLUDED:".
001680     05  RT-INCLUDED         PIC ZZZ9.
001770 PROCEDURE DIVISION.
001780 0000-MAINLINE SECTION.
001790 0000-START.
001880     PERFORM 0100-READ-PARAMETERS THRU 0100-EXIT.
001900
001910     OPEN INPUT PORTFOLIO-FILE.
001920     IF PORT-FILE-STATUS NOT = "00"
002360 0000-MAINLINE-EXIT.
002370     STOP RUN.
002380*----------------------------------------------------------------
002385*    0100-READ-PARAMETERS FETCHES THIS PROGRAM'S RECORD FROM THE
002390*    CLUB CONTROL DATASET (CTLLOOK, SEE CTLREC) FOR A CLUB ID
002395*    OVERRIDE.  NO RECORD, A RECORD NOT YET EFFECTIVE, OR A BLANK
002400*    CT-CLUB-ID LEAVES THE REGISTERED DEFAULT STANDING.  A
002405*    CONTROL DATASET THAT CANNOT BE READ STOPS THE STEP BEFORE
002410*    ANYTHING IS WRITTEN -- THE LEAGUE MUST NOT RECEIVE A FILE
002415*    UNDER THE WRONG CLUB.
002420*----------------------------------------------------------------
002425 0100-READ-PARAMETERS.
002430     CALL "CTLLOOK" USING CONTROL-PROGRAM-ID, CONTROL-RETURN-CODE,
002435         CLUB-CONTROL-REC.
002440     IF CONTROL-RETURN-CODE = 4
002445         DISPLAY "LEAGEXT: NO CONTROL RECORD, DEFAULTS STAND"
002450         GO TO 0100-EXIT
002455     END-IF.
002460     IF CONTROL-RETURN-CODE = 8
002465         DISPLAY "LEAGEXT: CONTROL RECORD NOT EFFECTIVE UNTIL "
002470                 CT-EFFECTIVE-DATE ", DEFAULTS STAND"
002475         GO TO 0100-EXIT
002480     END-IF.
002485     IF CONTROL-RETURN-CODE NOT = 0
002490         DISPLAY "LEAGEXT: CONTROL DATASET NOT AVAILABLE, RC "
002495                 CONTROL-RETURN-CODE
002500         MOVE 16 TO RETURN-CODE
002505         STOP RUN
002510     END-IF.
002515     IF CT-CLUB-ID NOT = SPACES
002520         MOVE CT-CLUB-ID TO CLUB-ID
002525     END-IF.
002530 0100-EXIT.
002535     EXIT.
002550*----------------------------------------------------------------
002560*    0200-WRITE-REPORT-HEADING WRITES THE EXTRACT LISTING
002570*    HEADING, ANCHORED BY TODAY'S DATE AND THE CLUB ID IN FORCE.
002580*----------------------------------------------------------------
002590 0200-WRITE-REPORT-HEADING.
002600     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
002610     MOVE RPT-TODAY TO TODAY-DATE.
002640     MOVE TODAY-DATE TO RH-RUN-DATE.
002650     MOVE CLUB-ID TO RH-CLUB-ID.
002660     WRITE EXTRACT-RPT-REC FROM RPT-HDR1-LINE.
003760 2100-VALIDATE-ONE-PROBLEM.
003770     MOVE SPACES TO RPT-DETAIL-LINE.
003780     MOVE LG-PROBLEM-NO (LG-IDX) TO RD-PROBLEM-NO.
003785     PERFORM 2200-LOOKUP-TITLE THRU 2200-EXIT.
003790
003800     IF LG-RECON (LG-IDX) NOT = "MATCH"
003810         ADD 1 TO REFUSAL-COUNT
004010     WRITE EXTRACT-RPT-REC FROM RPT-DETAIL-LINE.
004020 2100-EXIT.
004030     EXIT.
004031*----------------------------------------------------------------
004032*    2200-LOOKUP-TITLE FETCHES THE PROBLEM'S TITLE FROM THE
004033*    CATALOGUE FOR THE LISTING LINE.  A PROBLEM WITH NO ENTRY
004034*    PRINTS AS NOT CATALOGUED.  IF THE CATALOGUE CANNOT BE READ
004035*    THE TITLES ARE LEFT BLANK FOR THE REST OF THE LISTING; THE
004036*    EXTRACT ITSELF GOES AHEAD.
004037*----------------------------------------------------------------
004038 2200-LOOKUP-TITLE.
004039     MOVE SPACES TO RD-TITLE.
004040     IF CATALOGUE-DOWN
004041         GO TO 2200-EXIT
004042     END-IF.
004043     MOVE LG-PROBLEM-NO (LG-IDX) TO LOOKUP-PROBLEM-NO.
004044     CALL "PRBLOOK" USING LOOKUP-PROBLEM-NO, LOOKUP-RETURN-CODE,
004045         PROBLEM-MASTER-REC.
004046     IF LOOKUP-RETURN-CODE = 0
004047         MOVE PB-TITLE TO RD-TITLE
004048         GO TO 2200-EXIT
004049     END-IF.
004050     IF LOOKUP-RETURN-CODE = 4
004051         MOVE "** NOT CATALOGUED **" TO RD-TITLE
004052         GO TO 2200-EXIT
004053     END-IF.
004054     SET CATALOGUE-DOWN TO TRUE.
004055     DISPLAY "LEAGEXT: PROBLEM CATALOGUE NOT AVAILABLE, "
004056             "TITLES LEFT BLANK".
004057 2200-EXIT.
004058     EXIT.
004059*----------------------------------------------------------------
004060*    3000-WRITE-LEAGUE-FILE WRITES THE TRANSMISSION DATASET:
004061*    HEADER, ONE DETAIL PER PROBLEM IN ASCENDING PROBLEM ORDER,
004070*    AND THE TRAILER WITH THE COUNT AND ANSWER HASH TOTAL.
004080*    ONLY REACHED WHEN EVERY PROBLEM PASSED VALIDATION.  THE
004082*    CLUB'S LAYOUT HEADER RECORD (SEE LEAGXREC) GOES AHEAD OF
004084*    THE LEAGUE'S "H" RECORD AND IS NOT IN THE DECLARED COUNT.
004090*----------------------------------------------------------------
004100 3000-WRITE-LEAGUE-FILE.
004110     OPEN OUTPUT LEAGUE-FILE.
004150         MOVE 16 TO RETURN-CODE
004160         GO TO 3000-EXIT
004170     END-IF.
004171     MOVE SPACES TO LEAGUE-LAYOUT-HDR-REC.
004172     SET LX-HDR-PRESENT TO TRUE.
004173     SET LX-HDR-THIS-LAYOUT TO TRUE.
004174     SET LX-HDR-CURRENT-VERSION TO TRUE.
004175     WRITE LEAGUE-LAYOUT-HDR-REC.
004180     MOVE SPACES TO LEAGUE-HEADER-REC.
004190     MOVE "H" TO LH-RECORD-TYPE.
004200     MOVE CLUB-ID TO LH-CLUB-ID.
