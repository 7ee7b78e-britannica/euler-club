000180*    VERIFY THE CLUSTER'S COMPLETION TRAILER COVERS THEIR MAX
000190*    BEFORE THEY START (SEE THEIR 1000-VERIFY-SIEVE).
000200*
000202*    THE BUILD MAX IS THE LARGEST MAX ANY ACTIVE ROSTER PROGRAM
000204*    WILL ASK FOR TONIGHT: EACH ACTIVE CARD ON ROSTERIN IS LOOKED
000206*    UP ON THE CLUB CONTROL DATASET (CTLLOOK, SEE CTLREC).  A
000208*    PROGRAM WITH NO MAX IN FORCE THERE RUNS ON ITS COMPILED-IN
000210*    DEFAULT, WHICH THIS STEP CANNOT SEE, SO IT IS SIZED FOR THE
000212*    WHOLE PRIME FILE BOUND; SO IS THE BUILD WHEN THE ROSTER OR
000214*    THE CONTROL DATASET CANNOT BE READ OR NAMES NO ACTIVE
000230*    PROGRAM.  THE RUN IS RECORDED ON RUNHIST AND RUNSTAT
000240*    LIKE A WEEKLY PROGRAM'S, SO THE SIEVE-BUILD COST THE WEEKS
000250*    USED TO CARRY ON THEIR OWN HISTORY RECORDS STAYS VISIBLE TO
000260*    RUNTREND AND EULRSUMM UNDER THIS PROGRAM'S NAME.
000290*    DATE       INIT  DESCRIPTION
000300*    ---------  ----  ---------------------------------------
000310*    09/02/2026 RTS   ORIGINAL VERSION.
000311*    10/15/2026 RTS   RUN DATES ON PORTFOLIO, RUNHIST, AND RUNSTAT
000312*                     RECORDS NOW WRITTEN CCYYMMDD (ACCEPT FROM
000313*                     DATE YYYYMMDD); THE REPORT HEADING SHOWS THE
000314*                     SAME FORM.
000315*    10/15/2026 RTS   THE BUILD MAX NOW COMES FROM THE ROSTER (NEW
000316*                     ROSTERIN DD): THE LARGEST MAX ON THE CLUB
000317*                     CONTROL DATASET AMONG THE ACTIVE ROSTER
000318*                     PROGRAMS, WITH ANY PROGRAM LEFT ON ITS
000319*                     COMPILED DEFAULT SIZED FOR THE PRIME FILE
000320*                     BOUND. THE PARMIN CARD AND PARM-FILE ARE
000321*                     GONE.
000322*    10/15/2026 RTS   ROSTER-CARD NOW COMES FROM THE NEW COPYBOOK
000323*                     ROSTREC INSTEAD OF BEING DECLARED HERE; THE
000324*                     ROSTER'S LAYOUT HEADER CARD IS SKIPPED.
000325*    10/15/2026 RTS   THE RUN-HISTORY RECORD'S THREE PRIME-LOOKUP
000326*                     COUNTS (RUNHREC VERSION 003) ARE WRITTEN AS
000327*                     ZERO; THE SIEVE BUILD DOES NO LOOKUPS.
000329*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ROSTER-FILE ASSIGN TO ROSTERIN
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS ROST-FILE-STATUS.
000420     SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS RUNH-FILE-STATUS.
000480*----------------------------------------------------------------
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  ROSTER-FILE.
000520 COPY ROSTREC.
000550 FD  RUN-HISTORY-FILE.
000560 COPY RUNHREC.
000570 FD  RUN-STATUS-FILE.
000590*----------------------------------------------------------------
000600 WORKING-STORAGE SECTION.
000610 01  MAX                     PIC 9(08)   VALUE 1000000.
000620 01  ROST-EOF-SW             PIC X       VALUE "N".
000630     88  ROST-EOF                        VALUE "Y".
000640 01  SIEVE-RETURN-CODE       PIC 99.
000650 01  PRIME-FILE-BOUND        PIC 9(08)   VALUE 1000000.
000660 01  ROST-FILE-STATUS        PIC XX.
000662 01  PROGRAM-MAX             PIC 9(08).
000664 01  CONTROL-PROGRAM-ID      PIC X(08).
000666 01  CONTROL-RETURN-CODE     PIC 99.
000670 01  RUNH-FILE-STATUS        PIC XX.
000680 01  RUNS-FILE-STATUS        PIC XX.
000690 01  RUN-OUTCOME             PIC X(08)   VALUE "NORMAL".
000850 01  SIEVE-SEARCH-ITER-COUNT PIC 9(09)   COMP.
000860 01  SIEVE-MARK-ITER-COUNT   PIC 9(09)   COMP.
000870 01  RPT-TODAY.
000880     05  RPT-TODAY-CCYY      PIC 9(04).
000890     05  RPT-TODAY-MM        PIC 99.
000900     05  RPT-TODAY-DD        PIC 99.
000910 01  TODAY-DATE              PIC X(08).
000920 01  MAX-ANSWER-X            PIC X(18)   VALUE ZEROS.
000930 01  MAX-ANSWER-NUM REDEFINES MAX-ANSWER-X
000940                             PIC 9(18).
000942*
000944*    THE CLUB CONTROL RECORD CTLLOOK HANDS BACK.
000946*
000948 COPY CTLREC.
000950*----------------------------------------------------------------
000960 PROCEDURE DIVISION.
000970 0000-MAINLINE SECTION.
000980 0000-START.
000990     ACCEPT RUN-START-TIME FROM TIME.
001000     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
001010     MOVE RPT-TODAY TO TODAY-DATE.
001120     PERFORM 0100-READ-PARAMETERS THRU 0100-EXIT.
001140
001150     PERFORM 0150-VALIDATE-MAX THRU 0150-EXIT.
001160
001280 0000-MAINLINE-EXIT.
001290     STOP RUN.
001300*----------------------------------------------------------------
001302*    0100-READ-PARAMETERS SETS THE BUILD MAX FROM THE ROSTER:
001304*    THE LARGEST MAX AMONG THE ACTIVE ROSTER PROGRAMS, EACH
001306*    SIZED BY 0110.  A ROSTER THAT CANNOT BE OPENED, OR ONE WITH
001308*    NO ACTIVE PROGRAM ON IT, BUILDS TO PRIME-FILE-BOUND -- THE
001310*    ONE-MILLION DEPTH THE SHARED SIEVE HAS ALWAYS HAD -- SO THE
001312*    WEEKS THAT DO RUN ARE NEVER SHORT OF PRIMES.
001314*----------------------------------------------------------------
001316 0100-READ-PARAMETERS.
001318     MOVE 0 TO MAX.
001320     OPEN INPUT ROSTER-FILE.
001322     IF ROST-FILE-STATUS NOT = "00"
001324         DISPLAY "SIEVBLD: ROSTER-FILE OPEN FAILED, STATUS "
001326                 ROST-FILE-STATUS
001327                 ", BUILDING TO THE PRIME FILE BOUND"
001328         MOVE PRIME-FILE-BOUND TO MAX
001330         GO TO 0100-EXIT
001332     END-IF.
001334     PERFORM 0110-SIZE-ONE-PROGRAM THRU 0110-EXIT
001336         UNTIL ROST-EOF.
001338     CLOSE ROSTER-FILE.
001340     IF MAX = 0
001342         DISPLAY "SIEVBLD: NO ACTIVE ROSTER PROGRAMS, BUILDING "
001344                 "TO THE PRIME FILE BOUND"
001346         MOVE PRIME-FILE-BOUND TO MAX
001348     END-IF.
001350 0100-EXIT.
001352     EXIT.
001354*----------------------------------------------------------------
001356*    0110-SIZE-ONE-PROGRAM READS ONE ROSTER CARD AND, FOR AN
001358*    ACTIVE WEEKLY PROGRAM, LOOKS UP THE MAX IT WILL RUN WITH ON
001360*    THE CLUB CONTROL DATASET.  THIS STEP'S OWN CARD IS PASSED
001362*    OVER (IT NEEDS NO PRIMES OF ITS OWN), AS ARE BLANK AND
001364*    INACTIVE CARDS.  NO RECORD, A RECORD NOT YET EFFECTIVE, OR A
001366*    ZERO CT-MAX LEAVES THE PROGRAM ON ITS COMPILED-IN DEFAULT,
001368*    SO IT IS SIZED FOR PRIME-FILE-BOUND.  A CONTROL DATASET THAT
001370*    CANNOT BE READ ENDS THE ROSTER PASS WITH THE BUILD SET TO
001372*    PRIME-FILE-BOUND -- THE WEEKS WILL FAIL ON IT THEMSELVES,
001374*    BUT THE SIEVE THEY FIND WILL NOT BE THE REASON.
001376*----------------------------------------------------------------
001378 0110-SIZE-ONE-PROGRAM.
001380     READ ROSTER-FILE
001382         AT END
001384             SET ROST-EOF TO TRUE
001386             GO TO 0110-EXIT
001388     END-READ.
001389     IF RL-HDR-PRESENT
001390         GO TO 0110-EXIT
001391     END-IF.
001392     IF ROSTER-CARD = SPACES
001393         GO TO 0110-EXIT
001394     END-IF.
001396     IF NOT RL-ACTIVE
001398         GO TO 0110-EXIT
001400     END-IF.
001402     IF RL-PROGRAM-ID = "SIEVBLD"
001404         GO TO 0110-EXIT
001406     END-IF.
001408     MOVE RL-PROGRAM-ID TO CONTROL-PROGRAM-ID.
001410     CALL "CTLLOOK" USING CONTROL-PROGRAM-ID, CONTROL-RETURN-CODE,
001412         CLUB-CONTROL-REC.
001414     IF CONTROL-RETURN-CODE NOT = 0
001416        AND CONTROL-RETURN-CODE NOT = 4
001418        AND CONTROL-RETURN-CODE NOT = 8
001420         DISPLAY "SIEVBLD: CONTROL DATASET NOT AVAILABLE, RC "
001422                 CONTROL-RETURN-CODE
001424                 ", BUILDING TO THE PRIME FILE BOUND"
001426         MOVE PRIME-FILE-BOUND TO MAX
001428         SET ROST-EOF TO TRUE
001430         GO TO 0110-EXIT
001432     END-IF.
001434     IF CONTROL-RETURN-CODE = 0 AND CT-MAX NOT = 0
001436         MOVE CT-MAX TO PROGRAM-MAX
001438     ELSE
001440         MOVE PRIME-FILE-BOUND TO PROGRAM-MAX
001442         DISPLAY "SIEVBLD: " RL-PROGRAM-ID
001444                 " HAS NO MAX IN FORCE, SIZED FOR THE PRIME "
001445                 "FILE BOUND"
001446     END-IF.
001448     DISPLAY "SIEVBLD: " RL-PROGRAM-ID " NEEDS THE SIEVE THROUGH "
001450             PROGRAM-MAX.
001452     IF PROGRAM-MAX > MAX
001454         MOVE PROGRAM-MAX TO MAX
001456     END-IF.
001458 0110-EXIT.
001460     EXIT.
001480*----------------------------------------------------------------
001490*    0150-VALIDATE-MAX MAKES SURE THE MAX JUST ESTABLISHED BY
001500*    THE ROSTER AND CONTROL DATASET WILL NOT DRIVE A SIEVE
001510*    PAST PRIME-FILE-BOUND, THE SHOP-IMPOSED CEILING ON HOW BIG
001520*    A PRIME-FILE THIS RUN WILL BUILD, EXACTLY AS THE WEEKLY
001530*    PROGRAMS VALIDATE THEIR OWN MAX.
001930     MOVE ELAPSED-HUND TO RN-ELAPSED-HUND.
001940     MOVE "NONE" TO RN-RECON-STATUS.
001950     MOVE RETURN-CODE TO RN-RETURN-CODE.
001952     MOVE 0 TO RN-LOOKUP-COUNT.
001954     MOVE 0 TO RN-LOOKUP-HIT-COUNT.
001956     MOVE 0 TO RN-LOOKUP-FALLBACK-COUNT.
001960     WRITE RUN-HISTORY-REC.
001970     CLOSE RUN-HISTORY-FILE.
001980 0600-EXIT.
