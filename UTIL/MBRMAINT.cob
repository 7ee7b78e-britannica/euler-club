000180*      - ADD OF INITIALS ALREADY ON THE ROSTER (DUPLICATE).
000190*      - CHANGE OR DELETE OF INITIALS NOT ON THE ROSTER.
000200*      - BLANK INITIALS.
000202*      - A JOIN DATE THAT IS NOT A CCYYMMDD DATE (BLANK IS
000204*        ALLOWED, AND ON A CHANGE LEAVES THE DATE AS IT WAS).
000210*      - DELETE OF INITIALS THAT APPEAR ON THE ANSWER KEY
000220*        (KEYIN) -- THE MEMBER HAS SOLVES ON RECORD; MARK THEM
000230*        INACTIVE WITH A CHANGE INSTEAD.
000322*    09/02/2026 RTS   KEYIN (DELETE PROTECTION) NOW READS
000324*                     THE KEYED VSAM ANSKEY CLUSTER
000326*                     SEQUENTIALLY; LOGIC UNCHANGED.
000327*    10/15/2026 RTS   JOIN DATES ARE NOW CCYYMMDD.  A NON-BLANK
000328*                     TRANSACTION JOIN DATE THAT IS NOT A CCYYMMDD
000329*                     DATE IS REJECTED.
000330*    10/15/2026 RTS   MBROUT NOW STARTS WITH THE MEMBREC LAYOUT
000331*                     HEADER RECORD (SEE MEMBREC); THE HEADER ON
000332*                     MBRIN IS SKIPPED.
000333*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000670     05  TX-NAME             PIC X(20).
000680     05  FILLER              PIC X(01).
000690     05  TX-JOIN-DATE        PIC X(08).
000692     05  TX-JOIN-PARTS REDEFINES TX-JOIN-DATE.
000694         10  TX-JOIN-CCYY    PIC 9(04).
000696         10  TX-JOIN-MM      PIC 9(02).
000698         10  TX-JOIN-DD      PIC 9(02).
000700     05  FILLER              PIC X(01).
000710     05  TX-FLAG             PIC X(01).
000720     05  FILLER              PIC X(43).
001220 01  SORT-SWAPPED-SW         PIC X.
001230     88  SORT-SWAPPED                    VALUE "Y".
001240 01  RPT-TODAY.
001250     05  RPT-TODAY-CCYY      PIC 9(04).
001260     05  RPT-TODAY-MM        PIC 99.
001270     05  RPT-TODAY-DD        PIC 99.
001280 01  RPT-HDR1-LINE.
002420*    ANCHORED BY TODAY'S RUN DATE.
002430*----------------------------------------------------------------
002440 0200-WRITE-REPORT-HEADING.
002450     ACCEPT RPT-TODAY FROM DATE YYYYMMDD.
002460     MOVE RPT-TODAY TO RH-RUN-DATE.
002490     WRITE AUDIT-RPT-REC FROM RPT-HDR1-LINE.
002500     WRITE AUDIT-RPT-REC FROM RPT-HDR2-LINE.
002510 0200-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------
002650*    1000-LOAD-ROSTER READS THE CURRENT ROSTER INTO THE TABLE THE
002660*    TRANSACTIONS ARE APPLIED AGAINST.  THE LAYOUT HEADER RECORD
002665*    IS PASSED OVER; 3500 WRITES A CURRENT ONE.
002670*----------------------------------------------------------------
002680 1000-LOAD-ROSTER.
002690     READ MEMBER-FILE
002710             SET MEMBER-EOF TO TRUE
002720             GO TO 1000-EXIT
002730     END-READ.
002732     IF MR-HDR-PRESENT
002734         GO TO 1000-EXIT
002736     END-IF.
002740     IF MBR-COUNT >= MBR-TABLE-MAX
002750         DISPLAY "MBRMAINT: MORE THAN " MBR-TABLE-MAX
002760                 " ROSTER ENTRIES, TABLE FULL"
003500         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
003510         GO TO 2000-EXIT
003520     END-IF.
003521     IF (TX-ADD OR TX-CHANGE)
003522         AND TX-JOIN-DATE NOT = SPACES
003523         AND (TX-JOIN-DATE NOT NUMERIC
003524              OR TX-JOIN-MM < 01 OR TX-JOIN-MM > 12
003525              OR TX-JOIN-DD < 01 OR TX-JOIN-DD > 31)
003526         MOVE "DATE NOT CCYYMMDD" TO REJECT-REASON
003527         PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
003528         GO TO 2000-EXIT
003529     END-IF.
003530
003540     MOVE "N" TO MBR-FOUND-SW.
003550     PERFORM 2050-MATCH-MEMBER THRU 2050-EXIT
005650     EXIT.
005660*----------------------------------------------------------------
005670*    3500-WRITE-NEW-ROSTER WRITES EVERY LIVE (NOT-DELETED) TABLE
005680*    ENTRY TO MBROUT IN THE MEMBREC LAYOUT, BEHIND THE LAYOUT
005685*    HEADER RECORD EVERY ROSTER DATASET STARTS WITH.
005690*----------------------------------------------------------------
005700 3500-WRITE-NEW-ROSTER.
005701     MOVE SPACES TO MEMBER-HDR-REC.
005702     SET MR-HDR-PRESENT TO TRUE.
005703     SET MR-HDR-THIS-LAYOUT TO TRUE.
005704     SET MR-HDR-CURRENT-VERSION TO TRUE.
005705     WRITE NEW-MEMBER-REC FROM MEMBER-HDR-REC.
005710     PERFORM 3600-WRITE-ONE-ENTRY THRU 3600-EXIT
005720         VARYING MBR-IDX FROM 1 BY 1
005730         UNTIL MBR-IDX > MBR-COUNT.
