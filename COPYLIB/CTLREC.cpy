000100******************************************************************
000200*    CTLREC
000300*    CLUB PARAMETER CONTROL RECORD LAYOUT.
000400*
000500*    ONE RECORD PER PROGRAM-ID ON THE KEYED VSAM CLUSTER
000600*    EULER.CLUB.CONTROL.VSAM, WITH CT-PROGRAM-ID AS THE RECORD
000700*    KEY.  IT HOLDS THE RUN SETTINGS THE WEEKLY PROGRAMS USED TO
000800*    TAKE FROM THEIR OWN EULER.CLUB.WEEKNN.PARM CARDS, AND THOSE
000900*    OF THE PORTARCH, RUNTREND, AND LEAGEXT UTILITIES, IN ONE
001000*    PLACE THE SIEVBLD STEP CAN READ: IT SIZES THE NIGHTLY SIEVE
001100*    TO THE LARGEST CT-MAX AMONG THE ACTIVE ROSTER PROGRAMS.
001200*
001300*    EACH PROGRAM USES ONLY THE FIELDS THAT APPLY TO IT.  A ZERO
001400*    NUMERIC FIELD OR A BLANK CLUB ID MEANS "NOT SET" AND LEAVES
001500*    THE PROGRAM'S COMPILED-IN DEFAULT STANDING.  CT-FORCE IS
001600*    "F" TO ORDER A WEEKLY PROGRAM TO RECOMPUTE EVEN WHEN RUNSTAT
001700*    ALREADY HOLDS ITS CLEAN RECORD FOR TONIGHT, "N" OTHERWISE --
001800*    IT STAYS SET UNTIL IT IS CHANGED BACK.  A RECORD WHOSE
001900*    CT-EFFECTIVE-DATE (CCYYMMDD) IS LATER THAN TODAY IS NOT YET
002000*    IN FORCE AND THE PROGRAM RUNS ON ITS DEFAULTS.
002100*
002200*    THE FILE IS MAINTAINED BY CTLMAINT FROM A TRANSACTION
002300*    DATASET; KEYED LOOKUPS GO THROUGH THE SHARED CTLLOOK
002400*    SUBPROGRAM.
002500*
002510*    ONE RECORD IS NOT A PROGRAM'S: "SEASON" CARRIES ONLY
002520*    CT-EFFECTIVE-DATE, THE FIRST DAY OF THE CURRENT CLUB SEASON.
002530*    MBRSTAND STARTS ITS DEFAULT DATE RANGE THERE, AND THE
002540*    SEASCLOS JOB MOVES IT ON (THROUGH CTLMAINT) WHEN A SEASON
002550*    IS CLOSED.  IT IS NOT SEEDED; THE FIRST CLOSE ADDS IT, AND
002560*    UNTIL THEN THE LEADERBOARD RUNS FROM THE BEGINNING OF TIME.
002570*
002600*    MODIFICATION HISTORY.
002700*    DATE       INIT  DESCRIPTION
002800*    ---------  ----  ---------------------------------------
002900*    10/15/2026 RTS   ORIGINAL VERSION.
002910*    10/15/2026 RTS   DOCUMENTED THE "SEASON" RECORD.
003000******************************************************************
003100 01  CLUB-CONTROL-REC.
003200     05  CT-PROGRAM-ID       PIC X(08).
003300     05  FILLER              PIC X(01).
003400     05  CT-MAX              PIC 9(08).
003500     05  FILLER              PIC X(01).
003600     05  CT-TARGET-COUNT     PIC 9(02).
003700     05  FILLER              PIC X(01).
003800     05  CT-FORCE            PIC X(01).
003900         88  CT-FORCE-RECOMPUTE          VALUE "F".
004000     05  FILLER              PIC X(01).
004100     05  CT-RETAIN-COUNT     PIC 9(02).
004200     05  FILLER              PIC X(01).
004300     05  CT-THRESHOLD-PCT    PIC 9(03).
004400     05  FILLER              PIC X(01).
004500     05  CT-CLUB-ID          PIC X(08).
004600     05  FILLER              PIC X(01).
004700     05  CT-EFFECTIVE-DATE   PIC X(08).
004800     05  FILLER              PIC X(33).
