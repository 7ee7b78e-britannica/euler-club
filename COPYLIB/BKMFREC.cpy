000010******************************************************************
000020*    BKMFREC
000030*    BACKUP MANIFEST RECORD LAYOUT.
000040*
000050*    ONE RECORD PER CLUB DATASET IN A WEEKLY BACKUP GENERATION,
000060*    ON THAT GENERATION OF THE EULER.CLUB.BKUP.MANIFEST GDG
000070*    (SEE THE EULRBKUP JOB).  BKTALLY WRITES EACH RECORD FROM
000080*    THE BACKUP COPY JUST TAKEN; THE RESTORE CHECK (BKVERIFY)
000090*    HAS BKTALLY WORK THE SAME FIGURES OUT AGAIN FROM THE COPY
000100*    AS IT STANDS AND COMPARES THE TWO.
000110*
000120*    MF-DATASET       THE DATASET'S NAME IN THE BACKUP (FROM THE
000130*                     BKTALLY PARM CARD).
000140*    MF-BACKUP-DATE   CCYYMMDD THE BACKUP WAS TAKEN.
000150*    MF-RECORD-COUNT  DATA RECORDS -- THE LAYOUT HEADER RECORD,
000160*                     IF ANY, IS NOT COUNTED.
000170*    MF-KEY-HASH      HASH TOTAL OF THE RECORD KEY FIELDS, AND
000180*    MF-ANSWER-HASH   OF THE ANSWER FIELDS, FOR THE LAYOUT (THE
000190*                     FIELDS FOR EACH LAYOUT ARE LISTED IN
000200*                     BKTALLY).  A FIELD HOLDING DIGITS ADDS ITS
000210*                     VALUE; ANY OTHER FIELD ADDS ITS CHARACTER
000220*                     HASH (EACH NON-BLANK BYTE'S CODE TIMES ITS
000230*                     POSITION).  A TOTAL PAST EIGHTEEN DIGITS
000240*                     KEEPS ITS LOW-ORDER DIGITS, AS LEAGEXT'S
000250*                     TRAILER HASH DOES.  A LAYOUT WITH NO ANSWER
000260*                     FIELD CARRIES ZERO.
000270*    MF-LAYOUT-HDR    THE COPYBOOK NAME AND VERSION FROM THE
000280*                     DATASET'S LAYOUT HEADER RECORD, OR SPACES
000290*                     FOR A DATASET THAT HAS NONE.
000300*
000310*    MODIFICATION HISTORY.
000320*    DATE       INIT  DESCRIPTION
000330*    ---------  ----  ---------------------------------------
000340*    10/15/2026 RTS   ORIGINAL VERSION.
000350******************************************************************
000360 01  BACKUP-MANIFEST-REC.
000370     05  MF-DATASET          PIC X(10).
000380     05  FILLER              PIC X(01).
000390     05  MF-BACKUP-DATE      PIC X(08).
000400     05  FILLER              PIC X(01).
000410     05  MF-RECORD-COUNT     PIC 9(09).
000420     05  FILLER              PIC X(01).
000430     05  MF-KEY-HASH         PIC 9(18).
000440     05  FILLER              PIC X(01).
000450     05  MF-ANSWER-HASH      PIC 9(18).
000460     05  FILLER              PIC X(01).
000470     05  MF-LAYOUT-HDR.
000480         10  MF-HDR-COPYBOOK PIC X(08).
000490         10  FILLER          PIC X(01).
000500         10  MF-HDR-VERSION  PIC X(03).
