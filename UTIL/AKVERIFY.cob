000392*    09/02/2026 RTS   ANSKEY READS NOW GO AGAINST THE KEYED
000394*                     VSAM CLUSTER (SEE ANSKYREC); THE SCAN
000396*                     IS A SEQUENTIAL READ OF THE CLUSTER.
000397*    10/15/2026 RTS   PROMOTION TRANSACTIONS NOW CARRY SOURCE BYTE
000398*                     "A" (COLUMN 46) SO ANSMAINT JOURNALS THEM AS
000399*                     AKVERIFY CHANGES.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000850     05  TX-DATE             PIC X(08).
000860     05  FILLER              PIC X(01).
000870     05  TX-STATUS           PIC X(01).
000875     05  FILLER              PIC X(01).
000880     05  TX-SOURCE           PIC X(01).
000885     05  FILLER              PIC X(34).
000890 FD  VERIFY-RPT-FILE.
000900 01  VERIFY-RPT-REC          PIC X(80).
000910*----------------------------------------------------------------
004280     MOVE KV-INITIALS (KV-IDX) TO TX-INITIALS.
004290     MOVE KV-DATE (KV-IDX) TO TX-DATE.
004300     MOVE "V" TO TX-STATUS.
004305     MOVE "A" TO TX-SOURCE.
004310     WRITE PROMO-TRAN-REC.
004320 3200-EXIT.
004330     EXIT.
