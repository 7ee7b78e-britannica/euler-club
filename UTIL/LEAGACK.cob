000397*    09/02/2026 RTS   AN ACK FILE PRESENT BUT EMPTY NOW ENDS
000398*                     CLEAN LIKE A MISSING ONE, NOT AS NO-ACK
000399*                     AND HASH FINDINGS FOR EVERY PROBLEM.
000400*    10/15/2026 RTS   DEMOTION TRANSACTIONS NOW CARRY SOURCE BYTE
000401*                     "L" (COLUMN 46) SO ANSMAINT JOURNALS THEM AS
000402*                     LEAGACK CHANGES.
000403*    10/15/2026 RTS   THE TRANSMISSION RECORD LAYOUTS NOW COME
000404*                     FROM THE NEW COPYBOOK LEAGXREC.  THE LAYOUT
000405*                     HEADER RECORD LEAGEXT NOW WRITES AHEAD OF
000406*                     THE "H" RECORD IS PASSED OVER WITH THE OTHER
000407*                     NON-DETAIL RECORDS.
000408*    10/15/2026 RTS   THE ACKNOWLEDGEMENT RECORD LAYOUTS NOW COME
000409*                     FROM THE NEW COPYBOOK LEAGAREC, SHARED WITH
000410*                     SEASCLOS.
000411*----------------------------------------------------------------
000412 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  ACK-FILE.
000660 COPY LEAGAREC.
000910 FD  LEAGUE-FILE.
000920 COPY LEAGXREC.
001180 FD  ANSWER-KEY-FILE.
001190 COPY ANSKYREC.
001200 FD  REJECT-TRAN-FILE.
001320     05  TX-DATE             PIC X(08).
001330     05  FILLER              PIC X(01).
001340     05  TX-STATUS           PIC X(01).
001345     05  FILLER              PIC X(01).
001350     05  TX-SOURCE           PIC X(01).
001355     05  FILLER              PIC X(34).
001360 FD  ACK-RPT-FILE.
001370 01  ACK-RPT-REC             PIC X(80).
001380*----------------------------------------------------------------
005340     MOVE LK-KEY-INITIALS (LK-IDX) TO TX-INITIALS.
005350     MOVE LK-KEY-DATE (LK-IDX) TO TX-DATE.
005360     MOVE "U" TO TX-STATUS.
005365     MOVE "L" TO TX-SOURCE.
005370     WRITE REJECT-TRAN-REC.
005380     ADD 1 TO TRAN-WRITTEN-COUNT.
005390 3200-EXIT.
