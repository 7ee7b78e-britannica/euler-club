003680*                     PLACE NOW, AND THE ONE-TIME ANSKCONV
003690*                     JOB LOADS THE CLUSTER FROM THE OLD
003695*                     FLAT FILE.
003696*    10/15/2026 RTS   DATES NOW CARRIED AS CCYYMMDD (WAS MM/DD/YY)
003697*                     SO THEY COLLATE ACROSS A YEAR BOUNDARY;
003698*                     FIELD WIDTH UNCHANGED.  EXISTING DATASETS
003699*                     CONVERTED BY THE ONE-TIME DATECONV JOB.
003700******************************************************************
003800 01  ANSKEY-REC.
003900     05  AK-PROBLEM-NO       PIC 9(04).
