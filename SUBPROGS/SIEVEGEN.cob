001050*                     1 AND READ NEXT STRAIGHT THROUGH, INSTEAD
001060*                     OF A MILLION RANDOM READS; THE EXISTING
001070*                     KEYED READS AND REWRITES ARE UNAFFECTED.
001072*    10/15/2026 RTS   0190-WRITE-PRIME-EXTRACT NOW WRITES THE
001074*                     PRIMEXT LAYOUT HEADER RECORD AS THE FIRST
001076*                     RECORD OF THE EXTRACT.
001080*----------------------------------------------------------------
001090 ENVIRONMENT DIVISION.
001100 CONFIGURATION SECTION.
003970*    STRAIGHT THROUGH -- THE REASON PRIME-FILE ACCESS IS
003980*    DYNAMIC.  A FAILURE HERE COMES BACK AS A NONZERO
003990*    SV-RETURN-CODE: A MISSING OR SHORT EXTRACT WOULD QUIETLY
004000*    STARVE THE WEEKLY PROGRAMS THAT READ IT.  THE EXTRACT
004002*    OPENS WITH ITS LAYOUT HEADER RECORD (SEE PRIMEXT), AHEAD
004004*    OF THE FIRST PRIME.
004010*----------------------------------------------------------------
004020 0190-WRITE-PRIME-EXTRACT.
004030     OPEN OUTPUT PRIME-EXTRACT-FILE.
004070         MOVE 20 TO SV-RETURN-CODE
004080         GO TO 0190-EXIT
004090     END-IF.
004091     MOVE SPACES TO PRIME-EXTRACT-HDR-REC.
004092     SET XT-HDR-PRESENT TO TRUE.
004093     SET XT-HDR-THIS-LAYOUT TO TRUE.
004094     SET XT-HDR-CURRENT-VERSION TO TRUE.
004095     WRITE PRIME-EXTRACT-HDR-REC.
004100     MOVE 0 TO SV-EXTRACT-PRIME-COUNT.
004110     MOVE "N" TO SV-EXTRACT-EOF-SW.
004120     MOVE 1 TO PV-NUMBER.
