      *
      * MODIFICATION HISTORY
      *   02 SEP 2026  RTC  INITIAL VERSION.
      *   15 OCT 2026  RTC  TRANSACTION LAYOUT MOVED, UNCHANGED, TO
      *                     THE BINTRAN COPYBOOK SO THE UNKNOWN-BIN
      *                     WORKLIST (CARD2UW) WRITES ITS ADD STUBS
      *                     WITH THE SAME DEFINITION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2M.

       FD  BIN-TRAN-FILE
           RECORD CONTAINS 43 CHARACTERS.
       COPY BINTRAN.

       FD  NEW-MASTER-FILE
           RECORD CONTAINS 42 CHARACTERS.
