      *                     SAME NULL/ZERO RULE: CARD2Q SAYS THE HOT
      *                     STATUS IS UNAVAILABLE RATHER THAN SEARCH
      *                     A TABLE THAT NEVER LOADED.
      *   15 OCT 2026  RTC  ADDED THE AUDIT-LOG SESSION FIELDS, AGAIN
      *                     APPENDED SO NOTHING ABOVE MOVES (THE SIT
      *                     WRKAREA MUST COVER THE LONGER AREA).
      *                     CARD2P OPENS THE REGION'S SESSION ON THE
      *                     CAUD LOG WITH A HEADER RECORD, CARD2Q
      *                     ADDS EACH INQUIRY'S RECORD TO THE COUNT
      *                     AND CHAINED HASH UNDER THE CARD2AUD ENQ,
      *                     AND CARD2PS (PLT SHUTDOWN) CLOSES IT WITH
      *                     THE TRAILER.  SWITCH NOT 'Y' MEANS NO
      *                     SESSION IS OPEN - THE HEADER FAILED OR
      *                     THE TRAILER HAS GONE OUT.
      **********************************************************************
       01  WS-CWA-AREA.
           05  CWA-BIN-TABLE-PTR       USAGE POINTER.
           05  CWA-BIN-TABLE-COUNT     PIC 9(08) COMP.
           05  CWA-HOT-TABLE-PTR       USAGE POINTER.
           05  CWA-HOT-TABLE-COUNT     PIC 9(08) COMP.
           05  CWA-AUDIT-SESSION-SW    PIC X(01).
               88  CWA-AUDIT-SESSION-OPEN  VALUE 'Y'.
           05  CWA-AUDIT-OWNER         PIC X(08).
           05  CWA-AUDIT-SESSION-DATE  PIC 9(08).
           05  CWA-AUDIT-SESSION-TIME  PIC 9(06).
           05  CWA-AUDIT-RECORD-COUNT  PIC 9(09) COMP.
           05  CWA-AUDIT-CHAIN-HASH    PIC 9(10) COMP.
