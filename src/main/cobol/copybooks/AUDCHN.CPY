      **********************************************************************
      * COPYBOOK:  AUDCHN
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   LINKAGE LAYOUT FOR THE AUDIT-LOG CHAIN ROUTINE
      *            (CARDAUDH).  SHARED BY THE TWO WRITERS (CARD2 IN
      *            BATCH; CARD2P, CARD2Q AND CARD2PS ONLINE) AND THE
      *            TWO READERS (CARDAUDV, CARDAUDL) SO THE CHAIN IS
      *            BUILT AND CHECKED BY ONE PIECE OF CODE.
      *
      *            ACH-FUNC-HASH FOLDS ACH-RECORD INTO ACH-CHAIN-HASH
      *            AND NOTHING ELSE - A WRITER STARTS A SESSION AT
      *            ZERO, FOLDS ITS HEADER, THEN FOLDS EACH DETAIL
      *            RECORD AS IT IS WRITTEN, AND PUTS THE RESULT AND
      *            ITS OWN DETAIL COUNT ON THE TRAILER.
      *
      *            ACH-FUNC-VERIFY TAKES THE NEXT RECORD READ FROM A
      *            LOG AND KEEPS THE SESSION STATE IN THE ACH-SESSION
      *            FIELDS (THE CALLER ZEROES THEM ONCE AND THEN LEAVES
      *            THEM ALONE).  ACH-FUNC-END IS CALLED ONCE AT END OF
      *            FILE.  ACH-RESULT-CODE SAYS WHAT THE RECORD DID;
      *            FOR EVERY RESULT EXCEPT ACH-RESULT-OK AND
      *            ACH-RESULT-ORPHAN THE ACH-REPORT FIELDS DESCRIBE
      *            THE SESSION THE RESULT IS ABOUT, WITH
      *            ACH-REPORT-LAST-DATE THE LAST DATE IT IS KNOWN TO
      *            HAVE COVERED (ITS CLOSE DATE, OR THE LATEST DETAIL
      *            DATE WHEN IT NEVER CLOSED).
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       01  AUDIT-CHAIN-PARAMETERS.
           05  ACH-FUNCTION-CODE        PIC X(01).
               88  ACH-FUNC-HASH            VALUE 'H'.
               88  ACH-FUNC-VERIFY          VALUE 'V'.
               88  ACH-FUNC-END             VALUE 'E'.
           05  ACH-RECORD               PIC X(60).
           05  ACH-CHAIN-HASH           PIC 9(10).
           05  ACH-SESSION.
               10  ACH-SESSION-SW       PIC X(01).
                   88  ACH-SESSION-OPEN     VALUE 'Y'.
               10  ACH-SESSION-SOURCE   PIC X(01).
               10  ACH-SESSION-OWNER    PIC X(08).
               10  ACH-SESSION-DATE     PIC 9(08).
               10  ACH-SESSION-TIME     PIC 9(06).
               10  ACH-SESSION-LAST-DATE
                                        PIC 9(08).
               10  ACH-SESSION-COUNT    PIC 9(09).
           05  ACH-RESULT-CODE          PIC X(01).
               88  ACH-RESULT-OK            VALUE SPACE.
               88  ACH-RESULT-CLOSED        VALUE 'S'.
               88  ACH-RESULT-HASH-BREAK    VALUE 'B'.
               88  ACH-RESULT-COUNT-BREAK   VALUE 'C'.
               88  ACH-RESULT-BOTH-BREAK    VALUE 'X'.
               88  ACH-RESULT-MISMATCH      VALUE 'M'.
               88  ACH-RESULT-UNCLOSED      VALUE 'U'.
               88  ACH-RESULT-ORPHAN        VALUE 'D'.
               88  ACH-RESULT-STRAY-TRAILER VALUE 'T'.
           05  ACH-REPORT.
               10  ACH-REPORT-SOURCE    PIC X(01).
               10  ACH-REPORT-OWNER     PIC X(08).
               10  ACH-REPORT-DATE      PIC 9(08).
               10  ACH-REPORT-TIME      PIC 9(06).
               10  ACH-REPORT-LAST-DATE PIC 9(08).
               10  ACH-REPORT-COUNT     PIC 9(09).
               10  ACH-REPORT-TRL-COUNT PIC 9(09).
