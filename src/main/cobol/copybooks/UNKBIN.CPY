      **********************************************************************
      * COPYBOOK:  UNKBIN
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   RECORD LAYOUT FOR THE UNKNOWN-BIN ACCUMULATOR
      *            (UNKBIN), A VSAM KSDS WITH ONE RECORD PER ACCOUNT
      *            PREFIX THAT HAS PASSED THE CHECK-DIGIT TEST BUT
      *            MATCHED NO BINRANGE ROW.  CARD2B KEEPS BOTH THE
      *            6-DIGIT AND THE 8-DIGIT PREFIX OF EVERY SUCH
      *            ACCOUNT; THE KEY LEADS WITH THE PREFIX LENGTH SO
      *            ALL 6-DIGIT RECORDS BROWSE AHEAD OF ALL 8-DIGIT
      *            ONES, AND A 6-DIGIT PREFIX IS LEFT-JUSTIFIED AND
      *            SPACE-FILLED.  THE RECORD CARRIES FIRST AND LAST
      *            NIGHT SEEN, NIGHTS SEEN, ACCOUNT RECORDS AND USD
      *            VOLUME TO DATE, THE ACCOUNT LENGTHS OBSERVED, THE
      *            ACQUIRER SOURCES THAT SENT IT (FIRST EIGHT, WITH AN
      *            OVERFLOW FLAG), AND THE ORIGINATION BRAND CODES
      *            STAMPED ON IT WITH A HIT COUNT EACH.  DEFINED AS:
      *              KEYS(9 0) RECORDSIZE(150 150) INDEXED
      *            AMOUNTS ARE ZONED SO AN IDCAMS PRINT STAYS
      *            READABLE.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       01  UNKNOWN-BIN-RECORD.
           05  UNB-KEY.
               10  UNB-PREFIX-LENGTH   PIC 9(01).
               10  UNB-PREFIX          PIC X(08).
           05  UNB-FIRST-SEEN          PIC 9(08).
           05  UNB-LAST-SEEN           PIC 9(08).
           05  UNB-NIGHTS-SEEN         PIC 9(05).
           05  UNB-ACCOUNT-COUNT       PIC 9(09).
           05  UNB-USD-AMOUNT          PIC 9(13)V99.
           05  UNB-LENGTH-LOW          PIC 9(02).
           05  UNB-LENGTH-HIGH         PIC 9(02).
           05  UNB-SOURCE-COUNT        PIC 9(02).
           05  UNB-SOURCE-ID           PIC X(03) OCCURS 8 TIMES.
           05  UNB-SOURCE-OVERFLOW-SW  PIC X(01).
               88  UNB-MORE-SOURCES        VALUE 'Y'.
           05  UNB-CODE-COUNT          PIC 9(01).
           05  UNB-CODE-ENTRY          OCCURS 4 TIMES.
               10  UNB-STAMPED-CODE    PIC X(04).
               10  UNB-CODE-HITS       PIC 9(07).
           05  FILLER                  PIC X(20).
