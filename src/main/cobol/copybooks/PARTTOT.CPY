      **********************************************************************
      * COPYBOOK:  PARTTOT
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   RECORD LAYOUT FOR THE PARTITION TOTALS FILE WRITTEN
      *            BY CARD2B AT THE END OF A PARTITION RUN AND READ BY
      *            THE MERGE (CARD2BM).  IT CARRIES EVERYTHING THE
      *            MERGE NEEDS TO PRODUCE THE SUMMARY REPORT, THE
      *            DUPLICATE REPORT, THE MERCHANT REPORT AND THE
      *            RETURN CODE A SINGLE RUN WOULD HAVE PRODUCED:
      *
      *              CTL  RUN DATE, SWITCHES, THRESHOLDS, SEGMENT AND
      *                   IDENTIFIED COUNTS (ONE, FIRST)
      *              TOT  ONE PER SUMMARY TOTAL LINE - TOTAL, UNKNOWN,
      *                   BLOCKED, QUARANTINED, AND THE NO-CODE
      *                   CURRENCY LINE
      *              BRD  ONE PER BRAND ON THE SUMMARY TABLE
      *              SRC  ONE PER (SOURCE, BRAND) COUNTER
      *              QUA  ONE PER QUARANTINED SEGMENT
      *              MIS  ONE PER EXPECTED ACQUIRER OF THIS PARTITION
      *                   THAT SENT NOTHING WITH ACTION 'W'
      *              CUR  ONE PER CURRENCY THAT MOVED MONEY
      *              EXP  ONE PER FORECAST TARGET MONTH
      *              EXB  ONE PER FORECAST BRAND
      *              DUP  ONE PER DUPLICATE-TABLE ENTRY
      *              MCH  ONE PER MERCHANT-TABLE ENTRY
      *              END  THE PARTITION'S RETURN CODE AND THE NUMBER
      *                   OF RECORDS WRITTEN BEFORE IT (ONE, LAST)
      *
      *            A 'FIRST' FIELD IS THE RECORD NUMBER, IN THE FULL
      *            SETTLEMENT EXTRACT, OF THE RECORD THAT CREATED THE
      *            ENTRY - THE MERGE ORDERS THE COMBINED TABLES BY IT
      *            SO THEY PRINT IN THE ORDER A SINGLE RUN MEETS THEM.
      *            THE FOUR PARTITIONS' FILES ARE READ AS ONE
      *            CONCATENATION; PT-PARTITION SAYS WHICH WROTE EACH
      *            RECORD.  AMOUNTS ARE ZONED.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       01  PARTITION-TOTALS-RECORD.
           05  PT-RECORD-TYPE          PIC X(03).
               88  PT-CONTROL-REC          VALUE 'CTL'.
               88  PT-TOTAL-REC            VALUE 'TOT'.
               88  PT-BRAND-REC            VALUE 'BRD'.
               88  PT-SOURCE-REC           VALUE 'SRC'.
               88  PT-QUARANTINE-REC       VALUE 'QUA'.
               88  PT-MISSING-REC          VALUE 'MIS'.
               88  PT-CURRENCY-REC         VALUE 'CUR'.
               88  PT-FCST-MONTH-REC       VALUE 'EXP'.
               88  PT-FCST-BRAND-REC       VALUE 'EXB'.
               88  PT-DUPLICATE-REC        VALUE 'DUP'.
               88  PT-MERCHANT-REC         VALUE 'MCH'.
               88  PT-END-REC              VALUE 'END'.
           05  PT-PARTITION            PIC 9(02).
           05  PT-DATA                 PIC X(75).
           05  PT-CONTROL-DATA REDEFINES PT-DATA.
               10  PT-RUN-DATE         PIC 9(08).
               10  PT-RESTARTED-SW     PIC X(01).
               10  PT-DUP-SUSPEND-SW   PIC X(01).
               10  PT-MCH-SUSPEND-SW   PIC X(01).
               10  PT-QUAR-CURRENCY-SW PIC X(01).
               10  PT-SRCRATE-BAD-SW   PIC X(01).
               10  PT-UNKNOWN-THRESHOLD
                                       PIC 9(03)V99.
               10  PT-DUP-THRESHOLD    PIC 9(09).
               10  PT-MCH-BAD-THRESHOLD
                                       PIC 9(03)V99.
               10  PT-QUAR-SEG-COUNT   PIC 9(04).
               10  PT-REPEAT-SEG-COUNT PIC 9(04).
               10  PT-RECORDS-IDENTIFIED
                                       PIC 9(09).
               10  FILLER              PIC X(26).
           05  PT-TOTAL-DATA REDEFINES PT-DATA.
               10  PT-TOTAL-ITEM       PIC X(12).
                   88  PT-TOTAL-ALL        VALUE 'TOTAL'.
                   88  PT-TOTAL-UNKNOWN    VALUE 'UNKNOWN'.
                   88  PT-TOTAL-BLOCKED    VALUE 'BLOCKED'.
                   88  PT-TOTAL-QUARANTINED
                                           VALUE 'QUARANTINED'.
                   88  PT-TOTAL-NOCODE     VALUE 'NOCODE'.
               10  PT-TOTAL-COUNT      PIC 9(09).
               10  PT-TOTAL-AMOUNT     PIC 9(13)V99.
               10  FILLER              PIC X(39).
           05  PT-BRAND-DATA REDEFINES PT-DATA.
               10  PT-BRAND            PIC X(20).
               10  PT-BRAND-COUNT      PIC 9(09).
               10  PT-BRAND-AMOUNT     PIC 9(13)V99.
               10  PT-BRAND-FIRST      PIC 9(09).
               10  FILLER              PIC X(22).
           05  PT-SOURCE-DATA REDEFINES PT-DATA.
               10  PT-SRC-SOURCE-ID    PIC X(03).
               10  PT-SRC-BRAND        PIC X(20).
               10  PT-SRC-COUNT        PIC 9(09).
               10  PT-SRC-FIRST        PIC 9(09).
               10  FILLER              PIC X(34).
           05  PT-QUARANTINE-DATA REDEFINES PT-DATA.
               10  PT-QUAR-POSITION    PIC 9(09).
               10  PT-QUAR-SOURCE-ID   PIC X(03).
               10  PT-QUAR-REASON      PIC X(40).
               10  FILLER              PIC X(23).
           05  PT-MISSING-DATA REDEFINES PT-DATA.
               10  PT-MISS-PROFILE-SEQ PIC 9(03).
               10  PT-MISS-SOURCE-ID   PIC X(03).
               10  FILLER              PIC X(69).
           05  PT-CURRENCY-DATA REDEFINES PT-DATA.
               10  PT-CUR-INDEX        PIC 9(02).
               10  PT-CUR-CODE         PIC X(03).
               10  PT-CUR-ORIG-AMOUNT  PIC 9(13)V99.
               10  PT-CUR-USD-AMOUNT   PIC 9(13)V99.
               10  FILLER              PIC X(40).
           05  PT-FCST-MONTH-DATA REDEFINES PT-DATA.
               10  PT-EXP-INDEX        PIC 9(01).
               10  PT-EXP-YYMM         PIC X(04).
               10  PT-EXP-COUNT        PIC 9(09).
               10  FILLER              PIC X(61).
           05  PT-FCST-BRAND-DATA REDEFINES PT-DATA.
               10  PT-EXB-BRAND        PIC X(20).
               10  PT-EXB-COUNT        PIC 9(09).
               10  PT-EXB-FIRST        PIC 9(09).
               10  FILLER              PIC X(37).
           05  PT-DUPLICATE-DATA REDEFINES PT-DATA.
               10  PT-DUP-TOKEN        PIC X(16).
               10  PT-DUP-MASKED       PIC X(16).
               10  PT-DUP-AMOUNT       PIC 9(11)V99.
               10  PT-DUP-POSITION     PIC 9(09).
               10  FILLER              PIC X(21).
           05  PT-MERCHANT-DATA REDEFINES PT-DATA.
               10  PT-MCH-ID           PIC X(15).
               10  PT-MCH-AMOUNT       PIC 9(11)V99.
               10  PT-MCH-BAD-SW       PIC X(01).
               10  FILLER              PIC X(46).
           05  PT-END-DATA REDEFINES PT-DATA.
               10  PT-RETURN-CODE      PIC 9(02).
               10  PT-RECORD-COUNT     PIC 9(09).
               10  FILLER              PIC X(64).
