      **********************************************************************
      * COPYBOOK:  SEGREG
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   RECORD LAYOUT FOR THE CROSS-NIGHT SEGMENT REGISTRY
      *            (SEGREG), A VSAM KSDS WITH ONE RECORD PER EXTRACT
      *            SEGMENT CARD2B HAS EVER PROCESSED.  THE KEY IS THE
      *            SEGMENT'S OWN IDENTITY FROM ITS HDR AND TRL
      *            RECORDS - SOURCE ID, HEADER CREATE DATE, TRAILER
      *            RECORD COUNT AND TRAILER HASH TOTAL - SO AN EXACT
      *            RE-SEND OF A SEGMENT FINDS THE RECORD ITS FIRST
      *            PROCESSING LEFT.  THE RECORD CARRIES THE RUN THAT
      *            PROCESSED IT (DATE, PASS START TIME, JOB, PASS
      *            KIND), WHETHER IT SETTLED OR WAS QUARANTINED AND
      *            WHY, ITS USD VALUE, AND HOW MANY TIMES A REPEAT OF
      *            IT HAS SINCE BEEN BLOCKED.  DEFINED AS:
      *              KEYS(36 0) RECORDSIZE(150 150) INDEXED
      *            AMOUNTS ARE ZONED SO AN IDCAMS PRINT STAYS
      *            READABLE.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       01  SEGMENT-REGISTRY-RECORD.
           05  REG-KEY.
               10  REG-SOURCE-ID       PIC X(03).
               10  REG-CREATE-DATE     PIC 9(08).
               10  REG-RECORD-COUNT    PIC 9(09).
               10  REG-HASH-TOTAL      PIC 9(16).
           05  REG-RUN-DATE            PIC 9(08).
           05  REG-RUN-TIME            PIC 9(06).
           05  REG-JOB-NAME            PIC X(08).
           05  REG-PASS-TYPE           PIC X(01).
               88  REG-PASS-NIGHTLY        VALUE 'N'.
               88  REG-PASS-RESTARTED      VALUE 'R'.
               88  REG-PASS-APPEND         VALUE 'A'.
           05  REG-OUTCOME             PIC X(01).
               88  REG-SETTLED             VALUE 'S'.
               88  REG-QUARANTINED         VALUE 'Q'.
           05  REG-REASON              PIC X(40).
           05  REG-USD-AMOUNT          PIC 9(13)V99.
           05  REG-REPEAT-COUNT        PIC 9(05).
           05  REG-LAST-REPEAT-DATE    PIC 9(08).
           05  REG-LAST-REPEAT-JOB     PIC X(08).
           05  FILLER                  PIC X(14).
