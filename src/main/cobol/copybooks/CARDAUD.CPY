      *                     SPACE = NOT ON THE LIST (AND ON EVERY
      *                     BATCH RECORD - THE BATCH DRIVER DOES ITS
      *                     HOT-CARD SCREENING ON BLKRPT, NOT HERE).
      *   15 OCT 2026  RTC  ADDED WS-AUDIT-CONTROL, THE HEADER AND
      *                     TRAILER RECORDS EACH BATCH RUN AND EACH
      *                     CICS REGION SESSION NOW BRACKETS ITS
      *                     DETAIL RECORDS WITH IN THE SAME LOG.  A
      *                     CONTROL RECORD STARTS '*HDR' OR '*TRL'
      *                     WHERE A DETAIL RECORD HAS ITS NUMERIC RUN
      *                     DATE, SO ANY READER CAN TELL THEM APART BY
      *                     THE FIRST BYTE.  THE TRAILER CARRIES THE
      *                     SESSION'S DETAIL COUNT AND THE CHAINED
      *                     HASH CARDAUDH BUILT OVER THE HEADER AND
      *                     EVERY DETAIL IN ORDER (SEE AUDCHN); BOTH
      *                     RECORDS CARRY THE SESSION'S START DATE
      *                     AND TIME, WHICH IS HOW A TRAILER IS PAIRED
      *                     WITH ITS HEADER.  CARDAUDV VERIFIES THEM
      *                     BEFORE THE MONTHLY ARCHIVE DELETES A LOG.
      **********************************************************************
       01  WS-AUDIT-DETAIL.
           05  WS-AUDIT-RUN-DATE      PIC 9(08).
           05  WS-AUDIT-VALID-FLAG    PIC X(01).
           05  WS-AUDIT-HOT-FLAG      PIC X(01) VALUE SPACE.
           05  FILLER                 PIC X(10) VALUE SPACE.

       01  WS-AUDIT-CONTROL.
           05  WS-AUDCTL-MARKER       PIC X(04).
               88  WS-AUDCTL-HEADER       VALUE '*HDR'.
               88  WS-AUDCTL-TRAILER      VALUE '*TRL'.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-AUDCTL-SOURCE       PIC X(01).
               88  WS-AUDCTL-BATCH        VALUE 'B'.
               88  WS-AUDCTL-ONLINE       VALUE 'O'.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-AUDCTL-OWNER        PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-AUDCTL-SESSION-DATE PIC 9(08).
           05  WS-AUDCTL-SESSION-TIME PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-AUDCTL-CLOSE-DATE   PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-AUDCTL-RECORD-COUNT PIC 9(09).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-AUDCTL-CHAIN-HASH   PIC 9(10).
