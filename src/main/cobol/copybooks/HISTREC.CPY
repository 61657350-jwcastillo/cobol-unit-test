      **********************************************************************
      * COPYBOOK:  HISTREC
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   RECORD LAYOUT FOR THE CROSS-NIGHT ACCOUNT HISTORY
      *            MASTER (ACCTHIST), A VSAM KSDS KEYED ON THE PAN'S
      *            TOKEN (SEE TOKPARM) WITH ONE RECORD PER ACCOUNT
      *            EVER SEEN.  CARD2B UPDATES IT IN PLACE EVERY
      *            NIGHT; THE BIN CHANGE IMPACT ANALYSIS (CARD2MI)
      *            BROWSES IT AS ITS POPULATION OF LIVE CARDS, WORKING
      *            FROM THE PAN PROFILE (FIRST EIGHT DIGITS, LENGTH,
      *            NUMERIC AND CHECK-DIGIT FLAGS) SO IT NEVER NEEDS
      *            THE FULL NUMBER.  DEFINED AS:
      *              KEYS(16 0) RECORDSIZE(85 85) INDEXED
      *            AMOUNTS ARE ZONED SO AN IDCAMS PRINT OF THE
      *            CLUSTER STAYS READABLE FOR FRAUD OPERATIONS.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION - LAYOUT MOVED UNCHANGED
      *                     OUT OF CARD2B.
      *   15 OCT 2026  RTC  KEYED ON THE TOKEN INSTEAD OF THE CLEAR
      *                     PAN (HIST-ACCOUNT-NUMBER IS NOW
      *                     HIST-ACCOUNT-TOKEN, SAME OFFSET AND
      *                     LENGTH); HIST-PAN-PROFILE APPENDED, 73 TO
      *                     85 BYTES.  CARD2TH CONVERTS THE MASTER.
      **********************************************************************
       01  HISTORY-RECORD.
           05  HIST-ACCOUNT-TOKEN       PIC X(16).
           05  HIST-FIRST-SEEN          PIC 9(08).
           05  HIST-LAST-SEEN           PIC 9(08).
           05  HIST-NIGHTS-SEEN         PIC 9(05).
           05  HIST-TOTAL-AMOUNT        PIC 9(13)V99.
           05  HIST-LAST-BRAND          PIC X(20).
           05  HIST-LAST-CLASS          PIC X(01).
           05  HIST-PAN-PROFILE.
               10  HIST-BIN-PREFIX      PIC X(08).
               10  HIST-PAN-LENGTH      PIC 9(02).
               10  HIST-NUMERIC-FLAG    PIC X(01).
                   88  HIST-PAN-NUMERIC     VALUE 'Y'.
               10  HIST-CHECK-DIGIT-FLAG PIC X(01).
                   88  HIST-CHECK-DIGIT-PASSED VALUE 'Y'.
