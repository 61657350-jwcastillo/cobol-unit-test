      **********************************************************************
      * COPYBOOK:  HOTREC
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   RECORD LAYOUT FOR FRAUD OPERATIONS' HOT-CARD LIST -
      *            THE FLAT FILE THE BATCH DRIVER READS (PROD.FRAUD.
      *            HOTCARD) AND THE VSAM KSDS CARD2P AND THE ONLINE
      *            MAINTENANCE TRANSACTION WORK AGAINST (KEYS(16 0)),
      *            BOTH WRITTEN FROM THE SAME IMAGE BY THE CARD2H
      *            MAINTENANCE RUN.  ONE RECORD PER BLOCKED PAN, IN
      *            ASCENDING HOT-PAN ORDER.
      *
      *            HOT-REASON-CODE SAYS WHY THE CARD IS ON THE LIST:
      *              LS = REPORTED LOST        ST = REPORTED STOLEN
      *              FR = CONFIRMED FRAUD      CP = COMPROMISED IN A
      *              DS = ISSUER DISPUTE HOLD       DATA BREACH
      *              OT = OTHER (SEE THE CASE FILE)
      *              LG = CARRIED OVER FROM THE HAND-EDITED LIST (SET
      *                   ONLY BY CARD2H WHEN IT CONVERTS AN OLD
      *                   16-BYTE ROW - NEVER KEYED).
      *            AN ENTRY BLOCKS FROM HOT-EFFECTIVE-DATE THROUGH
      *            HOT-EXPIRE-DATE INCLUSIVE; AN EXPIRE DATE OF ZERO
      *            MEANS IT BLOCKS UNTIL SOMEONE REMOVES IT.  EVERY
      *            LOADER SKIPS AN ENTRY THAT IS NOT YET EFFECTIVE OR
      *            HAS EXPIRED, AND THE NEXT CARD2H RUN DROPS AN
      *            EXPIRED ENTRY FROM THE LIST (ON ITS REPORT).
      *            HOT-OPERATOR-ID IS WHOEVER ADDED THE ENTRY.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION - REPLACES THE BARE
      *                     16-BYTE PAN RECORD (THE PAN STAYS FIRST,
      *                     SO THE KSDS KEY IS STILL 16 0).
      **********************************************************************
       01  HOT-CARD-MASTER-RECORD.
           05  HOT-PAN                 PIC X(16).
           05  HOT-REASON-CODE         PIC X(02).
               88  HOT-REASON-VALID        VALUE 'LS' 'ST' 'FR' 'CP'
                                                 'DS' 'OT' 'LG'.
           05  HOT-EFFECTIVE-DATE      PIC 9(08).
           05  HOT-EXPIRE-DATE         PIC 9(08).
           05  HOT-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(08).
