      **********************************************************************
      * COPYBOOK:  GLSUSP
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   RECORD LAYOUT FOR THE CROSS-NIGHT QUARANTINE
      *            SUSPENSE LOG (GLSUSP).  EVERY QUARANTINED SEGMENT
      *            CARD2B POSTS TO SUSPENSE APPENDS A GLS-OPENED
      *            RECORD; WHEN THE REPAIRED SEGMENT LATER RUNS
      *            THROUGH CARD2BAJ AND ITS SUSPENSE IS REVERSED, A
      *            GLS-CLEARED RECORD FOR THE SAME SOURCE AND
      *            QUARANTINE DATE IS APPENDED.  AN ITEM IS OPEN WHILE
      *            IT HAS NO CLEARED RECORD.  A SECOND OPENED RECORD
      *            FOR THE SAME SOURCE AND QUARANTINE DATE (A FRESH
      *            RERUN OF THE NIGHT) REPLACES THE FIRST RATHER THAN
      *            ADDING TO IT.  THE FILE IS NEVER REWRITTEN, SO IT
      *            IS ALSO THE AUDIT TRAIL OF WHAT WENT THROUGH
      *            SUSPENSE AND WHEN IT CLEARED.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       01  GL-SUSPENSE-RECORD.
           05  GLS-REC-TYPE            PIC X(01).
               88  GLS-OPENED              VALUE 'Q'.
               88  GLS-CLEARED             VALUE 'C'.
           05  GLS-SOURCE-ID           PIC X(03).
           05  GLS-QUAR-DATE           PIC 9(08).
           05  GLS-POST-DATE           PIC 9(08).
           05  GLS-POST-TIME           PIC 9(06).
           05  GLS-RECORD-COUNT        PIC 9(09).
           05  GLS-USD-AMOUNT          PIC 9(13)V99.
           05  GLS-DEBIT-ACCOUNT       PIC X(12).
           05  GLS-CREDIT-ACCOUNT      PIC X(12).
           05  FILLER                  PIC X(06).
