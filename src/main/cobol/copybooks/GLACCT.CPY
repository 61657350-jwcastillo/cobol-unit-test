      **********************************************************************
      * COPYBOOK:  GLACCT
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   RECORD LAYOUT FOR THE GL ACCOUNT MAPPING REFERENCE
      *            FILE - WHICH LEDGER ACCOUNTS EACH KIND OF CARD2B
      *            JOURNAL ENTRY DEBITS AND CREDITS.  MAINTAINED BY
      *            FINANCE/OPERATIONS LIKE CURRRATE; A NEW BRAND,
      *            CURRENCY OR ACCOUNT IS AN EDIT HERE, NOT A
      *            RECOMPILE.
      *
      *            GLA-ENTRY-TYPE IS THE GLREC ENTRY TYPE THE ROW
      *            MAPS: S = SETTLEMENT, U = UNKNOWN/INVALID VOLUME
      *            SUSPENSE, Q = QUARANTINED SEGMENT SUSPENSE (AN R
      *            REVERSAL USES THE Q ROW WITH THE SIDES SWAPPED).
      *            GLA-REFERENCE IS A BRAND NAME AS BINRANGE SPELLS
      *            IT (S, U) OR AN ACQUIRER SOURCE ID (Q);
      *            GLA-CURRENCY IS AN ISO CURRENCY CODE.  EITHER MAY
      *            BE LEFT BLANK TO MEAN ANY.  THE MOST SPECIFIC ROW
      *            WINS: TYPE+REFERENCE+CURRENCY, THEN
      *            TYPE+REFERENCE, THEN THE TYPE'S ALL-BLANK DEFAULT
      *            ROW - SO ONE DEFAULT ROW PER TYPE IS ALL THE FILE
      *            STRICTLY NEEDS.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       01  GL-ACCOUNT-MAP-RECORD.
           05  GLA-ENTRY-TYPE          PIC X(01).
               88  GLA-TYPE-VALID          VALUE 'S' 'U' 'Q'.
           05  GLA-REFERENCE           PIC X(20).
           05  GLA-CURRENCY            PIC X(03).
           05  GLA-DEBIT-ACCOUNT       PIC X(12).
           05  GLA-CREDIT-ACCOUNT      PIC X(12).
           05  GLA-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(02).
