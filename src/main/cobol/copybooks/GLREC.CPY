      **********************************************************************
      * COPYBOOK:  GLREC
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   RECORD LAYOUT FOR THE GENERAL LEDGER JOURNAL-ENTRY
      *            FILE CARD2B WRITES FOR THE GL INTAKE (GLJRNL).  ONE
      *            JOURNAL PER CARD2B PASS: A JH HEADER, ONE JL LINE
      *            PER DEBIT AND PER CREDIT, AND A JT TRAILER WITH THE
      *            LINE COUNT AND THE DEBIT AND CREDIT TOTALS.  EVERY
      *            RECORD CARRIES THE JOURNAL KEY (RUN DATE, SOURCE
      *            SYSTEM, PASS START TIME, PASS KIND) SO AN APPEND
      *            OR RESTART PASS'S JOURNAL IN THE SAME DATASET IS
      *            ITS OWN BATCH TO THE INTAKE.  THE SOURCE SYSTEM IS
      *            CARD2B FOR A SINGLE RUN AND CARD2BP1 - CARD2BP4 FOR
      *            THE PARTITION RUNS OF A PARTITIONED NIGHT, WHOSE
      *            FOUR JOURNALS ARE CONCATENATED INTO ONE DATASET AND
      *            CAN SHARE A PASS START TIME.
      *
      *            GL-AMOUNT IS ALWAYS USD, THE LEDGER CURRENCY.
      *            GL-CURRENCY AND GL-ORIG-AMOUNT CARRY THE
      *            SETTLEMENT CURRENCY AND THE AMOUNT IN IT FOR THE
      *            LEDGER'S CURRENCY ANALYSIS.
      *
      *            GL-ENTRY-TYPE: S = SETTLEMENT (ONE PAIR PER BRAND
      *            AND SETTLEMENT CURRENCY), U = UNKNOWN/INVALID
      *            VOLUME TO SUSPENSE, Q = QUARANTINED SEGMENT TO
      *            SUSPENSE, R = REVERSAL OF AN EARLIER Q ONCE THE
      *            REPAIRED SEGMENT HAS BEEN RUN.  GL-REFERENCE IS THE
      *            BRAND (S, U) OR THE ACQUIRER SOURCE ID (Q, R).
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      *   15 OCT 2026  RTC  SOURCE SYSTEM CARRIES THE PARTITION FOR
      *                     A PARTITION RUN.
      **********************************************************************
       01  GL-JOURNAL-RECORD.
           05  GL-REC-TYPE             PIC X(02).
               88  GL-HEADER-REC           VALUE 'JH'.
               88  GL-LINE-REC             VALUE 'JL'.
               88  GL-TRAILER-REC          VALUE 'JT'.
           05  GL-JOURNAL-KEY.
               10  GL-JOURNAL-DATE     PIC 9(08).
               10  GL-SOURCE-SYSTEM    PIC X(08).
               10  GL-BATCH-TIME       PIC 9(06).
               10  GL-PASS-TYPE        PIC X(01).
           05  GL-BODY                 PIC X(75).
           05  GL-HEADER-BODY REDEFINES GL-BODY.
               10  GL-HDR-DESCRIPTION  PIC X(40).
               10  FILLER              PIC X(35).
           05  GL-LINE-BODY REDEFINES GL-BODY.
               10  GL-LINE-NUMBER      PIC 9(05).
               10  GL-ACCOUNT          PIC X(12).
               10  GL-DR-CR            PIC X(01).
                   88  GL-DEBIT            VALUE 'D'.
                   88  GL-CREDIT           VALUE 'C'.
               10  GL-AMOUNT           PIC 9(13)V99.
               10  GL-CURRENCY         PIC X(03).
               10  GL-ORIG-AMOUNT      PIC 9(13)V99.
               10  GL-ENTRY-TYPE       PIC X(01).
               10  GL-REFERENCE        PIC X(20).
               10  FILLER              PIC X(03).
           05  GL-TRAILER-BODY REDEFINES GL-BODY.
               10  GL-TRL-LINE-COUNT   PIC 9(07).
               10  GL-TRL-DEBIT-TOTAL  PIC 9(15)V99.
               10  GL-TRL-CREDIT-TOTAL PIC 9(15)V99.
               10  FILLER              PIC X(34).
