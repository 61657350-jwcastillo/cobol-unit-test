      **********************************************************************
      * COPYBOOK:  PARTSEQ
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   RECORD LAYOUT FOR THE PARTITION SEQUENCE FILE
      *            WRITTEN BY CARD2B IN A PARTITION RUN AND READ BY
      *            THE MERGE (CARD2BM).  ONE RECORD PER DETAIL RECORD
      *            THAT REACHED THE RESULT FILE, CARRYING ITS RECORD
      *            NUMBER IN THE FULL SETTLEMENT EXTRACT, ITS ACCTOUT
      *            LINE, AND ITS NETWORK EXTRACT DETAIL WITH THE
      *            NETWORK IT WAS ROUTED TO.  THE MERGE INTERLEAVES
      *            THE FOUR PARTITIONS' FILES ON PSQ-POSITION TO
      *            REBUILD ACCTOUT AND THE NETWORK EXTRACTS IN THE
      *            ORDER A SINGLE RUN WRITES THEM.
      *
      *            PSQ-NETWORK IS A NETEXT DETAIL RECORD AND CARRIES
      *            THE FULL PAN - A WORK FILE UNDER THE SAME ACCESS
      *            RULES AS THE NETWORK EXTRACTS, NEVER TO A PRINTER.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       01  PARTITION-SEQUENCE-RECORD.
           05  PSQ-POSITION            PIC 9(09).
           05  PSQ-ROUTE               PIC X(01).
               88  PSQ-ROUTE-VISA          VALUE 'V'.
               88  PSQ-ROUTE-MC            VALUE 'M'.
               88  PSQ-ROUTE-AMEX          VALUE 'A'.
               88  PSQ-ROUTE-DISC          VALUE 'D'.
               88  PSQ-ROUTE-OTHER         VALUE 'O'.
           05  PSQ-RESULT              PIC X(85).
           05  PSQ-NETWORK             PIC X(85).
