      **********************************************************************
      * COPYBOOK:  PARTMAP
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   RECORD LAYOUT FOR THE PARTITION MAPS WRITTEN BY THE
      *            EXTRACT SPLIT (CARD2BS) AND READ BY CARD2B IN A
      *            PARTITION RUN.  ONE RECORD PER SEGMENT ROUTED TO
      *            THE PARTITION, IN THE ORDER THE SEGMENTS WERE
      *            WRITTEN TO IT, GIVING THE SEGMENT HEADER'S RECORD
      *            NUMBER IN THE FULL SETTLEMENT EXTRACT AND IN THE
      *            PARTITION'S OWN ACCTIN.  A SEGMENT IS CONTIGUOUS IN
      *            BOTH, SO EVERY DETAIL RECORD'S POSITION IN THE FULL
      *            EXTRACT FOLLOWS FROM ITS POSITION IN THE PARTITION -
      *            THAT POSITION IS WHAT THE MERGE (CARD2BM) PUTS THE
      *            PARTITIONS' OUTPUTS BACK IN ORDER BY.
      *
      *            PM-CUT-BY-NEXT-HEADER MARKS A SEGMENT THE SPLIT SAW
      *            END WITHOUT A TRAILER BECAUSE ANOTHER ACQUIRER'S
      *            HEADER FOLLOWED IT, SO THE PARTITION QUARANTINES IT
      *            FOR THE SAME REASON A SINGLE RUN WOULD HAVE.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       01  PARTITION-MAP-RECORD.
           05  PM-GLOBAL-POSITION      PIC 9(09).
           05  PM-PARTITION-POSITION   PIC 9(09).
           05  PM-SOURCE-ID            PIC X(03).
           05  PM-CUT-SW               PIC X(01).
               88  PM-CUT-BY-NEXT-HEADER   VALUE 'Y'.
           05  FILLER                  PIC X(18).
