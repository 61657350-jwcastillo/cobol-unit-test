      **********************************************************************
      * COPYBOOK:  FEEMTD
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   RECORD LAYOUT FOR THE MONTH-TO-DATE ESTIMATED FEE
      *            ACCUMULATOR.  EVERY CARD2B PASS APPENDS ONE RECORD
      *            PER BRAND, CLASS AND REGION IT PRICED (MTD-PRICED)
      *            AND ONE PER BRAND, CLASS AND REGION IT COULD NOT
      *            PRICE FOR WANT OF A FEE SCHEDULE ROW (MTD-UNPRICED
      *            - COUNT AND VOLUME ONLY, NO FEE), STAMPED WITH THE
      *            PASS'S RUN DATE, START TIME AND KIND.  THE
      *            MONTH-END ACCRUAL RUN (CARD2FA) ROLLS THE MONTH UP
      *            AND CARRIES ANY LATER MONTH'S RECORDS FORWARD.
      *
      *            MTD-PASS-TYPE: N = NORMAL NIGHTLY PASS, R = A PASS
      *            RESTARTED FROM A CHECKPOINT (COVERS ONLY THE
      *            RECORDS AFTER THE CHECKPOINT), A = A CARD2BAJ
      *            REPAIRED-SEGMENT APPEND PASS.  A LATER N PASS FOR
      *            THE SAME RUN DATE (A FRESH RERUN OF THE NIGHT)
      *            SUPERSEDES THE EARLIER N AND R PASSES FOR THAT
      *            DATE; A PASSES ALWAYS ADD.
      *
      *            MTD-PARTITION: BLANK FOR A SINGLE (UNPARTITIONED)
      *            RUN, 1 - 4 FOR A PARTITION RUN (CARD2B1J - 4J).
      *            THE FOUR PARTITIONS OF ONE NIGHT EACH WRITE AN N
      *            PASS FOR THE SAME RUN DATE, SO THE SUPERSEDE RULE
      *            ABOVE APPLIES PER RUN DATE AND PARTITION - A RERUN
      *            OF ONE PARTITION SUPERSEDES ONLY THAT PARTITION'S
      *            EARLIER PASSES.  A WHOLE-NIGHT PASS OF EITHER KIND
      *            SUPERSEDES THE EARLIER PASSES OF THE OTHER KIND.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      *   15 OCT 2026  RTC  PARTITION NUMBER, FROM THE FILLER.
      **********************************************************************
       01  FEE-MTD-RECORD.
           05  MTD-RUN-DATE            PIC 9(08).
           05  MTD-RUN-TIME            PIC 9(06).
           05  MTD-PASS-TYPE           PIC X(01).
               88  MTD-PASS-NIGHTLY        VALUE 'N'.
               88  MTD-PASS-RESTARTED      VALUE 'R'.
               88  MTD-PASS-APPEND         VALUE 'A'.
           05  MTD-RECORD-TYPE         PIC X(01).
               88  MTD-PRICED              VALUE 'P'.
               88  MTD-UNPRICED            VALUE 'U'.
           05  MTD-BRAND-NAME          PIC X(20).
           05  MTD-CARD-CLASS          PIC X(01).
           05  MTD-REGION              PIC X(01).
           05  MTD-COUNT               PIC 9(09).
           05  MTD-VOLUME              PIC 9(13)V99.
           05  MTD-FEE                 PIC 9(11)V99.
           05  MTD-PARTITION           PIC X(01).
               88  MTD-UNPARTITIONED       VALUE SPACE.
               88  MTD-PARTITION-VALID     VALUE '1' THRU '4'.
           05  MTD-PARTITION-NUMBER REDEFINES MTD-PARTITION
                                       PIC 9(01).
           05  FILLER                  PIC X(04).
