      *                     SAME RECOMPILE RULE AS THE LAST GROWTH -
      *                     EVERY CALLER RELINKS AGAINST THIS
      *                     COPYBOOK BEFORE THIS SHIPS.
      *   15 OCT 2026  RTC  APPEND OUT-CHECK-DIGIT-FLAG - Y OR N
      *                     WHENEVER THE LUHN CHECK WAS RUN, NOW
      *                     INCLUDING A NUMERIC ACCOUNT THAT MATCHED NO
      *                     BIN RANGE, SO THE BATCH DRIVER CAN TELL A
      *                     REAL CARD FROM A MISSING RANGE FROM NOISE.
      *                     SPACE WHEN THE CHECK WAS NOT RUN.  SAME
      *                     RECOMPILE RULE AS THE EARLIER GROWTH.
      **********************************************************************
       01  WS-PARAMETERS.
           05  WS-ARGUMENTS.
                   88  OUT-CLASS-DEBIT          VALUE 'D'.
                   88  OUT-CLASS-PREPAID        VALUE 'P'.
               10  OUT-COUNTRY-CODE         PIC X(03).
               10  OUT-CHECK-DIGIT-FLAG     PIC X(01).
                   88  OUT-CHECK-DIGIT-PASSED   VALUE 'Y'.
                   88  OUT-CHECK-DIGIT-FAILED   VALUE 'N'.
