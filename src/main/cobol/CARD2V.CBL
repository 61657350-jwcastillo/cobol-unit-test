      *                     MATCH NO 8-DIGIT RANGE AND NOW FALLS
      *                     STRAIGHT THROUGH TO THE NO-MATCHING-BIN
      *                     ANSWER.
      *   15 OCT 2026  RTC  A NUMERIC ACCOUNT THAT MATCHES NO BIN
      *                     RANGE NOW GETS THE LUHN CHECK TOO, AND
      *                     EVERY CHECK RUN IS REPORTED THROUGH THE NEW
      *                     OUT-CHECK-DIGIT-FLAG.  THE ANSWER ITSELF
      *                     IS UNCHANGED - IT IS STILL UNKNOWN - BUT A
      *                     PASS MEANS A REAL CARD FROM A RANGE THE
      *                     TABLE IS MISSING, WHICH THE BATCH DRIVER
      *                     CAPTURES FOR THE UNKNOWN-BIN WORKLIST.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2V.
           SET WS-ACCOUNT-VALID TO TRUE
           MOVE SPACE TO OUT-CARD-CLASS
           MOVE SPACE TO OUT-COUNTRY-CODE
           MOVE SPACE TO OUT-CHECK-DIGIT-FLAG
           PERFORM 2010-COMPUTE-LENGTH

           IF WS-ACCT-LENGTH = ZERO
                   MOVE 'UNKNOWN' TO WS-CARD-TYPE
                   MOVE 'UNKNOWN - NO MATCHING BIN RANGE'
                       TO OUT-MESSAGE
                   PERFORM 2260-VALIDATE-LUHN
                   PERFORM 2280-SET-CHECK-DIGIT-FLAG
               ELSE
                   IF WS-ACCT-LENGTH NOT = WS-EXPECTED-LENGTH
                       SET WS-ACCOUNT-INVALID TO TRUE
                           TO OUT-MESSAGE
                   ELSE
                       PERFORM 2260-VALIDATE-LUHN
                       PERFORM 2280-SET-CHECK-DIGIT-FLAG
                       IF WS-LUHN-PASSED
                           SET WS-ACCOUNT-VALID TO TRUE
                           MOVE WS-MESSAGE TO OUT-MESSAGE
           END-IF
           .

      *----------------------------------------------------------------*
      * TELL THE CALLER HOW THE CHECK DIGIT CAME OUT.  FOR AN ACCOUNT
      * THAT MATCHED NO RANGE THIS IS THE ONLY THING THAT SEPARATES A
      * REAL CARD FROM A RANGE WE ARE MISSING FROM A MISKEYED NUMBER.
      *----------------------------------------------------------------*
       2280-SET-CHECK-DIGIT-FLAG.

           IF WS-LUHN-PASSED
               SET OUT-CHECK-DIGIT-PASSED TO TRUE
           ELSE
               SET OUT-CHECK-DIGIT-FAILED TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * PCI-COMPLIANT MASK - ALL BUT THE LAST FOUR DIGITS BECOME '*'.
      *----------------------------------------------------------------*
