      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   PAN TOKEN CORE - THE TOKEN FORMAT, THE TOKEN FORM
      *            CHECK, THE PAN PROFILE AND THE MASK, AND NOTHING
      *            ELSE.  NO FILE SECTION, NO I/O: THE VAULT IS READ
      *            AND WRITTEN BY THE SERVICE THAT CALLS THIS (CARD2T
      *            IN BATCH WITH QSAM/VSAM FILE I/O, CARD2TC UNDER
      *            CICS WITH FILE CONTROL COMMANDS), THE SAME SPLIT AS
      *            CARD2V - COBOL FILE I/O IS NOT PERMITTED IN A CICS
      *            PROGRAM, SO THE CORE MUST NOT DO ANY.
      *
      *            TOKENIZE: A BLANK ACCOUNT NUMBER IS REJECTED.  ANY
      *            OTHER VALUE IS PROFILED AND MASKED, AND WHEN THE
      *            SERVICE HAS ALLOCATED A SEQUENCE NUMBER (TKP-
      *            SEQUENCE NOT ZERO) THE NEW TOKEN IS BUILT FROM IT.
      *            A VALUE THAT IS NOT A WELL-FORMED PAN IS STILL
      *            TOKENIZED - A MISKEYED CARD NUMBER IS STILL MOSTLY
      *            A CARD NUMBER AND MUST NOT SIT AT REST IN THE
      *            CLEAR EITHER.
      *
      *            DETOKENIZE: WITH THE ACCOUNT NUMBER BLANK, CHECKS
      *            THE TOKEN IS OF OUR FORM ('TK' AND FOURTEEN DIGITS,
      *            NOT ALL ZERO) SO A MISKEYED TOKEN IS REJECTED
      *            WITHOUT A VAULT READ.  WITH THE ACCOUNT NUMBER
      *            FILLED IN (THE SERVICE'S SECOND CALL, AFTER IT
      *            READ THE VAULT) IT PROFILES AND MASKS THE PAN.
      *
      *            TKP-RESULT-CODE COMES BACK SPACE WHEN THE CALL WAS
      *            ACCEPTED - FOUND/CREATED IS THE SERVICE'S ANSWER,
      *            NOT THE CORE'S - OR 'R' WITH THE REASON IN
      *            TKP-MESSAGE.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2TV.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77  WS-ACCT-LENGTH             PIC 9(02) COMP.
       77  WS-PREFIX-LENGTH           PIC 9(02) COMP.
       77  WS-LUHN-SUM                PIC 9(05) COMP.
       77  WS-LUHN-IDX                PIC 9(02) COMP.
       77  WS-LUHN-POSITION           PIC 9(02) COMP.
       77  WS-LUHN-DIGIT              PIC 9(01).
       77  WS-LUHN-DOUBLED            PIC 9(02).
       77  WS-MASK-STAR-COUNT         PIC 9(02) COMP.

       01  WS-NEW-TOKEN.
           05  WS-NEW-TOKEN-PREFIX    PIC X(02) VALUE 'TK'.
           05  WS-NEW-TOKEN-SEQUENCE  PIC 9(14).

       LINKAGE SECTION.

       COPY TOKPARM.

       PROCEDURE DIVISION USING TOKEN-PARAMETERS.

       0000-MAINLINE.

           MOVE SPACE TO TKP-RESULT-CODE
           MOVE SPACE TO TKP-MESSAGE

           EVALUATE TRUE
               WHEN TKP-FUNC-TOKENIZE
                   PERFORM 2000-TOKENIZE
               WHEN TKP-FUNC-DETOKENIZE
                   PERFORM 3000-DETOKENIZE
               WHEN OTHER
                   SET TKP-REJECTED TO TRUE
                   MOVE 'FUNCTION NOT T OR D' TO TKP-MESSAGE
           END-EVALUATE

           MOVE ZERO TO RETURN-CODE
           GOBACK
           .

       2000-TOKENIZE.

           IF TKP-ACCOUNT-NUMBER = SPACE
               SET TKP-REJECTED TO TRUE
               MOVE 'ACCOUNT NUMBER IS BLANK' TO TKP-MESSAGE
               MOVE SPACE TO TKP-TOKEN
               MOVE SPACE TO TKP-MASKED-ACCT-NUMBER
               MOVE SPACE TO TKP-PAN-PROFILE
               MOVE ZERO  TO TKP-PAN-LENGTH
           ELSE
               PERFORM 2100-PROFILE-ACCOUNT
               PERFORM 2300-MASK-ACCOUNT-NUMBER
               IF TKP-SEQUENCE > ZERO
                   MOVE TKP-SEQUENCE TO WS-NEW-TOKEN-SEQUENCE
                   MOVE WS-NEW-TOKEN TO TKP-TOKEN
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * THE PAN PROFILE - THE PART OF THE NUMBER THAT MAY SIT AT REST
      * IN THE CLEAR.  THE FIRST EIGHT CHARACTERS (THE WHOLE VALUE
      * WHEN IT IS SHORTER), THE SIGNIFICANT LENGTH, WHETHER THAT
      * MUCH IS ALL NUMERIC, AND - FOR A NUMERIC VALUE ONLY - HOW THE
      * LUHN CHECK DIGIT COMES OUT, BY THE SAME WALK CARD2V MAKES.
      *----------------------------------------------------------------*
       2100-PROFILE-ACCOUNT.

           MOVE SPACE TO TKP-PAN-PROFILE
           MOVE 16 TO WS-ACCT-LENGTH
           PERFORM 2110-TRIM-TRAILING-SPACE
               UNTIL WS-ACCT-LENGTH = ZERO
               OR TKP-ACCOUNT-NUMBER(WS-ACCT-LENGTH:1) NOT = SPACE
           MOVE WS-ACCT-LENGTH TO TKP-PAN-LENGTH

           IF WS-ACCT-LENGTH > 8
               MOVE 8 TO WS-PREFIX-LENGTH
           ELSE
               MOVE WS-ACCT-LENGTH TO WS-PREFIX-LENGTH
           END-IF
           IF WS-PREFIX-LENGTH > ZERO
               MOVE TKP-ACCOUNT-NUMBER(1:WS-PREFIX-LENGTH)
                   TO TKP-BIN-PREFIX
           END-IF

           IF WS-ACCT-LENGTH > ZERO
           AND TKP-ACCOUNT-NUMBER(1:WS-ACCT-LENGTH) IS NUMERIC
               SET TKP-PAN-NUMERIC TO TRUE
               PERFORM 2260-VALIDATE-LUHN
           ELSE
               MOVE 'N' TO TKP-NUMERIC-FLAG
           END-IF
           .

       2110-TRIM-TRAILING-SPACE.

           SUBTRACT 1 FROM WS-ACCT-LENGTH
           .

      *----------------------------------------------------------------*
      * LUHN MOD-10 CHECK DIGIT - WALKS THE DIGITS FROM THE RIGHT,
      * DOUBLING EVERY SECOND ONE.  PASSES WHEN THE SUM IS A MULTIPLE
      * OF 10.
      *----------------------------------------------------------------*
       2260-VALIDATE-LUHN.

           MOVE ZERO TO WS-LUHN-SUM

           PERFORM 2270-ACCUMULATE-LUHN-DIGIT
               VARYING WS-LUHN-IDX FROM 1 BY 1
               UNTIL WS-LUHN-IDX > WS-ACCT-LENGTH

           IF FUNCTION MOD(WS-LUHN-SUM, 10) = ZERO
               SET TKP-CHECK-DIGIT-PASSED TO TRUE
           ELSE
               SET TKP-CHECK-DIGIT-FAILED TO TRUE
           END-IF
           .

       2270-ACCUMULATE-LUHN-DIGIT.

           COMPUTE WS-LUHN-POSITION =
               WS-ACCT-LENGTH - WS-LUHN-IDX + 1
           MOVE TKP-ACCOUNT-NUMBER(WS-LUHN-IDX:1) TO WS-LUHN-DIGIT

           IF FUNCTION MOD(WS-LUHN-POSITION, 2) = 0
               COMPUTE WS-LUHN-DOUBLED = WS-LUHN-DIGIT * 2
               IF WS-LUHN-DOUBLED > 9
                   SUBTRACT 9 FROM WS-LUHN-DOUBLED
               END-IF
               ADD WS-LUHN-DOUBLED TO WS-LUHN-SUM
           ELSE
               ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
           END-IF
           .

      *----------------------------------------------------------------*
      * PCI-COMPLIANT MASK - ALL BUT THE LAST FOUR CHARACTERS BECOME
      * '*', EXACTLY AS CARD2V MASKS.
      *----------------------------------------------------------------*
       2300-MASK-ACCOUNT-NUMBER.

           MOVE SPACE TO TKP-MASKED-ACCT-NUMBER
           IF WS-ACCT-LENGTH > 4
               COMPUTE WS-MASK-STAR-COUNT = WS-ACCT-LENGTH - 4
               MOVE ALL '*' TO TKP-MASKED-ACCT-NUMBER
                   (1:WS-MASK-STAR-COUNT)
               MOVE TKP-ACCOUNT-NUMBER
                   (WS-MASK-STAR-COUNT + 1:4)
                   TO TKP-MASKED-ACCT-NUMBER(WS-MASK-STAR-COUNT + 1:4)
           ELSE
               IF WS-ACCT-LENGTH > ZERO
                   MOVE TKP-ACCOUNT-NUMBER(1:WS-ACCT-LENGTH)
                       TO TKP-MASKED-ACCT-NUMBER(1:WS-ACCT-LENGTH)
               END-IF
           END-IF
           .

       3000-DETOKENIZE.

           IF TKP-ACCOUNT-NUMBER = SPACE
               IF TKP-TOKEN-PREFIX-OK
               AND TKP-TOKEN-SEQUENCE IS NUMERIC
               AND TKP-TOKEN-SEQUENCE NOT = ZERO
                   CONTINUE
               ELSE
                   SET TKP-REJECTED TO TRUE
                   MOVE 'NOT A TOKEN - TK AND 14 DIGITS EXPECTED'
                       TO TKP-MESSAGE
               END-IF
           ELSE
               PERFORM 2100-PROFILE-ACCOUNT
               PERFORM 2300-MASK-ACCOUNT-NUMBER
           END-IF
           .

       9999-END.
           .
