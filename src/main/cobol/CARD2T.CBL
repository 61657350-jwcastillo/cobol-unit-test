      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   BATCH PAN TOKEN SERVICE.  CALLED THROUGH THE
      *            TOKPARM LINKAGE TO TURN A PAN INTO ITS TOKEN
      *            (ISSUING ONE THE FIRST TIME THE PAN IS SEEN) OR A
      *            TOKEN BACK INTO ITS PAN, AGAINST THE TOKEN VAULT
      *            (TOKVAULT, SEE TOKVLT).  THE TOKEN FORMAT, FORM
      *            CHECK, PAN PROFILE AND MASK ARE THE CORE'S
      *            (CARD2TV); THIS PROGRAM OWNS ONLY THE VAULT I/O -
      *            THE SAME SPLIT AS CARD2 AND CARD2V.  THE ONLINE
      *            COUNTERPART IS CARD2TC.
      *
      *            THE VAULT IS OPENED I-O ON THE FIRST CALL (OR THE
      *            CALLER'S TKP-FUNC-OPEN CALL) AND STAYS OPEN UNTIL
      *            THE CALLER'S TKP-FUNC-CLOSE CALL - WORKING-STORAGE
      *            SURVIVES BETWEEN CALLS.  A NEVER-LOADED CLUSTER
      *            COMES BACK '35' AND IS CREATED, SO THE FIRST RUN
      *            SEEDS THE VAULT; THE CONTROL RECORD IS WRITTEN
      *            WITH THE FIRST TOKEN ISSUED.
      *
      *            A NEW TOKEN TAKES THE NEXT SEQUENCE NUMBER FROM
      *            THE CONTROL RECORD (READ AND REWRITTEN FOR EVERY
      *            TOKEN, NOT HELD IN STORAGE, SINCE THE ONLINE
      *            SERVICE ISSUES FROM THE SAME RECORD), THEN WRITES
      *            THE TOKEN-TO-PAN RECORD AND THE PAN-TO-TOKEN
      *            RECORD IN THAT ORDER.  IF THE PAN RECORD TURNS OUT
      *            TO BE THERE ALREADY (ISSUED ONLINE SINCE OUR READ)
      *            THE TOKEN ON FILE WINS AND OURS IS DELETED, SO A
      *            PAN NEVER HAS TWO TOKENS.
      *
      *            ANY VAULT I/O ERROR COMES BACK AS TKP-VAULT-ERROR
      *            WITH THE OPERATION AND STATUS IN TKP-MESSAGE; WHAT
      *            THAT MEANS FOR THE RUN IS THE CALLER'S DECISION.
      *            AN OPEN THAT FAILED IS NOT RETRIED.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2T.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOKEN-VAULT-FILE
               ASSIGN TO "TOKVAULT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TKV-KEY
               FILE STATUS IS WS-VAULT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TOKEN-VAULT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY TOKVLT.

       WORKING-STORAGE SECTION.

       77  WS-VAULT-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-VAULT-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-VAULT-OPEN              VALUE 'Y'.
       77  WS-VAULT-FAILED-SW         PIC X(01) VALUE 'N'.
           88  WS-VAULT-FAILED            VALUE 'Y'.
       77  WS-ISSUED-SEQUENCE         PIC 9(14) VALUE ZERO.
       77  WS-ISSUED-TOKEN            PIC X(16) VALUE SPACE.
       77  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
       77  WS-RUN-TIME                PIC 9(08) VALUE ZERO.

       01  WS-VAULT-ERROR-MESSAGE.
           05  FILLER                 PIC X(09) VALUE 'TOKVAULT '.
           05  WS-ERR-OPERATION       PIC X(08).
           05  FILLER                 PIC X(08) VALUE ' STATUS '.
           05  WS-ERR-STATUS          PIC X(02).
           05  FILLER                 PIC X(13) VALUE SPACE.

       LINKAGE SECTION.

       COPY TOKPARM.

       PROCEDURE DIVISION USING TOKEN-PARAMETERS.

       0000-MAINLINE.

           MOVE SPACE TO TKP-RESULT-CODE
           MOVE SPACE TO TKP-MESSAGE

           EVALUATE TRUE
               WHEN TKP-FUNC-CLOSE
                   PERFORM 1900-CLOSE-VAULT
               WHEN TKP-FUNC-OPEN
                   PERFORM 1000-OPEN-VAULT
               WHEN TKP-FUNC-TOKENIZE
                   PERFORM 1000-OPEN-VAULT
                   IF WS-VAULT-OPEN
                       PERFORM 2000-TOKENIZE
                   END-IF
               WHEN TKP-FUNC-DETOKENIZE
                   PERFORM 1000-OPEN-VAULT
                   IF WS-VAULT-OPEN
                       PERFORM 3000-DETOKENIZE
                   END-IF
               WHEN OTHER
                   SET TKP-REJECTED TO TRUE
                   MOVE 'FUNCTION NOT T, D, O OR C' TO TKP-MESSAGE
           END-EVALUATE

           MOVE ZERO TO RETURN-CODE
           GOBACK
           .

      *----------------------------------------------------------------*
      * OPEN THE VAULT I-O, ONCE.  A BRAND-NEW (NEVER LOADED) KSDS
      * COMES BACK '35' AND IS CREATED WITH AN OPEN OUTPUT AND
      * REOPENED, AS CARD2B DOES FOR ACCTHIST.
      *----------------------------------------------------------------*
       1000-OPEN-VAULT.

           IF NOT WS-VAULT-OPEN AND NOT WS-VAULT-FAILED
               OPEN I-O TOKEN-VAULT-FILE
               IF WS-VAULT-FILE-STATUS = '35'
                   OPEN OUTPUT TOKEN-VAULT-FILE
                   IF WS-VAULT-FILE-STATUS = '00'
                       CLOSE TOKEN-VAULT-FILE
                       OPEN I-O TOKEN-VAULT-FILE
                   END-IF
               END-IF
               IF WS-VAULT-FILE-STATUS = '00'
                   SET WS-VAULT-OPEN TO TRUE
               ELSE
                   SET WS-VAULT-FAILED TO TRUE
                   MOVE 'OPEN' TO WS-ERR-OPERATION
                   MOVE WS-VAULT-FILE-STATUS TO WS-ERR-STATUS
               END-IF
           END-IF

           IF WS-VAULT-FAILED
               SET TKP-VAULT-ERROR TO TRUE
               MOVE WS-VAULT-ERROR-MESSAGE TO TKP-MESSAGE
           END-IF
           .

      *----------------------------------------------------------------*
      * HOUSEKEEPING CALL - THE CALLER INVOKES US ONE LAST TIME WITH
      * TKP-FUNC-CLOSE SO THE VAULT IS CLOSED CLEANLY BEFORE THE RUN
      * ENDS.
      *----------------------------------------------------------------*
       1900-CLOSE-VAULT.

           IF WS-VAULT-OPEN
               CLOSE TOKEN-VAULT-FILE
               MOVE 'N' TO WS-VAULT-OPEN-SW
           END-IF
           MOVE SPACE TO TKP-ACCOUNT-NUMBER
           MOVE SPACE TO TKP-TOKEN
           MOVE SPACE TO TKP-MASKED-ACCT-NUMBER
           .

      *----------------------------------------------------------------*
      * PAN TO TOKEN.  THE CORE REJECTS A BLANK PAN AND PROFILES ANY
      * OTHER; THE PAN RECORD GIVES THE TOKEN ALREADY ISSUED, AND
      * ONLY A PAN THE VAULT HAS NEVER SEEN GETS A NEW ONE.
      *----------------------------------------------------------------*
       2000-TOKENIZE.

           MOVE SPACE TO TKP-TOKEN
           MOVE ZERO  TO TKP-SEQUENCE
           CALL 'CARD2TV' USING TOKEN-PARAMETERS

           IF NOT TKP-REJECTED
               SET TKV-PAN-ENTRY TO TRUE
               MOVE TKP-ACCOUNT-NUMBER TO TKV-KEY-VALUE
               READ TOKEN-VAULT-FILE
               EVALUATE WS-VAULT-FILE-STATUS
                   WHEN '00'
                       MOVE TKV-MAPPED-VALUE TO TKP-TOKEN
                       SET TKP-FOUND TO TRUE
                   WHEN '23'
                       PERFORM 2100-ISSUE-TOKEN
                   WHEN OTHER
                       MOVE 'READ' TO WS-ERR-OPERATION
                       PERFORM 8000-SET-VAULT-ERROR
               END-EVALUATE
           END-IF
           .

       2100-ISSUE-TOKEN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 2110-ALLOCATE-SEQUENCE

           IF NOT TKP-VAULT-ERROR
               MOVE WS-ISSUED-SEQUENCE TO TKP-SEQUENCE
               CALL 'CARD2TV' USING TOKEN-PARAMETERS
               MOVE ZERO TO TKP-SEQUENCE
               MOVE TKP-TOKEN TO WS-ISSUED-TOKEN

               MOVE SPACE TO TOKEN-VAULT-RECORD
               SET TKV-TOKEN-ENTRY TO TRUE
               MOVE WS-ISSUED-TOKEN    TO TKV-KEY-VALUE
               MOVE TKP-ACCOUNT-NUMBER TO TKV-MAPPED-VALUE
               PERFORM 2150-STAMP-VAULT-RECORD
               WRITE TOKEN-VAULT-RECORD
               IF WS-VAULT-FILE-STATUS NOT = '00'
                   MOVE 'WRITE' TO WS-ERR-OPERATION
                   PERFORM 8000-SET-VAULT-ERROR
               END-IF
           END-IF

           IF NOT TKP-VAULT-ERROR
               MOVE SPACE TO TOKEN-VAULT-RECORD
               SET TKV-PAN-ENTRY TO TRUE
               MOVE TKP-ACCOUNT-NUMBER TO TKV-KEY-VALUE
               MOVE WS-ISSUED-TOKEN    TO TKV-MAPPED-VALUE
               PERFORM 2150-STAMP-VAULT-RECORD
               WRITE TOKEN-VAULT-RECORD
               EVALUATE WS-VAULT-FILE-STATUS
                   WHEN '00'
                       SET TKP-CREATED TO TRUE
                   WHEN '22'
                       PERFORM 2160-TAKE-TOKEN-ON-FILE
                   WHEN OTHER
                       MOVE 'WRITE' TO WS-ERR-OPERATION
                       PERFORM 8000-SET-VAULT-ERROR
               END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
      * NEXT SEQUENCE NUMBER FROM THE CONTROL RECORD.  NO CONTROL
      * RECORD YET MEANS AN EMPTY VAULT - THIS IS TOKEN NUMBER ONE.
      *----------------------------------------------------------------*
       2110-ALLOCATE-SEQUENCE.

           SET TKV-CONTROL-ENTRY TO TRUE
           MOVE ALL '0' TO TKV-KEY-VALUE
           READ TOKEN-VAULT-FILE
           EVALUATE WS-VAULT-FILE-STATUS
               WHEN '00'
                   ADD 1 TO TKV-LAST-SEQUENCE
                   MOVE TKV-LAST-SEQUENCE TO WS-ISSUED-SEQUENCE
                   REWRITE TOKEN-VAULT-RECORD
                   IF WS-VAULT-FILE-STATUS NOT = '00'
                       MOVE 'REWRITE' TO WS-ERR-OPERATION
                       PERFORM 8000-SET-VAULT-ERROR
                   END-IF
               WHEN '23'
                   MOVE SPACE TO TOKEN-VAULT-RECORD
                   SET TKV-CONTROL-ENTRY TO TRUE
                   MOVE ALL '0' TO TKV-KEY-VALUE
                   MOVE 1 TO TKV-LAST-SEQUENCE
                   MOVE 1 TO WS-ISSUED-SEQUENCE
                   PERFORM 2150-STAMP-VAULT-RECORD
                   WRITE TOKEN-VAULT-RECORD
                   IF WS-VAULT-FILE-STATUS NOT = '00'
                       MOVE 'WRITE' TO WS-ERR-OPERATION
                       PERFORM 8000-SET-VAULT-ERROR
                   END-IF
               WHEN OTHER
                   MOVE 'READ' TO WS-ERR-OPERATION
                   PERFORM 8000-SET-VAULT-ERROR
           END-EVALUATE
           .

       2150-STAMP-VAULT-RECORD.

           MOVE WS-RUN-DATE       TO TKV-CREATE-DATE
           MOVE WS-RUN-TIME(1:6)  TO TKV-CREATE-TIME
           IF TKP-REQUESTED-BY = SPACE
               MOVE 'CARD2T' TO TKV-CREATED-BY
           ELSE
               MOVE TKP-REQUESTED-BY TO TKV-CREATED-BY
           END-IF
           .

      *----------------------------------------------------------------*
      * THE PAN WAS TOKENIZED ELSEWHERE BETWEEN OUR READ AND OUR
      * WRITE.  USE THE TOKEN ON FILE AND REMOVE THE ONE WE JUST
      * ISSUED, WHICH NOTHING HAS SEEN.  A FAILED DELETE ONLY LEAVES
      * AN UNUSED TOKEN RECORD BEHIND, SO IT IS NOT AN ERROR.
      *----------------------------------------------------------------*
       2160-TAKE-TOKEN-ON-FILE.

           READ TOKEN-VAULT-FILE
           IF WS-VAULT-FILE-STATUS = '00'
               MOVE TKV-MAPPED-VALUE TO TKP-TOKEN
               SET TKP-FOUND TO TRUE
               SET TKV-TOKEN-ENTRY TO TRUE
               MOVE WS-ISSUED-TOKEN TO TKV-KEY-VALUE
               DELETE TOKEN-VAULT-FILE RECORD
           ELSE
               MOVE 'READ' TO WS-ERR-OPERATION
               PERFORM 8000-SET-VAULT-ERROR
           END-IF
           .

      *----------------------------------------------------------------*
      * TOKEN TO PAN.  THE CORE CHECKS THE TOKEN'S FORM FIRST, THEN
      * PROFILES AND MASKS THE PAN THE VAULT GIVES BACK.
      *----------------------------------------------------------------*
       3000-DETOKENIZE.

           MOVE SPACE TO TKP-ACCOUNT-NUMBER
           MOVE SPACE TO TKP-MASKED-ACCT-NUMBER
           CALL 'CARD2TV' USING TOKEN-PARAMETERS

           IF NOT TKP-REJECTED
               SET TKV-TOKEN-ENTRY TO TRUE
               MOVE TKP-TOKEN TO TKV-KEY-VALUE
               READ TOKEN-VAULT-FILE
               EVALUATE WS-VAULT-FILE-STATUS
                   WHEN '00'
                       MOVE TKV-MAPPED-VALUE TO TKP-ACCOUNT-NUMBER
                       CALL 'CARD2TV' USING TOKEN-PARAMETERS
                       SET TKP-FOUND TO TRUE
                   WHEN '23'
                       SET TKP-NOT-FOUND TO TRUE
                       MOVE 'TOKEN NOT IN VAULT' TO TKP-MESSAGE
                   WHEN OTHER
                       MOVE 'READ' TO WS-ERR-OPERATION
                       PERFORM 8000-SET-VAULT-ERROR
               END-EVALUATE
           END-IF
           .

       8000-SET-VAULT-ERROR.

           MOVE WS-VAULT-FILE-STATUS TO WS-ERR-STATUS
           SET TKP-VAULT-ERROR TO TRUE
           MOVE WS-VAULT-ERROR-MESSAGE TO TKP-MESSAGE
           .

       9999-END.
           .
