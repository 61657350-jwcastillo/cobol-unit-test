      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   ONLINE PAN TOKEN SERVICE - THE CICS COUNTERPART OF
      *            CARD2T.  LINKED TO WITH THE 160-BYTE TOKPARM AREA AS
      *            ITS COMMAREA; THE SAME FUNCTIONS COME BACK WITH THE
      *            SAME RESULT CODES, AND THE TOKEN FORMAT, FORM
      *            CHECK, PAN PROFILE AND MASK ARE THE SAME CORE'S
      *            (CARD2TV).  THE VAULT IS FILE 'TOKVAULT' IN THE
      *            REGION, READ AND WRITTEN WITH FILE CONTROL
      *            COMMANDS.
      *
      *            A NEW TOKEN'S SEQUENCE NUMBER COMES FROM THE
      *            CONTROL RECORD UNDER READ UPDATE, SO TWO TASKS (OR
      *            A TASK AND THE BATCH SERVICE) NEVER ISSUE THE SAME
      *            NUMBER; A PAN RECORD ALREADY WRITTEN BY SOMEONE
      *            ELSE SINCE OUR READ WINS, AS IN CARD2T.  A NEW
      *            ENTRY IS STAMPED WITH TKP-REQUESTED-BY WHEN THE
      *            CALLER FILLED IT IN, OTHERWISE WITH THE SIGNED-ON
      *            USER.
      *
      *            TKP-FUNC-OPEN AND TKP-FUNC-CLOSE ARE ACCEPTED AND
      *            DO NOTHING - THE REGION OWNS THE FILE.  STARTED
      *            WITHOUT A COMMAREA OF THE RIGHT LENGTH (FROM A
      *            TERMINAL, SAY) IT RETURNS AT ONCE: THIS PROGRAM
      *            SENDS NOTHING, AND THE ONLY ONLINE WAY TO SEE A
      *            PAN FOR A TOKEN IS THE LOGGED CDTK INQUIRY
      *            (CARD2TD).
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2TC.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY TOKPARM.

       COPY TOKVLT.

       77  WS-RESP-CODE               PIC S9(08) COMP VALUE ZERO.
       77  WS-USER-ID                 PIC X(08) VALUE SPACE.
       77  WS-ISSUED-SEQUENCE         PIC 9(14) VALUE ZERO.
       77  WS-ISSUED-TOKEN            PIC X(16) VALUE SPACE.
       77  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
       77  WS-RUN-TIME                PIC 9(08) VALUE ZERO.
       77  WS-CONTROL-DONE-SW         PIC X(01) VALUE 'N'.
           88  WS-CONTROL-DONE            VALUE 'Y'.
       77  WS-CONTROL-TRIES           PIC 9(01) COMP VALUE ZERO.

       01  WS-VAULT-ERROR-MESSAGE.
           05  FILLER                 PIC X(09) VALUE 'TOKVAULT '.
           05  WS-ERR-OPERATION       PIC X(08).
           05  FILLER                 PIC X(06) VALUE ' RESP '.
           05  WS-ERR-RESP            PIC 9(08).
           05  FILLER                 PIC X(09) VALUE SPACE.

       LINKAGE SECTION.

       01  DFHCOMMAREA                PIC X(160).

       PROCEDURE DIVISION.

       0000-MAINLINE.

           IF EIBCALEN = LENGTH OF TOKEN-PARAMETERS
               MOVE DFHCOMMAREA TO TOKEN-PARAMETERS
               MOVE SPACE TO TKP-RESULT-CODE
               MOVE SPACE TO TKP-MESSAGE
               PERFORM 1000-IDENTIFY-REQUESTER

               EVALUATE TRUE
                   WHEN TKP-FUNC-TOKENIZE
                       PERFORM 2000-TOKENIZE
                   WHEN TKP-FUNC-DETOKENIZE
                       PERFORM 3000-DETOKENIZE
                   WHEN TKP-FUNC-OPEN
                   WHEN TKP-FUNC-CLOSE
                       CONTINUE
                   WHEN OTHER
                       SET TKP-REJECTED TO TRUE
                       MOVE 'FUNCTION NOT T, D, O OR C' TO TKP-MESSAGE
               END-EVALUATE

               MOVE TOKEN-PARAMETERS TO DFHCOMMAREA
           END-IF

           EXEC CICS RETURN
           END-EXEC
           .

       1000-IDENTIFY-REQUESTER.

           IF TKP-REQUESTED-BY = SPACE
               EXEC CICS ASSIGN
                   USERID(WS-USER-ID)
                   RESP(WS-RESP-CODE)
               END-EXEC
               MOVE WS-USER-ID TO TKP-REQUESTED-BY
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           .

      *----------------------------------------------------------------*
      * PAN TO TOKEN - THE SAME STEPS AS CARD2T'S 2000.
      *----------------------------------------------------------------*
       2000-TOKENIZE.

           MOVE SPACE TO TKP-TOKEN
           MOVE ZERO  TO TKP-SEQUENCE
           CALL 'CARD2TV' USING TOKEN-PARAMETERS

           IF NOT TKP-REJECTED
               SET TKV-PAN-ENTRY TO TRUE
               MOVE TKP-ACCOUNT-NUMBER TO TKV-KEY-VALUE
               EXEC CICS READ
                   FILE('TOKVAULT')
                   INTO(TOKEN-VAULT-RECORD)
                   RIDFLD(TKV-KEY)
                   RESP(WS-RESP-CODE)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP-CODE = DFHRESP(NORMAL)
                       MOVE TKV-MAPPED-VALUE TO TKP-TOKEN
                       SET TKP-FOUND TO TRUE
                   WHEN WS-RESP-CODE = DFHRESP(NOTFND)
                       PERFORM 2100-ISSUE-TOKEN
                   WHEN OTHER
                       MOVE 'READ' TO WS-ERR-OPERATION
                       PERFORM 8000-SET-VAULT-ERROR
               END-EVALUATE
           END-IF
           .

       2100-ISSUE-TOKEN.

           MOVE 'N' TO WS-CONTROL-DONE-SW
           MOVE ZERO TO WS-CONTROL-TRIES
           PERFORM 2110-ALLOCATE-SEQUENCE
               UNTIL WS-CONTROL-DONE OR TKP-VAULT-ERROR

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
               EXEC CICS WRITE
                   FILE('TOKVAULT')
                   FROM(TOKEN-VAULT-RECORD)
                   RIDFLD(TKV-KEY)
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
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
               EXEC CICS WRITE
                   FILE('TOKVAULT')
                   FROM(TOKEN-VAULT-RECORD)
                   RIDFLD(TKV-KEY)
                   RESP(WS-RESP-CODE)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP-CODE = DFHRESP(NORMAL)
                       SET TKP-CREATED TO TRUE
                   WHEN WS-RESP-CODE = DFHRESP(DUPREC)
                       PERFORM 2160-TAKE-TOKEN-ON-FILE
                   WHEN OTHER
                       MOVE 'WRITE' TO WS-ERR-OPERATION
                       PERFORM 8000-SET-VAULT-ERROR
               END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
      * NEXT SEQUENCE NUMBER, UNDER READ UPDATE ON THE CONTROL
      * RECORD.  AN EMPTY VAULT HAS NO CONTROL RECORD; IF TWO TASKS
      * BOTH FIND IT MISSING, THE SECOND WRITE GETS DUPREC AND THAT
      * TASK GOES ROUND ONCE MORE TO UPDATE THE RECORD THE FIRST ONE
      * WROTE.
      *----------------------------------------------------------------*
       2110-ALLOCATE-SEQUENCE.

           ADD 1 TO WS-CONTROL-TRIES
           SET TKV-CONTROL-ENTRY TO TRUE
           MOVE ALL '0' TO TKV-KEY-VALUE
           EXEC CICS READ
               FILE('TOKVAULT')
               INTO(TOKEN-VAULT-RECORD)
               RIDFLD(TKV-KEY)
               UPDATE
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP-CODE = DFHRESP(NORMAL)
                   ADD 1 TO TKV-LAST-SEQUENCE
                   MOVE TKV-LAST-SEQUENCE TO WS-ISSUED-SEQUENCE
                   EXEC CICS REWRITE
                       FILE('TOKVAULT')
                       FROM(TOKEN-VAULT-RECORD)
                       RESP(WS-RESP-CODE)
                   END-EXEC
                   IF WS-RESP-CODE = DFHRESP(NORMAL)
                       SET WS-CONTROL-DONE TO TRUE
                   ELSE
                       MOVE 'REWRITE' TO WS-ERR-OPERATION
                       PERFORM 8000-SET-VAULT-ERROR
                   END-IF
               WHEN WS-RESP-CODE = DFHRESP(NOTFND)
                   MOVE SPACE TO TOKEN-VAULT-RECORD
                   SET TKV-CONTROL-ENTRY TO TRUE
                   MOVE ALL '0' TO TKV-KEY-VALUE
                   MOVE 1 TO TKV-LAST-SEQUENCE
                   MOVE 1 TO WS-ISSUED-SEQUENCE
                   PERFORM 2150-STAMP-VAULT-RECORD
                   EXEC CICS WRITE
                       FILE('TOKVAULT')
                       FROM(TOKEN-VAULT-RECORD)
                       RIDFLD(TKV-KEY)
                       RESP(WS-RESP-CODE)
                   END-EXEC
                   EVALUATE TRUE
                       WHEN WS-RESP-CODE = DFHRESP(NORMAL)
                           SET WS-CONTROL-DONE TO TRUE
                       WHEN WS-RESP-CODE = DFHRESP(DUPREC)
                       AND WS-CONTROL-TRIES < 2
                           CONTINUE
                       WHEN OTHER
                           MOVE 'WRITE' TO WS-ERR-OPERATION
                           PERFORM 8000-SET-VAULT-ERROR
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'READ' TO WS-ERR-OPERATION
                   PERFORM 8000-SET-VAULT-ERROR
           END-EVALUATE
           .

       2150-STAMP-VAULT-RECORD.

           MOVE WS-RUN-DATE       TO TKV-CREATE-DATE
           MOVE WS-RUN-TIME(1:6)  TO TKV-CREATE-TIME
           IF TKP-REQUESTED-BY = SPACE
               MOVE 'CARD2TC' TO TKV-CREATED-BY
           ELSE
               MOVE TKP-REQUESTED-BY TO TKV-CREATED-BY
           END-IF
           .

       2160-TAKE-TOKEN-ON-FILE.

           EXEC CICS READ
               FILE('TOKVAULT')
               INTO(TOKEN-VAULT-RECORD)
               RIDFLD(TKV-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE TKV-MAPPED-VALUE TO TKP-TOKEN
               SET TKP-FOUND TO TRUE
               SET TKV-TOKEN-ENTRY TO TRUE
               MOVE WS-ISSUED-TOKEN TO TKV-KEY-VALUE
               EXEC CICS DELETE
                   FILE('TOKVAULT')
                   RIDFLD(TKV-KEY)
                   RESP(WS-RESP-CODE)
               END-EXEC
           ELSE
               MOVE 'READ' TO WS-ERR-OPERATION
               PERFORM 8000-SET-VAULT-ERROR
           END-IF
           .

      *----------------------------------------------------------------*
      * TOKEN TO PAN - THE SAME STEPS AS CARD2T'S 3000.  NOTHING IS
      * LOGGED HERE; A PROGRAM THAT SHOWS THE PAN TO A PERSON LOGS
      * THE REVEAL ITSELF, AS CDTK DOES.
      *----------------------------------------------------------------*
       3000-DETOKENIZE.

           MOVE SPACE TO TKP-ACCOUNT-NUMBER
           MOVE SPACE TO TKP-MASKED-ACCT-NUMBER
           CALL 'CARD2TV' USING TOKEN-PARAMETERS

           IF NOT TKP-REJECTED
               SET TKV-TOKEN-ENTRY TO TRUE
               MOVE TKP-TOKEN TO TKV-KEY-VALUE
               EXEC CICS READ
                   FILE('TOKVAULT')
                   INTO(TOKEN-VAULT-RECORD)
                   RIDFLD(TKV-KEY)
                   RESP(WS-RESP-CODE)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP-CODE = DFHRESP(NORMAL)
                       MOVE TKV-MAPPED-VALUE TO TKP-ACCOUNT-NUMBER
                       CALL 'CARD2TV' USING TOKEN-PARAMETERS
                       SET TKP-FOUND TO TRUE
                   WHEN WS-RESP-CODE = DFHRESP(NOTFND)
                       SET TKP-NOT-FOUND TO TRUE
                       MOVE 'TOKEN NOT IN VAULT' TO TKP-MESSAGE
                   WHEN OTHER
                       MOVE 'READ' TO WS-ERR-OPERATION
                       PERFORM 8000-SET-VAULT-ERROR
               END-EVALUATE
           END-IF
           .

       8000-SET-VAULT-ERROR.

           MOVE WS-RESP-CODE TO WS-ERR-RESP
           SET TKP-VAULT-ERROR TO TRUE
           MOVE WS-VAULT-ERROR-MESSAGE TO TKP-MESSAGE
           .

       9999-END.
           .
