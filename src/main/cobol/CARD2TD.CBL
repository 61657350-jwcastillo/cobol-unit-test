      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   FRAUD OPERATIONS DETOKENIZE INQUIRY.  INVOKED AS
      *            CICS TRANSACTION CDTK WITH THE TOKEN AND A CASE
      *            REFERENCE ON THE COMMAND LINE, IN FIXED COLUMNS:
      *
      *               CDTK TK00000000012345 FR2026-00412
      *
      *            THE TOKEN IS WHAT ACCTHIST, VELRPT, REJECTS AND
      *            CARD2MI'S SAMPLES NOW CARRY IN PLACE OF THE PAN;
      *            THIS IS THE ONE PLACE A PERSON CAN TURN IT BACK
      *            INTO THE FULL CARD NUMBER.  THE CASE REFERENCE IS
      *            REQUIRED - A REVEAL WITH NO CASE BEHIND IT IS
      *            REFUSED.  THE OPERATOR ID RECORDED IS THE
      *            SIGNED-ON CICS USER, NEVER SOMETHING KEYED, AND
      *            CDTK ITSELF IS DEFINED TO TRANSACTION SECURITY SO
      *            ONLY THE FRAUD OPERATIONS GROUP CAN RUN IT.
      *
      *            THE LOOKUP IS A LINK TO THE ONLINE TOKEN SERVICE
      *            (CARD2TC).  EVERY REQUEST - REVEAL, UNKNOWN TOKEN,
      *            REFUSAL OR VAULT ERROR - IS LOGGED WITH THE
      *            OPERATOR, TERMINAL, TIME, TOKEN AND CASE REFERENCE
      *            TO THE EXTRAPARTITION TD QUEUE 'CDTL'
      *            (PROD.CICS.CARD2.DETOKLOG).  A REVEAL IS LOGGED
      *            BEFORE THE PAN IS SENT, AND IF THE LOG RECORD
      *            CANNOT BE WRITTEN THE PAN IS NOT SENT AT ALL - SO
      *            NO FULL NUMBER IS EVER SHOWN THAT IS NOT ON THE
      *            RECORD.  THE LOG ITSELF CARRIES ONLY THE MASKED
      *            PAN, AND THE PAN IS CLEARED FROM STORAGE ONCE THE
      *            SCREEN IS SENT.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      *   15 OCT 2026  RTC  RESULT LINE SET FROM WHETHER THE REVEAL
      *                     WAS FOUND AND LOGGED, NOT FROM THE SCREEN
      *                     ACCOUNT FIELD, WHICH IS NOW CLEARED BEFORE
      *                     EVERY REQUEST.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2TD.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-INPUT-AREA.
           05  WS-INPUT-TRANSID         PIC X(04).
           05  FILLER                   PIC X(01).
           05  WS-INPUT-TOKEN           PIC X(16).
           05  FILLER                   PIC X(01).
           05  WS-INPUT-CASE-REF        PIC X(12).
           05  FILLER                   PIC X(46).

       COPY TOKPARM.

       01  WS-SCREEN-AREA.
           05  WS-SCREEN-LINE-1.
               10  FILLER               PIC X(09) VALUE 'TOKEN:   '.
               10  WS-SCR-TOKEN         PIC X(16).
               10  FILLER               PIC X(55) VALUE SPACE.
           05  WS-SCREEN-LINE-2.
               10  FILLER               PIC X(09) VALUE 'ACCOUNT: '.
               10  WS-SCR-ACCOUNT       PIC X(16) VALUE SPACE.
               10  FILLER               PIC X(55) VALUE SPACE.
           05  WS-SCREEN-LINE-3.
               10  FILLER               PIC X(09) VALUE 'RESULT:  '.
               10  WS-SCR-RESULT        PIC X(08).
               10  FILLER               PIC X(63) VALUE SPACE.
           05  WS-SCREEN-LINE-4.
               10  FILLER               PIC X(09) VALUE 'REASON:  '.
               10  WS-SCR-MESSAGE       PIC X(40).
               10  FILLER               PIC X(31) VALUE SPACE.
           05  WS-SCREEN-LINE-5.
               10  FILLER               PIC X(09) VALUE 'CASE:    '.
               10  WS-SCR-CASE-REF      PIC X(12).
               10  FILLER               PIC X(11) VALUE
                   ' LOGGED TO '.
               10  WS-SCR-USER-ID       PIC X(08).
               10  FILLER               PIC X(40) VALUE SPACE.

       01  WS-USAGE-MESSAGE.
           05  FILLER                   PIC X(38) VALUE
               'ENTER: CDTK TOKEN(16) CASE-REFERENCE  '.
           05  FILLER                   PIC X(42) VALUE
               '- EVERY REQUEST IS LOGGED WITH YOUR USERID'.

      *----------------------------------------------------------------*
      * ONE CDTL LOG RECORD.  THE TAG SAYS WHAT HAPPENED; THE DETAIL
      * IS THE MASKED PAN ON A REVEAL, OTHERWISE THE REASON.
      *----------------------------------------------------------------*
       01  WS-LOG-RECORD.
           05  LOG-DATE                 PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LOG-TIME                 PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LOG-USER-ID              PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LOG-TERMINAL-ID          PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LOG-TAG                  PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LOG-TOKEN                PIC X(16).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LOG-CASE-REF             PIC X(12).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LOG-DETAIL               PIC X(40).
           05  FILLER                   PIC X(13) VALUE SPACE.

       77  WS-INPUT-LENGTH              PIC S9(04) COMP VALUE ZERO.
       77  WS-LOG-LENGTH                PIC S9(04) COMP VALUE 120.
       77  WS-RESP-CODE                 PIC S9(08) COMP VALUE ZERO.
       77  WS-USER-ID                   PIC X(08) VALUE SPACE.
       77  WS-TERMINAL-ID               PIC X(04) VALUE SPACE.
       77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
       77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
       77  WS-REJECT-REASON             PIC X(40) VALUE SPACE.
       77  WS-LOG-WRITTEN-SW            PIC X(01) VALUE 'N'.
           88  WS-LOG-WRITTEN               VALUE 'Y'.
       77  WS-REVEALED-SW               PIC X(01) VALUE 'N'.
           88  WS-PAN-REVEALED              VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           MOVE SPACE TO WS-SCR-ACCOUNT
           MOVE 'N' TO WS-REVEALED-SW
           PERFORM 1000-RECEIVE-REQUEST

           IF WS-INPUT-TOKEN = SPACE
               PERFORM 3000-SEND-USAGE-MESSAGE
           ELSE
               PERFORM 1100-VALIDATE-REQUEST
               IF WS-REJECT-REASON = SPACE
                   PERFORM 2000-DETOKENIZE
               ELSE
                   MOVE 'REJECT' TO LOG-TAG
                   MOVE WS-REJECT-REASON TO LOG-DETAIL
                   PERFORM 2250-WRITE-LOG-QUEUE
               END-IF
               PERFORM 2500-SEND-RESULT
               MOVE SPACE TO TKP-ACCOUNT-NUMBER
               MOVE SPACE TO WS-SCR-ACCOUNT
           END-IF

           EXEC CICS RETURN
           END-EXEC
           .

       1000-RECEIVE-REQUEST.

           MOVE SPACE TO WS-INPUT-AREA
           MOVE LENGTH OF WS-INPUT-AREA TO WS-INPUT-LENGTH
           EXEC CICS RECEIVE
               INTO(WS-INPUT-AREA)
               LENGTH(WS-INPUT-LENGTH)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACE TO WS-INPUT-TOKEN
           END-IF

           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
               RESP(WS-RESP-CODE)
           END-EXEC
           MOVE EIBTRMID TO WS-TERMINAL-ID
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           .

      *----------------------------------------------------------------*
      * FIRST FAILURE WINS.  THE TOKEN'S FORM IS LEFT TO THE SERVICE,
      * WHICH REJECTS A MALFORMED ONE WITHOUT READING THE VAULT.
      *----------------------------------------------------------------*
       1100-VALIDATE-REQUEST.

           MOVE SPACE TO WS-REJECT-REASON

           IF WS-USER-ID = SPACE
               MOVE 'OPERATOR ID MISSING' TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACE
               IF WS-INPUT-CASE-REF = SPACE
                   MOVE 'CASE REFERENCE REQUIRED' TO WS-REJECT-REASON
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * ASK THE TOKEN SERVICE.  ON A REVEAL THE LOG RECORD GOES FIRST;
      * ONLY ONCE IT IS WRITTEN DOES THE PAN STAY IN THE SCREEN AREA.
      *----------------------------------------------------------------*
       2000-DETOKENIZE.

           MOVE SPACE TO TOKEN-PARAMETERS
           SET TKP-FUNC-DETOKENIZE TO TRUE
           MOVE WS-USER-ID     TO TKP-REQUESTED-BY
           MOVE WS-INPUT-TOKEN TO TKP-TOKEN
           MOVE ZERO           TO TKP-SEQUENCE
           EXEC CICS LINK
               PROGRAM('CARD2TC')
               COMMAREA(TOKEN-PARAMETERS)
               LENGTH(LENGTH OF TOKEN-PARAMETERS)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               SET TKP-VAULT-ERROR TO TRUE
               MOVE 'TOKEN SERVICE CARD2TC NOT AVAILABLE'
                   TO TKP-MESSAGE
           END-IF

           EVALUATE TRUE
               WHEN TKP-FOUND
                   MOVE 'REVEAL' TO LOG-TAG
                   MOVE TKP-MASKED-ACCT-NUMBER TO LOG-DETAIL
               WHEN TKP-NOT-FOUND
                   MOVE 'NOTFND' TO LOG-TAG
                   MOVE TKP-MESSAGE TO LOG-DETAIL
               WHEN TKP-REJECTED
                   MOVE 'REJECT' TO LOG-TAG
                   MOVE TKP-MESSAGE TO LOG-DETAIL
               WHEN OTHER
                   MOVE 'ERROR' TO LOG-TAG
                   MOVE TKP-MESSAGE TO LOG-DETAIL
           END-EVALUATE
           PERFORM 2250-WRITE-LOG-QUEUE

           IF TKP-FOUND
               IF WS-LOG-WRITTEN
                   MOVE TKP-ACCOUNT-NUMBER TO WS-SCR-ACCOUNT
                   SET WS-PAN-REVEALED TO TRUE
               ELSE
                   MOVE 'REVEAL LOG NOT WRITTEN - PAN NOT SHOWN'
                       TO WS-REJECT-REASON
               END-IF
           ELSE
               MOVE TKP-MESSAGE TO WS-REJECT-REASON
           END-IF
           MOVE SPACE TO TKP-ACCOUNT-NUMBER
           .

      *----------------------------------------------------------------*
      * CDTL AUDIT TRAIL.  UNLIKE CHTL IN CHOT, AN UNWRITABLE QUEUE
      * MATTERS HERE - THE CALLER WITHHOLDS THE PAN WHEN IT HAPPENS.
      *----------------------------------------------------------------*
       2250-WRITE-LOG-QUEUE.

           MOVE 'N' TO WS-LOG-WRITTEN-SW
           MOVE WS-RUN-DATE         TO LOG-DATE
           MOVE WS-RUN-TIME(1:6)    TO LOG-TIME
           MOVE WS-USER-ID          TO LOG-USER-ID
           MOVE WS-TERMINAL-ID      TO LOG-TERMINAL-ID
           MOVE WS-INPUT-TOKEN      TO LOG-TOKEN
           MOVE WS-INPUT-CASE-REF   TO LOG-CASE-REF
           EXEC CICS WRITEQ TD
               QUEUE('CDTL')
               FROM(WS-LOG-RECORD)
               LENGTH(WS-LOG-LENGTH)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               SET WS-LOG-WRITTEN TO TRUE
           END-IF
           .

       2500-SEND-RESULT.

           MOVE WS-INPUT-TOKEN    TO WS-SCR-TOKEN
           MOVE WS-INPUT-CASE-REF TO WS-SCR-CASE-REF
           MOVE WS-USER-ID        TO WS-SCR-USER-ID
           IF WS-PAN-REVEALED
               MOVE 'REVEALED' TO WS-SCR-RESULT
           ELSE
               MOVE SPACE      TO WS-SCR-ACCOUNT
               MOVE 'REFUSED'  TO WS-SCR-RESULT
           END-IF
           MOVE WS-REJECT-REASON  TO WS-SCR-MESSAGE
           EXEC CICS SEND TEXT
               FROM(WS-SCREEN-AREA)
               LENGTH(LENGTH OF WS-SCREEN-AREA)
               ERASE
               FREEKB
           END-EXEC
           .

       3000-SEND-USAGE-MESSAGE.

           EXEC CICS SEND TEXT
               FROM(WS-USAGE-MESSAGE)
               LENGTH(LENGTH OF WS-USAGE-MESSAGE)
               ERASE
               FREEKB
           END-EXEC
           .

       9999-END.
           .
