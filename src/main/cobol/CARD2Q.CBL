      *                     ONE-BYTE FLAG ON THE CAUD AUDIT RECORD)
      *                     EVER LEAVES THIS PROGRAM - THE FULL PAN
      *                     IS STILL NEVER ECHOED.
      *   15 OCT 2026  RTC  EACH CAUD RECORD IS NOW FOLDED INTO THE
      *                     REGION SESSION'S COUNT AND CHAINED HASH
      *                     (CWA, OPENED BY CARD2P, CLOSED BY CARD2PS)
      *                     SO THE TRAILER CAN VOUCH FOR EVERY RECORD
      *                     IN ORDER.  THE FOLD, THE WRITEQ AND THE
      *                     CWA UPDATE RUN UNDER ENQ CARD2AUD SO TWO
      *                     CINQ TASKS CANNOT CHAIN IN ONE ORDER AND
      *                     QUEUE IN THE OTHER.  A RECORD THAT DID NOT
      *                     REACH THE QUEUE IS NOT COUNTED; WITH NO
      *                     SESSION OPEN THE RECORD IS STILL WRITTEN
      *                     (CARDAUDV REPORTS IT AS OUTSIDE ANY
      *                     SESSION) - AN INQUIRY IS NEVER LEFT
      *                     UNLOGGED.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2Q.
       77  WS-HOT-SEARCH-LO             PIC S9(08) COMP VALUE ZERO.
       77  WS-HOT-SEARCH-HI             PIC S9(08) COMP VALUE ZERO.
       77  WS-HOT-SEARCH-MID            PIC S9(08) COMP VALUE ZERO.
       77  WS-ENQ-RESP-CODE             PIC S9(08) COMP VALUE ZERO.
       77  WS-AUDIT-ENQ-NAME            PIC X(08) VALUE 'CARD2AUD'.

       COPY AUDCHN.

       COPY CARDPARM.

      * INTERLEAVE RECORDS THE WAY TWO QSAM WRITERS WOULD.  AN
      * UNWRITABLE QUEUE MUST NOT TAKE THE SERVICE DESK DOWN, SO A
      * FAILURE HERE IS DELIBERATELY NOT FATAL TO THE INQUIRY.
      * THE REGION SESSION'S CHAIN IS ADVANCED UNDER THE CARD2AUD
      * ENQ, AND ONLY ONCE THE RECORD IS ON THE QUEUE - THE HASH
      * IS WORKED IN THE AUDCHN AREA AND COPIED BACK TO THE CWA
      * AFTER THE WRITEQ, NOT BEFORE.
      *----------------------------------------------------------------*
       2150-WRITE-AUDIT-QUEUE.

                   MOVE SPACE TO WS-AUDIT-HOT-FLAG
           END-EVALUATE
           MOVE WS-AUDIT-DETAIL TO WS-AUDIT-RECORD

           EXEC CICS ENQ
               RESOURCE(WS-AUDIT-ENQ-NAME)
               LENGTH(LENGTH OF WS-AUDIT-ENQ-NAME)
               RESP(WS-ENQ-RESP-CODE)
           END-EXEC

           IF CWA-AUDIT-SESSION-OPEN
               MOVE CWA-AUDIT-CHAIN-HASH TO ACH-CHAIN-HASH
               MOVE WS-AUDIT-RECORD      TO ACH-RECORD
               SET ACH-FUNC-HASH         TO TRUE
               CALL 'CARDAUDH' USING AUDIT-CHAIN-PARAMETERS
           END-IF

           EXEC CICS WRITEQ TD
               QUEUE('CAUD')
               FROM(WS-AUDIT-RECORD)
               LENGTH(WS-AUDIT-LENGTH)
               RESP(WS-RESP-CODE)
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
           AND CWA-AUDIT-SESSION-OPEN
               MOVE ACH-CHAIN-HASH TO CWA-AUDIT-CHAIN-HASH
               ADD 1 TO CWA-AUDIT-RECORD-COUNT
           END-IF

           IF WS-ENQ-RESP-CODE = DFHRESP(NORMAL)
               EXEC CICS DEQ
                   RESOURCE(WS-AUDIT-ENQ-NAME)
                   LENGTH(LENGTH OF WS-AUDIT-ENQ-NAME)
               END-EXEC
           END-IF
           .

       2200-SEND-SCREEN.
