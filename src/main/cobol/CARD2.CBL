      *                     AUDIT APPEND FOR BATCH.  THE AUDIT
      *                     RECORD LAYOUT MOVED TO THE CARDAUD
      *                     COPYBOOK, SHARED WITH THE ONLINE WRITER.
      *   15 OCT 2026  RTC  EACH RUN NOW BRACKETS ITS AUDIT RECORDS
      *                     WITH A HEADER (WRITTEN WHEN THE FILE IS
      *                     FIRST OPENED) AND A TRAILER (WRITTEN ON
      *                     THE TERMINATE CALL) CARRYING THE RUN'S
      *                     DETAIL COUNT AND THE CHAINED HASH CARDAUDH
      *                     BUILDS OVER THE HEADER AND EVERY DETAIL,
      *                     SO CARDAUDV CAN PROVE BEFORE THE MONTHLY
      *                     ARCHIVE THAT NO RECORD WAS LOST, ADDED OR
      *                     ALTERED.  ONLY A RECORD THAT WROTE CLEAN
      *                     IS COUNTED AND FOLDED IN.  A RUN THAT
      *                     ENDS WITHOUT THE TERMINATE CALL LEAVES NO
      *                     TRAILER, AND CARDAUDV REPORTS IT.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2.
       77  WS-BIN-TABLE-COUNT         PIC 9(08) COMP VALUE ZERO.
       77  WS-BIN-TABLE-MAX           PIC 9(08) COMP VALUE 50000.
       77  WS-PREV-BIN-HIGH           PIC 9(08) VALUE ZERO.
       77  WS-AUDIT-TIME              PIC 9(08) VALUE ZERO.

       COPY AUDCHN.

       COPY BINTAB.

               END-IF
               MOVE WS-AUDIT-DETAIL TO AUDIT-RECORD
               WRITE AUDIT-RECORD
               IF WS-AUDIT-FILE-STATUS = '00'
                   MOVE AUDIT-RECORD TO ACH-RECORD
                   SET ACH-FUNC-HASH TO TRUE
                   CALL 'CARDAUDH' USING AUDIT-CHAIN-PARAMETERS
                   ADD 1 TO ACH-SESSION-COUNT
               END-IF
           END-IF
           .

                               'STATUS ' WS-AUDIT-FILE-STATUS
                   END-IF
               END-IF
               IF WS-AUDIT-FILE-OPEN
                   PERFORM 2820-WRITE-AUDIT-HEADER
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * THE RUN'S HEADER CONTROL RECORD.  ITS START DATE AND TIME ARE
      * WHAT THE TRAILER REPEATS SO THE TWO CAN BE PAIRED, AND IT IS
      * THE FIRST RECORD FOLDED INTO THE RUN'S CHAIN.  THE SESSION
      * FIELDS OF THE AUDCHN AREA HOLD THE RUN'S START AND RUNNING
      * COUNT UNTIL THE TRAILER GOES OUT.
      *----------------------------------------------------------------*
       2820-WRITE-AUDIT-HEADER.

           ACCEPT ACH-SESSION-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-AUDIT-TIME(1:6) TO ACH-SESSION-TIME
           MOVE ZERO               TO ACH-SESSION-COUNT
           MOVE ZERO               TO ACH-CHAIN-HASH

           SET WS-AUDCTL-HEADER    TO TRUE
           SET WS-AUDCTL-BATCH     TO TRUE
           MOVE 'CARD2'            TO WS-AUDCTL-OWNER
           MOVE ACH-SESSION-DATE   TO WS-AUDCTL-SESSION-DATE
           MOVE ACH-SESSION-TIME   TO WS-AUDCTL-SESSION-TIME
           MOVE ZERO               TO WS-AUDCTL-CLOSE-DATE
           MOVE ZERO               TO WS-AUDCTL-RECORD-COUNT
           MOVE ZERO               TO WS-AUDCTL-CHAIN-HASH
           MOVE WS-AUDIT-CONTROL   TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2 - UNABLE TO WRITE CARDAUDT HEADER, '
                       'STATUS ' WS-AUDIT-FILE-STATUS
           END-IF

           MOVE WS-AUDIT-CONTROL   TO ACH-RECORD
           SET ACH-FUNC-HASH       TO TRUE
           CALL 'CARDAUDH' USING AUDIT-CHAIN-PARAMETERS
           .

      *----------------------------------------------------------------*
      * HOUSEKEEPING CALL - THE BATCH DRIVER INVOKES US ONE LAST TIME
      * WITH IN-FUNCTION-CODE OF 'T' SO ANY FILE WE OPENED GETS
       1900-TERMINATE-FILES.

           IF WS-AUDIT-FILE-OPEN
               PERFORM 1910-WRITE-AUDIT-TRAILER
               CLOSE AUDIT-FILE
               SET WS-AUDIT-OPEN-SW TO 'N'
           END-IF
           MOVE SPACE TO OUT-COUNTRY-CODE
           .

      *----------------------------------------------------------------*
      * THE RUN'S TRAILER CONTROL RECORD - SAME START DATE AND TIME
      * AS THE HEADER, TODAY AS THE CLOSE DATE, AND THE COUNT AND
      * CHAINED HASH OF EVERY DETAIL RECORD THE RUN WROTE.
      *----------------------------------------------------------------*
       1910-WRITE-AUDIT-TRAILER.

           SET WS-AUDCTL-TRAILER   TO TRUE
           SET WS-AUDCTL-BATCH     TO TRUE
           MOVE 'CARD2'            TO WS-AUDCTL-OWNER
           MOVE ACH-SESSION-DATE   TO WS-AUDCTL-SESSION-DATE
           MOVE ACH-SESSION-TIME   TO WS-AUDCTL-SESSION-TIME
           ACCEPT WS-AUDCTL-CLOSE-DATE FROM DATE YYYYMMDD
           MOVE ACH-SESSION-COUNT  TO WS-AUDCTL-RECORD-COUNT
           MOVE ACH-CHAIN-HASH     TO WS-AUDCTL-CHAIN-HASH
           MOVE WS-AUDIT-CONTROL   TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2 - UNABLE TO WRITE CARDAUDT TRAILER, '
                       'STATUS ' WS-AUDIT-FILE-STATUS
           END-IF
           .

       9999-END.
           .
