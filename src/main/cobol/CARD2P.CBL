      *                     UNAVAILABLE RATHER THAN SEARCH GARBAGE -
      *                     A FAILED HOT LOAD DOES NOT TAKE THE
      *                     BRAND INQUIRY DOWN WITH IT.
      *   15 OCT 2026  RTC  HOT-CARD ROWS ARE NOW THE 50-BYTE HOTREC
      *                     LAYOUT (REASON, EFFECTIVE AND EXPIRE
      *                     DATES, OPERATOR) MAINTAINED BY CARD2H AND
      *                     CHOT.  AN ENTRY NOT YET EFFECTIVE OR
      *                     ALREADY EXPIRED TODAY IS SKIPPED, SO IT
      *                     DOES NOT SHOW BLOCKED ON CINQ.
      *   15 OCT 2026  RTC  OPENS THE REGION'S AUDIT-LOG SESSION:
      *                     WRITES THE HEADER CONTROL RECORD (CARDAUD
      *                     WS-AUDIT-CONTROL, OWNER = THE APPLID) TO
      *                     CAUD AND SEEDS THE SESSION'S COUNT AND
      *                     CHAINED HASH IN THE CWA FOR CARD2Q TO
      *                     CARRY FORWARD.  CARD2PS WRITES THE
      *                     TRAILER AT SHUTDOWN.  IF THE HEADER
      *                     CANNOT BE WRITTEN NO SESSION IS OPENED;
      *                     CINQ STILL WORKS AND LOGS, AND CARDAUDV
      *                     REPORTS ITS RECORDS AS OUTSIDE ANY
      *                     SESSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2P.
       77  WS-BROWSE-DONE-SW          PIC X(01) VALUE 'N'.
           88  WS-BROWSE-DONE             VALUE 'Y'.

       COPY HOTREC.

       77  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
       77  WS-HOT-LOAD-COUNT          PIC 9(08) COMP VALUE ZERO.
       77  WS-HOT-TABLE-MAX           PIC 9(08) COMP VALUE 100000.
       77  WS-PREV-HOT-PAN            PIC X(16) VALUE LOW-VALUE.
           88  WS-HOT-BROWSE-DONE         VALUE 'Y'.
       77  WS-FREE-RESP-CODE          PIC S9(08) COMP VALUE ZERO.

       COPY CARDAUD.

       COPY AUDCHN.

       77  WS-AUDIT-LENGTH            PIC S9(04) COMP VALUE 60.
       77  WS-AUDIT-TIME              PIC 9(08) VALUE ZERO.
       77  WS-APPLID                  PIC X(08) VALUE SPACE.

       LINKAGE SECTION.

       COPY CARDCWA.
           MOVE ZERO TO CWA-BIN-TABLE-COUNT
           SET CWA-HOT-TABLE-PTR TO NULL
           MOVE ZERO TO CWA-HOT-TABLE-COUNT
           MOVE 'N'  TO CWA-AUDIT-SESSION-SW

           PERFORM 1000-ACQUIRE-TABLE-STORAGE
           IF CWA-BIN-TABLE-PTR NOT = NULL
               MOVE WS-HOT-LOAD-COUNT TO CWA-HOT-TABLE-COUNT
           END-IF

           PERFORM 5000-OPEN-AUDIT-SESSION

           EXEC CICS RETURN END-EXEC
           .

      * AND ON A BROWSE FAILURE THE ANCHOR IS NULLED SO CARD2Q SAYS
      * UNAVAILABLE INSTEAD OF SEARCHING A HALF-BUILT TABLE.  AN
      * EMPTY LIST IS A VALID LIST - NOBODY IS BLOCKED TONIGHT - SO
      * ZERO ROWS LEAVES A ZERO COUNT, NOT A NULL ANCHOR.  AN ENTRY
      * OUTSIDE ITS EFFECTIVE/EXPIRE WINDOW TODAY (SEE HOTREC) IS
      * SKIPPED - IT IS ON THE LIST BUT NOT BLOCKING.
      *----------------------------------------------------------------*
       4000-LOAD-HOT-TABLE.

           SET ADDRESS OF WS-HOT-TABLE TO CWA-HOT-TABLE-PTR
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE LOW-VALUE TO WS-HOT-BROWSE-KEY
           EXEC CICS STARTBR
               FILE('HOTCARD')

           EXEC CICS READNEXT
               FILE('HOTCARD')
               INTO(HOT-CARD-MASTER-RECORD)
               RIDFLD(WS-HOT-BROWSE-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
                   SET WS-HOT-BROWSE-DONE-SW TO 'Y'
                   PERFORM 4200-RELEASE-HOT-STORAGE
                   MOVE ZERO TO WS-HOT-LOAD-COUNT
               WHEN HOT-PAN NOT > WS-PREV-HOT-PAN
                   CONTINUE
               WHEN HOT-EFFECTIVE-DATE > WS-RUN-DATE
                 OR (HOT-EXPIRE-DATE NOT = ZERO
                 AND HOT-EXPIRE-DATE < WS-RUN-DATE)
                   MOVE HOT-PAN TO WS-PREV-HOT-PAN
               WHEN WS-HOT-LOAD-COUNT < WS-HOT-TABLE-MAX
                   ADD 1 TO WS-HOT-LOAD-COUNT
                   MOVE HOT-PAN
                       TO WS-HOT-PAN(WS-HOT-LOAD-COUNT)
                   MOVE HOT-PAN TO WS-PREV-HOT-PAN
               WHEN OTHER
                   SET WS-HOT-BROWSE-DONE-SW TO 'Y'
           END-EVALUATE
           END-IF
           .

      *----------------------------------------------------------------*
      * OPEN THE REGION'S AUDIT-LOG SESSION.  NO CINQ TASK CAN RUN
      * YET AT PLT TIME, SO THE CWA FIELDS ARE SET WITHOUT THE ENQ
      * CARD2Q AND CARD2PS TAKE.  THE SESSION IS ONLY MARKED OPEN
      * ONCE THE HEADER IS SAFELY ON THE QUEUE.
      *----------------------------------------------------------------*
       5000-OPEN-AUDIT-SESSION.

           EXEC CICS ASSIGN
               APPLID(WS-APPLID)
               RESP(WS-RESP-CODE)
           END-EXEC
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME

           SET WS-AUDCTL-HEADER    TO TRUE
           SET WS-AUDCTL-ONLINE    TO TRUE
           MOVE WS-APPLID          TO WS-AUDCTL-OWNER
           MOVE WS-RUN-DATE        TO WS-AUDCTL-SESSION-DATE
           MOVE WS-AUDIT-TIME(1:6) TO WS-AUDCTL-SESSION-TIME
           MOVE ZERO               TO WS-AUDCTL-CLOSE-DATE
           MOVE ZERO               TO WS-AUDCTL-RECORD-COUNT
           MOVE ZERO               TO WS-AUDCTL-CHAIN-HASH

           EXEC CICS WRITEQ TD
               QUEUE('CAUD')
               FROM(WS-AUDIT-CONTROL)
               LENGTH(WS-AUDIT-LENGTH)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE ZERO               TO ACH-CHAIN-HASH
               MOVE WS-AUDIT-CONTROL   TO ACH-RECORD
               SET ACH-FUNC-HASH       TO TRUE
               CALL 'CARDAUDH' USING AUDIT-CHAIN-PARAMETERS
               MOVE WS-APPLID          TO CWA-AUDIT-OWNER
               MOVE WS-RUN-DATE        TO CWA-AUDIT-SESSION-DATE
               MOVE WS-AUDIT-TIME(1:6) TO CWA-AUDIT-SESSION-TIME
               MOVE ZERO               TO CWA-AUDIT-RECORD-COUNT
               MOVE ACH-CHAIN-HASH     TO CWA-AUDIT-CHAIN-HASH
               SET CWA-AUDIT-SESSION-OPEN TO TRUE
           END-IF
           .

       9999-END.
           .
