      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   PLT SHUTDOWN PROGRAM FOR THE ONLINE CARD INQUIRY.
      *            RUNS IN THE FIRST PLTSD PHASE AND CLOSES THE
      *            REGION'S AUDIT-LOG SESSION THAT CARD2P OPENED AT
      *            STARTUP: WRITES THE TRAILER CONTROL RECORD (CARDAUD
      *            WS-AUDIT-CONTROL) TO CAUD WITH THE SESSION'S START
      *            DATE AND TIME, TODAY AS THE CLOSE DATE, AND THE
      *            DETAIL COUNT AND CHAINED HASH CARD2Q HAS KEPT IN
      *            THE CWA, THEN MARKS THE SESSION CLOSED.
      *
      *            THE WORK IS DONE UNDER THE SAME CARD2AUD ENQ CARD2Q
      *            HOLDS WHILE IT CHAINS AND QUEUES A RECORD, SO THE
      *            TRAILER CANNOT GO OUT BETWEEN ANOTHER TASK'S FOLD
      *            AND ITS WRITEQ.  A CINQ TASK THAT STILL RUNS AFTER
      *            THIS HAS FINISHED LOGS ITS RECORD OUTSIDE ANY
      *            SESSION, AND CARDAUDV REPORTS IT.
      *
      *            AN IMMEDIATE SHUTDOWN OR A REGION FAILURE SKIPS THE
      *            PLT, SO THAT SESSION HAS NO TRAILER; CARDAUDV
      *            REPORTS IT AS UNCLOSED AND THE MONTHLY ARCHIVE
      *            WAITS UNTIL OPERATIONS HAVE ACCEPTED IT (SEE
      *            CARDARCJ).
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2PS.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY CARDAUD.

       77  WS-RESP-CODE               PIC S9(08) COMP VALUE ZERO.
       77  WS-ENQ-RESP-CODE           PIC S9(08) COMP VALUE ZERO.
       77  WS-AUDIT-LENGTH            PIC S9(04) COMP VALUE 60.
       77  WS-AUDIT-ENQ-NAME          PIC X(08) VALUE 'CARD2AUD'.

       LINKAGE SECTION.

       COPY CARDCWA.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           EXEC CICS ADDRESS
               CWA(ADDRESS OF WS-CWA-AREA)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               EXEC CICS RETURN END-EXEC
           END-IF

           EXEC CICS ENQ
               RESOURCE(WS-AUDIT-ENQ-NAME)
               LENGTH(LENGTH OF WS-AUDIT-ENQ-NAME)
               RESP(WS-ENQ-RESP-CODE)
           END-EXEC

           IF CWA-AUDIT-SESSION-OPEN
               PERFORM 1000-WRITE-AUDIT-TRAILER
           END-IF

           IF WS-ENQ-RESP-CODE = DFHRESP(NORMAL)
               EXEC CICS DEQ
                   RESOURCE(WS-AUDIT-ENQ-NAME)
                   LENGTH(LENGTH OF WS-AUDIT-ENQ-NAME)
               END-EXEC
           END-IF

           EXEC CICS RETURN END-EXEC
           .

      *----------------------------------------------------------------*
      * THE SESSION IS MARKED CLOSED EVEN IF THE WRITEQ FAILS - A
      * SECOND TRAILER LATER WOULD BE NO TRUER - AND THE MISSING
      * TRAILER IS LEFT FOR CARDAUDV TO REPORT.
      *----------------------------------------------------------------*
       1000-WRITE-AUDIT-TRAILER.

           SET WS-AUDCTL-TRAILER       TO TRUE
           SET WS-AUDCTL-ONLINE        TO TRUE
           MOVE CWA-AUDIT-OWNER        TO WS-AUDCTL-OWNER
           MOVE CWA-AUDIT-SESSION-DATE TO WS-AUDCTL-SESSION-DATE
           MOVE CWA-AUDIT-SESSION-TIME TO WS-AUDCTL-SESSION-TIME
           ACCEPT WS-AUDCTL-CLOSE-DATE FROM DATE YYYYMMDD
           MOVE CWA-AUDIT-RECORD-COUNT TO WS-AUDCTL-RECORD-COUNT
           MOVE CWA-AUDIT-CHAIN-HASH   TO WS-AUDCTL-CHAIN-HASH

           EXEC CICS WRITEQ TD
               QUEUE('CAUD')
               FROM(WS-AUDIT-CONTROL)
               LENGTH(WS-AUDIT-LENGTH)
               RESP(WS-RESP-CODE)
           END-EXEC

           MOVE 'N' TO CWA-AUDIT-SESSION-SW
           .

       9999-END.
           .
