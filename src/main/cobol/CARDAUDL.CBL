      *
      * MODIFICATION HISTORY
      *   22 AUG 2026  RTC  INITIAL VERSION.
      *   15 OCT 2026  RTC  THE LOGS NOW CARRY HEADER AND TRAILER
      *                     CONTROL RECORDS (CARDAUD WS-AUDIT-CONTROL)
      *                     AROUND EVERY BATCH RUN AND CICS REGION
      *                     SESSION.  THEY ARE NEVER MATCHED OR
      *                     PRINTED AS AUDIT RECORDS; INSTEAD EVERY
      *                     RECORD READ GOES THROUGH CARDAUDH, AND THE
      *                     REPORT ENDS WITH HOW MANY SESSIONS IN THE
      *                     INPUT VERIFIED CLEAN, HOW MANY DID NOT,
      *                     HOW MANY RECORDS SAT OUTSIDE ANY SESSION
      *                     (EVERY RECORD IN A GENERATION ARCHIVED
      *                     BEFORE THE CONTROLS EXISTED), AND A ONE-
      *                     LINE VERDICT ON THE GENERATIONS READ.
      *                     RETURN CODE 4 WHEN THAT VERDICT IS NOT
      *                     CLEAN - THE MATCHES ARE STILL REPORTED,
      *                     BUT CARDAUDV ON THE GENERATION IN QUESTION
      *                     IS WHERE THE DETAIL IS.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDAUDL.
           88  WS-EOF                       VALUE 'Y'.
       77  WS-MATCH-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-MASKED-LENGTH             PIC 9(02) COMP VALUE ZERO.
       77  WS-CLEAN-SESSION-COUNT       PIC 9(09) COMP VALUE ZERO.
       77  WS-FAILED-SESSION-COUNT      PIC 9(09) COMP VALUE ZERO.
       77  WS-ORPHAN-COUNT              PIC 9(09) COMP VALUE ZERO.

       01  WS-VERIFY-TOTAL-LINE.
           05  VTL-LABEL                PIC X(28).
           05  VTL-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(21) VALUE SPACE.

       01  WS-VERDICT-LINE              PIC X(60).

       COPY AUDCHN.

       PROCEDURE DIVISION.

           MOVE WS-THRU-DATE      TO HDG-THRU-DATE
           MOVE WS-REPORT-HEADING TO LOOKUP-REPORT-RECORD
           WRITE LOOKUP-REPORT-RECORD

           MOVE 'N'  TO ACH-SESSION-SW
           MOVE ZERO TO ACH-CHAIN-HASH
           .

       2000-PROCESS-AUDIT-LOG.
               AT END
                   SET WS-EOF-SW TO 'Y'
               NOT AT END
                   MOVE AUDIT-IN-RECORD TO ACH-RECORD
                   SET ACH-FUNC-VERIFY TO TRUE
                   CALL 'CARDAUDH' USING AUDIT-CHAIN-PARAMETERS
                   PERFORM 2200-TALLY-VERIFY-RESULT
                   IF AUDIT-IN-RECORD(1:4) NOT = '*HDR'
                   AND AUDIT-IN-RECORD(1:4) NOT = '*TRL'
                       PERFORM 2100-TEST-ONE-RECORD
                   END-IF
           END-READ
           .

           SUBTRACT 1 FROM WS-MASKED-LENGTH
           .

      *----------------------------------------------------------------*
      * KEEP SCORE OF THE CONTROL CHAINS.  THE INPUT IS USUALLY A
      * CONCATENATION, SO THIS CANNOT SAY WHICH GENERATION A BAD
      * SESSION CAME FROM - ONLY WHETHER EVERYTHING READ WAS CLEAN.
      *----------------------------------------------------------------*
       2200-TALLY-VERIFY-RESULT.

           EVALUATE TRUE
               WHEN ACH-RESULT-OK
                   CONTINUE
               WHEN ACH-RESULT-CLOSED
                   ADD 1 TO WS-CLEAN-SESSION-COUNT
               WHEN ACH-RESULT-ORPHAN
                   ADD 1 TO WS-ORPHAN-COUNT
               WHEN OTHER
                   ADD 1 TO WS-FAILED-SESSION-COUNT
           END-EVALUATE
           .

       8000-FINALIZE.

           MOVE WS-MATCH-COUNT TO TOT-MATCH-COUNT
           MOVE WS-REPORT-TOTAL-LINE TO LOOKUP-REPORT-RECORD
           WRITE LOOKUP-REPORT-RECORD

           SET ACH-FUNC-END TO TRUE
           CALL 'CARDAUDH' USING AUDIT-CHAIN-PARAMETERS
           PERFORM 2200-TALLY-VERIFY-RESULT

           MOVE 'SESSIONS VERIFIED CLEAN' TO VTL-LABEL
           MOVE WS-CLEAN-SESSION-COUNT    TO VTL-COUNT
           MOVE WS-VERIFY-TOTAL-LINE TO LOOKUP-REPORT-RECORD
           WRITE LOOKUP-REPORT-RECORD
           MOVE 'SESSIONS NOT VERIFIED' TO VTL-LABEL
           MOVE WS-FAILED-SESSION-COUNT TO VTL-COUNT
           MOVE WS-VERIFY-TOTAL-LINE TO LOOKUP-REPORT-RECORD
           WRITE LOOKUP-REPORT-RECORD
           MOVE 'RECORDS OUTSIDE ANY SESSION' TO VTL-LABEL
           MOVE WS-ORPHAN-COUNT               TO VTL-COUNT
           MOVE WS-VERIFY-TOTAL-LINE TO LOOKUP-REPORT-RECORD
           WRITE LOOKUP-REPORT-RECORD

           EVALUATE TRUE
               WHEN WS-FAILED-SESSION-COUNT > ZERO
                   MOVE 'GENERATIONS READ DID NOT VERIFY - RUN CARDAUDV'
                       TO WS-VERDICT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN WS-ORPHAN-COUNT > ZERO
                   MOVE 'SOME RECORDS READ HAVE NO CONTROLS'
                       TO WS-VERDICT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'GENERATIONS READ VERIFIED CLEAN'
                       TO WS-VERDICT-LINE
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           MOVE WS-VERDICT-LINE TO LOOKUP-REPORT-RECORD
           WRITE LOOKUP-REPORT-RECORD

           CLOSE AUDIT-IN-FILE
           CLOSE LOOKUP-REPORT-FILE

