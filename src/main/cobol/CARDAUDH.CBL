      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   AUDIT-LOG CHAIN ROUTINE.  BUILDS AND CHECKS THE
      *            CONTROL TOTALS ON THE CARD2 AUDIT LOGS (CARDAUD
      *            LAYOUT, HEADER/TRAILER IN WS-AUDIT-CONTROL).  NO
      *            FILE SECTION, NO I/O, NO CICS COMMANDS - THE SAME
      *            SPLIT AS CARD2V - SO THE BATCH WRITER (CARD2), THE
      *            ONLINE WRITERS (CARD2P, CARD2Q, CARD2PS) AND THE
      *            READERS (CARDAUDV, CARDAUDL) ALL CALL THIS ONE
      *            ROUTINE AND CAN NEVER DISAGREE ABOUT A HASH.
      *
      *            THE CHAIN: A SESSION STARTS AT ZERO, AND EACH
      *            RECORD (HEADER, THEN EVERY DETAIL IN LOG ORDER) IS
      *            FOLDED IN A BYTE AT A TIME AS H = (H * 256 + BYTE)
      *            MOD 9999999967, THE LARGEST TEN-DIGIT PRIME.  ANY
      *            RECORD LOST, ADDED, REORDERED OR CHANGED IN ANY
      *            BYTE CHANGES THE VALUE AT THE TRAILER.  IT IS A
      *            CONTROL TOTAL, NOT A KEYED SIGNATURE - SOMEONE WITH
      *            THIS SOURCE AND UPDATE ACCESS TO THE LOG COULD
      *            RECOMPUTE IT - SO THE LOGS' OWN ACCESS RULES STILL
      *            MATTER AS MUCH AS THEY DID.
      *
      *            FUNCTIONS AND RESULTS ARE DESCRIBED IN AUDCHN.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDAUDH.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY CARDAUD.

       77  WS-HASH-MODULUS            PIC 9(10) VALUE 9999999967.
       77  WS-HASH-WORK               PIC 9(13) COMP VALUE ZERO.
       77  WS-BYTE-IDX                PIC 9(02) COMP VALUE ZERO.
       77  WS-RECORD-DATE             PIC 9(08) VALUE ZERO.

       LINKAGE SECTION.

       COPY AUDCHN.

       PROCEDURE DIVISION USING AUDIT-CHAIN-PARAMETERS.

       0000-MAINLINE.

           SET ACH-RESULT-OK TO TRUE

           EVALUATE TRUE
               WHEN ACH-FUNC-HASH
                   PERFORM 1000-FOLD-RECORD
               WHEN ACH-FUNC-VERIFY
                   MOVE ACH-RECORD TO WS-AUDIT-CONTROL
                   EVALUATE TRUE
                       WHEN WS-AUDCTL-HEADER
                           PERFORM 2000-VERIFY-HEADER
                       WHEN WS-AUDCTL-TRAILER
                           PERFORM 3000-VERIFY-TRAILER
                       WHEN OTHER
                           PERFORM 4000-VERIFY-DETAIL
                   END-EVALUATE
               WHEN ACH-FUNC-END
                   IF ACH-SESSION-OPEN
                       PERFORM 5000-REPORT-OPEN-SESSION
                       SET ACH-RESULT-UNCLOSED TO TRUE
                       MOVE 'N' TO ACH-SESSION-SW
                   END-IF
           END-EVALUATE

           MOVE ZERO TO RETURN-CODE
           GOBACK
           .

      *----------------------------------------------------------------*
      * FOLD THE SIXTY BYTES OF ACH-RECORD INTO ACH-CHAIN-HASH.  THE
      * WORK FIELD HOLDS UP TO 256 TIMES THE MODULUS, SO NOTHING IS
      * TRUNCATED BEFORE THE MOD BRINGS IT BACK UNDER TEN DIGITS.
      *----------------------------------------------------------------*
       1000-FOLD-RECORD.

           PERFORM 1100-FOLD-ONE-BYTE
               VARYING WS-BYTE-IDX FROM 1 BY 1
               UNTIL WS-BYTE-IDX > 60
           .

       1100-FOLD-ONE-BYTE.

           COMPUTE WS-HASH-WORK =
               ACH-CHAIN-HASH * 256
               + FUNCTION ORD(ACH-RECORD(WS-BYTE-IDX:1))
           COMPUTE ACH-CHAIN-HASH =
               FUNCTION MOD(WS-HASH-WORK, WS-HASH-MODULUS)
           .

      *----------------------------------------------------------------*
      * A HEADER OPENS A SESSION.  ONE ARRIVING WHILE ANOTHER SESSION
      * IS STILL OPEN MEANS THAT SESSION NEVER GOT ITS TRAILER (AN
      * ABEND, A REGION THAT CAME DOWN HARD, OR A TRUNCATED LOG) -
      * IT IS REPORTED AS UNCLOSED BEFORE THE NEW ONE IS OPENED.
      *----------------------------------------------------------------*
       2000-VERIFY-HEADER.

           IF ACH-SESSION-OPEN
               PERFORM 5000-REPORT-OPEN-SESSION
               SET ACH-RESULT-UNCLOSED TO TRUE
           END-IF

           SET ACH-SESSION-OPEN TO TRUE
           MOVE WS-AUDCTL-SOURCE       TO ACH-SESSION-SOURCE
           MOVE WS-AUDCTL-OWNER        TO ACH-SESSION-OWNER
           MOVE WS-AUDCTL-SESSION-DATE TO ACH-SESSION-DATE
           MOVE WS-AUDCTL-SESSION-TIME TO ACH-SESSION-TIME
           MOVE WS-AUDCTL-SESSION-DATE TO ACH-SESSION-LAST-DATE
           MOVE ZERO                   TO ACH-SESSION-COUNT
           MOVE ZERO                   TO ACH-CHAIN-HASH
           PERFORM 1000-FOLD-RECORD
           .

      *----------------------------------------------------------------*
      * A TRAILER CLOSES THE OPEN SESSION IF IT NAMES THE SAME SOURCE,
      * OWNER AND START DATE/TIME, AND THE SESSION VERIFIES WHEN THE
      * RECOMPUTED COUNT AND HASH BOTH AGREE WITH IT.  A TRAILER WITH
      * NO SESSION OPEN HAS LOST ITS HEADER (AND WHATEVER CAME WITH
      * IT); ONE NAMING A DIFFERENT SESSION MEANS THE OPEN SESSION'S
      * TAIL AND THE OTHER SESSION'S HEAD ARE BOTH GONE.
      *----------------------------------------------------------------*
       3000-VERIFY-TRAILER.

           EVALUATE TRUE
               WHEN NOT ACH-SESSION-OPEN
                   MOVE WS-AUDCTL-SOURCE       TO ACH-REPORT-SOURCE
                   MOVE WS-AUDCTL-OWNER        TO ACH-REPORT-OWNER
                   MOVE WS-AUDCTL-SESSION-DATE TO ACH-REPORT-DATE
                   MOVE WS-AUDCTL-SESSION-TIME TO ACH-REPORT-TIME
                   MOVE WS-AUDCTL-CLOSE-DATE   TO ACH-REPORT-LAST-DATE
                   MOVE ZERO                   TO ACH-REPORT-COUNT
                   MOVE WS-AUDCTL-RECORD-COUNT TO ACH-REPORT-TRL-COUNT
                   SET ACH-RESULT-STRAY-TRAILER TO TRUE
               WHEN WS-AUDCTL-SOURCE       NOT = ACH-SESSION-SOURCE
                 OR WS-AUDCTL-OWNER        NOT = ACH-SESSION-OWNER
                 OR WS-AUDCTL-SESSION-DATE NOT = ACH-SESSION-DATE
                 OR WS-AUDCTL-SESSION-TIME NOT = ACH-SESSION-TIME
                   PERFORM 5000-REPORT-OPEN-SESSION
                   MOVE WS-AUDCTL-RECORD-COUNT TO ACH-REPORT-TRL-COUNT
                   SET ACH-RESULT-MISMATCH TO TRUE
                   MOVE 'N' TO ACH-SESSION-SW
               WHEN OTHER
                   PERFORM 5000-REPORT-OPEN-SESSION
                   MOVE WS-AUDCTL-RECORD-COUNT TO ACH-REPORT-TRL-COUNT
                   IF WS-AUDCTL-CLOSE-DATE IS NUMERIC
                   AND WS-AUDCTL-CLOSE-DATE > ACH-REPORT-LAST-DATE
                       MOVE WS-AUDCTL-CLOSE-DATE
                           TO ACH-REPORT-LAST-DATE
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-AUDCTL-RECORD-COUNT
                                NOT = ACH-SESSION-COUNT
                        AND WS-AUDCTL-CHAIN-HASH
                                NOT = ACH-CHAIN-HASH
                           SET ACH-RESULT-BOTH-BREAK TO TRUE
                       WHEN WS-AUDCTL-RECORD-COUNT
                                NOT = ACH-SESSION-COUNT
                           SET ACH-RESULT-COUNT-BREAK TO TRUE
                       WHEN WS-AUDCTL-CHAIN-HASH
                                NOT = ACH-CHAIN-HASH
                           SET ACH-RESULT-HASH-BREAK TO TRUE
                       WHEN OTHER
                           SET ACH-RESULT-CLOSED TO TRUE
                   END-EVALUATE
                   MOVE 'N' TO ACH-SESSION-SW
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * A DETAIL RECORD INSIDE A SESSION IS COUNTED AND FOLDED, AND
      * ITS RUN DATE EXTENDS THE DATES THE SESSION IS KNOWN TO COVER.
      * ONE OUTSIDE ANY SESSION IS AN ORPHAN - NOTHING VOUCHES FOR IT.
      *----------------------------------------------------------------*
       4000-VERIFY-DETAIL.

           IF NOT ACH-SESSION-OPEN
               SET ACH-RESULT-ORPHAN TO TRUE
           ELSE
               ADD 1 TO ACH-SESSION-COUNT
               PERFORM 1000-FOLD-RECORD
               IF ACH-RECORD(1:8) IS NUMERIC
                   MOVE ACH-RECORD(1:8) TO WS-RECORD-DATE
                   IF WS-RECORD-DATE > ACH-SESSION-LAST-DATE
                       MOVE WS-RECORD-DATE TO ACH-SESSION-LAST-DATE
                   END-IF
               END-IF
           END-IF
           .

       5000-REPORT-OPEN-SESSION.

           MOVE ACH-SESSION-SOURCE    TO ACH-REPORT-SOURCE
           MOVE ACH-SESSION-OWNER     TO ACH-REPORT-OWNER
           MOVE ACH-SESSION-DATE      TO ACH-REPORT-DATE
           MOVE ACH-SESSION-TIME      TO ACH-REPORT-TIME
           MOVE ACH-SESSION-LAST-DATE TO ACH-REPORT-LAST-DATE
           MOVE ACH-SESSION-COUNT     TO ACH-REPORT-COUNT
           MOVE ZERO                  TO ACH-REPORT-TRL-COUNT
           .

       9999-END.
           .
