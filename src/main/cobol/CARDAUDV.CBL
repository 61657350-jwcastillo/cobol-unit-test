      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   VERIFIES ONE CARD2 AUDIT LOG BEFORE THE MONTHLY
      *            ARCHIVE (CARDARCJ) IS ALLOWED TO DELETE IT.  EVERY
      *            BATCH RUN (CARD2) AND EVERY CICS REGION SESSION
      *            (CARD2P/CARD2Q/CARD2PS) BRACKETS ITS RECORDS WITH
      *            A HEADER AND A TRAILER CONTROL RECORD (CARDAUD
      *            WS-AUDIT-CONTROL) CARRYING THE DETAIL COUNT AND A
      *            CHAINED HASH.  THIS PROGRAM READS THE LOG ON
      *            AUDITIN, RECOMPUTES EVERY SESSION'S COUNT AND CHAIN
      *            THROUGH CARDAUDH AND LISTS EACH SESSION ON AUDVRPT
      *            WITH WHAT IT FOUND:
      *
      *              - CHAIN OR COUNT BREAKS (A RECORD LOST, ADDED,
      *                REORDERED OR ALTERED INSIDE A SESSION);
      *              - SESSIONS WITH NO TRAILER (AN ABEND, A REGION
      *                THAT CAME DOWN HARD, OR A TRUNCATED LOG),
      *                TRAILERS WITH NO HEADER, AND TRAILERS THAT DO
      *                NOT BELONG TO THE SESSION THEY CLOSE;
      *              - DETAIL RECORDS OUTSIDE ANY SESSION;
      *              - GAPS IN RUN DATES - A DAY BETWEEN THE FIRST AND
      *                LAST DAY THE LOG COVERS ON WHICH NO SESSION OF
      *                THAT SOURCE WAS RUNNING.
      *
      *            A BREAK CANNOT BE WAVED THROUGH - THE LOG HAS TO BE
      *            INVESTIGATED.  A MISSING TRAILER, A DAY WITH NO
      *            RUN, OR AN EMPTY LOG CAN HAVE AN INNOCENT CAUSE, SO
      *            ONCE OPERATIONS HAVE CHECKED ONE THEY ACCEPT IT ON
      *            AN AUDACCPT CARD (80 BYTES, '*' IN COLUMN 1 FOR A
      *            COMMENT):
      *
      *               COLS  1- 8  UNCLOSED, NODATE OR EMPTY
      *               COL     10  SOURCE, B (BATCH) OR O (ONLINE)
      *               COLS 12-19  SESSION START DATE / THE GAP DATE
      *               COLS 21-26  SESSION START TIME (UNCLOSED ONLY)
      *               COLS 28-80  WHO ACCEPTED IT AND WHY
      *
      *            ACCEPTED FINDINGS STILL PRINT, MARKED ACCEPTED, AND
      *            A CARD THAT MATCHED NOTHING IS LISTED SO IT DOES
      *            NOT LINGER IN THE JCL.
      *
      * RETURN CODES
      *    0 - VERIFIED CLEAN
      *    4 - VERIFIED, BUT ONLY WITH ACCEPTED FINDINGS
      *    8 - VERIFICATION FAILED - THE LOG MUST NOT BE DELETED
      *   12 - AN AUDACCPT CARD WAS UNUSABLE
      *   16 - A FILE COULD NOT BE OPENED
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDAUDV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-IN-FILE
               ASSIGN TO "AUDITIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-IN-STATUS.

           SELECT ACCEPT-CARD-FILE
               ASSIGN TO "AUDACCPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCEPT-STATUS.

           SELECT VERIFY-REPORT-FILE
               ASSIGN TO "AUDVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-IN-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  AUDIT-IN-RECORD              PIC X(60).

       FD  ACCEPT-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCEPT-CARD.
           05  ACC-KEYWORD              PIC X(08).
           05  FILLER                   PIC X(01).
           05  ACC-SOURCE               PIC X(01).
           05  FILLER                   PIC X(01).
           05  ACC-DATE                 PIC X(08).
           05  FILLER                   PIC X(01).
           05  ACC-TIME                 PIC X(06).
           05  FILLER                   PIC X(01).
           05  ACC-NOTE                 PIC X(53).

       FD  VERIFY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VERIFY-REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.

       COPY AUDCHN.

       01  WS-REPORT-HEADING.
           05  FILLER                   PIC X(34) VALUE
               'CARDAUDV - AUDIT LOG VERIFICATION '.
           05  FILLER                   PIC X(09) VALUE 'RUN DATE '.
           05  HDG-RUN-DATE             PIC 9(08).
           05  FILLER                   PIC X(29) VALUE SPACE.

       01  WS-SESSION-LINE.
           05  FILLER                   PIC X(08) VALUE 'SESSION '.
           05  SES-SOURCE               PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  SES-OWNER                PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  SES-DATE                 PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  SES-TIME                 PIC 9(06).
           05  FILLER                   PIC X(01) VALUE '-'.
           05  SES-LAST-DATE            PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  SES-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  SES-STATUS               PIC X(24).

       01  WS-TRAILER-COUNT-LINE.
           05  FILLER                   PIC X(26) VALUE
               '        TRAILER SAYS COUNT'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TCL-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(42) VALUE SPACE.

       01  WS-ORPHAN-LINE.
           05  FILLER                   PIC X(28) VALUE
               'RECORDS OUTSIDE ANY SESSION '.
           05  ORP-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(15) VALUE
               ' FIRST DATED   '.
           05  ORP-FIRST-DATE           PIC X(08).
           05  FILLER                   PIC X(18) VALUE SPACE.

       01  WS-GAP-LINE.
           05  FILLER                   PIC X(15) VALUE
               'NO SESSION FOR '.
           05  GAP-SOURCE               PIC X(01).
           05  FILLER                   PIC X(04) VALUE ' ON '.
           05  GAP-DATE                 PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  GAP-STATUS               PIC X(24).
           05  FILLER                   PIC X(27) VALUE SPACE.

       01  WS-CARD-LINE.
           05  CRD-TEXT                 PIC X(28).
           05  CRD-CARD                 PIC X(52).

       01  WS-MESSAGE-LINE              PIC X(80).

       01  WS-TOTAL-LINE.
           05  TOT-LABEL                PIC X(30).
           05  TOT-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(39) VALUE SPACE.

       01  WS-SESSION-RANGE-TABLE.
           05  WS-RANGE-ENTRY           OCCURS 2000 TIMES.
               10  WS-RANGE-SOURCE      PIC X(01).
               10  WS-RANGE-LOW         PIC 9(08).
               10  WS-RANGE-HIGH        PIC 9(08).

       01  WS-ACCEPT-TABLE.
           05  WS-ACCEPT-ENTRY          OCCURS 100 TIMES.
               10  WS-ACC-CARD          PIC X(80).
               10  WS-ACC-KEYWORD       PIC X(08).
               10  WS-ACC-SOURCE        PIC X(01).
               10  WS-ACC-DATE          PIC X(08).
               10  WS-ACC-TIME          PIC X(06).
               10  WS-ACC-USED-SW       PIC X(01).
                   88  WS-ACC-USED          VALUE 'Y'.

       77  WS-AUDIT-IN-STATUS           PIC X(02) VALUE '00'.
       77  WS-ACCEPT-STATUS             PIC X(02) VALUE '00'.
       77  WS-REPORT-STATUS             PIC X(02) VALUE '00'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                       VALUE 'Y'.
       77  WS-ACCEPT-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-ACCEPT-EOF                VALUE 'Y'.
       77  WS-BAD-CARD-SW               PIC X(01) VALUE 'N'.
           88  WS-BAD-CARD                  VALUE 'Y'.
       77  WS-IN-ORPHANS-SW             PIC X(01) VALUE 'N'.
           88  WS-IN-ORPHANS                VALUE 'Y'.
       77  WS-ACCEPTED-SW               PIC X(01) VALUE 'N'.
           88  WS-ACCEPTED                  VALUE 'Y'.
       77  WS-COVERED-SW                PIC X(01) VALUE 'N'.
           88  WS-COVERED                   VALUE 'Y'.
       77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
       77  WS-ACCEPT-COUNT              PIC 9(04) COMP VALUE ZERO.
       77  WS-ACCEPT-MAX                PIC 9(04) COMP VALUE 100.
       77  WS-ACC-IDX                   PIC 9(04) COMP VALUE ZERO.
       77  WS-RANGE-COUNT               PIC 9(04) COMP VALUE ZERO.
       77  WS-RANGE-MAX                 PIC 9(04) COMP VALUE 2000.
       77  WS-RANGE-IDX                 PIC 9(04) COMP VALUE ZERO.
       77  WS-RECORDS-READ              PIC 9(09) COMP VALUE ZERO.
       77  WS-DETAIL-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  WS-SESSION-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-VERIFIED-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-BREAK-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-UNCLOSED-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-TRAILER-ERROR-COUNT       PIC 9(09) COMP VALUE ZERO.
       77  WS-ORPHAN-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  WS-ORPHAN-GROUP-COUNT        PIC 9(09) COMP VALUE ZERO.
       77  WS-GAP-COUNT                 PIC 9(09) COMP VALUE ZERO.
       77  WS-ACCEPTED-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-FAILURE-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-ORPHAN-FIRST-DATE         PIC X(08) VALUE SPACE.
       77  WS-GAP-SOURCE                PIC X(01) VALUE SPACE.
       77  WS-GAP-LOW-DATE              PIC 9(08) VALUE ZERO.
       77  WS-GAP-HIGH-DATE             PIC 9(08) VALUE ZERO.
       77  WS-GAP-LOW-DAY               PIC 9(08) COMP VALUE ZERO.
       77  WS-GAP-HIGH-DAY              PIC 9(08) COMP VALUE ZERO.
       77  WS-GAP-DAY                   PIC 9(08) COMP VALUE ZERO.
       77  WS-GAP-CHECK-DATE            PIC 9(08) VALUE ZERO.
       77  WS-GAP-SPAN-MAX              PIC 9(04) COMP VALUE 400.
       77  WS-MATCH-KEYWORD             PIC X(08) VALUE SPACE.
       77  WS-MATCH-SOURCE              PIC X(01) VALUE SPACE.
       77  WS-MATCH-DATE                PIC X(08) VALUE SPACE.
       77  WS-MATCH-TIME                PIC X(06) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-AUDIT-LOG UNTIL WS-EOF
           PERFORM 3000-END-OF-LOG
           PERFORM 6000-CHECK-DATE-GAPS
           PERFORM 7000-LIST-UNUSED-ACCEPTS
           PERFORM 8000-FINALIZE
           STOP RUN
           .

       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT AUDIT-IN-FILE
           IF WS-AUDIT-IN-STATUS NOT = '00'
               DISPLAY 'CARDAUDV - UNABLE TO OPEN AUDITIN, STATUS '
                       WS-AUDIT-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ACCEPT-CARD-FILE
           IF WS-ACCEPT-STATUS NOT = '00'
               DISPLAY 'CARDAUDV - UNABLE TO OPEN AUDACCPT, STATUS '
                       WS-ACCEPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT VERIFY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'CARDAUDV - UNABLE TO OPEN AUDVRPT, STATUS '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-REPORT-HEADING TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD

           PERFORM 1100-READ-ACCEPT-CARD UNTIL WS-ACCEPT-EOF
           CLOSE ACCEPT-CARD-FILE

           MOVE 'N'  TO ACH-SESSION-SW
           MOVE ZERO TO ACH-CHAIN-HASH
           .

      *----------------------------------------------------------------*
      * LOAD THE ACCEPTANCE CARDS.  A CARD THAT CANNOT BE READ AS ONE
      * OF THE THREE KINDS IS LISTED AND FAILS THE RUN (RC 12) - A
      * MISTYPED ACCEPTANCE MUST NOT QUIETLY TURN INTO A FAILURE THAT
      * LOOKS LIKE A REAL ONE, NOR INTO A PASS.
      *----------------------------------------------------------------*
       1100-READ-ACCEPT-CARD.

           READ ACCEPT-CARD-FILE
               AT END
                   SET WS-ACCEPT-EOF-SW TO 'Y'
               NOT AT END
                   IF ACCEPT-CARD(1:1) NOT = '*'
                       PERFORM 1110-EDIT-ACCEPT-CARD
                   END-IF
           END-READ
           .

       1110-EDIT-ACCEPT-CARD.

           EVALUATE TRUE
               WHEN ACC-KEYWORD = 'UNCLOSED'
                AND (ACC-SOURCE = 'B' OR 'O')
                AND ACC-DATE IS NUMERIC
                AND ACC-TIME IS NUMERIC
                   PERFORM 1120-STORE-ACCEPT-CARD
               WHEN ACC-KEYWORD = 'NODATE'
                AND (ACC-SOURCE = 'B' OR 'O')
                AND ACC-DATE IS NUMERIC
                   PERFORM 1120-STORE-ACCEPT-CARD
               WHEN ACC-KEYWORD = 'EMPTY'
                   PERFORM 1120-STORE-ACCEPT-CARD
               WHEN OTHER
                   SET WS-BAD-CARD TO TRUE
                   MOVE 'UNUSABLE AUDACCPT CARD:     ' TO CRD-TEXT
                   MOVE ACCEPT-CARD TO CRD-CARD
                   MOVE WS-CARD-LINE TO VERIFY-REPORT-RECORD
                   WRITE VERIFY-REPORT-RECORD
           END-EVALUATE
           .

       1120-STORE-ACCEPT-CARD.

           IF WS-ACCEPT-COUNT < WS-ACCEPT-MAX
               ADD 1 TO WS-ACCEPT-COUNT
               MOVE ACCEPT-CARD TO WS-ACC-CARD   (WS-ACCEPT-COUNT)
               MOVE ACC-KEYWORD TO WS-ACC-KEYWORD(WS-ACCEPT-COUNT)
               MOVE ACC-SOURCE  TO WS-ACC-SOURCE (WS-ACCEPT-COUNT)
               MOVE ACC-DATE    TO WS-ACC-DATE   (WS-ACCEPT-COUNT)
               MOVE ACC-TIME    TO WS-ACC-TIME   (WS-ACCEPT-COUNT)
               MOVE 'N'         TO WS-ACC-USED-SW(WS-ACCEPT-COUNT)
           ELSE
               SET WS-BAD-CARD TO TRUE
               MOVE 'AUDACCPT TABLE FULL, CARD: ' TO CRD-TEXT
               MOVE ACCEPT-CARD TO CRD-CARD
               MOVE WS-CARD-LINE TO VERIFY-REPORT-RECORD
               WRITE VERIFY-REPORT-RECORD
           END-IF
           .

      *----------------------------------------------------------------*
      * EVERY RECORD GOES THROUGH CARDAUDH, WHICH KEEPS THE SESSION
      * STATE IN THE AUDCHN AREA AND SAYS WHAT THE RECORD DID.
      *----------------------------------------------------------------*
       2000-READ-AUDIT-LOG.

           READ AUDIT-IN-FILE
               AT END
                   SET WS-EOF-SW TO 'Y'
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   EVALUATE AUDIT-IN-RECORD(1:4)
                       WHEN '*HDR'
                           ADD 1 TO WS-SESSION-COUNT
                       WHEN '*TRL'
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WS-DETAIL-COUNT
                   END-EVALUATE
                   MOVE AUDIT-IN-RECORD TO ACH-RECORD
                   SET ACH-FUNC-VERIFY TO TRUE
                   CALL 'CARDAUDH' USING AUDIT-CHAIN-PARAMETERS
                   IF ACH-RESULT-ORPHAN
                       PERFORM 2200-NOTE-ORPHAN
                   ELSE
                       IF WS-IN-ORPHANS
                           PERFORM 2300-REPORT-ORPHANS
                       END-IF
                       PERFORM 2100-NOTE-RESULT
                   END-IF
           END-READ
           .

       2100-NOTE-RESULT.

           MOVE 'N' TO WS-ACCEPTED-SW
           EVALUATE TRUE
               WHEN ACH-RESULT-OK
                   CONTINUE
               WHEN ACH-RESULT-CLOSED
                   ADD 1 TO WS-VERIFIED-COUNT
                   MOVE 'VERIFIED' TO SES-STATUS
                   PERFORM 2110-WRITE-SESSION-LINE
               WHEN ACH-RESULT-HASH-BREAK
                   ADD 1 TO WS-BREAK-COUNT
                   ADD 1 TO WS-FAILURE-COUNT
                   MOVE 'HASH CHAIN BREAK' TO SES-STATUS
                   PERFORM 2110-WRITE-SESSION-LINE
               WHEN ACH-RESULT-COUNT-BREAK
                   ADD 1 TO WS-BREAK-COUNT
                   ADD 1 TO WS-FAILURE-COUNT
                   MOVE 'COUNT MISMATCH' TO SES-STATUS
                   PERFORM 2110-WRITE-SESSION-LINE
                   PERFORM 2120-WRITE-TRAILER-COUNT
               WHEN ACH-RESULT-BOTH-BREAK
                   ADD 1 TO WS-BREAK-COUNT
                   ADD 1 TO WS-FAILURE-COUNT
                   MOVE 'HASH BREAK, COUNT MISMATCH' TO SES-STATUS
                   PERFORM 2110-WRITE-SESSION-LINE
                   PERFORM 2120-WRITE-TRAILER-COUNT
               WHEN ACH-RESULT-MISMATCH
                   ADD 1 TO WS-TRAILER-ERROR-COUNT
                   ADD 1 TO WS-FAILURE-COUNT
                   MOVE 'CLOSED BY WRONG TRAILER' TO SES-STATUS
                   PERFORM 2110-WRITE-SESSION-LINE
                   PERFORM 2120-WRITE-TRAILER-COUNT
               WHEN ACH-RESULT-STRAY-TRAILER
                   ADD 1 TO WS-TRAILER-ERROR-COUNT
                   ADD 1 TO WS-FAILURE-COUNT
                   MOVE 'TRAILER WITH NO HEADER' TO SES-STATUS
                   PERFORM 2110-WRITE-SESSION-LINE
                   PERFORM 2120-WRITE-TRAILER-COUNT
               WHEN ACH-RESULT-UNCLOSED
                   ADD 1 TO WS-UNCLOSED-COUNT
                   MOVE 'UNCLOSED'         TO WS-MATCH-KEYWORD
                   MOVE ACH-REPORT-SOURCE  TO WS-MATCH-SOURCE
                   MOVE ACH-REPORT-DATE    TO WS-MATCH-DATE
                   MOVE ACH-REPORT-TIME    TO WS-MATCH-TIME
                   PERFORM 5000-FIND-ACCEPTANCE
                   IF WS-ACCEPTED
                       ADD 1 TO WS-ACCEPTED-COUNT
                       MOVE 'NO TRAILER - ACCEPTED' TO SES-STATUS
                   ELSE
                       ADD 1 TO WS-FAILURE-COUNT
                       MOVE 'NO TRAILER' TO SES-STATUS
                   END-IF
                   PERFORM 2110-WRITE-SESSION-LINE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * LIST THE SESSION AND REMEMBER THE DAYS IT COVERED FOR THE GAP
      * CHECK.  A DATE THAT IS NOT A DATE (A DAMAGED CONTROL RECORD)
      * CAN'T COVER ANYTHING AND IS LEFT OUT.
      *----------------------------------------------------------------*
       2110-WRITE-SESSION-LINE.

           MOVE ACH-REPORT-SOURCE    TO SES-SOURCE
           MOVE ACH-REPORT-OWNER     TO SES-OWNER
           MOVE ACH-REPORT-DATE      TO SES-DATE
           MOVE ACH-REPORT-TIME      TO SES-TIME
           MOVE ACH-REPORT-LAST-DATE TO SES-LAST-DATE
           MOVE ACH-REPORT-COUNT     TO SES-COUNT
           MOVE WS-SESSION-LINE TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD

           IF ACH-REPORT-DATE IS NUMERIC
           AND ACH-REPORT-DATE > ZERO
               IF WS-RANGE-COUNT < WS-RANGE-MAX
                   ADD 1 TO WS-RANGE-COUNT
                   MOVE ACH-REPORT-SOURCE
                       TO WS-RANGE-SOURCE(WS-RANGE-COUNT)
                   MOVE ACH-REPORT-DATE
                       TO WS-RANGE-LOW (WS-RANGE-COUNT)
                   IF ACH-REPORT-LAST-DATE IS NUMERIC
                   AND ACH-REPORT-LAST-DATE > ACH-REPORT-DATE
                       MOVE ACH-REPORT-LAST-DATE
                           TO WS-RANGE-HIGH(WS-RANGE-COUNT)
                   ELSE
                       MOVE ACH-REPORT-DATE
                           TO WS-RANGE-HIGH(WS-RANGE-COUNT)
                   END-IF
               ELSE
                   IF WS-RANGE-COUNT = WS-RANGE-MAX
                       ADD 1 TO WS-RANGE-COUNT
                       ADD 1 TO WS-FAILURE-COUNT
                       MOVE 'SESSION TABLE FULL - GAPS NOT CHECKED'
                           TO WS-MESSAGE-LINE
                       MOVE WS-MESSAGE-LINE TO VERIFY-REPORT-RECORD
                       WRITE VERIFY-REPORT-RECORD
                   END-IF
               END-IF
           END-IF
           .

       2120-WRITE-TRAILER-COUNT.

           MOVE ACH-REPORT-TRL-COUNT TO TCL-COUNT
           MOVE WS-TRAILER-COUNT-LINE TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD
           .

      *----------------------------------------------------------------*
      * DETAIL RECORDS OUTSIDE ANY SESSION ARE LISTED ONE LINE PER
      * UNBROKEN RUN OF THEM, NOT ONE LINE EACH.
      *----------------------------------------------------------------*
       2200-NOTE-ORPHAN.

           IF NOT WS-IN-ORPHANS
               SET WS-IN-ORPHANS TO TRUE
               MOVE ZERO TO WS-ORPHAN-GROUP-COUNT
               MOVE AUDIT-IN-RECORD(1:8) TO WS-ORPHAN-FIRST-DATE
           END-IF
           ADD 1 TO WS-ORPHAN-GROUP-COUNT
           ADD 1 TO WS-ORPHAN-COUNT
           .

       2300-REPORT-ORPHANS.

           ADD 1 TO WS-FAILURE-COUNT
           MOVE WS-ORPHAN-GROUP-COUNT TO ORP-COUNT
           MOVE WS-ORPHAN-FIRST-DATE  TO ORP-FIRST-DATE
           MOVE WS-ORPHAN-LINE TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD
           MOVE 'N' TO WS-IN-ORPHANS-SW
           .

      *----------------------------------------------------------------*
      * END OF THE LOG - A SESSION STILL OPEN NEVER GOT ITS TRAILER.
      * A LOG WITH NO RECORDS AT ALL IS A FAILURE UNLESS ACCEPTED: A
      * MONTH WITH NO RUN AT ALL IS RARE, AND A WIPED LOG LOOKS THE
      * SAME.
      *----------------------------------------------------------------*
       3000-END-OF-LOG.

           IF WS-IN-ORPHANS
               PERFORM 2300-REPORT-ORPHANS
           END-IF

           SET ACH-FUNC-END TO TRUE
           CALL 'CARDAUDH' USING AUDIT-CHAIN-PARAMETERS
           PERFORM 2100-NOTE-RESULT

           IF WS-RECORDS-READ = ZERO
               MOVE 'EMPTY' TO WS-MATCH-KEYWORD
               MOVE SPACE   TO WS-MATCH-SOURCE
               MOVE SPACE   TO WS-MATCH-DATE
               MOVE SPACE   TO WS-MATCH-TIME
               PERFORM 5000-FIND-ACCEPTANCE
               IF WS-ACCEPTED
                   ADD 1 TO WS-ACCEPTED-COUNT
                   MOVE 'AUDIT LOG IS EMPTY - ACCEPTED'
                       TO WS-MESSAGE-LINE
               ELSE
                   ADD 1 TO WS-FAILURE-COUNT
                   MOVE 'AUDIT LOG IS EMPTY' TO WS-MESSAGE-LINE
               END-IF
               MOVE WS-MESSAGE-LINE TO VERIFY-REPORT-RECORD
               WRITE VERIFY-REPORT-RECORD
           END-IF
           .

      *----------------------------------------------------------------*
      * LOOK FOR AN UNUSED ACCEPTANCE CARD MATCHING THE FINDING IN
      * THE WS-MATCH FIELDS (UNUSED, SO ONE CARD ACCEPTS ONE FINDING)
      * AND MARK IT USED.  EMPTY MATCHES ON THE KEYWORD ALONE, NODATE
      * ON SOURCE AND DATE, UNCLOSED ON SOURCE, DATE AND TIME.
      *----------------------------------------------------------------*
       5000-FIND-ACCEPTANCE.

           MOVE 'N' TO WS-ACCEPTED-SW
           PERFORM 5100-TEST-ONE-ACCEPTANCE
               VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACCEPT-COUNT
               OR WS-ACCEPTED
           .

       5100-TEST-ONE-ACCEPTANCE.

           IF NOT WS-ACC-USED(WS-ACC-IDX)
           AND WS-ACC-KEYWORD(WS-ACC-IDX) = WS-MATCH-KEYWORD
               EVALUATE TRUE
                   WHEN WS-MATCH-KEYWORD = 'EMPTY'
                       SET WS-ACCEPTED TO TRUE
                   WHEN WS-ACC-SOURCE(WS-ACC-IDX) NOT = WS-MATCH-SOURCE
                     OR WS-ACC-DATE(WS-ACC-IDX) NOT = WS-MATCH-DATE
                       CONTINUE
                   WHEN WS-MATCH-KEYWORD = 'NODATE'
                       SET WS-ACCEPTED TO TRUE
                   WHEN WS-ACC-TIME(WS-ACC-IDX) = WS-MATCH-TIME
                       SET WS-ACCEPTED TO TRUE
               END-EVALUATE
               IF WS-ACCEPTED
                   SET WS-ACC-USED(WS-ACC-IDX) TO TRUE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * GAPS IN RUN DATES, ONE SOURCE AT A TIME: EVERY DAY FROM THE
      * FIRST TO THE LAST DAY THE SOURCE'S SESSIONS COVER MUST FALL
      * INSIDE AT LEAST ONE OF THEM.  A SPAN OVER 400 DAYS MEANS A
      * DAMAGED DATE, NOT A YEAR OF LOG, AND FAILS WITHOUT THE WALK.
      *----------------------------------------------------------------*
       6000-CHECK-DATE-GAPS.

           MOVE 'B' TO WS-GAP-SOURCE
           PERFORM 6100-CHECK-SOURCE-GAPS
           MOVE 'O' TO WS-GAP-SOURCE
           PERFORM 6100-CHECK-SOURCE-GAPS
           .

       6100-CHECK-SOURCE-GAPS.

           MOVE 99999999 TO WS-GAP-LOW-DATE
           MOVE ZERO     TO WS-GAP-HIGH-DATE
           PERFORM 6110-WIDEN-SOURCE-SPAN
               VARYING WS-RANGE-IDX FROM 1 BY 1
               UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
               OR WS-RANGE-IDX > WS-RANGE-MAX

           IF WS-GAP-HIGH-DATE > ZERO
               COMPUTE WS-GAP-LOW-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-GAP-LOW-DATE)
               COMPUTE WS-GAP-HIGH-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-GAP-HIGH-DATE)
               IF WS-GAP-LOW-DAY = ZERO
               OR WS-GAP-HIGH-DAY = ZERO
               OR WS-GAP-HIGH-DAY - WS-GAP-LOW-DAY > WS-GAP-SPAN-MAX
                   ADD 1 TO WS-FAILURE-COUNT
                   MOVE WS-GAP-SOURCE TO GAP-SOURCE
                   MOVE WS-GAP-LOW-DATE TO GAP-DATE
                   MOVE 'DATES DAMAGED, NOT WALKED' TO GAP-STATUS
                   MOVE WS-GAP-LINE TO VERIFY-REPORT-RECORD
                   WRITE VERIFY-REPORT-RECORD
               ELSE
                   PERFORM 6200-CHECK-ONE-DAY
                       VARYING WS-GAP-DAY FROM WS-GAP-LOW-DAY BY 1
                       UNTIL WS-GAP-DAY > WS-GAP-HIGH-DAY
               END-IF
           END-IF
           .

       6110-WIDEN-SOURCE-SPAN.

           IF WS-RANGE-SOURCE(WS-RANGE-IDX) = WS-GAP-SOURCE
               IF WS-RANGE-LOW(WS-RANGE-IDX) < WS-GAP-LOW-DATE
                   MOVE WS-RANGE-LOW(WS-RANGE-IDX) TO WS-GAP-LOW-DATE
               END-IF
               IF WS-RANGE-HIGH(WS-RANGE-IDX) > WS-GAP-HIGH-DATE
                   MOVE WS-RANGE-HIGH(WS-RANGE-IDX)
                       TO WS-GAP-HIGH-DATE
               END-IF
           END-IF
           .

       6200-CHECK-ONE-DAY.

           COMPUTE WS-GAP-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-GAP-DAY)
           MOVE 'N' TO WS-COVERED-SW
           PERFORM 6210-TEST-ONE-RANGE
               VARYING WS-RANGE-IDX FROM 1 BY 1
               UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
               OR WS-RANGE-IDX > WS-RANGE-MAX
               OR WS-COVERED

           IF NOT WS-COVERED
               ADD 1 TO WS-GAP-COUNT
               MOVE 'NODATE'          TO WS-MATCH-KEYWORD
               MOVE WS-GAP-SOURCE     TO WS-MATCH-SOURCE
               MOVE WS-GAP-CHECK-DATE TO WS-MATCH-DATE
               MOVE SPACE             TO WS-MATCH-TIME
               PERFORM 5000-FIND-ACCEPTANCE
               IF WS-ACCEPTED
                   ADD 1 TO WS-ACCEPTED-COUNT
                   MOVE 'ACCEPTED' TO GAP-STATUS
               ELSE
                   ADD 1 TO WS-FAILURE-COUNT
                   MOVE SPACE TO GAP-STATUS
               END-IF
               MOVE WS-GAP-SOURCE     TO GAP-SOURCE
               MOVE WS-GAP-CHECK-DATE TO GAP-DATE
               MOVE WS-GAP-LINE TO VERIFY-REPORT-RECORD
               WRITE VERIFY-REPORT-RECORD
           END-IF
           .

       6210-TEST-ONE-RANGE.

           IF WS-RANGE-SOURCE(WS-RANGE-IDX) = WS-GAP-SOURCE
           AND WS-RANGE-LOW (WS-RANGE-IDX) <= WS-GAP-CHECK-DATE
           AND WS-RANGE-HIGH(WS-RANGE-IDX) >= WS-GAP-CHECK-DATE
               SET WS-COVERED TO TRUE
           END-IF
           .

       7000-LIST-UNUSED-ACCEPTS.

           PERFORM 7100-LIST-ONE-ACCEPT
               VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACCEPT-COUNT
           .

       7100-LIST-ONE-ACCEPT.

           IF NOT WS-ACC-USED(WS-ACC-IDX)
               MOVE 'AUDACCPT CARD NOT USED:     ' TO CRD-TEXT
               MOVE WS-ACC-CARD(WS-ACC-IDX) TO CRD-CARD
               MOVE WS-CARD-LINE TO VERIFY-REPORT-RECORD
               WRITE VERIFY-REPORT-RECORD
           END-IF
           .

       8000-FINALIZE.

           MOVE SPACE TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD

           MOVE 'RECORDS READ' TO TOT-LABEL
           MOVE WS-RECORDS-READ TO TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'DETAIL RECORDS' TO TOT-LABEL
           MOVE WS-DETAIL-COUNT TO TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'SESSIONS (HEADERS) READ' TO TOT-LABEL
           MOVE WS-SESSION-COUNT TO TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'SESSIONS VERIFIED' TO TOT-LABEL
           MOVE WS-VERIFIED-COUNT TO TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CHAIN/COUNT BREAKS' TO TOT-LABEL
           MOVE WS-BREAK-COUNT TO TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'SESSIONS WITH NO TRAILER' TO TOT-LABEL
           MOVE WS-UNCLOSED-COUNT TO TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'STRAY OR WRONG TRAILERS' TO TOT-LABEL
           MOVE WS-TRAILER-ERROR-COUNT TO TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'RECORDS OUTSIDE ANY SESSION' TO TOT-LABEL
           MOVE WS-ORPHAN-COUNT TO TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'DAYS WITH NO SESSION' TO TOT-LABEL
           MOVE WS-GAP-COUNT TO TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'FINDINGS ACCEPTED' TO TOT-LABEL
           MOVE WS-ACCEPTED-COUNT TO TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE

           EVALUATE TRUE
               WHEN WS-BAD-CARD
                   MOVE 'RESULT: NOT VERIFIED - FIX THE AUDACCPT CARDS'
                       TO WS-MESSAGE-LINE
                   MOVE 12 TO RETURN-CODE
               WHEN WS-FAILURE-COUNT > ZERO
                   MOVE 'RESULT: FAILED - THE LOG MUST NOT BE DELETED'
                       TO WS-MESSAGE-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ACCEPTED-COUNT > ZERO
                   MOVE 'RESULT: VERIFIED WITH ACCEPTED FINDINGS'
                       TO WS-MESSAGE-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'RESULT: VERIFIED CLEAN' TO WS-MESSAGE-LINE
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           MOVE WS-MESSAGE-LINE TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD

           CLOSE AUDIT-IN-FILE
           CLOSE VERIFY-REPORT-FILE

           DISPLAY 'CARDAUDV - ' WS-MESSAGE-LINE(1:50)
           .

       8100-WRITE-TOTAL-LINE.

           MOVE WS-TOTAL-LINE TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD
           .

       9999-END.
           .
