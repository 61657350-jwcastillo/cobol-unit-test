      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   SEGMENT REGISTRY INQUIRY.  LISTS WHAT THE SEGMENT
      *            REGISTRY (SEGREG, SEE THE SEGREG COPYBOOK) HOLDS
      *            FOR ONE ACQUIRER, OR FOR ALL OF THEM, OVER A RANGE
      *            OF HEADER CREATE DATES - FOR WHEN AN ACQUIRER
      *            DISPUTES WHAT WE RECEIVED.  EACH LINE IS ONE
      *            SEGMENT AS ITS HDR/TRL RECORDS DESCRIBED IT (SOURCE,
      *            CREATE DATE, RECORD COUNT, HASH TOTAL), THE RUN
      *            AND JOB THAT PROCESSED IT, WHETHER IT SETTLED OR
      *            WAS QUARANTINED (WITH THE REASON), ITS USD VALUE,
      *            AND HOW MANY REPEATS OF IT CARD2B HAS SINCE
      *            BLOCKED.
      *
      *            PARAMETERS COME FROM SYSIN, ONE PER LINE:
      *               LINE 1 - SOURCE ID (BLANK OR ALL = EVERY
      *                        ACQUIRER)
      *               LINE 2 - FROM CREATE DATE, YYYYMMDD (BLANK =
      *                        NO FLOOR)
      *               LINE 3 - THRU CREATE DATE, YYYYMMDD (BLANK =
      *                        NO CAP)
      *
      *            THE REGISTRY IS KEYED SOURCE FIRST, THEN CREATE
      *            DATE, SO ONE ACQUIRER IS A SHORT KEYED BROWSE;
      *            ALL ACQUIRERS IS A FULL BROWSE OF THE CLUSTER.
      *
      * RETURN CODES
      *   0  = REPORT WRITTEN (EVEN IF NOTHING MATCHED)
      *   8  = A DATE PARAMETER IS NOT A DATE, OR FROM IS AFTER THRU
      *   16 = A FILE COULD NOT BE OPENED, OR THE REGISTRY COULD
      *        NOT BE POSITIONED OR READ - THE REPORT THEN SAYS SO
      *        AND IS INCOMPLETE, NOT A CLEAN "NOTHING RECEIVED"
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      *   15 OCT 2026  RTC  A FAILED START OR READ OF SEGREG NOW ENDS
      *                     RC 16 WITH A LINE ON THE REPORT, INSTEAD
      *                     OF A CLEAN-LOOKING EMPTY LISTING AT RC 0.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2BR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGMENT-REGISTRY-FILE
               ASSIGN TO "SEGREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-KEY
               FILE STATUS IS WS-SEGREG-STATUS.

           SELECT REGISTRY-REPORT-FILE
               ASSIGN TO "REGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEGMENT-REGISTRY-FILE
           RECORD CONTAINS 150 CHARACTERS.
       COPY SEGREG.

       FD  REGISTRY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REGISTRY-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-REPORT-HEADING.
           05  FILLER                   PIC X(34) VALUE
               'SEGMENT REGISTRY INQUIRY - SOURCE '.
           05  HDG-SOURCE-ID            PIC X(03).
           05  FILLER                   PIC X(18) VALUE
               '  CREATE DATES    '.
           05  HDG-FROM-DATE            PIC 9(08).
           05  FILLER                   PIC X(03) VALUE ' - '.
           05  HDG-THRU-DATE            PIC 9(08).
           05  FILLER                   PIC X(58) VALUE SPACE.

       01  WS-COLUMN-HEADING.
           05  FILLER                   PIC X(40) VALUE
               'SRC CREATED      RECORDS HASH TOTAL     '.
           05  FILLER                   PIC X(40) VALUE
               '   RUN DATE TIME   JOB      P O      USD'.
           05  FILLER                   PIC X(40) VALUE
               ' AMOUNT REPEAT LAST REP LAST JOB        '.
           05  FILLER                   PIC X(12) VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  DTL-SOURCE-ID            PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DTL-CREATE-DATE          PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DTL-RECORD-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DTL-HASH-TOTAL           PIC 9(16).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DTL-RUN-DATE             PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DTL-RUN-TIME             PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DTL-JOB-NAME             PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DTL-PASS-TYPE            PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DTL-OUTCOME              PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DTL-USD-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DTL-REPEAT-COUNT         PIC ZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DTL-LAST-REPEAT-DATE     PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DTL-LAST-REPEAT-JOB      PIC X(08).
           05  FILLER                   PIC X(18) VALUE SPACE.

       01  WS-REASON-LINE.
           05  FILLER                   PIC X(13) VALUE SPACE.
           05  FILLER                   PIC X(08) VALUE 'REASON: '.
           05  RSN-REASON               PIC X(40).
           05  FILLER                   PIC X(71) VALUE SPACE.

       01  WS-FAILURE-LINE.
           05  FILLER                   PIC X(27) VALUE
               '*** SEGREG BROWSE FAILED - '.
           05  FAIL-OPERATION           PIC X(05).
           05  FILLER                   PIC X(08) VALUE ' STATUS '.
           05  FAIL-STATUS              PIC X(02).
           05  FILLER                   PIC X(41) VALUE
               ' - LISTING INCOMPLETE, DO NOT RELY ON IT'.
           05  FILLER                   PIC X(49) VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  TOT-LABEL                PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TOT-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  TOT-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(68) VALUE SPACE.

       77  WS-SEGREG-STATUS             PIC X(02) VALUE '00'.
       77  WS-REPORT-STATUS             PIC X(02) VALUE '00'.
       77  WS-PARM-SOURCE-ID            PIC X(03) VALUE SPACE.
       77  WS-PARM-FROM-DATE            PIC X(08) VALUE SPACE.
       77  WS-PARM-THRU-DATE            PIC X(08) VALUE SPACE.
       77  WS-FROM-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-THRU-DATE                 PIC 9(08) VALUE 99999999.
       77  WS-ALL-SOURCES-SW            PIC X(01) VALUE 'N'.
           88  WS-ALL-SOURCES               VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                       VALUE 'Y'.
       77  WS-BROWSE-FAILED-SW          PIC X(01) VALUE 'N'.
           88  WS-BROWSE-FAILED             VALUE 'Y'.
       77  WS-MATCH-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-SETTLED-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-QUARANTINED-COUNT         PIC 9(09) COMP VALUE ZERO.
       77  WS-REPEAT-TOTAL              PIC 9(09) COMP VALUE ZERO.
       77  WS-SETTLED-AMOUNT            PIC 9(15)V99 COMP-3 VALUE ZERO.
       77  WS-QUARANTINED-AMOUNT        PIC 9(15)V99 COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-BROWSE-REGISTRY UNTIL WS-EOF
           PERFORM 8000-FINALIZE
           STOP RUN
           .

       1000-INITIALIZE.

           ACCEPT WS-PARM-SOURCE-ID
           ACCEPT WS-PARM-FROM-DATE
           ACCEPT WS-PARM-THRU-DATE

           IF WS-PARM-SOURCE-ID = SPACE OR WS-PARM-SOURCE-ID = 'ALL'
               SET WS-ALL-SOURCES TO TRUE
               MOVE 'ALL' TO WS-PARM-SOURCE-ID
           END-IF

           IF WS-PARM-FROM-DATE NOT = SPACE
               IF WS-PARM-FROM-DATE IS NUMERIC
                   MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
               ELSE
                   DISPLAY 'CARD2BR - SECOND SYSIN LINE MUST BE A '
                           'YYYYMMDD FROM DATE OR BLANK'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-PARM-THRU-DATE NOT = SPACE
               IF WS-PARM-THRU-DATE IS NUMERIC
                   MOVE WS-PARM-THRU-DATE TO WS-THRU-DATE
               ELSE
                   DISPLAY 'CARD2BR - THIRD SYSIN LINE MUST BE A '
                           'YYYYMMDD THRU DATE OR BLANK'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-FROM-DATE > WS-THRU-DATE
               DISPLAY 'CARD2BR - FROM DATE ' WS-FROM-DATE
                       ' IS AFTER THRU DATE ' WS-THRU-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SEGMENT-REGISTRY-FILE
           IF WS-SEGREG-STATUS NOT = '00'
               DISPLAY 'CARD2BR - UNABLE TO OPEN SEGREG, STATUS '
                       WS-SEGREG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REGISTRY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'CARD2BR - UNABLE TO OPEN REGRPT, STATUS '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-PARM-SOURCE-ID TO HDG-SOURCE-ID
           MOVE WS-FROM-DATE      TO HDG-FROM-DATE
           MOVE WS-THRU-DATE      TO HDG-THRU-DATE
           MOVE WS-REPORT-HEADING TO REGISTRY-REPORT-RECORD
           WRITE REGISTRY-REPORT-RECORD
           MOVE SPACE TO REGISTRY-REPORT-RECORD
           WRITE REGISTRY-REPORT-RECORD
           MOVE WS-COLUMN-HEADING TO REGISTRY-REPORT-RECORD
           WRITE REGISTRY-REPORT-RECORD

           PERFORM 1100-POSITION-REGISTRY
           .

      **********************************************************************
      * POSITION THE BROWSE.  ONE ACQUIRER STARTS AT ITS FIRST KEY ON
      * OR AFTER THE FROM DATE; ALL ACQUIRERS STARTS AT THE TOP.  NO
      * KEY AT OR PAST THE START POINT ('23') JUST MEANS NOTHING TO
      * LIST; ANY OTHER STATUS IS A FAILED BROWSE (RETURN CODE 16).
      **********************************************************************
       1100-POSITION-REGISTRY.

           MOVE LOW-VALUES TO REG-KEY
           IF NOT WS-ALL-SOURCES
               MOVE WS-PARM-SOURCE-ID TO REG-SOURCE-ID
               MOVE WS-FROM-DATE      TO REG-CREATE-DATE
               MOVE ZERO              TO REG-RECORD-COUNT
               MOVE ZERO              TO REG-HASH-TOTAL
           END-IF

           START SEGMENT-REGISTRY-FILE KEY IS NOT LESS THAN REG-KEY
           IF WS-SEGREG-STATUS NOT = '00'
               SET WS-EOF-SW TO 'Y'
               IF WS-SEGREG-STATUS NOT = '23'
                   DISPLAY 'CARD2BR - SEGREG START FAILED, STATUS '
                           WS-SEGREG-STATUS
                   MOVE 'START' TO FAIL-OPERATION
                   PERFORM 2900-NOTE-BROWSE-FAILURE
               END-IF
           END-IF
           .

       2000-BROWSE-REGISTRY.

           READ SEGMENT-REGISTRY-FILE NEXT RECORD
               AT END
                   SET WS-EOF-SW TO 'Y'
               NOT AT END
                   IF NOT WS-ALL-SOURCES
                   AND (REG-SOURCE-ID NOT = WS-PARM-SOURCE-ID
                        OR REG-CREATE-DATE > WS-THRU-DATE)
                       SET WS-EOF-SW TO 'Y'
                   ELSE
                       IF REG-CREATE-DATE >= WS-FROM-DATE
                       AND REG-CREATE-DATE <= WS-THRU-DATE
                           PERFORM 2100-LIST-SEGMENT
                       END-IF
                   END-IF
           END-READ
           IF WS-SEGREG-STATUS NOT = '00'
           AND WS-SEGREG-STATUS NOT = '02'
           AND WS-SEGREG-STATUS NOT = '10'
               SET WS-EOF-SW TO 'Y'
               DISPLAY 'CARD2BR - SEGREG READ FAILED, STATUS '
                       WS-SEGREG-STATUS
               MOVE 'READ' TO FAIL-OPERATION
               PERFORM 2900-NOTE-BROWSE-FAILURE
           END-IF
           .

       2100-LIST-SEGMENT.

           ADD 1 TO WS-MATCH-COUNT
           ADD REG-REPEAT-COUNT TO WS-REPEAT-TOTAL
           IF REG-SETTLED
               ADD 1 TO WS-SETTLED-COUNT
               ADD REG-USD-AMOUNT TO WS-SETTLED-AMOUNT
           ELSE
               ADD 1 TO WS-QUARANTINED-COUNT
               ADD REG-USD-AMOUNT TO WS-QUARANTINED-AMOUNT
           END-IF

           MOVE REG-SOURCE-ID    TO DTL-SOURCE-ID
           MOVE REG-CREATE-DATE  TO DTL-CREATE-DATE
           MOVE REG-RECORD-COUNT TO DTL-RECORD-COUNT
           MOVE REG-HASH-TOTAL   TO DTL-HASH-TOTAL
           MOVE REG-RUN-DATE     TO DTL-RUN-DATE
           MOVE REG-RUN-TIME     TO DTL-RUN-TIME
           MOVE REG-JOB-NAME     TO DTL-JOB-NAME
           MOVE REG-PASS-TYPE    TO DTL-PASS-TYPE
           MOVE REG-OUTCOME      TO DTL-OUTCOME
           MOVE REG-USD-AMOUNT   TO DTL-USD-AMOUNT
           MOVE REG-REPEAT-COUNT TO DTL-REPEAT-COUNT
           IF REG-REPEAT-COUNT > ZERO
               MOVE REG-LAST-REPEAT-DATE TO DTL-LAST-REPEAT-DATE
               MOVE REG-LAST-REPEAT-JOB  TO DTL-LAST-REPEAT-JOB
           ELSE
               MOVE SPACE TO DTL-LAST-REPEAT-DATE
               MOVE SPACE TO DTL-LAST-REPEAT-JOB
           END-IF
           MOVE WS-DETAIL-LINE TO REGISTRY-REPORT-RECORD
           WRITE REGISTRY-REPORT-RECORD

           IF REG-REASON NOT = SPACE
               MOVE REG-REASON TO RSN-REASON
               MOVE WS-REASON-LINE TO REGISTRY-REPORT-RECORD
               WRITE REGISTRY-REPORT-RECORD
           END-IF
           .

      **********************************************************************
      * A BROWSE THAT DID NOT RUN TO ITS END IS FLAGGED IN THE LISTING
      * ITSELF, SO A SHORT OR EMPTY REPORT IS NEVER TAKEN FOR "NOTHING
      * RECEIVED" IN A DISPUTE.
      **********************************************************************
       2900-NOTE-BROWSE-FAILURE.

           SET WS-BROWSE-FAILED TO TRUE
           MOVE WS-SEGREG-STATUS TO FAIL-STATUS
           MOVE WS-FAILURE-LINE TO REGISTRY-REPORT-RECORD
           WRITE REGISTRY-REPORT-RECORD
           .

       8000-FINALIZE.

           MOVE SPACE TO REGISTRY-REPORT-RECORD
           WRITE REGISTRY-REPORT-RECORD

           MOVE 'SEGMENTS LISTED' TO TOT-LABEL
           MOVE WS-MATCH-COUNT TO TOT-COUNT
           MOVE ZERO TO TOT-AMOUNT
           PERFORM 8100-WRITE-TOTAL-LINE

           MOVE 'SETTLED' TO TOT-LABEL
           MOVE WS-SETTLED-COUNT TO TOT-COUNT
           MOVE WS-SETTLED-AMOUNT TO TOT-AMOUNT
           PERFORM 8100-WRITE-TOTAL-LINE

           MOVE 'QUARANTINED' TO TOT-LABEL
           MOVE WS-QUARANTINED-COUNT TO TOT-COUNT
           MOVE WS-QUARANTINED-AMOUNT TO TOT-AMOUNT
           PERFORM 8100-WRITE-TOTAL-LINE

           MOVE 'REPEATS BLOCKED' TO TOT-LABEL
           MOVE WS-REPEAT-TOTAL TO TOT-COUNT
           MOVE ZERO TO TOT-AMOUNT
           PERFORM 8100-WRITE-TOTAL-LINE

           CLOSE SEGMENT-REGISTRY-FILE
           CLOSE REGISTRY-REPORT-FILE

           DISPLAY 'CARD2BR - ' WS-MATCH-COUNT ' SEGMENT(S) LISTED'

           IF WS-BROWSE-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           .

       8100-WRITE-TOTAL-LINE.

           MOVE WS-TOTAL-LINE TO REGISTRY-REPORT-RECORD
           WRITE REGISTRY-REPORT-RECORD
           .

       9999-END.
           .
