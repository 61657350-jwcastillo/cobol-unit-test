      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   MERGES THE OUTPUTS OF THE FOUR CARD2B PARTITION RUNS
      *            (CARD2B1J - CARD2B4J, FED BY THE CARD2BS SPLIT) BACK
      *            INTO THE NIGHT'S FILES, EXACTLY AS ONE CARD2B RUN
      *            OVER THE WHOLE SETTLEMENT EXTRACT WOULD HAVE WRITTEN
      *            THEM:
      *
      *              ACCTOUT AND THE FIVE NETWORK EXTRACTS - REBUILT
      *                FROM THE PARTITIONS' SEQUENCE FILES (PARTSEQ1 -
      *                PARTSEQ4) IN EXTRACT ORDER, EACH NETWORK FILE
      *                WITH ONE HEADER AND A TRAILER RECOMPUTED FROM
      *                THE DETAILS ACTUALLY WRITTEN.
      *              SUMRPT, DUPRPT, MCHRPT - BUILT FROM THE COMBINED
      *                PARTITION TOTALS (PARTTOT, THE FOUR PARTITIONS'
      *                FILES CONCATENATED), SO THE BRAND, CURRENCY AND
      *                SOURCE TOTALS, THE UNKNOWN RATE, THE DUPLICATES
      *                AND THE MERCHANT TOP 25 ARE THE WHOLE NIGHT'S,
      *                NOT ONE PARTITION'S.
      *
      *            A PARTITION THAT WAS RESTARTED FROM ITS CHECKPOINT
      *            WRITES SOME SEQUENCE RECORDS TWICE (THE ONES BETWEEN
      *            THE CHECKPOINT AND THE ABEND); THE SECOND COPY COMES
      *            BACK WITH A RECORD NUMBER NOT PAST THE LAST ONE TAKEN
      *            FROM THAT PARTITION AND IS SKIPPED.
      *
      *            NOTHING IS WRITTEN UNLESS ALL FOUR PARTITIONS
      *            FINISHED - EACH ONE'S TOTALS MUST BE THERE, FOR THE
      *            SAME RUN DATE, AND END WITH ITS END RECORD.  A
      *            MISSING PARTITION IS RERUN ON ITS OWN, THEN THIS
      *            STEP IS.
      *
      * RETURN CODES
      *   THE WORST OF THE FOUR PARTITIONS' CODES AND THE CODE THE
      *   COMBINED TOTALS GIVE, RANKED 16, 12, 11, 10, 13, 14, 15, 8 -
      *   THE SAME VALUES CARD2B SETS, MEANING THE SAME THINGS:
      *    0 - CLEAN NIGHT
      *    8 - UNKNOWN RATE (RUN OR ONE ACQUIRER) OVER THRESHOLD
      *   10 - HOT-CARD HITS - SEE THE PARTITIONS' BLKRPT
      *   11 - DUPLICATES OVER THRESHOLD - SEE DUPRPT, HOLD THE OUTPUT
      *   13 - SEGMENT(S) QUARANTINED, AN UNKNOWN CURRENCY AMONG THEM
      *   14 - SEGMENT(S) QUARANTINED
      *   15 - ONLY REPEATS OF ALREADY-SETTLED SEGMENTS QUARANTINED
      *   16 - A PARTITION DID NOT FINISH, THE PARTITION TOTALS DO NOT
      *        HANG TOGETHER, OR A FILE COULD NOT BE OPENED - NOTHING
      *        IS MERGED
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2BM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-TOTALS-FILE
               ASSIGN TO "PARTTOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTOT-FILE-STATUS.

           SELECT PARTITION-SEQ-1-FILE
               ASSIGN TO "PARTSEQ1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-1-FILE-STATUS.

           SELECT PARTITION-SEQ-2-FILE
               ASSIGN TO "PARTSEQ2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-2-FILE-STATUS.

           SELECT PARTITION-SEQ-3-FILE
               ASSIGN TO "PARTSEQ3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-3-FILE-STATUS.

           SELECT PARTITION-SEQ-4-FILE
               ASSIGN TO "PARTSEQ4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-4-FILE-STATUS.

           SELECT RESULT-FILE
               ASSIGN TO "ACCTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESULT-FILE-STATUS.

           SELECT VISA-EXTRACT-FILE
               ASSIGN TO "VISAOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VISA-FILE-STATUS.

           SELECT MC-EXTRACT-FILE
               ASSIGN TO "MCOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MC-FILE-STATUS.

           SELECT AMEX-EXTRACT-FILE
               ASSIGN TO "AMEXOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMEX-FILE-STATUS.

           SELECT DISC-EXTRACT-FILE
               ASSIGN TO "DISCOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISC-FILE-STATUS.

           SELECT OTHER-EXTRACT-FILE
               ASSIGN TO "OTHROUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OTHER-FILE-STATUS.

           SELECT SUMMARY-FILE
               ASSIGN TO "SUMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-FILE-STATUS.

           SELECT DUPLICATE-FILE
               ASSIGN TO "DUPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUP-FILE-STATUS.

           SELECT MERCHANT-REPORT-FILE
               ASSIGN TO "MCHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-TOTALS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PARTTOT.

       FD  PARTITION-SEQ-1-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  PARTITION-SEQ-1-RECORD       PIC X(180).

       FD  PARTITION-SEQ-2-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  PARTITION-SEQ-2-RECORD       PIC X(180).

       FD  PARTITION-SEQ-3-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  PARTITION-SEQ-3-RECORD       PIC X(180).

       FD  PARTITION-SEQ-4-FILE
           RECORD CONTAINS 180 CHARACTERS.
       01  PARTITION-SEQ-4-RECORD       PIC X(180).

       FD  RESULT-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01  RESULT-RECORD                PIC X(85).

       FD  VISA-EXTRACT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  VISA-EXTRACT-RECORD          PIC X(60).

       FD  MC-EXTRACT-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  MC-EXTRACT-RECORD            PIC X(70).

       FD  AMEX-EXTRACT-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  AMEX-EXTRACT-RECORD          PIC X(65).

       FD  DISC-EXTRACT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  DISC-EXTRACT-RECORD          PIC X(60).

       FD  OTHER-EXTRACT-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01  OTHER-EXTRACT-RECORD         PIC X(85).

       FD  SUMMARY-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  SUMMARY-RECORD               PIC X(60).

       FD  DUPLICATE-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  DUPLICATE-RECORD             PIC X(30).

       FD  MERCHANT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MERCHANT-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.

       COPY PARTSEQ.

       COPY NETEXT.

      *----------------------------------------------------------------*
      * ONE ENTRY PER PARTITION - WHAT ITS TOTALS FILE HAS SHOWN SO
      * FAR, AND THE RECORD COUNT ITS END RECORD MUST AGREE WITH.
      *----------------------------------------------------------------*
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY            OCCURS 4 TIMES.
               10  WS-PART-CTL-SW       PIC X(01).
                   88  WS-PART-CTL-SEEN     VALUE 'Y'.
               10  WS-PART-END-SW       PIC X(01).
                   88  WS-PART-ENDED        VALUE 'Y'.
               10  WS-PART-RC           PIC 9(02).
               10  WS-PART-RECORD-COUNT PIC 9(09) COMP.

      *----------------------------------------------------------------*
      * ONE ENTRY PER PARTITION SEQUENCE FILE - THE RECORD WAITING TO
      * BE MERGED, AND THE LAST RECORD NUMBER TAKEN FROM THE FILE.
      *----------------------------------------------------------------*
       01  WS-STREAM-TABLE.
           05  WS-STREAM-ENTRY          OCCURS 4 TIMES.
               10  WS-STREAM-RECORD     PIC X(180).
               10  WS-STREAM-HEAD REDEFINES WS-STREAM-RECORD.
                   15  WS-STREAM-POSITION
                                        PIC 9(09).
                   15  FILLER           PIC X(171).
               10  WS-STREAM-LAST-POS   PIC 9(09) COMP.
               10  WS-STREAM-EOF-SW     PIC X(01).
                   88  WS-STREAM-EOF        VALUE 'Y'.
               10  WS-STREAM-TAKEN      PIC 9(09) COMP.
               10  WS-STREAM-SKIPPED    PIC 9(09) COMP.

      *----------------------------------------------------------------*
      * COMBINED SUMMARY FIGURES.  THE TABLES ARE THE SIZE OF CARD2B'S
      * AND ARE SORTED BEFORE PRINTING ON THE RECORD NUMBER THAT FIRST
      * CREATED EACH ENTRY, SO THEY PRINT IN THE ORDER ONE RUN MEETS
      * THEM.  CURRENCIES AND FORECAST MONTHS ARE LOADED IN THE SAME
      * ORDER BY EVERY PARTITION AND COME ACROSS BY POSITION.
      *----------------------------------------------------------------*
       01  WS-BRAND-TABLE.
           05  WS-BRAND-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-BRAND-TABLE-COUNT.
               10  WS-BRAND-NAME        PIC X(20).
               10  WS-BRAND-COUNT       PIC 9(09) COMP.
               10  WS-BRAND-AMOUNT      PIC 9(13)V99 COMP-3.
               10  WS-BRAND-FIRST       PIC 9(09) COMP.

       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 1 TO 150 TIMES
                   DEPENDING ON WS-SRC-TABLE-COUNT.
               10  WS-SRC-SOURCE-ID     PIC X(03).
               10  WS-SRC-BRAND         PIC X(20).
               10  WS-SRC-COUNT         PIC 9(09) COMP.
               10  WS-SRC-FIRST         PIC 9(09) COMP.

       01  WS-QUAR-TABLE.
           05  WS-QUAR-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-QUAR-TABLE-COUNT.
               10  WS-QUAR-POSITION     PIC 9(09) COMP.
               10  WS-QUAR-SOURCE-ID    PIC X(03).
               10  WS-QUAR-REASON       PIC X(40).

       01  WS-MISS-TABLE.
           05  WS-MISS-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-MISS-TABLE-COUNT.
               10  WS-MISS-PROFILE-SEQ  PIC 9(03).
               10  WS-MISS-SOURCE-ID    PIC X(03).

       01  WS-CURR-TABLE.
           05  WS-CURR-ENTRY            OCCURS 50 TIMES.
               10  WS-CURR-CODE         PIC X(03).
               10  WS-CURR-ORIG-AMT     PIC 9(13)V99 COMP-3.
               10  WS-CURR-USD-AMT      PIC 9(13)V99 COMP-3.

       01  WS-FCST-TABLE.
           05  WS-FCST-ENTRY            OCCURS 4 TIMES.
               10  WS-FCST-TARGET-YYMM  PIC X(04).
               10  WS-FCST-MONTH-COUNT  PIC 9(09) COMP.

       01  WS-FCSTB-TABLE.
           05  WS-FCSTB-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-FCSTB-TABLE-COUNT.
               10  WS-FCSTB-BRAND       PIC X(20).
               10  WS-FCSTB-COUNT       PIC 9(09) COMP.
               10  WS-FCSTB-FIRST       PIC 9(09) COMP.

      *----------------------------------------------------------------*
      * DUPLICATE AND MERCHANT TRACKING ENTRIES FROM ALL FOUR
      * PARTITIONS - ROOM FOR FOUR FULL CARD2B TABLES.  AN ACCOUNT
      * SEEN IN TWO PARTITIONS IS A DUPLICATE HERE JUST AS IT IS
      * WITHIN ONE; THE RECORD NUMBER KEEPS THE FIRST OCCURRENCE
      * FIRST, SO ITS AMOUNT IS THE ONE LEFT OUT OF THE TOTAL.
      *----------------------------------------------------------------*
       01  WS-DUP-TABLE.
           05  WS-DUP-ENTRY OCCURS 1 TO 800000 TIMES
                   DEPENDING ON WS-DUP-TABLE-COUNT.
               10  WS-DUP-TOKEN         PIC X(16).
               10  WS-DUP-MASKED        PIC X(16).
               10  WS-DUP-ENTRY-AMT     PIC 9(11)V99 COMP-3.
               10  WS-DUP-POSITION      PIC 9(09) COMP.

       01  WS-MCH-TABLE.
           05  WS-MCH-ENTRY OCCURS 1 TO 800000 TIMES
                   DEPENDING ON WS-MCH-TABLE-COUNT.
               10  WS-MCH-ID            PIC X(15).
               10  WS-MCH-AMT           PIC 9(11)V99 COMP-3.
               10  WS-MCH-BAD-SW        PIC X(01).
                   88  WS-MCH-BAD           VALUE 'Y'.

       01  WS-MCHSUM-TABLE.
           05  WS-MCHSUM-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-MCHSUM-TABLE-COUNT.
               10  WS-MCHSUM-ID         PIC X(15).
               10  WS-MCHSUM-COUNT      PIC 9(09) COMP.
               10  WS-MCHSUM-AMT        PIC 9(13)V99 COMP-3.
               10  WS-MCHSUM-BAD        PIC 9(09) COMP.

      *----------------------------------------------------------------*
      * REPORT LINES - THE SAME LAYOUTS CARD2B WRITES.
      *----------------------------------------------------------------*
       01  WS-RUN-DATE-LINE.
           05  FILLER                   PIC X(20) VALUE 'RUN DATE'.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RUNDT-DATE               PIC 9(08).

       01  WS-SUMMARY-DETAIL.
           05  SUM-LABEL                PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  SUM-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  SUM-PERCENT              PIC ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  SUM-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-QUAR-SUMMARY-LINE.
           05  FILLER                   PIC X(05) VALUE 'QUAR '.
           05  QUAR-SOURCE-ID           PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  QUAR-REASON              PIC X(40).
           05  FILLER                   PIC X(11) VALUE SPACE.

       01  WS-SRC-SUMMARY-DETAIL.
           05  FILLER                   PIC X(04) VALUE 'SRC '.
           05  SRC-SUM-SOURCE-ID        PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  SRC-SUM-BRAND            PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  SRC-SUM-COUNT            PIC ZZZ,ZZZ,ZZ9.

       01  WS-MISSING-SRC-LINE.
           05  FILLER                   PIC X(04) VALUE 'SRC '.
           05  MISS-SOURCE-ID           PIC X(03).
           05  FILLER                   PIC X(21) VALUE
               ' NO SEGMENT RECEIVED'.
           05  FILLER                   PIC X(32) VALUE SPACE.

       01  WS-CURR-SUMMARY-DETAIL.
           05  FILLER                   PIC X(04) VALUE 'CUR '.
           05  CUR-SUM-CODE             PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  CUR-SUM-ORIG-AMOUNT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  CUR-SUM-USD-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(15) VALUE SPACE.

       01  WS-FCST-MONTH-LINE.
           05  FILLER                   PIC X(04) VALUE 'EXP '.
           05  FCSTM-YYMM               PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FCSTM-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(40) VALUE SPACE.

       01  WS-FCST-BRAND-LINE.
           05  FILLER                   PIC X(05) VALUE 'EXPB '.
           05  FCSTB-BRAND              PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FCSTB-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(23) VALUE SPACE.

       01  WS-DUP-DETAIL.
           05  DUP-ACCOUNT-NUMBER       PIC X(16).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  DUP-OCCUR-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACE.

       01  WS-MCH-DETAIL-LINE.
           05  MCH-ID                   PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  MCH-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  MCH-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  MCH-BAD-PCT              PIC ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  MCH-FLAG                 PIC X(07).
           05  FILLER                   PIC X(19) VALUE SPACE.

       01  WS-STREAM-COUNT-LINE.
           05  FILLER                   PIC X(20) VALUE
               'CARD2BM - PARTITION '.
           05  SCL-PARTITION            PIC 9(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  SCL-TAKEN                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(16) VALUE
               ' RECORDS MERGED '.
           05  SCL-SKIPPED              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(25) VALUE
               ' RESTART REPEATS SKIPPED'.

       77  WS-PTOT-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-SEQ-1-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-SEQ-2-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-SEQ-3-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-SEQ-4-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-RESULT-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-VISA-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-MC-FILE-STATUS            PIC X(02) VALUE '00'.
       77  WS-AMEX-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-DISC-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-OTHER-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-SUMMARY-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-DUP-FILE-STATUS           PIC X(02) VALUE '00'.
       77  WS-MERCH-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-PTOT-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-PTOT-EOF                  VALUE 'Y'.
       77  WS-PTOT-GOOD-SW              PIC X(01) VALUE 'N'.
           88  WS-PTOT-GOOD                 VALUE 'Y'.
       77  WS-CTL-TAKEN-SW              PIC X(01) VALUE 'N'.
           88  WS-CTL-TAKEN                 VALUE 'Y'.
       77  WS-STREAM-READY-SW           PIC X(01) VALUE 'N'.
           88  WS-STREAM-READY              VALUE 'Y'.
       77  WS-FOUND-SW                  PIC X(01) VALUE 'N'.
           88  WS-ENTRY-FOUND               VALUE 'Y'.
       77  WS-RESTARTED-SW              PIC X(01) VALUE 'N'.
           88  WS-RESTARTED-RUN             VALUE 'Y'.
       77  WS-DUP-SUSPEND-SW            PIC X(01) VALUE 'N'.
           88  WS-DUP-SUSPENDED             VALUE 'Y'.
       77  WS-MCH-SUSPEND-SW            PIC X(01) VALUE 'N'.
           88  WS-MCH-SUSPENDED             VALUE 'Y'.
       77  WS-QUAR-CURRENCY-SW          PIC X(01) VALUE 'N'.
           88  WS-QUAR-CURRENCY             VALUE 'Y'.
       77  WS-SRCRATE-BAD-SW            PIC X(01) VALUE 'N'.
           88  WS-SRCRATE-EXCEEDED          VALUE 'Y'.
       77  WS-DUP-RUN-DONE-SW           PIC X(01) VALUE 'N'.
           88  WS-DUP-RUN-DONE              VALUE 'Y'.
       77  WS-PTOT-RECORDS-READ         PIC 9(09) COMP VALUE ZERO.
       77  WS-PTOT-ERROR-COUNT          PIC 9(04) COMP VALUE ZERO.
       77  WS-PART-IDX                  PIC 9(04) COMP VALUE ZERO.
       77  WS-PARTITION-MAX             PIC 9(04) COMP VALUE 4.
       77  WS-PART-NUMBER               PIC 9(01) VALUE ZERO.
       77  WS-STREAM-IDX                PIC 9(04) COMP VALUE ZERO.
       77  WS-LOW-IDX                   PIC 9(04) COMP VALUE ZERO.
       77  WS-STREAMS-OPEN              PIC 9(04) COMP VALUE ZERO.
       77  WS-RECORDS-MERGED            PIC 9(09) COMP VALUE ZERO.
       77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
       77  WS-UNKNOWN-THRESHOLD         PIC 9(03)V99 VALUE ZERO.
       77  WS-DUP-THRESHOLD             PIC 9(09) COMP VALUE ZERO.
       77  WS-MCH-BAD-THRESHOLD         PIC 9(03)V99 VALUE ZERO.
       77  WS-QUAR-SEG-COUNT            PIC 9(04) COMP VALUE ZERO.
       77  WS-REPEAT-SEG-COUNT          PIC 9(04) COMP VALUE ZERO.
       77  WS-RECORDS-IDENTIFIED        PIC 9(09) COMP VALUE ZERO.
       77  WS-DETAIL-RECORDS-READ       PIC 9(09) COMP VALUE ZERO.
       77  WS-TOTAL-AMOUNT              PIC 9(13)V99 COMP-3 VALUE ZERO.
       77  WS-UNKNOWN-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-UNKNOWN-AMOUNT            PIC 9(13)V99 COMP-3 VALUE ZERO.
       77  WS-BLOCKED-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-BLOCKED-AMOUNT            PIC 9(13)V99 COMP-3 VALUE ZERO.
       77  WS-QUAR-RECORD-COUNT         PIC 9(09) COMP VALUE ZERO.
       77  WS-QUAR-AMOUNT               PIC 9(13)V99 COMP-3 VALUE ZERO.
       77  WS-NOCODE-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  WS-NOCODE-AMOUNT             PIC 9(13)V99 COMP-3 VALUE ZERO.
       77  WS-UNKNOWN-PERCENT           PIC 999V99 VALUE ZERO.
       77  WS-BRAND-PERCENT             PIC 999V99 VALUE ZERO.
       77  WS-BRAND-TABLE-COUNT         PIC 9(04) COMP VALUE ZERO.
       77  WS-BRAND-TABLE-MAX           PIC 9(04) COMP VALUE 50.
       77  WS-BRAND-IDX                 PIC 9(04) COMP VALUE ZERO.
       77  WS-SRC-TABLE-COUNT           PIC 9(04) COMP VALUE ZERO.
       77  WS-SRC-TABLE-MAX             PIC 9(04) COMP VALUE 150.
       77  WS-SRC-IDX                   PIC 9(04) COMP VALUE ZERO.
       77  WS-QUAR-TABLE-COUNT          PIC 9(04) COMP VALUE ZERO.
       77  WS-QUAR-TABLE-MAX            PIC 9(04) COMP VALUE 200.
       77  WS-QUAR-IDX                  PIC 9(04) COMP VALUE ZERO.
       77  WS-MISS-TABLE-COUNT          PIC 9(04) COMP VALUE ZERO.
       77  WS-MISS-TABLE-MAX            PIC 9(04) COMP VALUE 50.
       77  WS-MISS-IDX                  PIC 9(04) COMP VALUE ZERO.
       77  WS-CURR-TABLE-MAX            PIC 9(04) COMP VALUE 50.
       77  WS-CURR-HIGH-IDX             PIC 9(04) COMP VALUE ZERO.
       77  WS-CURR-IDX                  PIC 9(04) COMP VALUE ZERO.
       77  WS-FCST-IDX                  PIC 9(04) COMP VALUE ZERO.
       77  WS-FCSTB-TABLE-COUNT         PIC 9(04) COMP VALUE ZERO.
       77  WS-FCSTB-TABLE-MAX           PIC 9(04) COMP VALUE 50.
       77  WS-DUP-TABLE-COUNT           PIC 9(08) COMP VALUE ZERO.
       77  WS-DUP-TABLE-MAX             PIC 9(08) COMP VALUE 800000.
       77  WS-DUP-SCAN-START            PIC 9(08) COMP VALUE ZERO.
       77  WS-DUP-SCAN-END              PIC 9(08) COMP VALUE ZERO.
       77  WS-DUP-RUN-COUNT             PIC 9(08) COMP VALUE ZERO.
       77  WS-DUP-ADD-IDX               PIC 9(08) COMP VALUE ZERO.
       77  WS-DUP-FIRST-EXTRA           PIC 9(08) COMP VALUE ZERO.
       77  WS-DUP-RECORD-COUNT          PIC 9(09) COMP VALUE ZERO.
       77  WS-DUP-AMOUNT                PIC 9(13)V99 COMP-3 VALUE ZERO.
       77  WS-MCH-TABLE-COUNT           PIC 9(08) COMP VALUE ZERO.
       77  WS-MCH-TABLE-MAX             PIC 9(08) COMP VALUE 800000.
       77  WS-MCH-IDX                   PIC 9(08) COMP VALUE ZERO.
       77  WS-MCHSUM-TABLE-COUNT        PIC 9(08) COMP VALUE ZERO.
       77  WS-MCHSUM-TABLE-MAX          PIC 9(08) COMP VALUE 50000.
       77  WS-MCHSUM-IDX                PIC 9(08) COMP VALUE ZERO.
       77  WS-MCHCUR-ID                 PIC X(15) VALUE SPACE.
       77  WS-MCHCUR-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  WS-MCHCUR-AMOUNT             PIC 9(13)V99 COMP-3 VALUE ZERO.
       77  WS-MCHCUR-BAD-COUNT          PIC 9(09) COMP VALUE ZERO.
       77  WS-MCH-BAD-PERCENT           PIC 999V99 VALUE ZERO.
       77  WS-MCH-TOP-LIMIT             PIC 9(04) COMP VALUE 25.
       77  WS-VISA-OUT-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-VISA-OUT-AMOUNT           PIC 9(13)V99 COMP-3 VALUE ZERO.
       77  WS-MC-OUT-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  WS-MC-OUT-AMOUNT             PIC 9(13)V99 COMP-3 VALUE ZERO.
       77  WS-AMEX-OUT-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-AMEX-OUT-AMOUNT           PIC 9(13)V99 COMP-3 VALUE ZERO.
       77  WS-DISC-OUT-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-DISC-OUT-AMOUNT           PIC 9(13)V99 COMP-3 VALUE ZERO.
       77  WS-OTHER-OUT-COUNT           PIC 9(09) COMP VALUE ZERO.
       77  WS-OTHER-OUT-AMOUNT          PIC 9(13)V99 COMP-3 VALUE ZERO.
       77  WS-MERGE-RC                  PIC 9(02) VALUE ZERO.
       77  WS-RANK-RC                   PIC 9(02) VALUE ZERO.
       77  WS-RANK                      PIC 9(02) VALUE ZERO.
       77  WS-WORST-RC                  PIC 9(02) VALUE ZERO.
       77  WS-WORST-RANK                PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-TOTALS-RECORD UNTIL WS-PTOT-EOF
           CLOSE PARTITION-TOTALS-FILE
           PERFORM 3000-CHECK-PARTITIONS
           PERFORM 4000-MERGE-SEQUENCE-FILES
           PERFORM 8000-FINALIZE
           STOP RUN
           .

       1000-INITIALIZE.

           OPEN INPUT PARTITION-TOTALS-FILE
           IF WS-PTOT-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BM - UNABLE TO OPEN PARTTOT, STATUS '
                       WS-PTOT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1100-CLEAR-PARTITION-ENTRY
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PARTITION-MAX
           PERFORM 1200-CLEAR-CURRENCY-ENTRY
               VARYING WS-CURR-IDX FROM 1 BY 1
               UNTIL WS-CURR-IDX > WS-CURR-TABLE-MAX
           PERFORM 1300-CLEAR-FORECAST-ENTRY
               VARYING WS-FCST-IDX FROM 1 BY 1
               UNTIL WS-FCST-IDX > 4
           .

       1100-CLEAR-PARTITION-ENTRY.

           MOVE 'N'  TO WS-PART-CTL-SW(WS-PART-IDX)
           MOVE 'N'  TO WS-PART-END-SW(WS-PART-IDX)
           MOVE ZERO TO WS-PART-RC(WS-PART-IDX)
           MOVE ZERO TO WS-PART-RECORD-COUNT(WS-PART-IDX)
           .

       1200-CLEAR-CURRENCY-ENTRY.

           MOVE SPACE TO WS-CURR-CODE(WS-CURR-IDX)
           MOVE ZERO  TO WS-CURR-ORIG-AMT(WS-CURR-IDX)
           MOVE ZERO  TO WS-CURR-USD-AMT(WS-CURR-IDX)
           .

       1300-CLEAR-FORECAST-ENTRY.

           MOVE SPACE TO WS-FCST-TARGET-YYMM(WS-FCST-IDX)
           MOVE ZERO  TO WS-FCST-MONTH-COUNT(WS-FCST-IDX)
           .

      *----------------------------------------------------------------*
      * ONE RECORD OF THE CONCATENATED PARTITION TOTALS.  EVERYTHING
      * IS ADDED IN AS IT IS READ - IF ANY PARTITION TURNS OUT NOT TO
      * HAVE FINISHED, 3000 STOPS THE STEP BEFORE ANYTHING IS WRITTEN,
      * SO A PARTIAL SUM IS NEVER SEEN.
      *----------------------------------------------------------------*
       2000-READ-TOTALS-RECORD.

           READ PARTITION-TOTALS-FILE
               AT END
                   SET WS-PTOT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PTOT-RECORDS-READ
                   PERFORM 2100-CHECK-TOTALS-RECORD
                   IF WS-PTOT-GOOD
                       PERFORM 2200-APPLY-TOTALS-RECORD
                   END-IF
           END-READ
           .

       2100-CHECK-TOTALS-RECORD.

           SET WS-PTOT-GOOD TO TRUE
           IF PT-PARTITION NOT NUMERIC
           OR PT-PARTITION = ZERO
           OR PT-PARTITION > WS-PARTITION-MAX
               ADD 1 TO WS-PTOT-ERROR-COUNT
               DISPLAY 'CARD2BM - PARTTOT RECORD ' WS-PTOT-RECORDS-READ
                       ' CARRIES NO VALID PARTITION NUMBER'
               MOVE 'N' TO WS-PTOT-GOOD-SW
           ELSE
               MOVE PT-PARTITION TO WS-PART-IDX
               MOVE PT-PARTITION TO WS-PART-NUMBER
               IF WS-PART-ENDED(WS-PART-IDX)
                   ADD 1 TO WS-PTOT-ERROR-COUNT
                   DISPLAY 'CARD2BM - PARTITION ' WS-PART-NUMBER
                           ' HAS TOTALS AFTER ITS END RECORD - '
                           'PARTTOT CONCATENATED TWICE?'
                   MOVE 'N' TO WS-PTOT-GOOD-SW
               END-IF
           END-IF
           .

       2200-APPLY-TOTALS-RECORD.

           IF NOT PT-END-REC
               ADD 1 TO WS-PART-RECORD-COUNT(WS-PART-IDX)
           END-IF
           EVALUATE TRUE
               WHEN PT-CONTROL-REC
                   PERFORM 2210-APPLY-CONTROL
               WHEN PT-TOTAL-REC
                   PERFORM 2220-APPLY-TOTAL
               WHEN PT-BRAND-REC
                   PERFORM 2230-APPLY-BRAND
               WHEN PT-SOURCE-REC
                   PERFORM 2240-APPLY-SOURCE
               WHEN PT-QUARANTINE-REC
                   PERFORM 2250-APPLY-QUARANTINE
               WHEN PT-MISSING-REC
                   PERFORM 2255-APPLY-MISSING
               WHEN PT-CURRENCY-REC
                   PERFORM 2260-APPLY-CURRENCY
               WHEN PT-FCST-MONTH-REC
                   PERFORM 2265-APPLY-FORECAST-MONTH
               WHEN PT-FCST-BRAND-REC
                   PERFORM 2270-APPLY-FORECAST-BRAND
               WHEN PT-DUPLICATE-REC
                   PERFORM 2275-APPLY-DUPLICATE
               WHEN PT-MERCHANT-REC
                   PERFORM 2280-APPLY-MERCHANT
               WHEN PT-END-REC
                   PERFORM 2290-APPLY-END
               WHEN OTHER
                   ADD 1 TO WS-PTOT-ERROR-COUNT
                   DISPLAY 'CARD2BM - PARTTOT RECORD '
                           WS-PTOT-RECORDS-READ
                           ' HAS UNKNOWN TYPE ' PT-RECORD-TYPE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * THE FIRST CONTROL RECORD GIVES THE RUN DATE AND THE PROFILE
      * THRESHOLDS (EVERY PARTITION READ THE SAME RUNPROF); EVERY
      * OTHER MUST BE FOR THE SAME RUN DATE, OR A PARTITION FROM
      * ANOTHER NIGHT HAS BEEN PICKED UP.  THE SWITCHES ARE TRUE FOR
      * THE NIGHT WHEN THEY ARE TRUE FOR ANY PARTITION.
      *----------------------------------------------------------------*
       2210-APPLY-CONTROL.

           IF WS-PART-CTL-SEEN(WS-PART-IDX)
               ADD 1 TO WS-PTOT-ERROR-COUNT
               DISPLAY 'CARD2BM - PARTITION ' WS-PART-NUMBER
                       ' HAS MORE THAN ONE CONTROL RECORD'
           END-IF
           SET WS-PART-CTL-SEEN(WS-PART-IDX) TO TRUE

           IF NOT WS-CTL-TAKEN
               SET WS-CTL-TAKEN TO TRUE
               MOVE PT-RUN-DATE           TO WS-RUN-DATE
               MOVE PT-UNKNOWN-THRESHOLD  TO WS-UNKNOWN-THRESHOLD
               MOVE PT-DUP-THRESHOLD      TO WS-DUP-THRESHOLD
               MOVE PT-MCH-BAD-THRESHOLD  TO WS-MCH-BAD-THRESHOLD
           ELSE
               IF PT-RUN-DATE NOT = WS-RUN-DATE
                   ADD 1 TO WS-PTOT-ERROR-COUNT
                   DISPLAY 'CARD2BM - PARTITION ' WS-PART-NUMBER
                           ' RUN DATE ' PT-RUN-DATE
                           ' DIFFERS FROM ' WS-RUN-DATE
               END-IF
           END-IF

           IF PT-RESTARTED-SW = 'Y'
               SET WS-RESTARTED-RUN TO TRUE
           END-IF
           IF PT-DUP-SUSPEND-SW = 'Y'
               SET WS-DUP-SUSPENDED TO TRUE
           END-IF
           IF PT-MCH-SUSPEND-SW = 'Y'
               SET WS-MCH-SUSPENDED TO TRUE
           END-IF
           IF PT-QUAR-CURRENCY-SW = 'Y'
               SET WS-QUAR-CURRENCY TO TRUE
           END-IF
           IF PT-SRCRATE-BAD-SW = 'Y'
               SET WS-SRCRATE-EXCEEDED TO TRUE
           END-IF
           ADD PT-QUAR-SEG-COUNT     TO WS-QUAR-SEG-COUNT
           ADD PT-REPEAT-SEG-COUNT   TO WS-REPEAT-SEG-COUNT
           ADD PT-RECORDS-IDENTIFIED TO WS-RECORDS-IDENTIFIED
           .

       2220-APPLY-TOTAL.

           EVALUATE TRUE
               WHEN PT-TOTAL-ALL
                   ADD PT-TOTAL-COUNT  TO WS-DETAIL-RECORDS-READ
                   ADD PT-TOTAL-AMOUNT TO WS-TOTAL-AMOUNT
               WHEN PT-TOTAL-UNKNOWN
                   ADD PT-TOTAL-COUNT  TO WS-UNKNOWN-COUNT
                   ADD PT-TOTAL-AMOUNT TO WS-UNKNOWN-AMOUNT
               WHEN PT-TOTAL-BLOCKED
                   ADD PT-TOTAL-COUNT  TO WS-BLOCKED-COUNT
                   ADD PT-TOTAL-AMOUNT TO WS-BLOCKED-AMOUNT
               WHEN PT-TOTAL-QUARANTINED
                   ADD PT-TOTAL-COUNT  TO WS-QUAR-RECORD-COUNT
                   ADD PT-TOTAL-AMOUNT TO WS-QUAR-AMOUNT
               WHEN PT-TOTAL-NOCODE
                   ADD PT-TOTAL-COUNT  TO WS-NOCODE-COUNT
                   ADD PT-TOTAL-AMOUNT TO WS-NOCODE-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-PTOT-ERROR-COUNT
                   DISPLAY 'CARD2BM - PARTITION ' WS-PART-NUMBER
                           ' HAS UNKNOWN TOTAL ' PT-TOTAL-ITEM
           END-EVALUATE
           .

       2230-APPLY-BRAND.

           MOVE 'N' TO WS-FOUND-SW
           PERFORM 2231-MATCH-BRAND
               VARYING WS-BRAND-IDX FROM 1 BY 1
               UNTIL WS-BRAND-IDX > WS-BRAND-TABLE-COUNT
                  OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               IF WS-BRAND-TABLE-COUNT < WS-BRAND-TABLE-MAX
                   ADD 1 TO WS-BRAND-TABLE-COUNT
                   MOVE PT-BRAND
                       TO WS-BRAND-NAME(WS-BRAND-TABLE-COUNT)
                   MOVE PT-BRAND-COUNT
                       TO WS-BRAND-COUNT(WS-BRAND-TABLE-COUNT)
                   MOVE PT-BRAND-AMOUNT
                       TO WS-BRAND-AMOUNT(WS-BRAND-TABLE-COUNT)
                   MOVE PT-BRAND-FIRST
                       TO WS-BRAND-FIRST(WS-BRAND-TABLE-COUNT)
               ELSE
                   DISPLAY 'CARD2BM - SUMMARY TABLE FULL AT '
                           WS-BRAND-TABLE-MAX
                           ' BRANDS, DISCARDED: ' PT-BRAND
               END-IF
           END-IF
           .

       2231-MATCH-BRAND.

           IF WS-BRAND-NAME(WS-BRAND-IDX) = PT-BRAND
               SET WS-ENTRY-FOUND TO TRUE
               ADD PT-BRAND-COUNT  TO WS-BRAND-COUNT(WS-BRAND-IDX)
               ADD PT-BRAND-AMOUNT TO WS-BRAND-AMOUNT(WS-BRAND-IDX)
               IF PT-BRAND-FIRST < WS-BRAND-FIRST(WS-BRAND-IDX)
                   MOVE PT-BRAND-FIRST TO WS-BRAND-FIRST(WS-BRAND-IDX)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * AN ACQUIRER'S SEGMENTS ALL GO TO ONE PARTITION, SO A (SOURCE,
      * BRAND) PAIR NORMALLY COMES FROM ONE PARTITION ONLY - THE MATCH
      * IS STILL MADE IN CASE THE PROFILE MOVED AN ACQUIRER BETWEEN
      * THE SPLIT AND A PARTITION RERUN.
      *----------------------------------------------------------------*
       2240-APPLY-SOURCE.

           MOVE 'N' TO WS-FOUND-SW
           PERFORM 2241-MATCH-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-TABLE-COUNT
                  OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               IF WS-SRC-TABLE-COUNT < WS-SRC-TABLE-MAX
                   ADD 1 TO WS-SRC-TABLE-COUNT
                   MOVE PT-SRC-SOURCE-ID
                       TO WS-SRC-SOURCE-ID(WS-SRC-TABLE-COUNT)
                   MOVE PT-SRC-BRAND
                       TO WS-SRC-BRAND(WS-SRC-TABLE-COUNT)
                   MOVE PT-SRC-COUNT
                       TO WS-SRC-COUNT(WS-SRC-TABLE-COUNT)
                   MOVE PT-SRC-FIRST
                       TO WS-SRC-FIRST(WS-SRC-TABLE-COUNT)
               ELSE
                   DISPLAY 'CARD2BM - SOURCE TABLE FULL AT '
                           WS-SRC-TABLE-MAX ' ENTRIES, DISCARDED: '
                           PT-SRC-SOURCE-ID ' ' PT-SRC-BRAND
               END-IF
           END-IF
           .

       2241-MATCH-SOURCE.

           IF WS-SRC-SOURCE-ID(WS-SRC-IDX) = PT-SRC-SOURCE-ID
           AND WS-SRC-BRAND(WS-SRC-IDX) = PT-SRC-BRAND
               SET WS-ENTRY-FOUND TO TRUE
               ADD PT-SRC-COUNT TO WS-SRC-COUNT(WS-SRC-IDX)
               IF PT-SRC-FIRST < WS-SRC-FIRST(WS-SRC-IDX)
                   MOVE PT-SRC-FIRST TO WS-SRC-FIRST(WS-SRC-IDX)
               END-IF
           END-IF
           .

       2250-APPLY-QUARANTINE.

           IF WS-QUAR-TABLE-COUNT < WS-QUAR-TABLE-MAX
               ADD 1 TO WS-QUAR-TABLE-COUNT
               MOVE PT-QUAR-POSITION
                   TO WS-QUAR-POSITION(WS-QUAR-TABLE-COUNT)
               MOVE PT-QUAR-SOURCE-ID
                   TO WS-QUAR-SOURCE-ID(WS-QUAR-TABLE-COUNT)
               MOVE PT-QUAR-REASON
                   TO WS-QUAR-REASON(WS-QUAR-TABLE-COUNT)
           ELSE
               DISPLAY 'CARD2BM - QUARANTINE TABLE FULL AT '
                       WS-QUAR-TABLE-MAX ' SEGMENTS, NOT LISTED: '
                       PT-QUAR-SOURCE-ID
           END-IF
           .

       2255-APPLY-MISSING.

           IF WS-MISS-TABLE-COUNT < WS-MISS-TABLE-MAX
               ADD 1 TO WS-MISS-TABLE-COUNT
               MOVE PT-MISS-PROFILE-SEQ
                   TO WS-MISS-PROFILE-SEQ(WS-MISS-TABLE-COUNT)
               MOVE PT-MISS-SOURCE-ID
                   TO WS-MISS-SOURCE-ID(WS-MISS-TABLE-COUNT)
           END-IF
           .

       2260-APPLY-CURRENCY.

           IF PT-CUR-INDEX NOT NUMERIC
           OR PT-CUR-INDEX = ZERO
           OR PT-CUR-INDEX > WS-CURR-TABLE-MAX
               ADD 1 TO WS-PTOT-ERROR-COUNT
               DISPLAY 'CARD2BM - PARTITION ' WS-PART-NUMBER
                       ' CURRENCY ' PT-CUR-CODE
                       ' HAS NO VALID TABLE POSITION'
           ELSE
               MOVE PT-CUR-INDEX TO WS-CURR-IDX
               MOVE PT-CUR-CODE TO WS-CURR-CODE(WS-CURR-IDX)
               ADD PT-CUR-ORIG-AMOUNT TO WS-CURR-ORIG-AMT(WS-CURR-IDX)
               ADD PT-CUR-USD-AMOUNT  TO WS-CURR-USD-AMT(WS-CURR-IDX)
               IF WS-CURR-IDX > WS-CURR-HIGH-IDX
                   MOVE WS-CURR-IDX TO WS-CURR-HIGH-IDX
               END-IF
           END-IF
           .

       2265-APPLY-FORECAST-MONTH.

           IF PT-EXP-INDEX NOT NUMERIC
           OR PT-EXP-INDEX = ZERO
           OR PT-EXP-INDEX > 4
               ADD 1 TO WS-PTOT-ERROR-COUNT
               DISPLAY 'CARD2BM - PARTITION ' WS-PART-NUMBER
                       ' FORECAST MONTH ' PT-EXP-YYMM
                       ' HAS NO VALID TABLE POSITION'
           ELSE
               MOVE PT-EXP-INDEX TO WS-FCST-IDX
               MOVE PT-EXP-YYMM TO WS-FCST-TARGET-YYMM(WS-FCST-IDX)
               ADD PT-EXP-COUNT TO WS-FCST-MONTH-COUNT(WS-FCST-IDX)
           END-IF
           .

       2270-APPLY-FORECAST-BRAND.

           MOVE 'N' TO WS-FOUND-SW
           PERFORM 2271-MATCH-FORECAST-BRAND
               VARYING WS-FCST-IDX FROM 1 BY 1
               UNTIL WS-FCST-IDX > WS-FCSTB-TABLE-COUNT
                  OR WS-ENTRY-FOUND
           IF NOT WS-ENTRY-FOUND
               IF WS-FCSTB-TABLE-COUNT < WS-FCSTB-TABLE-MAX
                   ADD 1 TO WS-FCSTB-TABLE-COUNT
                   MOVE PT-EXB-BRAND
                       TO WS-FCSTB-BRAND(WS-FCSTB-TABLE-COUNT)
                   MOVE PT-EXB-COUNT
                       TO WS-FCSTB-COUNT(WS-FCSTB-TABLE-COUNT)
                   MOVE PT-EXB-FIRST
                       TO WS-FCSTB-FIRST(WS-FCSTB-TABLE-COUNT)
               ELSE
                   DISPLAY 'CARD2BM - FORECAST BRAND TABLE FULL AT '
                           WS-FCSTB-TABLE-MAX ' BRANDS, DISCARDED: '
                           PT-EXB-BRAND
               END-IF
           END-IF
           .

       2271-MATCH-FORECAST-BRAND.

           IF WS-FCSTB-BRAND(WS-FCST-IDX) = PT-EXB-BRAND
               SET WS-ENTRY-FOUND TO TRUE
               ADD PT-EXB-COUNT TO WS-FCSTB-COUNT(WS-FCST-IDX)
               IF PT-EXB-FIRST < WS-FCSTB-FIRST(WS-FCST-IDX)
                   MOVE PT-EXB-FIRST TO WS-FCSTB-FIRST(WS-FCST-IDX)
               END-IF
           END-IF
           .

       2275-APPLY-DUPLICATE.

           IF NOT WS-DUP-SUSPENDED
               IF WS-DUP-TABLE-COUNT < WS-DUP-TABLE-MAX
                   ADD 1 TO WS-DUP-TABLE-COUNT
                   MOVE PT-DUP-TOKEN
                       TO WS-DUP-TOKEN(WS-DUP-TABLE-COUNT)
                   MOVE PT-DUP-MASKED
                       TO WS-DUP-MASKED(WS-DUP-TABLE-COUNT)
                   MOVE PT-DUP-AMOUNT
                       TO WS-DUP-ENTRY-AMT(WS-DUP-TABLE-COUNT)
                   MOVE PT-DUP-POSITION
                       TO WS-DUP-POSITION(WS-DUP-TABLE-COUNT)
               ELSE
                   SET WS-DUP-SUSPENDED TO TRUE
                   DISPLAY 'CARD2BM - DUPLICATE TABLE FULL AT '
                           WS-DUP-TABLE-MAX
                           ' ENTRIES - DETECTION SUSPENDED'
               END-IF
           END-IF
           .

       2280-APPLY-MERCHANT.

           IF WS-MCH-TABLE-COUNT < WS-MCH-TABLE-MAX
               ADD 1 TO WS-MCH-TABLE-COUNT
               MOVE PT-MCH-ID     TO WS-MCH-ID(WS-MCH-TABLE-COUNT)
               MOVE PT-MCH-AMOUNT TO WS-MCH-AMT(WS-MCH-TABLE-COUNT)
               MOVE PT-MCH-BAD-SW TO WS-MCH-BAD-SW(WS-MCH-TABLE-COUNT)
           ELSE
               IF NOT WS-MCH-SUSPENDED
                   DISPLAY 'CARD2BM - MERCHANT TABLE FULL AT '
                           WS-MCH-TABLE-MAX
                           ' ENTRIES - REPORT WILL BE PARTIAL'
               END-IF
               SET WS-MCH-SUSPENDED TO TRUE
           END-IF
           .

       2290-APPLY-END.

           SET WS-PART-ENDED(WS-PART-IDX) TO TRUE
           MOVE PT-RETURN-CODE TO WS-PART-RC(WS-PART-IDX)
           IF PT-RECORD-COUNT NOT = WS-PART-RECORD-COUNT(WS-PART-IDX)
               ADD 1 TO WS-PTOT-ERROR-COUNT
               DISPLAY 'CARD2BM - PARTITION ' WS-PART-NUMBER
                       ' END RECORD SAYS ' PT-RECORD-COUNT
                       ' RECORDS, ' WS-PART-RECORD-COUNT(WS-PART-IDX)
                       ' READ'
           END-IF
           .

      *----------------------------------------------------------------*
      * ALL FOUR PARTITIONS MUST HAVE FINISHED - A PARTITION THAT
      * ABENDED OR STOPPED ON ITS INTEGRITY CHECK WROTE NO END RECORD.
      * NOTHING HAS BEEN OPENED FOR OUTPUT YET, SO STOPPING HERE
      * LEAVES THE PREVIOUS NIGHT'S FILES AS THEY WERE.
      *----------------------------------------------------------------*
       3000-CHECK-PARTITIONS.

           PERFORM 3100-CHECK-ONE-PARTITION
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PARTITION-MAX

           IF WS-PTOT-ERROR-COUNT > ZERO
               DISPLAY 'CARD2BM - ' WS-PTOT-ERROR-COUNT
                       ' PROBLEM(S) WITH THE PARTITION TOTALS - '
                       'NOTHING MERGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       3100-CHECK-ONE-PARTITION.

           MOVE WS-PART-IDX TO WS-PART-NUMBER
           IF NOT WS-PART-CTL-SEEN(WS-PART-IDX)
               ADD 1 TO WS-PTOT-ERROR-COUNT
               DISPLAY 'CARD2BM - PARTITION ' WS-PART-NUMBER
                       ' WROTE NO CONTROL RECORD'
           END-IF
           IF NOT WS-PART-ENDED(WS-PART-IDX)
               ADD 1 TO WS-PTOT-ERROR-COUNT
               DISPLAY 'CARD2BM - PARTITION ' WS-PART-NUMBER
                       ' DID NOT FINISH - RERUN CARD2B'
                       WS-PART-NUMBER 'J, THEN THIS STEP'
           END-IF
           .

      *----------------------------------------------------------------*
      * REBUILD ACCTOUT AND THE NETWORK EXTRACTS.  EACH PARTSEQ FILE
      * IS IN EXTRACT ORDER WITHIN ITSELF, SO TAKING THE LOWEST
      * WAITING RECORD NUMBER EACH TIME INTERLEAVES THE FOUR INTO
      * EXTRACT ORDER.  EVERY NETWORK FILE GETS ONE HEADER AND A
      * TRAILER COUNTED FROM THE DETAILS WRITTEN HERE.
      *----------------------------------------------------------------*
       4000-MERGE-SEQUENCE-FILES.

           PERFORM 4010-OPEN-SEQUENCE-FILES
           PERFORM 4020-OPEN-OUTPUT-FILES

           MOVE WS-RUN-DATE TO VISA-HDR-DATE
           MOVE WS-VISA-HEADER TO VISA-EXTRACT-RECORD
           WRITE VISA-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO MC-HDR-DATE
           MOVE WS-MC-HEADER TO MC-EXTRACT-RECORD
           WRITE MC-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO AMEX-HDR-DATE
           MOVE WS-AMEX-HEADER TO AMEX-EXTRACT-RECORD
           WRITE AMEX-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO DISC-HDR-DATE
           MOVE WS-DISC-HEADER TO DISC-EXTRACT-RECORD
           WRITE DISC-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO OTHER-HDR-DATE
           MOVE WS-OTHER-HEADER TO OTHER-EXTRACT-RECORD
           WRITE OTHER-EXTRACT-RECORD

           MOVE WS-PARTITION-MAX TO WS-STREAMS-OPEN
           PERFORM 4050-PRIME-STREAM
               VARYING WS-STREAM-IDX FROM 1 BY 1
               UNTIL WS-STREAM-IDX > WS-PARTITION-MAX

           PERFORM 4200-TAKE-LOWEST-RECORD
               UNTIL WS-STREAMS-OPEN = ZERO

           PERFORM 4400-CLOSE-MERGED-FILES
           .

       4010-OPEN-SEQUENCE-FILES.

           OPEN INPUT PARTITION-SEQ-1-FILE
           IF WS-SEQ-1-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BM - UNABLE TO OPEN PARTSEQ1, STATUS '
                       WS-SEQ-1-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PARTITION-SEQ-2-FILE
           IF WS-SEQ-2-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BM - UNABLE TO OPEN PARTSEQ2, STATUS '
                       WS-SEQ-2-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PARTITION-SEQ-3-FILE
           IF WS-SEQ-3-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BM - UNABLE TO OPEN PARTSEQ3, STATUS '
                       WS-SEQ-3-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PARTITION-SEQ-4-FILE
           IF WS-SEQ-4-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BM - UNABLE TO OPEN PARTSEQ4, STATUS '
                       WS-SEQ-4-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       4020-OPEN-OUTPUT-FILES.

           OPEN OUTPUT RESULT-FILE
           IF WS-RESULT-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BM - UNABLE TO OPEN ACCTOUT, STATUS '
                       WS-RESULT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT VISA-EXTRACT-FILE
           IF WS-VISA-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BM - UNABLE TO OPEN VISAOUT, STATUS '
                       WS-VISA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MC-EXTRACT-FILE
           IF WS-MC-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BM - UNABLE TO OPEN MCOUT, STATUS '
                       WS-MC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AMEX-EXTRACT-FILE
           IF WS-AMEX-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BM - UNABLE TO OPEN AMEXOUT, STATUS '
                       WS-AMEX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DISC-EXTRACT-FILE
           IF WS-DISC-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BM - UNABLE TO OPEN DISCOUT, STATUS '
                       WS-DISC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OTHER-EXTRACT-FILE
           IF WS-OTHER-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BM - UNABLE TO OPEN OTHROUT, STATUS '
                       WS-OTHER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       4050-PRIME-STREAM.

           MOVE ZERO TO WS-STREAM-LAST-POS(WS-STREAM-IDX)
           MOVE ZERO TO WS-STREAM-TAKEN(WS-STREAM-IDX)
           MOVE ZERO TO WS-STREAM-SKIPPED(WS-STREAM-IDX)
           MOVE 'N' TO WS-STREAM-EOF-SW(WS-STREAM-IDX)
           PERFORM 4100-READ-STREAM
           .

      *----------------------------------------------------------------*
      * NEXT RECORD FROM ONE PARTITION'S SEQUENCE FILE, PASSING OVER
      * THE SECOND COPIES A CHECKPOINT RESTART LEAVES BEHIND.
      *----------------------------------------------------------------*
       4100-READ-STREAM.

           MOVE 'N' TO WS-STREAM-READY-SW
           PERFORM 4110-READ-STREAM-RECORD
               UNTIL WS-STREAM-READY
                  OR WS-STREAM-EOF(WS-STREAM-IDX)
           .

       4110-READ-STREAM-RECORD.

           EVALUATE WS-STREAM-IDX
               WHEN 1
                   READ PARTITION-SEQ-1-FILE
                       INTO WS-STREAM-RECORD(WS-STREAM-IDX)
                       AT END
                           SET WS-STREAM-EOF(WS-STREAM-IDX) TO TRUE
                   END-READ
               WHEN 2
                   READ PARTITION-SEQ-2-FILE
                       INTO WS-STREAM-RECORD(WS-STREAM-IDX)
                       AT END
                           SET WS-STREAM-EOF(WS-STREAM-IDX) TO TRUE
                   END-READ
               WHEN 3
                   READ PARTITION-SEQ-3-FILE
                       INTO WS-STREAM-RECORD(WS-STREAM-IDX)
                       AT END
                           SET WS-STREAM-EOF(WS-STREAM-IDX) TO TRUE
                   END-READ
               WHEN 4
                   READ PARTITION-SEQ-4-FILE
                       INTO WS-STREAM-RECORD(WS-STREAM-IDX)
                       AT END
                           SET WS-STREAM-EOF(WS-STREAM-IDX) TO TRUE
                   END-READ
           END-EVALUATE

           IF WS-STREAM-EOF(WS-STREAM-IDX)
               SUBTRACT 1 FROM WS-STREAMS-OPEN
           ELSE
               IF WS-STREAM-POSITION(WS-STREAM-IDX) NOT NUMERIC
                   MOVE WS-STREAM-IDX TO WS-PART-NUMBER
                   DISPLAY 'CARD2BM - PARTSEQ' WS-PART-NUMBER
                           ' RECORD WITH NO RECORD NUMBER AFTER '
                           WS-STREAM-LAST-POS(WS-STREAM-IDX)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-STREAM-POSITION(WS-STREAM-IDX)
                       > WS-STREAM-LAST-POS(WS-STREAM-IDX)
                   SET WS-STREAM-READY TO TRUE
               ELSE
                   ADD 1 TO WS-STREAM-SKIPPED(WS-STREAM-IDX)
               END-IF
           END-IF
           .

       4200-TAKE-LOWEST-RECORD.

           MOVE ZERO TO WS-LOW-IDX
           PERFORM 4210-COMPARE-STREAM
               VARYING WS-STREAM-IDX FROM 1 BY 1
               UNTIL WS-STREAM-IDX > WS-PARTITION-MAX

           MOVE WS-STREAM-RECORD(WS-LOW-IDX)
               TO PARTITION-SEQUENCE-RECORD
           MOVE PSQ-POSITION TO WS-STREAM-LAST-POS(WS-LOW-IDX)
           ADD 1 TO WS-STREAM-TAKEN(WS-LOW-IDX)
           PERFORM 4300-WRITE-MERGED-RECORD

           MOVE WS-LOW-IDX TO WS-STREAM-IDX
           PERFORM 4100-READ-STREAM
           .

       4210-COMPARE-STREAM.

           IF NOT WS-STREAM-EOF(WS-STREAM-IDX)
               IF WS-LOW-IDX = ZERO
                   MOVE WS-STREAM-IDX TO WS-LOW-IDX
               ELSE
                   IF WS-STREAM-POSITION(WS-STREAM-IDX)
                           < WS-STREAM-POSITION(WS-LOW-IDX)
                       MOVE WS-STREAM-IDX TO WS-LOW-IDX
                   END-IF
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * THE ACCTOUT LINE GOES OUT AS THE PARTITION BUILT IT; THE
      * NETWORK DETAIL GOES TO THE EXTRACT IT WAS ROUTED TO AND INTO
      * THAT EXTRACT'S TRAILER TOTALS.
      *----------------------------------------------------------------*
       4300-WRITE-MERGED-RECORD.

           ADD 1 TO WS-RECORDS-MERGED
           MOVE PSQ-RESULT TO RESULT-RECORD
           WRITE RESULT-RECORD

           EVALUATE TRUE
               WHEN PSQ-ROUTE-VISA
                   MOVE PSQ-NETWORK    TO WS-VISA-DETAIL
                   MOVE WS-VISA-DETAIL TO VISA-EXTRACT-RECORD
                   WRITE VISA-EXTRACT-RECORD
                   ADD 1 TO WS-VISA-OUT-COUNT
                   ADD VISA-DTL-AMOUNT TO WS-VISA-OUT-AMOUNT
               WHEN PSQ-ROUTE-MC
                   MOVE PSQ-NETWORK    TO WS-MC-DETAIL
                   MOVE WS-MC-DETAIL   TO MC-EXTRACT-RECORD
                   WRITE MC-EXTRACT-RECORD
                   ADD 1 TO WS-MC-OUT-COUNT
                   ADD MC-DTL-AMOUNT TO WS-MC-OUT-AMOUNT
               WHEN PSQ-ROUTE-AMEX
                   MOVE PSQ-NETWORK    TO WS-AMEX-DETAIL
                   MOVE WS-AMEX-DETAIL TO AMEX-EXTRACT-RECORD
                   WRITE AMEX-EXTRACT-RECORD
                   ADD 1 TO WS-AMEX-OUT-COUNT
                   ADD AMEX-DTL-AMOUNT TO WS-AMEX-OUT-AMOUNT
               WHEN PSQ-ROUTE-DISC
                   MOVE PSQ-NETWORK    TO WS-DISC-DETAIL
                   MOVE WS-DISC-DETAIL TO DISC-EXTRACT-RECORD
                   WRITE DISC-EXTRACT-RECORD
                   ADD 1 TO WS-DISC-OUT-COUNT
                   ADD DISC-DTL-AMOUNT TO WS-DISC-OUT-AMOUNT
               WHEN OTHER
                   MOVE PSQ-NETWORK     TO WS-OTHER-DETAIL
                   MOVE WS-OTHER-DETAIL TO OTHER-EXTRACT-RECORD
                   WRITE OTHER-EXTRACT-RECORD
                   ADD 1 TO WS-OTHER-OUT-COUNT
                   ADD OTHER-DTL-AMOUNT TO WS-OTHER-OUT-AMOUNT
           END-EVALUATE
           .

       4400-CLOSE-MERGED-FILES.

           MOVE WS-VISA-OUT-COUNT  TO VISA-TRL-COUNT
           MOVE WS-VISA-OUT-AMOUNT TO VISA-TRL-AMOUNT
           MOVE WS-VISA-TRAILER    TO VISA-EXTRACT-RECORD
           WRITE VISA-EXTRACT-RECORD
           CLOSE VISA-EXTRACT-FILE

           MOVE WS-MC-OUT-COUNT  TO MC-TRL-COUNT
           MOVE WS-MC-OUT-AMOUNT TO MC-TRL-AMOUNT
           MOVE WS-MC-TRAILER    TO MC-EXTRACT-RECORD
           WRITE MC-EXTRACT-RECORD
           CLOSE MC-EXTRACT-FILE

           MOVE WS-AMEX-OUT-COUNT  TO AMEX-TRL-COUNT
           MOVE WS-AMEX-OUT-AMOUNT TO AMEX-TRL-AMOUNT
           MOVE WS-AMEX-TRAILER    TO AMEX-EXTRACT-RECORD
           WRITE AMEX-EXTRACT-RECORD
           CLOSE AMEX-EXTRACT-FILE

           MOVE WS-DISC-OUT-COUNT  TO DISC-TRL-COUNT
           MOVE WS-DISC-OUT-AMOUNT TO DISC-TRL-AMOUNT
           MOVE WS-DISC-TRAILER    TO DISC-EXTRACT-RECORD
           WRITE DISC-EXTRACT-RECORD
           CLOSE DISC-EXTRACT-FILE

           MOVE WS-OTHER-OUT-COUNT  TO OTHER-TRL-COUNT
           MOVE WS-OTHER-OUT-AMOUNT TO OTHER-TRL-AMOUNT
           MOVE WS-OTHER-TRAILER    TO OTHER-EXTRACT-RECORD
           WRITE OTHER-EXTRACT-RECORD
           CLOSE OTHER-EXTRACT-FILE

           CLOSE RESULT-FILE
           CLOSE PARTITION-SEQ-1-FILE
           CLOSE PARTITION-SEQ-2-FILE
           CLOSE PARTITION-SEQ-3-FILE
           CLOSE PARTITION-SEQ-4-FILE

           PERFORM 4410-DISPLAY-STREAM-COUNTS
               VARYING WS-STREAM-IDX FROM 1 BY 1
               UNTIL WS-STREAM-IDX > WS-PARTITION-MAX
           .

       4410-DISPLAY-STREAM-COUNTS.

           MOVE WS-STREAM-IDX TO SCL-PARTITION
           MOVE WS-STREAM-TAKEN(WS-STREAM-IDX) TO SCL-TAKEN
           MOVE WS-STREAM-SKIPPED(WS-STREAM-IDX) TO SCL-SKIPPED
           DISPLAY WS-STREAM-COUNT-LINE
           .

       8000-FINALIZE.

           PERFORM 8060-DETECT-DUPLICATES
           PERFORM 8070-WRITE-MERCHANT-REPORT
           PERFORM 8100-WRITE-SUMMARY-REPORT
           PERFORM 8900-SET-CONDITION-CODE
           DISPLAY 'CARD2BM - ' WS-RECORDS-MERGED
                   ' RECORDS MERGED FOR RUN DATE ' WS-RUN-DATE
                   ', RETURN CODE ' WS-WORST-RC
           .

      *----------------------------------------------------------------*
      * DUPLICATES OVER THE WHOLE NIGHT - THE SAME SORT AND SCAN AS
      * CARD2B'S, OVER EVERY PARTITION'S ENTRIES TOGETHER.
      *----------------------------------------------------------------*
       8060-DETECT-DUPLICATES.

           IF WS-DUP-TABLE-COUNT > ZERO
               SORT WS-DUP-ENTRY ON ASCENDING KEY WS-DUP-TOKEN
                                             WS-DUP-POSITION
           END-IF

           OPEN OUTPUT DUPLICATE-FILE
           IF WS-DUP-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BM - UNABLE TO OPEN DUPRPT, STATUS '
                       WS-DUP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               MOVE 1 TO WS-DUP-SCAN-START
               PERFORM 8062-SCAN-DUPLICATE-RUN
                   UNTIL WS-DUP-SCAN-START > WS-DUP-TABLE-COUNT
               CLOSE DUPLICATE-FILE
           END-IF
           .

       8062-SCAN-DUPLICATE-RUN.

           MOVE WS-DUP-SCAN-START TO WS-DUP-SCAN-END
           MOVE 'N' TO WS-DUP-RUN-DONE-SW
           PERFORM 8064-EXTEND-DUPLICATE-RUN UNTIL WS-DUP-RUN-DONE

           COMPUTE WS-DUP-RUN-COUNT =
               WS-DUP-SCAN-END - WS-DUP-SCAN-START + 1
           IF WS-DUP-RUN-COUNT > 1
               MOVE WS-DUP-MASKED(WS-DUP-SCAN-START)
                   TO DUP-ACCOUNT-NUMBER
               MOVE WS-DUP-RUN-COUNT TO DUP-OCCUR-COUNT
               MOVE WS-DUP-DETAIL TO DUPLICATE-RECORD
               WRITE DUPLICATE-RECORD
               COMPUTE WS-DUP-RECORD-COUNT =
                   WS-DUP-RECORD-COUNT + WS-DUP-RUN-COUNT - 1
               COMPUTE WS-DUP-FIRST-EXTRA = WS-DUP-SCAN-START + 1
               PERFORM 8066-ADD-DUPLICATE-AMOUNT
                   VARYING WS-DUP-ADD-IDX
                   FROM WS-DUP-FIRST-EXTRA BY 1
                   UNTIL WS-DUP-ADD-IDX > WS-DUP-SCAN-END
           END-IF

           COMPUTE WS-DUP-SCAN-START = WS-DUP-SCAN-END + 1
           .

       8064-EXTEND-DUPLICATE-RUN.

           IF WS-DUP-SCAN-END >= WS-DUP-TABLE-COUNT
               SET WS-DUP-RUN-DONE TO TRUE
           ELSE
               IF WS-DUP-TOKEN(WS-DUP-SCAN-END + 1)
                   = WS-DUP-TOKEN(WS-DUP-SCAN-START)
                   ADD 1 TO WS-DUP-SCAN-END
               ELSE
                   SET WS-DUP-RUN-DONE TO TRUE
               END-IF
           END-IF
           .

       8066-ADD-DUPLICATE-AMOUNT.

           ADD WS-DUP-ENTRY-AMT(WS-DUP-ADD-IDX) TO WS-DUP-AMOUNT
           .

      *----------------------------------------------------------------*
      * MERCHANT ACTIVITY OVER THE WHOLE NIGHT - THE SAME ROLL-UP,
      * TOP 25 AND FLAGGED SECTIONS AS CARD2B'S.  A MERCHANT WHOSE
      * TERMINALS SUBMIT THROUGH TWO ACQUIRERS IN DIFFERENT PARTITIONS
      * ROLLS UP INTO ONE LINE HERE, AS IT WOULD IN A SINGLE RUN.
      *----------------------------------------------------------------*
       8070-WRITE-MERCHANT-REPORT.

           OPEN OUTPUT MERCHANT-REPORT-FILE
           IF WS-MERCH-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BM - UNABLE TO OPEN MCHRPT, STATUS '
                       WS-MERCH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-MCH-TABLE-COUNT > ZERO
               SORT WS-MCH-ENTRY ON ASCENDING KEY WS-MCH-ID
           END-IF

           MOVE 'MERCHANT ACTIVITY' TO MERCHANT-REPORT-RECORD
           WRITE MERCHANT-REPORT-RECORD

           MOVE SPACE TO WS-MCHCUR-ID
           MOVE ZERO TO WS-MCHCUR-COUNT
           MOVE ZERO TO WS-MCHCUR-AMOUNT
           MOVE ZERO TO WS-MCHCUR-BAD-COUNT
           PERFORM 8072-ACCUMULATE-MERCHANT
               VARYING WS-MCH-IDX FROM 1 BY 1
               UNTIL WS-MCH-IDX > WS-MCH-TABLE-COUNT
           IF WS-MCHCUR-ID NOT = SPACE
               PERFORM 8074-FLUSH-MERCHANT
           END-IF

           MOVE 'TOP 25 BY USD VOLUME' TO MERCHANT-REPORT-RECORD
           WRITE MERCHANT-REPORT-RECORD

           IF WS-MCHSUM-TABLE-COUNT > ZERO
               SORT WS-MCHSUM-ENTRY ON DESCENDING KEY WS-MCHSUM-AMT
           END-IF
           PERFORM 8076-WRITE-MERCHANT-LINE
               VARYING WS-MCHSUM-IDX FROM 1 BY 1
               UNTIL WS-MCHSUM-IDX > WS-MCHSUM-TABLE-COUNT
                  OR WS-MCHSUM-IDX > WS-MCH-TOP-LIMIT

           MOVE 'FLAGGED - BAD SHARE OVER THRESHOLD'
               TO MERCHANT-REPORT-RECORD
           WRITE MERCHANT-REPORT-RECORD

           PERFORM 8078-WRITE-FLAGGED-LINE
               VARYING WS-MCHSUM-IDX FROM 1 BY 1
               UNTIL WS-MCHSUM-IDX > WS-MCHSUM-TABLE-COUNT

           IF WS-MCH-SUSPENDED
               MOVE 'TABLE OVERFLOWED - REPORT IS PARTIAL'
                   TO MERCHANT-REPORT-RECORD
               WRITE MERCHANT-REPORT-RECORD
           END-IF

           CLOSE MERCHANT-REPORT-FILE
           .

       8072-ACCUMULATE-MERCHANT.

           IF WS-MCH-ID(WS-MCH-IDX) NOT = WS-MCHCUR-ID
               IF WS-MCHCUR-ID NOT = SPACE
                   PERFORM 8074-FLUSH-MERCHANT
               END-IF
               MOVE WS-MCH-ID(WS-MCH-IDX) TO WS-MCHCUR-ID
               MOVE ZERO TO WS-MCHCUR-COUNT
               MOVE ZERO TO WS-MCHCUR-AMOUNT
               MOVE ZERO TO WS-MCHCUR-BAD-COUNT
           END-IF
           ADD 1 TO WS-MCHCUR-COUNT
           ADD WS-MCH-AMT(WS-MCH-IDX) TO WS-MCHCUR-AMOUNT
           IF WS-MCH-BAD(WS-MCH-IDX)
               ADD 1 TO WS-MCHCUR-BAD-COUNT
           END-IF
           .

       8074-FLUSH-MERCHANT.

           PERFORM 8075-COMPUTE-BAD-PERCENT
           MOVE WS-MCHCUR-ID     TO MCH-ID
           MOVE WS-MCHCUR-COUNT  TO MCH-COUNT
           MOVE WS-MCHCUR-AMOUNT TO MCH-AMOUNT
           MOVE WS-MCH-BAD-PERCENT TO MCH-BAD-PCT
           MOVE SPACE TO MCH-FLAG
           MOVE WS-MCH-DETAIL-LINE TO MERCHANT-REPORT-RECORD
           WRITE MERCHANT-REPORT-RECORD

           IF WS-MCHSUM-TABLE-COUNT < WS-MCHSUM-TABLE-MAX
               ADD 1 TO WS-MCHSUM-TABLE-COUNT
               MOVE WS-MCHCUR-ID
                   TO WS-MCHSUM-ID(WS-MCHSUM-TABLE-COUNT)
               MOVE WS-MCHCUR-COUNT
                   TO WS-MCHSUM-COUNT(WS-MCHSUM-TABLE-COUNT)
               MOVE WS-MCHCUR-AMOUNT
                   TO WS-MCHSUM-AMT(WS-MCHSUM-TABLE-COUNT)
               MOVE WS-MCHCUR-BAD-COUNT
                   TO WS-MCHSUM-BAD(WS-MCHSUM-TABLE-COUNT)
           ELSE
               DISPLAY 'CARD2BM - MERCHANT ROLL-UP FULL AT '
                       WS-MCHSUM-TABLE-MAX
                       ' MERCHANTS, DISCARDED: ' WS-MCHCUR-ID
           END-IF
           .

       8075-COMPUTE-BAD-PERCENT.

           MOVE ZERO TO WS-MCH-BAD-PERCENT
           IF WS-MCHCUR-COUNT > ZERO
               COMPUTE WS-MCH-BAD-PERCENT ROUNDED =
                   (WS-MCHCUR-BAD-COUNT / WS-MCHCUR-COUNT) * 100
           END-IF
           .

       8076-WRITE-MERCHANT-LINE.

           MOVE WS-MCHSUM-ID(WS-MCHSUM-IDX)    TO WS-MCHCUR-ID
           MOVE WS-MCHSUM-COUNT(WS-MCHSUM-IDX) TO WS-MCHCUR-COUNT
           MOVE WS-MCHSUM-AMT(WS-MCHSUM-IDX)   TO WS-MCHCUR-AMOUNT
           MOVE WS-MCHSUM-BAD(WS-MCHSUM-IDX)   TO WS-MCHCUR-BAD-COUNT
           PERFORM 8075-COMPUTE-BAD-PERCENT
           MOVE WS-MCHCUR-ID       TO MCH-ID
           MOVE WS-MCHCUR-COUNT    TO MCH-COUNT
           MOVE WS-MCHCUR-AMOUNT   TO MCH-AMOUNT
           MOVE WS-MCH-BAD-PERCENT TO MCH-BAD-PCT
           MOVE SPACE TO MCH-FLAG
           MOVE WS-MCH-DETAIL-LINE TO MERCHANT-REPORT-RECORD
           WRITE MERCHANT-REPORT-RECORD
           .

       8078-WRITE-FLAGGED-LINE.

           MOVE WS-MCHSUM-ID(WS-MCHSUM-IDX)    TO WS-MCHCUR-ID
           MOVE WS-MCHSUM-COUNT(WS-MCHSUM-IDX) TO WS-MCHCUR-COUNT
           MOVE WS-MCHSUM-AMT(WS-MCHSUM-IDX)   TO WS-MCHCUR-AMOUNT
           MOVE WS-MCHSUM-BAD(WS-MCHSUM-IDX)   TO WS-MCHCUR-BAD-COUNT
           PERFORM 8075-COMPUTE-BAD-PERCENT
           IF WS-MCH-BAD-PERCENT > WS-MCH-BAD-THRESHOLD
               MOVE WS-MCHCUR-ID       TO MCH-ID
               MOVE WS-MCHCUR-COUNT    TO MCH-COUNT
               MOVE WS-MCHCUR-AMOUNT   TO MCH-AMOUNT
               MOVE WS-MCH-BAD-PERCENT TO MCH-BAD-PCT
               MOVE 'FLAGGED' TO MCH-FLAG
               MOVE WS-MCH-DETAIL-LINE TO MERCHANT-REPORT-RECORD
               WRITE MERCHANT-REPORT-RECORD
           END-IF
           .

      *----------------------------------------------------------------*
      * THE NIGHT'S SUMMARY REPORT, LINE FOR LINE AS CARD2B WRITES IT.
      * PERCENTAGES ARE FIGURED OVER THE COMBINED IDENTIFIED COUNT;
      * WHEN ANY PARTITION RESUMED FROM A CHECKPOINT THE REPORT SAYS
      * SO, AS A RESTARTED SINGLE RUN'S DOES.
      *----------------------------------------------------------------*
       8100-WRITE-SUMMARY-REPORT.

           IF WS-BRAND-TABLE-COUNT > ZERO
               SORT WS-BRAND-ENTRY ON ASCENDING KEY WS-BRAND-FIRST
           END-IF
           IF WS-QUAR-TABLE-COUNT > ZERO
               SORT WS-QUAR-ENTRY ON ASCENDING KEY WS-QUAR-POSITION
           END-IF
           IF WS-SRC-TABLE-COUNT > ZERO
               SORT WS-SRC-ENTRY ON ASCENDING KEY WS-SRC-FIRST
           END-IF
           IF WS-MISS-TABLE-COUNT > ZERO
               SORT WS-MISS-ENTRY ON ASCENDING KEY WS-MISS-PROFILE-SEQ
           END-IF
           IF WS-FCSTB-TABLE-COUNT > ZERO
               SORT WS-FCSTB-ENTRY ON ASCENDING KEY WS-FCSTB-FIRST
           END-IF

           OPEN OUTPUT SUMMARY-FILE
           IF WS-SUMMARY-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BM - UNABLE TO OPEN SUMRPT, STATUS '
                       WS-SUMMARY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               MOVE WS-RUN-DATE TO RUNDT-DATE
               MOVE WS-RUN-DATE-LINE TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD

               IF WS-RESTARTED-RUN
                   PERFORM 8105-WRITE-RESTART-NOTE
               END-IF

               PERFORM 8110-WRITE-SUMMARY-LINE
                   VARYING WS-BRAND-IDX FROM 1 BY 1
                   UNTIL WS-BRAND-IDX > WS-BRAND-TABLE-COUNT

               MOVE 'TOTAL RECORDS' TO SUM-LABEL
               MOVE WS-DETAIL-RECORDS-READ TO SUM-COUNT
               MOVE ZERO TO SUM-PERCENT
               MOVE WS-TOTAL-AMOUNT TO SUM-AMOUNT
               MOVE WS-SUMMARY-DETAIL TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD

               IF WS-RECORDS-IDENTIFIED > ZERO
                   COMPUTE WS-UNKNOWN-PERCENT ROUNDED =
                       (WS-UNKNOWN-COUNT / WS-RECORDS-IDENTIFIED) * 100
               END-IF

               MOVE 'UNKNOWN' TO SUM-LABEL
               MOVE WS-UNKNOWN-COUNT TO SUM-COUNT
               MOVE WS-UNKNOWN-PERCENT TO SUM-PERCENT
               MOVE WS-UNKNOWN-AMOUNT TO SUM-AMOUNT
               MOVE WS-SUMMARY-DETAIL TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD

               MOVE 'BLOCKED' TO SUM-LABEL
               MOVE WS-BLOCKED-COUNT TO SUM-COUNT
               MOVE ZERO TO SUM-PERCENT
               MOVE WS-BLOCKED-AMOUNT TO SUM-AMOUNT
               MOVE WS-SUMMARY-DETAIL TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD

               MOVE 'DUPLICATES' TO SUM-LABEL
               MOVE WS-DUP-RECORD-COUNT TO SUM-COUNT
               MOVE ZERO TO SUM-PERCENT
               MOVE WS-DUP-AMOUNT TO SUM-AMOUNT
               MOVE WS-SUMMARY-DETAIL TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD

               MOVE 'QUARANTINED' TO SUM-LABEL
               MOVE WS-QUAR-RECORD-COUNT TO SUM-COUNT
               MOVE ZERO TO SUM-PERCENT
               MOVE WS-QUAR-AMOUNT TO SUM-AMOUNT
               MOVE WS-SUMMARY-DETAIL TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD

               PERFORM 8115-WRITE-QUARANTINE-LINE
                   VARYING WS-QUAR-IDX FROM 1 BY 1
                   UNTIL WS-QUAR-IDX > WS-QUAR-TABLE-COUNT

               PERFORM 8120-WRITE-SOURCE-LINE
                   VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-TABLE-COUNT

               PERFORM 8122-WRITE-MISSING-LINE
                   VARYING WS-MISS-IDX FROM 1 BY 1
                   UNTIL WS-MISS-IDX > WS-MISS-TABLE-COUNT

               PERFORM 8125-WRITE-CURRENCY-LINE
                   VARYING WS-CURR-IDX FROM 1 BY 1
                   UNTIL WS-CURR-IDX > WS-CURR-HIGH-IDX

               IF WS-NOCODE-COUNT > ZERO
                   MOVE '---' TO CUR-SUM-CODE
                   MOVE WS-NOCODE-AMOUNT TO CUR-SUM-ORIG-AMOUNT
                   MOVE WS-NOCODE-AMOUNT TO CUR-SUM-USD-AMOUNT
                   MOVE WS-CURR-SUMMARY-DETAIL TO SUMMARY-RECORD
                   WRITE SUMMARY-RECORD
               END-IF

               PERFORM 8127-WRITE-FORECAST-MONTH-LINE
                   VARYING WS-FCST-IDX FROM 1 BY 1
                   UNTIL WS-FCST-IDX > 4

               PERFORM 8128-WRITE-FORECAST-BRAND-LINE
                   VARYING WS-FCST-IDX FROM 1 BY 1
                   UNTIL WS-FCST-IDX > WS-FCSTB-TABLE-COUNT

               CLOSE SUMMARY-FILE
           END-IF
           .

       8105-WRITE-RESTART-NOTE.

           MOVE 'RESTARTED-PARTIAL' TO SUM-LABEL
           MOVE WS-RECORDS-IDENTIFIED TO SUM-COUNT
           MOVE ZERO TO SUM-PERCENT
           MOVE ZERO TO SUM-AMOUNT
           MOVE WS-SUMMARY-DETAIL TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           .

       8110-WRITE-SUMMARY-LINE.

           MOVE WS-BRAND-NAME(WS-BRAND-IDX)  TO SUM-LABEL
           MOVE WS-BRAND-COUNT(WS-BRAND-IDX) TO SUM-COUNT
           MOVE ZERO TO WS-BRAND-PERCENT
           IF WS-RECORDS-IDENTIFIED > ZERO
               COMPUTE WS-BRAND-PERCENT ROUNDED =
                   (WS-BRAND-COUNT(WS-BRAND-IDX)
                       / WS-RECORDS-IDENTIFIED) * 100
           END-IF
           MOVE WS-BRAND-PERCENT TO SUM-PERCENT
           MOVE WS-BRAND-AMOUNT(WS-BRAND-IDX) TO SUM-AMOUNT
           MOVE WS-SUMMARY-DETAIL TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           .

       8115-WRITE-QUARANTINE-LINE.

           MOVE WS-QUAR-SOURCE-ID(WS-QUAR-IDX) TO QUAR-SOURCE-ID
           MOVE WS-QUAR-REASON(WS-QUAR-IDX)    TO QUAR-REASON
           MOVE WS-QUAR-SUMMARY-LINE TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           .

       8120-WRITE-SOURCE-LINE.

           MOVE WS-SRC-SOURCE-ID(WS-SRC-IDX) TO SRC-SUM-SOURCE-ID
           MOVE WS-SRC-BRAND(WS-SRC-IDX)     TO SRC-SUM-BRAND
           MOVE WS-SRC-COUNT(WS-SRC-IDX)     TO SRC-SUM-COUNT
           MOVE WS-SRC-SUMMARY-DETAIL        TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           .

       8122-WRITE-MISSING-LINE.

           MOVE WS-MISS-SOURCE-ID(WS-MISS-IDX) TO MISS-SOURCE-ID
           MOVE WS-MISSING-SRC-LINE TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           .

       8125-WRITE-CURRENCY-LINE.

           IF WS-CURR-ORIG-AMT(WS-CURR-IDX) > ZERO
               MOVE WS-CURR-CODE(WS-CURR-IDX) TO CUR-SUM-CODE
               MOVE WS-CURR-ORIG-AMT(WS-CURR-IDX)
                   TO CUR-SUM-ORIG-AMOUNT
               MOVE WS-CURR-USD-AMT(WS-CURR-IDX)
                   TO CUR-SUM-USD-AMOUNT
               MOVE WS-CURR-SUMMARY-DETAIL TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-IF
           .

       8127-WRITE-FORECAST-MONTH-LINE.

           MOVE WS-FCST-TARGET-YYMM(WS-FCST-IDX) TO FCSTM-YYMM
           MOVE WS-FCST-MONTH-COUNT(WS-FCST-IDX) TO FCSTM-COUNT
           MOVE WS-FCST-MONTH-LINE TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           .

       8128-WRITE-FORECAST-BRAND-LINE.

           MOVE WS-FCSTB-BRAND(WS-FCST-IDX) TO FCSTB-BRAND
           MOVE WS-FCSTB-COUNT(WS-FCST-IDX) TO FCSTB-COUNT
           MOVE WS-FCST-BRAND-LINE TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           .

      *----------------------------------------------------------------*
      * THE NIGHT'S RETURN CODE.  THE COMBINED FIGURES GO THROUGH
      * CARD2B'S OWN TESTS IN CARD2B'S ORDER - ONLY HERE CAN THE
      * DUPLICATE AND RUN-LEVEL UNKNOWN-RATE TESTS BE MADE, SINCE NO
      * PARTITION SEES THE WHOLE NIGHT - AND THE RESULT IS THEN
      * COMPARED WITH EACH PARTITION'S OWN CODE, THE WORST WINNING.
      * THE RANKING FOLLOWS THAT SAME ORDER, SO THE NIGHT ENDS WITH
      * THE CODE ONE RUN OVER THE WHOLE EXTRACT WOULD HAVE SET.
      *----------------------------------------------------------------*
       8900-SET-CONDITION-CODE.

           MOVE ZERO TO WS-MERGE-RC
           EVALUATE TRUE
               WHEN WS-DUP-RECORD-COUNT > WS-DUP-THRESHOLD
                   DISPLAY 'CARD2BM - ' WS-DUP-RECORD-COUNT
                           ' DUPLICATE OCCURRENCE(S) EXCEED '
                           'THRESHOLD OF ' WS-DUP-THRESHOLD
                           ' - SEE DUPRPT'
                   MOVE 11 TO WS-MERGE-RC
               WHEN WS-BLOCKED-COUNT > ZERO
                   DISPLAY 'CARD2BM - ' WS-BLOCKED-COUNT
                           ' BLOCKED ACCOUNT(S) ON THE HOT-CARD '
                           'LIST - SEE THE PARTITIONS'' BLKRPT'
                   MOVE 10 TO WS-MERGE-RC
               WHEN WS-QUAR-SEG-COUNT > WS-REPEAT-SEG-COUNT
                   DISPLAY 'CARD2BM - ' WS-QUAR-SEG-COUNT
                           ' SEGMENT(S) QUARANTINED - SEE '
                           'REJECTS AND SUMRPT'
                   IF WS-QUAR-CURRENCY
                       MOVE 13 TO WS-MERGE-RC
                   ELSE
                       MOVE 14 TO WS-MERGE-RC
                   END-IF
               WHEN WS-REPEAT-SEG-COUNT > ZERO
                   DISPLAY 'CARD2BM - ' WS-REPEAT-SEG-COUNT
                           ' SEGMENT(S) ALREADY SETTLED - '
                           'QUARANTINED AS REPEATS, SEE SUMRPT'
                   MOVE 15 TO WS-MERGE-RC
               WHEN WS-UNKNOWN-PERCENT > WS-UNKNOWN-THRESHOLD
                   DISPLAY 'CARD2BM - UNKNOWN RATE '
                           WS-UNKNOWN-PERCENT
                           ' EXCEEDS THRESHOLD OF '
                           WS-UNKNOWN-THRESHOLD
                   MOVE 8 TO WS-MERGE-RC
               WHEN WS-SRCRATE-EXCEEDED
                   MOVE 8 TO WS-MERGE-RC
           END-EVALUATE

           MOVE WS-MERGE-RC TO WS-RANK-RC
           PERFORM 8950-RANK-RETURN-CODE
           MOVE WS-MERGE-RC TO WS-WORST-RC
           MOVE WS-RANK TO WS-WORST-RANK
           PERFORM 8910-COMPARE-PARTITION-CODE
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PARTITION-MAX

           MOVE WS-WORST-RC TO RETURN-CODE
           .

       8910-COMPARE-PARTITION-CODE.

           MOVE WS-PART-RC(WS-PART-IDX) TO WS-RANK-RC
           PERFORM 8950-RANK-RETURN-CODE
           IF WS-RANK > WS-WORST-RANK
               MOVE WS-PART-RC(WS-PART-IDX) TO WS-WORST-RC
               MOVE WS-RANK TO WS-WORST-RANK
           END-IF
           .

       8950-RANK-RETURN-CODE.

           EVALUATE WS-RANK-RC
               WHEN 16
                   MOVE 9 TO WS-RANK
               WHEN 12
                   MOVE 8 TO WS-RANK
               WHEN 11
                   MOVE 7 TO WS-RANK
               WHEN 10
                   MOVE 6 TO WS-RANK
               WHEN 13
                   MOVE 5 TO WS-RANK
               WHEN 14
                   MOVE 4 TO WS-RANK
               WHEN 15
                   MOVE 3 TO WS-RANK
               WHEN 8
                   MOVE 2 TO WS-RANK
               WHEN ZERO
                   MOVE 0 TO WS-RANK
               WHEN OTHER
                   MOVE 1 TO WS-RANK
           END-EVALUATE
           .

       9999-END.
           .
