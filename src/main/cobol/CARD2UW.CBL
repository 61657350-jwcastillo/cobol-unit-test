      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   WEEKLY UNKNOWN-BIN WORKLIST.  CARD2B KEEPS A
      *            CROSS-NIGHT RECORD (UNKBIN, SEE THE UNKBIN COPYBOOK)
      *            OF EVERY 6- AND 8-DIGIT ACCOUNT PREFIX THAT PASSED
      *            THE CHECK DIGIT BUT MATCHED NO BINRANGE ROW - REAL
      *            CARDS FROM RANGES THE TABLE IS MISSING.  THIS
      *            PROGRAM TURNS THAT INTO THE BIN ANALYST'S WEEK:
      *            THE 6-DIGIT PREFIXES SEEN SINCE THE START OF THE
      *            WEEK, LARGEST CUMULATIVE USD VOLUME FIRST, EACH
      *            WITH ITS FIRST AND LAST NIGHT SEEN, NIGHTS SEEN,
      *            ACCOUNT RECORDS, ACCOUNT LENGTHS, THE ACQUIRERS
      *            THAT SENT IT, AND A SUGGESTED BRAND FROM THE
      *            ORIGINATION CODE STAMPED ON IT MOST OFTEN.  UNDER
      *            EACH ONE ARE ITS 8-DIGIT PREFIXES THAT ARE STILL
      *            UNCOVERED.  A PREFIX THAT BINRANGE HAS SINCE PICKED
      *            UP DROPS OFF THE LIST ON ITS OWN.
      *
      *            FOR EVERY PREFIX LISTED, PRE-FORMATTED BINTRAN ADD
      *            TRANSACTIONS ARE WRITTEN TO BINSTUB: ONE FOR THE
      *            WHOLE 6-DIGIT BLOCK (XXXXXX00-XXXXXX99) WHEN NO
      *            BINRANGE ROW OVERLAPS IT, OTHERWISE ONE PER
      *            UNCOVERED 8-DIGIT PREFIX.  EACH STUB CARRIES THE
      *            LOW AND HIGH RANGE, THE OBSERVED ACCOUNT LENGTH
      *            (THE LONGEST, WHEN MORE THAN ONE WAS SEEN - THE
      *            REPORT SAYS SO) AND THE SUGGESTED BRAND; CARD
      *            CLASS AND ISSUER COUNTRY ARE LEFT BLANK FOR THE
      *            ANALYST, AND CARD2M REJECTS THE STUB UNTIL AT LEAST
      *            THE CARD CLASS IS FILLED IN.  THE ANALYST EDITS THE
      *            STUBS INTO PROD.CARD2.BINTRAN AND RUNS CARD2MIJ,
      *            THEN CARD2MJ, AS FOR ANY OTHER BIN CHANGE.
      *
      *            BINRANGE IS LOADED UNDER THE SAME SEQUENCE RULES
      *            AS THE PRODUCTION LOADER (CARD2), SO "COVERED"
      *            MEANS COVERED FOR CARD2B AND CINQ.
      *
      *            PARAMETERS COME FROM SYSIN, ONE PER LINE:
      *               LINE 1 - START OF THE WEEK, YYYYMMDD - A PREFIX
      *                        IS LISTED WHEN IT WAS LAST SEEN ON OR
      *                        AFTER IT (BLANK = SIX DAYS BEFORE THE
      *                        RUN DATE)
      *               LINE 2 - HOW MANY PREFIXES TO LIST, 1-9999
      *                        (BLANK = 50)
      *
      * RETURN CODES
      *   0  = WORKLIST WRITTEN (EVEN IF NOTHING WAS LISTED)
      *   4  = WORKLIST WRITTEN, BUT UNKBIN HELD MORE PREFIXES THAN
      *        THE TABLES DO - RAISE THE TABLE LIMITS
      *   8  = A SYSIN PARAMETER IS UNUSABLE (NO WORKLIST)
      *   16 = A FILE COULD NOT BE OPENED OR UNKBIN COULD NOT BE
      *        READ (NO WORKLIST)
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2UW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNKNOWN-BIN-FILE
               ASSIGN TO "UNKBIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UNB-KEY
               FILE STATUS IS WS-UNKBIN-FILE-STATUS.

           SELECT BIN-RANGE-FILE
               ASSIGN TO "BINRANGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIN-FILE-STATUS.

           SELECT WORKLIST-REPORT-FILE
               ASSIGN TO "WRKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT STUB-FILE
               ASSIGN TO "BINSTUB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STUB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNKNOWN-BIN-FILE
           RECORD CONTAINS 150 CHARACTERS.
       COPY UNKBIN.

       FD  BIN-RANGE-FILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY BINREC.

       FD  WORKLIST-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WORKLIST-REPORT-RECORD      PIC X(132).

       FD  STUB-FILE
           RECORD CONTAINS 43 CHARACTERS.
       COPY BINTRAN.

       WORKING-STORAGE SECTION.

       77  WS-UNKBIN-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-BIN-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-STUB-FILE-STATUS         PIC X(02) VALUE '00'.

       77  WS-BIN-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-BIN-EOF                  VALUE 'Y'.
       77  WS-UNK-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-UNK-EOF                  VALUE 'Y'.

       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-START-DATE               PIC 9(08) VALUE ZERO.
       77  WS-PARM-START-DATE          PIC X(08) VALUE SPACE.
       77  WS-PARM-TOP-COUNT           PIC X(04) VALUE SPACE.
       77  WS-PARM-LEN                 PIC 9(02) COMP VALUE ZERO.
       77  WS-TOP-LIMIT                PIC 9(04) VALUE 50.

      **********************************************************************
      * THE TABLE IN SERVICE, LOADED INTO THE STANDARD BINTAB LAYOUT.
      **********************************************************************
       77  WS-BIN-TABLE-COUNT          PIC 9(08) COMP VALUE ZERO.
       77  WS-BIN-TABLE-MAX            PIC 9(08) COMP VALUE 50000.
       77  WS-PREV-BIN-HIGH            PIC 9(08) VALUE ZERO.
       77  WS-BIN-DROPPED-COUNT        PIC 9(09) COMP VALUE ZERO.
       77  WS-BIN-SEARCH-LO            PIC 9(08) COMP VALUE ZERO.
       77  WS-BIN-SEARCH-HI            PIC 9(08) COMP VALUE ZERO.
       77  WS-BIN-SEARCH-MID           PIC 9(08) COMP VALUE ZERO.
       77  WS-PROBE-HIT-SW             PIC X(01) VALUE 'N'.
           88  WS-PROBE-HIT                VALUE 'Y'.

       COPY BINTAB.

      **********************************************************************
      * A PROBE IS A RANGE OF 8-DIGIT PREFIXES - ONE PREFIX (LOW =
      * HIGH) FOR AN 8-DIGIT RECORD, XXXXXX00-XXXXXX99 FOR A 6-DIGIT
      * BLOCK.  IT HITS WHEN ANY BINRANGE ROW OVERLAPS IT.
      **********************************************************************
       01  WS-PROBE-RANGE.
           05  WS-PROBE-LOW            PIC 9(08).
           05  WS-PROBE-HIGH           PIC 9(08).
       01  WS-PROBE-TEXT REDEFINES WS-PROBE-RANGE.
           05  WS-PROBE-LOW-TEXT       PIC X(08).
           05  WS-PROBE-HIGH-TEXT      PIC X(08).

      **********************************************************************
      * THE ACCUMULATOR, SPLIT BY PREFIX LENGTH.  THE KSDS BROWSES
      * ALL 6-DIGIT RECORDS AHEAD OF ALL 8-DIGIT ONES, EACH IN PREFIX
      * ORDER, SO BOTH TABLES LOAD SORTED AND ONE MERGE WALK HANDS
      * EACH 6-DIGIT PREFIX ITS RUN OF 8-DIGIT ONES.  THE 6-DIGIT
      * TABLE IS THEN RE-SORTED DESCENDING ON USD VOLUME FOR THE
      * RANKING, AS THE MERCHANT ROLL-UP IS FOR ITS TOP-25; EACH
      * ENTRY CARRIES ITS CHILD SUBSCRIPTS WITH IT.
      **********************************************************************
       77  WS-PAR-TABLE-COUNT          PIC 9(08) COMP VALUE ZERO.
       77  WS-PAR-TABLE-MAX            PIC 9(08) COMP VALUE 20000.
       77  WS-PAR-IDX                  PIC 9(08) COMP VALUE ZERO.
       77  WS-CHD-TABLE-COUNT          PIC 9(08) COMP VALUE ZERO.
       77  WS-CHD-TABLE-MAX            PIC 9(08) COMP VALUE 100000.
       77  WS-CHD-IDX                  PIC 9(08) COMP VALUE ZERO.
       77  WS-SRC-SUB                  PIC 9(02) COMP VALUE ZERO.
       77  WS-CODE-SUB                 PIC 9(02) COMP VALUE ZERO.
       77  WS-BEST-CODE                PIC X(04) VALUE SPACE.
       77  WS-BEST-HITS                PIC 9(07) VALUE ZERO.
       77  WS-NOT-TABLED-COUNT         PIC 9(09) COMP VALUE ZERO.

       01  WS-PAR-TABLE.
           05  WS-PAR-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-PAR-TABLE-COUNT.
               10  WS-PAR-USD          PIC 9(13)V99 COMP-3.
               10  WS-PAR-PREFIX       PIC X(06).
               10  WS-PAR-FIRST-SEEN   PIC 9(08).
               10  WS-PAR-LAST-SEEN    PIC 9(08).
               10  WS-PAR-NIGHTS       PIC 9(05).
               10  WS-PAR-ACCOUNTS     PIC 9(09) COMP.
               10  WS-PAR-LEN-LOW      PIC 9(02).
               10  WS-PAR-LEN-HIGH     PIC 9(02).
               10  WS-PAR-SOURCE-COUNT PIC 9(02).
               10  WS-PAR-SOURCE       PIC X(03) OCCURS 8 TIMES.
               10  WS-PAR-MORE-SW      PIC X(01).
                   88  WS-PAR-MORE-SOURCES VALUE 'Y'.
               10  WS-PAR-BEST-CODE    PIC X(04).
               10  WS-PAR-CHILD-FIRST  PIC 9(08) COMP.
               10  WS-PAR-CHILD-LAST   PIC 9(08) COMP.
               10  WS-PAR-UNCOVERED    PIC 9(04) COMP.
               10  WS-PAR-BLOCK-SW     PIC X(01).
                   88  WS-PAR-BLOCK-FREE   VALUE 'F'.
               10  WS-PAR-COVERED-SW   PIC X(01).
                   88  WS-PAR-COVERED      VALUE 'Y'.

       01  WS-CHD-TABLE.
           05  WS-CHD-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-CHD-TABLE-COUNT.
               10  WS-CHD-PREFIX       PIC X(08).
               10  WS-CHD-ACCOUNTS     PIC 9(09) COMP.
               10  WS-CHD-USD          PIC 9(13)V99 COMP-3.
               10  WS-CHD-LEN-LOW      PIC 9(02).
               10  WS-CHD-LEN-HIGH     PIC 9(02).
               10  WS-CHD-BEST-CODE    PIC X(04).
               10  WS-CHD-COVERED-SW   PIC X(01).
                   88  WS-CHD-COVERED      VALUE 'Y'.

       77  WS-COVERED-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-COVERED-AMOUNT           PIC 9(15)V99 COMP-3 VALUE ZERO.
       77  WS-ACTIVE-AMOUNT            PIC 9(15)V99 COMP-3 VALUE ZERO.
       77  WS-LISTED-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-LISTED-AMOUNT            PIC 9(15)V99 COMP-3 VALUE ZERO.
       77  WS-UNLISTED-COUNT           PIC 9(09) COMP VALUE ZERO.
       77  WS-UNLISTED-AMOUNT          PIC 9(15)V99 COMP-3 VALUE ZERO.
       77  WS-STUB-COUNT               PIC 9(09) COMP VALUE ZERO.

      **********************************************************************
      * ONE ADD STUB, BUILT BY THE CALLER AND WRITTEN BY 8500.
      **********************************************************************
       77  WS-STUB-LOW                 PIC X(08) VALUE SPACE.
       77  WS-STUB-HIGH                PIC X(08) VALUE SPACE.
       77  WS-STUB-LENGTH              PIC 9(02) VALUE ZERO.
       77  WS-STUB-BRAND               PIC X(20) VALUE SPACE.

       77  WS-MAP-CODE                 PIC X(04) VALUE SPACE.
       77  WS-MAP-BRAND                PIC X(20) VALUE SPACE.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'UNKNOWN-BIN WORKLIST - PREFIXES SEEN ON '.
           05  FILLER                  PIC X(09) VALUE
               'OR AFTER '.
           05  HDG-START-DATE          PIC 9(08).
           05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
           05  HDG-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(05) VALUE ' TOP '.
           05  HDG-TOP-LIMIT           PIC ZZZ9.
           05  FILLER                  PIC X(48) VALUE SPACE.

       01  WS-COLUMN-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'RANK PREFIX  FIRST    LAST     NIGHTS   '.
           05  FILLER                  PIC X(40) VALUE
               ' ACCOUNTS            USD VOLUME LEN   SU'.
           05  FILLER                  PIC X(40) VALUE
               'GGESTED BRAND                           '.
           05  FILLER                  PIC X(12) VALUE SPACE.

       01  WS-COLUMN-HEADING-2.
           05  FILLER                  PIC X(40) VALUE
               '             SEEN     SEEN              '.
           05  FILLER                  PIC X(92) VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  DTL-RANK                PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-PREFIX              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DTL-FIRST-SEEN          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-LAST-SEEN           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-NIGHTS              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-ACCOUNTS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-USD                 PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-LEN-LOW             PIC 9(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  DTL-LEN-HIGH            PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DTL-BRAND               PIC X(20).
           05  FILLER                  PIC X(34) VALUE SPACE.

       01  WS-SOURCE-LINE.
           05  FILLER                  PIC X(06) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'SOURCES '.
           05  SRC-ENTRY               OCCURS 8 TIMES.
               10  SRC-ID              PIC X(03).
               10  FILLER              PIC X(01).
           05  SRC-MORE                PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  SRC-MIXED               PIC X(40).
           05  FILLER                  PIC X(39) VALUE SPACE.

       01  WS-BLOCK-LINE.
           05  FILLER                  PIC X(06) VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE 'WHOLE BLOCK '.
           05  BLK-LOW                 PIC X(08).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  BLK-HIGH                PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BLK-TEXT                PIC X(50).
           05  FILLER                  PIC X(46) VALUE SPACE.

       01  WS-CHILD-LINE.
           05  FILLER                  PIC X(06) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE 'UNCOVERED '.
           05  CHD-PREFIX              PIC X(08).
           05  FILLER                  PIC X(10) VALUE ' ACCOUNTS '.
           05  CHD-ACCOUNTS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE ' USD '.
           05  CHD-USD                 PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(05) VALUE ' LEN '.
           05  CHD-LEN-LOW             PIC 9(02).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  CHD-LEN-HIGH            PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CHD-BRAND               PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CHD-STUB                PIC X(04).
           05  FILLER                  PIC X(25) VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  TOT-LABEL               PIC X(44).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TOT-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TOT-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(51) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ACCUMULATOR UNTIL WS-UNK-EOF
           CLOSE UNKNOWN-BIN-FILE
           PERFORM 3000-MATCH-PREFIXES
           PERFORM 8000-FINALIZE
           STOP RUN
           .

       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-START-DATE
           ACCEPT WS-PARM-TOP-COUNT

           IF WS-PARM-START-DATE = SPACE
               COMPUTE WS-START-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 6)
           ELSE
               IF WS-PARM-START-DATE IS NUMERIC
                   MOVE WS-PARM-START-DATE TO WS-START-DATE
               ELSE
                   DISPLAY 'CARD2UW - FIRST SYSIN LINE MUST BE A '
                           'YYYYMMDD START DATE OR BLANK'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF WS-PARM-TOP-COUNT NOT = SPACE
               MOVE 4 TO WS-PARM-LEN
               PERFORM 1050-TRIM-TOP-COUNT
                   UNTIL WS-PARM-TOP-COUNT(WS-PARM-LEN:1) NOT = SPACE
               IF WS-PARM-TOP-COUNT(1:WS-PARM-LEN) IS NUMERIC
                   MOVE WS-PARM-TOP-COUNT(1:WS-PARM-LEN)
                       TO WS-TOP-LIMIT
               ELSE
                   MOVE ZERO TO WS-TOP-LIMIT
               END-IF
               IF WS-TOP-LIMIT = ZERO
                   DISPLAY 'CARD2UW - SECOND SYSIN LINE MUST BE A '
                           'COUNT FROM 1 TO 9999 OR BLANK'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT BIN-RANGE-FILE
           IF WS-BIN-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2UW - UNABLE TO OPEN BINRANGE, STATUS '
                       WS-BIN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-BIN-ROW UNTIL WS-BIN-EOF
           CLOSE BIN-RANGE-FILE

           OPEN INPUT UNKNOWN-BIN-FILE
           IF WS-UNKBIN-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2UW - UNABLE TO OPEN UNKBIN, STATUS '
                       WS-UNKBIN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT WORKLIST-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2UW - UNABLE TO OPEN WRKRPT, STATUS '
                       WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT STUB-FILE
           IF WS-STUB-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2UW - UNABLE TO OPEN BINSTUB, STATUS '
                       WS-STUB-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       1050-TRIM-TOP-COUNT.

           SUBTRACT 1 FROM WS-PARM-LEN
           .

      **********************************************************************
      * LOAD THE TABLE IN SERVICE.  SAME RULES AS CARD2'S LOADER - A
      * ROW OUT OF SEQUENCE IS DISCARDED WITH A CONSOLE WARNING.
      **********************************************************************
       1100-LOAD-BIN-ROW.

           READ BIN-RANGE-FILE
               AT END
                   SET WS-BIN-EOF-SW TO 'Y'
               NOT AT END
                   EVALUATE TRUE
                       WHEN BR-LOW-RANGE NOT NUMERIC
                         OR BR-HIGH-RANGE NOT NUMERIC
                         OR BR-LOW-RANGE > BR-HIGH-RANGE
                         OR BR-LOW-RANGE <= WS-PREV-BIN-HIGH
                           DISPLAY 'CARD2UW - BINRANGE ROW OUT OF '
                                   'SEQUENCE, ROW DISCARDED: '
                                   BR-LOW-RANGE '-' BR-HIGH-RANGE
                           ADD 1 TO WS-BIN-DROPPED-COUNT
                       WHEN WS-BIN-TABLE-COUNT < WS-BIN-TABLE-MAX
                           ADD 1 TO WS-BIN-TABLE-COUNT
                           MOVE BR-LOW-RANGE      TO
                               WS-BIN-LOW (WS-BIN-TABLE-COUNT)
                           MOVE BR-HIGH-RANGE     TO
                               WS-BIN-HIGH(WS-BIN-TABLE-COUNT)
                           MOVE BR-ACCOUNT-LENGTH TO
                               WS-BIN-LENGTH(WS-BIN-TABLE-COUNT)
                           MOVE BR-BRAND-NAME     TO
                               WS-BIN-BRAND(WS-BIN-TABLE-COUNT)
                           MOVE BR-CARD-CLASS     TO
                               WS-BIN-CLASS(WS-BIN-TABLE-COUNT)
                           MOVE BR-COUNTRY-CODE   TO
                               WS-BIN-COUNTRY(WS-BIN-TABLE-COUNT)
                           MOVE BR-HIGH-RANGE TO WS-PREV-BIN-HIGH
                       WHEN OTHER
                           DISPLAY 'CARD2UW - BINRANGE TABLE FULL AT '
                                   WS-BIN-TABLE-MAX
                                   ' ENTRIES, ROW DISCARDED: '
                                   BR-LOW-RANGE '-' BR-HIGH-RANGE
                           ADD 1 TO WS-BIN-DROPPED-COUNT
                   END-EVALUATE
           END-READ
           .

      **********************************************************************
      * BROWSE THE ACCUMULATOR, KEEPING ONLY PREFIXES SEEN THIS WEEK.
      * A READ ERROR PART WAY THROUGH WOULD LEAVE A WORKLIST THAT
      * LOOKS COMPLETE AND IS NOT, SO IT STOPS THE RUN INSTEAD.
      **********************************************************************
       2000-LOAD-ACCUMULATOR.

           READ UNKNOWN-BIN-FILE NEXT RECORD
               AT END
                   SET WS-UNK-EOF-SW TO 'Y'
               NOT AT END
                   IF UNB-LAST-SEEN >= WS-START-DATE
                       EVALUATE UNB-PREFIX-LENGTH
                           WHEN 6
                               PERFORM 2100-ADD-PARENT
                           WHEN 8
                               PERFORM 2200-ADD-CHILD
                       END-EVALUATE
                   END-IF
           END-READ

           IF WS-UNKBIN-FILE-STATUS NOT = '00'
           AND WS-UNKBIN-FILE-STATUS NOT = '10'
               DISPLAY 'CARD2UW - UNKBIN READ STATUS '
                       WS-UNKBIN-FILE-STATUS ' - NO WORKLIST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       2100-ADD-PARENT.

           IF WS-PAR-TABLE-COUNT < WS-PAR-TABLE-MAX
               ADD 1 TO WS-PAR-TABLE-COUNT
               MOVE WS-PAR-TABLE-COUNT TO WS-PAR-IDX
               MOVE UNB-USD-AMOUNT     TO WS-PAR-USD(WS-PAR-IDX)
               MOVE UNB-PREFIX(1:6)    TO WS-PAR-PREFIX(WS-PAR-IDX)
               MOVE UNB-FIRST-SEEN     TO WS-PAR-FIRST-SEEN(WS-PAR-IDX)
               MOVE UNB-LAST-SEEN      TO WS-PAR-LAST-SEEN(WS-PAR-IDX)
               MOVE UNB-NIGHTS-SEEN    TO WS-PAR-NIGHTS(WS-PAR-IDX)
               MOVE UNB-ACCOUNT-COUNT  TO WS-PAR-ACCOUNTS(WS-PAR-IDX)
               MOVE UNB-LENGTH-LOW     TO WS-PAR-LEN-LOW(WS-PAR-IDX)
               MOVE UNB-LENGTH-HIGH    TO WS-PAR-LEN-HIGH(WS-PAR-IDX)
               MOVE UNB-SOURCE-COUNT
                   TO WS-PAR-SOURCE-COUNT(WS-PAR-IDX)
               PERFORM 2150-COPY-SOURCE
                   VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > 8
               MOVE UNB-SOURCE-OVERFLOW-SW
                   TO WS-PAR-MORE-SW(WS-PAR-IDX)
               PERFORM 2300-PICK-BEST-CODE
               MOVE WS-BEST-CODE TO WS-PAR-BEST-CODE(WS-PAR-IDX)
               MOVE ZERO TO WS-PAR-CHILD-FIRST(WS-PAR-IDX)
               MOVE ZERO TO WS-PAR-CHILD-LAST(WS-PAR-IDX)
               MOVE ZERO TO WS-PAR-UNCOVERED(WS-PAR-IDX)
               MOVE SPACE TO WS-PAR-BLOCK-SW(WS-PAR-IDX)
               MOVE 'N' TO WS-PAR-COVERED-SW(WS-PAR-IDX)
               ADD UNB-USD-AMOUNT TO WS-ACTIVE-AMOUNT
           ELSE
               ADD 1 TO WS-NOT-TABLED-COUNT
           END-IF
           .

       2150-COPY-SOURCE.

           IF WS-SRC-SUB > UNB-SOURCE-COUNT
               MOVE SPACE TO WS-PAR-SOURCE(WS-PAR-IDX, WS-SRC-SUB)
           ELSE
               MOVE UNB-SOURCE-ID(WS-SRC-SUB)
                   TO WS-PAR-SOURCE(WS-PAR-IDX, WS-SRC-SUB)
           END-IF
           .

       2200-ADD-CHILD.

           IF WS-CHD-TABLE-COUNT < WS-CHD-TABLE-MAX
               ADD 1 TO WS-CHD-TABLE-COUNT
               MOVE WS-CHD-TABLE-COUNT TO WS-CHD-IDX
               MOVE UNB-PREFIX         TO WS-CHD-PREFIX(WS-CHD-IDX)
               MOVE UNB-ACCOUNT-COUNT  TO WS-CHD-ACCOUNTS(WS-CHD-IDX)
               MOVE UNB-USD-AMOUNT     TO WS-CHD-USD(WS-CHD-IDX)
               MOVE UNB-LENGTH-LOW     TO WS-CHD-LEN-LOW(WS-CHD-IDX)
               MOVE UNB-LENGTH-HIGH    TO WS-CHD-LEN-HIGH(WS-CHD-IDX)
               PERFORM 2300-PICK-BEST-CODE
               MOVE WS-BEST-CODE TO WS-CHD-BEST-CODE(WS-CHD-IDX)
               MOVE 'N' TO WS-CHD-COVERED-SW(WS-CHD-IDX)
           ELSE
               ADD 1 TO WS-NOT-TABLED-COUNT
           END-IF
           .

      **********************************************************************
      * THE ORIGINATION CODE STAMPED ON THE PREFIX MOST OFTEN.  A TIE
      * GOES TO THE CODE SEEN FIRST.
      **********************************************************************
       2300-PICK-BEST-CODE.

           MOVE SPACE TO WS-BEST-CODE
           MOVE ZERO TO WS-BEST-HITS
           PERFORM 2310-CHECK-CODE
               VARYING WS-CODE-SUB FROM 1 BY 1
               UNTIL WS-CODE-SUB > UNB-CODE-COUNT
           .

       2310-CHECK-CODE.

           IF UNB-CODE-HITS(WS-CODE-SUB) > WS-BEST-HITS
               MOVE UNB-STAMPED-CODE(WS-CODE-SUB) TO WS-BEST-CODE
               MOVE UNB-CODE-HITS(WS-CODE-SUB) TO WS-BEST-HITS
           END-IF
           .

      **********************************************************************
      * HAND EACH 6-DIGIT PREFIX ITS RUN OF 8-DIGIT PREFIXES, PROBE
      * EACH OF THOSE AGAINST BINRANGE, AND PROBE THE WHOLE 6-DIGIT
      * BLOCK.  A PREFIX WITH NOTHING LEFT UNCOVERED HAS BEEN PICKED
      * UP SINCE IT WAS SEEN AND IS NOT LISTED.
      **********************************************************************
       3000-MATCH-PREFIXES.

           MOVE 1 TO WS-CHD-IDX
           PERFORM 3100-MATCH-PARENT
               VARYING WS-PAR-IDX FROM 1 BY 1
               UNTIL WS-PAR-IDX > WS-PAR-TABLE-COUNT
           .

       3100-MATCH-PARENT.

           PERFORM 3110-SKIP-CHILD
               UNTIL WS-CHD-IDX > WS-CHD-TABLE-COUNT
                  OR WS-CHD-PREFIX(WS-CHD-IDX)(1:6)
                     >= WS-PAR-PREFIX(WS-PAR-IDX)
           MOVE WS-CHD-IDX TO WS-PAR-CHILD-FIRST(WS-PAR-IDX)
           PERFORM 3120-CLASSIFY-CHILD
               UNTIL WS-CHD-IDX > WS-CHD-TABLE-COUNT
                  OR WS-CHD-PREFIX(WS-CHD-IDX)(1:6)
                     NOT = WS-PAR-PREFIX(WS-PAR-IDX)
           COMPUTE WS-PAR-CHILD-LAST(WS-PAR-IDX) = WS-CHD-IDX - 1

           MOVE ZERO TO WS-PROBE-RANGE
           MOVE WS-PAR-PREFIX(WS-PAR-IDX) TO WS-PROBE-LOW-TEXT(1:6)
           MOVE '00' TO WS-PROBE-LOW-TEXT(7:2)
           MOVE WS-PAR-PREFIX(WS-PAR-IDX) TO WS-PROBE-HIGH-TEXT(1:6)
           MOVE '99' TO WS-PROBE-HIGH-TEXT(7:2)
           PERFORM 3200-PROBE-BIN-RANGE
           IF NOT WS-PROBE-HIT
               SET WS-PAR-BLOCK-FREE(WS-PAR-IDX) TO TRUE
           END-IF

           IF WS-PAR-UNCOVERED(WS-PAR-IDX) = ZERO
           AND NOT WS-PAR-BLOCK-FREE(WS-PAR-IDX)
               SET WS-PAR-COVERED(WS-PAR-IDX) TO TRUE
               ADD 1 TO WS-COVERED-COUNT
               ADD WS-PAR-USD(WS-PAR-IDX) TO WS-COVERED-AMOUNT
           END-IF
           .

       3110-SKIP-CHILD.

           ADD 1 TO WS-CHD-IDX
           .

       3120-CLASSIFY-CHILD.

           IF WS-CHD-PREFIX(WS-CHD-IDX) IS NUMERIC
               MOVE WS-CHD-PREFIX(WS-CHD-IDX) TO WS-PROBE-LOW-TEXT
               MOVE WS-CHD-PREFIX(WS-CHD-IDX) TO WS-PROBE-HIGH-TEXT
               PERFORM 3200-PROBE-BIN-RANGE
           ELSE
               MOVE 'N' TO WS-PROBE-HIT-SW
           END-IF
           IF WS-PROBE-HIT
               SET WS-CHD-COVERED(WS-CHD-IDX) TO TRUE
           ELSE
               ADD 1 TO WS-PAR-UNCOVERED(WS-PAR-IDX)
           END-IF
           ADD 1 TO WS-CHD-IDX
           .

      **********************************************************************
      * BINARY SEARCH OF THE BIN TABLE FOR ANY ROW OVERLAPPING THE
      * PROBE RANGE - THE SAME HALVING CARD2V DOES FOR A SINGLE
      * PREFIX, SOUND FOR THE SAME REASON (ROWS ASCEND AND NEVER
      * OVERLAP EACH OTHER).
      **********************************************************************
       3200-PROBE-BIN-RANGE.

           MOVE 'N' TO WS-PROBE-HIT-SW
           MOVE 1 TO WS-BIN-SEARCH-LO
           MOVE WS-BIN-TABLE-COUNT TO WS-BIN-SEARCH-HI
           PERFORM 3210-PROBE-BIN-TABLE
               UNTIL WS-BIN-SEARCH-LO > WS-BIN-SEARCH-HI
                  OR WS-PROBE-HIT
           .

       3210-PROBE-BIN-TABLE.

           COMPUTE WS-BIN-SEARCH-MID =
               (WS-BIN-SEARCH-LO + WS-BIN-SEARCH-HI) / 2
           EVALUATE TRUE
               WHEN WS-PROBE-HIGH < WS-BIN-LOW(WS-BIN-SEARCH-MID)
                   COMPUTE WS-BIN-SEARCH-HI = WS-BIN-SEARCH-MID - 1
               WHEN WS-PROBE-LOW > WS-BIN-HIGH(WS-BIN-SEARCH-MID)
                   COMPUTE WS-BIN-SEARCH-LO = WS-BIN-SEARCH-MID + 1
               WHEN OTHER
                   SET WS-PROBE-HIT TO TRUE
           END-EVALUATE
           .

       8000-FINALIZE.

           MOVE WS-START-DATE TO HDG-START-DATE
           MOVE WS-RUN-DATE   TO HDG-RUN-DATE
           MOVE WS-TOP-LIMIT  TO HDG-TOP-LIMIT
           MOVE WS-REPORT-HEADING TO WORKLIST-REPORT-RECORD
           WRITE WORKLIST-REPORT-RECORD
           MOVE SPACE TO WORKLIST-REPORT-RECORD
           WRITE WORKLIST-REPORT-RECORD
           MOVE WS-COLUMN-HEADING-1 TO WORKLIST-REPORT-RECORD
           WRITE WORKLIST-REPORT-RECORD
           MOVE WS-COLUMN-HEADING-2 TO WORKLIST-REPORT-RECORD
           WRITE WORKLIST-REPORT-RECORD
           MOVE SPACE TO WORKLIST-REPORT-RECORD
           WRITE WORKLIST-REPORT-RECORD

           IF WS-PAR-TABLE-COUNT > ZERO
               SORT WS-PAR-ENTRY ON DESCENDING KEY WS-PAR-USD
           END-IF
           PERFORM 8200-LIST-PARENT
               VARYING WS-PAR-IDX FROM 1 BY 1
               UNTIL WS-PAR-IDX > WS-PAR-TABLE-COUNT
                  OR WS-LISTED-COUNT = WS-TOP-LIMIT

           COMPUTE WS-UNLISTED-COUNT =
               WS-PAR-TABLE-COUNT - WS-COVERED-COUNT - WS-LISTED-COUNT
           COMPUTE WS-UNLISTED-AMOUNT =
               WS-ACTIVE-AMOUNT - WS-COVERED-AMOUNT - WS-LISTED-AMOUNT

           PERFORM 8100-WRITE-TOTALS
           CLOSE WORKLIST-REPORT-FILE
           CLOSE STUB-FILE

           DISPLAY 'CARD2UW - ' WS-LISTED-COUNT ' PREFIXES LISTED, '
                   WS-STUB-COUNT ' ADD STUBS WRITTEN TO BINSTUB'
           IF WS-NOT-TABLED-COUNT > ZERO
               DISPLAY 'CARD2UW - ' WS-NOT-TABLED-COUNT
                       ' UNKBIN RECORDS DID NOT FIT THE TABLES - '
                       'WORKLIST IS INCOMPLETE'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           .

       8100-WRITE-TOTALS.

           MOVE SPACE TO WORKLIST-REPORT-RECORD
           WRITE WORKLIST-REPORT-RECORD

           IF WS-BIN-DROPPED-COUNT > ZERO
               MOVE 'BINRANGE ROWS DISCARDED AT LOAD' TO TOT-LABEL
               MOVE WS-BIN-DROPPED-COUNT TO TOT-COUNT
               MOVE ZERO TO TOT-AMOUNT
               PERFORM 8110-WRITE-TOTAL-LINE
           END-IF

           MOVE '6-DIGIT PREFIXES SEEN IN THE WEEK' TO TOT-LABEL
           MOVE WS-PAR-TABLE-COUNT TO TOT-COUNT
           MOVE WS-ACTIVE-AMOUNT TO TOT-AMOUNT
           PERFORM 8110-WRITE-TOTAL-LINE

           MOVE '  NOW COVERED BY BINRANGE, NOT LISTED' TO TOT-LABEL
           MOVE WS-COVERED-COUNT TO TOT-COUNT
           MOVE WS-COVERED-AMOUNT TO TOT-AMOUNT
           PERFORM 8110-WRITE-TOTAL-LINE

           MOVE '  LISTED' TO TOT-LABEL
           MOVE WS-LISTED-COUNT TO TOT-COUNT
           MOVE WS-LISTED-AMOUNT TO TOT-AMOUNT
           PERFORM 8110-WRITE-TOTAL-LINE

           MOVE '  UNCOVERED BUT BELOW THE LISTING CUT-OFF'
               TO TOT-LABEL
           MOVE WS-UNLISTED-COUNT TO TOT-COUNT
           MOVE WS-UNLISTED-AMOUNT TO TOT-AMOUNT
           PERFORM 8110-WRITE-TOTAL-LINE

           MOVE 'ADD STUBS WRITTEN TO BINSTUB' TO TOT-LABEL
           MOVE WS-STUB-COUNT TO TOT-COUNT
           MOVE ZERO TO TOT-AMOUNT
           PERFORM 8110-WRITE-TOTAL-LINE

           IF WS-NOT-TABLED-COUNT > ZERO
               MOVE 'UNKBIN RECORDS NOT TABLED - LIST INCOMPLETE'
                   TO TOT-LABEL
               MOVE WS-NOT-TABLED-COUNT TO TOT-COUNT
               MOVE ZERO TO TOT-AMOUNT
               PERFORM 8110-WRITE-TOTAL-LINE
           END-IF
           .

       8110-WRITE-TOTAL-LINE.

           MOVE WS-TOTAL-LINE TO WORKLIST-REPORT-RECORD
           WRITE WORKLIST-REPORT-RECORD
           .

      **********************************************************************
      * ONE RANKED 6-DIGIT PREFIX: ITS LINE, ITS SOURCES, WHAT IS TRUE
      * OF THE WHOLE BLOCK, AND ITS UNCOVERED 8-DIGIT PREFIXES - WITH
      * THE ADD STUBS THAT GO WITH THEM.
      **********************************************************************
       8200-LIST-PARENT.

           IF NOT WS-PAR-COVERED(WS-PAR-IDX)
               ADD 1 TO WS-LISTED-COUNT
               ADD WS-PAR-USD(WS-PAR-IDX) TO WS-LISTED-AMOUNT

               MOVE WS-PAR-BEST-CODE(WS-PAR-IDX) TO WS-MAP-CODE
               PERFORM 8400-MAP-STAMPED-CODE
               MOVE WS-LISTED-COUNT               TO DTL-RANK
               MOVE WS-PAR-PREFIX(WS-PAR-IDX)     TO DTL-PREFIX
               MOVE WS-PAR-FIRST-SEEN(WS-PAR-IDX) TO DTL-FIRST-SEEN
               MOVE WS-PAR-LAST-SEEN(WS-PAR-IDX)  TO DTL-LAST-SEEN
               MOVE WS-PAR-NIGHTS(WS-PAR-IDX)     TO DTL-NIGHTS
               MOVE WS-PAR-ACCOUNTS(WS-PAR-IDX)   TO DTL-ACCOUNTS
               MOVE WS-PAR-USD(WS-PAR-IDX)        TO DTL-USD
               MOVE WS-PAR-LEN-LOW(WS-PAR-IDX)    TO DTL-LEN-LOW
               MOVE WS-PAR-LEN-HIGH(WS-PAR-IDX)   TO DTL-LEN-HIGH
               MOVE WS-MAP-BRAND                  TO DTL-BRAND
               MOVE WS-DETAIL-LINE TO WORKLIST-REPORT-RECORD
               WRITE WORKLIST-REPORT-RECORD

               PERFORM 8210-SET-SOURCE-ENTRY
                   VARYING WS-SRC-SUB FROM 1 BY 1
                   UNTIL WS-SRC-SUB > 8
               IF WS-PAR-MORE-SOURCES(WS-PAR-IDX)
                   MOVE '+MORE' TO SRC-MORE
               ELSE
                   MOVE SPACE TO SRC-MORE
               END-IF
               IF WS-PAR-LEN-LOW(WS-PAR-IDX)
                  NOT = WS-PAR-LEN-HIGH(WS-PAR-IDX)
                   MOVE 'MIXED LENGTHS - STUBS USE THE LONGEST'
                       TO SRC-MIXED
               ELSE
                   MOVE SPACE TO SRC-MIXED
               END-IF
               MOVE WS-SOURCE-LINE TO WORKLIST-REPORT-RECORD
               WRITE WORKLIST-REPORT-RECORD

               MOVE ZERO TO WS-PROBE-RANGE
               MOVE WS-PAR-PREFIX(WS-PAR-IDX) TO WS-PROBE-LOW-TEXT(1:6)
               MOVE '00' TO WS-PROBE-LOW-TEXT(7:2)
               MOVE WS-PAR-PREFIX(WS-PAR-IDX)
                   TO WS-PROBE-HIGH-TEXT(1:6)
               MOVE '99' TO WS-PROBE-HIGH-TEXT(7:2)
               MOVE WS-PROBE-LOW-TEXT  TO BLK-LOW
               MOVE WS-PROBE-HIGH-TEXT TO BLK-HIGH
               IF WS-PAR-BLOCK-FREE(WS-PAR-IDX)
                   MOVE 'OVERLAPS NO BINRANGE ROW - ONE STUB FOR IT ALL'
                     TO BLK-TEXT
                   MOVE WS-PROBE-LOW-TEXT  TO WS-STUB-LOW
                   MOVE WS-PROBE-HIGH-TEXT TO WS-STUB-HIGH
                   MOVE WS-PAR-LEN-HIGH(WS-PAR-IDX) TO WS-STUB-LENGTH
                   MOVE WS-MAP-BRAND TO WS-STUB-BRAND
                   PERFORM 8500-WRITE-STUB
               ELSE
                   MOVE 'PARTLY RANGED - ONE STUB PER UNCOVERED PREFIX'
                       TO BLK-TEXT
               END-IF
               MOVE WS-BLOCK-LINE TO WORKLIST-REPORT-RECORD
               WRITE WORKLIST-REPORT-RECORD

               PERFORM 8300-LIST-CHILD
                   VARYING WS-CHD-IDX
                   FROM WS-PAR-CHILD-FIRST(WS-PAR-IDX) BY 1
                   UNTIL WS-CHD-IDX > WS-PAR-CHILD-LAST(WS-PAR-IDX)

               MOVE SPACE TO WORKLIST-REPORT-RECORD
               WRITE WORKLIST-REPORT-RECORD
           END-IF
           .

       8210-SET-SOURCE-ENTRY.

           MOVE WS-PAR-SOURCE(WS-PAR-IDX, WS-SRC-SUB)
               TO SRC-ID(WS-SRC-SUB)
           .

      **********************************************************************
      * AN UNCOVERED 8-DIGIT PREFIX.  ITS OWN STAMPED CODE SUGGESTS
      * THE BRAND WHEN IT HAS ONE, OTHERWISE THE BLOCK'S DOES.  IT
      * GETS ITS OWN STUB ONLY WHEN THE BLOCK IS PARTLY RANGED -
      * OTHERWISE THE BLOCK STUB ALREADY COVERS IT.
      **********************************************************************
       8300-LIST-CHILD.

           IF NOT WS-CHD-COVERED(WS-CHD-IDX)
               IF WS-CHD-BEST-CODE(WS-CHD-IDX) NOT = SPACE
                   MOVE WS-CHD-BEST-CODE(WS-CHD-IDX) TO WS-MAP-CODE
               ELSE
                   MOVE WS-PAR-BEST-CODE(WS-PAR-IDX) TO WS-MAP-CODE
               END-IF
               PERFORM 8400-MAP-STAMPED-CODE
               MOVE WS-CHD-PREFIX(WS-CHD-IDX)   TO CHD-PREFIX
               MOVE WS-CHD-ACCOUNTS(WS-CHD-IDX) TO CHD-ACCOUNTS
               MOVE WS-CHD-USD(WS-CHD-IDX)      TO CHD-USD
               MOVE WS-CHD-LEN-LOW(WS-CHD-IDX)  TO CHD-LEN-LOW
               MOVE WS-CHD-LEN-HIGH(WS-CHD-IDX) TO CHD-LEN-HIGH
               MOVE WS-MAP-BRAND                TO CHD-BRAND
               IF WS-PAR-BLOCK-FREE(WS-PAR-IDX)
                   MOVE SPACE TO CHD-STUB
               ELSE
                   MOVE 'STUB' TO CHD-STUB
                   MOVE WS-CHD-PREFIX(WS-CHD-IDX) TO WS-STUB-LOW
                   MOVE WS-CHD-PREFIX(WS-CHD-IDX) TO WS-STUB-HIGH
                   MOVE WS-CHD-LEN-HIGH(WS-CHD-IDX) TO WS-STUB-LENGTH
                   MOVE WS-MAP-BRAND TO WS-STUB-BRAND
                   PERFORM 8500-WRITE-STUB
               END-IF
               MOVE WS-CHILD-LINE TO WORKLIST-REPORT-RECORD
               WRITE WORKLIST-REPORT-RECORD
           END-IF
           .

      **********************************************************************
      * STAMPED ORIGINATION CODE TO BRAND NAME - THE SAME MAPPING
      * CARD2B USES TO RECONCILE THE STAMPED BRAND.  NO CODE AT ALL
      * SUGGESTS NOTHING.
      **********************************************************************
       8400-MAP-STAMPED-CODE.

           EVALUATE WS-MAP-CODE
               WHEN SPACE
                   MOVE SPACE TO WS-MAP-BRAND
               WHEN 'VISA'
                   MOVE 'VISA' TO WS-MAP-BRAND
               WHEN 'MC'
                   MOVE 'MASTERCARD' TO WS-MAP-BRAND
               WHEN 'AMEX'
                   MOVE 'AMERICAN EXPRESS' TO WS-MAP-BRAND
               WHEN 'DISC'
                   MOVE 'DISCOVER' TO WS-MAP-BRAND
               WHEN 'DCLB'
                   MOVE 'DINERS CLUB' TO WS-MAP-BRAND
               WHEN 'JCB'
                   MOVE 'JAPAN CREDIT BUREAU' TO WS-MAP-BRAND
               WHEN 'UPAY'
                   MOVE 'UNIONPAY' TO WS-MAP-BRAND
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-MAP-BRAND
           END-EVALUATE
           .

      **********************************************************************
      * ONE BINTRAN ADD STUB.  CARD CLASS AND ISSUER COUNTRY ARE LEFT
      * BLANK FOR THE ANALYST; A BRAND NO CODE SUGGESTED IS LEFT
      * BLANK TOO, SO CARD2M WILL NOT ACCEPT A GUESS NOBODY MADE.
      **********************************************************************
       8500-WRITE-STUB.

           MOVE SPACE TO BIN-TRAN-RECORD
           SET BT-ADD TO TRUE
           MOVE WS-STUB-LOW    TO BT-LOW-RANGE
           MOVE WS-STUB-HIGH   TO BT-HIGH-RANGE
           MOVE WS-STUB-LENGTH TO BT-ACCOUNT-LENGTH
           IF WS-STUB-BRAND NOT = 'UNKNOWN'
               MOVE WS-STUB-BRAND TO BT-BRAND-NAME
           END-IF
           WRITE BIN-TRAN-RECORD
           ADD 1 TO WS-STUB-COUNT
           .

       9999-END.
           .
