      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   MONTH-END INTERCHANGE FEE ACCRUAL.  READS THE
      *            MONTH-TO-DATE ESTIMATED FEE ACCUMULATOR (FEEMTD)
      *            THAT EVERY CARD2B PASS APPENDS TO, ROLLS THE
      *            ACCRUAL MONTH UP BY BRAND, CARD CLASS AND REGION,
      *            AND WRITES
      *              - THE FEE ACCRUAL REPORT TREASURY BOOKS FROM
      *                (FEEARPT): THE PASSES THAT WERE SUPERSEDED AND
      *                LEFT OUT, THEN PRICED COUNT, VOLUME AND
      *                ESTIMATED FEE PER KEY WITH THE MONTH TOTAL,
      *                THEN EVERY KEY THAT HAD NO FEE SCHEDULE ROW
      *                WITH ITS UNPRICED COUNT AND VOLUME, AND
      *              - THE CARRY-FORWARD FILE (FEECARRY): EVERY
      *                ACCUMULATOR RECORD NOT IN THE ACCRUAL MONTH,
      *                UNCHANGED, WHICH CARD2FAJ COPIES BACK OVER
      *                FEEMTD SO THE NEXT MONTH STARTS CLEAN.
      *
      *            SYSIN LINE 1 IS THE ACCRUAL MONTH (YYYYMM).  LEFT
      *            BLANK, THE EARLIEST MONTH ON THE ACCUMULATOR IS
      *            ACCRUED - THE MONTH JUST CLOSED, SINCE THE PRIOR
      *            ACCRUAL CARRIED NOTHING EARLIER FORWARD.
      *
      *            SUPERSEDE RULE (SEE FEEMTD): WHEN A NIGHT WAS RUN
      *            MORE THAN ONCE, THE LATEST NORMAL (N) PASS FOR THAT
      *            RUN DATE IS THE NIGHT - EARLIER N PASSES AND
      *            RESTARTED (R) PASSES STARTED BEFORE IT ARE LEFT
      *            OUT.  APPEND (A) PASSES COVER A SEGMENT THE NIGHT
      *            QUARANTINED AND ALWAYS COUNT.  THE RULE NEEDS THE
      *            WHOLE MONTH IN HAND, SO THE ACCUMULATOR IS READ
      *            TWICE: ONCE TO FIND THE MONTH AND THE LATEST N PASS
      *            OF EACH NIGHT, ONCE TO ROLL UP AND CARRY FORWARD.
      *            ON A PARTITIONED NIGHT EACH PARTITION'S PASSES ARE
      *            A NIGHT OF THEIR OWN FOR THE RULE, SINCE ALL FOUR
      *            PARTITIONS WRITE AN N PASS FOR THE SAME RUN DATE;
      *            A WHOLE-NIGHT N PASS OF ONE KIND (SINGLE RUN, OR
      *            ANY PARTITION) STILL SUPERSEDES EARLIER PASSES OF
      *            THE OTHER KIND, AS WHEN A PARTITIONED NIGHT IS
      *            RERUN AS A SINGLE CARD2BJ.
      *
      *            RETURN CODES: 0 = ACCRUAL WRITTEN, 4 = ACCRUAL
      *            WRITTEN BUT SOME VOLUME WAS NOT PRICED OR THE
      *            MONTH HAD NO RECORDS (REVIEW FEEARPT BEFORE
      *            BOOKING), 12 = THE SYSIN MONTH IS NOT A VALID
      *            YYYYMM (NOTHING WRITTEN), 16 = A FILE COULD NOT BE
      *            OPENED.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      *   15 OCT 2026  RTC  SUPERSEDE RULE APPLIED PER RUN DATE AND
      *                     PARTITION, SO THE FOUR PARTITION PASSES OF
      *                     A PARTITIONED NIGHT ALL COUNT.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2FA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-MTD-FILE
               ASSIGN TO "FEEMTD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MTD-FILE-STATUS.

           SELECT CARRY-FILE
               ASSIGN TO "FEECARRY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARRY-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "FEEARPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-MTD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FEEMTD.

       FD  CARRY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CARRY-RECORD                PIC X(80).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-MTD-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-CARRY-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.

       77  WS-MTD-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-MTD-EOF                  VALUE 'Y'.
       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.

      **********************************************************************
      * ACCRUAL MONTH - FROM SYSIN, OR THE EARLIEST MONTH FOUND ON
      * THE FIRST PASS WHEN SYSIN IS BLANK.
      **********************************************************************
       01  WS-SYSIN-LINE               PIC X(80) VALUE SPACE.
       01  WS-SYSIN-MONTH REDEFINES WS-SYSIN-LINE.
           05  WS-SYSIN-YYYYMM         PIC X(06).
           05  FILLER                  PIC X(74).

       01  WS-ACCRUAL-MONTH            PIC 9(06) VALUE ZERO.
       01  WS-ACCRUAL-MONTH-PARTS REDEFINES WS-ACCRUAL-MONTH.
           05  WS-ACCRUAL-YYYY         PIC 9(04).
           05  WS-ACCRUAL-MM           PIC 9(02).
       77  WS-MONTH-GIVEN-SW           PIC X(01) VALUE 'N'.
           88  WS-MONTH-GIVEN              VALUE 'Y'.

      **********************************************************************
      * ONE ENTRY PER RUN DATE IN THE ACCRUAL MONTH, WITH THE START
      * TIME OF THE LATEST N PASS FOR THAT NIGHT KEPT SEPARATELY FOR
      * THE SINGLE RUN (PARTITION ENTRY 1) AND EACH OF THE FOUR
      * PARTITION RUNS (ENTRIES 2 - 5).  AN N OR R PASS THAT STARTED
      * BEFORE ITS OWN ENTRY'S LATEST N PASS IS SUPERSEDED, AS IS ONE
      * THAT STARTED BEFORE A LATER WHOLE-NIGHT N PASS OF THE OTHER
      * KIND.  AN ENTRY WITH NO N PASS AT ALL (ONLY A RESTART WROTE
      * TOTALS) KEEPS EVERYTHING.
      **********************************************************************
       77  WS-NIGHT-COUNT              PIC 9(04) COMP VALUE ZERO.
       77  WS-NIGHT-MAX                PIC 9(04) COMP VALUE 40.
       77  WS-NIGHT-IDX                PIC 9(04) COMP VALUE ZERO.
       77  WS-NIGHT-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-NIGHT-FOUND              VALUE 'Y'.
       77  WS-NIGHT-PART-MAX           PIC 9(04) COMP VALUE 5.
       77  WS-NIGHT-PART-IDX           PIC 9(04) COMP VALUE ZERO.
       77  WS-MTD-PART-IDX             PIC 9(04) COMP VALUE ZERO.
       77  WS-SUPERSEDED-SW            PIC X(01) VALUE 'N'.
           88  WS-PASS-SUPERSEDED          VALUE 'Y'.

       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY OCCURS 40 TIMES.
               10  WS-NIGHT-DATE       PIC 9(08).
               10  WS-NIGHT-PART OCCURS 5 TIMES.
                   15  WS-NIGHT-N-SW   PIC X(01).
                       88  WS-NIGHT-HAS-N  VALUE 'Y'.
                   15  WS-NIGHT-N-TIME PIC 9(06).

      **********************************************************************
      * THE MONTH ROLLED UP BY RECORD TYPE, BRAND, CLASS AND REGION.
      * THE TYPE LEADS THE KEY SO ONE SORT PUTS EVERY PRICED KEY
      * AHEAD OF EVERY UNPRICED ONE, EACH GROUP IN BRAND ORDER.
      **********************************************************************
       77  WS-ACR-TABLE-COUNT          PIC 9(04) COMP VALUE ZERO.
       77  WS-ACR-TABLE-MAX            PIC 9(04) COMP VALUE 1000.
       77  WS-ACR-IDX                  PIC 9(04) COMP VALUE ZERO.
       77  WS-ACR-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-ACR-FOUND                VALUE 'Y'.

       01  WS-ACR-TABLE.
           05  WS-ACR-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-ACR-TABLE-COUNT.
               10  WS-ACR-KEY.
                   15  WS-ACR-TYPE     PIC X(01).
                   15  WS-ACR-BRAND    PIC X(20).
                   15  WS-ACR-CLASS    PIC X(01).
                   15  WS-ACR-REGION   PIC X(01).
               10  WS-ACR-COUNT        PIC 9(09) COMP.
               10  WS-ACR-VOLUME       PIC 9(13)V99 COMP-3.
               10  WS-ACR-FEE          PIC 9(11)V99 COMP-3.

       01  WS-CAND-ACR-KEY.
           05  WS-CAND-TYPE            PIC X(01).
           05  WS-CAND-BRAND           PIC X(20).
           05  WS-CAND-CLASS           PIC X(01).
           05  WS-CAND-REGION          PIC X(01).

       77  WS-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-USED-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-SUPERSEDED-COUNT         PIC 9(09) COMP VALUE ZERO.
       77  WS-CARRIED-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-OVERFLOW-COUNT           PIC 9(09) COMP VALUE ZERO.
       77  WS-PRICED-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-PRICED-VOLUME            PIC 9(13)V99 COMP-3 VALUE ZERO.
       77  WS-PRICED-FEE               PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  WS-UNPRICED-COUNT           PIC 9(09) COMP VALUE ZERO.
       77  WS-UNPRICED-VOLUME          PIC 9(13)V99 COMP-3 VALUE ZERO.

      **********************************************************************
      * REPORT LINES.
      **********************************************************************
       01  WS-REPORT-HEADING-LINE.
           05  FILLER                  PIC X(31) VALUE
               'INTERCHANGE FEE ACCRUAL  MONTH '.
           05  RPT-HEAD-MONTH          PIC 9(06).
           05  FILLER                  PIC X(11) VALUE
               '  RUN DATE '.
           05  RPT-HEAD-RUN-DATE       PIC 9(08).
           05  FILLER                  PIC X(24) VALUE SPACE.

       01  WS-REPORT-COLUMN-LINE.
           05  FILLER                  PIC X(40) VALUE
               'BRAND                CL REG       COUNT '.
           05  FILLER                  PIC X(40) VALUE
               '        VOLUME USD     ESTIMATED FEE    '.

       01  WS-REPORT-DETAIL-LINE.
           05  RPT-BRAND               PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-CLASS               PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  RPT-REGION              PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-VOLUME              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-FEE                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  RPT-FEE-TEXT REDEFINES RPT-FEE
                                       PIC X(17).
           05  FILLER                  PIC X(04) VALUE SPACE.

       01  WS-REPORT-PASS-LINE.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
           05  RPT-PASS-DATE           PIC 9(08).
           05  FILLER                  PIC X(07) VALUE '  TIME '.
           05  RPT-PASS-TIME           PIC 9(06).
           05  FILLER                  PIC X(07) VALUE '  PASS '.
           05  RPT-PASS-TYPE           PIC X(01).
           05  RPT-PASS-PART.
               10  RPT-PASS-PART-TAG   PIC X(02).
               10  RPT-PASS-PART-NO    PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-PASS-BRAND          PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-PASS-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACE.

       01  WS-REPORT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(22).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(46) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-ROLL-UP-RECORD UNTIL WS-MTD-EOF
           PERFORM 8000-FINALIZE
           STOP RUN
           .

      **********************************************************************
      * READ THE ACCRUAL MONTH, THEN MAKE THE FIRST PASS OVER THE
      * ACCUMULATOR TO SETTLE THE MONTH (IF NOT GIVEN) AND THE LATEST
      * N PASS OF EACH NIGHT, THEN REOPEN IT FOR THE ROLL-UP.
      **********************************************************************
       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE SPACE TO WS-SYSIN-LINE
           ACCEPT WS-SYSIN-LINE
           IF WS-SYSIN-YYYYMM NOT = SPACE
               IF WS-SYSIN-YYYYMM IS NUMERIC
                   MOVE WS-SYSIN-YYYYMM TO WS-ACCRUAL-MONTH
               END-IF
               IF WS-SYSIN-YYYYMM NOT NUMERIC
                  OR WS-ACCRUAL-MM < 1 OR WS-ACCRUAL-MM > 12
                  OR WS-ACCRUAL-YYYY < 1900
                   DISPLAY 'CARD2FA - SYSIN ACCRUAL MONTH '
                           WS-SYSIN-YYYYMM ' IS NOT A VALID YYYYMM'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-MONTH-GIVEN-SW TO 'Y'
           END-IF

           PERFORM 1050-OPEN-ACCUMULATOR
           PERFORM 1100-SCAN-ACCUMULATOR UNTIL WS-MTD-EOF
           CLOSE FEE-MTD-FILE

           IF NOT WS-MONTH-GIVEN
               PERFORM 1200-BUILD-NIGHT-TABLE
           END-IF

           MOVE 'N' TO WS-MTD-EOF-SW
           PERFORM 1050-OPEN-ACCUMULATOR

           OPEN OUTPUT CARRY-FILE
           IF WS-CARRY-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2FA - UNABLE TO OPEN FEECARRY, STATUS '
                       WS-CARRY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2FA - UNABLE TO OPEN FEEARPT, STATUS '
                       WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-ACCRUAL-MONTH TO RPT-HEAD-MONTH
           MOVE WS-RUN-DATE TO RPT-HEAD-RUN-DATE
           MOVE WS-REPORT-HEADING-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'PASSES LEFT OUT AS SUPERSEDED BY A LATER RERUN:'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       1050-OPEN-ACCUMULATOR.

           OPEN INPUT FEE-MTD-FILE
           IF WS-MTD-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2FA - UNABLE TO OPEN FEEMTD, STATUS '
                       WS-MTD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      **********************************************************************
      * FIRST PASS.  WITH THE MONTH GIVEN, NOTE EACH NIGHT'S LATEST N
      * PASS AS IT GOES BY; WITHOUT IT, ONLY FIND THE EARLIEST MONTH
      * HERE AND LET 1200 READ THE FILE AGAIN FOR THE NIGHTS.
      **********************************************************************
       1100-SCAN-ACCUMULATOR.

           READ FEE-MTD-FILE
               AT END
                   SET WS-MTD-EOF-SW TO 'Y'
               NOT AT END
                   IF WS-MONTH-GIVEN
                       PERFORM 1150-NOTE-NIGHT
                   ELSE
                       IF WS-ACCRUAL-MONTH = ZERO
                          OR MTD-RUN-DATE(1:6) < WS-ACCRUAL-MONTH
                           MOVE MTD-RUN-DATE(1:6) TO WS-ACCRUAL-MONTH
                       END-IF
                   END-IF
           END-READ
           .

       1150-NOTE-NIGHT.

           IF MTD-RUN-DATE(1:6) = WS-ACCRUAL-MONTH
               MOVE 'N' TO WS-NIGHT-FOUND-SW
               PERFORM 1160-FIND-NIGHT
                   VARYING WS-NIGHT-IDX FROM 1 BY 1
                   UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
                      OR WS-NIGHT-FOUND
               IF WS-NIGHT-FOUND
                   SUBTRACT 1 FROM WS-NIGHT-IDX
               ELSE
                   IF WS-NIGHT-COUNT < WS-NIGHT-MAX
                       ADD 1 TO WS-NIGHT-COUNT
                       MOVE WS-NIGHT-COUNT TO WS-NIGHT-IDX
                       MOVE MTD-RUN-DATE TO WS-NIGHT-DATE(WS-NIGHT-IDX)
                       PERFORM 1165-CLEAR-NIGHT-PART
                           VARYING WS-NIGHT-PART-IDX FROM 1 BY 1
                           UNTIL WS-NIGHT-PART-IDX > WS-NIGHT-PART-MAX
                       SET WS-NIGHT-FOUND-SW TO 'Y'
                   END-IF
               END-IF
               IF WS-NIGHT-FOUND AND MTD-PASS-NIGHTLY
                   PERFORM 1170-SET-PARTITION-INDEX
                   PERFORM 1175-NOTE-N-PASS
               END-IF
           END-IF
           .

       1160-FIND-NIGHT.

           IF WS-NIGHT-DATE(WS-NIGHT-IDX) = MTD-RUN-DATE
               SET WS-NIGHT-FOUND-SW TO 'Y'
           END-IF
           .

       1165-CLEAR-NIGHT-PART.

           MOVE 'N'  TO WS-NIGHT-N-SW(WS-NIGHT-IDX, WS-NIGHT-PART-IDX)
           MOVE ZERO TO WS-NIGHT-N-TIME(WS-NIGHT-IDX, WS-NIGHT-PART-IDX)
           .

      **********************************************************************
      * PARTITION ENTRY FOR THE RECORD IN HAND - 1 FOR A SINGLE RUN
      * (AND FOR RECORDS WRITTEN BEFORE THE PARTITION WAS CARRIED),
      * 2 - 5 FOR PARTITIONS 1 - 4.
      **********************************************************************
       1170-SET-PARTITION-INDEX.

           IF MTD-PARTITION-VALID
               COMPUTE WS-MTD-PART-IDX = MTD-PARTITION-NUMBER + 1
           ELSE
               MOVE 1 TO WS-MTD-PART-IDX
           END-IF
           .

       1175-NOTE-N-PASS.

           IF NOT WS-NIGHT-HAS-N(WS-NIGHT-IDX, WS-MTD-PART-IDX)
              OR MTD-RUN-TIME >
                 WS-NIGHT-N-TIME(WS-NIGHT-IDX, WS-MTD-PART-IDX)
               MOVE 'Y' TO WS-NIGHT-N-SW(WS-NIGHT-IDX, WS-MTD-PART-IDX)
               MOVE MTD-RUN-TIME
                   TO WS-NIGHT-N-TIME(WS-NIGHT-IDX, WS-MTD-PART-IDX)
           END-IF
           .

       1200-BUILD-NIGHT-TABLE.

           MOVE 'N' TO WS-MTD-EOF-SW
           PERFORM 1050-OPEN-ACCUMULATOR
           PERFORM 1210-READ-FOR-NIGHTS UNTIL WS-MTD-EOF
           CLOSE FEE-MTD-FILE
           .

       1210-READ-FOR-NIGHTS.

           READ FEE-MTD-FILE
               AT END
                   SET WS-MTD-EOF-SW TO 'Y'
               NOT AT END
                   PERFORM 1150-NOTE-NIGHT
           END-READ
           .

      **********************************************************************
      * SECOND PASS.  A RECORD OUTSIDE THE ACCRUAL MONTH IS CARRIED
      * FORWARD UNTOUCHED; ONE INSIDE IT IS EITHER SUPERSEDED (LISTED
      * ON THE REPORT AND DROPPED) OR ROLLED UP.
      **********************************************************************
       2000-ROLL-UP-RECORD.

           READ FEE-MTD-FILE
               AT END
                   SET WS-MTD-EOF-SW TO 'Y'
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF MTD-RUN-DATE(1:6) NOT = WS-ACCRUAL-MONTH
                       ADD 1 TO WS-CARRIED-COUNT
                       MOVE FEE-MTD-RECORD TO CARRY-RECORD
                       WRITE CARRY-RECORD
                   ELSE
                       PERFORM 2100-APPLY-SUPERSEDE-RULE
                   END-IF
           END-READ
           .

       2100-APPLY-SUPERSEDE-RULE.

           MOVE 'N' TO WS-NIGHT-FOUND-SW
           PERFORM 1160-FIND-NIGHT
               VARYING WS-NIGHT-IDX FROM 1 BY 1
               UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
                  OR WS-NIGHT-FOUND
           IF WS-NIGHT-FOUND
               SUBTRACT 1 FROM WS-NIGHT-IDX
           END-IF

           MOVE 'N' TO WS-SUPERSEDED-SW
           IF WS-NIGHT-FOUND
              AND NOT MTD-PASS-APPEND
               PERFORM 1170-SET-PARTITION-INDEX
               IF WS-MTD-PART-IDX = 1
                   PERFORM 2110-TEST-LATER-PASS
                       VARYING WS-NIGHT-PART-IDX FROM 1 BY 1
                       UNTIL WS-NIGHT-PART-IDX > WS-NIGHT-PART-MAX
               ELSE
                   MOVE 1 TO WS-NIGHT-PART-IDX
                   PERFORM 2110-TEST-LATER-PASS
                   MOVE WS-MTD-PART-IDX TO WS-NIGHT-PART-IDX
                   PERFORM 2110-TEST-LATER-PASS
               END-IF
           END-IF

           IF WS-PASS-SUPERSEDED
               ADD 1 TO WS-SUPERSEDED-COUNT
               MOVE MTD-RUN-DATE   TO RPT-PASS-DATE
               MOVE MTD-RUN-TIME   TO RPT-PASS-TIME
               MOVE MTD-PASS-TYPE  TO RPT-PASS-TYPE
               IF MTD-PARTITION-VALID
                   MOVE ' P'          TO RPT-PASS-PART-TAG
                   MOVE MTD-PARTITION TO RPT-PASS-PART-NO
               ELSE
                   MOVE SPACE TO RPT-PASS-PART
               END-IF
               MOVE MTD-BRAND-NAME TO RPT-PASS-BRAND
               MOVE MTD-COUNT      TO RPT-PASS-COUNT
               MOVE WS-REPORT-PASS-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               ADD 1 TO WS-USED-COUNT
               PERFORM 2200-ADD-TO-ACCRUAL
           END-IF
           .

      **********************************************************************
      * DOES THE NIGHT'S PARTITION ENTRY IN HAND HOLD AN N PASS THAT
      * STARTED AFTER THIS RECORD'S PASS?  A SINGLE-RUN RECORD IS
      * TESTED AGAINST EVERY ENTRY, A PARTITION RECORD AGAINST ITS
      * OWN PARTITION'S AND THE SINGLE RUN'S.
      **********************************************************************
       2110-TEST-LATER-PASS.

           IF WS-NIGHT-HAS-N(WS-NIGHT-IDX, WS-NIGHT-PART-IDX)
              AND MTD-RUN-TIME <
                  WS-NIGHT-N-TIME(WS-NIGHT-IDX, WS-NIGHT-PART-IDX)
               SET WS-PASS-SUPERSEDED TO TRUE
           END-IF
           .

       2200-ADD-TO-ACCRUAL.

           IF MTD-PRICED
               MOVE 'P' TO WS-CAND-TYPE
               ADD MTD-COUNT  TO WS-PRICED-COUNT
               ADD MTD-VOLUME TO WS-PRICED-VOLUME
               ADD MTD-FEE    TO WS-PRICED-FEE
           ELSE
               MOVE 'U' TO WS-CAND-TYPE
               ADD MTD-COUNT  TO WS-UNPRICED-COUNT
               ADD MTD-VOLUME TO WS-UNPRICED-VOLUME
           END-IF
           MOVE MTD-BRAND-NAME TO WS-CAND-BRAND
           MOVE MTD-CARD-CLASS TO WS-CAND-CLASS
           MOVE MTD-REGION     TO WS-CAND-REGION

           MOVE 'N' TO WS-ACR-FOUND-SW
           PERFORM 2210-FIND-ACCRUAL-KEY
               VARYING WS-ACR-IDX FROM 1 BY 1
               UNTIL WS-ACR-IDX > WS-ACR-TABLE-COUNT
                  OR WS-ACR-FOUND
           IF WS-ACR-FOUND
               SUBTRACT 1 FROM WS-ACR-IDX
           ELSE
               IF WS-ACR-TABLE-COUNT < WS-ACR-TABLE-MAX
                   ADD 1 TO WS-ACR-TABLE-COUNT
                   MOVE WS-ACR-TABLE-COUNT TO WS-ACR-IDX
                   MOVE WS-CAND-ACR-KEY TO WS-ACR-KEY(WS-ACR-IDX)
                   MOVE ZERO TO WS-ACR-COUNT(WS-ACR-IDX)
                   MOVE ZERO TO WS-ACR-VOLUME(WS-ACR-IDX)
                   MOVE ZERO TO WS-ACR-FEE(WS-ACR-IDX)
                   SET WS-ACR-FOUND-SW TO 'Y'
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF

           IF WS-ACR-FOUND
               ADD MTD-COUNT  TO WS-ACR-COUNT(WS-ACR-IDX)
               ADD MTD-VOLUME TO WS-ACR-VOLUME(WS-ACR-IDX)
               ADD MTD-FEE    TO WS-ACR-FEE(WS-ACR-IDX)
           END-IF
           .

       2210-FIND-ACCRUAL-KEY.

           IF WS-ACR-KEY(WS-ACR-IDX) = WS-CAND-ACR-KEY
               SET WS-ACR-FOUND-SW TO 'Y'
           END-IF
           .

      **********************************************************************
      * WRITE THE ROLLED-UP MONTH.  THE MONTH TOTALS COME FROM THE
      * RECORDS THEMSELVES, NOT THE TABLE, SO THEY STAY RIGHT EVEN IF
      * THE TABLE EVER FILLS (THE OVERFLOW IS COUNTED ON THE REPORT).
      **********************************************************************
       8000-FINALIZE.

           CLOSE FEE-MTD-FILE
           CLOSE CARRY-FILE

           IF WS-SUPERSEDED-COUNT = ZERO
               MOVE '   NONE' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           IF WS-ACR-TABLE-COUNT > ZERO
               SORT WS-ACR-ENTRY ON ASCENDING KEY WS-ACR-KEY
           END-IF

           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'ESTIMATED FEES ACCRUED' TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REPORT-COLUMN-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM 8100-WRITE-PRICED-LINE
               VARYING WS-ACR-IDX FROM 1 BY 1
               UNTIL WS-ACR-IDX > WS-ACR-TABLE-COUNT

           MOVE 'TOTAL PRICED' TO RPT-BRAND
           MOVE SPACE TO RPT-CLASS
           MOVE SPACE TO RPT-REGION
           MOVE WS-PRICED-COUNT TO RPT-COUNT
           MOVE WS-PRICED-VOLUME TO RPT-VOLUME
           MOVE WS-PRICED-FEE TO RPT-FEE
           MOVE WS-REPORT-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'NO FEE SCHEDULE ROW - NOT PRICED, NOT ACCRUED'
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM 8200-WRITE-UNPRICED-LINE
               VARYING WS-ACR-IDX FROM 1 BY 1
               UNTIL WS-ACR-IDX > WS-ACR-TABLE-COUNT

           MOVE 'TOTAL NOT PRICED' TO RPT-BRAND
           MOVE SPACE TO RPT-CLASS
           MOVE SPACE TO RPT-REGION
           MOVE WS-UNPRICED-COUNT TO RPT-COUNT
           MOVE WS-UNPRICED-VOLUME TO RPT-VOLUME
           MOVE '       NOT PRICED' TO RPT-FEE-TEXT
           MOVE WS-REPORT-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'NIGHTS IN MONTH' TO RPT-TOTAL-LABEL
           MOVE WS-NIGHT-COUNT TO RPT-TOTAL-COUNT
           MOVE WS-REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'RECORDS READ' TO RPT-TOTAL-LABEL
           MOVE WS-READ-COUNT TO RPT-TOTAL-COUNT
           MOVE WS-REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'RECORDS ACCRUED' TO RPT-TOTAL-LABEL
           MOVE WS-USED-COUNT TO RPT-TOTAL-COUNT
           MOVE WS-REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'RECORDS SUPERSEDED' TO RPT-TOTAL-LABEL
           MOVE WS-SUPERSEDED-COUNT TO RPT-TOTAL-COUNT
           MOVE WS-REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'RECORDS CARRIED FORWARD' TO RPT-TOTAL-LABEL
           MOVE WS-CARRIED-COUNT TO RPT-TOTAL-COUNT
           MOVE WS-REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-OVERFLOW-COUNT > ZERO
               MOVE 'KEYS NOT BROKEN OUT' TO RPT-TOTAL-LABEL
               MOVE WS-OVERFLOW-COUNT TO RPT-TOTAL-COUNT
               MOVE WS-REPORT-TOTAL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           CLOSE REPORT-FILE

           IF WS-NIGHT-COUNT = ZERO
               DISPLAY 'CARD2FA - NO ACCUMULATOR RECORDS FOR MONTH '
                       WS-ACCRUAL-MONTH
           END-IF
           IF WS-UNPRICED-COUNT > ZERO
               DISPLAY 'CARD2FA - ' WS-UNPRICED-COUNT
                       ' RECORD(S) NOT PRICED THIS MONTH - SEE FEEARPT'
           END-IF

           IF WS-NIGHT-COUNT = ZERO OR WS-UNPRICED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           .

       8100-WRITE-PRICED-LINE.

           IF WS-ACR-TYPE(WS-ACR-IDX) = 'P'
               PERFORM 8300-MOVE-KEY-TO-LINE
               MOVE WS-ACR-FEE(WS-ACR-IDX) TO RPT-FEE
               MOVE WS-REPORT-DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

       8200-WRITE-UNPRICED-LINE.

           IF WS-ACR-TYPE(WS-ACR-IDX) = 'U'
               PERFORM 8300-MOVE-KEY-TO-LINE
               MOVE '       NOT PRICED' TO RPT-FEE-TEXT
               MOVE WS-REPORT-DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .

       8300-MOVE-KEY-TO-LINE.

           MOVE WS-ACR-BRAND(WS-ACR-IDX) TO RPT-BRAND
           MOVE WS-ACR-CLASS(WS-ACR-IDX) TO RPT-CLASS
           EVALUATE WS-ACR-REGION(WS-ACR-IDX)
               WHEN 'X'
                   MOVE 'XBD' TO RPT-REGION
               WHEN 'D'
                   MOVE 'DOM' TO RPT-REGION
               WHEN OTHER
                   MOVE SPACE TO RPT-REGION
           END-EVALUATE
           MOVE WS-ACR-COUNT(WS-ACR-IDX)  TO RPT-COUNT
           MOVE WS-ACR-VOLUME(WS-ACR-IDX) TO RPT-VOLUME
           .

       9999-END.
           .
