      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   INTERCHANGE FEE SCHEDULE MAINTENANCE.  TREASURY
      *            KEEPS THE NETWORKS' INTERCHANGE RATES IN THE
      *            FEESCHED REFERENCE FILE THE NIGHTLY RUN PRICES ITS
      *            ESTIMATED FEES FROM; THIS PROGRAM IS THE ONLY WAY
      *            THAT FILE CHANGES, THE SAME WAY CARD2M IS THE ONLY
      *            WAY BINRANGE CHANGES.  IT READS A TRANSACTION FILE
      *            OF ADDS, CHANGES AND DELETES (FEETRAN), VALIDATES
      *            EVERY TRANSACTION BEFORE ANYTHING IS APPLIED, AND
      *            WRITES
      *              - A BEFORE/AFTER AUDIT REPORT OF EVERY APPLIED
      *                AND REJECTED TRANSACTION (FEEMRPT), AND
      *              - THE NEW SORTED SCHEDULE (FEENEW).
      *
      *            TRANSACTION LAYOUT: A ONE-BYTE ACTION CODE (A =
      *            ADD, C = CHANGE, D = DELETE) FOLLOWED BY A 50-BYTE
      *            FEEREC IMAGE.  THE KEY IS BRAND, CLASS, REGION AND
      *            EFFECTIVE DATE.  A CHANGE REPLACES THE RATE AND
      *            PER-ITEM FEE ON THE ROW WITH THAT KEY; A DELETE
      *            NEEDS ONLY THE KEY.  A RATE CHANGE FROM A FUTURE
      *            DATE IS AN ADD WITH THAT EFFECTIVE DATE - THE OLD
      *            ROW STAYS ON THE FILE AS HISTORY AND THE NIGHTLY
      *            RUN SWITCHES OVER BY ITSELF ON THE DAY.
      *
      *            VALIDATION RULES, CHECKED BEFORE ANY APPLY:
      *              - ACTION A, C OR D,
      *              - BRAND NAME PRESENT,
      *              - CLASS C, D OR P,
      *              - REGION D OR X,
      *              - EFFECTIVE DATE A VALID YYYYMMDD,
      *              - AN ADD'S KEY NOT ALREADY ON THE FILE, A
      *                CHANGE'S OR DELETE'S KEY ON IT,
      *              - RATE AND PER-ITEM FEE NUMERIC, THE RATE NOT
      *                ABOVE 10 PERCENT (A SLIPPED DECIMAL POINT IN
      *                THE RATE WOULD OTHERWISE PRICE THE WHOLE BRAND
      *                A HUNDRED TIMES OVER WITHOUT ANY WARNING).
      *            A TRANSACTION THAT FAILS ANY RULE IS REJECTED ON
      *            THE REPORT AND NOTHING ABOUT IT IS APPLIED.
      *
      *            MASTER ROWS THAT FAIL THE SAME FIELD RULES OR ARE
      *            OUT OF KEY SEQUENCE ARE REPORTED AND DROPPED, AS
      *            CARD2M DOES WITH BAD BIN ROWS.
      *
      *            RETURN CODES: 0 = ALL TRANSACTIONS APPLIED,
      *            4 = AT LEAST ONE TRANSACTION REJECTED OR MASTER
      *            ROW DROPPED (SEE FEEMRPT), 16 = A FILE COULD NOT
      *            BE OPENED.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2F.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-MASTER-FILE
               ASSIGN TO "FEESCHED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT FEE-TRAN-FILE
               ASSIGN TO "FEETRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT NEW-MASTER-FILE
               ASSIGN TO "FEENEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "FEEMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY FEEREC.

       FD  FEE-TRAN-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  FEE-TRAN-RECORD.
           05  FT-ACTION               PIC X(01).
               88  FT-ADD                  VALUE 'A'.
               88  FT-CHANGE               VALUE 'C'.
               88  FT-DELETE               VALUE 'D'.
           05  FT-BRAND-NAME           PIC X(20).
           05  FT-CARD-CLASS           PIC X(01).
           05  FT-REGION               PIC X(01).
           05  FT-EFFECTIVE-DATE       PIC X(08).
           05  FT-RATE-PERCENT         PIC X(06).
           05  FT-PER-ITEM             PIC X(06).
           05  FILLER                  PIC X(08).

       FD  NEW-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  NEW-MASTER-RECORD           PIC X(50).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-MASTER-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-TRAN-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-NEW-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.

       77  WS-MASTER-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-MASTER-EOF               VALUE 'Y'.
       77  WS-TRAN-EOF-SW              PIC X(01) VALUE 'N'.
           88  WS-TRAN-EOF                 VALUE 'Y'.
       77  WS-PREV-FEE-KEY             PIC X(30) VALUE LOW-VALUE.
       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-MAX-RATE-PERCENT         PIC 9(02)V9(04) VALUE 10.

      **********************************************************************
      * THE WORKING COPY OF THE SCHEDULE.  LOADED FROM THE CURRENT
      * MASTER, UPDATED IN PLACE BY THE TRANSACTIONS (ADDS ARE
      * APPENDED, DELETES ARE FLAGGED), SORTED ONCE AT END OF RUN
      * ON THE FULL KEY AND WRITTEN OUT - THE SAME APPEND-THEN-SORT
      * SHAPE CARD2M USES FOR THE BIN TABLE.
      **********************************************************************
       77  WS-MNT-TABLE-COUNT          PIC 9(08) COMP VALUE ZERO.
       77  WS-MNT-TABLE-MAX            PIC 9(08) COMP VALUE 5000.
       77  WS-MNT-IDX                  PIC 9(08) COMP VALUE ZERO.
       77  WS-MNT-TARGET-IDX           PIC 9(08) COMP VALUE ZERO.
       77  WS-MNT-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-MNT-FOUND                VALUE 'Y'.

       01  WS-MNT-TABLE.
           05  WS-MNT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-MNT-TABLE-COUNT.
               10  WS-MNT-DELETED-SW   PIC X(01).
                   88  WS-MNT-DELETED      VALUE 'Y'.
               10  WS-MNT-KEY.
                   15  WS-MNT-BRAND    PIC X(20).
                   15  WS-MNT-CLASS    PIC X(01).
                   15  WS-MNT-REGION   PIC X(01).
                   15  WS-MNT-EFFECTIVE
                                       PIC 9(08).
               10  WS-MNT-RATE         PIC 9(02)V9(04).
               10  WS-MNT-PER-ITEM     PIC 9(02)V9(04).

      **********************************************************************
      * CANDIDATE FIELDS FOR THE TRANSACTION BEING VALIDATED.  THE
      * KEY IS BUILT IN THE SAME SHAPE AS WS-MNT-KEY SO THE TARGET
      * SEARCH IS ONE COMPARE; THE RATE FIELDS ARE MOVED IN AS
      * KEYED AND READ BACK NUMERIC ONCE THEY PASS THE NUMERIC RULE.
      **********************************************************************
       01  WS-CAND-KEY.
           05  WS-CAND-BRAND           PIC X(20).
           05  WS-CAND-CLASS           PIC X(01).
           05  WS-CAND-REGION          PIC X(01).
           05  WS-CAND-EFFECTIVE       PIC X(08).
       01  WS-CAND-RATE-X              PIC X(06) VALUE SPACE.
       01  WS-CAND-RATE REDEFINES WS-CAND-RATE-X
                                       PIC 9(02)V9(04).
       01  WS-CAND-PER-ITEM-X          PIC X(06) VALUE SPACE.
       01  WS-CAND-PER-ITEM REDEFINES WS-CAND-PER-ITEM-X
                                       PIC 9(02)V9(04).
       77  WS-REJECT-REASON            PIC X(34) VALUE SPACE.

      **********************************************************************
      * DATE RULE WORK FIELDS, SHARED BY THE MASTER LOAD AND THE
      * TRANSACTION EDITS.
      **********************************************************************
       77  WS-DATE-OK-SW               PIC X(01) VALUE 'N'.
           88  WS-DATE-OK                  VALUE 'Y'.

       01  WS-DATE-CHECK               PIC X(08) VALUE SPACE.
       01  WS-DATE-CHECK-PARTS REDEFINES WS-DATE-CHECK.
           05  WS-DATE-CHECK-YYYY      PIC 9(04).
           05  WS-DATE-CHECK-MM        PIC 9(02).
           05  WS-DATE-CHECK-DD        PIC 9(02).

       77  WS-TRAN-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-APPLIED-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(09) COMP VALUE ZERO.
       77  WS-DROPPED-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-WRITTEN-COUNT            PIC 9(09) COMP VALUE ZERO.

      **********************************************************************
      * A 50-BYTE FEEREC IMAGE BUILT FROM A TABLE ENTRY FOR THE
      * OUTPUT FILE - SAME FIELD ORDER AND WIDTHS AS FEEREC - AND
      * THE PRINTABLE FORM OF AN ENTRY OR TRANSACTION FOR THE
      * BEFORE/AFTER REPORT LINES.
      **********************************************************************
       01  WS-FEE-IMAGE.
           05  IMG-BRAND-NAME          PIC X(20).
           05  IMG-CARD-CLASS          PIC X(01).
           05  IMG-REGION              PIC X(01).
           05  IMG-EFFECTIVE-DATE      PIC 9(08).
           05  IMG-RATE-PERCENT        PIC 9(02)V9(04).
           05  IMG-PER-ITEM            PIC 9(02)V9(04).
           05  FILLER                  PIC X(08) VALUE SPACE.

       77  WS-EDIT-RATE                PIC Z9.9999.

       01  WS-PRINT-IMAGE.
           05  PRT-BRAND-NAME          PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PRT-CARD-CLASS          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PRT-REGION              PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PRT-EFFECTIVE-DATE      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PRT-RATE-PERCENT        PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PRT-PER-ITEM            PIC X(07).

       01  WS-REPORT-HEADING-LINE.
           05  FILLER                  PIC X(36) VALUE
               'FEE SCHEDULE MAINTENANCE   RUN DATE '.
           05  RPT-HEAD-RUN-DATE       PIC 9(08).
           05  FILLER                  PIC X(36) VALUE SPACE.

       01  WS-REPORT-TRAN-LINE.
           05  FILLER                  PIC X(05) VALUE 'TRAN '.
           05  RPT-TRAN-NUMBER         PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-TRAN-ACTION         PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-TRAN-IMAGE          PIC X(49).
           05  FILLER                  PIC X(09) VALUE SPACE.

       01  WS-REPORT-IMAGE-LINE.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  RPT-IMAGE-TAG           PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-IMAGE               PIC X(49).
           05  FILLER                  PIC X(18) VALUE SPACE.

       01  WS-REPORT-REJECT-LINE.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE 'REJECTED - '.
           05  RPT-REJECT-REASON       PIC X(34).
           05  FILLER                  PIC X(32) VALUE SPACE.

       01  WS-REPORT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(22).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(46) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS UNTIL WS-TRAN-EOF
           PERFORM 8000-FINALIZE
           STOP RUN
           .

       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT FEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2F - UNABLE TO OPEN FEESCHED, STATUS '
                       WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FEE-TRAN-FILE
           IF WS-TRAN-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2F - UNABLE TO OPEN FEETRAN, STATUS '
                       WS-TRAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NEW-MASTER-FILE
           IF WS-NEW-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2F - UNABLE TO OPEN FEENEW, STATUS '
                       WS-NEW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2F - UNABLE TO OPEN FEEMRPT, STATUS '
                       WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO RPT-HEAD-RUN-DATE
           MOVE WS-REPORT-HEADING-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM 1100-LOAD-MASTER-ROW UNTIL WS-MASTER-EOF
           CLOSE FEE-MASTER-FILE
           .

      **********************************************************************
      * LOAD THE CURRENT SCHEDULE.  A ROW THAT FAILS A FIELD RULE OR
      * IS OUT OF KEY SEQUENCE IS REPORTED AND DROPPED, AND COUNTS
      * TOWARD RETURN CODE 4.
      **********************************************************************
       1100-LOAD-MASTER-ROW.

           READ FEE-MASTER-FILE
               AT END
                   SET WS-MASTER-EOF-SW TO 'Y'
               NOT AT END
                   MOVE FEE-EFFECTIVE-DATE TO WS-DATE-CHECK
                   PERFORM 2240-CHECK-DATE-RULE
                   EVALUATE TRUE
                       WHEN FEE-BRAND-NAME = SPACE
                         OR NOT FEE-CLASS-VALID
                         OR NOT FEE-REGION-VALID
                         OR NOT WS-DATE-OK
                         OR FEE-RATE-PERCENT NOT NUMERIC
                         OR FEE-PER-ITEM NOT NUMERIC
                         OR FEE-SCHEDULE-RECORD(1:30)
                               NOT > WS-PREV-FEE-KEY
                           ADD 1 TO WS-DROPPED-COUNT
                           PERFORM 1160-WRITE-MASTER-IMAGE
                           MOVE 'MASTER ROW BAD OR OUT OF SEQUENCE'
                               TO RPT-REJECT-REASON
                           MOVE WS-REPORT-REJECT-LINE TO REPORT-RECORD
                           WRITE REPORT-RECORD
                       WHEN WS-MNT-TABLE-COUNT < WS-MNT-TABLE-MAX
                           ADD 1 TO WS-MNT-TABLE-COUNT
                           MOVE 'N' TO
                               WS-MNT-DELETED-SW(WS-MNT-TABLE-COUNT)
                           MOVE FEE-BRAND-NAME     TO
                               WS-MNT-BRAND(WS-MNT-TABLE-COUNT)
                           MOVE FEE-CARD-CLASS     TO
                               WS-MNT-CLASS(WS-MNT-TABLE-COUNT)
                           MOVE FEE-REGION         TO
                               WS-MNT-REGION(WS-MNT-TABLE-COUNT)
                           MOVE FEE-EFFECTIVE-DATE TO
                               WS-MNT-EFFECTIVE(WS-MNT-TABLE-COUNT)
                           MOVE FEE-RATE-PERCENT   TO
                               WS-MNT-RATE(WS-MNT-TABLE-COUNT)
                           MOVE FEE-PER-ITEM       TO
                               WS-MNT-PER-ITEM(WS-MNT-TABLE-COUNT)
                           MOVE FEE-SCHEDULE-RECORD(1:30)
                               TO WS-PREV-FEE-KEY
                       WHEN OTHER
                           DISPLAY 'CARD2F - TABLE FULL AT '
                                   WS-MNT-TABLE-MAX
                                   ' ENTRIES, MASTER ROW DROPPED'
                           ADD 1 TO WS-DROPPED-COUNT
                   END-EVALUATE
           END-READ
           .

       1160-WRITE-MASTER-IMAGE.

           MOVE FEE-BRAND-NAME      TO PRT-BRAND-NAME
           MOVE FEE-CARD-CLASS      TO PRT-CARD-CLASS
           MOVE FEE-REGION          TO PRT-REGION
           MOVE FEE-EFFECTIVE-DATE  TO PRT-EFFECTIVE-DATE
           MOVE FEE-SCHEDULE-RECORD(31:6) TO PRT-RATE-PERCENT
           MOVE FEE-SCHEDULE-RECORD(37:6) TO PRT-PER-ITEM
           MOVE 'MASTER' TO RPT-IMAGE-TAG
           MOVE WS-PRINT-IMAGE TO RPT-IMAGE
           MOVE WS-REPORT-IMAGE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       2000-PROCESS-TRANSACTIONS.

           READ FEE-TRAN-FILE
               AT END
                   SET WS-TRAN-EOF-SW TO 'Y'
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
                   PERFORM 2100-APPLY-ONE-TRANSACTION
           END-READ
           .

       2100-APPLY-ONE-TRANSACTION.

           PERFORM 2110-WRITE-TRAN-LINE
           MOVE SPACE TO WS-REJECT-REASON
           PERFORM 2200-VALIDATE-TRANSACTION

           IF WS-REJECT-REASON NOT = SPACE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE WS-REJECT-REASON TO RPT-REJECT-REASON
               MOVE WS-REPORT-REJECT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               EVALUATE TRUE
                   WHEN FT-ADD
                       PERFORM 2300-APPLY-ADD
                   WHEN FT-CHANGE
                       PERFORM 2400-APPLY-CHANGE
                   WHEN FT-DELETE
                       PERFORM 2500-APPLY-DELETE
               END-EVALUATE
           END-IF
           .

       2110-WRITE-TRAN-LINE.

           MOVE WS-TRAN-COUNT TO RPT-TRAN-NUMBER
           EVALUATE TRUE
               WHEN FT-ADD
                   MOVE 'ADD'    TO RPT-TRAN-ACTION
               WHEN FT-CHANGE
                   MOVE 'CHANGE' TO RPT-TRAN-ACTION
               WHEN FT-DELETE
                   MOVE 'DELETE' TO RPT-TRAN-ACTION
               WHEN OTHER
                   MOVE FT-ACTION TO RPT-TRAN-ACTION
           END-EVALUATE
           MOVE FT-BRAND-NAME       TO PRT-BRAND-NAME
           MOVE FT-CARD-CLASS       TO PRT-CARD-CLASS
           MOVE FT-REGION           TO PRT-REGION
           MOVE FT-EFFECTIVE-DATE   TO PRT-EFFECTIVE-DATE
           MOVE FT-RATE-PERCENT     TO PRT-RATE-PERCENT
           MOVE FT-PER-ITEM         TO PRT-PER-ITEM
           MOVE WS-PRINT-IMAGE TO RPT-TRAN-IMAGE
           MOVE WS-REPORT-TRAN-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      **********************************************************************
      * ALL VALIDATION HAPPENS HERE, BEFORE ANYTHING IS APPLIED.
      * THE FIRST RULE THAT FAILS SETS WS-REJECT-REASON AND EVERY
      * LATER RULE IS GUARDED ON THE REASON STILL BEING SPACE, SO
      * ONLY THE FIRST FAILURE IS REPORTED.  A VALID DELETE NEEDS
      * ONLY ITS KEY - THE RATE RULES IN 2210 APPLY TO ADDS AND
      * CHANGES.
      **********************************************************************
       2200-VALIDATE-TRANSACTION.

           IF NOT FT-ADD AND NOT FT-CHANGE AND NOT FT-DELETE
               MOVE 'ACTION NOT A, C OR D' TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACE
               IF FT-BRAND-NAME = SPACE
                   MOVE 'BRAND NAME MISSING' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACE
               IF FT-CARD-CLASS NOT = 'C' AND NOT = 'D'
               AND NOT = 'P'
                   MOVE 'CLASS NOT C, D OR P' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACE
               IF FT-REGION NOT = 'D' AND NOT = 'X'
                   MOVE 'REGION NOT D OR X' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACE
               MOVE FT-EFFECTIVE-DATE TO WS-DATE-CHECK
               PERFORM 2240-CHECK-DATE-RULE
               IF NOT WS-DATE-OK
                   MOVE 'EFFECTIVE DATE NOT A VALID DATE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACE
               MOVE FT-BRAND-NAME     TO WS-CAND-BRAND
               MOVE FT-CARD-CLASS     TO WS-CAND-CLASS
               MOVE FT-REGION         TO WS-CAND-REGION
               MOVE FT-EFFECTIVE-DATE TO WS-CAND-EFFECTIVE
               PERFORM 2250-FIND-TARGET-ROW
               EVALUATE TRUE
                   WHEN FT-CHANGE AND NOT WS-MNT-FOUND
                     OR FT-DELETE AND NOT WS-MNT-FOUND
                       MOVE 'NO ROW WITH THIS KEY'
                           TO WS-REJECT-REASON
                   WHEN FT-ADD AND WS-MNT-FOUND
                       MOVE 'ROW WITH THIS KEY ALREADY EXISTS'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           IF WS-REJECT-REASON = SPACE AND NOT FT-DELETE
               PERFORM 2210-VALIDATE-RATE-RULES
           END-IF
           .

       2210-VALIDATE-RATE-RULES.

           MOVE FT-RATE-PERCENT TO WS-CAND-RATE-X
           MOVE FT-PER-ITEM     TO WS-CAND-PER-ITEM-X

           IF WS-CAND-RATE-X NOT NUMERIC
               MOVE 'RATE NOT NUMERIC' TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACE
               IF WS-CAND-RATE > WS-MAX-RATE-PERCENT
                   MOVE 'RATE ABOVE 10 PERCENT' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACE
               IF WS-CAND-PER-ITEM-X NOT NUMERIC
                   MOVE 'PER-ITEM FEE NOT NUMERIC'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           .

      **********************************************************************
      * DATE RULE - EIGHT DIGITS, A PLAUSIBLE YEAR, MONTH 01-12 AND
      * DAY 01 THROUGH THE LAST DAY OF THAT MONTH (FEBRUARY 29 ONLY
      * IN A LEAP YEAR).
      **********************************************************************
       2240-CHECK-DATE-RULE.

           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-DATE-CHECK IS NUMERIC
               IF WS-DATE-CHECK-YYYY >= 2000
               AND WS-DATE-CHECK-MM >= 1 AND WS-DATE-CHECK-MM <= 12
               AND WS-DATE-CHECK-DD >= 1
                   EVALUATE WS-DATE-CHECK-MM
                       WHEN 4
                       WHEN 6
                       WHEN 9
                       WHEN 11
                           IF WS-DATE-CHECK-DD <= 30
                               SET WS-DATE-OK TO TRUE
                           END-IF
                       WHEN 2
                           IF WS-DATE-CHECK-DD <= 28
                               SET WS-DATE-OK TO TRUE
                           ELSE
                               IF WS-DATE-CHECK-DD = 29
                               AND FUNCTION MOD(WS-DATE-CHECK-YYYY, 4)
                                   = ZERO
                               AND (FUNCTION MOD(WS-DATE-CHECK-YYYY,
                                       100) NOT = ZERO
                                 OR FUNCTION MOD(WS-DATE-CHECK-YYYY,
                                       400) = ZERO)
                                   SET WS-DATE-OK TO TRUE
                               END-IF
                           END-IF
                       WHEN OTHER
                           IF WS-DATE-CHECK-DD <= 31
                               SET WS-DATE-OK TO TRUE
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF
           .

      **********************************************************************
      * FIND THE ACTIVE ROW WITH THE TRANSACTION'S FULL KEY.  LEAVES
      * WS-MNT-TARGET-IDX ON THE MATCH FOR CHANGE/DELETE.
      **********************************************************************
       2250-FIND-TARGET-ROW.

           MOVE 'N' TO WS-MNT-FOUND-SW
           MOVE ZERO TO WS-MNT-TARGET-IDX
           PERFORM 2255-MATCH-TARGET-ROW
               VARYING WS-MNT-IDX FROM 1 BY 1
               UNTIL WS-MNT-IDX > WS-MNT-TABLE-COUNT
                  OR WS-MNT-FOUND
           .

       2255-MATCH-TARGET-ROW.

           IF NOT WS-MNT-DELETED(WS-MNT-IDX)
           AND WS-MNT-KEY(WS-MNT-IDX) = WS-CAND-KEY
               MOVE WS-MNT-IDX TO WS-MNT-TARGET-IDX
               SET WS-MNT-FOUND TO TRUE
           END-IF
           .

       2300-APPLY-ADD.

           IF WS-MNT-TABLE-COUNT >= WS-MNT-TABLE-MAX
               DISPLAY 'CARD2F - TABLE FULL AT ' WS-MNT-TABLE-MAX
                       ' ENTRIES, ADD NOT APPLIED'
               SUBTRACT 1 FROM WS-APPLIED-COUNT
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 'TABLE FULL, ADD NOT APPLIED'
                   TO RPT-REJECT-REASON
               MOVE WS-REPORT-REJECT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               ADD 1 TO WS-MNT-TABLE-COUNT
               MOVE WS-MNT-TABLE-COUNT TO WS-MNT-TARGET-IDX
               MOVE 'N' TO WS-MNT-DELETED-SW(WS-MNT-TARGET-IDX)
               MOVE WS-CAND-KEY TO WS-MNT-KEY(WS-MNT-TARGET-IDX)
               PERFORM 2350-MOVE-TRAN-TO-ENTRY
               PERFORM 2360-WRITE-AFTER-IMAGE
           END-IF
           .

       2400-APPLY-CHANGE.

           PERFORM 2370-WRITE-BEFORE-IMAGE
           PERFORM 2350-MOVE-TRAN-TO-ENTRY
           PERFORM 2360-WRITE-AFTER-IMAGE
           .

       2500-APPLY-DELETE.

           PERFORM 2370-WRITE-BEFORE-IMAGE
           SET WS-MNT-DELETED(WS-MNT-TARGET-IDX) TO TRUE
           .

       2350-MOVE-TRAN-TO-ENTRY.

           MOVE WS-CAND-RATE     TO WS-MNT-RATE(WS-MNT-TARGET-IDX)
           MOVE WS-CAND-PER-ITEM TO WS-MNT-PER-ITEM(WS-MNT-TARGET-IDX)
           .

       2360-WRITE-AFTER-IMAGE.

           PERFORM 2380-BUILD-ENTRY-IMAGE
           MOVE 'AFTER' TO RPT-IMAGE-TAG
           MOVE WS-PRINT-IMAGE TO RPT-IMAGE
           MOVE WS-REPORT-IMAGE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       2370-WRITE-BEFORE-IMAGE.

           PERFORM 2380-BUILD-ENTRY-IMAGE
           MOVE 'BEFORE' TO RPT-IMAGE-TAG
           MOVE WS-PRINT-IMAGE TO RPT-IMAGE
           MOVE WS-REPORT-IMAGE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      **********************************************************************
      * BUILD BOTH THE OUTPUT IMAGE AND THE PRINTABLE IMAGE OF THE
      * TARGET ENTRY.
      **********************************************************************
       2380-BUILD-ENTRY-IMAGE.

           MOVE WS-MNT-BRAND(WS-MNT-TARGET-IDX)     TO IMG-BRAND-NAME
           MOVE WS-MNT-CLASS(WS-MNT-TARGET-IDX)     TO IMG-CARD-CLASS
           MOVE WS-MNT-REGION(WS-MNT-TARGET-IDX)    TO IMG-REGION
           MOVE WS-MNT-EFFECTIVE(WS-MNT-TARGET-IDX)
               TO IMG-EFFECTIVE-DATE
           MOVE WS-MNT-RATE(WS-MNT-TARGET-IDX)      TO IMG-RATE-PERCENT
           MOVE WS-MNT-PER-ITEM(WS-MNT-TARGET-IDX)  TO IMG-PER-ITEM

           MOVE IMG-BRAND-NAME      TO PRT-BRAND-NAME
           MOVE IMG-CARD-CLASS      TO PRT-CARD-CLASS
           MOVE IMG-REGION          TO PRT-REGION
           MOVE IMG-EFFECTIVE-DATE  TO PRT-EFFECTIVE-DATE
           MOVE IMG-RATE-PERCENT    TO WS-EDIT-RATE
           MOVE WS-EDIT-RATE        TO PRT-RATE-PERCENT
           MOVE IMG-PER-ITEM        TO WS-EDIT-RATE
           MOVE WS-EDIT-RATE        TO PRT-PER-ITEM
           .

      **********************************************************************
      * ONE SORT ON THE FULL KEY, THEN ONE SEQUENTIAL WRITE OF EVERY
      * SURVIVING ROW - THE ORDER THE NIGHTLY LOADER'S SEQUENCE
      * CHECK EXPECTS.
      **********************************************************************
       8000-FINALIZE.

           CLOSE FEE-TRAN-FILE

           IF WS-MNT-TABLE-COUNT > ZERO
               SORT WS-MNT-ENTRY ON ASCENDING KEY WS-MNT-KEY
           END-IF

           PERFORM 8100-WRITE-OUTPUT-ROW
               VARYING WS-MNT-TARGET-IDX FROM 1 BY 1
               UNTIL WS-MNT-TARGET-IDX > WS-MNT-TABLE-COUNT

           CLOSE NEW-MASTER-FILE

           MOVE 'TRANSACTIONS READ' TO RPT-TOTAL-LABEL
           MOVE WS-TRAN-COUNT TO RPT-TOTAL-COUNT
           MOVE WS-REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'APPLIED' TO RPT-TOTAL-LABEL
           MOVE WS-APPLIED-COUNT TO RPT-TOTAL-COUNT
           MOVE WS-REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'REJECTED' TO RPT-TOTAL-LABEL
           MOVE WS-REJECTED-COUNT TO RPT-TOTAL-COUNT
           MOVE WS-REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'MASTER ROWS DROPPED' TO RPT-TOTAL-LABEL
           MOVE WS-DROPPED-COUNT TO RPT-TOTAL-COUNT
           MOVE WS-REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'ROWS ON NEW FILE' TO RPT-TOTAL-LABEL
           MOVE WS-WRITTEN-COUNT TO RPT-TOTAL-COUNT
           MOVE WS-REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           CLOSE REPORT-FILE

           IF WS-REJECTED-COUNT > ZERO OR WS-DROPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           .

       8100-WRITE-OUTPUT-ROW.

           IF NOT WS-MNT-DELETED(WS-MNT-TARGET-IDX)
               ADD 1 TO WS-WRITTEN-COUNT
               PERFORM 2380-BUILD-ENTRY-IMAGE
               MOVE WS-FEE-IMAGE TO NEW-MASTER-RECORD
               WRITE NEW-MASTER-RECORD
           END-IF
           .

       9999-END.
           .
