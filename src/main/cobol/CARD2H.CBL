      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   HOT-CARD LIST MAINTENANCE.  FRAUD OPERATIONS HAVE
      *            BEEN EDITING THE HOT-CARD LIST (BARE 16-BYTE PANS)
      *            BY HAND, SO A TYPO JUST DROPPED THE ROW AT THE
      *            LOADERS' SEQUENCE CHECK, AND NOBODY COULD SAY WHO
      *            BLOCKED OR UNBLOCKED A CARD, WHY, OR WHEN.  THIS
      *            PROGRAM REPLACES THE HAND EDITS THE SAME WAY
      *            CARD2M REPLACED THE BINRANGE ONES: IT READS A
      *            TRANSACTION FILE OF ADDS AND REMOVES (HOTTRAN),
      *            VALIDATES EVERY TRANSACTION BEFORE ANYTHING IS
      *            APPLIED, AND WRITES
      *              - A BEFORE/AFTER AUDIT REPORT OF EVERY APPLIED
      *                AND REJECTED TRANSACTION, WITH THE OPERATOR
      *                WHO KEYED IT (HOTMRPT),
      *              - THE NEW SORTED FLAT FILE THE BATCH DRIVER
      *                SCREENS AGAINST (HOTNEW), AND
      *              - AN IDENTICAL RECORD SET FOR THE IDCAMS REPRO
      *                INTO THE HOTCARD KSDS THE CICS REGION USES
      *                (HOTREPRO),
      *            SO THE BATCH AND ONLINE LISTS ARE ALWAYS
      *            REGENERATED TOGETHER FROM ONE IMAGE.
      *
      *            THE MASTER READ HERE (HOTCARD) IS AN UNLOAD OF THE
      *            KSDS, NOT THE OLD FLAT FILE - THE KSDS IS THE ONE
      *            COPY THAT ALSO CARRIES TODAY'S ONLINE CHANGES FROM
      *            THE CHOT TRANSACTION (CARD2HU), SO REGENERATING
      *            FROM IT IS WHAT CARRIES THOSE CHANGES INTO THE
      *            FLAT FILE.  SEE CARD2HJ.
      *
      *            TRANSACTION LAYOUT: A ONE-BYTE ACTION CODE (A =
      *            ADD, R = REMOVE) FOLLOWED BY A 50-BYTE HOTREC
      *            IMAGE.  THE PAN IS THE KEY.  A REMOVE NEEDS ONLY
      *            THE PAN AND THE OPERATOR ID.  CHANGING AN ENTRY'S
      *            REASON OR DATES IS A REMOVE PLUS AN ADD.
      *
      *            VALIDATION RULES, CHECKED BEFORE ANY APPLY:
      *              - ACTION A OR R,
      *              - PAN 12 THROUGH 16 DIGITS, LEFT-JUSTIFIED,
      *              - OPERATOR ID PRESENT,
      *              - AN ADD'S PAN NOT ALREADY ON THE LIST, A
      *                REMOVE'S PAN ON IT,
      *              - REASON CODE LS, ST, FR, CP, DS OR OT,
      *              - EFFECTIVE DATE A VALID YYYYMMDD (BLANK OR
      *                ZERO = EFFECTIVE TODAY),
      *              - EXPIRE DATE BLANK/ZERO (NO AUTO-EXPIRY) OR A
      *                VALID YYYYMMDD NOT BEFORE THE EFFECTIVE DATE
      *                AND NOT ALREADY PASSED.
      *            A TRANSACTION THAT FAILS ANY RULE IS REJECTED ON
      *            THE REPORT AND NOTHING ABOUT IT IS APPLIED.
      *
      *            MASTER ROWS: A ROW WHOSE EXPIRE DATE HAS PASSED
      *            IS DROPPED FROM THE NEW FILE AND LISTED ON THE
      *            REPORT - THAT IS THE AUTO-EXPIRY, NOT AN ERROR.  A
      *            ROW OUT OF SEQUENCE OR WITH A PAN THAT FAILS THE
      *            PAN RULE IS REPORTED AND DROPPED (A LEGACY HAND
      *            EDIT, NEVER AGAIN SILENT).  AN OLD 16-BYTE ROW
      *            FROM BEFORE THIS PROGRAM IS CONVERTED IN PLACE -
      *            REASON LG, EFFECTIVE THE RUN DATE, NO EXPIRY,
      *            OPERATOR 'LEGACY' - SO THE FIRST RUN CARRIES THE
      *            HAND-EDITED LIST FORWARD WHOLE.
      *
      *            ONLY MASKED PANS EVER REACH THE REPORT.
      *
      *            RETURN CODES: 0 = ALL TRANSACTIONS APPLIED,
      *            4 = AT LEAST ONE TRANSACTION REJECTED OR MASTER
      *            ROW DROPPED AS BAD (SEE HOTMRPT - EXPIRED ROWS DO
      *            NOT COUNT), 16 = A FILE COULD NOT BE OPENED.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2H.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOT-MASTER-FILE
               ASSIGN TO "HOTCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT HOT-TRAN-FILE
               ASSIGN TO "HOTTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT NEW-MASTER-FILE
               ASSIGN TO "HOTNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT REPRO-FILE
               ASSIGN TO "HOTREPRO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPRO-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "HOTMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      **********************************************************************
      * THE CURRENT LIST.  A 50-BYTE HOTREC ROW, OR AN OLD 16-BYTE
      * BARE-PAN ROW FROM THE HAND-EDITED LIST (CONVERTED ON LOAD).
      **********************************************************************
       FD  HOT-MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 16 TO 50 CHARACTERS
               DEPENDING ON WS-MASTER-REC-LENGTH.
       COPY HOTREC.

       FD  HOT-TRAN-FILE
           RECORD CONTAINS 51 CHARACTERS.
       01  HOT-TRAN-RECORD.
           05  HT-ACTION               PIC X(01).
               88  HT-ADD                  VALUE 'A'.
               88  HT-REMOVE               VALUE 'R'.
           05  HT-PAN                  PIC X(16).
           05  HT-REASON-CODE          PIC X(02).
           05  HT-EFFECTIVE-DATE       PIC X(08).
           05  HT-EXPIRE-DATE          PIC X(08).
           05  HT-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(08).

       FD  NEW-MASTER-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  NEW-MASTER-RECORD           PIC X(50).

       FD  REPRO-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  REPRO-RECORD                PIC X(50).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-MASTER-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-TRAN-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-NEW-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-REPRO-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.

       77  WS-MASTER-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-MASTER-EOF               VALUE 'Y'.
       77  WS-TRAN-EOF-SW              PIC X(01) VALUE 'N'.
           88  WS-TRAN-EOF                 VALUE 'Y'.
       77  WS-MASTER-REC-LENGTH        PIC 9(04) COMP VALUE ZERO.
       77  WS-PREV-HOT-PAN             PIC X(16) VALUE LOW-VALUE.
       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.

      **********************************************************************
      * THE WORKING COPY OF THE LIST.  LOADED FROM THE CURRENT
      * MASTER, UPDATED IN PLACE BY THE TRANSACTIONS (ADDS ARE
      * APPENDED, REMOVES ARE FLAGGED), SORTED ONCE AT END OF RUN
      * AND WRITTEN OUT - THE SAME APPEND-THEN-SORT SHAPE CARD2M
      * USES FOR THE BIN TABLE.
      **********************************************************************
       77  WS-MNT-TABLE-COUNT          PIC 9(08) COMP VALUE ZERO.
       77  WS-MNT-TABLE-MAX            PIC 9(08) COMP VALUE 100000.
       77  WS-MNT-IDX                  PIC 9(08) COMP VALUE ZERO.
       77  WS-MNT-TARGET-IDX           PIC 9(08) COMP VALUE ZERO.
       77  WS-MNT-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-MNT-FOUND                VALUE 'Y'.

       01  WS-MNT-TABLE.
           05  WS-MNT-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-MNT-TABLE-COUNT.
               10  WS-MNT-DELETED-SW   PIC X(01).
                   88  WS-MNT-DELETED      VALUE 'Y'.
               10  WS-MNT-PAN          PIC X(16).
               10  WS-MNT-REASON       PIC X(02).
               10  WS-MNT-EFFECTIVE    PIC 9(08).
               10  WS-MNT-EXPIRE       PIC 9(08).
               10  WS-MNT-OPERATOR     PIC X(08).

      **********************************************************************
      * CANDIDATE FIELDS FOR THE TRANSACTION BEING VALIDATED - THE
      * DATES CONVERTED TO NUMERIC ONCE THEY HAVE PASSED THE DATE
      * RULE (BLANK EFFECTIVE = THE RUN DATE, BLANK EXPIRE = ZERO).
      **********************************************************************
       77  WS-CAND-PAN                 PIC X(16) VALUE SPACE.
       77  WS-CAND-EFFECTIVE           PIC 9(08) VALUE ZERO.
       77  WS-CAND-EXPIRE              PIC 9(08) VALUE ZERO.
       77  WS-REJECT-REASON            PIC X(34) VALUE SPACE.

      **********************************************************************
      * PAN AND DATE RULE WORK FIELDS, SHARED BY THE MASTER LOAD
      * AND THE TRANSACTION EDITS.
      **********************************************************************
       77  WS-PAN-LENGTH               PIC 9(02) COMP VALUE ZERO.
       77  WS-PAN-OK-SW                PIC X(01) VALUE 'N'.
           88  WS-PAN-OK                   VALUE 'Y'.
       77  WS-DATE-OK-SW               PIC X(01) VALUE 'N'.
           88  WS-DATE-OK                  VALUE 'Y'.
       77  WS-MASK-STAR-COUNT          PIC 9(02) COMP VALUE ZERO.
       77  WS-MASKED-PAN               PIC X(16) VALUE SPACE.

       01  WS-DATE-CHECK               PIC X(08) VALUE SPACE.
       01  WS-DATE-CHECK-PARTS REDEFINES WS-DATE-CHECK.
           05  WS-DATE-CHECK-YYYY      PIC 9(04).
           05  WS-DATE-CHECK-MM        PIC 9(02).
           05  WS-DATE-CHECK-DD        PIC 9(02).

       77  WS-TRAN-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-APPLIED-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-REJECTED-COUNT           PIC 9(09) COMP VALUE ZERO.
       77  WS-DROPPED-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-EXPIRED-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-CONVERTED-COUNT          PIC 9(09) COMP VALUE ZERO.
       77  WS-WRITTEN-COUNT            PIC 9(09) COMP VALUE ZERO.

      **********************************************************************
      * A 50-BYTE HOTREC IMAGE BUILT FROM A TABLE ENTRY, FOR THE
      * OUTPUT RECORDS - SAME FIELD ORDER AND WIDTHS AS HOTREC - AND
      * THE MASKED PRINTABLE FORM OF AN ENTRY OR TRANSACTION FOR THE
      * BEFORE/AFTER REPORT LINES.
      **********************************************************************
       01  WS-HOT-IMAGE.
           05  IMG-PAN                 PIC X(16).
           05  IMG-REASON-CODE         PIC X(02).
           05  IMG-EFFECTIVE-DATE      PIC 9(08).
           05  IMG-EXPIRE-DATE         PIC 9(08).
           05  IMG-OPERATOR-ID         PIC X(08).
           05  FILLER                  PIC X(08) VALUE SPACE.

       01  WS-PRINT-IMAGE.
           05  PRT-MASKED-PAN          PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PRT-REASON-CODE         PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PRT-EFFECTIVE-DATE      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PRT-EXPIRE-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PRT-OPERATOR-ID         PIC X(08).

       01  WS-REPORT-HEADING-LINE.
           05  FILLER                  PIC X(36) VALUE
               'HOT-CARD LIST MAINTENANCE  RUN DATE '.
           05  RPT-HEAD-RUN-DATE       PIC 9(08).
           05  FILLER                  PIC X(36) VALUE SPACE.

       01  WS-REPORT-TRAN-LINE.
           05  FILLER                  PIC X(05) VALUE 'TRAN '.
           05  RPT-TRAN-NUMBER         PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-TRAN-ACTION         PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-TRAN-IMAGE          PIC X(46).
           05  FILLER                  PIC X(12) VALUE SPACE.

       01  WS-REPORT-IMAGE-LINE.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  RPT-IMAGE-TAG           PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-IMAGE               PIC X(46).
           05  FILLER                  PIC X(21) VALUE SPACE.

       01  WS-REPORT-REJECT-LINE.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE 'REJECTED - '.
           05  RPT-REJECT-REASON       PIC X(34).
           05  FILLER                  PIC X(32) VALUE SPACE.

       01  WS-REPORT-NOTE-LINE.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  RPT-NOTE-TEXT           PIC X(45).
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

           OPEN INPUT HOT-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2H - UNABLE TO OPEN HOTCARD, STATUS '
                       WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT HOT-TRAN-FILE
           IF WS-TRAN-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2H - UNABLE TO OPEN HOTTRAN, STATUS '
                       WS-TRAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NEW-MASTER-FILE
           IF WS-NEW-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2H - UNABLE TO OPEN HOTNEW, STATUS '
                       WS-NEW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPRO-FILE
           IF WS-REPRO-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2H - UNABLE TO OPEN HOTREPRO, STATUS '
                       WS-REPRO-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2H - UNABLE TO OPEN HOTMRPT, STATUS '
                       WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO RPT-HEAD-RUN-DATE
           MOVE WS-REPORT-HEADING-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM 1100-LOAD-MASTER-ROW UNTIL WS-MASTER-EOF
           CLOSE HOT-MASTER-FILE
           .

      **********************************************************************
      * LOAD THE CURRENT LIST.  A ROW OUT OF PAN SEQUENCE OR WITH A
      * PAN THAT FAILS THE PAN RULE IS REPORTED AND DROPPED (AND
      * COUNTS TOWARD RETURN CODE 4); AN EXPIRED ROW IS REPORTED AND
      * DROPPED AS THE NORMAL AUTO-EXPIRY; AN OLD 16-BYTE ROW IS
      * CONVERTED TO A FULL HOTREC ENTRY.
      **********************************************************************
       1100-LOAD-MASTER-ROW.

           MOVE SPACE TO HOT-CARD-MASTER-RECORD
           READ HOT-MASTER-FILE
               AT END
                   SET WS-MASTER-EOF-SW TO 'Y'
               NOT AT END
                   IF WS-MASTER-REC-LENGTH < 50
                       PERFORM 1150-CONVERT-LEGACY-ROW
                   END-IF
                   MOVE HOT-PAN TO WS-CAND-PAN
                   PERFORM 2230-CHECK-PAN-RULE
                   EVALUATE TRUE
                       WHEN NOT WS-PAN-OK
                         OR HOT-EFFECTIVE-DATE NOT NUMERIC
                         OR HOT-EXPIRE-DATE NOT NUMERIC
                         OR HOT-PAN NOT > WS-PREV-HOT-PAN
                           ADD 1 TO WS-DROPPED-COUNT
                           PERFORM 1160-WRITE-MASTER-IMAGE
                           MOVE 'MASTER ROW BAD OR OUT OF SEQUENCE'
                               TO RPT-REJECT-REASON
                           MOVE WS-REPORT-REJECT-LINE TO REPORT-RECORD
                           WRITE REPORT-RECORD
                       WHEN HOT-EXPIRE-DATE NOT = ZERO
                        AND HOT-EXPIRE-DATE < WS-RUN-DATE
                           ADD 1 TO WS-EXPIRED-COUNT
                           PERFORM 1160-WRITE-MASTER-IMAGE
                           MOVE 'EXPIRED - DROPPED FROM THE LIST'
                               TO RPT-NOTE-TEXT
                           MOVE WS-REPORT-NOTE-LINE TO REPORT-RECORD
                           WRITE REPORT-RECORD
                           MOVE HOT-PAN TO WS-PREV-HOT-PAN
                       WHEN WS-MNT-TABLE-COUNT < WS-MNT-TABLE-MAX
                           ADD 1 TO WS-MNT-TABLE-COUNT
                           MOVE 'N' TO
                               WS-MNT-DELETED-SW(WS-MNT-TABLE-COUNT)
                           MOVE HOT-PAN            TO
                               WS-MNT-PAN(WS-MNT-TABLE-COUNT)
                           MOVE HOT-REASON-CODE    TO
                               WS-MNT-REASON(WS-MNT-TABLE-COUNT)
                           MOVE HOT-EFFECTIVE-DATE TO
                               WS-MNT-EFFECTIVE(WS-MNT-TABLE-COUNT)
                           MOVE HOT-EXPIRE-DATE    TO
                               WS-MNT-EXPIRE(WS-MNT-TABLE-COUNT)
                           MOVE HOT-OPERATOR-ID    TO
                               WS-MNT-OPERATOR(WS-MNT-TABLE-COUNT)
                           MOVE HOT-PAN TO WS-PREV-HOT-PAN
                       WHEN OTHER
                           DISPLAY 'CARD2H - TABLE FULL AT '
                                   WS-MNT-TABLE-MAX
                                   ' ENTRIES, MASTER ROW DROPPED'
                           ADD 1 TO WS-DROPPED-COUNT
                   END-EVALUATE
           END-READ
           .

       1150-CONVERT-LEGACY-ROW.

           MOVE 'LG'         TO HOT-REASON-CODE
           MOVE WS-RUN-DATE  TO HOT-EFFECTIVE-DATE
           MOVE ZERO         TO HOT-EXPIRE-DATE
           MOVE 'LEGACY'     TO HOT-OPERATOR-ID
           ADD 1 TO WS-CONVERTED-COUNT
           .

       1160-WRITE-MASTER-IMAGE.

           MOVE HOT-PAN             TO WS-CAND-PAN
           PERFORM 2390-MASK-CANDIDATE-PAN
           MOVE WS-MASKED-PAN       TO PRT-MASKED-PAN
           MOVE HOT-REASON-CODE     TO PRT-REASON-CODE
           MOVE HOT-EFFECTIVE-DATE  TO PRT-EFFECTIVE-DATE
           MOVE HOT-EXPIRE-DATE     TO PRT-EXPIRE-DATE
           MOVE HOT-OPERATOR-ID     TO PRT-OPERATOR-ID
           MOVE 'MASTER' TO RPT-IMAGE-TAG
           MOVE WS-PRINT-IMAGE TO RPT-IMAGE
           MOVE WS-REPORT-IMAGE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       2000-PROCESS-TRANSACTIONS.

           READ HOT-TRAN-FILE
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
                   WHEN HT-ADD
                       PERFORM 2300-APPLY-ADD
                   WHEN HT-REMOVE
                       PERFORM 2500-APPLY-REMOVE
               END-EVALUATE
           END-IF
           .

      **********************************************************************
      * THE TRANSACTION LINE SHOWS WHAT WAS KEYED AND BY WHOM, WITH
      * THE PAN MASKED - THE OPERATOR ON A REMOVE'S TRAN LINE IS THE
      * ONE WHO UNBLOCKED THE CARD, THE ONE ON ITS BEFORE IMAGE IS
      * THE ONE WHO BLOCKED IT.
      **********************************************************************
       2110-WRITE-TRAN-LINE.

           MOVE WS-TRAN-COUNT TO RPT-TRAN-NUMBER
           EVALUATE TRUE
               WHEN HT-ADD
                   MOVE 'ADD'    TO RPT-TRAN-ACTION
               WHEN HT-REMOVE
                   MOVE 'REMOVE' TO RPT-TRAN-ACTION
               WHEN OTHER
                   MOVE HT-ACTION TO RPT-TRAN-ACTION
           END-EVALUATE
           MOVE HT-PAN TO WS-CAND-PAN
           PERFORM 2390-MASK-CANDIDATE-PAN
           MOVE WS-MASKED-PAN       TO PRT-MASKED-PAN
           MOVE HT-REASON-CODE      TO PRT-REASON-CODE
           MOVE HT-EFFECTIVE-DATE   TO PRT-EFFECTIVE-DATE
           MOVE HT-EXPIRE-DATE      TO PRT-EXPIRE-DATE
           MOVE HT-OPERATOR-ID      TO PRT-OPERATOR-ID
           MOVE WS-PRINT-IMAGE TO RPT-TRAN-IMAGE
           MOVE WS-REPORT-TRAN-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      **********************************************************************
      * ALL VALIDATION HAPPENS HERE, BEFORE ANYTHING IS APPLIED.
      * THE FIRST RULE THAT FAILS SETS WS-REJECT-REASON AND EVERY
      * LATER RULE IS GUARDED ON THE REASON STILL BEING SPACE, SO
      * ONLY THE FIRST FAILURE IS REPORTED.  A VALID REMOVE NEEDS
      * ONLY ITS KEY AND ITS OPERATOR - THE FIELD RULES IN 2210
      * APPLY TO ADDS.
      **********************************************************************
       2200-VALIDATE-TRANSACTION.

           IF NOT HT-ADD AND NOT HT-REMOVE
               MOVE 'ACTION NOT A OR R' TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACE
               MOVE HT-PAN TO WS-CAND-PAN
               PERFORM 2230-CHECK-PAN-RULE
               IF NOT WS-PAN-OK
                   MOVE 'PAN NOT 12-16 DIGITS' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACE
               IF HT-OPERATOR-ID = SPACE
                   MOVE 'OPERATOR ID MISSING' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACE
               PERFORM 2250-FIND-TARGET-ROW
               EVALUATE TRUE
                   WHEN HT-REMOVE AND NOT WS-MNT-FOUND
                       MOVE 'PAN NOT ON THE LIST' TO WS-REJECT-REASON
                   WHEN HT-ADD AND WS-MNT-FOUND
                       MOVE 'PAN ALREADY ON THE LIST'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

           IF WS-REJECT-REASON = SPACE AND HT-ADD
               PERFORM 2210-VALIDATE-FIELD-RULES
           END-IF
           .

       2210-VALIDATE-FIELD-RULES.

           IF HT-REASON-CODE NOT = 'LS' AND NOT = 'ST'
           AND NOT = 'FR' AND NOT = 'CP'
           AND NOT = 'DS' AND NOT = 'OT'
               MOVE 'REASON NOT LS, ST, FR, CP, DS, OT'
                   TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACE
               IF HT-EFFECTIVE-DATE = SPACE OR HT-EFFECTIVE-DATE = ZERO
                   MOVE WS-RUN-DATE TO WS-CAND-EFFECTIVE
               ELSE
                   MOVE HT-EFFECTIVE-DATE TO WS-DATE-CHECK
                   PERFORM 2240-CHECK-DATE-RULE
                   IF WS-DATE-OK
                       MOVE HT-EFFECTIVE-DATE TO WS-CAND-EFFECTIVE
                   ELSE
                       MOVE 'EFFECTIVE DATE NOT A VALID DATE'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACE
               IF HT-EXPIRE-DATE = SPACE OR HT-EXPIRE-DATE = ZERO
                   MOVE ZERO TO WS-CAND-EXPIRE
               ELSE
                   MOVE HT-EXPIRE-DATE TO WS-DATE-CHECK
                   PERFORM 2240-CHECK-DATE-RULE
                   EVALUATE TRUE
                       WHEN NOT WS-DATE-OK
                           MOVE 'EXPIRE DATE NOT A VALID DATE'
                               TO WS-REJECT-REASON
                       WHEN HT-EXPIRE-DATE < WS-CAND-EFFECTIVE
                           MOVE 'EXPIRE DATE BEFORE EFFECTIVE DATE'
                               TO WS-REJECT-REASON
                       WHEN HT-EXPIRE-DATE < WS-RUN-DATE
                           MOVE 'EXPIRE DATE ALREADY PASSED'
                               TO WS-REJECT-REASON
                       WHEN OTHER
                           MOVE HT-EXPIRE-DATE TO WS-CAND-EXPIRE
                   END-EVALUATE
               END-IF
           END-IF
           .

      **********************************************************************
      * PAN RULE - LEFT-JUSTIFIED, 12 THROUGH 16 DIGITS, NOTHING BUT
      * DIGITS AHEAD OF THE TRAILING SPACES.  THE LENGTH IS FOUND
      * THE WAY CARD2V FINDS IT, TRIMMING TRAILING SPACES.
      **********************************************************************
       2230-CHECK-PAN-RULE.

           MOVE 'N' TO WS-PAN-OK-SW
           MOVE 16 TO WS-PAN-LENGTH
           PERFORM 2235-TRIM-TRAILING-SPACE
               UNTIL WS-PAN-LENGTH = ZERO
               OR WS-CAND-PAN(WS-PAN-LENGTH:1) NOT = SPACE
           IF WS-PAN-LENGTH >= 12
               IF WS-CAND-PAN(1:WS-PAN-LENGTH) IS NUMERIC
                   SET WS-PAN-OK TO TRUE
               END-IF
           END-IF
           .

       2235-TRIM-TRAILING-SPACE.

           SUBTRACT 1 FROM WS-PAN-LENGTH
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
      * FIND THE ACTIVE ENTRY FOR THE TRANSACTION'S PAN.  LEAVES
      * WS-MNT-TARGET-IDX ON THE MATCH FOR A REMOVE.
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
           AND WS-MNT-PAN(WS-MNT-IDX) = HT-PAN
               MOVE WS-MNT-IDX TO WS-MNT-TARGET-IDX
               SET WS-MNT-FOUND TO TRUE
           END-IF
           .

       2300-APPLY-ADD.

           IF WS-MNT-TABLE-COUNT >= WS-MNT-TABLE-MAX
               DISPLAY 'CARD2H - TABLE FULL AT ' WS-MNT-TABLE-MAX
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
               MOVE HT-PAN            TO WS-MNT-PAN(WS-MNT-TARGET-IDX)
               MOVE HT-REASON-CODE    TO
                   WS-MNT-REASON(WS-MNT-TARGET-IDX)
               MOVE WS-CAND-EFFECTIVE TO
                   WS-MNT-EFFECTIVE(WS-MNT-TARGET-IDX)
               MOVE WS-CAND-EXPIRE    TO
                   WS-MNT-EXPIRE(WS-MNT-TARGET-IDX)
               MOVE HT-OPERATOR-ID    TO
                   WS-MNT-OPERATOR(WS-MNT-TARGET-IDX)
               MOVE 'AFTER' TO RPT-IMAGE-TAG
               PERFORM 2370-WRITE-ENTRY-IMAGE
           END-IF
           .

       2500-APPLY-REMOVE.

           MOVE 'BEFORE' TO RPT-IMAGE-TAG
           PERFORM 2370-WRITE-ENTRY-IMAGE
           SET WS-MNT-DELETED(WS-MNT-TARGET-IDX) TO TRUE
           .

       2370-WRITE-ENTRY-IMAGE.

           MOVE WS-MNT-PAN(WS-MNT-TARGET-IDX) TO WS-CAND-PAN
           PERFORM 2390-MASK-CANDIDATE-PAN
           MOVE WS-MASKED-PAN TO PRT-MASKED-PAN
           MOVE WS-MNT-REASON(WS-MNT-TARGET-IDX)    TO PRT-REASON-CODE
           MOVE WS-MNT-EFFECTIVE(WS-MNT-TARGET-IDX)
               TO PRT-EFFECTIVE-DATE
           MOVE WS-MNT-EXPIRE(WS-MNT-TARGET-IDX)    TO PRT-EXPIRE-DATE
           MOVE WS-MNT-OPERATOR(WS-MNT-TARGET-IDX)  TO PRT-OPERATOR-ID
           MOVE WS-PRINT-IMAGE TO RPT-IMAGE
           MOVE WS-REPORT-IMAGE-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       2380-BUILD-ENTRY-IMAGE.

           MOVE WS-MNT-PAN(WS-MNT-TARGET-IDX)       TO IMG-PAN
           MOVE WS-MNT-REASON(WS-MNT-TARGET-IDX)    TO IMG-REASON-CODE
           MOVE WS-MNT-EFFECTIVE(WS-MNT-TARGET-IDX)
               TO IMG-EFFECTIVE-DATE
           MOVE WS-MNT-EXPIRE(WS-MNT-TARGET-IDX)    TO IMG-EXPIRE-DATE
           MOVE WS-MNT-OPERATOR(WS-MNT-TARGET-IDX)  TO IMG-OPERATOR-ID
           .

      **********************************************************************
      * MASK WS-CAND-PAN INTO WS-MASKED-PAN - EVERYTHING BUT THE LAST
      * FOUR OF THE SIGNIFICANT DIGITS STARRED, THE SAME FORM CARD2V
      * RETURNS - SO NOTHING THIS PROGRAM PRINTS CARRIES A FULL PAN.
      **********************************************************************
       2390-MASK-CANDIDATE-PAN.

           MOVE SPACE TO WS-MASKED-PAN
           MOVE 16 TO WS-PAN-LENGTH
           PERFORM 2235-TRIM-TRAILING-SPACE
               UNTIL WS-PAN-LENGTH = ZERO
               OR WS-CAND-PAN(WS-PAN-LENGTH:1) NOT = SPACE
           IF WS-PAN-LENGTH > 4
               COMPUTE WS-MASK-STAR-COUNT = WS-PAN-LENGTH - 4
               MOVE ALL '*' TO WS-MASKED-PAN(1:WS-MASK-STAR-COUNT)
               MOVE WS-CAND-PAN(WS-MASK-STAR-COUNT + 1:4)
                   TO WS-MASKED-PAN(WS-MASK-STAR-COUNT + 1:4)
           ELSE
               MOVE ALL '*' TO WS-MASKED-PAN(1:4)
           END-IF
           .

      **********************************************************************
      * ONE SORT, THEN ONE SEQUENTIAL WRITE OF EVERY SURVIVING ENTRY
      * TO BOTH OUTPUT FILES FROM THE SAME IMAGE - THE FLAT FILE THE
      * BATCH DRIVER READS AND THE RECORD SET OPERATIONS REPROS INTO
      * THE KSDS ARE BYTE-FOR-BYTE IDENTICAL BY CONSTRUCTION.
      **********************************************************************
       8000-FINALIZE.

           CLOSE HOT-TRAN-FILE

           IF WS-MNT-TABLE-COUNT > ZERO
               SORT WS-MNT-ENTRY ON ASCENDING KEY WS-MNT-PAN
           END-IF

           PERFORM 8100-WRITE-OUTPUT-ROW
               VARYING WS-MNT-TARGET-IDX FROM 1 BY 1
               UNTIL WS-MNT-TARGET-IDX > WS-MNT-TABLE-COUNT

           CLOSE NEW-MASTER-FILE
           CLOSE REPRO-FILE

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

           MOVE 'EXPIRED ROWS DROPPED' TO RPT-TOTAL-LABEL
           MOVE WS-EXPIRED-COUNT TO RPT-TOTAL-COUNT
           MOVE WS-REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'LEGACY ROWS CONVERTED' TO RPT-TOTAL-LABEL
           MOVE WS-CONVERTED-COUNT TO RPT-TOTAL-COUNT
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
               MOVE WS-HOT-IMAGE TO NEW-MASTER-RECORD
               WRITE NEW-MASTER-RECORD
               MOVE WS-HOT-IMAGE TO REPRO-RECORD
               WRITE REPRO-RECORD
           END-IF
           .

       9999-END.
           .
