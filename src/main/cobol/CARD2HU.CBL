      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   ONLINE HOT-CARD MAINTENANCE FOR FRAUD OPERATIONS.
      *            INVOKED AS CICS TRANSACTION CHOT WITH THE ACTION
      *            AND ENTRY ON THE COMMAND LINE, IN FIXED COLUMNS:
      *
      *               CHOT A 4111111111111111 FR 20261015 20261231
      *               CHOT R 4111111111111111
      *
      *            ACTION A ADDS A CARD TO THE LIST WITH A REASON
      *            CODE (SEE HOTREC), AN EFFECTIVE DATE (BLANK =
      *            TODAY) AND AN OPTIONAL AUTO-EXPIRE DATE; ACTION R
      *            REMOVES IT.  THE PAN FIELD IS ALWAYS SIXTEEN
      *            POSITIONS - A SHORTER PAN IS PADDED WITH SPACES SO
      *            THE REASON STILL STARTS IN COLUMN 25.  THE
      *            OPERATOR ID RECORDED IS THE SIGNED-ON CICS USER,
      *            NEVER SOMETHING KEYED.
      *
      *            THE ENTRY IS VALIDATED BY THE SAME RULES THE
      *            CARD2H BATCH RUN APPLIES, THEN WRITTEN TO OR
      *            DELETED FROM THE HOTCARD KSDS, AND THE HOT-CARD
      *            TABLE IN REGION STORAGE IS REFRESHED AT ONCE BY
      *            LINKING TO CARD2HR (THE CHRF REFRESH), SO CINQ
      *            SHOWS THE CARD BLOCKED OR CLEAR AS SOON AS THIS
      *            TRANSACTION ENDS.  THE FLAT FILE THE BATCH DRIVER
      *            READS PICKS THE CHANGE UP FROM THE KSDS AT THE
      *            NEXT CARD2HJ RUN, AHEAD OF THE NIGHTLY CARD2BJ.
      *
      *            EVERY ADD, REMOVE AND REJECT IS LOGGED - BEFORE
      *            AND AFTER IMAGES WITH THE MASKED PAN, THE OPERATOR
      *            AND THE TIME - TO THE EXTRAPARTITION TD QUEUE
      *            'CHTL' (PROD.CICS.CARD2.HOTLOG), THE ONLINE
      *            COUNTERPART OF CARD2H'S HOTMRPT AUDIT REPORT.  AS
      *            IN CINQ, ONLY THE MASKED PAN IS EVER SENT BACK TO
      *            THE SCREEN OR LOGGED, AND THE ENTERED PAN IS
      *            CLEARED ONCE THE FILE UPDATE IS DONE.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2HU.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-INPUT-AREA.
           05  WS-INPUT-TRANSID         PIC X(04).
           05  FILLER                   PIC X(01).
           05  WS-INPUT-ACTION          PIC X(01).
               88  WS-INPUT-ADD             VALUE 'A'.
               88  WS-INPUT-REMOVE          VALUE 'R'.
           05  FILLER                   PIC X(01).
           05  WS-INPUT-PAN             PIC X(16).
           05  FILLER                   PIC X(01).
           05  WS-INPUT-REASON          PIC X(02).
           05  FILLER                   PIC X(01).
           05  WS-INPUT-EFFECTIVE       PIC X(08).
           05  FILLER                   PIC X(01).
           05  WS-INPUT-EXPIRE          PIC X(08).
           05  FILLER                   PIC X(36).

       COPY HOTREC.

       01  WS-SCREEN-AREA.
           05  WS-SCREEN-LINE-1.
               10  FILLER               PIC X(09) VALUE 'ACCOUNT: '.
               10  WS-SCR-MASKED-ACCT   PIC X(16).
               10  FILLER               PIC X(55) VALUE SPACE.
           05  WS-SCREEN-LINE-2.
               10  FILLER               PIC X(09) VALUE 'ACTION:  '.
               10  WS-SCR-ACTION        PIC X(08).
               10  FILLER               PIC X(63) VALUE SPACE.
           05  WS-SCREEN-LINE-3.
               10  FILLER               PIC X(09) VALUE 'RESULT:  '.
               10  WS-SCR-RESULT        PIC X(08).
               10  FILLER               PIC X(63) VALUE SPACE.
           05  WS-SCREEN-LINE-4.
               10  FILLER               PIC X(09) VALUE 'REASON:  '.
               10  WS-SCR-MESSAGE       PIC X(34).
               10  FILLER               PIC X(37) VALUE SPACE.
           05  WS-SCREEN-LINE-5.
               10  FILLER               PIC X(09) VALUE 'TABLE:   '.
               10  WS-SCR-REFRESH       PIC X(71).

       01  WS-USAGE-MESSAGE.
           05  FILLER                   PIC X(44) VALUE
               'ENTER: CHOT A PAN(16) REASON EFFDATE EXPDATE'.
           05  FILLER                   PIC X(26) VALUE
               ' OR: CHOT R PAN(16)       '.

      *----------------------------------------------------------------*
      * ONE CHTL LOG RECORD.  THE TAG SAYS WHAT THE IMAGE IS: THE
      * ENTRY BEFORE A REMOVE, THE ENTRY AFTER AN ADD, OR A REJECT
      * (THEN THE IMAGE IS THE LAST FOUR OF THE PAN AND THE REASON).
      *----------------------------------------------------------------*
       01  WS-LOG-RECORD.
           05  LOG-DATE                 PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LOG-TIME                 PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LOG-USER-ID              PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LOG-ACTION               PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LOG-TAG                  PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LOG-IMAGE                PIC X(46).

       01  WS-PRINT-IMAGE.
           05  PRT-MASKED-PAN           PIC X(16).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  PRT-REASON-CODE          PIC X(02).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  PRT-EFFECTIVE-DATE       PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  PRT-EXPIRE-DATE          PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  PRT-OPERATOR-ID          PIC X(08).

       01  WS-REFRESH-COMMAREA          PIC X(71).

       01  WS-DATE-CHECK                PIC X(08) VALUE SPACE.
       01  WS-DATE-CHECK-PARTS REDEFINES WS-DATE-CHECK.
           05  WS-DATE-CHECK-YYYY       PIC 9(04).
           05  WS-DATE-CHECK-MM         PIC 9(02).
           05  WS-DATE-CHECK-DD         PIC 9(02).

       77  WS-INPUT-LENGTH              PIC S9(04) COMP VALUE ZERO.
       77  WS-LOG-LENGTH                PIC S9(04) COMP VALUE 80.
       77  WS-RESP-CODE                 PIC S9(08) COMP VALUE ZERO.
       77  WS-USER-ID                   PIC X(08) VALUE SPACE.
       77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
       77  WS-RUN-TIME                  PIC 9(08) VALUE ZERO.
       77  WS-CAND-EFFECTIVE            PIC 9(08) VALUE ZERO.
       77  WS-CAND-EXPIRE               PIC 9(08) VALUE ZERO.
       77  WS-REJECT-REASON             PIC X(34) VALUE SPACE.
       77  WS-PAN-LENGTH                PIC 9(02) COMP VALUE ZERO.
       77  WS-MASK-STAR-COUNT           PIC 9(02) COMP VALUE ZERO.
       77  WS-MASKED-PAN                PIC X(16) VALUE SPACE.
       77  WS-PAN-OK-SW                 PIC X(01) VALUE 'N'.
           88  WS-PAN-OK                    VALUE 'Y'.
       77  WS-DATE-OK-SW                PIC X(01) VALUE 'N'.
           88  WS-DATE-OK                   VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-RECEIVE-REQUEST

           IF WS-INPUT-PAN = SPACE
               PERFORM 3000-SEND-USAGE-MESSAGE
           ELSE
               PERFORM 1100-VALIDATE-REQUEST
               IF WS-REJECT-REASON = SPACE
                   EVALUATE TRUE
                       WHEN WS-INPUT-ADD
                           PERFORM 2000-ADD-ENTRY
                       WHEN WS-INPUT-REMOVE
                           PERFORM 2100-REMOVE-ENTRY
                   END-EVALUATE
               END-IF
               IF WS-REJECT-REASON NOT = SPACE
                   PERFORM 2300-LOG-REJECT
               ELSE
                   PERFORM 2400-REFRESH-HOT-TABLE
               END-IF
               MOVE SPACE TO WS-INPUT-PAN
               MOVE SPACE TO HOT-PAN
               PERFORM 2500-SEND-RESULT
           END-IF

           EXEC CICS RETURN
           END-EXEC
           .

       1000-RECEIVE-REQUEST.

           MOVE SPACE TO WS-INPUT-AREA
           MOVE LENGTH OF WS-INPUT-AREA TO WS-INPUT-LENGTH
           EXEC CICS RECEIVE
               INTO(WS-INPUT-AREA)
               LENGTH(WS-INPUT-LENGTH)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACE TO WS-INPUT-PAN
           END-IF

           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
               RESP(WS-RESP-CODE)
           END-EXEC
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           .

      *----------------------------------------------------------------*
      * THE CARD2H RULES, IN THE SAME ORDER, FIRST FAILURE WINS.
      * WHETHER THE PAN IS ALREADY ON THE LIST IS LEFT TO THE FILE
      * (DUPREC ON THE WRITE, NOTFND ON THE READ FOR UPDATE), SO
      * TWO OPERATORS KEYING THE SAME CARD CANNOT BOTH SUCCEED.
      *----------------------------------------------------------------*
       1100-VALIDATE-REQUEST.

           MOVE SPACE TO WS-REJECT-REASON
           PERFORM 1200-CHECK-PAN-RULE

           IF NOT WS-INPUT-ADD AND NOT WS-INPUT-REMOVE
               MOVE 'ACTION NOT A OR R' TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACE
               IF NOT WS-PAN-OK
                   MOVE 'PAN NOT 12-16 DIGITS' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACE
               IF WS-USER-ID = SPACE
                   MOVE 'OPERATOR ID MISSING' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACE AND WS-INPUT-ADD
               PERFORM 1110-VALIDATE-FIELD-RULES
           END-IF
           .

       1110-VALIDATE-FIELD-RULES.

           IF WS-INPUT-REASON NOT = 'LS' AND NOT = 'ST'
           AND NOT = 'FR' AND NOT = 'CP'
           AND NOT = 'DS' AND NOT = 'OT'
               MOVE 'REASON NOT LS, ST, FR, CP, DS, OT'
                   TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACE
               IF WS-INPUT-EFFECTIVE = SPACE
               OR WS-INPUT-EFFECTIVE = ZERO
                   MOVE WS-RUN-DATE TO WS-CAND-EFFECTIVE
               ELSE
                   MOVE WS-INPUT-EFFECTIVE TO WS-DATE-CHECK
                   PERFORM 1300-CHECK-DATE-RULE
                   IF WS-DATE-OK
                       MOVE WS-INPUT-EFFECTIVE TO WS-CAND-EFFECTIVE
                   ELSE
                       MOVE 'EFFECTIVE DATE NOT A VALID DATE'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACE
               IF WS-INPUT-EXPIRE = SPACE OR WS-INPUT-EXPIRE = ZERO
                   MOVE ZERO TO WS-CAND-EXPIRE
               ELSE
                   MOVE WS-INPUT-EXPIRE TO WS-DATE-CHECK
                   PERFORM 1300-CHECK-DATE-RULE
                   EVALUATE TRUE
                       WHEN NOT WS-DATE-OK
                           MOVE 'EXPIRE DATE NOT A VALID DATE'
                               TO WS-REJECT-REASON
                       WHEN WS-INPUT-EXPIRE < WS-CAND-EFFECTIVE
                           MOVE 'EXPIRE DATE BEFORE EFFECTIVE DATE'
                               TO WS-REJECT-REASON
                       WHEN WS-INPUT-EXPIRE < WS-RUN-DATE
                           MOVE 'EXPIRE DATE ALREADY PASSED'
                               TO WS-REJECT-REASON
                       WHEN OTHER
                           MOVE WS-INPUT-EXPIRE TO WS-CAND-EXPIRE
                   END-EVALUATE
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      * PAN RULE - LEFT-JUSTIFIED, 12 THROUGH 16 DIGITS.  ALSO
      * BUILDS THE MASKED FORM (ALL BUT THE LAST FOUR STARRED, AS
      * CARD2V MASKS) THAT IS ALL THE SCREEN AND THE LOG EVER SEE.
      *----------------------------------------------------------------*
       1200-CHECK-PAN-RULE.

           MOVE 'N' TO WS-PAN-OK-SW
           MOVE SPACE TO WS-MASKED-PAN
           MOVE 16 TO WS-PAN-LENGTH
           PERFORM 1210-TRIM-TRAILING-SPACE
               UNTIL WS-PAN-LENGTH = ZERO
               OR WS-INPUT-PAN(WS-PAN-LENGTH:1) NOT = SPACE
           IF WS-PAN-LENGTH >= 12
               IF WS-INPUT-PAN(1:WS-PAN-LENGTH) IS NUMERIC
                   SET WS-PAN-OK TO TRUE
               END-IF
           END-IF
           IF WS-PAN-LENGTH > 4
               COMPUTE WS-MASK-STAR-COUNT = WS-PAN-LENGTH - 4
               MOVE ALL '*' TO WS-MASKED-PAN(1:WS-MASK-STAR-COUNT)
               MOVE WS-INPUT-PAN(WS-MASK-STAR-COUNT + 1:4)
                   TO WS-MASKED-PAN(WS-MASK-STAR-COUNT + 1:4)
           ELSE
               MOVE ALL '*' TO WS-MASKED-PAN(1:4)
           END-IF
           .

       1210-TRIM-TRAILING-SPACE.

           SUBTRACT 1 FROM WS-PAN-LENGTH
           .

       1300-CHECK-DATE-RULE.

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

       2000-ADD-ENTRY.

           MOVE SPACE              TO HOT-CARD-MASTER-RECORD
           MOVE WS-INPUT-PAN       TO HOT-PAN
           MOVE WS-INPUT-REASON    TO HOT-REASON-CODE
           MOVE WS-CAND-EFFECTIVE  TO HOT-EFFECTIVE-DATE
           MOVE WS-CAND-EXPIRE     TO HOT-EXPIRE-DATE
           MOVE WS-USER-ID         TO HOT-OPERATOR-ID
           EXEC CICS WRITE
               FILE('HOTCARD')
               FROM(HOT-CARD-MASTER-RECORD)
               RIDFLD(HOT-PAN)
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP-CODE = DFHRESP(NORMAL)
                   MOVE 'AFTER' TO LOG-TAG
                   PERFORM 2200-LOG-ENTRY-IMAGE
               WHEN WS-RESP-CODE = DFHRESP(DUPREC)
                   MOVE 'PAN ALREADY ON THE LIST' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'HOTCARD FILE ERROR ON ADD' TO WS-REJECT-REASON
           END-EVALUATE
           .

       2100-REMOVE-ENTRY.

           MOVE WS-INPUT-PAN TO HOT-PAN
           EXEC CICS READ
               FILE('HOTCARD')
               INTO(HOT-CARD-MASTER-RECORD)
               RIDFLD(HOT-PAN)
               UPDATE
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP-CODE = DFHRESP(NOTFND)
                   MOVE 'PAN NOT ON THE LIST' TO WS-REJECT-REASON
               WHEN WS-RESP-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'HOTCARD FILE ERROR ON REMOVE'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   EXEC CICS DELETE
                       FILE('HOTCARD')
                       RESP(WS-RESP-CODE)
                   END-EXEC
                   IF WS-RESP-CODE = DFHRESP(NORMAL)
                       MOVE 'BEFORE' TO LOG-TAG
                       PERFORM 2200-LOG-ENTRY-IMAGE
                   ELSE
                       MOVE 'HOTCARD FILE ERROR ON REMOVE'
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * CHTL AUDIT TRAIL - THE ENTRY IMAGE WITH THE PAN MASKED.  THE
      * LOG USER ID IS THE OPERATOR WHO RAN THIS TRANSACTION; ON A
      * REMOVE THE IMAGE'S OWN OPERATOR IS THE ONE WHO ADDED THE
      * ENTRY.  AS WITH CAUD IN CINQ, AN UNWRITABLE QUEUE IS NOT
      * FATAL - THE KSDS UPDATE HAS ALREADY HAPPENED.
      *----------------------------------------------------------------*
       2200-LOG-ENTRY-IMAGE.

           MOVE WS-MASKED-PAN       TO PRT-MASKED-PAN
           MOVE HOT-REASON-CODE     TO PRT-REASON-CODE
           MOVE HOT-EFFECTIVE-DATE  TO PRT-EFFECTIVE-DATE
           MOVE HOT-EXPIRE-DATE     TO PRT-EXPIRE-DATE
           MOVE HOT-OPERATOR-ID     TO PRT-OPERATOR-ID
           MOVE WS-PRINT-IMAGE      TO LOG-IMAGE
           PERFORM 2250-WRITE-LOG-QUEUE
           .

       2250-WRITE-LOG-QUEUE.

           MOVE WS-RUN-DATE         TO LOG-DATE
           MOVE WS-RUN-TIME(1:6)    TO LOG-TIME
           MOVE WS-USER-ID          TO LOG-USER-ID
           MOVE WS-INPUT-ACTION     TO LOG-ACTION
           EXEC CICS WRITEQ TD
               QUEUE('CHTL')
               FROM(WS-LOG-RECORD)
               LENGTH(WS-LOG-LENGTH)
               RESP(WS-RESP-CODE)
           END-EXEC
           .

       2300-LOG-REJECT.

           MOVE 'REJECT'            TO LOG-TAG
           MOVE SPACE               TO LOG-IMAGE
           IF WS-PAN-LENGTH > 4
               MOVE WS-MASKED-PAN(WS-PAN-LENGTH - 3:4)
                   TO LOG-IMAGE(1:4)
           ELSE
               MOVE ALL '*' TO LOG-IMAGE(1:4)
           END-IF
           MOVE WS-REJECT-REASON    TO LOG-IMAGE(6:34)
           PERFORM 2250-WRITE-LOG-QUEUE
           .

      *----------------------------------------------------------------*
      * REBUILD THE REGION'S HOT TABLE SO CINQ SEES THE CHANGE NOW.
      * IF THE REFRESH FAILS THE FILE IS STILL UPDATED; THE SCREEN
      * CARRIES CHRF'S MESSAGE SO THE OPERATOR KNOWS TO RUN CHRF
      * AGAIN.
      *----------------------------------------------------------------*
       2400-REFRESH-HOT-TABLE.

           MOVE SPACE TO WS-REFRESH-COMMAREA
           EXEC CICS LINK
               PROGRAM('CARD2HR')
               COMMAREA(WS-REFRESH-COMMAREA)
               LENGTH(LENGTH OF WS-REFRESH-COMMAREA)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CHRF - REFRESH NOT RUN, ENTER CHRF'
                   TO WS-REFRESH-COMMAREA
           END-IF
           .

       2500-SEND-RESULT.

           MOVE WS-MASKED-PAN TO WS-SCR-MASKED-ACCT
           EVALUATE TRUE
               WHEN WS-INPUT-ADD
                   MOVE 'ADD'     TO WS-SCR-ACTION
               WHEN WS-INPUT-REMOVE
                   MOVE 'REMOVE'  TO WS-SCR-ACTION
               WHEN OTHER
                   MOVE WS-INPUT-ACTION TO WS-SCR-ACTION
           END-EVALUATE
           IF WS-REJECT-REASON = SPACE
               MOVE 'APPLIED'  TO WS-SCR-RESULT
           ELSE
               MOVE 'REJECTED' TO WS-SCR-RESULT
           END-IF
           MOVE WS-REJECT-REASON     TO WS-SCR-MESSAGE
           MOVE WS-REFRESH-COMMAREA  TO WS-SCR-REFRESH
           EXEC CICS SEND TEXT
               FROM(WS-SCREEN-AREA)
               LENGTH(LENGTH OF WS-SCREEN-AREA)
               ERASE
               FREEKB
           END-EXEC
           .

       3000-SEND-USAGE-MESSAGE.

           EXEC CICS SEND TEXT
               FROM(WS-USAGE-MESSAGE)
               LENGTH(LENGTH OF WS-USAGE-MESSAGE)
               ERASE
               FREEKB
           END-EXEC
           .

       9999-END.
           .
