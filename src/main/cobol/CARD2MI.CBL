      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   BIN CHANGE IMPACT ANALYSIS.  CARD2M PROVES A BIN
      *            MAINTENANCE RUN IS WELL-FORMED (SEQUENCE, OVERLAP,
      *            FIELD RULES) BUT CANNOT SAY WHAT IT DOES TO REAL
      *            CARDS - UNTIL NOW THAT SHOWED UP THE NEXT NIGHT AS
      *            BRAND COUNTS MOVING ON SUMRPT.  THIS PROGRAM TAKES
      *            THE PROPOSED TABLE CARD2M WROTE (BINNEW) AND THE
      *            TABLE IN SERVICE (BINRANGE), AND RUNS EVERY ACCOUNT
      *            ON THE ACCOUNT HISTORY MASTER (ACCTHIST) THROUGH
      *            THE IDENTIFIER CORE (CARD2V) TWICE - ONCE AGAINST
      *            EACH TABLE.  AN ACCOUNT WHOSE BRAND, CARD CLASS,
      *            ISSUER COUNTRY OR VALID/INVALID ANSWER WOULD CHANGE
      *            IS COUNTED UNDER ITS OLD-TO-NEW TRANSITION, WITH
      *            ITS LAST-KNOWN USD VOLUME (THE ACCTHIST RUNNING
      *            TOTAL) AND, FOR THE FIRST FEW ACCOUNTS OF EACH
      *            TRANSITION, A SAMPLE LINE BY TOKEN.  THE IMPACT
      *            REPORT (BINIRPT) LISTS THE TRANSITIONS LARGEST
      *            FIRST, SO A KEYING SLIP THAT WOULD SEND THOUSANDS
      *            OF LIVE CARDS TO UNKNOWN IS THE FIRST THING ON IT -
      *            BEFORE THE INSTALL PUSHES THE TABLE TO BATCH AND
      *            ONLINE.
      *
      *            BOTH TABLES ARE LOADED UNDER THE SAME SEQUENCE
      *            RULES AS THE PRODUCTION LOADER (CARD2), SO THE
      *            ANSWERS ARE THE ONES CARD2B AND CINQ WOULD GIVE.
      *            NOTHING IS WRITTEN BUT THE REPORT - NO AUDIT
      *            RECORD, NO CHANGE TO ACCTHIST.
      *
      *            ACCTHIST HOLDS TOKENS, NOT PANS, AND THIS PROGRAM
      *            NEVER DETOKENIZES.  IT DOES NOT NEED TO: CARD2V'S
      *            ANSWER DEPENDS ONLY ON THE LENGTH, WHETHER THE
      *            NUMBER IS ALL DIGITS, THE FIRST EIGHT DIGITS AND
      *            WHETHER THE CHECK DIGIT PASSES - EXACTLY THE PAN
      *            PROFILE EACH HISTORY RECORD CARRIES.  FROM IT A
      *            STAND-IN NUMBER IS BUILT WITH THE SAME FOUR
      *            PROPERTIES, AND THAT IS WHAT BOTH TABLES ARE ASKED
      *            ABOUT.  A SAMPLE TO BE CHASED IS LOOKED UP BY
      *            TOKEN THROUGH FRAUD OPERATIONS' CDTK INQUIRY.
      *
      *            SYSIN LINE 1 (OPTIONAL) LIMITS THE RUN TO ACCOUNTS
      *            LAST SEEN ON OR AFTER A YYYYMMDD DATE; BLANK TAKES
      *            EVERY ACCOUNT ON THE MASTER.
      *
      * RETURN CODES
      *   0  = NO ACCOUNT'S ANSWER WOULD CHANGE
      *   4  = SOME ANSWERS CHANGE, BUT NO ACCOUNT VALID TODAY WOULD
      *        TURN INVALID OR UNKNOWN (REVIEW BINIRPT)
      *   8  = AT LEAST ONE ACCOUNT VALID TODAY WOULD TURN INVALID
      *        OR UNKNOWN - DO NOT INSTALL UNTIL BINIRPT IS SIGNED
      *        OFF
      *   12 = THE SYSIN DATE IS NOT A DATE
      *   16 = A FILE COULD NOT BE OPENED OR ACCTHIST COULD NOT BE
      *        READ (NO REPORT)
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      *   15 OCT 2026  RTC  ACCTHIST IS KEYED ON THE TOKEN.  EACH
      *                     ACCOUNT IS NOW RUN THROUGH CARD2V AS A
      *                     STAND-IN NUMBER BUILT FROM ITS PAN
      *                     PROFILE, AND SAMPLES SHOW THE TOKEN.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2MI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIN-RANGE-FILE
               ASSIGN TO "BINRANGE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIN-FILE-STATUS.

           SELECT NEW-BIN-FILE
               ASSIGN TO "BINNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "ACCTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-ACCOUNT-TOKEN
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT IMPACT-REPORT-FILE
               ASSIGN TO "BINIRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BIN-RANGE-FILE
           RECORD CONTAINS 42 CHARACTERS.
       COPY BINREC.

       FD  NEW-BIN-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  NEW-BIN-RECORD.
           05  NB-LOW-RANGE            PIC 9(08).
           05  NB-HIGH-RANGE           PIC 9(08).
           05  NB-ACCOUNT-LENGTH       PIC 9(02).
           05  NB-BRAND-NAME           PIC X(20).
           05  NB-CARD-CLASS           PIC X(01).
           05  NB-COUNTRY-CODE         PIC X(03).

       FD  HISTORY-FILE
           RECORD CONTAINS 85 CHARACTERS.
       COPY HISTREC.

       FD  IMPACT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  IMPACT-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.

       COPY CARDPARM.

       77  WS-BIN-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-NEW-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-HIST-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS       PIC X(02) VALUE '00'.

       77  WS-BIN-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-BIN-EOF                  VALUE 'Y'.
       77  WS-HIST-EOF-SW              PIC X(01) VALUE 'N'.
           88  WS-HIST-EOF                 VALUE 'Y'.

       77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-PARM-SINCE-DATE          PIC X(08) VALUE SPACE.
       77  WS-SINCE-DATE               PIC 9(08) VALUE ZERO.

      **********************************************************************
      * THE TABLE IN SERVICE (BINRANGE) IS LOADED INTO THE STANDARD
      * BINTAB LAYOUT; THE PROPOSED TABLE (BINNEW) INTO A SECOND TABLE
      * OF EXACTLY THE SAME SHAPE.  CARD2V TAKES WHICHEVER TABLE IT IS
      * HANDED, SO THE SAME CORE ANSWERS FOR BOTH.
      **********************************************************************
       77  WS-BIN-TABLE-COUNT          PIC 9(08) COMP VALUE ZERO.
       77  WS-BIN-TABLE-MAX            PIC 9(08) COMP VALUE 50000.
       77  WS-PREV-BIN-HIGH            PIC 9(08) VALUE ZERO.
       77  WS-BIN-DROPPED-COUNT        PIC 9(09) COMP VALUE ZERO.

       COPY BINTAB.

       77  WS-NEW-BIN-TABLE-COUNT      PIC 9(08) COMP VALUE ZERO.
       77  WS-NEW-BIN-DROPPED-COUNT    PIC 9(09) COMP VALUE ZERO.

       01  WS-NEW-BIN-TABLE.
           05  WS-NEW-BIN-ENTRY OCCURS 50000 TIMES.
               10  WS-NEW-BIN-LOW      PIC 9(08).
               10  WS-NEW-BIN-HIGH     PIC 9(08).
               10  WS-NEW-BIN-LENGTH   PIC 9(02).
               10  WS-NEW-BIN-BRAND    PIC X(20).
               10  WS-NEW-BIN-CLASS    PIC X(01).
               10  WS-NEW-BIN-COUNTRY  PIC X(03).

      **********************************************************************
      * ONE ACCOUNT'S ANSWER UNDER EACH TABLE.  THE TWO HALVES SIDE
      * BY SIDE ARE THE TRANSITION KEY; EQUAL HALVES MEAN THE CHANGE
      * DOES NOT TOUCH THIS ACCOUNT.
      **********************************************************************
       01  WS-TRANSITION-KEY.
           05  WS-CUR-ANSWER.
               10  WS-CUR-BRAND        PIC X(20).
               10  WS-CUR-CLASS        PIC X(01).
               10  WS-CUR-COUNTRY      PIC X(03).
               10  WS-CUR-VALID        PIC X(01).
                   88  WS-CUR-IS-VALID     VALUE 'V'.
           05  WS-PRO-ANSWER.
               10  WS-PRO-BRAND        PIC X(20).
               10  WS-PRO-CLASS        PIC X(01).
               10  WS-PRO-COUNTRY      PIC X(03).
               10  WS-PRO-VALID        PIC X(01).
                   88  WS-PRO-IS-VALID     VALUE 'V'.

      **********************************************************************
      * THE STAND-IN NUMBER FOR ONE HISTORY RECORD.  LENGTH EIGHT OR
      * LESS: THE PROFILE'S PREFIX IS THE WHOLE NUMBER.  NOT ALL
      * DIGITS: THE PREFIX, PADDED OUT TO THE LENGTH WITH A LETTER
      * LAST.  OTHERWISE THE PREFIX, ZEROS, AND A LAST DIGIT CHOSEN
      * SO THE LUHN CHECK PASSES OR FAILS AS THE REAL NUMBER'S DID.
      **********************************************************************
       01  WS-STAND-IN-ACCT            PIC X(16) VALUE SPACE.
       77  WS-STAND-IN-LENGTH          PIC 9(02) COMP VALUE ZERO.
       77  WS-STAND-IN-PREFIX-LEN      PIC 9(02) COMP VALUE ZERO.
       77  WS-LUHN-SUM                 PIC 9(05) COMP VALUE ZERO.
       77  WS-LUHN-IDX                 PIC 9(02) COMP VALUE ZERO.
       77  WS-LUHN-POSITION            PIC 9(02) COMP VALUE ZERO.
       77  WS-LUHN-DIGIT               PIC 9(01) VALUE ZERO.
       77  WS-LUHN-DOUBLED             PIC 9(02) VALUE ZERO.
       77  WS-CHECK-DIGIT              PIC 9(01) VALUE ZERO.

       77  WS-EXAMINED-COUNT           PIC 9(09) COMP VALUE ZERO.
       77  WS-EXAMINED-AMOUNT          PIC 9(15)V99 COMP-3 VALUE ZERO.
       77  WS-UNCHANGED-COUNT          PIC 9(09) COMP VALUE ZERO.
       77  WS-UNCHANGED-AMOUNT         PIC 9(15)V99 COMP-3 VALUE ZERO.
       77  WS-CHANGED-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-CHANGED-AMOUNT           PIC 9(15)V99 COMP-3 VALUE ZERO.
       77  WS-LOST-VALID-COUNT         PIC 9(09) COMP VALUE ZERO.
       77  WS-LOST-VALID-AMOUNT        PIC 9(15)V99 COMP-3 VALUE ZERO.
       77  WS-GAINED-VALID-COUNT       PIC 9(09) COMP VALUE ZERO.
       77  WS-GAINED-VALID-AMOUNT      PIC 9(15)V99 COMP-3 VALUE ZERO.
       77  WS-BRAND-CHANGE-COUNT       PIC 9(09) COMP VALUE ZERO.
       77  WS-CLASS-CHANGE-COUNT       PIC 9(09) COMP VALUE ZERO.
       77  WS-COUNTRY-CHANGE-COUNT     PIC 9(09) COMP VALUE ZERO.
       77  WS-VALID-CHANGE-COUNT       PIC 9(09) COMP VALUE ZERO.

      **********************************************************************
      * ONE ENTRY PER DISTINCT OLD-TO-NEW TRANSITION, WITH ITS ACCOUNT
      * COUNT, USD VOLUME AND THE FIRST FEW ACCOUNTS' TOKENS AS
      * SAMPLES.  RE-SORTED DESCENDING ON ACCOUNT COUNT AT END OF RUN,
      * AS THE MERCHANT ROLL-UP IS FOR ITS TOP-25.  A CHANGE WITH MORE
      * DISTINCT TRANSITIONS THAN THE TABLE HOLDS STILL COUNTS THE
      * REST, AS ONE NOT-ITEMIZED LINE.
      **********************************************************************
       77  WS-TRN-TABLE-COUNT          PIC 9(08) COMP VALUE ZERO.
       77  WS-TRN-TABLE-MAX            PIC 9(08) COMP VALUE 1000.
       77  WS-TRN-IDX                  PIC 9(08) COMP VALUE ZERO.
       77  WS-TRN-FOUND-IDX            PIC 9(08) COMP VALUE ZERO.
       77  WS-TRN-SAMPLE-MAX           PIC 9(04) COMP VALUE 3.
       77  WS-SMP-IDX                  PIC 9(04) COMP VALUE ZERO.
       77  WS-TRN-OVERFLOW-COUNT       PIC 9(09) COMP VALUE ZERO.
       77  WS-TRN-OVERFLOW-AMOUNT      PIC 9(15)V99 COMP-3 VALUE ZERO.

       01  WS-TRN-TABLE.
           05  WS-TRN-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-TRN-TABLE-COUNT.
               10  WS-TRN-KEY          PIC X(50).
               10  WS-TRN-COUNT        PIC 9(09) COMP.
               10  WS-TRN-AMT          PIC 9(15)V99 COMP-3.
               10  WS-TRN-SAMPLE-COUNT PIC 9(04) COMP.
               10  WS-TRN-SAMPLE OCCURS 3 TIMES.
                   15  WS-TRN-SMP-TOKEN     PIC X(16).
                   15  WS-TRN-SMP-LAST-SEEN PIC 9(08).
                   15  WS-TRN-SMP-NIGHTS    PIC 9(05).
                   15  WS-TRN-SMP-AMT       PIC 9(13)V99 COMP-3.

       01  WS-REPORT-HEADING.
           05  FILLER                  PIC X(40) VALUE
               'BIN CHANGE IMPACT ANALYSIS - BINRANGE IN'.
           05  FILLER                  PIC X(40) VALUE
               ' SERVICE AGAINST PROPOSED BINNEW        '.
           05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
           05  HDG-RUN-DATE            PIC 9(08).
           05  FILLER                  PIC X(35) VALUE SPACE.

       01  WS-REPORT-SCOPE-LINE.
           05  FILLER                  PIC X(40) VALUE
               'ACCOUNTS ON ACCTHIST LAST SEEN ON OR AFT'.
           05  FILLER                  PIC X(03) VALUE 'ER '.
           05  SCP-SINCE-DATE          PIC 9(08).
           05  FILLER                  PIC X(81) VALUE SPACE.

       01  WS-SUMMARY-LINE.
           05  SUM-LABEL               PIC X(44).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SUM-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SUM-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(51) VALUE SPACE.

       01  WS-TRANSITION-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'IN SERVICE TODAY                   PROPO'.
           05  FILLER                  PIC X(40) VALUE
               'SED                            CHANGED  '.
           05  FILLER                  PIC X(40) VALUE
               ' ACCOUNTS    LAST-KNOWN USD VOLUME      '.
           05  FILLER                  PIC X(12) VALUE SPACE.

       01  WS-TRANSITION-HEADING-2.
           05  FILLER                  PIC X(40) VALUE
               'BRAND                C CTY V     BRAND  '.
           05  FILLER                  PIC X(40) VALUE
               '              C CTY V  BCNV             '.
           05  FILLER                  PIC X(52) VALUE SPACE.

       01  WS-TRANSITION-LINE.
           05  TRN-CUR-BRAND           PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TRN-CUR-CLASS           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TRN-CUR-COUNTRY         PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TRN-CUR-VALID           PIC X(01).
           05  FILLER                  PIC X(04) VALUE ' -> '.
           05  TRN-PRO-BRAND           PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TRN-PRO-CLASS           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TRN-PRO-COUNTRY         PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TRN-PRO-VALID           PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  TRN-CHANGE-FLAGS        PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TRN-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TRN-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(28) VALUE SPACE.

       01  WS-SAMPLE-LINE.
           05  FILLER                  PIC X(06) VALUE SPACE.
           05  FILLER                  PIC X(07) VALUE 'SAMPLE '.
           05  SMP-ACCOUNT-TOKEN       PIC X(16).
           05  FILLER                  PIC X(11) VALUE ' LAST SEEN '.
           05  SMP-LAST-SEEN           PIC 9(08).
           05  FILLER                  PIC X(08) VALUE ' NIGHTS '.
           05  SMP-NIGHTS              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE ' USD '.
           05  SMP-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(45) VALUE SPACE.

       01  WS-CHANGE-FLAGS.
           05  CHG-BRAND               PIC X(01).
           05  CHG-CLASS               PIC X(01).
           05  CHG-COUNTRY             PIC X(01).
           05  CHG-VALID               PIC X(01).

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-ANALYZE-ACCOUNT UNTIL WS-HIST-EOF
           PERFORM 8000-FINALIZE
           STOP RUN
           .

       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-SINCE-DATE
           IF WS-PARM-SINCE-DATE NOT = SPACE
               IF WS-PARM-SINCE-DATE IS NUMERIC
                   MOVE WS-PARM-SINCE-DATE TO WS-SINCE-DATE
               ELSE
                   DISPLAY 'CARD2MI - SYSIN LINE 1 MUST BE A YYYYMMDD '
                           'LAST-SEEN DATE OR BLANK'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT BIN-RANGE-FILE
           IF WS-BIN-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2MI - UNABLE TO OPEN BINRANGE, STATUS '
                       WS-BIN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-PREV-BIN-HIGH
           SET WS-BIN-EOF-SW TO 'N'
           PERFORM 1100-LOAD-CURRENT-ROW UNTIL WS-BIN-EOF
           CLOSE BIN-RANGE-FILE

           OPEN INPUT NEW-BIN-FILE
           IF WS-NEW-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2MI - UNABLE TO OPEN BINNEW, STATUS '
                       WS-NEW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-PREV-BIN-HIGH
           SET WS-BIN-EOF-SW TO 'N'
           PERFORM 1200-LOAD-PROPOSED-ROW UNTIL WS-BIN-EOF
           CLOSE NEW-BIN-FILE

           OPEN INPUT HISTORY-FILE
           IF WS-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2MI - UNABLE TO OPEN ACCTHIST, STATUS '
                       WS-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT IMPACT-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2MI - UNABLE TO OPEN BINIRPT, STATUS '
                       WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET IN-FUNC-IDENTIFY TO TRUE
           .

      **********************************************************************
      * LOAD THE TABLE IN SERVICE.  SAME RULES AS CARD2'S LOADER - A
      * ROW OUT OF SEQUENCE IS DISCARDED WITH A CONSOLE WARNING, SO
      * THIS SIDE OF THE COMPARISON IS EXACTLY WHAT PRODUCTION USES.
      **********************************************************************
       1100-LOAD-CURRENT-ROW.

           READ BIN-RANGE-FILE
               AT END
                   SET WS-BIN-EOF-SW TO 'Y'
               NOT AT END
                   EVALUATE TRUE
                       WHEN BR-LOW-RANGE NOT NUMERIC
                         OR BR-HIGH-RANGE NOT NUMERIC
                         OR BR-LOW-RANGE > BR-HIGH-RANGE
                         OR BR-LOW-RANGE <= WS-PREV-BIN-HIGH
                           DISPLAY 'CARD2MI - BINRANGE ROW OUT OF '
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
                           DISPLAY 'CARD2MI - BINRANGE TABLE FULL AT '
                                   WS-BIN-TABLE-MAX
                                   ' ENTRIES, ROW DISCARDED: '
                                   BR-LOW-RANGE '-' BR-HIGH-RANGE
                           ADD 1 TO WS-BIN-DROPPED-COUNT
                   END-EVALUATE
           END-READ
           .

      **********************************************************************
      * LOAD THE PROPOSED TABLE UNDER THE SAME RULES.  CARD2M NEVER
      * WRITES A ROW THAT BREAKS THEM, SO A DISCARD HERE MEANS BINNEW
      * DID NOT COME FROM CARD2M - WORTH A LOOK ON ITS OWN.
      **********************************************************************
       1200-LOAD-PROPOSED-ROW.

           READ NEW-BIN-FILE
               AT END
                   SET WS-BIN-EOF-SW TO 'Y'
               NOT AT END
                   EVALUATE TRUE
                       WHEN NB-LOW-RANGE NOT NUMERIC
                         OR NB-HIGH-RANGE NOT NUMERIC
                         OR NB-LOW-RANGE > NB-HIGH-RANGE
                         OR NB-LOW-RANGE <= WS-PREV-BIN-HIGH
                           DISPLAY 'CARD2MI - BINNEW ROW OUT OF '
                                   'SEQUENCE, ROW DISCARDED: '
                                   NB-LOW-RANGE '-' NB-HIGH-RANGE
                           ADD 1 TO WS-NEW-BIN-DROPPED-COUNT
                       WHEN WS-NEW-BIN-TABLE-COUNT < WS-BIN-TABLE-MAX
                           ADD 1 TO WS-NEW-BIN-TABLE-COUNT
                           MOVE NB-LOW-RANGE      TO
                             WS-NEW-BIN-LOW(WS-NEW-BIN-TABLE-COUNT)
                           MOVE NB-HIGH-RANGE     TO
                             WS-NEW-BIN-HIGH(WS-NEW-BIN-TABLE-COUNT)
                           MOVE NB-ACCOUNT-LENGTH TO
                             WS-NEW-BIN-LENGTH(WS-NEW-BIN-TABLE-COUNT)
                           MOVE NB-BRAND-NAME     TO
                             WS-NEW-BIN-BRAND(WS-NEW-BIN-TABLE-COUNT)
                           MOVE NB-CARD-CLASS     TO
                             WS-NEW-BIN-CLASS(WS-NEW-BIN-TABLE-COUNT)
                           MOVE NB-COUNTRY-CODE   TO
                             WS-NEW-BIN-COUNTRY(WS-NEW-BIN-TABLE-COUNT)
                           MOVE NB-HIGH-RANGE TO WS-PREV-BIN-HIGH
                       WHEN OTHER
                           DISPLAY 'CARD2MI - BINNEW TABLE FULL AT '
                                   WS-BIN-TABLE-MAX
                                   ' ENTRIES, ROW DISCARDED: '
                                   NB-LOW-RANGE '-' NB-HIGH-RANGE
                           ADD 1 TO WS-NEW-BIN-DROPPED-COUNT
                   END-EVALUATE
           END-READ
           .

      **********************************************************************
      * BROWSE THE HISTORY MASTER IN KEY ORDER.  A READ ERROR PART
      * WAY THROUGH WOULD LEAVE A REPORT THAT LOOKS COMPLETE AND IS
      * NOT, SO IT STOPS THE RUN INSTEAD.
      **********************************************************************
       2000-ANALYZE-ACCOUNT.

           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HIST-EOF-SW TO 'Y'
               NOT AT END
                   IF HIST-LAST-SEEN >= WS-SINCE-DATE
                       PERFORM 2100-COMPARE-ACCOUNT
                   END-IF
           END-READ

           IF WS-HIST-FILE-STATUS NOT = '00'
           AND WS-HIST-FILE-STATUS NOT = '10'
               DISPLAY 'CARD2MI - ACCTHIST READ STATUS '
                       WS-HIST-FILE-STATUS ' - NO REPORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      **********************************************************************
      * ASK THE CORE ABOUT THIS ACCOUNT ONCE PER TABLE AND COMPARE
      * THE TWO ANSWERS.
      **********************************************************************
       2100-COMPARE-ACCOUNT.

           ADD 1 TO WS-EXAMINED-COUNT
           ADD HIST-TOTAL-AMOUNT TO WS-EXAMINED-AMOUNT

           PERFORM 2050-BUILD-STAND-IN-ACCT
           MOVE WS-STAND-IN-ACCT TO IN-ACCOUNT-NUMBER
           CALL 'CARD2V' USING WS-PARAMETERS
                               WS-BIN-TABLE-COUNT
                               WS-BIN-TABLE
           MOVE OUT-BRAND-NAME         TO WS-CUR-BRAND
           MOVE OUT-CARD-CLASS         TO WS-CUR-CLASS
           MOVE OUT-COUNTRY-CODE       TO WS-CUR-COUNTRY
           MOVE OUT-VALID-FLAG         TO WS-CUR-VALID

           CALL 'CARD2V' USING WS-PARAMETERS
                               WS-NEW-BIN-TABLE-COUNT
                               WS-NEW-BIN-TABLE
           MOVE OUT-BRAND-NAME         TO WS-PRO-BRAND
           MOVE OUT-CARD-CLASS         TO WS-PRO-CLASS
           MOVE OUT-COUNTRY-CODE       TO WS-PRO-COUNTRY
           MOVE OUT-VALID-FLAG         TO WS-PRO-VALID

           IF WS-CUR-ANSWER = WS-PRO-ANSWER
               ADD 1 TO WS-UNCHANGED-COUNT
               ADD HIST-TOTAL-AMOUNT TO WS-UNCHANGED-AMOUNT
           ELSE
               PERFORM 2200-RECORD-TRANSITION
           END-IF
           .

      **********************************************************************
      * BUILD THE STAND-IN NUMBER FROM THE PAN PROFILE.  FOR THE
      * NUMERIC CASE THE LUHN SUM IS TAKEN WITH A ZERO LAST DIGIT;
      * THE LAST DIGIT IS NEVER DOUBLED, SO THE DIGIT THAT MAKES THE
      * SUM A MULTIPLE OF TEN IS THE PASSING ONE, AND THE NEXT DIGIT
      * UP (MOD TEN) IS A FAILING ONE.
      **********************************************************************
       2050-BUILD-STAND-IN-ACCT.

           MOVE SPACE TO WS-STAND-IN-ACCT
           IF HIST-PAN-LENGTH IS NUMERIC
           AND HIST-PAN-LENGTH NOT > 16
               MOVE HIST-PAN-LENGTH TO WS-STAND-IN-LENGTH
           ELSE
               MOVE ZERO TO WS-STAND-IN-LENGTH
           END-IF
           IF WS-STAND-IN-LENGTH > 8
               MOVE 8 TO WS-STAND-IN-PREFIX-LEN
           ELSE
               MOVE WS-STAND-IN-LENGTH TO WS-STAND-IN-PREFIX-LEN
           END-IF
           IF WS-STAND-IN-PREFIX-LEN > ZERO
               MOVE HIST-BIN-PREFIX(1:WS-STAND-IN-PREFIX-LEN)
                   TO WS-STAND-IN-ACCT(1:WS-STAND-IN-PREFIX-LEN)
           END-IF

           IF WS-STAND-IN-LENGTH > 8
               MOVE ALL '0' TO WS-STAND-IN-ACCT
                   (9:WS-STAND-IN-LENGTH - 8)
               IF HIST-PAN-NUMERIC
                   MOVE ZERO TO WS-LUHN-SUM
                   PERFORM 2060-ACCUMULATE-LUHN-DIGIT
                       VARYING WS-LUHN-IDX FROM 1 BY 1
                       UNTIL WS-LUHN-IDX > WS-STAND-IN-LENGTH
                   COMPUTE WS-CHECK-DIGIT =
                       FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10),
                                    10)
                   IF NOT HIST-CHECK-DIGIT-PASSED
                       COMPUTE WS-CHECK-DIGIT =
                           FUNCTION MOD(WS-CHECK-DIGIT + 1, 10)
                   END-IF
                   MOVE WS-CHECK-DIGIT
                       TO WS-STAND-IN-ACCT(WS-STAND-IN-LENGTH:1)
               ELSE
                   MOVE 'X' TO WS-STAND-IN-ACCT(WS-STAND-IN-LENGTH:1)
               END-IF
           END-IF
           .

      **********************************************************************
      * ONE DIGIT OF THE LUHN WALK, FROM THE RIGHT, DOUBLING EVERY
      * SECOND ONE - THE SAME WALK CARD2V MAKES.
      **********************************************************************
       2060-ACCUMULATE-LUHN-DIGIT.

           COMPUTE WS-LUHN-POSITION =
               WS-STAND-IN-LENGTH - WS-LUHN-IDX + 1
           MOVE WS-STAND-IN-ACCT(WS-LUHN-IDX:1) TO WS-LUHN-DIGIT

           IF FUNCTION MOD(WS-LUHN-POSITION, 2) = 0
               COMPUTE WS-LUHN-DOUBLED = WS-LUHN-DIGIT * 2
               IF WS-LUHN-DOUBLED > 9
                   SUBTRACT 9 FROM WS-LUHN-DOUBLED
               END-IF
               ADD WS-LUHN-DOUBLED TO WS-LUHN-SUM
           ELSE
               ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
           END-IF
           .

      **********************************************************************
      * AN ACCOUNT WHOSE ANSWER CHANGES.  COUNT IT BY WHAT CHANGED,
      * THEN UNDER ITS TRANSITION (ADDING THE TRANSITION THE FIRST
      * TIME IT IS SEEN), KEEPING IT AS A SAMPLE WHILE THE
      * TRANSITION HAS ROOM FOR ONE.
      **********************************************************************
       2200-RECORD-TRANSITION.

           ADD 1 TO WS-CHANGED-COUNT
           ADD HIST-TOTAL-AMOUNT TO WS-CHANGED-AMOUNT
           IF WS-CUR-BRAND NOT = WS-PRO-BRAND
               ADD 1 TO WS-BRAND-CHANGE-COUNT
           END-IF
           IF WS-CUR-CLASS NOT = WS-PRO-CLASS
               ADD 1 TO WS-CLASS-CHANGE-COUNT
           END-IF
           IF WS-CUR-COUNTRY NOT = WS-PRO-COUNTRY
               ADD 1 TO WS-COUNTRY-CHANGE-COUNT
           END-IF
           IF WS-CUR-VALID NOT = WS-PRO-VALID
               ADD 1 TO WS-VALID-CHANGE-COUNT
               IF WS-CUR-IS-VALID
                   ADD 1 TO WS-LOST-VALID-COUNT
                   ADD HIST-TOTAL-AMOUNT TO WS-LOST-VALID-AMOUNT
               ELSE
                   ADD 1 TO WS-GAINED-VALID-COUNT
                   ADD HIST-TOTAL-AMOUNT TO WS-GAINED-VALID-AMOUNT
               END-IF
           END-IF

           MOVE ZERO TO WS-TRN-FOUND-IDX
           PERFORM 2210-FIND-TRANSITION
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-TABLE-COUNT
                  OR WS-TRN-FOUND-IDX > ZERO

           IF WS-TRN-FOUND-IDX = ZERO
               IF WS-TRN-TABLE-COUNT < WS-TRN-TABLE-MAX
                   ADD 1 TO WS-TRN-TABLE-COUNT
                   MOVE WS-TRN-TABLE-COUNT TO WS-TRN-FOUND-IDX
                   MOVE WS-TRANSITION-KEY
                       TO WS-TRN-KEY(WS-TRN-FOUND-IDX)
                   MOVE ZERO TO WS-TRN-COUNT(WS-TRN-FOUND-IDX)
                   MOVE ZERO TO WS-TRN-AMT(WS-TRN-FOUND-IDX)
                   MOVE ZERO TO WS-TRN-SAMPLE-COUNT(WS-TRN-FOUND-IDX)
               ELSE
                   ADD 1 TO WS-TRN-OVERFLOW-COUNT
                   ADD HIST-TOTAL-AMOUNT TO WS-TRN-OVERFLOW-AMOUNT
               END-IF
           END-IF

           IF WS-TRN-FOUND-IDX > ZERO
               ADD 1 TO WS-TRN-COUNT(WS-TRN-FOUND-IDX)
               ADD HIST-TOTAL-AMOUNT TO WS-TRN-AMT(WS-TRN-FOUND-IDX)
               IF WS-TRN-SAMPLE-COUNT(WS-TRN-FOUND-IDX)
                   < WS-TRN-SAMPLE-MAX
                   ADD 1 TO WS-TRN-SAMPLE-COUNT(WS-TRN-FOUND-IDX)
                   MOVE WS-TRN-SAMPLE-COUNT(WS-TRN-FOUND-IDX)
                       TO WS-SMP-IDX
                   MOVE HIST-ACCOUNT-TOKEN TO
                       WS-TRN-SMP-TOKEN(WS-TRN-FOUND-IDX, WS-SMP-IDX)
                   MOVE HIST-LAST-SEEN TO WS-TRN-SMP-LAST-SEEN
                       (WS-TRN-FOUND-IDX, WS-SMP-IDX)
                   MOVE HIST-NIGHTS-SEEN TO
                       WS-TRN-SMP-NIGHTS(WS-TRN-FOUND-IDX, WS-SMP-IDX)
                   MOVE HIST-TOTAL-AMOUNT TO
                       WS-TRN-SMP-AMT(WS-TRN-FOUND-IDX, WS-SMP-IDX)
               END-IF
           END-IF
           .

       2210-FIND-TRANSITION.

           IF WS-TRN-KEY(WS-TRN-IDX) = WS-TRANSITION-KEY
               MOVE WS-TRN-IDX TO WS-TRN-FOUND-IDX
           END-IF
           .

      **********************************************************************
      * WRITE THE IMPACT REPORT - SUMMARY FIRST, THEN EVERY
      * TRANSITION LARGEST FIRST WITH ITS SAMPLES - AND SET THE
      * RETURN CODE FROM WHAT THE CHANGE WOULD DO.
      **********************************************************************
       8000-FINALIZE.

           CLOSE HISTORY-FILE

           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-REPORT-HEADING TO IMPACT-REPORT-RECORD
           WRITE IMPACT-REPORT-RECORD
           IF WS-SINCE-DATE > ZERO
               MOVE WS-SINCE-DATE TO SCP-SINCE-DATE
               MOVE WS-REPORT-SCOPE-LINE TO IMPACT-REPORT-RECORD
               WRITE IMPACT-REPORT-RECORD
           END-IF
           MOVE SPACE TO IMPACT-REPORT-RECORD
           WRITE IMPACT-REPORT-RECORD

           PERFORM 8100-WRITE-SUMMARY

           MOVE SPACE TO IMPACT-REPORT-RECORD
           WRITE IMPACT-REPORT-RECORD
           MOVE 'TRANSITIONS BY ACCOUNT COUNT (V = VALID, I = INVALID;'
               TO IMPACT-REPORT-RECORD
           WRITE IMPACT-REPORT-RECORD
           MOVE '  CHANGED: B BRAND, C CLASS, N COUNTRY, V VALIDITY)'
               TO IMPACT-REPORT-RECORD
           WRITE IMPACT-REPORT-RECORD
           MOVE WS-TRANSITION-HEADING-1 TO IMPACT-REPORT-RECORD
           WRITE IMPACT-REPORT-RECORD
           MOVE WS-TRANSITION-HEADING-2 TO IMPACT-REPORT-RECORD
           WRITE IMPACT-REPORT-RECORD

           IF WS-TRN-TABLE-COUNT > ZERO
               SORT WS-TRN-ENTRY ON DESCENDING KEY WS-TRN-COUNT
           END-IF
           PERFORM 8200-WRITE-TRANSITION
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-TABLE-COUNT

           IF WS-TRN-OVERFLOW-COUNT > ZERO
               MOVE 'TRANSITIONS NOT ITEMIZED (TABLE FULL)'
                   TO SUM-LABEL
               MOVE WS-TRN-OVERFLOW-COUNT  TO SUM-COUNT
               MOVE WS-TRN-OVERFLOW-AMOUNT TO SUM-AMOUNT
               MOVE WS-SUMMARY-LINE TO IMPACT-REPORT-RECORD
               WRITE IMPACT-REPORT-RECORD
               DISPLAY 'CARD2MI - TRANSITION TABLE FULL AT '
                       WS-TRN-TABLE-MAX ' - ' WS-TRN-OVERFLOW-COUNT
                       ' ACCOUNT(S) COUNTED BUT NOT ITEMIZED'
           END-IF

           IF WS-CHANGED-COUNT = ZERO
               MOVE 'NO ACCOUNT ON ACCTHIST WOULD CHANGE'
                   TO IMPACT-REPORT-RECORD
               WRITE IMPACT-REPORT-RECORD
           END-IF

           CLOSE IMPACT-REPORT-FILE

           DISPLAY 'CARD2MI - ' WS-EXAMINED-COUNT
                   ' ACCOUNT(S) EXAMINED, '
                   WS-CHANGED-COUNT ' WOULD CHANGE, '
                   WS-LOST-VALID-COUNT ' WOULD TURN INVALID'

           EVALUATE TRUE
               WHEN WS-LOST-VALID-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CHANGED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           .

       8100-WRITE-SUMMARY.

           MOVE 'BIN RANGES IN SERVICE (BINRANGE)' TO SUM-LABEL
           MOVE WS-BIN-TABLE-COUNT TO SUM-COUNT
           MOVE ZERO TO SUM-AMOUNT
           PERFORM 8110-WRITE-SUMMARY-LINE

           MOVE 'BIN RANGES PROPOSED (BINNEW)' TO SUM-LABEL
           MOVE WS-NEW-BIN-TABLE-COUNT TO SUM-COUNT
           MOVE ZERO TO SUM-AMOUNT
           PERFORM 8110-WRITE-SUMMARY-LINE

           IF WS-BIN-DROPPED-COUNT > ZERO
               MOVE 'BINRANGE ROWS DISCARDED AT LOAD' TO SUM-LABEL
               MOVE WS-BIN-DROPPED-COUNT TO SUM-COUNT
               MOVE ZERO TO SUM-AMOUNT
               PERFORM 8110-WRITE-SUMMARY-LINE
           END-IF
           IF WS-NEW-BIN-DROPPED-COUNT > ZERO
               MOVE 'BINNEW ROWS DISCARDED AT LOAD' TO SUM-LABEL
               MOVE WS-NEW-BIN-DROPPED-COUNT TO SUM-COUNT
               MOVE ZERO TO SUM-AMOUNT
               PERFORM 8110-WRITE-SUMMARY-LINE
           END-IF

           MOVE 'ACCOUNTS EXAMINED' TO SUM-LABEL
           MOVE WS-EXAMINED-COUNT  TO SUM-COUNT
           MOVE WS-EXAMINED-AMOUNT TO SUM-AMOUNT
           PERFORM 8110-WRITE-SUMMARY-LINE

           MOVE 'ACCOUNTS UNCHANGED' TO SUM-LABEL
           MOVE WS-UNCHANGED-COUNT  TO SUM-COUNT
           MOVE WS-UNCHANGED-AMOUNT TO SUM-AMOUNT
           PERFORM 8110-WRITE-SUMMARY-LINE

           MOVE 'ACCOUNTS WHOSE ANSWER WOULD CHANGE' TO SUM-LABEL
           MOVE WS-CHANGED-COUNT  TO SUM-COUNT
           MOVE WS-CHANGED-AMOUNT TO SUM-AMOUNT
           PERFORM 8110-WRITE-SUMMARY-LINE

           MOVE '  VALID TODAY, INVALID OR UNKNOWN AFTER' TO SUM-LABEL
           MOVE WS-LOST-VALID-COUNT  TO SUM-COUNT
           MOVE WS-LOST-VALID-AMOUNT TO SUM-AMOUNT
           PERFORM 8110-WRITE-SUMMARY-LINE

           MOVE '  INVALID OR UNKNOWN TODAY, VALID AFTER' TO SUM-LABEL
           MOVE WS-GAINED-VALID-COUNT  TO SUM-COUNT
           MOVE WS-GAINED-VALID-AMOUNT TO SUM-AMOUNT
           PERFORM 8110-WRITE-SUMMARY-LINE

           MOVE '  BRAND CHANGES' TO SUM-LABEL
           MOVE WS-BRAND-CHANGE-COUNT TO SUM-COUNT
           MOVE ZERO TO SUM-AMOUNT
           PERFORM 8110-WRITE-SUMMARY-LINE

           MOVE '  CARD CLASS CHANGES' TO SUM-LABEL
           MOVE WS-CLASS-CHANGE-COUNT TO SUM-COUNT
           MOVE ZERO TO SUM-AMOUNT
           PERFORM 8110-WRITE-SUMMARY-LINE

           MOVE '  ISSUER COUNTRY CHANGES' TO SUM-LABEL
           MOVE WS-COUNTRY-CHANGE-COUNT TO SUM-COUNT
           MOVE ZERO TO SUM-AMOUNT
           PERFORM 8110-WRITE-SUMMARY-LINE

           MOVE '  VALID/INVALID CHANGES' TO SUM-LABEL
           MOVE WS-VALID-CHANGE-COUNT TO SUM-COUNT
           MOVE ZERO TO SUM-AMOUNT
           PERFORM 8110-WRITE-SUMMARY-LINE
           .

       8110-WRITE-SUMMARY-LINE.

           MOVE WS-SUMMARY-LINE TO IMPACT-REPORT-RECORD
           WRITE IMPACT-REPORT-RECORD
           .

       8200-WRITE-TRANSITION.

           MOVE WS-TRN-KEY(WS-TRN-IDX) TO WS-TRANSITION-KEY
           MOVE WS-CUR-BRAND   TO TRN-CUR-BRAND
           MOVE WS-CUR-CLASS   TO TRN-CUR-CLASS
           MOVE WS-CUR-COUNTRY TO TRN-CUR-COUNTRY
           MOVE WS-CUR-VALID   TO TRN-CUR-VALID
           MOVE WS-PRO-BRAND   TO TRN-PRO-BRAND
           MOVE WS-PRO-CLASS   TO TRN-PRO-CLASS
           MOVE WS-PRO-COUNTRY TO TRN-PRO-COUNTRY
           MOVE WS-PRO-VALID   TO TRN-PRO-VALID

           MOVE ALL '.' TO WS-CHANGE-FLAGS
           IF WS-CUR-BRAND NOT = WS-PRO-BRAND
               MOVE 'B' TO CHG-BRAND
           END-IF
           IF WS-CUR-CLASS NOT = WS-PRO-CLASS
               MOVE 'C' TO CHG-CLASS
           END-IF
           IF WS-CUR-COUNTRY NOT = WS-PRO-COUNTRY
               MOVE 'N' TO CHG-COUNTRY
           END-IF
           IF WS-CUR-VALID NOT = WS-PRO-VALID
               MOVE 'V' TO CHG-VALID
           END-IF
           MOVE WS-CHANGE-FLAGS TO TRN-CHANGE-FLAGS

           MOVE WS-TRN-COUNT(WS-TRN-IDX) TO TRN-COUNT
           MOVE WS-TRN-AMT(WS-TRN-IDX)   TO TRN-AMOUNT
           MOVE WS-TRANSITION-LINE TO IMPACT-REPORT-RECORD
           WRITE IMPACT-REPORT-RECORD

           PERFORM 8210-WRITE-SAMPLE
               VARYING WS-SMP-IDX FROM 1 BY 1
               UNTIL WS-SMP-IDX > WS-TRN-SAMPLE-COUNT(WS-TRN-IDX)
           .

       8210-WRITE-SAMPLE.

           MOVE WS-TRN-SMP-TOKEN(WS-TRN-IDX, WS-SMP-IDX)
               TO SMP-ACCOUNT-TOKEN
           MOVE WS-TRN-SMP-LAST-SEEN(WS-TRN-IDX, WS-SMP-IDX)
               TO SMP-LAST-SEEN
           MOVE WS-TRN-SMP-NIGHTS(WS-TRN-IDX, WS-SMP-IDX)
               TO SMP-NIGHTS
           MOVE WS-TRN-SMP-AMT(WS-TRN-IDX, WS-SMP-IDX)
               TO SMP-AMOUNT
           MOVE WS-SAMPLE-LINE TO IMPACT-REPORT-RECORD
           WRITE IMPACT-REPORT-RECORD
           .

       9999-END.
           .
