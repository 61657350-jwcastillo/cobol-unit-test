      *                     CARD NIGHTLY.  ALREADY-EXPIRED CARDS
      *                     KEEP THEIR EXISTING 'EXPIRED' RESULT
      *                     FLAG AND STAY OFF THE FORECAST.
      *   15 OCT 2026  RTC  THE HOT-CARD LIST IS NOW MAINTAINED BY
      *                     CARD2H (BATCH) AND CHOT (ONLINE) IN THE
      *                     50-BYTE HOTREC LAYOUT - REASON CODE,
      *                     EFFECTIVE AND AUTO-EXPIRE DATES, OPERATOR
      *                     ID - INSTEAD OF HAND-EDITED BARE PANS.
      *                     AN ENTRY NOT YET EFFECTIVE OR ALREADY
      *                     EXPIRED ON THE RUN DATE IS SKIPPED AT
      *                     LOAD, SO IT DOES NOT BLOCK.
      *   15 OCT 2026  RTC  NETWORK EXTRACT RECORD LAYOUTS MOVED,
      *                     UNCHANGED, TO THE NETEXT COPYBOOK SO THE
      *                     ACK/REJECT RECONCILIATION (CARD2N) READS
      *                     THE EXTRACTS WITH THE SAME DEFINITIONS.
      *   15 OCT 2026  RTC  ESTIMATED INTERCHANGE FEES.  EVERY
      *                     IDENTIFIED, NON-BLOCKED DETAIL RECORD IS
      *                     PRICED FROM TREASURY'S FEE SCHEDULE
      *                     (FEESCHED, MAINTAINED BY CARD2F) ON ITS
      *                     BRAND, CARD CLASS AND DOMESTIC/CROSS-
      *                     BORDER REGION - USD AMOUNT TIMES THE
      *                     PERCENTAGE RATE PLUS THE PER-ITEM FEE,
      *                     USING THE LATEST ROW EFFECTIVE ON THE RUN
      *                     DATE.  A NEW FEERPT REPORT SHOWS COUNT,
      *                     VOLUME AND ESTIMATED FEE BY BRAND, CLASS
      *                     AND REGION; RECORDS WITH NO MATCHING
      *                     SCHEDULE ROW ARE COUNTED AND LISTED
      *                     THERE, NEVER PRICED AT ZERO.  EACH PASS
      *                     APPENDS ITS TOTALS TO THE MONTH-TO-DATE
      *                     ACCUMULATOR (FEEMTD) THE MONTH-END
      *                     ACCRUAL RUN (CARD2FA) READS.
      *   15 OCT 2026  RTC  GENERAL LEDGER JOURNAL.  EACH PASS WRITES
      *                     A BALANCED JOURNAL IN THE GL INTAKE
      *                     LAYOUT (GLJRNL, GLREC): ONE DEBIT/CREDIT
      *                     PAIR PER BRAND AND SETTLEMENT CURRENCY, A
      *                     SUSPENSE PAIR PER CURRENCY FOR THE
      *                     UNKNOWN/INVALID VOLUME AND ONE PER
      *                     QUARANTINED SEGMENT, ACCOUNTS FROM THE
      *                     GLACCT MAPPING FILE.  GLCTL PROVES DEBITS
      *                     EQUAL CREDITS AND THAT THE JOURNAL TIES TO
      *                     THE SUMRPT TOTAL AND QUARANTINED LINES.
      *                     QUARANTINED SEGMENTS ARE NOW VALUED IN
      *                     USD DURING VERIFICATION, SO THE SUMRPT
      *                     QUARANTINED LINE CARRIES THEIR AMOUNT.
      *                     EACH SUSPENSE POSTING IS LOGGED TO GLSUSP;
      *                     AN APPEND PASS REVERSES THE OPEN ITEM FOR
      *                     THE REPAIRED SEGMENT'S SOURCE AND LOGS IT
      *                     CLEARED.
      *   15 OCT 2026  RTC  CROSS-NIGHT SEGMENT REGISTRY (SEGREG, A
      *                     KSDS KEYED ON SOURCE ID, HEADER CREATE
      *                     DATE, TRAILER COUNT AND HASH TOTAL).  THE
      *                     VERIFICATION PASS LOOKS EVERY SEGMENT UP;
      *                     AN EXACT REPEAT OF ONE ALREADY SETTLED BY
      *                     AN EARLIER RUN, OR OF AN EARLIER SEGMENT
      *                     IN THE SAME FILE, IS QUARANTINED WITH ITS
      *                     OWN REASON AND, WHEN NOTHING ELSE WAS
      *                     QUARANTINED, RETURN CODE 15.  A REPEAT IS
      *                     NOT POSTED TO GL SUSPENSE - IT IS NOT OWED.
      *                     EVERY KEYED SEGMENT IS REGISTERED AT END
      *                     OF RUN WITH THE RUN DATE AND THE JOB NAME,
      *                     NOW TAKEN FROM COLUMNS 10-17 OF THE SYSIN
      *                     RUN-OPTION LINE.
      *   15 OCT 2026  RTC  ACCTHIST RECORD LAYOUT MOVED, UNCHANGED,
      *                     TO THE HISTREC COPYBOOK SO THE BIN CHANGE
      *                     IMPACT ANALYSIS (CARD2MI) READS THE MASTER
      *                     WITH THE SAME DEFINITION.
      *   15 OCT 2026  RTC  UNKNOWN-BIN CAPTURE.  A DETAIL RECORD THAT
      *                     MATCHED NO BIN RANGE BUT PASSED THE CHECK
      *                     DIGIT IS A REAL CARD FROM A RANGE BINRANGE
      *                     IS MISSING; ITS 8-DIGIT PREFIX, LENGTH,
      *                     SOURCE, STAMPED ORIGINATION CODE AND USD
      *                     AMOUNT ARE TABLED AND, AT END OF RUN,
      *                     ROLLED INTO THE UNKBIN ACCUMULATOR (A KSDS)
      *                     AT BOTH THE 6- AND 8-DIGIT LEVEL FOR THE
      *                     WEEKLY WORKLIST, CARD2UW.
      *   15 OCT 2026  RTC  PAN TOKENIZATION.  EVERY DETAIL RECORD'S
      *                     PAN IS TOKENIZED THROUGH THE BATCH TOKEN
      *                     SERVICE (CARD2T) AS IT IS READ; ACCTHIST
      *                     IS NOW KEYED ON THE TOKEN AND CARRIES THE
      *                     PAN PROFILE, THE DUPLICATE TABLE TRACKS
      *                     TOKENS, VELRPT SHOWS THE TOKEN AND THE
      *                     LAST FOUR, AND A QUARANTINED DETAIL GOES
      *                     TO REJECTS WITH ITS TOKEN IN PLACE OF THE
      *                     PAN.  THE NETWORK EXTRACTS AND CORRFILE
      *                     ARE NOW THE ONLY OUTPUTS CARRYING THE
      *                     FULL PAN.  A VAULT FAILURE STOPS THE RUN
      *                     (RETURN CODE 16) - NOTHING MAY FALL BACK
      *                     TO THE CLEAR NUMBER.
      *   15 OCT 2026  RTC  PARTITION RUNS.  WITH A SYSIN RUN OPTION
      *                     OF PART1 - PART4, CARD2B PROCESSES ONE OF
      *                     THE FOUR PARTITION EXTRACTS CARD2BS SPLIT
      *                     FROM THE NIGHT'S FILE BY RUNPROF'S NEW
      *                     PER-ACQUIRER PARTITION NUMBER.  IT READS
      *                     THE PARTITION'S MAP (PARTMAP) TO NUMBER
      *                     EACH DETAIL BY ITS PLACE IN THE FULL
      *                     EXTRACT, WRITES EVERY ACCTOUT LINE AND
      *                     NETWORK DETAIL TO PARTSEQ UNDER THAT
      *                     NUMBER, AND AT END OF RUN WRITES ITS
      *                     SUMMARY, DUPLICATE AND MERCHANT TABLES TO
      *                     PARTTOT FOR THE MERGE (CARD2BM).  ONLY ITS
      *                     OWN ACQUIRERS ARE EXPECTED OF IT, AND THE
      *                     DUPLICATE AND UNKNOWN-RATE RETURN CODES ARE
      *                     LEFT TO THE MERGE, WHICH SEES THE WHOLE
      *                     NIGHT.  DUPLICATES NOW SORT BY RECORD
      *                     NUMBER WITHIN ACCOUNT, SO THE FIRST
      *                     OCCURRENCE IS ALWAYS THE ONE LEFT OUT OF
      *                     THE DUPLICATE AMOUNT.  AN ACCTHIST OR
      *                     UNKBIN RECORD ANOTHER PARTITION ADDED
      *                     BETWEEN THIS RUN'S READ AND WRITE IS NOW
      *                     RE-READ AND UPDATED INSTEAD OF LOST.
      *   15 OCT 2026  RTC  A PARTITION RUN STAMPS ITS PARTITION ON
      *                     ITS FEEMTD RECORD, SO THE FEE RECONCILER
      *                     SUPERSEDES PASSES PER PARTITION.  ITS GL
      *                     JOURNAL KEY CARRIES THE PARTITION IN THE
      *                     SOURCE SYSTEM (CARD2BP1 - CARD2BP4), SO
      *                     THE FOUR BATCHES OF A NIGHT CANNOT COLLIDE
      *                     AT THE INTAKE, AND THE JH DESCRIPTION AND
      *                     THE GLCTL HEADING SHOW THE PARTITION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2B.
               ASSIGN TO "ACCTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-ACCOUNT-TOKEN
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT VELOCITY-FILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FCST-FILE-STATUS.

           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO "FEESCHED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-FILE-STATUS.

           SELECT FEE-REPORT-FILE
               ASSIGN TO "FEERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEERPT-FILE-STATUS.

           SELECT FEE-MTD-FILE
               ASSIGN TO "FEEMTD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEMTD-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE
               ASSIGN TO "GLACCT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLACCT-FILE-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO "GLJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-FILE-STATUS.

           SELECT GL-CONTROL-FILE
               ASSIGN TO "GLCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLCTL-FILE-STATUS.

           SELECT GL-SUSPENSE-FILE
               ASSIGN TO "GLSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLSUSP-FILE-STATUS.

           SELECT SEGMENT-REGISTRY-FILE
               ASSIGN TO "SEGREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-KEY
               FILE STATUS IS WS-SEGREG-FILE-STATUS.

           SELECT UNKNOWN-BIN-FILE
               ASSIGN TO "UNKBIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UNB-KEY
               FILE STATUS IS WS-UNKBIN-FILE-STATUS.

           SELECT PARTITION-MAP-FILE
               ASSIGN TO "PARTMAP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PMAP-FILE-STATUS.

           SELECT PARTITION-SEQ-FILE
               ASSIGN TO "PARTSEQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSEQ-FILE-STATUS.

           SELECT PARTITION-TOTALS-FILE
               ASSIGN TO "PARTTOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      **********************************************************************
       01  RECON-RECORD                 PIC X(73).

       FD  HOT-CARD-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY HOTREC.

       FD  BLOCKED-FILE
           RECORD CONTAINS 50 CHARACTERS.

      **********************************************************************
      * CROSS-NIGHT ACCOUNT HISTORY MASTER, A VSAM KSDS KEYED ON THE
      * PAN'S TOKEN (A KEYED FRAUD WORKING FILE, NOT A REPORT - IT
      * NEVER ROUTES TO A PRINTER).  ONE RECORD PER ACCOUNT EVER
      * SEEN, UPDATED IN PLACE EVERY NIGHT.  AMOUNTS ARE ZONED SO AN
      * IDCAMS PRINT OF THE CLUSTER STAYS READABLE FOR FRAUD
      * OPERATIONS.
      **********************************************************************
       FD  HISTORY-FILE
           RECORD CONTAINS 85 CHARACTERS.
       COPY HISTREC.

       FD  VELOCITY-FILE
           RECORD CONTAINS 80 CHARACTERS.
      **********************************************************************
      * QUARANTINE DATASET - A FAILED SEGMENT IS DIVERTED HERE IN
      * FULL (A REASON LINE, THEN THE HEADER, DETAILS AND TRAILER AS
      * READ, SPACE-PADDED TO THE FIXED LENGTH), EXCEPT THAT EACH
      * DETAIL'S PAN IS REPLACED BY ITS TOKEN - THE RETRANSMISSION
      * IS WHAT SETTLES, SO THE REJECTS COPY IS FOR REVIEW ONLY AND
      * HAS NO NEED OF THE NUMBER.  STILL NEVER TO A PRINTER.
      **********************************************************************
       FD  REJECT-FILE
           RECORD CONTAINS 60 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
       01  FORECAST-RECORD              PIC X(80).

      **********************************************************************
      * TREASURY'S INTERCHANGE FEE SCHEDULE (SEE FEEREC), THE
      * ESTIMATED-FEE REPORT, AND THE MONTH-TO-DATE FEE ACCUMULATOR
      * (SEE FEEMTD) - A CROSS-NIGHT FILE EVERY PASS APPENDS TO,
      * CLEARED ONLY BY THE MONTH-END ACCRUAL RUN.
      **********************************************************************
       FD  FEE-SCHEDULE-FILE
           RECORD CONTAINS 50 CHARACTERS.
       COPY FEEREC.

       FD  FEE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FEE-REPORT-RECORD            PIC X(80).

       FD  FEE-MTD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FEEMTD.

       FD  GL-ACCOUNT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY GLACCT.

       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY GLREC.

       FD  GL-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-CONTROL-RECORD            PIC X(80).

       FD  GL-SUSPENSE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY GLSUSP.

      **********************************************************************
      * CROSS-NIGHT SEGMENT REGISTRY, A VSAM KSDS KEYED ON THE
      * SEGMENT'S OWN HDR/TRL IDENTITY.  READ DURING VERIFICATION TO
      * CATCH A SEGMENT THAT ALREADY SETTLED, WRITTEN AT END OF RUN.
      **********************************************************************
       FD  SEGMENT-REGISTRY-FILE
           RECORD CONTAINS 150 CHARACTERS.
       COPY SEGREG.

      **********************************************************************
      * UNKNOWN-BIN ACCUMULATOR, A VSAM KSDS KEYED ON PREFIX LENGTH
      * AND PREFIX.  UPDATED AT END OF RUN, READ BY THE WEEKLY
      * WORKLIST.
      **********************************************************************
       FD  UNKNOWN-BIN-FILE
           RECORD CONTAINS 150 CHARACTERS.
       COPY UNKBIN.

      **********************************************************************
      * RUN-CONTROL PROFILE, MAINTAINED BY OPERATIONS LIKE BINRANGE
      * AND CURRRATE.  ONE 'GBL' RECORD CARRIES THE RUN-LEVEL KNOBS
      * UNKNOWN-RATE THRESHOLD (ZERO = USE THE GLOBAL ONE), AND
      * WHAT TO DO WHEN IT SENDS NO SEGMENT AT ALL - 'F' FAILS THE
      * RUN WITH THE INTEGRITY STOP, 'W' FLAGS IT ON THE SUMMARY
      * REPORT AND THE CONSOLE BUT LETS THE RUN GO THROUGH.  THE
      * PARTITION NUMBER (1 - 4; BLANK, ZERO OR ANYTHING ELSE MEANS
      * 1) IS WHICH PARTITION CARD2BS ROUTES THE ACQUIRER TO - A
      * PARTITION RUN ONLY EXPECTS ITS OWN ACQUIRERS.
      **********************************************************************
       FD  PROFILE-FILE
           RECORD CONTAINS 60 CHARACTERS.
           05  PS-STALE-DAYS            PIC 9(03).
           05  PS-UNKNOWN-THRESHOLD     PIC 9(03)V99.
           05  PS-MISSING-ACTION        PIC X(01).
           05  PS-PARTITION             PIC 9(02).
           05  FILLER                   PIC X(43).

      **********************************************************************
      * PARTITION RUN FILES.  PARTMAP IS READ AT STARTUP; PARTSEQ IS
      * WRITTEN DETAIL BY DETAIL ALONGSIDE ACCTOUT AND EXTENDED ACROSS
      * A RESTART LIKE IT; PARTTOT IS WRITTEN WHOLE AT END OF RUN.
      * NONE OF THEM IS OPENED ON A SINGLE (UNPARTITIONED) RUN.
      **********************************************************************
       FD  PARTITION-MAP-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY PARTMAP.

       FD  PARTITION-SEQ-FILE
           RECORD CONTAINS 180 CHARACTERS.
       COPY PARTSEQ.

       FD  PARTITION-TOTALS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PARTTOT.

       WORKING-STORAGE SECTION.

       77  WS-DUP-FILE-STATUS           PIC X(02) VALUE '00'.

      **********************************************************************
      * DUPLICATE-ACCOUNT TRACKING.  EVERY DETAIL RECORD'S TOKEN (WITH
      * ITS MASKED PAN AND DOLLAR AMOUNT) IS APPENDED HERE UNSORTED
      * DURING THE RUN - THE TABLE IS SORTED ONCE AT END OF RUN AND
      * SCANNED FOR ADJACENT EQUAL TOKENS, SO THE PER-RECORD COST IS
      * ONE MOVE, NOT A SHIFT INSERT THAT GOES QUADRATIC ON EXACTLY
      * THE LARGEST FILES.  A RETRANSMITTED FILE SECTION BLOWS WELL
      * PAST WS-DUP-THRESHOLD EXTRA OCCURRENCES AND HOLDS THE OUTPUT
      * WS-DUP-TABLE-MAX IF THAT DAY COMES.  A RESTARTED PASS ONLY
      * TRACKS THE RECORDS IT ACTUALLY PROCESSES, SO A DUPLICATE
      * SPLIT ACROSS THE CHECKPOINT IS NOT SEEN - THE
      * RERUN-FROM-SCRATCH PATH IS THE ONE THAT COUNTS.  EACH ENTRY
      * CARRIES ITS RECORD NUMBER IN THE EXTRACT SO OCCURRENCES OF
      * ONE ACCOUNT SORT IN FILE ORDER - THE FIRST IS THE ONE LEFT
      * OUT OF THE DUPLICATE AMOUNT, HOWEVER THE SORT FALLS.
      **********************************************************************
       77  WS-DUP-TABLE-COUNT           PIC 9(08) COMP VALUE ZERO.
       77  WS-DUP-TABLE-MAX             PIC 9(08) COMP VALUE 200000.
       01  WS-DUP-TABLE.
           05  WS-DUP-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON WS-DUP-TABLE-COUNT.
               10  WS-DUP-TOKEN         PIC X(16).
               10  WS-DUP-MASKED        PIC X(16).
               10  WS-DUP-ENTRY-AMT     PIC 9(11)V99 COMP-3.
               10  WS-DUP-POSITION      PIC 9(09) COMP.

       01  WS-DUP-DETAIL.
           05  DUP-ACCOUNT-NUMBER       PIC X(16).
               10  WS-PROF-MISS-ACTION  PIC X(01).
               10  WS-PROF-SEEN-SW      PIC X(01).
                   88  WS-PROF-SEEN         VALUE 'Y'.
               10  WS-PROF-PARTITION    PIC 9(02).

      **********************************************************************
      * PER-SOURCE UNKNOWN-RATE WORK FIELDS FOR THE CONDITION-CODE
           05  FILLER                   PIC X(19) VALUE SPACE.

      **********************************************************************
      * PER-NETWORK EXTRACT CONTROLS AND RECORD LAYOUTS (NETEXT).
      * EACH NETWORK'S SUBMISSION FORMAT IS ITS OWN (TAG BYTES, FIELD
      * ORDER, RECORD LENGTH, PER THE NETWORKS' INTAKE SPECS); THE
      * TRAILERS CARRY THE RECORD COUNT AND USD AMOUNT ACCUMULATED
      * HERE.  A RESTARTED PASS OPENS THE EXTRACTS IN EXTEND MODE
       77  WS-OTHER-OUT-COUNT           PIC 9(09) COMP VALUE ZERO.
       77  WS-OTHER-OUT-AMOUNT          PIC 9(13)V99 COMP-3 VALUE ZERO.

       COPY NETEXT.

      **********************************************************************
      * ACCOUNT HISTORY AND VELOCITY CONTROLS.  EVERY DETAIL RECORD
      * (HOT-CARD HITS INCLUDED - FRAUD OPERATIONS WANTS THOSE MOST)
      * UPDATES ITS ACCTHIST RECORD IN PLACE; AN ACCOUNT WHOSE
      * NIGHTS-SEEN OR CUMULATIVE USD VOLUME CROSSES A PROFILE
      * THRESHOLD ON TONIGHT'S UPDATE GETS A VELRPT LINE (TOKEN) -
      * ONCE, ON THE CROSSING, NOT EVERY NIGHT THEREAFTER.  NIGHTS-SEEN ONLY
      * ADVANCES ONCE PER RUN DATE, SO A DUPLICATED RECORD (OR A
      * RESTARTED PASS) CANNOT INFLATE IT.  AN I/O ERROR ON THE
           88  WS-QUAR-ACTIVE               VALUE 'Y'.
       77  WS-QUAR-SEG-COUNT            PIC 9(04) COMP VALUE ZERO.
       77  WS-QUAR-RECORD-COUNT         PIC 9(09) COMP VALUE ZERO.
       77  WS-QUAR-AMOUNT               PIC 9(13)V99 COMP-3 VALUE ZERO.
       77  WS-VERIFY-USD-AMOUNT         PIC 9(13)V99 VALUE ZERO.
       77  WS-QUAR-CURRENCY-SW          PIC X(01) VALUE 'N'.
           88  WS-QUAR-CURRENCY             VALUE 'Y'.

               10  WS-SEG-CURR-SW       PIC X(01).
                   88  WS-SEG-CURR-FAIL     VALUE 'Y'.
               10  WS-SEG-REASON        PIC X(40).
               10  WS-SEG-DETAIL-COUNT  PIC 9(09) COMP.
               10  WS-SEG-USD-AMT       PIC 9(13)V99 COMP-3.
               10  WS-SEG-REPEAT-SW     PIC X(01).
                   88  WS-SEG-REPEAT        VALUE 'Y'.
               10  WS-SEG-KEY-SW        PIC X(01).
                   88  WS-SEG-KEYED         VALUE 'Y'.
               10  WS-SEG-REG-KEY       PIC X(36).

      **********************************************************************
      * SEGMENT REGISTRY CONTROLS.  A SEGMENT IS KEYED WHEN ITS
      * HEADER DATE AND TRAILER TOTALS WERE READABLE; ONLY A KEYED
      * SEGMENT CAN BE CHECKED FOR A REPEAT OR REGISTERED.  A
      * REGISTRY HIT IS A REPEAT WHEN THE EARLIER RUN SETTLED IT -
      * EXCEPT A RERUN OF TONIGHT'S OWN NIGHTLY PASS BY THE SAME JOB
      * (A RESTART, OR A FRESH RERUN THAT REPLACES THE NIGHT'S
      * OUTPUTS), WHICH IS NOT A SECOND SETTLEMENT.  AN APPEND PASS
      * NEVER GETS THAT EXCEPTION: RUNNING THE SAME REPAIRED SEGMENT
      * TWICE IS EXACTLY WHAT THE REGISTRY IS HERE TO STOP.
      **********************************************************************
       77  WS-SEGREG-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-REPEAT-SEG-COUNT          PIC 9(04) COMP VALUE ZERO.
       77  WS-SEG-SCAN-IDX              PIC 9(04) COMP VALUE ZERO.
       77  WS-REG-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-REG-FOUND                 VALUE 'Y'.
       77  WS-REG-WRITE-COUNT           PIC 9(04) COMP VALUE ZERO.
       77  WS-REG-ERROR-COUNT           PIC 9(04) COMP VALUE ZERO.
       77  WS-VERIFY-CREATE-DATE        PIC X(08) VALUE SPACE.

       01  WS-REG-LOOKUP-KEY.
           05  WS-REG-LOOKUP-SOURCE     PIC X(03).
           05  WS-REG-LOOKUP-DATE       PIC 9(08).
           05  WS-REG-LOOKUP-COUNT      PIC 9(09).
           05  WS-REG-LOOKUP-HASH       PIC 9(16).

      **********************************************************************
      * UNKNOWN-BIN CAPTURE.  ONE ENTRY IS APPENDED UNSORTED PER
      * DETAIL RECORD THAT PASSED THE CHECK DIGIT BUT MATCHED NO
      * BIN RANGE; AT END OF RUN THE TABLE IS SORTED ON THE 8-DIGIT
      * PREFIX AND ROLLED INTO UNKBIN TWICE - ONCE AT 8 DIGITS, ONCE
      * AT 6 (THE SORT KEEPS EVERY 6-DIGIT GROUP TOGETHER TOO).  THE
      * SAME APPEND-THEN-SORT SHAPE AS MERCHANT TRACKING, AND THE
      * SAME SUSPEND-ON-OVERFLOW RULE - RAISE WS-UNK-TABLE-MAX IF THE
      * CONSOLE EVER SAYS SO.  AN ACCOUNT SHORTER THAN 8 DIGITS HAS
      * NO PREFIX WORTH RANGING AND IS NOT CAPTURED.
      **********************************************************************
       77  WS-UNKBIN-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-UNK-TABLE-COUNT           PIC 9(08) COMP VALUE ZERO.
       77  WS-UNK-TABLE-MAX             PIC 9(08) COMP VALUE 100000.
       77  WS-UNK-SUSPEND-SW            PIC X(01) VALUE 'N'.
           88  WS-UNK-SUSPENDED             VALUE 'Y'.
       77  WS-UNK-IDX                   PIC 9(08) COMP VALUE ZERO.
       77  WS-UNK-SUB                   PIC 9(02) COMP VALUE ZERO.
       77  WS-UNK-ACCT-LEN              PIC 9(02) COMP VALUE ZERO.
       77  WS-UNK-LEVEL                 PIC 9(01) VALUE ZERO.
       77  WS-UNK-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-UNK-FOUND                 VALUE 'Y'.
       77  WS-UNK-LOADED-SW             PIC X(01) VALUE 'N'.
           88  WS-UNK-REC-LOADED            VALUE 'Y'.
       77  WS-UNK-NEW-SW                PIC X(01) VALUE 'N'.
           88  WS-UNK-NEW-RECORD            VALUE 'Y'.
       77  WS-UNK-READ-SW               PIC X(01) VALUE 'N'.
           88  WS-UNK-READ-FAILED           VALUE 'Y'.
       77  WS-UNK-WRITE-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-UNK-ERROR-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-UNK-RUN-START             PIC 9(08) COMP VALUE ZERO.
       77  WS-UNK-SAVE-IDX              PIC 9(08) COMP VALUE ZERO.

       01  WS-UNK-CURRENT-KEY.
           05  WS-UNK-CUR-LENGTH        PIC 9(01).
           05  WS-UNK-CUR-PREFIX        PIC X(08).
       01  WS-UNK-SAVE-KEY              PIC X(09).

       01  WS-UNK-TABLE.
           05  WS-UNK-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-UNK-TABLE-COUNT.
               10  WS-UNK-PREFIX        PIC X(08).
               10  WS-UNK-LENGTH        PIC 9(02).
               10  WS-UNK-SOURCE        PIC X(03).
               10  WS-UNK-CODE          PIC X(04).
               10  WS-UNK-AMT           PIC 9(11)V99 COMP-3.

       01  WS-REPEAT-REASON.
           05  FILLER                   PIC X(17) VALUE
               'REPEAT - SETTLED '.
           05  RPT-RUN-DATE             PIC 9(08).
           05  FILLER                   PIC X(04) VALUE ' BY '.
           05  RPT-JOB-NAME             PIC X(08).
           05  FILLER                   PIC X(03) VALUE SPACE.

       01  WS-REJECT-REASON-LINE.
           05  FILLER                   PIC X(12) VALUE
      * REPAIRED SEGMENT RUNS BY ITSELF, EVERY OUTPUT OPENS IN
      * EXTEND MODE SO ITS RESULTS MERGE WITH THAT NIGHT'S, AND THE
      * STALENESS TOLERANCE IS WIDENED BY THE ONE DAY THE SEGMENT
      * AGED OVERNIGHT.  COLUMNS 10-17 OF THE SAME LINE NAME THE JOB,
      * FOR THE SEGMENT REGISTRY; BLANK DEFAULTS TO CARD2BJ, OR TO
      * CARD2BAJ ON AN APPEND RUN.  'PART1' - 'PART4' IS ONE
      * PARTITION OF A PARTITIONED NIGHT (SEE CARD2BS AND CARD2BM);
      * ITS JOB NAME DEFAULTS TO CARD2B1J - CARD2B4J.
      **********************************************************************
       01  WS-RUN-OPTION-LINE.
           05  WS-RUN-LINE-OPTION       PIC X(08).
           05  FILLER                   PIC X(01).
           05  WS-RUN-LINE-JOB          PIC X(08).
           05  FILLER                   PIC X(63).
       77  WS-RUN-OPTION                PIC X(08) VALUE SPACE.
       77  WS-RUN-JOB-NAME              PIC X(08) VALUE SPACE.
       77  WS-APPEND-SW                 PIC X(01) VALUE 'N'.
           88  WS-APPEND-MODE               VALUE 'Y'.
       77  WS-EXTEND-SW                 PIC X(01) VALUE 'N'.
           88  WS-EXTEND-OUTPUTS            VALUE 'Y'.
       77  WS-PARTITION-SW              PIC X(01) VALUE 'N'.
           88  WS-PARTITION-RUN             VALUE 'Y'.
       77  WS-RUN-PARTITION             PIC 9(02) VALUE ZERO.
       77  WS-PARTITION-MAX             PIC 9(02) VALUE 4.

      **********************************************************************
      * PARTITION RUN CONTROLS.  THE PARTITION MAP GIVES, FOR EACH
      * SEGMENT IN THIS PARTITION'S EXTRACT IN ARRIVAL ORDER, WHERE
      * ITS HEADER SAT IN THE PARTITION AND IN THE FULL EXTRACT -
      * THE SAME ORDER AS THE SEGMENT-STATUS TABLE, SO ONE INDEX
      * SERVES BOTH.  WS-RECORD-POSITION IS THE CURRENT DETAIL'S
      * RECORD NUMBER IN THE FULL EXTRACT (ON A SINGLE RUN, SIMPLY
      * ITS RECORD NUMBER), CARRIED ON EVERY PARTSEQ RECORD AND
      * EVERY TABLE ENTRY THE MERGE HAS TO PUT BACK IN FILE ORDER.
      **********************************************************************
       77  WS-PMAP-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-PSEQ-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-PTOT-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-PMAP-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-PMAP-EOF                  VALUE 'Y'.
       77  WS-PMAP-TABLE-COUNT          PIC 9(04) COMP VALUE ZERO.
       77  WS-PMAP-TABLE-MAX            PIC 9(04) COMP VALUE 50.
       77  WS-RECORD-POSITION           PIC 9(09) COMP VALUE ZERO.
       77  WS-PART-ROUTE                PIC X(01) VALUE SPACE.
       77  WS-PTOT-RECORD-COUNT         PIC 9(09) COMP VALUE ZERO.
       77  WS-PTOT-IDX                  PIC 9(08) COMP VALUE ZERO.

       01  WS-PMAP-TABLE.
           05  WS-PMAP-ENTRY OCCURS 50 TIMES.
               10  WS-PMAP-GLOBAL-POS   PIC 9(09) COMP.
               10  WS-PMAP-PART-POS     PIC 9(09) COMP.
               10  WS-PMAP-SOURCE-ID    PIC X(03).
               10  WS-PMAP-CUT-SW       PIC X(01).
                   88  WS-PMAP-CUT          VALUE 'Y'.

      **********************************************************************
      * EXPIRY FORECAST CONTROLS.  THE FOUR TARGET MONTHS (THE RUN
           05  WS-FCSTB-ENTRY OCCURS 50 TIMES.
               10  WS-FCSTB-BRAND       PIC X(20).
               10  WS-FCSTB-COUNT       PIC 9(09) COMP.
               10  WS-FCSTB-FIRST       PIC 9(09) COMP.

       01  WS-FCST-DETAIL.
           05  FCST-ACCOUNT-NUMBER      PIC X(16).
           05  FILLER                   PIC X(23) VALUE SPACE.

       01  WS-VEL-DETAIL.
           05  VEL-ACCOUNT-TOKEN        PIC X(16).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  VEL-NIGHTS               PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  VEL-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  VEL-REASON               PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  VEL-LAST-FOUR            PIC X(04).
           05  FILLER                   PIC X(08) VALUE SPACE.

      **********************************************************************
      * CROSS-BORDER AND CARD-CLASS BREAKDOWN CONTROLS.  A RANGE THE
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  CLS-CLASS-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(31) VALUE SPACE.

      **********************************************************************
      * ESTIMATED INTERCHANGE FEE CONTROLS.  THE FEE SCHEDULE IS
      * LOADED ONCE AT STARTUP, KEEPING FOR EACH BRAND/CLASS/REGION
      * ONLY THE LATEST ROW EFFECTIVE ON THE RUN DATE (THE FILE IS
      * IN KEY AND EFFECTIVE-DATE ORDER, SO A LATER ROW FOR THE SAME
      * KEY SIMPLY REPLACES THE ENTRY BEFORE IT), AND IS BINARY-
      * SEARCHED FOR EVERY IDENTIFIED RECORD.  EACH ENTRY ALSO
      * ACCUMULATES ITS OWN COUNT, USD VOLUME AND ESTIMATED FEE FOR
      * FEERPT AND THE MONTH-TO-DATE FILE.  A RECORD WHOSE KEY IS
      * NOT ON THE SCHEDULE (AN UNCLASSIFIED RANGE, OR A BRAND OR
      * REGION TREASURY HAS NO ROW FOR) IS NEVER PRICED AT ZERO - IT
      * COUNTS INTO THE UNPRICED TABLE BY KEY, AND THOSE KEYS ARE
      * LISTED ON FEERPT SO THE SCHEDULE GETS FILLED IN.
      **********************************************************************
       77  WS-FEE-FILE-STATUS           PIC X(02) VALUE '00'.
       77  WS-FEERPT-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-FEEMTD-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-FEE-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-FEE-EOF                   VALUE 'Y'.
       77  WS-PREV-FEE-KEY              PIC X(30) VALUE LOW-VALUE.
       77  WS-FEE-TABLE-COUNT           PIC 9(04) COMP VALUE ZERO.
       77  WS-FEE-TABLE-MAX             PIC 9(04) COMP VALUE 500.
       77  WS-FEE-FUTURE-COUNT          PIC 9(04) COMP VALUE ZERO.
       77  WS-FEE-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-FEE-FOUND                 VALUE 'Y'.
       77  WS-FEE-SEARCH-LO             PIC S9(04) COMP VALUE ZERO.
       77  WS-FEE-SEARCH-HI             PIC S9(04) COMP VALUE ZERO.
       77  WS-FEE-SEARCH-MID            PIC S9(04) COMP VALUE ZERO.
       77  WS-FEE-RPT-IDX               PIC 9(04) COMP VALUE ZERO.
       77  WS-FEE-AMOUNT                PIC 9(09)V99 VALUE ZERO.
       77  WS-FEE-PRICED-COUNT          PIC 9(09) COMP VALUE ZERO.
       77  WS-FEE-PRICED-VOLUME         PIC 9(13)V99 COMP-3 VALUE ZERO.
       77  WS-FEE-PRICED-TOTAL          PIC 9(11)V99 COMP-3 VALUE ZERO.
       77  WS-NOFEE-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-NOFEE-VOLUME              PIC 9(13)V99 COMP-3 VALUE ZERO.
       77  WS-NOFEE-TABLE-COUNT         PIC 9(04) COMP VALUE ZERO.
       77  WS-NOFEE-TABLE-MAX           PIC 9(04) COMP VALUE 100.
       77  WS-NOFEE-IDX                 PIC 9(04) COMP VALUE ZERO.
       77  WS-NOFEE-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WS-NOFEE-FOUND               VALUE 'Y'.
       77  WS-NOFEE-OVERFLOW-COUNT      PIC 9(09) COMP VALUE ZERO.
       77  WS-NOFEE-OVERFLOW-VOLUME     PIC 9(13)V99 COMP-3 VALUE ZERO.
       77  WS-FEE-PASS-TIME             PIC 9(08) VALUE ZERO.

       01  WS-FEE-LOOKUP-KEY.
           05  WS-FEE-LOOKUP-BRAND      PIC X(20).
           05  WS-FEE-LOOKUP-CLASS      PIC X(01).
           05  WS-FEE-LOOKUP-REGION     PIC X(01).

       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY OCCURS 500 TIMES.
               10  WS-FEE-KEY           PIC X(22).
               10  WS-FEE-EFFECTIVE     PIC 9(08).
               10  WS-FEE-RATE          PIC 9(02)V9(04).
               10  WS-FEE-PER-ITEM      PIC 9(02)V9(04).
               10  WS-FEE-COUNT         PIC 9(09) COMP.
               10  WS-FEE-VOLUME        PIC 9(13)V99 COMP-3.
               10  WS-FEE-TOTAL         PIC 9(11)V99 COMP-3.

       01  WS-NOFEE-TABLE.
           05  WS-NOFEE-ENTRY OCCURS 100 TIMES.
               10  WS-NOFEE-KEY         PIC X(22).
               10  WS-NOFEE-KEY-COUNT   PIC 9(09) COMP.
               10  WS-NOFEE-KEY-VOLUME  PIC 9(13)V99 COMP-3.

       01  WS-FEE-HEADING-LINE.
           05  FILLER                   PIC X(38) VALUE
               'ESTIMATED INTERCHANGE FEES  RUN DATE '.
           05  FRPT-HEAD-RUN-DATE       PIC 9(08).
           05  FILLER                   PIC X(34) VALUE SPACE.

       01  WS-FEE-COLUMN-LINE.
           05  FILLER                   PIC X(40) VALUE
               'BRAND                C REG       COUNT  '.
           05  FILLER                   PIC X(40) VALUE
               '       USD VOLUME     ESTIMATED FEE     '.

       01  WS-FEE-DETAIL-LINE.
           05  FRPT-BRAND               PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FRPT-CLASS               PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FRPT-REGION              PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FRPT-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FRPT-VOLUME              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  FRPT-FEE                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FRPT-FEE-TEXT REDEFINES FRPT-FEE
                                        PIC X(17).
           05  FILLER                   PIC X(05) VALUE SPACE.

      **********************************************************************
      * GENERAL LEDGER JOURNAL CONTROLS.  EVERY IDENTIFIED, NON-
      * BLOCKED RECORD ACCUMULATES INTO THE JOURNAL TABLE BY ENTRY
      * TYPE (S = SETTLEMENT, U = UNKNOWN/INVALID TO SUSPENSE),
      * BRAND AND SETTLEMENT CURRENCY; AT END OF RUN EACH ENTRY
      * BECOMES ONE DEBIT/CREDIT PAIR ON THE ACCOUNTS THE GLACCT
      * MAPPING GIVES IT.  QUARANTINED SEGMENTS POST FROM THE
      * SEGMENT TABLE (Q), AND AN APPEND PASS REVERSES (R) THE OPEN
      * SUSPENSE ITEM FOR EACH SOURCE IT SETTLES, FROM THE OPEN-ITEM
      * TABLE LOADED OFF THE GLSUSP LOG.  THE REVERSAL USES THE
      * ACCOUNTS THE ITEM WAS POSTED TO, NOT TODAY'S MAPPING, SO A
      * MAPPING CHANGE IN BETWEEN CANNOT STRAND A BALANCE.
      **********************************************************************
       77  WS-GLACCT-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-GLJRNL-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-GLCTL-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-GLSUSP-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-GLA-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-GLA-EOF                   VALUE 'Y'.
       77  WS-GLS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-GLS-EOF                   VALUE 'Y'.

       77  WS-GLA-TABLE-COUNT           PIC 9(04) COMP VALUE ZERO.
       77  WS-GLA-TABLE-MAX             PIC 9(04) COMP VALUE 200.
       77  WS-GLA-IDX                   PIC 9(04) COMP VALUE ZERO.
       77  WS-GLA-MATCH-IDX             PIC 9(04) COMP VALUE ZERO.
       77  WS-GLA-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-GLA-FOUND                 VALUE 'Y'.

       01  WS-GLA-SEARCH-KEY.
           05  WS-GLA-SEARCH-TYPE       PIC X(01).
           05  WS-GLA-SEARCH-REF        PIC X(20).
           05  WS-GLA-SEARCH-CURRENCY   PIC X(03).

       01  WS-GLA-TABLE.
           05  WS-GLA-ENTRY OCCURS 200 TIMES.
               10  WS-GLA-KEY           PIC X(24).
               10  WS-GLA-DEBIT         PIC X(12).
               10  WS-GLA-CREDIT        PIC X(12).

       77  WS-GLT-TABLE-COUNT           PIC 9(04) COMP VALUE ZERO.
       77  WS-GLT-TABLE-MAX             PIC 9(04) COMP VALUE 1000.
       77  WS-GLT-IDX                   PIC 9(04) COMP VALUE ZERO.
       77  WS-GLT-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-GLT-FOUND                 VALUE 'Y'.
       77  WS-GLT-OVERFLOW-AMOUNT       PIC 9(13)V99 COMP-3 VALUE ZERO.

       01  WS-GLT-SEARCH-KEY.
           05  WS-GLT-SEARCH-TYPE       PIC X(01).
           05  WS-GLT-SEARCH-REF        PIC X(20).
           05  WS-GLT-SEARCH-CURRENCY   PIC X(03).

       01  WS-GLT-TABLE.
           05  WS-GLT-ENTRY OCCURS 1000 TIMES.
               10  WS-GLT-KEY.
                   15  WS-GLT-TYPE      PIC X(01).
                   15  WS-GLT-REF       PIC X(20).
                   15  WS-GLT-CURRENCY  PIC X(03).
               10  WS-GLT-USD-AMT       PIC 9(13)V99 COMP-3.
               10  WS-GLT-ORIG-AMT      PIC 9(13)V99 COMP-3.

       77  WS-GLO-TABLE-COUNT           PIC 9(04) COMP VALUE ZERO.
       77  WS-GLO-TABLE-MAX             PIC 9(04) COMP VALUE 500.
       77  WS-GLO-IDX                   PIC 9(04) COMP VALUE ZERO.
       77  WS-GLO-MATCH-IDX             PIC 9(04) COMP VALUE ZERO.
       77  WS-GLO-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-GLO-FOUND                 VALUE 'Y'.
       77  WS-GLO-LOOKUP-ID             PIC X(03) VALUE SPACE.
       77  WS-GLO-LOOKUP-DATE           PIC 9(08) VALUE ZERO.

       01  WS-GLO-TABLE.
           05  WS-GLO-ENTRY OCCURS 500 TIMES.
               10  WS-GLO-SOURCE-ID     PIC X(03).
               10  WS-GLO-QUAR-DATE     PIC 9(08).
               10  WS-GLO-CLEARED-SW    PIC X(01).
                   88  WS-GLO-CLEARED       VALUE 'Y'.
               10  WS-GLO-COUNT         PIC 9(09) COMP.
               10  WS-GLO-AMOUNT        PIC 9(13)V99 COMP-3.
               10  WS-GLO-DEBIT         PIC X(12).
               10  WS-GLO-CREDIT        PIC X(12).

      **********************************************************************
      * ONE POSTING BEING BUILT, AND THE JOURNAL KEY EVERY RECORD OF
      * THIS PASS'S JOURNAL CARRIES (RUN DATE, SOURCE SYSTEM, THE
      * PASS START TIME FEEMTD ALSO USES, AND THE PASS KIND).
      **********************************************************************
       77  WS-GL-POST-TYPE              PIC X(01) VALUE SPACE.
       77  WS-GL-POST-REF               PIC X(20) VALUE SPACE.
       77  WS-GL-POST-CURRENCY          PIC X(03) VALUE SPACE.
       77  WS-GL-POST-AMOUNT            PIC 9(13)V99 VALUE ZERO.
       77  WS-GL-POST-ORIG              PIC 9(13)V99 VALUE ZERO.
       77  WS-GL-POST-DEBIT             PIC X(12) VALUE SPACE.
       77  WS-GL-POST-CREDIT            PIC X(12) VALUE SPACE.
       77  WS-GL-POST-DATE              PIC X(08) VALUE SPACE.

       01  WS-GL-JOURNAL-KEY.
           05  WS-GL-KEY-DATE           PIC 9(08).
           05  WS-GL-KEY-SYSTEM         PIC X(08) VALUE 'CARD2B'.
           05  WS-GL-KEY-PART-SYSTEM REDEFINES WS-GL-KEY-SYSTEM.
               10  WS-GL-KEY-SYSTEM-BASE
                                        PIC X(07).
               10  WS-GL-KEY-PARTITION  PIC 9(01).
           05  WS-GL-KEY-TIME           PIC 9(06).
           05  WS-GL-KEY-PASS           PIC X(01).

       77  WS-GL-LINE-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-GL-DEBIT-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-GL-CREDIT-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-GL-DEBIT-TOTAL            PIC 9(15)V99 COMP-3 VALUE ZERO.
       77  WS-GL-CREDIT-TOTAL           PIC 9(15)V99 COMP-3 VALUE ZERO.
       77  WS-GL-SETTLE-AMOUNT          PIC 9(15)V99 COMP-3 VALUE ZERO.
       77  WS-GL-UNKNOWN-AMOUNT         PIC 9(15)V99 COMP-3 VALUE ZERO.
       77  WS-GL-QUAR-AMOUNT            PIC 9(15)V99 COMP-3 VALUE ZERO.
       77  WS-GL-QUAR-HELD-AMOUNT       PIC 9(15)V99 COMP-3 VALUE ZERO.
       77  WS-GL-REPEAT-AMOUNT          PIC 9(15)V99 COMP-3 VALUE ZERO.
       77  WS-GL-REVERSED-AMOUNT        PIC 9(15)V99 COMP-3 VALUE ZERO.
       77  WS-GL-TIE-AMOUNT             PIC 9(15)V99 COMP-3 VALUE ZERO.
       77  WS-GL-EXCEPTION-COUNT        PIC 9(04) COMP VALUE ZERO.
       77  WS-GL-ITEM-COUNT             PIC 9(04) COMP VALUE ZERO.
       77  WS-GL-NO-TIE-SW              PIC X(01) VALUE 'N'.
           88  WS-GL-NO-TIE                 VALUE 'Y'.

       01  WS-GLCTL-HEADING-LINE.
           05  FILLER                   PIC X(29) VALUE
               'GL JOURNAL CONTROL  RUN DATE '.
           05  GLC-HEAD-RUN-DATE        PIC 9(08).
           05  FILLER                   PIC X(07) VALUE '  PASS '.
           05  GLC-HEAD-PASS            PIC X(01).
           05  FILLER                   PIC X(08) VALUE '  BATCH '.
           05  GLC-HEAD-TIME            PIC 9(06).
           05  GLC-HEAD-PARTITION.
               10  GLC-HEAD-PART-TAG    PIC X(12) VALUE SPACE.
               10  GLC-HEAD-PART-NO     PIC X(01) VALUE SPACE.
           05  FILLER                   PIC X(08) VALUE SPACE.

      **********************************************************************
      * JH DESCRIPTION FOR A PARTITION RUN, SO EACH OF THE NIGHT'S
      * FOUR BATCHES SAYS WHICH PARTITION IT IS.
      **********************************************************************
       01  WS-GL-PART-DESCRIPTION.
           05  FILLER                   PIC X(10) VALUE 'PARTITION '.
           05  GLD-PARTITION            PIC 9(01).
           05  FILLER                   PIC X(03) VALUE ' - '.
           05  GLD-TEXT                 PIC X(26).

       01  WS-GLCTL-TOTAL-LINE.
           05  GLC-LABEL                PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  GLC-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  GLC-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  GLC-FLAG                 PIC X(14).

       01  WS-GLCTL-ITEM-LINE.
           05  GLX-TEXT                 PIC X(22).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  GLX-TYPE                 PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  GLX-REF                  PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  GLX-CURRENCY             PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  GLX-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  GLX-DATE                 PIC X(08).
           05  FILLER                   PIC X(03) VALUE SPACE.

       77  WS-STAMPED-BRAND-NAME        PIC X(20) VALUE SPACE.
       77  WS-RECON-MISMATCH-COUNT      PIC 9(09) COMP VALUE ZERO.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
      **********************************************************************
      * FRAUD OPERATIONS' HOT-CARD LIST, LOADED ONCE AT STARTUP AND
      * BINARY-SEARCHED FOR EVERY ACCOUNT BEFORE NORMAL PROCESSING.
      * THE FILE CARRIES ONE HOTREC ENTRY PER PAN AND MUST BE IN
      * ASCENDING PAN ORDER - OUT-OF-SEQUENCE ROWS ARE REJECTED AT
      * LOAD TIME, THE SAME RULE CARD2 APPLIES TO ITS BIN TABLE.
      * ENTRIES OUTSIDE THEIR EFFECTIVE/EXPIRE WINDOW ON THE RUN DATE
      * ARE LEFT OUT OF THE TABLE.
      **********************************************************************
       77  WS-HOT-TABLE-COUNT           PIC 9(08) COMP VALUE ZERO.
       77  WS-HOT-TABLE-MAX             PIC 9(08) COMP VALUE 100000.
       77  WS-HOT-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-HOT-EOF                   VALUE 'Y'.
       77  WS-PREV-HOT-CARD             PIC X(16) VALUE LOW-VALUE.
       77  WS-HOT-INACTIVE-COUNT        PIC 9(09) COMP VALUE ZERO.
       77  WS-HOT-MATCH-SW              PIC X(01) VALUE 'N'.
           88  WS-HOT-MATCHED               VALUE 'Y'.
       77  WS-HOT-SEARCH-LO             PIC S9(08) COMP VALUE ZERO.
               10  WS-SUMMARY-AMOUNT    PIC 9(13)V99 COMP-3.
               10  WS-SUMMARY-DOM-AMT   PIC 9(13)V99 COMP-3.
               10  WS-SUMMARY-XBD-AMT   PIC 9(13)V99 COMP-3.
               10  WS-SUMMARY-FIRST     PIC 9(09) COMP.

      **********************************************************************
      * PER-SOURCE BRAND COUNTERS.  ONE ENTRY PER (SOURCE ID, BRAND)
               10  WS-SRC-SOURCE-ID     PIC X(03).
               10  WS-SRC-BRAND         PIC X(20).
               10  WS-SRC-COUNT         PIC 9(09) COMP.
               10  WS-SRC-FIRST         PIC 9(09) COMP.

       01  WS-RUN-DATE-LINE.
           05  FILLER                   PIC X(20) VALUE 'RUN DATE'.

       COPY CARDPARM.

      **********************************************************************
      * PAN TOKEN SERVICE LINKAGE (CARD2T).  WS-ACCT-TOKEN IS THE
      * CURRENT DETAIL RECORD'S TOKEN - WHAT ACCTHIST, THE DUPLICATE
      * TABLE, VELRPT AND REJECTS CARRY INSTEAD OF ACCT-NUMBER.
      **********************************************************************
       COPY TOKPARM.

       77  WS-ACCT-TOKEN                PIC X(16) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAINLINE.
               SET WS-EXTEND-OUTPUTS TO TRUE
           END-IF
           PERFORM 1600-LOAD-PROFILE-FILE
           IF WS-PARTITION-RUN
               PERFORM 1070-LOAD-PARTITION-MAP
           END-IF
           PERFORM 1500-LOAD-CURRENCY-TABLE
           PERFORM 1300-VERIFY-EXTRACT
           PERFORM 1550-LOAD-FEE-SCHEDULE
           PERFORM 1580-LOAD-GL-ACCOUNT-MAP
           IF WS-APPEND-MODE
               PERFORM 1590-LOAD-OPEN-SUSPENSE
           END-IF
           PERFORM 1900-COMPUTE-FORECAST-MONTHS
           PERFORM 1400-LOAD-HOT-CARD-TABLE

               STOP RUN
           END-IF

           IF WS-PARTITION-RUN
               IF WS-EXTEND-OUTPUTS
                   OPEN EXTEND PARTITION-SEQ-FILE
                   IF WS-PSEQ-FILE-STATUS NOT = '05'
                      AND WS-PSEQ-FILE-STATUS NOT = '00'
                       OPEN OUTPUT PARTITION-SEQ-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT PARTITION-SEQ-FILE
               END-IF
               IF WS-PSEQ-FILE-STATUS NOT = '00'
                   DISPLAY 'CARD2B - UNABLE TO OPEN PARTSEQ, STATUS '
                           WS-PSEQ-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF WS-EXTEND-OUTPUTS
               OPEN EXTEND RECON-FILE
               IF WS-RECON-FILE-STATUS NOT = '05'

           PERFORM 1700-OPEN-NETWORK-EXTRACTS
           PERFORM 1800-OPEN-HISTORY-FILES
           PERFORM 1850-OPEN-TOKEN-VAULT
           .

      **********************************************************************
           END-IF
           .

      **********************************************************************
      * OPEN THE PAN TOKEN VAULT UP FRONT.  UNLIKE ACCTHIST, A VAULT
      * THAT CANNOT BE OPENED STOPS THE RUN: WITHOUT TOKENS THE
      * HISTORY, DUPLICATE AND REJECTS PATHS WOULD HAVE TO FALL BACK
      * TO THE CLEAR PAN, AND THEY MUST NOT.
      **********************************************************************
       1850-OPEN-TOKEN-VAULT.

           MOVE SPACE TO TOKEN-PARAMETERS
           SET TKP-FUNC-OPEN TO TRUE
           CALL 'CARD2T' USING TOKEN-PARAMETERS
           IF TKP-VAULT-ERROR
               DISPLAY 'CARD2B - ' TKP-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      **********************************************************************
      * FIGURE THE FOUR FORECAST TARGET MONTHS IN YYMM FORM - THE
      * RUN MONTH AND THE THREE AFTER IT, ROLLING THE YEAR (MOD 100,

           PERFORM 1410-READ-HOT-CARD UNTIL WS-HOT-EOF
           CLOSE HOT-CARD-FILE
           IF WS-HOT-INACTIVE-COUNT > ZERO
               DISPLAY 'CARD2B - ' WS-HOT-INACTIVE-COUNT
                       ' HOT-CARD ENTRIES NOT IN EFFECT TODAY, SKIPPED'
           END-IF
           .

       1410-READ-HOT-CARD.
                   SET WS-HOT-EOF-SW TO 'Y'
               NOT AT END
                   EVALUATE TRUE
                       WHEN HOT-PAN NOT > WS-PREV-HOT-CARD
                           DISPLAY 'CARD2B - HOT-CARD ROW OUT OF '
                                   'SEQUENCE, ROW DISCARDED'
                       WHEN HOT-EFFECTIVE-DATE > WS-RUN-DATE
                         OR (HOT-EXPIRE-DATE NOT = ZERO
                         AND HOT-EXPIRE-DATE < WS-RUN-DATE)
                           ADD 1 TO WS-HOT-INACTIVE-COUNT
                           MOVE HOT-PAN TO WS-PREV-HOT-CARD
                       WHEN WS-HOT-TABLE-COUNT < WS-HOT-TABLE-MAX
                           ADD 1 TO WS-HOT-TABLE-COUNT
                           MOVE HOT-PAN TO
                               WS-HOT-CARD-PAN(WS-HOT-TABLE-COUNT)
                           MOVE HOT-PAN TO WS-PREV-HOT-CARD
                       WHEN OTHER
                           DISPLAY 'CARD2B - HOT-CARD TABLE FULL AT '
                                   WS-HOT-TABLE-MAX

       1050-READ-RUN-OPTION.

           MOVE SPACE TO WS-RUN-OPTION-LINE
           ACCEPT WS-RUN-OPTION-LINE
           MOVE WS-RUN-LINE-OPTION TO WS-RUN-OPTION
           MOVE WS-RUN-LINE-JOB TO WS-RUN-JOB-NAME
           IF WS-RUN-OPTION = 'APPEND'
               SET WS-APPEND-MODE TO TRUE
               DISPLAY 'CARD2B - APPEND RUN - OUTPUTS EXTEND THE '
                       'EXISTING NIGHT''S FILES'
           END-IF
           IF WS-RUN-OPTION(1:4) = 'PART'
               IF WS-RUN-OPTION(5:1) >= '1'
               AND WS-RUN-OPTION(5:1) <= '4'
               AND WS-RUN-OPTION(6:3) = SPACE
                   SET WS-PARTITION-RUN TO TRUE
                   MOVE WS-RUN-OPTION(5:1) TO WS-RUN-PARTITION
                   DISPLAY 'CARD2B - PARTITION RUN ' WS-RUN-PARTITION
                           ' OF ' WS-PARTITION-MAX
               ELSE
                   DISPLAY 'CARD2B - RUN OPTION ' WS-RUN-OPTION
                           ' IS NOT PART1 - PART4'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-RUN-JOB-NAME = SPACE
               EVALUATE TRUE
                   WHEN WS-APPEND-MODE
                       MOVE 'CARD2BAJ' TO WS-RUN-JOB-NAME
                   WHEN WS-PARTITION-RUN
                       MOVE 'CARD2B0J' TO WS-RUN-JOB-NAME
                       MOVE WS-RUN-OPTION(5:1)
                           TO WS-RUN-JOB-NAME(7:1)
                   WHEN OTHER
                       MOVE 'CARD2BJ' TO WS-RUN-JOB-NAME
               END-EVALUATE
           END-IF
           .

      **********************************************************************
      * PARTITION RUN ONLY: LOAD THE SEGMENT MAP CARD2BS WROTE FOR
      * THIS PARTITION.  WITHOUT IT NO DETAIL CAN BE PUT BACK IN ITS
      * PLACE IN THE NIGHT'S FILES, SO A MISSING MAP IS AN OPEN
      * FAILURE LIKE ANY OTHER; A MAP THAT DOES NOT MATCH THE
      * EXTRACT IS CAUGHT BY THE INTEGRITY PASS.
      **********************************************************************
       1070-LOAD-PARTITION-MAP.

           OPEN INPUT PARTITION-MAP-FILE
           IF WS-PMAP-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2B - UNABLE TO OPEN PARTMAP, STATUS '
                       WS-PMAP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1075-READ-PARTITION-MAP UNTIL WS-PMAP-EOF
           CLOSE PARTITION-MAP-FILE
           .

       1075-READ-PARTITION-MAP.

           READ PARTITION-MAP-FILE
               AT END
                   SET WS-PMAP-EOF-SW TO 'Y'
               NOT AT END
                   IF WS-PMAP-TABLE-COUNT < WS-PMAP-TABLE-MAX
                       ADD 1 TO WS-PMAP-TABLE-COUNT
                       MOVE PM-GLOBAL-POSITION
                           TO WS-PMAP-GLOBAL-POS(WS-PMAP-TABLE-COUNT)
                       MOVE PM-PARTITION-POSITION
                           TO WS-PMAP-PART-POS(WS-PMAP-TABLE-COUNT)
                       MOVE PM-SOURCE-ID
                           TO WS-PMAP-SOURCE-ID(WS-PMAP-TABLE-COUNT)
                       MOVE PM-CUT-SW
                           TO WS-PMAP-CUT-SW(WS-PMAP-TABLE-COUNT)
                   ELSE
                       ADD 1 TO WS-PMAP-TABLE-COUNT
                   END-IF
           END-READ
           .

      **********************************************************************
                   MOVE 'F'
                       TO WS-PROF-MISS-ACTION(WS-PROF-TABLE-COUNT)
               END-IF
               IF PS-PARTITION NUMERIC
               AND PS-PARTITION > ZERO
               AND PS-PARTITION NOT > WS-PARTITION-MAX
                   MOVE PS-PARTITION
                       TO WS-PROF-PARTITION(WS-PROF-TABLE-COUNT)
               ELSE
                   MOVE 1
                       TO WS-PROF-PARTITION(WS-PROF-TABLE-COUNT)
               END-IF
               MOVE 'N' TO WS-PROF-SEEN-SW(WS-PROF-TABLE-COUNT)
           ELSE
               DISPLAY 'CARD2B - PROFILE TABLE FULL AT '
           END-READ
           .

      **********************************************************************
      * LOAD THE FEE SCHEDULE.  RUNS AFTER THE VERIFICATION PASS HAS
      * SET THE RUN DATE.  A ROW THAT IS UNREADABLE OR OUT OF KEY
      * SEQUENCE IS DISCARDED WITH A CONSOLE WARNING, LIKE A BAD
      * CURRENCY ROW (CARD2F KEEPS THAT FROM HAPPENING); A ROW NOT
      * YET EFFECTIVE IS SKIPPED; A ROW FOR THE SAME KEY AS THE
      * ENTRY BEFORE IT IS THE LATER EFFECTIVE DATE AND REPLACES IT.
      * THE PASS START TIME STAMPED ON THE MONTH-TO-DATE RECORDS IS
      * TAKEN HERE TOO.
      **********************************************************************
       1550-LOAD-FEE-SCHEDULE.

           ACCEPT WS-FEE-PASS-TIME FROM TIME

           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2B - UNABLE TO OPEN FEESCHED, STATUS '
                       WS-FEE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1560-READ-FEE-ROW UNTIL WS-FEE-EOF
           CLOSE FEE-SCHEDULE-FILE
           .

       1560-READ-FEE-ROW.

           READ FEE-SCHEDULE-FILE
               AT END
                   SET WS-FEE-EOF-SW TO 'Y'
               NOT AT END
                   EVALUATE TRUE
                       WHEN FEE-BRAND-NAME = SPACE
                         OR NOT FEE-CLASS-VALID
                         OR NOT FEE-REGION-VALID
                         OR FEE-EFFECTIVE-DATE NOT NUMERIC
                         OR FEE-RATE-PERCENT NOT NUMERIC
                         OR FEE-PER-ITEM NOT NUMERIC
                         OR FEE-SCHEDULE-RECORD(1:30)
                               NOT > WS-PREV-FEE-KEY
                           DISPLAY 'CARD2B - FEE SCHEDULE ROW OUT OF '
                                   'SEQUENCE OR UNREADABLE, ROW '
                                   'DISCARDED: '
                                   FEE-SCHEDULE-RECORD(1:30)
                       WHEN FEE-EFFECTIVE-DATE > WS-RUN-DATE
                           ADD 1 TO WS-FEE-FUTURE-COUNT
                           MOVE FEE-SCHEDULE-RECORD(1:30)
                               TO WS-PREV-FEE-KEY
                       WHEN WS-FEE-TABLE-COUNT > ZERO
                        AND FEE-SCHEDULE-RECORD(1:22)
                               = WS-FEE-KEY(WS-FEE-TABLE-COUNT)
                           PERFORM 1570-SET-FEE-ENTRY
                       WHEN WS-FEE-TABLE-COUNT < WS-FEE-TABLE-MAX
                           ADD 1 TO WS-FEE-TABLE-COUNT
                           PERFORM 1570-SET-FEE-ENTRY
                       WHEN OTHER
                           DISPLAY 'CARD2B - FEE SCHEDULE TABLE FULL AT'
                                   ' ' WS-FEE-TABLE-MAX
                                   ' ENTRIES, ROW DISCARDED: '
                                   FEE-SCHEDULE-RECORD(1:30)
                   END-EVALUATE
           END-READ
           .

       1570-SET-FEE-ENTRY.

           MOVE FEE-SCHEDULE-RECORD(1:22)
               TO WS-FEE-KEY(WS-FEE-TABLE-COUNT)
           MOVE FEE-EFFECTIVE-DATE
               TO WS-FEE-EFFECTIVE(WS-FEE-TABLE-COUNT)
           MOVE FEE-RATE-PERCENT TO WS-FEE-RATE(WS-FEE-TABLE-COUNT)
           MOVE FEE-PER-ITEM TO WS-FEE-PER-ITEM(WS-FEE-TABLE-COUNT)
           MOVE ZERO TO WS-FEE-COUNT(WS-FEE-TABLE-COUNT)
           MOVE ZERO TO WS-FEE-VOLUME(WS-FEE-TABLE-COUNT)
           MOVE ZERO TO WS-FEE-TOTAL(WS-FEE-TABLE-COUNT)
           MOVE FEE-SCHEDULE-RECORD(1:30) TO WS-PREV-FEE-KEY
           .

      **********************************************************************
      * LOAD THE GL ACCOUNT MAPPING.  A JOURNAL THAT SILENTLY POSTED
      * NOTHING WOULD LEAVE FINANCE RE-KEYING AGAIN, SO AN UNREADABLE
      * GLACCT IS AN OPEN-FAILURE STOP LIKE CURRRATE.  A ROW WITH AN
      * UNKNOWN ENTRY TYPE OR A MISSING ACCOUNT IS DISCARDED WITH A
      * CONSOLE WARNING; WHERE TWO ROWS CARRY THE SAME KEY THE FIRST
      * ONE WINS.  A KEY WITH NO ROW AT ALL IS NOT POSTED AND SHOWS
      * ON GLCTL AS AN EXCEPTION, SO THE JOURNAL WILL NOT TIE.
      **********************************************************************
       1580-LOAD-GL-ACCOUNT-MAP.

           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLACCT-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2B - UNABLE TO OPEN GLACCT, STATUS '
                       WS-GLACCT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1582-READ-GL-ACCOUNT-ROW UNTIL WS-GLA-EOF
           CLOSE GL-ACCOUNT-FILE

           IF WS-GLA-TABLE-COUNT = ZERO
               DISPLAY 'CARD2B - GLACCT IS EMPTY, NOTHING WILL POST '
                       'TO THE GL JOURNAL'
           END-IF
           .

       1582-READ-GL-ACCOUNT-ROW.

           READ GL-ACCOUNT-FILE
               AT END
                   SET WS-GLA-EOF-SW TO 'Y'
               NOT AT END
                   EVALUATE TRUE
                       WHEN NOT GLA-TYPE-VALID
                         OR GLA-DEBIT-ACCOUNT = SPACE
                         OR GLA-CREDIT-ACCOUNT = SPACE
                           DISPLAY 'CARD2B - GLACCT ROW UNREADABLE, '
                                   'ROW DISCARDED: '
                                   GL-ACCOUNT-MAP-RECORD(1:24)
                       WHEN WS-GLA-TABLE-COUNT < WS-GLA-TABLE-MAX
                           ADD 1 TO WS-GLA-TABLE-COUNT
                           MOVE GL-ACCOUNT-MAP-RECORD(1:24)
                               TO WS-GLA-KEY(WS-GLA-TABLE-COUNT)
                           MOVE GLA-DEBIT-ACCOUNT
                               TO WS-GLA-DEBIT(WS-GLA-TABLE-COUNT)
                           MOVE GLA-CREDIT-ACCOUNT
                               TO WS-GLA-CREDIT(WS-GLA-TABLE-COUNT)
                       WHEN OTHER
                           DISPLAY 'CARD2B - GLACCT TABLE FULL AT '
                                   WS-GLA-TABLE-MAX
                                   ' ENTRIES, ROW DISCARDED: '
                                   GL-ACCOUNT-MAP-RECORD(1:24)
                   END-EVALUATE
           END-READ
           .

      **********************************************************************
      * APPEND PASS ONLY: LOAD THE QUARANTINE SUSPENSE LOG AND KEEP
      * EACH SOURCE AND QUARANTINE DATE'S LATEST OPENED AMOUNT, AND
      * WHETHER IT HAS BEEN CLEARED SINCE.  NO LOG YET (NOTHING HAS
      * EVER BEEN QUARANTINED) JUST MEANS NOTHING TO REVERSE.
      **********************************************************************
       1590-LOAD-OPEN-SUSPENSE.

           OPEN INPUT GL-SUSPENSE-FILE
           IF WS-GLSUSP-FILE-STATUS = '00'
               PERFORM 1592-READ-SUSPENSE-ITEM UNTIL WS-GLS-EOF
               CLOSE GL-SUSPENSE-FILE
           ELSE
               DISPLAY 'CARD2B - NO GLSUSP LOG (STATUS '
                       WS-GLSUSP-FILE-STATUS
                       ') - NO SUSPENSE TO REVERSE'
           END-IF
           .

       1592-READ-SUSPENSE-ITEM.

           READ GL-SUSPENSE-FILE
               AT END
                   SET WS-GLS-EOF-SW TO 'Y'
               NOT AT END
                   MOVE GLS-SOURCE-ID TO WS-GLO-LOOKUP-ID
                   MOVE GLS-QUAR-DATE TO WS-GLO-LOOKUP-DATE
                   MOVE 'N' TO WS-GLO-FOUND-SW
                   MOVE ZERO TO WS-GLO-MATCH-IDX
                   PERFORM 1594-FIND-SUSPENSE-ITEM
                       VARYING WS-GLO-IDX FROM 1 BY 1
                       UNTIL WS-GLO-IDX > WS-GLO-TABLE-COUNT
                          OR WS-GLO-FOUND
                   EVALUATE TRUE
                       WHEN GLS-OPENED AND WS-GLO-FOUND
                           PERFORM 1596-SET-SUSPENSE-ITEM
                       WHEN GLS-OPENED
                        AND WS-GLO-TABLE-COUNT < WS-GLO-TABLE-MAX
                           ADD 1 TO WS-GLO-TABLE-COUNT
                           MOVE WS-GLO-TABLE-COUNT TO WS-GLO-MATCH-IDX
                           PERFORM 1596-SET-SUSPENSE-ITEM
                       WHEN GLS-OPENED
                           DISPLAY 'CARD2B - SUSPENSE TABLE FULL AT '
                                   WS-GLO-TABLE-MAX
                                   ' ITEMS, DISCARDED: '
                                   GLS-SOURCE-ID ' ' GLS-QUAR-DATE
                       WHEN GLS-CLEARED AND WS-GLO-FOUND
                           SET WS-GLO-CLEARED(WS-GLO-MATCH-IDX)
                               TO TRUE
                   END-EVALUATE
           END-READ
           .

       1594-FIND-SUSPENSE-ITEM.

           IF WS-GLO-SOURCE-ID(WS-GLO-IDX) = WS-GLO-LOOKUP-ID
           AND WS-GLO-QUAR-DATE(WS-GLO-IDX) = WS-GLO-LOOKUP-DATE
               MOVE WS-GLO-IDX TO WS-GLO-MATCH-IDX
               SET WS-GLO-FOUND TO TRUE
           END-IF
           .

       1596-SET-SUSPENSE-ITEM.

           MOVE GLS-SOURCE-ID TO WS-GLO-SOURCE-ID(WS-GLO-MATCH-IDX)
           MOVE GLS-QUAR-DATE TO WS-GLO-QUAR-DATE(WS-GLO-MATCH-IDX)
           MOVE 'N' TO WS-GLO-CLEARED-SW(WS-GLO-MATCH-IDX)
           MOVE GLS-RECORD-COUNT TO WS-GLO-COUNT(WS-GLO-MATCH-IDX)
           MOVE GLS-USD-AMOUNT TO WS-GLO-AMOUNT(WS-GLO-MATCH-IDX)
           MOVE GLS-DEBIT-ACCOUNT TO WS-GLO-DEBIT(WS-GLO-MATCH-IDX)
           MOVE GLS-CREDIT-ACCOUNT TO WS-GLO-CREDIT(WS-GLO-MATCH-IDX)
           .

      **********************************************************************
      * BINARY SEARCH OF THE CURRENCY TABLE - THE LOADER ENFORCES
      * ASCENDING CODE ORDER, SO HALVING IS SOUND.  SETS WS-CURR-
               STOP RUN
           END-IF

           PERFORM 1305-OPEN-SEGMENT-REGISTRY

           MOVE 'N'  TO WS-VERIFY-EOF-SW
           MOVE 'N'  TO WS-SEGMENT-SW
           MOVE ZERO TO WS-EXTRACT-ERROR-COUNT
           PERFORM 1310-VERIFY-ONE-RECORD UNTIL WS-VERIFY-EOF

           IF WS-IN-SEGMENT
               IF WS-PARTITION-RUN
               AND WS-SEG-CUR-IDX > ZERO
               AND WS-SEG-CUR-IDX NOT > WS-PMAP-TABLE-COUNT
               AND WS-PMAP-CUT(WS-SEG-CUR-IDX)
                   DISPLAY 'CARD2B - SOURCE ' WS-VERIFY-SOURCE-ID
                           ' HAS NO TRAILER BEFORE THE NEXT HEADER '
                           'IN THE NIGHT''S FILE - FILE TRUNCATED'
                   MOVE 'NO TRAILER BEFORE NEXT HEADER'
                       TO WS-SEG-FAIL-REASON
               ELSE
                   DISPLAY 'CARD2B - SOURCE ' WS-VERIFY-SOURCE-ID
                           ' ENDS WITHOUT A TRAILER - FILE TRUNCATED'
                   MOVE 'ENDS WITHOUT A TRAILER' TO WS-SEG-FAIL-REASON
               END-IF
               PERFORM 1395-FAIL-CURRENT-SEGMENT
           END-IF

           IF WS-PARTITION-RUN
           AND WS-PMAP-TABLE-COUNT NOT = WS-SEG-TABLE-COUNT
               ADD 1 TO WS-EXTRACT-ERROR-COUNT
               DISPLAY 'CARD2B - PARTMAP LISTS ' WS-PMAP-TABLE-COUNT
                       ' SEGMENTS BUT ACCTIN HOLDS '
                       WS-SEG-TABLE-COUNT
                       ' - MAP AND EXTRACT ARE NOT A PAIR'
           END-IF

           PERFORM 1380-CHECK-EXPECTED-SOURCE
               VARYING WS-PROF-IDX FROM 1 BY 1
               UNTIL WS-PROF-IDX > WS-PROF-TABLE-COUNT

           CLOSE ACCOUNT-FILE

           PERFORM 1385-TOTAL-QUARANTINE
               VARYING WS-SEG-RPT-IDX FROM 1 BY 1
               UNTIL WS-SEG-RPT-IDX > WS-SEG-TABLE-COUNT

           IF WS-EXTRACT-ERROR-COUNT > ZERO
               DISPLAY 'CARD2B - EXTRACT FAILED INTEGRITY CHECK, '
                       WS-EXTRACT-ERROR-COUNT ' PROBLEM(S) NOT '
           END-IF
           .

      **********************************************************************
      * OPEN THE SEGMENT REGISTRY I-O FOR THE WHOLE RUN - READ HERE,
      * WRITTEN AT END OF RUN.  A NEVER-LOADED KSDS COMES BACK '35'
      * AND IS CREATED, AS ACCTHIST IS, SO THE FIRST NIGHT SEEDS IT.
      * UNLIKE ACCTHIST, ANY OTHER FAILURE STOPS THE RUN: WITHOUT THE
      * REGISTRY A RE-SENT SEGMENT WOULD SETTLE A SECOND TIME.
      **********************************************************************
       1305-OPEN-SEGMENT-REGISTRY.

           OPEN I-O SEGMENT-REGISTRY-FILE
           IF WS-SEGREG-FILE-STATUS = '35'
               OPEN OUTPUT SEGMENT-REGISTRY-FILE
               IF WS-SEGREG-FILE-STATUS = '00'
                   CLOSE SEGMENT-REGISTRY-FILE
                   OPEN I-O SEGMENT-REGISTRY-FILE
               END-IF
           END-IF
           IF WS-SEGREG-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2B - UNABLE TO OPEN SEGREG, STATUS '
                       WS-SEGREG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       1310-VERIFY-ONE-RECORD.

           INITIALIZE ACCOUNT-RECORD
           PERFORM 1390-ADD-SEGMENT-ENTRY
           SET WS-IN-SEGMENT TO TRUE
           MOVE AH-SOURCE-ID TO WS-VERIFY-SOURCE-ID
           MOVE ACCOUNT-HEADER(7:8) TO WS-VERIFY-CREATE-DATE
           MOVE ZERO TO WS-SEG-RECORD-COUNT
           MOVE ZERO TO WS-SEG-HASH-TOTAL

               MOVE 'N' TO WS-SEG-FAIL-SW(WS-SEG-CUR-IDX)
               MOVE 'N' TO WS-SEG-CURR-SW(WS-SEG-CUR-IDX)
               MOVE SPACE TO WS-SEG-REASON(WS-SEG-CUR-IDX)
               MOVE ZERO TO WS-SEG-DETAIL-COUNT(WS-SEG-CUR-IDX)
               MOVE ZERO TO WS-SEG-USD-AMT(WS-SEG-CUR-IDX)
               MOVE 'N' TO WS-SEG-REPEAT-SW(WS-SEG-CUR-IDX)
               MOVE 'N' TO WS-SEG-KEY-SW(WS-SEG-CUR-IDX)
               MOVE SPACE TO WS-SEG-REG-KEY(WS-SEG-CUR-IDX)
               IF WS-PARTITION-RUN
               AND WS-SEG-CUR-IDX NOT > WS-PMAP-TABLE-COUNT
               AND WS-PMAP-SOURCE-ID(WS-SEG-CUR-IDX) NOT = AH-SOURCE-ID
                   ADD 1 TO WS-EXTRACT-ERROR-COUNT
                   DISPLAY 'CARD2B - PARTMAP SEGMENT '
                           WS-SEG-CUR-IDX ' IS SOURCE '
                           WS-PMAP-SOURCE-ID(WS-SEG-CUR-IDX)
                           ' BUT ACCTIN HAS ' AH-SOURCE-ID
               END-IF
           ELSE
               ADD 1 TO WS-EXTRACT-ERROR-COUNT
               DISPLAY 'CARD2B - MORE THAN ' WS-SEG-TABLE-MAX
           END-IF
           .

      **********************************************************************
      * USD VALUE OF EVERYTHING QUARANTINED, FOR THE SUMRPT LINE AND
      * THE SUSPENSE POSTINGS.  EACH SEGMENT WAS VALUED DETAIL BY
      * DETAIL DURING VERIFICATION - AT THE CURRRATE RATE, OR AT PAR
      * WHERE THE CODE IS BLANK OR IS THE UNKNOWN CURRENCY THAT GOT
      * THE SEGMENT QUARANTINED.  THE WHOLE FILE IS VERIFIED ON
      * EVERY PASS, SO A RESTARTED PASS STILL VALUES EVERY SEGMENT.
      **********************************************************************
       1385-TOTAL-QUARANTINE.

           IF WS-SEG-FAILED(WS-SEG-RPT-IDX)
               ADD WS-SEG-USD-AMT(WS-SEG-RPT-IDX) TO WS-QUAR-AMOUNT
           END-IF
           .

      **********************************************************************
      * MARK THE SEGMENT UNDER VERIFICATION FAILED.  THE FIRST
      * REASON STICKS - IT IS THE ONE THE REJECTS DATASET AND THE
                           TO WS-SEG-FAIL-REASON
                       PERFORM 1395-FAIL-CURRENT-SEGMENT
                   END-IF
                   IF WS-VERIFY-CREATE-DATE IS NUMERIC
                   AND WS-SEG-CUR-IDX > ZERO
                       PERFORM 1335-CHECK-SEGMENT-REGISTRY
                   END-IF
               END-IF
               MOVE 'N' TO WS-SEGMENT-SW
           END-IF
           .

      **********************************************************************
      * KEY THE SEGMENT JUST CLOSED AND LOOK FOR AN EXACT REPEAT -
      * FIRST AMONG THE SEGMENTS ALREADY VERIFIED IN THIS FILE (AN
      * UPSTREAM CONCATENATION THAT PICKED ONE UP TWICE), THEN ON THE
      * REGISTRY.  A REGISTRY I/O ERROR CANNOT BE PINNED ON THE
      * SEGMENT, SO IT FAILS THE WHOLE RUN LIKE ANY OTHER INTEGRITY
      * PROBLEM OUTSIDE ONE SEGMENT'S OWN RECORDS.
      **********************************************************************
       1335-CHECK-SEGMENT-REGISTRY.

           MOVE WS-VERIFY-SOURCE-ID   TO WS-REG-LOOKUP-SOURCE
           MOVE WS-VERIFY-CREATE-DATE TO WS-REG-LOOKUP-DATE
           MOVE AT-RECORD-COUNT       TO WS-REG-LOOKUP-COUNT
           MOVE AT-HASH-TOTAL         TO WS-REG-LOOKUP-HASH
           MOVE WS-REG-LOOKUP-KEY TO WS-SEG-REG-KEY(WS-SEG-CUR-IDX)
           SET WS-SEG-KEYED(WS-SEG-CUR-IDX) TO TRUE

           MOVE 'N' TO WS-REG-FOUND-SW
           PERFORM 1336-MATCH-EARLIER-SEGMENT
               VARYING WS-SEG-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SEG-SCAN-IDX >= WS-SEG-CUR-IDX
                  OR WS-REG-FOUND
           IF WS-REG-FOUND
               DISPLAY 'CARD2B - SOURCE ' WS-VERIFY-SOURCE-ID
                       ' SEGMENT DATED ' WS-VERIFY-CREATE-DATE
                       ' APPEARS TWICE IN THIS FILE'
               MOVE 'REPEAT OF A SEGMENT EARLIER IN THIS FILE'
                   TO WS-SEG-FAIL-REASON
               PERFORM 1397-FAIL-AS-REPEAT
           ELSE
               MOVE WS-REG-LOOKUP-KEY TO REG-KEY
               READ SEGMENT-REGISTRY-FILE
               EVALUATE TRUE
                   WHEN WS-SEGREG-FILE-STATUS = '23'
                       CONTINUE
                   WHEN WS-SEGREG-FILE-STATUS NOT = '00'
                       ADD 1 TO WS-EXTRACT-ERROR-COUNT
                       DISPLAY 'CARD2B - SEGREG READ FAILED FOR '
                               'SOURCE ' WS-VERIFY-SOURCE-ID
                               ', STATUS ' WS-SEGREG-FILE-STATUS
                   WHEN NOT REG-SETTLED
                       CONTINUE
                   WHEN NOT WS-APPEND-MODE
                    AND REG-RUN-DATE = WS-RUN-DATE
                    AND NOT REG-PASS-APPEND
                    AND REG-JOB-NAME = WS-RUN-JOB-NAME
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'CARD2B - SOURCE ' WS-VERIFY-SOURCE-ID
                               ' SEGMENT DATED ' WS-VERIFY-CREATE-DATE
                               ' ALREADY SETTLED ON ' REG-RUN-DATE
                               ' BY ' REG-JOB-NAME
                       MOVE REG-RUN-DATE TO RPT-RUN-DATE
                       MOVE REG-JOB-NAME TO RPT-JOB-NAME
                       MOVE WS-REPEAT-REASON TO WS-SEG-FAIL-REASON
                       PERFORM 1397-FAIL-AS-REPEAT
               END-EVALUATE
           END-IF
           .

       1336-MATCH-EARLIER-SEGMENT.

           IF WS-SEG-KEYED(WS-SEG-SCAN-IDX)
           AND NOT WS-SEG-FAILED(WS-SEG-SCAN-IDX)
           AND WS-SEG-REG-KEY(WS-SEG-SCAN-IDX) = WS-REG-LOOKUP-KEY
               SET WS-REG-FOUND TO TRUE
           END-IF
           .

      **********************************************************************
      * MARK THE SEGMENT UNDER VERIFICATION AN EXACT REPEAT.  THIS
      * REASON REPLACES ANY EARLIER ONE - A RE-SENT OLD FILE USUALLY
      * ALSO FAILS THE STALENESS TEST, BUT 'REPEAT' IS WHAT TELLS
      * OPERATIONS NOT TO CHASE A RETRANSMISSION FOR IT.
      **********************************************************************
       1397-FAIL-AS-REPEAT.

           IF NOT WS-SEG-FAILED(WS-SEG-CUR-IDX)
               SET WS-SEG-FAILED(WS-SEG-CUR-IDX) TO TRUE
               ADD 1 TO WS-QUAR-SEG-COUNT
           END-IF
           MOVE WS-SEG-FAIL-REASON TO WS-SEG-REASON(WS-SEG-CUR-IDX)
           SET WS-SEG-REPEAT(WS-SEG-CUR-IDX) TO TRUE
           ADD 1 TO WS-REPEAT-SEG-COUNT
           .

       1340-VERIFY-DETAIL.

           IF NOT WS-IN-SEGMENT
               ADD 1 TO WS-EXTRACT-ERROR-COUNT
               DISPLAY 'CARD2B - DETAIL RECORD OUTSIDE ANY '
                       'HEADER/TRAILER SEGMENT'
           ELSE
               ADD 1 TO WS-SEG-RECORD-COUNT
               MOVE 16 TO WS-VERIFY-ACCT-LEN
               PERFORM 1350-TRIM-VERIFY-ACCT
                   UNTIL WS-VERIFY-ACCT-LEN = ZERO
                   OR ACCT-NUMBER(WS-VERIFY-ACCT-LEN:1) NOT = SPACE
                       FUNCTION MOD(WS-SEG-HASH-TOTAL + WS-HASH-WORK,
                                    10000000000000000)
               END-IF
               MOVE ZERO TO WS-VERIFY-USD-AMOUNT
               IF ACCT-TRAN-AMOUNT IS NUMERIC
                   MOVE ACCT-TRAN-AMOUNT TO WS-VERIFY-USD-AMOUNT
               END-IF
               IF ACCT-CURRENCY-CODE NOT = SPACE
                   PERFORM 1520-FIND-CURRENCY
                   IF NOT WS-CURR-FOUND
                       PERFORM 1360-NOTE-UNKNOWN-CURRENCY
                   ELSE
                       COMPUTE WS-VERIFY-USD-AMOUNT ROUNDED =
                           WS-VERIFY-USD-AMOUNT
                           * WS-CURR-RATE(WS-CURR-SEARCH-MID)
                   END-IF
               END-IF
               IF WS-SEG-CUR-IDX > ZERO
                   ADD 1 TO WS-SEG-DETAIL-COUNT(WS-SEG-CUR-IDX)
                   ADD WS-VERIFY-USD-AMOUNT
                       TO WS-SEG-USD-AMT(WS-SEG-CUR-IDX)
               END-IF
           END-IF
           .

      * CONCATENATION FOR THREE DAYS WITHOUT A PEEP - NOW THE RUN
      * FAILS (ACTION 'F', VIA THE RETURN CODE 12 STOP) OR FLAGS IT
      * ON THE CONSOLE AND THE SUMMARY REPORT (ACTION 'W'), AS EACH
      * ACQUIRER'S PROFILE ENTRY SAYS.  A PARTITION RUN ONLY ANSWERS
      * FOR THE ACQUIRERS RUNPROF ROUTES TO ITS PARTITION.
      **********************************************************************
       1380-CHECK-EXPECTED-SOURCE.

           IF NOT WS-PROF-SEEN(WS-PROF-IDX)
           AND (NOT WS-PARTITION-RUN
                OR WS-PROF-PARTITION(WS-PROF-IDX) = WS-RUN-PARTITION)
               IF WS-PROF-MISS-ACTION(WS-PROF-IDX) = 'F'
                   ADD 1 TO WS-EXTRACT-ERROR-COUNT
                   DISPLAY 'CARD2B - EXPECTED SOURCE '
                       WHEN WS-QUAR-ACTIVE
                           ADD 1 TO WS-DETAIL-RECORDS-READ
                           ADD 1 TO WS-QUAR-RECORD-COUNT
                           PERFORM 2047-DIVERT-DETAIL-RECORD
                       WHEN OTHER
                           ADD 1 TO WS-DETAIL-RECORDS-READ
                           PERFORM 2030-SET-RECORD-POSITION
                           PERFORM 2070-CONVERT-AMOUNT-TO-USD
                           PERFORM 2080-TOKENIZE-ACCOUNT
                           PERFORM 2050-SCREEN-HOT-CARD
                           PERFORM 2100-CALL-IDENTIFIER
                           PERFORM 2090-CHECK-EXPIRY
           END-READ
           .

      **********************************************************************
      * THE DETAIL RECORD'S NUMBER IN THE FULL SETTLEMENT EXTRACT.  IN
      * A SINGLE RUN THAT IS JUST THE RECORDS READ; IN A PARTITION RUN
      * IT FOLLOWS FROM THE CURRENT SEGMENT'S PARTMAP ENTRY, SINCE A
      * SEGMENT IS CONTIGUOUS IN BOTH FILES.  IT KEYS THE PARTSEQ
      * RECORD AND DATES EVERY TABLE ENTRY THE RECORD CREATES, SO THE
      * MERGE CAN PUT THE PARTITIONS BACK IN SINGLE-RUN ORDER.
      **********************************************************************
       2030-SET-RECORD-POSITION.

           IF WS-PARTITION-RUN
           AND WS-SEG-PROC-IDX > ZERO
           AND WS-SEG-PROC-IDX NOT > WS-PMAP-TABLE-COUNT
               COMPUTE WS-RECORD-POSITION =
                   WS-PMAP-GLOBAL-POS(WS-SEG-PROC-IDX)
                   + WS-RECORDS-READ
                   - WS-PMAP-PART-POS(WS-SEG-PROC-IDX)
           ELSE
               MOVE WS-RECORDS-READ TO WS-RECORD-POSITION
           END-IF
           .

      **********************************************************************
      * FORWARD-LOOKING EXPIRY CHECK FOR THE REISSUE EXTRACT.  THE
      * EXPIRY YYMM WAS ALREADY FORMED BY 2090-CHECK-EXPIRY (SPACE
                   MOVE OUT-BRAND-NAME
                       TO WS-FCSTB-BRAND(WS-FCSTB-TABLE-COUNT)
                   MOVE 1 TO WS-FCSTB-COUNT(WS-FCSTB-TABLE-COUNT)
                   MOVE WS-RECORD-POSITION
                       TO WS-FCSTB-FIRST(WS-FCSTB-TABLE-COUNT)
               ELSE
                   DISPLAY 'CARD2B - FORECAST BRAND TABLE FULL AT '
                           WS-FCSTB-TABLE-MAX
           WRITE REJECT-RECORD
           .

      **********************************************************************
      * A QUARANTINED DETAIL RECORD IS DIVERTED AS READ, BUT WITH ITS
      * TOKEN OVER THE PAN.
      **********************************************************************
       2047-DIVERT-DETAIL-RECORD.

           PERFORM 2080-TOKENIZE-ACCOUNT
           MOVE ACCOUNT-RECORD TO REJECT-RECORD
           MOVE WS-ACCT-TOKEN TO REJECT-RECORD(1:16)
           WRITE REJECT-RECORD
           .

      **********************************************************************
      * SCREEN THE ACCOUNT AGAINST THE HOT-CARD LIST BEFORE NORMAL
      * PROCESSING.  A HIT STILL GOES THROUGH CARD2 (SO THE MASKED
           WRITE BLOCKED-RECORD
           .

      **********************************************************************
      * TOKENIZE THE DETAIL RECORD'S PAN.  THE FIRST TIME A PAN IS
      * SEEN THE SERVICE ISSUES ITS TOKEN, STAMPED WITH THE JOB NAME.
      * A BLANK PAN HAS NO TOKEN (THE SERVICE REJECTS IT) AND STAYS
      * BLANK.  A VAULT ERROR PART-WAY THROUGH STOPS THE RUN AT
      * RETURN CODE 16; THE RERUN RESUMES FROM THE LAST CHECKPOINT,
      * AND A TOKEN ISSUED BEFORE THE FAILURE IS SIMPLY FOUND AGAIN.
      **********************************************************************
       2080-TOKENIZE-ACCOUNT.

           MOVE SPACE TO TOKEN-PARAMETERS
           SET TKP-FUNC-TOKENIZE TO TRUE
           MOVE WS-RUN-JOB-NAME TO TKP-REQUESTED-BY
           MOVE ACCT-NUMBER     TO TKP-ACCOUNT-NUMBER
           MOVE ZERO            TO TKP-SEQUENCE
           MOVE ZERO            TO TKP-PAN-LENGTH
           CALL 'CARD2T' USING TOKEN-PARAMETERS
           EVALUATE TRUE
               WHEN TKP-RESULT-OK
                   MOVE TKP-TOKEN TO WS-ACCT-TOKEN
               WHEN TKP-REJECTED
                   MOVE SPACE TO WS-ACCT-TOKEN
               WHEN OTHER
                   DISPLAY 'CARD2B - ' TKP-MESSAGE
                   DISPLAY 'CARD2B - TOKEN VAULT FAILED AT RECORD '
                           WS-RECORDS-READ
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE SPACE TO TKP-ACCOUNT-NUMBER
           .

       2100-CALL-IDENTIFIER.

           MOVE SPACE TO WS-PARAMETERS
           .

      **********************************************************************
      * TRACK THE TOKEN FOR DUPLICATE DETECTION - ONE TOKEN PER PAN,
      * SO EQUAL TOKENS ARE EQUAL PANS.  RUNS AFTER THE
      * IDENTIFIER SO THE MASKED FORM IS ON HAND FOR THE REPORT, AND
      * FOR EVERY DETAIL RECORD - A HOT-CARD HIT RETRANSMITTED TWICE
      * IS STILL A RETRANSMISSION.  JUST AN APPEND - THE SORT AND
           IF NOT WS-DUP-SUSPENDED
               IF WS-DUP-TABLE-COUNT < WS-DUP-TABLE-MAX
                   ADD 1 TO WS-DUP-TABLE-COUNT
                   MOVE WS-ACCT-TOKEN
                       TO WS-DUP-TOKEN(WS-DUP-TABLE-COUNT)
                   MOVE OUT-MASKED-ACCT-NUMBER
                       TO WS-DUP-MASKED(WS-DUP-TABLE-COUNT)
                   MOVE WS-TRAN-AMOUNT
                       TO WS-DUP-ENTRY-AMT(WS-DUP-TABLE-COUNT)
                   MOVE WS-RECORD-POSITION
                       TO WS-DUP-POSITION(WS-DUP-TABLE-COUNT)
               ELSE
                   SET WS-DUP-SUSPENDED TO TRUE
                   DISPLAY 'CARD2B - DUPLICATE TABLE FULL AT '
      * INCLUDED.  NIGHTS-SEEN ONLY ADVANCES WHEN THE LAST-SEEN
      * DATE ISN'T ALREADY TONIGHT, SO DUPLICATES AND RESTARTS
      * CANNOT INFLATE IT (THEIR DOLLARS DO ACCUMULATE - THEY WERE
      * SUBMITTED).  AN ACCOUNT GETS A VELRPT LINE, TOKENIZED, ONLY ON
      * THE UPDATE THAT CARRIES IT ACROSS A PROFILE THRESHOLD
      * (PREVIOUS VALUE BELOW, NEW VALUE AT OR ABOVE) - AN ACCOUNT
      * THAT CROSSED LAST WEEK IS LAST WEEK'S NEWS AND MUST NOT
       2170-UPDATE-ACCOUNT-HISTORY.

           IF NOT WS-HIST-SUSPENDED
               MOVE WS-ACCT-TOKEN TO HIST-ACCOUNT-TOKEN
               READ HISTORY-FILE
               EVALUATE TRUE
                   WHEN WS-HIST-FILE-STATUS = '00'
                       PERFORM 2172-APPLY-HISTORY-UPDATE
                       REWRITE HISTORY-RECORD
                   WHEN WS-HIST-FILE-STATUS = '23'
                       MOVE ZERO TO WS-VEL-PREV-NIGHTS
                       MOVE ZERO TO WS-VEL-PREV-AMOUNT
                       MOVE WS-ACCT-TOKEN  TO HIST-ACCOUNT-TOKEN
                       MOVE WS-RUN-DATE    TO HIST-FIRST-SEEN
                       MOVE WS-RUN-DATE    TO HIST-LAST-SEEN
                       MOVE 1              TO HIST-NIGHTS-SEEN
                       MOVE WS-TRAN-AMOUNT TO HIST-TOTAL-AMOUNT
                       MOVE OUT-BRAND-NAME TO HIST-LAST-BRAND
                       MOVE OUT-CARD-CLASS TO HIST-LAST-CLASS
                       PERFORM 2175-MOVE-PAN-PROFILE
                       WRITE HISTORY-RECORD
                       IF WS-HIST-FILE-STATUS = '22'
                           PERFORM 2174-REAPPLY-HISTORY-UPDATE
                       END-IF
                   WHEN OTHER
                       DISPLAY 'CARD2B - ACCTHIST READ STATUS '
                               WS-HIST-FILE-STATUS
           END-IF
           .

       2172-APPLY-HISTORY-UPDATE.

           MOVE HIST-NIGHTS-SEEN  TO WS-VEL-PREV-NIGHTS
           MOVE HIST-TOTAL-AMOUNT TO WS-VEL-PREV-AMOUNT
           IF HIST-LAST-SEEN NOT = WS-RUN-DATE
               ADD 1 TO HIST-NIGHTS-SEEN
               MOVE WS-RUN-DATE TO HIST-LAST-SEEN
           END-IF
           ADD WS-TRAN-AMOUNT TO HIST-TOTAL-AMOUNT
           MOVE OUT-BRAND-NAME TO HIST-LAST-BRAND
           MOVE OUT-CARD-CLASS TO HIST-LAST-CLASS
           PERFORM 2175-MOVE-PAN-PROFILE
           .

      **********************************************************************
      * THE PARTITION RUNS SHARE ACCTHIST, SO ANOTHER PARTITION CAN
      * ADD AN ACCOUNT BETWEEN OUR READ AND OUR WRITE.  READ ITS
      * RECORD BACK AND UPDATE IT AS IF IT HAD BEEN THERE ALL ALONG -
      * THE LAST-SEEN CHECK KEEPS NIGHTS-SEEN FROM COUNTING TONIGHT
      * TWICE.
      **********************************************************************
       2174-REAPPLY-HISTORY-UPDATE.

           MOVE WS-ACCT-TOKEN TO HIST-ACCOUNT-TOKEN
           READ HISTORY-FILE
           IF WS-HIST-FILE-STATUS = '00'
               PERFORM 2172-APPLY-HISTORY-UPDATE
               REWRITE HISTORY-RECORD
           ELSE
               DISPLAY 'CARD2B - ACCTHIST READ STATUS '
                       WS-HIST-FILE-STATUS
                       ' - HISTORY SUSPENDED THIS RUN'
               SET WS-HIST-SUSPENDED TO TRUE
           END-IF
           .

      **********************************************************************
      * THE PAN PROFILE FROM THE TOKEN SERVICE - WHAT CARD2MI NEEDS
      * FROM THE NUMBER, WITHOUT THE NUMBER.  REFRESHED ON EVERY
      * UPDATE SO A CONVERTED RECORD IS ALWAYS CURRENT.
      **********************************************************************
       2175-MOVE-PAN-PROFILE.

           MOVE TKP-BIN-PREFIX       TO HIST-BIN-PREFIX
           MOVE TKP-PAN-LENGTH       TO HIST-PAN-LENGTH
           MOVE TKP-NUMERIC-FLAG     TO HIST-NUMERIC-FLAG
           MOVE TKP-CHECK-DIGIT-FLAG TO HIST-CHECK-DIGIT-FLAG
           .

       2180-WRITE-VELOCITY-RECORD.

           ADD 1 TO WS-VEL-FLAG-COUNT
           MOVE WS-ACCT-TOKEN          TO VEL-ACCOUNT-TOKEN
           MOVE SPACE                  TO VEL-LAST-FOUR
           IF TKP-PAN-LENGTH > 4
               MOVE OUT-MASKED-ACCT-NUMBER(TKP-PAN-LENGTH - 3:4)
                   TO VEL-LAST-FOUR
           END-IF
           MOVE HIST-NIGHTS-SEEN       TO VEL-NIGHTS
           MOVE HIST-FIRST-SEEN        TO VEL-FIRST-SEEN
           MOVE HIST-LAST-SEEN         TO VEL-LAST-SEEN
           ELSE
               PERFORM 2255-WRITE-BRAND-RECORD
           END-IF
           IF WS-PARTITION-RUN
               PERFORM 2260-WRITE-PARTITION-SEQUENCE
           END-IF
           .

       2255-WRITE-BRAND-RECORD.
                   WRITE VISA-EXTRACT-RECORD
                   ADD 1 TO WS-VISA-OUT-COUNT
                   ADD WS-TRAN-AMOUNT TO WS-VISA-OUT-AMOUNT
                   MOVE 'V' TO WS-PART-ROUTE
               WHEN 'MASTERCARD'
                   MOVE ACCT-NUMBER      TO MC-DTL-PAN
                   MOVE ACCT-EXPIRY-DATE TO MC-DTL-EXPIRY
                   WRITE MC-EXTRACT-RECORD
                   ADD 1 TO WS-MC-OUT-COUNT
                   ADD WS-TRAN-AMOUNT TO WS-MC-OUT-AMOUNT
                   MOVE 'M' TO WS-PART-ROUTE
               WHEN 'AMERICAN EXPRESS'
                   MOVE ACCT-NUMBER      TO AMEX-DTL-PAN
                   MOVE WS-TRAN-AMOUNT   TO AMEX-DTL-AMOUNT
                   WRITE AMEX-EXTRACT-RECORD
                   ADD 1 TO WS-AMEX-OUT-COUNT
                   ADD WS-TRAN-AMOUNT TO WS-AMEX-OUT-AMOUNT
                   MOVE 'A' TO WS-PART-ROUTE
               WHEN 'DISCOVER'
                   MOVE ACCT-NUMBER      TO DISC-DTL-PAN
                   MOVE WS-TRAN-AMOUNT   TO DISC-DTL-AMOUNT
                   WRITE DISC-EXTRACT-RECORD
                   ADD 1 TO WS-DISC-OUT-COUNT
                   ADD WS-TRAN-AMOUNT TO WS-DISC-OUT-AMOUNT
                   MOVE 'D' TO WS-PART-ROUTE
               WHEN OTHER
                   PERFORM 2257-WRITE-CATCHALL-RECORD
           END-EVALUATE
           WRITE OTHER-EXTRACT-RECORD
           ADD 1 TO WS-OTHER-OUT-COUNT
           ADD WS-TRAN-AMOUNT TO WS-OTHER-OUT-AMOUNT
           MOVE 'O' TO WS-PART-ROUTE
           .

      **********************************************************************
      * A PARTITION RUN ALSO WRITES THE RECORD'S ACCTOUT LINE AND
      * NETWORK DETAIL TO PARTSEQ UNDER ITS POSITION IN THE FULL
      * EXTRACT.  ITS OWN ACCTOUT AND NETWORK EXTRACTS ARE DUMMIES -
      * THE MERGE BUILDS THE REAL ONES FROM THE FOUR PARTSEQ FILES.
      **********************************************************************
       2260-WRITE-PARTITION-SEQUENCE.

           MOVE WS-RECORD-POSITION TO PSQ-POSITION
           MOVE WS-PART-ROUTE      TO PSQ-ROUTE
           MOVE WS-RESULT-DETAIL   TO PSQ-RESULT
           EVALUATE TRUE
               WHEN PSQ-ROUTE-VISA
                   MOVE WS-VISA-DETAIL  TO PSQ-NETWORK
               WHEN PSQ-ROUTE-MC
                   MOVE WS-MC-DETAIL    TO PSQ-NETWORK
               WHEN PSQ-ROUTE-AMEX
                   MOVE WS-AMEX-DETAIL  TO PSQ-NETWORK
               WHEN PSQ-ROUTE-DISC
                   MOVE WS-DISC-DETAIL  TO PSQ-NETWORK
               WHEN OTHER
                   MOVE WS-OTHER-DETAIL TO PSQ-NETWORK
           END-EVALUATE
           WRITE PARTITION-SEQUENCE-RECORD
           IF WS-PSEQ-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2B - PARTSEQ WRITE STATUS '
                       WS-PSEQ-FILE-STATUS ' AT RECORD '
                       WS-RECORDS-READ
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      **********************************************************************
           PERFORM 2350-UPDATE-SOURCE-COUNTS

           ADD WS-TRAN-AMOUNT TO WS-TOTAL-AMOUNT
           PERFORM 2320-ACCUMULATE-GL-ENTRY

           IF OUT-INVALID
           OR OUT-BRAND-NAME = SPACE OR OUT-BRAND-NAME = 'UNKNOWN'
               ADD 1 TO WS-UNKNOWN-COUNT
               ADD WS-TRAN-AMOUNT TO WS-UNKNOWN-AMOUNT
               IF OUT-BRAND-NAME = 'UNKNOWN'
               AND OUT-CHECK-DIGIT-PASSED
                   PERFORM 2330-CAPTURE-UNKNOWN-BIN
               END-IF
           ELSE
               PERFORM 2370-UPDATE-CLASS-COUNTS
               PERFORM 2380-ESTIMATE-FEE
               MOVE 'N' TO WS-SUM-FOUND-SW
               PERFORM 2310-FIND-SUMMARY-ENTRY
                   VARYING WS-SUM-IDX FROM 1 BY 1
                       MOVE OUT-BRAND-NAME
                           TO WS-SUMMARY-BRAND(WS-SUM-IDX)
                       MOVE 1 TO WS-SUMMARY-COUNT(WS-SUM-IDX)
                       MOVE WS-RECORD-POSITION
                           TO WS-SUMMARY-FIRST(WS-SUM-IDX)
                       MOVE WS-TRAN-AMOUNT
                           TO WS-SUMMARY-AMOUNT(WS-SUM-IDX)
                       MOVE ZERO
           END-IF
           .

      **********************************************************************
      * UNKNOWN-BIN CAPTURE - JUST AN APPEND; THE SORT AND THE ROLL
      * INTO UNKBIN HAPPEN ONCE, AT END OF RUN, IN
      * 8170-UPDATE-UNKNOWN-BINS.
      **********************************************************************
       2330-CAPTURE-UNKNOWN-BIN.

           MOVE 16 TO WS-UNK-ACCT-LEN
           PERFORM 2335-TRIM-UNKNOWN-ACCT
               UNTIL WS-UNK-ACCT-LEN = ZERO
               OR ACCT-NUMBER(WS-UNK-ACCT-LEN:1) NOT = SPACE
           IF WS-UNK-ACCT-LEN >= 8
           AND NOT WS-UNK-SUSPENDED
               IF WS-UNK-TABLE-COUNT < WS-UNK-TABLE-MAX
                   ADD 1 TO WS-UNK-TABLE-COUNT
                   MOVE ACCT-NUMBER(1:8)
                       TO WS-UNK-PREFIX(WS-UNK-TABLE-COUNT)
                   MOVE WS-UNK-ACCT-LEN
                       TO WS-UNK-LENGTH(WS-UNK-TABLE-COUNT)
                   MOVE WS-CURRENT-SOURCE-ID
                       TO WS-UNK-SOURCE(WS-UNK-TABLE-COUNT)
                   MOVE ACCT-STAMPED-BRAND
                       TO WS-UNK-CODE(WS-UNK-TABLE-COUNT)
                   MOVE WS-TRAN-AMOUNT
                       TO WS-UNK-AMT(WS-UNK-TABLE-COUNT)
               ELSE
                   SET WS-UNK-SUSPENDED TO TRUE
                   DISPLAY 'CARD2B - UNKNOWN-BIN TABLE FULL AT '
                           WS-UNK-TABLE-MAX
                           ' RECORDS, CAPTURE SUSPENDED'
               END-IF
           END-IF
           .

       2335-TRIM-UNKNOWN-ACCT.

           SUBTRACT 1 FROM WS-UNK-ACCT-LEN
           .

      **********************************************************************
      * JOURNAL ACCUMULATION - BY ENTRY TYPE, BRAND AND SETTLEMENT
      * CURRENCY, IN USD AND IN THE ORIGINAL CURRENCY.  UNKNOWN AND
      * INVALID ACCOUNTS GO TO THE SUSPENSE TYPE UNDER ONE 'UNKNOWN'
      * REFERENCE, STILL BY CURRENCY.  A BLANK CODE IS ALREADY-USD
      * (AS IN 2070).  IF THE TABLE EVER FILLS, THE DOLLARS STILL
      * REACH THE JOURNAL THROUGH THE OVERFLOW AMOUNT, WHICH POSTS
      * TO UNKNOWN SUSPENSE.
      **********************************************************************
       2320-ACCUMULATE-GL-ENTRY.

           IF OUT-INVALID
           OR OUT-BRAND-NAME = SPACE OR OUT-BRAND-NAME = 'UNKNOWN'
               MOVE 'U' TO WS-GLT-SEARCH-TYPE
               MOVE 'UNKNOWN' TO WS-GLT-SEARCH-REF
           ELSE
               MOVE 'S' TO WS-GLT-SEARCH-TYPE
               MOVE OUT-BRAND-NAME TO WS-GLT-SEARCH-REF
           END-IF
           IF ACCT-CURRENCY-CODE = SPACE
               MOVE 'USD' TO WS-GLT-SEARCH-CURRENCY
           ELSE
               MOVE ACCT-CURRENCY-CODE TO WS-GLT-SEARCH-CURRENCY
           END-IF

           MOVE 'N' TO WS-GLT-FOUND-SW
           PERFORM 2325-FIND-GL-ENTRY
               VARYING WS-GLT-IDX FROM 1 BY 1
               UNTIL WS-GLT-IDX > WS-GLT-TABLE-COUNT
                  OR WS-GLT-FOUND

           IF NOT WS-GLT-FOUND
               IF WS-GLT-TABLE-COUNT < WS-GLT-TABLE-MAX
                   ADD 1 TO WS-GLT-TABLE-COUNT
                   MOVE WS-GLT-SEARCH-KEY
                       TO WS-GLT-KEY(WS-GLT-TABLE-COUNT)
                   MOVE WS-TRAN-AMOUNT
                       TO WS-GLT-USD-AMT(WS-GLT-TABLE-COUNT)
                   MOVE WS-ORIG-TRAN-AMOUNT
                       TO WS-GLT-ORIG-AMT(WS-GLT-TABLE-COUNT)
               ELSE
                   ADD WS-TRAN-AMOUNT TO WS-GLT-OVERFLOW-AMOUNT
               END-IF
           END-IF
           .

       2325-FIND-GL-ENTRY.

           IF WS-GLT-KEY(WS-GLT-IDX) = WS-GLT-SEARCH-KEY
               ADD WS-TRAN-AMOUNT TO WS-GLT-USD-AMT(WS-GLT-IDX)
               ADD WS-ORIG-TRAN-AMOUNT TO WS-GLT-ORIG-AMT(WS-GLT-IDX)
               SET WS-GLT-FOUND TO TRUE
           END-IF
           .

       2350-UPDATE-SOURCE-COUNTS.

           IF OUT-INVALID
                   MOVE WS-SRC-BRAND-LABEL
                       TO WS-SRC-BRAND(WS-SRC-IDX)
                   MOVE 1 TO WS-SRC-COUNT(WS-SRC-IDX)
                   MOVE WS-RECORD-POSITION
                       TO WS-SRC-FIRST(WS-SRC-IDX)
               ELSE
                   DISPLAY 'CARD2B - SOURCE TABLE FULL AT '
                           WS-SRC-TABLE-MAX
           END-EVALUATE
           .

      **********************************************************************
      * PRICE THE IDENTIFIED RECORD FROM THE FEE SCHEDULE ON ITS
      * BRAND, CLASS AND THE REGION 2370 JUST DECIDED - USD AMOUNT
      * TIMES THE PERCENTAGE RATE, PLUS THE PER-ITEM FEE, ROUNDED TO
      * THE CENT PER ITEM AS THE NETWORKS ASSESS IT.  NO MATCHING
      * ROW MEANS NO PRICE: THE RECORD GOES TO THE UNPRICED COUNTS
      * INSTEAD, SO A GAP IN THE SCHEDULE SHOWS UP AS A GAP AND NOT
      * AS A ZERO FEE.
      **********************************************************************
       2380-ESTIMATE-FEE.

           MOVE OUT-BRAND-NAME TO WS-FEE-LOOKUP-BRAND
           MOVE OUT-CARD-CLASS TO WS-FEE-LOOKUP-CLASS
           IF WS-CROSS-BORDER
               MOVE 'X' TO WS-FEE-LOOKUP-REGION
           ELSE
               MOVE 'D' TO WS-FEE-LOOKUP-REGION
           END-IF

           MOVE 'N' TO WS-FEE-FOUND-SW
           MOVE 1 TO WS-FEE-SEARCH-LO
           MOVE WS-FEE-TABLE-COUNT TO WS-FEE-SEARCH-HI
           PERFORM 2385-PROBE-FEE-TABLE
               UNTIL WS-FEE-SEARCH-LO > WS-FEE-SEARCH-HI
               OR WS-FEE-FOUND

           IF WS-FEE-FOUND
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                   WS-TRAN-AMOUNT * WS-FEE-RATE(WS-FEE-SEARCH-MID)
                       / 100
                   + WS-FEE-PER-ITEM(WS-FEE-SEARCH-MID)
               ADD 1 TO WS-FEE-COUNT(WS-FEE-SEARCH-MID)
               ADD WS-TRAN-AMOUNT TO WS-FEE-VOLUME(WS-FEE-SEARCH-MID)
               ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL(WS-FEE-SEARCH-MID)
               ADD 1 TO WS-FEE-PRICED-COUNT
               ADD WS-TRAN-AMOUNT TO WS-FEE-PRICED-VOLUME
               ADD WS-FEE-AMOUNT TO WS-FEE-PRICED-TOTAL
           ELSE
               PERFORM 2390-NOTE-UNPRICED-FEE
           END-IF
           .

       2385-PROBE-FEE-TABLE.

           COMPUTE WS-FEE-SEARCH-MID =
               (WS-FEE-SEARCH-LO + WS-FEE-SEARCH-HI) / 2
           EVALUATE TRUE
               WHEN WS-FEE-LOOKUP-KEY
                       < WS-FEE-KEY(WS-FEE-SEARCH-MID)
                   COMPUTE WS-FEE-SEARCH-HI = WS-FEE-SEARCH-MID - 1
               WHEN WS-FEE-LOOKUP-KEY
                       > WS-FEE-KEY(WS-FEE-SEARCH-MID)
                   COMPUTE WS-FEE-SEARCH-LO = WS-FEE-SEARCH-MID + 1
               WHEN OTHER
                   SET WS-FEE-FOUND TO TRUE
           END-EVALUATE
           .

      **********************************************************************
      * COUNT AN UNPRICED RECORD UNDER ITS KEY.  PAST THE TABLE
      * LIMIT THE RECORD STILL COUNTS IN THE UNPRICED TOTALS AND IN
      * AN OVERFLOW COUNT ON FEERPT, SO NOTHING DROPS OUT UNSEEN.
      **********************************************************************
       2390-NOTE-UNPRICED-FEE.

           ADD 1 TO WS-NOFEE-COUNT
           ADD WS-TRAN-AMOUNT TO WS-NOFEE-VOLUME

           MOVE 'N' TO WS-NOFEE-FOUND-SW
           PERFORM 2395-FIND-UNPRICED-ENTRY
               VARYING WS-NOFEE-IDX FROM 1 BY 1
               UNTIL WS-NOFEE-IDX > WS-NOFEE-TABLE-COUNT
                  OR WS-NOFEE-FOUND

           IF NOT WS-NOFEE-FOUND
               IF WS-NOFEE-TABLE-COUNT < WS-NOFEE-TABLE-MAX
                   ADD 1 TO WS-NOFEE-TABLE-COUNT
                   MOVE WS-FEE-LOOKUP-KEY
                       TO WS-NOFEE-KEY(WS-NOFEE-TABLE-COUNT)
                   MOVE 1 TO WS-NOFEE-KEY-COUNT(WS-NOFEE-TABLE-COUNT)
                   MOVE WS-TRAN-AMOUNT
                       TO WS-NOFEE-KEY-VOLUME(WS-NOFEE-TABLE-COUNT)
               ELSE
                   ADD 1 TO WS-NOFEE-OVERFLOW-COUNT
                   ADD WS-TRAN-AMOUNT TO WS-NOFEE-OVERFLOW-VOLUME
               END-IF
           END-IF
           .

       2395-FIND-UNPRICED-ENTRY.

           IF WS-NOFEE-KEY(WS-NOFEE-IDX) = WS-FEE-LOOKUP-KEY
               ADD 1 TO WS-NOFEE-KEY-COUNT(WS-NOFEE-IDX)
               ADD WS-TRAN-AMOUNT TO WS-NOFEE-KEY-VOLUME(WS-NOFEE-IDX)
               SET WS-NOFEE-FOUND TO TRUE
           END-IF
           .

       2400-WRITE-CHECKPOINT.

           IF FUNCTION MOD(WS-RECORDS-READ, WS-CHECKPOINT-INTERVAL)
           CLOSE VELOCITY-FILE
           CLOSE REJECT-FILE
           CLOSE FORECAST-FILE
           IF WS-PARTITION-RUN
               CLOSE PARTITION-SEQ-FILE
           END-IF
           PERFORM 8050-RESET-RESTART-FILE
           PERFORM 8060-DETECT-DUPLICATES
           PERFORM 8070-WRITE-MERCHANT-REPORT
           PERFORM 8100-WRITE-SUMMARY-REPORT
           PERFORM 8130-WRITE-CLASS-REPORT
           PERFORM 8150-WRITE-FEE-REPORT
           PERFORM 8160-WRITE-FEE-MTD
           PERFORM 8170-UPDATE-UNKNOWN-BINS
           PERFORM 8180-UPDATE-SEGMENT-REGISTRY
           PERFORM 8200-WRITE-GL-JOURNAL
           SET IN-FUNC-TERMINATE TO TRUE
           CALL 'CARD2' USING WS-PARAMETERS
           MOVE SPACE TO TOKEN-PARAMETERS
           SET TKP-FUNC-CLOSE TO TRUE
           CALL 'CARD2T' USING TOKEN-PARAMETERS
           PERFORM 8900-SET-CONDITION-CODE
           IF WS-PARTITION-RUN
               PERFORM 8950-WRITE-PARTITION-TOTALS
           END-IF
           .

      **********************************************************************
      * FRAUD OPS, 14 (OR 13 WHEN AN UNKNOWN CURRENCY WAS AMONG THE
      * QUARANTINE REASONS) PAGES FOR THE RETRANSMISSION, 8 PAGES
      * OPERATIONS, AND THE SCHEDULER TELLS THEM APART BY VALUE.
      * 15 MEANS THE ONLY SEGMENTS QUARANTINED WERE EXACT REPEATS OF
      * ONES ALREADY SETTLED - NOTHING TO RETRANSMIT, BUT THE
      * ACQUIRER (OR WHOEVER RESUBMITTED) NEEDS A CALL.  A REPEAT
      * ALONGSIDE A GENUINELY FAILED SEGMENT STILL GIVES 14/13, SINCE
      * THE RETRANSMISSION IS THE ONE THAT HOLDS UP SETTLEMENT.
      * A PARTITION RUN SEES ONLY ITS OWN ACQUIRERS, SO IT CANNOT
      * JUDGE THE TWO RUN-WIDE TESTS - DUPLICATES ACROSS THE WHOLE
      * EXTRACT AND THE RUN-LEVEL UNKNOWN RATE.  IT LEAVES THOSE TO
      * THE MERGE (CARD2BM), WHICH SETS THE NIGHT'S RETURN CODE FROM
      * THE COMBINED FIGURES; THE PER-ACQUIRER RATE STILL APPLIES.
      **********************************************************************
       8900-SET-CONDITION-CODE.

           IF RETURN-CODE = ZERO
               EVALUATE TRUE
                   WHEN WS-DUP-RECORD-COUNT > WS-DUP-THRESHOLD
                   AND NOT WS-PARTITION-RUN
                       DISPLAY 'CARD2B - ' WS-DUP-RECORD-COUNT
                               ' DUPLICATE OCCURRENCE(S) EXCEED '
                               'THRESHOLD OF ' WS-DUP-THRESHOLD
                               ' BLOCKED ACCOUNT(S) ON THE HOT-CARD '
                               'LIST - SEE BLKRPT'
                       MOVE 10 TO RETURN-CODE
                   WHEN WS-QUAR-SEG-COUNT > WS-REPEAT-SEG-COUNT
                       DISPLAY 'CARD2B - ' WS-QUAR-SEG-COUNT
                               ' SEGMENT(S) QUARANTINED - SEE '
                               'REJECTS AND SUMRPT'
                       ELSE
                           MOVE 14 TO RETURN-CODE
                       END-IF
                   WHEN WS-REPEAT-SEG-COUNT > ZERO
                       DISPLAY 'CARD2B - ' WS-REPEAT-SEG-COUNT
                               ' SEGMENT(S) ALREADY SETTLED - '
                               'QUARANTINED AS REPEATS, SEE SUMRPT'
                       MOVE 15 TO RETURN-CODE
                   WHEN WS-UNKNOWN-PERCENT > WS-UNKNOWN-THRESHOLD
                   AND NOT WS-PARTITION-RUN
                       DISPLAY 'CARD2B - UNKNOWN RATE '
                               WS-UNKNOWN-PERCENT
                               ' EXCEEDS THRESHOLD OF '
           END-IF
           .

      **********************************************************************
      * PARTITION TOTALS FOR THE MERGE - EVERYTHING THE SUMMARY,
      * DUPLICATE AND MERCHANT REPORTS AND THE RETURN CODE ARE BUILT
      * FROM, IN THE PARTTOT LAYOUT.  WRITTEN LAST, AFTER THE RETURN
      * CODE IS SET, SO THE END RECORD CAN CARRY IT; A PARTITION THAT
      * DIES BEFORE THIS POINT LEAVES NO END RECORD AND THE MERGE
      * REFUSES TO RUN WITHOUT IT.
      **********************************************************************
       8950-WRITE-PARTITION-TOTALS.

           OPEN OUTPUT PARTITION-TOTALS-FILE
           IF WS-PTOT-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2B - UNABLE TO OPEN PARTTOT, STATUS '
                       WS-PTOT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-PTOT-RECORD-COUNT

           MOVE SPACE TO PARTITION-TOTALS-RECORD
           SET PT-CONTROL-REC TO TRUE
           MOVE WS-RUN-DATE            TO PT-RUN-DATE
           MOVE WS-RESTARTED-SW        TO PT-RESTARTED-SW
           MOVE WS-DUP-SUSPEND-SW      TO PT-DUP-SUSPEND-SW
           MOVE WS-MCH-SUSPEND-SW      TO PT-MCH-SUSPEND-SW
           MOVE WS-QUAR-CURRENCY-SW    TO PT-QUAR-CURRENCY-SW
           MOVE WS-SRCRATE-BAD-SW      TO PT-SRCRATE-BAD-SW
           MOVE WS-UNKNOWN-THRESHOLD   TO PT-UNKNOWN-THRESHOLD
           MOVE WS-DUP-THRESHOLD       TO PT-DUP-THRESHOLD
           MOVE WS-MCH-BAD-THRESHOLD   TO PT-MCH-BAD-THRESHOLD
           MOVE WS-QUAR-SEG-COUNT      TO PT-QUAR-SEG-COUNT
           MOVE WS-REPEAT-SEG-COUNT    TO PT-REPEAT-SEG-COUNT
           MOVE WS-RECORDS-IDENTIFIED  TO PT-RECORDS-IDENTIFIED
           PERFORM 8959-WRITE-TOTALS-RECORD

           MOVE SPACE TO PARTITION-TOTALS-RECORD
           SET PT-TOTAL-REC TO TRUE
           SET PT-TOTAL-ALL TO TRUE
           MOVE WS-DETAIL-RECORDS-READ TO PT-TOTAL-COUNT
           MOVE WS-TOTAL-AMOUNT        TO PT-TOTAL-AMOUNT
           PERFORM 8959-WRITE-TOTALS-RECORD
           SET PT-TOTAL-UNKNOWN TO TRUE
           MOVE WS-UNKNOWN-COUNT       TO PT-TOTAL-COUNT
           MOVE WS-UNKNOWN-AMOUNT      TO PT-TOTAL-AMOUNT
           PERFORM 8959-WRITE-TOTALS-RECORD
           SET PT-TOTAL-BLOCKED TO TRUE
           MOVE WS-BLOCKED-COUNT       TO PT-TOTAL-COUNT
           MOVE WS-BLOCKED-AMOUNT      TO PT-TOTAL-AMOUNT
           PERFORM 8959-WRITE-TOTALS-RECORD
           SET PT-TOTAL-QUARANTINED TO TRUE
           MOVE WS-QUAR-RECORD-COUNT   TO PT-TOTAL-COUNT
           MOVE WS-QUAR-AMOUNT         TO PT-TOTAL-AMOUNT
           PERFORM 8959-WRITE-TOTALS-RECORD
           SET PT-TOTAL-NOCODE TO TRUE
           MOVE WS-NOCODE-COUNT        TO PT-TOTAL-COUNT
           MOVE WS-NOCODE-AMOUNT       TO PT-TOTAL-AMOUNT
           PERFORM 8959-WRITE-TOTALS-RECORD

           PERFORM 8951-WRITE-BRAND-TOTAL
               VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUMMARY-TABLE-COUNT
           PERFORM 8952-WRITE-SOURCE-TOTAL
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-TABLE-COUNT
           PERFORM 8953-WRITE-QUARANTINE-TOTAL
               VARYING WS-SEG-RPT-IDX FROM 1 BY 1
               UNTIL WS-SEG-RPT-IDX > WS-SEG-TABLE-COUNT
           PERFORM 8954-WRITE-MISSING-TOTAL
               VARYING WS-PROF-IDX FROM 1 BY 1
               UNTIL WS-PROF-IDX > WS-PROF-TABLE-COUNT
           PERFORM 8955-WRITE-CURRENCY-TOTAL
               VARYING WS-CURR-RPT-IDX FROM 1 BY 1
               UNTIL WS-CURR-RPT-IDX > WS-CURR-TABLE-COUNT
           PERFORM 8956-WRITE-FORECAST-TOTAL
               VARYING WS-FCST-IDX FROM 1 BY 1
               UNTIL WS-FCST-IDX > 4
           PERFORM 8957-WRITE-FORECAST-BRAND-TOTAL
               VARYING WS-FCST-IDX FROM 1 BY 1
               UNTIL WS-FCST-IDX > WS-FCSTB-TABLE-COUNT
           PERFORM 8958-WRITE-DUPLICATE-TOTAL
               VARYING WS-PTOT-IDX FROM 1 BY 1
               UNTIL WS-PTOT-IDX > WS-DUP-TABLE-COUNT
           PERFORM 8960-WRITE-MERCHANT-TOTAL
               VARYING WS-PTOT-IDX FROM 1 BY 1
               UNTIL WS-PTOT-IDX > WS-MCH-TABLE-COUNT

           MOVE SPACE TO PARTITION-TOTALS-RECORD
           SET PT-END-REC TO TRUE
           MOVE RETURN-CODE            TO PT-RETURN-CODE
           MOVE WS-PTOT-RECORD-COUNT   TO PT-RECORD-COUNT
           PERFORM 8959-WRITE-TOTALS-RECORD

           CLOSE PARTITION-TOTALS-FILE
           DISPLAY 'CARD2B - PARTITION ' WS-RUN-PARTITION
                   ' TOTALS WRITTEN, ' WS-PTOT-RECORD-COUNT
                   ' RECORDS'
           .

       8951-WRITE-BRAND-TOTAL.

           MOVE SPACE TO PARTITION-TOTALS-RECORD
           SET PT-BRAND-REC TO TRUE
           MOVE WS-SUMMARY-BRAND(WS-SUM-IDX)  TO PT-BRAND
           MOVE WS-SUMMARY-COUNT(WS-SUM-IDX)  TO PT-BRAND-COUNT
           MOVE WS-SUMMARY-AMOUNT(WS-SUM-IDX) TO PT-BRAND-AMOUNT
           MOVE WS-SUMMARY-FIRST(WS-SUM-IDX)  TO PT-BRAND-FIRST
           PERFORM 8959-WRITE-TOTALS-RECORD
           .

       8952-WRITE-SOURCE-TOTAL.

           MOVE SPACE TO PARTITION-TOTALS-RECORD
           SET PT-SOURCE-REC TO TRUE
           MOVE WS-SRC-SOURCE-ID(WS-SRC-IDX) TO PT-SRC-SOURCE-ID
           MOVE WS-SRC-BRAND(WS-SRC-IDX)     TO PT-SRC-BRAND
           MOVE WS-SRC-COUNT(WS-SRC-IDX)     TO PT-SRC-COUNT
           MOVE WS-SRC-FIRST(WS-SRC-IDX)     TO PT-SRC-FIRST
           PERFORM 8959-WRITE-TOTALS-RECORD
           .

      **********************************************************************
      * A QUARANTINED SEGMENT IS PLACED BY ITS HEADER'S RECORD NUMBER
      * IN THE FULL EXTRACT, SO THE MERGED SUMMARY LISTS QUARANTINES
      * IN FILE ORDER AS A SINGLE RUN DOES.
      **********************************************************************
       8953-WRITE-QUARANTINE-TOTAL.

           IF WS-SEG-FAILED(WS-SEG-RPT-IDX)
               MOVE SPACE TO PARTITION-TOTALS-RECORD
               SET PT-QUARANTINE-REC TO TRUE
               MOVE ZERO TO PT-QUAR-POSITION
               IF WS-SEG-RPT-IDX NOT > WS-PMAP-TABLE-COUNT
                   MOVE WS-PMAP-GLOBAL-POS(WS-SEG-RPT-IDX)
                       TO PT-QUAR-POSITION
               END-IF
               MOVE WS-SEG-ID(WS-SEG-RPT-IDX)     TO PT-QUAR-SOURCE-ID
               MOVE WS-SEG-REASON(WS-SEG-RPT-IDX) TO PT-QUAR-REASON
               PERFORM 8959-WRITE-TOTALS-RECORD
           END-IF
           .

       8954-WRITE-MISSING-TOTAL.

           IF NOT WS-PROF-SEEN(WS-PROF-IDX)
           AND WS-PROF-MISS-ACTION(WS-PROF-IDX) = 'W'
           AND WS-PROF-PARTITION(WS-PROF-IDX) = WS-RUN-PARTITION
               MOVE SPACE TO PARTITION-TOTALS-RECORD
               SET PT-MISSING-REC TO TRUE
               MOVE WS-PROF-IDX TO PT-MISS-PROFILE-SEQ
               MOVE WS-PROF-SOURCE-ID(WS-PROF-IDX) TO PT-MISS-SOURCE-ID
               PERFORM 8959-WRITE-TOTALS-RECORD
           END-IF
           .

       8955-WRITE-CURRENCY-TOTAL.

           IF WS-CURR-ORIG-AMT(WS-CURR-RPT-IDX) > ZERO
               MOVE SPACE TO PARTITION-TOTALS-RECORD
               SET PT-CURRENCY-REC TO TRUE
               MOVE WS-CURR-RPT-IDX TO PT-CUR-INDEX
               MOVE WS-CURR-CODE(WS-CURR-RPT-IDX) TO PT-CUR-CODE
               MOVE WS-CURR-ORIG-AMT(WS-CURR-RPT-IDX)
                   TO PT-CUR-ORIG-AMOUNT
               MOVE WS-CURR-USD-AMT(WS-CURR-RPT-IDX)
                   TO PT-CUR-USD-AMOUNT
               PERFORM 8959-WRITE-TOTALS-RECORD
           END-IF
           .

       8956-WRITE-FORECAST-TOTAL.

           MOVE SPACE TO PARTITION-TOTALS-RECORD
           SET PT-FCST-MONTH-REC TO TRUE
           MOVE WS-FCST-IDX TO PT-EXP-INDEX
           MOVE WS-FCST-TARGET-YYMM(WS-FCST-IDX) TO PT-EXP-YYMM
           MOVE WS-FCST-MONTH-COUNT(WS-FCST-IDX) TO PT-EXP-COUNT
           PERFORM 8959-WRITE-TOTALS-RECORD
           .

       8957-WRITE-FORECAST-BRAND-TOTAL.

           MOVE SPACE TO PARTITION-TOTALS-RECORD
           SET PT-FCST-BRAND-REC TO TRUE
           MOVE WS-FCSTB-BRAND(WS-FCST-IDX) TO PT-EXB-BRAND
           MOVE WS-FCSTB-COUNT(WS-FCST-IDX) TO PT-EXB-COUNT
           MOVE WS-FCSTB-FIRST(WS-FCST-IDX) TO PT-EXB-FIRST
           PERFORM 8959-WRITE-TOTALS-RECORD
           .

       8958-WRITE-DUPLICATE-TOTAL.

           MOVE SPACE TO PARTITION-TOTALS-RECORD
           SET PT-DUPLICATE-REC TO TRUE
           MOVE WS-DUP-TOKEN(WS-PTOT-IDX)     TO PT-DUP-TOKEN
           MOVE WS-DUP-MASKED(WS-PTOT-IDX)    TO PT-DUP-MASKED
           MOVE WS-DUP-ENTRY-AMT(WS-PTOT-IDX) TO PT-DUP-AMOUNT
           MOVE WS-DUP-POSITION(WS-PTOT-IDX)  TO PT-DUP-POSITION
           PERFORM 8959-WRITE-TOTALS-RECORD
           .

       8959-WRITE-TOTALS-RECORD.

           MOVE WS-RUN-PARTITION TO PT-PARTITION
           WRITE PARTITION-TOTALS-RECORD
           IF WS-PTOT-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2B - PARTTOT WRITE STATUS '
                       WS-PTOT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT PT-END-REC
               ADD 1 TO WS-PTOT-RECORD-COUNT
           END-IF
           .

       8960-WRITE-MERCHANT-TOTAL.

           MOVE SPACE TO PARTITION-TOTALS-RECORD
           SET PT-MERCHANT-REC TO TRUE
           MOVE WS-MCH-ID(WS-PTOT-IDX)     TO PT-MCH-ID
           MOVE WS-MCH-AMT(WS-PTOT-IDX)    TO PT-MCH-AMOUNT
           MOVE WS-MCH-BAD-SW(WS-PTOT-IDX) TO PT-MCH-BAD-SW
           PERFORM 8959-WRITE-TOTALS-RECORD
           .

      **********************************************************************
      * PER-ACQUIRER UNKNOWN RATE AGAINST THE ACQUIRER'S OWN PROFILE
      * THRESHOLD (ZERO ON THE PROFILE MEANS USE THE GLOBAL ONE).
               MOVE 'QUARANTINED' TO SUM-LABEL
               MOVE WS-QUAR-RECORD-COUNT TO SUM-COUNT
               MOVE ZERO TO SUM-PERCENT
               MOVE WS-QUAR-AMOUNT TO SUM-AMOUNT
               MOVE WS-SUMMARY-DETAIL TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD


           IF NOT WS-PROF-SEEN(WS-PROF-IDX)
           AND WS-PROF-MISS-ACTION(WS-PROF-IDX) = 'W'
           AND (NOT WS-PARTITION-RUN
                OR WS-PROF-PARTITION(WS-PROF-IDX) = WS-RUN-PARTITION)
               MOVE WS-PROF-SOURCE-ID(WS-PROF-IDX) TO MISS-SOURCE-ID
               MOVE WS-MISSING-SRC-LINE TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           .

      **********************************************************************
      * ESTIMATED-FEE REPORT.  ONE LINE PER SCHEDULE KEY THAT PRICED
      * ANYTHING THIS PASS, IN BRAND/CLASS/REGION ORDER (THE TABLE
      * IS IN SCHEDULE ORDER), THEN THE PRICED TOTAL, THEN EVERY KEY
      * THAT FOUND NO SCHEDULE ROW WITH ITS COUNT AND VOLUME AND THE
      * UNPRICED TOTAL.  A BLANK CLASS ON AN UNPRICED LINE IS A
      * RANGE BINRANGE HAS NOT CLASSIFIED YET.  OPENED OUTPUT LIKE
      * CLSRPT, SO AN APPEND PASS ADDS ITS OWN REPORT AFTER THE
      * NIGHT'S (THE DD IS DISP=MOD).
      **********************************************************************
       8150-WRITE-FEE-REPORT.

           OPEN OUTPUT FEE-REPORT-FILE
           IF WS-FEERPT-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2B - UNABLE TO OPEN FEERPT, STATUS '
                       WS-FEERPT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO FRPT-HEAD-RUN-DATE
           MOVE WS-FEE-HEADING-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD

           EVALUATE TRUE
               WHEN WS-APPEND-MODE
                   MOVE 'APPEND PASS - FIGURES COVER THIS PASS ONLY'
                       TO FEE-REPORT-RECORD
                   WRITE FEE-REPORT-RECORD
               WHEN WS-RESTARTED-RUN
                   MOVE 'RESTARTED PASS - FIGURES COVER THIS PASS ONLY'
                       TO FEE-REPORT-RECORD
                   WRITE FEE-REPORT-RECORD
           END-EVALUATE

           MOVE WS-FEE-COLUMN-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD

           PERFORM 8155-WRITE-FEE-LINE
               VARYING WS-FEE-RPT-IDX FROM 1 BY 1
               UNTIL WS-FEE-RPT-IDX > WS-FEE-TABLE-COUNT

           MOVE 'TOTAL PRICED' TO FRPT-BRAND
           MOVE SPACE TO FRPT-CLASS
           MOVE SPACE TO FRPT-REGION
           MOVE WS-FEE-PRICED-COUNT TO FRPT-COUNT
           MOVE WS-FEE-PRICED-VOLUME TO FRPT-VOLUME
           MOVE WS-FEE-PRICED-TOTAL TO FRPT-FEE
           MOVE WS-FEE-DETAIL-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD

           MOVE SPACE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           MOVE 'NO FEE SCHEDULE ROW - NOT PRICED' TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD

           PERFORM 8157-WRITE-UNPRICED-LINE
               VARYING WS-NOFEE-IDX FROM 1 BY 1
               UNTIL WS-NOFEE-IDX > WS-NOFEE-TABLE-COUNT

           IF WS-NOFEE-OVERFLOW-COUNT > ZERO
               MOVE 'OTHER KEYS' TO FRPT-BRAND
               MOVE SPACE TO FRPT-CLASS
               MOVE SPACE TO FRPT-REGION
               MOVE WS-NOFEE-OVERFLOW-COUNT TO FRPT-COUNT
               MOVE WS-NOFEE-OVERFLOW-VOLUME TO FRPT-VOLUME
               MOVE '       NOT PRICED' TO FRPT-FEE-TEXT
               MOVE WS-FEE-DETAIL-LINE TO FEE-REPORT-RECORD
               WRITE FEE-REPORT-RECORD
           END-IF

           MOVE 'TOTAL NOT PRICED' TO FRPT-BRAND
           MOVE SPACE TO FRPT-CLASS
           MOVE SPACE TO FRPT-REGION
           MOVE WS-NOFEE-COUNT TO FRPT-COUNT
           MOVE WS-NOFEE-VOLUME TO FRPT-VOLUME
           MOVE '       NOT PRICED' TO FRPT-FEE-TEXT
           MOVE WS-FEE-DETAIL-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD

           CLOSE FEE-REPORT-FILE

           IF WS-NOFEE-COUNT > ZERO
               DISPLAY 'CARD2B - ' WS-NOFEE-COUNT
                       ' RECORD(S) WITH NO FEE SCHEDULE ROW - '
                       'SEE FEERPT'
           END-IF
           .

       8155-WRITE-FEE-LINE.

           IF WS-FEE-COUNT(WS-FEE-RPT-IDX) > ZERO
               MOVE WS-FEE-KEY(WS-FEE-RPT-IDX) TO WS-FEE-LOOKUP-KEY
               PERFORM 8159-MOVE-FEE-KEY-TO-LINE
               MOVE WS-FEE-COUNT(WS-FEE-RPT-IDX)  TO FRPT-COUNT
               MOVE WS-FEE-VOLUME(WS-FEE-RPT-IDX) TO FRPT-VOLUME
               MOVE WS-FEE-TOTAL(WS-FEE-RPT-IDX)  TO FRPT-FEE
               MOVE WS-FEE-DETAIL-LINE TO FEE-REPORT-RECORD
               WRITE FEE-REPORT-RECORD
           END-IF
           .

       8157-WRITE-UNPRICED-LINE.

           MOVE WS-NOFEE-KEY(WS-NOFEE-IDX) TO WS-FEE-LOOKUP-KEY
           PERFORM 8159-MOVE-FEE-KEY-TO-LINE
           MOVE WS-NOFEE-KEY-COUNT(WS-NOFEE-IDX)  TO FRPT-COUNT
           MOVE WS-NOFEE-KEY-VOLUME(WS-NOFEE-IDX) TO FRPT-VOLUME
           MOVE '       NOT PRICED' TO FRPT-FEE-TEXT
           MOVE WS-FEE-DETAIL-LINE TO FEE-REPORT-RECORD
           WRITE FEE-REPORT-RECORD
           .

       8159-MOVE-FEE-KEY-TO-LINE.

           MOVE WS-FEE-LOOKUP-BRAND TO FRPT-BRAND
           MOVE WS-FEE-LOOKUP-CLASS TO FRPT-CLASS
           IF WS-FEE-LOOKUP-REGION = 'X'
               MOVE 'XBD' TO FRPT-REGION
           ELSE
               MOVE 'DOM' TO FRPT-REGION
           END-IF
           .

      **********************************************************************
      * APPEND THIS PASS'S FEE TOTALS TO THE MONTH-TO-DATE
      * ACCUMULATOR - ONE PRICED RECORD PER SCHEDULE KEY THAT PRICED
      * ANYTHING, ONE UNPRICED RECORD PER KEY THAT FOUND NO ROW, ALL
      * STAMPED WITH THE RUN DATE, PASS START TIME AND PASS KIND SO
      * THE ACCRUAL RUN CAN TELL A FRESH RERUN OF A NIGHT FROM AN
      * APPEND.  OPENED EXTEND EVERY NIGHT (OUTPUT ONLY WHEN THE
      * FILE DOES NOT EXIST YET, THE FIRST NIGHT OF A MONTH AFTER
      * THE ACCRUAL HAS CLEARED IT).
      **********************************************************************
       8160-WRITE-FEE-MTD.

           OPEN EXTEND FEE-MTD-FILE
           IF WS-FEEMTD-FILE-STATUS NOT = '05'
              AND WS-FEEMTD-FILE-STATUS NOT = '00'
               OPEN OUTPUT FEE-MTD-FILE
           END-IF
           IF WS-FEEMTD-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2B - UNABLE TO OPEN FEEMTD, STATUS '
                       WS-FEEMTD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACE TO FEE-MTD-RECORD
           MOVE WS-RUN-DATE TO MTD-RUN-DATE
           MOVE WS-FEE-PASS-TIME(1:6) TO MTD-RUN-TIME
           EVALUATE TRUE
               WHEN WS-APPEND-MODE
                   SET MTD-PASS-APPEND TO TRUE
               WHEN WS-RESTARTED-RUN
                   SET MTD-PASS-RESTARTED TO TRUE
               WHEN OTHER
                   SET MTD-PASS-NIGHTLY TO TRUE
           END-EVALUATE
           IF WS-PARTITION-RUN
               MOVE WS-RUN-PARTITION TO MTD-PARTITION-NUMBER
           END-IF

           PERFORM 8165-WRITE-PRICED-MTD
               VARYING WS-FEE-RPT-IDX FROM 1 BY 1
               UNTIL WS-FEE-RPT-IDX > WS-FEE-TABLE-COUNT

           PERFORM 8167-WRITE-UNPRICED-MTD
               VARYING WS-NOFEE-IDX FROM 1 BY 1
               UNTIL WS-NOFEE-IDX > WS-NOFEE-TABLE-COUNT

           IF WS-NOFEE-OVERFLOW-COUNT > ZERO
               SET MTD-UNPRICED TO TRUE
               MOVE 'OTHER KEYS' TO MTD-BRAND-NAME
               MOVE SPACE TO MTD-CARD-CLASS
               MOVE SPACE TO MTD-REGION
               MOVE WS-NOFEE-OVERFLOW-COUNT TO MTD-COUNT
               MOVE WS-NOFEE-OVERFLOW-VOLUME TO MTD-VOLUME
               MOVE ZERO TO MTD-FEE
               WRITE FEE-MTD-RECORD
           END-IF

           CLOSE FEE-MTD-FILE
           .

       8165-WRITE-PRICED-MTD.

           IF WS-FEE-COUNT(WS-FEE-RPT-IDX) > ZERO
               SET MTD-PRICED TO TRUE
               MOVE WS-FEE-KEY(WS-FEE-RPT-IDX) TO WS-FEE-LOOKUP-KEY
               MOVE WS-FEE-LOOKUP-BRAND  TO MTD-BRAND-NAME
               MOVE WS-FEE-LOOKUP-CLASS  TO MTD-CARD-CLASS
               MOVE WS-FEE-LOOKUP-REGION TO MTD-REGION
               MOVE WS-FEE-COUNT(WS-FEE-RPT-IDX)  TO MTD-COUNT
               MOVE WS-FEE-VOLUME(WS-FEE-RPT-IDX) TO MTD-VOLUME
               MOVE WS-FEE-TOTAL(WS-FEE-RPT-IDX)  TO MTD-FEE
               WRITE FEE-MTD-RECORD
           END-IF
           .

       8167-WRITE-UNPRICED-MTD.

           SET MTD-UNPRICED TO TRUE
           MOVE WS-NOFEE-KEY(WS-NOFEE-IDX) TO WS-FEE-LOOKUP-KEY
           MOVE WS-FEE-LOOKUP-BRAND  TO MTD-BRAND-NAME
           MOVE WS-FEE-LOOKUP-CLASS  TO MTD-CARD-CLASS
           MOVE WS-FEE-LOOKUP-REGION TO MTD-REGION
           MOVE WS-NOFEE-KEY-COUNT(WS-NOFEE-IDX)  TO MTD-COUNT
           MOVE WS-NOFEE-KEY-VOLUME(WS-NOFEE-IDX) TO MTD-VOLUME
           MOVE ZERO TO MTD-FEE
           WRITE FEE-MTD-RECORD
           .

      **********************************************************************
      * REGISTER EVERY KEYED SEGMENT OF THIS PASS - SETTLED OR
      * QUARANTINED, WITH THE RUN THAT PROCESSED IT.  A SEGMENT FIRST
      * QUARANTINED AND NOW SETTLED (OR A RERUN OF TONIGHT'S PASS)
      * REWRITES ITS RECORD; A BLOCKED REPEAT ONLY BUMPS THE REPEAT
      * COUNT ON THE RECORD OF THE RUN THAT SETTLED IT, WHICH IS
      * WHAT AN ACQUIRER DISPUTE NEEDS TO SEE.  TONIGHT'S OUTPUTS
      * ARE ALREADY WRITTEN, SO A FAILED UPDATE IS A CONSOLE WARNING,
      * NOT A STOP - BUT THAT SEGMENT IS NOT PROTECTED AGAINST A
      * REPEAT UNTIL IT IS REGISTERED.
      **********************************************************************
       8180-UPDATE-SEGMENT-REGISTRY.

           PERFORM 8185-REGISTER-SEGMENT
               VARYING WS-SEG-RPT-IDX FROM 1 BY 1
               UNTIL WS-SEG-RPT-IDX > WS-SEG-TABLE-COUNT
           CLOSE SEGMENT-REGISTRY-FILE

           IF WS-REG-ERROR-COUNT > ZERO
               DISPLAY 'CARD2B - ' WS-REG-ERROR-COUNT
                       ' SEGMENT(S) COULD NOT BE REGISTERED ON SEGREG'
                       ' - REPEATS OF THEM WILL NOT BE CAUGHT'
           END-IF
           .

       8185-REGISTER-SEGMENT.

           IF WS-SEG-KEYED(WS-SEG-RPT-IDX)
               MOVE WS-SEG-REG-KEY(WS-SEG-RPT-IDX) TO REG-KEY
               READ SEGMENT-REGISTRY-FILE
               EVALUATE TRUE
                   WHEN WS-SEGREG-FILE-STATUS = '00'
                    AND WS-SEG-REPEAT(WS-SEG-RPT-IDX)
                       ADD 1 TO REG-REPEAT-COUNT
                       MOVE WS-RUN-DATE TO REG-LAST-REPEAT-DATE
                       MOVE WS-RUN-JOB-NAME TO REG-LAST-REPEAT-JOB
                       REWRITE SEGMENT-REGISTRY-RECORD
                   WHEN WS-SEG-REPEAT(WS-SEG-RPT-IDX)
                       CONTINUE
                   WHEN WS-SEGREG-FILE-STATUS = '00'
                       PERFORM 8187-SET-REGISTRY-RUN
                       REWRITE SEGMENT-REGISTRY-RECORD
                   WHEN WS-SEGREG-FILE-STATUS = '23'
                       MOVE SPACE TO SEGMENT-REGISTRY-RECORD
                       MOVE WS-SEG-REG-KEY(WS-SEG-RPT-IDX) TO REG-KEY
                       MOVE ZERO TO REG-REPEAT-COUNT
                       MOVE ZERO TO REG-LAST-REPEAT-DATE
                       PERFORM 8187-SET-REGISTRY-RUN
                       WRITE SEGMENT-REGISTRY-RECORD
               END-EVALUATE
               IF WS-SEGREG-FILE-STATUS = '00'
                   ADD 1 TO WS-REG-WRITE-COUNT
               ELSE
                   IF NOT WS-SEG-REPEAT(WS-SEG-RPT-IDX)
                       ADD 1 TO WS-REG-ERROR-COUNT
                       DISPLAY 'CARD2B - SEGREG UPDATE FAILED FOR '
                               'SOURCE ' WS-SEG-ID(WS-SEG-RPT-IDX)
                               ', STATUS ' WS-SEGREG-FILE-STATUS
                   END-IF
               END-IF
           END-IF
           .

       8187-SET-REGISTRY-RUN.

           MOVE WS-RUN-DATE TO REG-RUN-DATE
           MOVE WS-FEE-PASS-TIME(1:6) TO REG-RUN-TIME
           MOVE WS-RUN-JOB-NAME TO REG-JOB-NAME
           EVALUATE TRUE
               WHEN WS-APPEND-MODE
                   SET REG-PASS-APPEND TO TRUE
               WHEN WS-RESTARTED-RUN
                   SET REG-PASS-RESTARTED TO TRUE
               WHEN OTHER
                   SET REG-PASS-NIGHTLY TO TRUE
           END-EVALUATE
           IF WS-SEG-FAILED(WS-SEG-RPT-IDX)
               SET REG-QUARANTINED TO TRUE
               MOVE WS-SEG-REASON(WS-SEG-RPT-IDX) TO REG-REASON
           ELSE
               SET REG-SETTLED TO TRUE
               MOVE SPACE TO REG-REASON
           END-IF
           MOVE WS-SEG-USD-AMT(WS-SEG-RPT-IDX) TO REG-USD-AMOUNT
           .

      **********************************************************************
      * UNKNOWN-BIN ACCUMULATOR UPDATE.  THE CAPTURE TABLE IS SORTED
      * ON THE 8-DIGIT PREFIX AND WALKED TWICE: THE FIRST PASS ROLLS
      * EACH DISTINCT 8-DIGIT PREFIX INTO ITS UNKBIN RECORD, THE
      * SECOND DOES THE SAME FOR EACH 6-DIGIT PREFIX.  A RECORD SEEN
      * FOR THE FIRST TIME TONIGHT IS CREATED; AN EXISTING ONE GAINS
      * A NIGHT ONLY WHEN ITS LAST-SEEN DATE IS NOT ALREADY TONIGHT,
      * SO A RESTART OR AN APPEND PASS ON THE SAME DATE DOES NOT
      * COUNT THE NIGHT TWICE.  TONIGHT'S OUTPUTS ARE ALREADY
      * WRITTEN, SO ANY FAILURE HERE IS A CONSOLE WARNING, NOT A
      * STOP - THE WORKLIST IS JUST SHORT A NIGHT.
      **********************************************************************
       8170-UPDATE-UNKNOWN-BINS.

           IF WS-UNK-TABLE-COUNT > ZERO
               OPEN I-O UNKNOWN-BIN-FILE
               IF WS-UNKBIN-FILE-STATUS = '35'
                   OPEN OUTPUT UNKNOWN-BIN-FILE
                   IF WS-UNKBIN-FILE-STATUS = '00'
                       CLOSE UNKNOWN-BIN-FILE
                       OPEN I-O UNKNOWN-BIN-FILE
                   END-IF
               END-IF
               IF WS-UNKBIN-FILE-STATUS = '00'
                   PERFORM 8171-ROLL-UNKNOWN-BINS
                   CLOSE UNKNOWN-BIN-FILE
               ELSE
                   DISPLAY 'CARD2B - UNABLE TO OPEN UNKBIN, STATUS '
                           WS-UNKBIN-FILE-STATUS
                           ' - UNKNOWN BINS NOT ACCUMULATED'
               END-IF
           END-IF
           .

       8171-ROLL-UNKNOWN-BINS.

           SORT WS-UNK-ENTRY ON ASCENDING KEY WS-UNK-PREFIX

           MOVE 8 TO WS-UNK-LEVEL
           MOVE 'N' TO WS-UNK-LOADED-SW
           PERFORM 8172-APPLY-UNKNOWN-ENTRY
               VARYING WS-UNK-IDX FROM 1 BY 1
               UNTIL WS-UNK-IDX > WS-UNK-TABLE-COUNT
           IF WS-UNK-REC-LOADED
               PERFORM 8179-SAVE-ACCUM-RECORD
           END-IF

           MOVE 6 TO WS-UNK-LEVEL
           MOVE 'N' TO WS-UNK-LOADED-SW
           PERFORM 8172-APPLY-UNKNOWN-ENTRY
               VARYING WS-UNK-IDX FROM 1 BY 1
               UNTIL WS-UNK-IDX > WS-UNK-TABLE-COUNT
           IF WS-UNK-REC-LOADED
               PERFORM 8179-SAVE-ACCUM-RECORD
           END-IF

           IF WS-UNK-ERROR-COUNT > ZERO
               DISPLAY 'CARD2B - ' WS-UNK-ERROR-COUNT
                       ' UNKNOWN-BIN PREFIX(ES) COULD NOT BE UPDATED'
                       ' ON UNKBIN'
           END-IF
           IF WS-UNK-SUSPENDED
               DISPLAY 'CARD2B - UNKBIN HOLDS ONLY THE FIRST '
                       WS-UNK-TABLE-MAX
                       ' UNKNOWN-BIN RECORDS OF THIS RUN'
           END-IF
           .

      **********************************************************************
      * ONE CAPTURED RECORD AT THE CURRENT LEVEL.  A CHANGE OF PREFIX
      * SAVES THE RECORD IN HAND AND LOADS (OR STARTS) THE NEXT ONE.
      **********************************************************************
       8172-APPLY-UNKNOWN-ENTRY.

           MOVE WS-UNK-LEVEL TO WS-UNK-CUR-LENGTH
           MOVE SPACE TO WS-UNK-CUR-PREFIX
           MOVE WS-UNK-PREFIX(WS-UNK-IDX)(1:WS-UNK-LEVEL)
               TO WS-UNK-CUR-PREFIX(1:WS-UNK-LEVEL)

           IF WS-UNK-REC-LOADED
           AND WS-UNK-CURRENT-KEY NOT = UNB-KEY
               PERFORM 8179-SAVE-ACCUM-RECORD
               MOVE 'N' TO WS-UNK-LOADED-SW
           END-IF
           IF NOT WS-UNK-REC-LOADED
               MOVE WS-UNK-IDX TO WS-UNK-RUN-START
               PERFORM 8174-LOAD-ACCUM-RECORD
           END-IF
           PERFORM 8168-ACCUMULATE-UNKNOWN-ENTRY
           .

       8168-ACCUMULATE-UNKNOWN-ENTRY.

           ADD 1 TO UNB-ACCOUNT-COUNT
           ADD WS-UNK-AMT(WS-UNK-IDX) TO UNB-USD-AMOUNT
           IF UNB-LENGTH-LOW = ZERO
           OR WS-UNK-LENGTH(WS-UNK-IDX) < UNB-LENGTH-LOW
               MOVE WS-UNK-LENGTH(WS-UNK-IDX) TO UNB-LENGTH-LOW
           END-IF
           IF WS-UNK-LENGTH(WS-UNK-IDX) > UNB-LENGTH-HIGH
               MOVE WS-UNK-LENGTH(WS-UNK-IDX) TO UNB-LENGTH-HIGH
           END-IF
           PERFORM 8175-MERGE-SOURCE
           IF WS-UNK-CODE(WS-UNK-IDX) NOT = SPACE
               PERFORM 8177-MERGE-STAMPED-CODE
           END-IF
           .

       8174-LOAD-ACCUM-RECORD.

           MOVE WS-UNK-CURRENT-KEY TO UNB-KEY
           READ UNKNOWN-BIN-FILE
           EVALUATE TRUE
               WHEN WS-UNKBIN-FILE-STATUS = '00'
                   MOVE 'N' TO WS-UNK-NEW-SW
                   MOVE 'N' TO WS-UNK-READ-SW
                   IF UNB-LAST-SEEN NOT = WS-RUN-DATE
                       ADD 1 TO UNB-NIGHTS-SEEN
                       MOVE WS-RUN-DATE TO UNB-LAST-SEEN
                   END-IF
               WHEN WS-UNKBIN-FILE-STATUS = '23'
                   SET WS-UNK-NEW-RECORD TO TRUE
                   MOVE 'N' TO WS-UNK-READ-SW
                   MOVE SPACE TO UNKNOWN-BIN-RECORD
                   MOVE WS-UNK-CURRENT-KEY TO UNB-KEY
                   MOVE WS-RUN-DATE TO UNB-FIRST-SEEN
                   MOVE WS-RUN-DATE TO UNB-LAST-SEEN
                   MOVE 1 TO UNB-NIGHTS-SEEN
                   MOVE ZERO TO UNB-ACCOUNT-COUNT
                   MOVE ZERO TO UNB-USD-AMOUNT
                   MOVE ZERO TO UNB-LENGTH-LOW
                   MOVE ZERO TO UNB-LENGTH-HIGH
                   MOVE ZERO TO UNB-SOURCE-COUNT
                   MOVE 'N' TO UNB-SOURCE-OVERFLOW-SW
                   MOVE ZERO TO UNB-CODE-COUNT
                   PERFORM 8173-CLEAR-CODE-ENTRY
                       VARYING WS-UNK-SUB FROM 1 BY 1
                       UNTIL WS-UNK-SUB > 4
               WHEN OTHER
                   ADD 1 TO WS-UNK-ERROR-COUNT
                   DISPLAY 'CARD2B - UNKBIN READ FAILED FOR PREFIX '
                           WS-UNK-CUR-PREFIX
                           ', STATUS ' WS-UNKBIN-FILE-STATUS
                   SET WS-UNK-READ-FAILED TO TRUE
                   MOVE SPACE TO UNKNOWN-BIN-RECORD
                   MOVE WS-UNK-CURRENT-KEY TO UNB-KEY
                   MOVE ZERO TO UNB-ACCOUNT-COUNT
                   MOVE ZERO TO UNB-USD-AMOUNT
                   MOVE ZERO TO UNB-LENGTH-LOW
                   MOVE ZERO TO UNB-LENGTH-HIGH
                   MOVE ZERO TO UNB-SOURCE-COUNT
                   MOVE ZERO TO UNB-CODE-COUNT
           END-EVALUATE
           SET WS-UNK-REC-LOADED TO TRUE
           .

       8173-CLEAR-CODE-ENTRY.

           MOVE SPACE TO UNB-STAMPED-CODE(WS-UNK-SUB)
           MOVE ZERO TO UNB-CODE-HITS(WS-UNK-SUB)
           .

      **********************************************************************
      * ACQUIRER SOURCES - THE FIRST EIGHT ARE KEPT BY ID, ANY MORE
      * JUST RAISE THE OVERFLOW FLAG.
      **********************************************************************
       8175-MERGE-SOURCE.

           MOVE 'N' TO WS-UNK-FOUND-SW
           PERFORM 8176-MATCH-SOURCE
               VARYING WS-UNK-SUB FROM 1 BY 1
               UNTIL WS-UNK-SUB > UNB-SOURCE-COUNT
                  OR WS-UNK-FOUND
           IF NOT WS-UNK-FOUND
               IF UNB-SOURCE-COUNT < 8
                   ADD 1 TO UNB-SOURCE-COUNT
                   MOVE WS-UNK-SOURCE(WS-UNK-IDX)
                       TO UNB-SOURCE-ID(UNB-SOURCE-COUNT)
               ELSE
                   SET UNB-MORE-SOURCES TO TRUE
               END-IF
           END-IF
           .

       8176-MATCH-SOURCE.

           IF UNB-SOURCE-ID(WS-UNK-SUB) = WS-UNK-SOURCE(WS-UNK-IDX)
               SET WS-UNK-FOUND TO TRUE
           END-IF
           .

      **********************************************************************
      * STAMPED ORIGINATION CODES - UP TO FOUR DISTINCT CODES WITH A
      * HIT COUNT EACH.  A FIFTH CODE IS DROPPED; FOUR IS ALREADY
      * MORE DISAGREEMENT THAN AN ANALYST CAN USE.
      **********************************************************************
       8177-MERGE-STAMPED-CODE.

           MOVE 'N' TO WS-UNK-FOUND-SW
           PERFORM 8178-MATCH-STAMPED-CODE
               VARYING WS-UNK-SUB FROM 1 BY 1
               UNTIL WS-UNK-SUB > UNB-CODE-COUNT
                  OR WS-UNK-FOUND
           IF NOT WS-UNK-FOUND
           AND UNB-CODE-COUNT < 4
               ADD 1 TO UNB-CODE-COUNT
               MOVE WS-UNK-CODE(WS-UNK-IDX)
                   TO UNB-STAMPED-CODE(UNB-CODE-COUNT)
               MOVE 1 TO UNB-CODE-HITS(UNB-CODE-COUNT)
           END-IF
           .

       8178-MATCH-STAMPED-CODE.

           IF UNB-STAMPED-CODE(WS-UNK-SUB) = WS-UNK-CODE(WS-UNK-IDX)
               ADD 1 TO UNB-CODE-HITS(WS-UNK-SUB)
               SET WS-UNK-FOUND TO TRUE
           END-IF
           .

      **********************************************************************
      * THE PARTITION RUNS SHARE UNKBIN, SO ANOTHER PARTITION CAN ADD
      * A PREFIX BETWEEN OUR READ AND OUR WRITE.  LOAD ITS RECORD AND
      * ROLL THIS RUN'S ENTRIES FOR THE PREFIX (WS-UNK-RUN-START UP TO
      * THE ENTRY IN HAND) INTO IT AGAIN; THE LAST-SEEN CHECK KEEPS
      * THE NIGHT FROM COUNTING TWICE.  THE CALLER'S KEY AND ENTRY
      * ARE PUT BACK AFTERWARDS.
      **********************************************************************
       8169-REAPPLY-ACCUM-RECORD.

           MOVE WS-UNK-CURRENT-KEY TO WS-UNK-SAVE-KEY
           MOVE WS-UNK-IDX TO WS-UNK-SAVE-IDX
           MOVE UNB-KEY TO WS-UNK-CURRENT-KEY
           PERFORM 8174-LOAD-ACCUM-RECORD
           IF NOT WS-UNK-NEW-RECORD
           AND NOT WS-UNK-READ-FAILED
               PERFORM 8168-ACCUMULATE-UNKNOWN-ENTRY
                   VARYING WS-UNK-IDX FROM WS-UNK-RUN-START BY 1
                   UNTIL WS-UNK-IDX NOT < WS-UNK-SAVE-IDX
               REWRITE UNKNOWN-BIN-RECORD
           ELSE
               MOVE '22' TO WS-UNKBIN-FILE-STATUS
           END-IF
           MOVE WS-UNK-SAVE-IDX TO WS-UNK-IDX
           MOVE WS-UNK-SAVE-KEY TO WS-UNK-CURRENT-KEY
           .

      **********************************************************************
      * A PREFIX WHOSE READ FAILED WAS ALREADY COUNTED AS AN ERROR;
      * WRITING OVER IT WOULD LOSE ITS HISTORY, SO IT IS LEFT ALONE.
      **********************************************************************
       8179-SAVE-ACCUM-RECORD.

           IF NOT WS-UNK-READ-FAILED
               IF WS-UNK-NEW-RECORD
                   WRITE UNKNOWN-BIN-RECORD
                   IF WS-UNKBIN-FILE-STATUS = '22'
                       PERFORM 8169-REAPPLY-ACCUM-RECORD
                   END-IF
               ELSE
                   REWRITE UNKNOWN-BIN-RECORD
               END-IF
               IF WS-UNKBIN-FILE-STATUS = '00'
                   ADD 1 TO WS-UNK-WRITE-COUNT
               ELSE
                   ADD 1 TO WS-UNK-ERROR-COUNT
                   DISPLAY 'CARD2B - UNKBIN UPDATE FAILED FOR PREFIX '
                           UNB-PREFIX
                           ', STATUS ' WS-UNKBIN-FILE-STATUS
               END-IF
           END-IF
           .

      **********************************************************************
      * GENERAL LEDGER JOURNAL.  ONE BATCH PER PASS, KEYED BY RUN
      * DATE, PASS START TIME AND PASS KIND SO THE GL CAN TELL A FRESH
      * RERUN OF A NIGHT FROM AN APPEND.  EACH JOURNAL TABLE ENTRY
      * POSTS ONE DEBIT/CREDIT PAIR; EACH QUARANTINED SEGMENT POSTS A
      * PAIR TO SUSPENSE AND OPENS AN ITEM ON THE GLSUSP LOG; ON AN
      * APPEND PASS EACH REPAIRED SEGMENT REVERSES ITS OPEN ITEM AND
      * CLEARS IT ON THE LOG, WHILE ITS RECORDS POST THROUGH THE
      * JOURNAL TABLE LIKE ANY OTHER NIGHT'S.  GLCTL PROVES DEBITS
      * EQUAL CREDITS AND TIES THE JOURNAL BACK TO THE SUMRPT TOTAL
      * RECORDS AND QUARANTINED LINES.  A JOURNAL THAT DOES NOT TIE
      * IS STILL WRITTEN - FINANCE NEEDS TO SEE WHAT IS MISSING - BUT
      * IS CALLED OUT ON THE CONSOLE AND AT THE FOOT OF GLCTL.
      **********************************************************************
       8200-WRITE-GL-JOURNAL.

           OPEN OUTPUT GL-JOURNAL-FILE
           IF WS-GLJRNL-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2B - UNABLE TO OPEN GLJRNL, STATUS '
                       WS-GLJRNL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GL-CONTROL-FILE
           IF WS-GLCTL-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2B - UNABLE TO OPEN GLCTL, STATUS '
                       WS-GLCTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND GL-SUSPENSE-FILE
           IF WS-GLSUSP-FILE-STATUS NOT = '05'
              AND WS-GLSUSP-FILE-STATUS NOT = '00'
               OPEN OUTPUT GL-SUSPENSE-FILE
           END-IF
           IF WS-GLSUSP-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2B - UNABLE TO OPEN GLSUSP, STATUS '
                       WS-GLSUSP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-RUN-DATE TO WS-GL-KEY-DATE
           MOVE WS-FEE-PASS-TIME(1:6) TO WS-GL-KEY-TIME
      *    THE FOUR PARTITIONS OF A NIGHT START TOGETHER AND CAN SHARE
      *    A START SECOND, SO A PARTITION'S BATCH KEY CARRIES ITS
      *    PARTITION IN THE SOURCE SYSTEM (CARD2BP1 - CARD2BP4).
           IF WS-PARTITION-RUN
               MOVE 'CARD2BP' TO WS-GL-KEY-SYSTEM-BASE
               MOVE WS-RUN-PARTITION TO WS-GL-KEY-PARTITION
               MOVE WS-RUN-PARTITION TO GLD-PARTITION
           END-IF
           MOVE SPACE TO GL-JOURNAL-RECORD
           SET GL-HEADER-REC TO TRUE
           EVALUATE TRUE
               WHEN WS-APPEND-MODE
                   MOVE 'A' TO WS-GL-KEY-PASS
                   MOVE 'CARD2B APPEND PASS - REPAIRED SEGMENTS'
                       TO GL-HDR-DESCRIPTION
               WHEN WS-RESTARTED-RUN AND WS-PARTITION-RUN
                   MOVE 'R' TO WS-GL-KEY-PASS
                   MOVE 'CARD2B RESTARTED - PARTIAL' TO GLD-TEXT
                   MOVE WS-GL-PART-DESCRIPTION TO GL-HDR-DESCRIPTION
               WHEN WS-RESTARTED-RUN
                   MOVE 'R' TO WS-GL-KEY-PASS
                   MOVE 'CARD2B RESTARTED PASS - PARTIAL NIGHT'
                       TO GL-HDR-DESCRIPTION
               WHEN WS-PARTITION-RUN
                   MOVE 'N' TO WS-GL-KEY-PASS
                   MOVE 'CARD2B NIGHTLY SETTLEMENT' TO GLD-TEXT
                   MOVE WS-GL-PART-DESCRIPTION TO GL-HDR-DESCRIPTION
               WHEN OTHER
                   MOVE 'N' TO WS-GL-KEY-PASS
                   MOVE 'CARD2B NIGHTLY SETTLEMENT'
                       TO GL-HDR-DESCRIPTION
           END-EVALUATE
           MOVE WS-GL-JOURNAL-KEY TO GL-JOURNAL-KEY
           WRITE GL-JOURNAL-RECORD

           MOVE WS-RUN-DATE TO GLC-HEAD-RUN-DATE
           MOVE WS-GL-KEY-PASS TO GLC-HEAD-PASS
           MOVE WS-GL-KEY-TIME TO GLC-HEAD-TIME
           IF WS-PARTITION-RUN
               MOVE '  PARTITION ' TO GLC-HEAD-PART-TAG
               MOVE WS-GL-KEY-PARTITION TO GLC-HEAD-PART-NO
           END-IF
           MOVE WS-GLCTL-HEADING-LINE TO GL-CONTROL-RECORD
           WRITE GL-CONTROL-RECORD
           EVALUATE TRUE
               WHEN WS-APPEND-MODE
                   MOVE 'APPEND PASS - JOURNAL COVERS THIS PASS ONLY'
                       TO GL-CONTROL-RECORD
                   WRITE GL-CONTROL-RECORD
               WHEN WS-RESTARTED-RUN
                   MOVE 'RESTARTED PASS - COVERS THIS PASS ONLY'
                       TO GL-CONTROL-RECORD
                   WRITE GL-CONTROL-RECORD
                   MOVE 'RERUN THE NIGHT FRESH BEFORE POSTING'
                       TO GL-CONTROL-RECORD
                   WRITE GL-CONTROL-RECORD
           END-EVALUATE
           MOVE SPACE TO GL-CONTROL-RECORD
           WRITE GL-CONTROL-RECORD
           MOVE 'EXCEPTIONS AND SUSPENSE ACTIVITY' TO GL-CONTROL-RECORD
           WRITE GL-CONTROL-RECORD

           PERFORM 8210-POST-JOURNAL-ENTRY
               VARYING WS-GLT-IDX FROM 1 BY 1
               UNTIL WS-GLT-IDX > WS-GLT-TABLE-COUNT

           IF WS-GLT-OVERFLOW-AMOUNT > ZERO
               MOVE 'U' TO WS-GL-POST-TYPE
               MOVE 'GL TABLE OVERFLOW' TO WS-GL-POST-REF
               MOVE 'USD' TO WS-GL-POST-CURRENCY
               MOVE WS-GLT-OVERFLOW-AMOUNT TO WS-GL-POST-AMOUNT
               MOVE WS-GLT-OVERFLOW-AMOUNT TO WS-GL-POST-ORIG
               MOVE SPACE TO WS-GL-POST-DATE
               PERFORM 8240-POST-MAPPED-PAIR
           END-IF

           PERFORM 8220-POST-SEGMENT-SUSPENSE
               VARYING WS-SEG-RPT-IDX FROM 1 BY 1
               UNTIL WS-SEG-RPT-IDX > WS-SEG-TABLE-COUNT

           IF WS-GL-ITEM-COUNT = ZERO
               MOVE '   NONE' TO GL-CONTROL-RECORD
               WRITE GL-CONTROL-RECORD
           END-IF

           MOVE SPACE TO GL-JOURNAL-RECORD
           SET GL-TRAILER-REC TO TRUE
           MOVE WS-GL-JOURNAL-KEY TO GL-JOURNAL-KEY
           MOVE WS-GL-LINE-COUNT TO GL-TRL-LINE-COUNT
           MOVE WS-GL-DEBIT-TOTAL TO GL-TRL-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO GL-TRL-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD

           PERFORM 8250-WRITE-GL-CONTROL-TOTALS

           CLOSE GL-JOURNAL-FILE
           CLOSE GL-CONTROL-FILE
           CLOSE GL-SUSPENSE-FILE
           .

       8210-POST-JOURNAL-ENTRY.

           MOVE WS-GLT-TYPE(WS-GLT-IDX)     TO WS-GL-POST-TYPE
           MOVE WS-GLT-REF(WS-GLT-IDX)      TO WS-GL-POST-REF
           MOVE WS-GLT-CURRENCY(WS-GLT-IDX) TO WS-GL-POST-CURRENCY
           MOVE WS-GLT-USD-AMT(WS-GLT-IDX)  TO WS-GL-POST-AMOUNT
           MOVE WS-GLT-ORIG-AMT(WS-GLT-IDX) TO WS-GL-POST-ORIG
           MOVE SPACE TO WS-GL-POST-DATE
           PERFORM 8240-POST-MAPPED-PAIR
           .

      **********************************************************************
      * ONE SEGMENT OF THE SEGMENT TABLE.  A QUARANTINED SEGMENT GOES
      * TO SUSPENSE - UNLESS THIS IS AN APPEND PASS AND THE SOURCE
      * ALREADY HAS AN OPEN ITEM, IN WHICH CASE THE REPAIR FAILED
      * AGAIN AND THE DOLLARS ARE STILL SITTING IN SUSPENSE FROM THE
      * NIGHT IT WAS FIRST QUARANTINED.  ON AN APPEND PASS A SEGMENT
      * THAT SETTLED CLEARS ITS SOURCE'S LATEST OPEN ITEM.
      **********************************************************************
       8220-POST-SEGMENT-SUSPENSE.

           MOVE WS-SEG-ID(WS-SEG-RPT-IDX) TO WS-GLO-LOOKUP-ID
           MOVE 'N' TO WS-GLO-FOUND-SW
           IF WS-APPEND-MODE
               PERFORM 8236-FIND-OPEN-ITEM
           END-IF

           EVALUATE TRUE
               WHEN WS-SEG-REPEAT(WS-SEG-RPT-IDX)
                   ADD WS-SEG-USD-AMT(WS-SEG-RPT-IDX)
                       TO WS-GL-REPEAT-AMOUNT
                   MOVE 'REPEAT - NOT POSTED' TO GLX-TEXT
                   MOVE 'Q' TO WS-GL-POST-TYPE
                   MOVE WS-SEG-USD-AMT(WS-SEG-RPT-IDX)
                       TO WS-GL-POST-AMOUNT
                   MOVE WS-RUN-DATE TO WS-GL-POST-DATE
                   PERFORM 8224-SET-SEGMENT-POSTING
                   PERFORM 8249-WRITE-CONTROL-ITEM
               WHEN WS-SEG-FAILED(WS-SEG-RPT-IDX) AND WS-GLO-FOUND
                   ADD WS-SEG-USD-AMT(WS-SEG-RPT-IDX)
                       TO WS-GL-QUAR-HELD-AMOUNT
                   MOVE 'STILL QUARANTINED' TO GLX-TEXT
                   MOVE 'Q' TO WS-GL-POST-TYPE
                   MOVE WS-SEG-USD-AMT(WS-SEG-RPT-IDX)
                       TO WS-GL-POST-AMOUNT
                   MOVE WS-GLO-QUAR-DATE(WS-GLO-MATCH-IDX)
                       TO WS-GL-POST-DATE
                   PERFORM 8224-SET-SEGMENT-POSTING
                   PERFORM 8249-WRITE-CONTROL-ITEM
               WHEN WS-SEG-FAILED(WS-SEG-RPT-IDX)
                   PERFORM 8225-POST-QUARANTINE
               WHEN WS-APPEND-MODE AND WS-GLO-FOUND
                   PERFORM 8230-REVERSE-SUSPENSE
               WHEN WS-APPEND-MODE
                   MOVE 'NO OPEN SUSPENSE ITEM' TO GLX-TEXT
                   MOVE 'R' TO WS-GL-POST-TYPE
                   MOVE ZERO TO WS-GL-POST-AMOUNT
                   MOVE SPACE TO WS-GL-POST-DATE
                   PERFORM 8224-SET-SEGMENT-POSTING
                   PERFORM 8249-WRITE-CONTROL-ITEM
           END-EVALUATE
           .

       8224-SET-SEGMENT-POSTING.

           MOVE WS-SEG-ID(WS-SEG-RPT-IDX) TO WS-GL-POST-REF
           MOVE 'USD' TO WS-GL-POST-CURRENCY
           MOVE WS-GL-POST-AMOUNT TO WS-GL-POST-ORIG
           .

       8225-POST-QUARANTINE.

           MOVE 'Q' TO WS-GL-POST-TYPE
           MOVE WS-SEG-USD-AMT(WS-SEG-RPT-IDX) TO WS-GL-POST-AMOUNT
           MOVE WS-RUN-DATE TO WS-GL-POST-DATE
           PERFORM 8224-SET-SEGMENT-POSTING
           PERFORM 8240-POST-MAPPED-PAIR

           IF WS-GLA-FOUND OR WS-GL-POST-AMOUNT = ZERO
               MOVE 'QUARANTINE TO SUSPENSE' TO GLX-TEXT
               PERFORM 8249-WRITE-CONTROL-ITEM
               MOVE SPACE TO GL-SUSPENSE-RECORD
               SET GLS-OPENED TO TRUE
               MOVE WS-SEG-ID(WS-SEG-RPT-IDX) TO GLS-SOURCE-ID
               MOVE WS-RUN-DATE TO GLS-QUAR-DATE
               MOVE WS-RUN-DATE TO GLS-POST-DATE
               MOVE WS-GL-KEY-TIME TO GLS-POST-TIME
               MOVE WS-SEG-DETAIL-COUNT(WS-SEG-RPT-IDX)
                   TO GLS-RECORD-COUNT
               MOVE WS-GL-POST-AMOUNT TO GLS-USD-AMOUNT
               MOVE WS-GL-POST-DEBIT TO GLS-DEBIT-ACCOUNT
               MOVE WS-GL-POST-CREDIT TO GLS-CREDIT-ACCOUNT
               WRITE GL-SUSPENSE-RECORD
           END-IF
           .

      **********************************************************************
      * REVERSE THE OPEN ITEM: THE SAME ACCOUNTS IT WAS POSTED TO,
      * DEBIT AND CREDIT SWAPPED, FOR THE AMOUNT IT WAS POSTED AT -
      * THAT IS WHAT CLEARS THE SUSPENSE BALANCE.  THE SEGMENT'S OWN
      * RECORDS POST THROUGH THE JOURNAL TABLE AT TONIGHT'S VALUE.
      **********************************************************************
       8230-REVERSE-SUSPENSE.

           MOVE 'R' TO WS-GL-POST-TYPE
           MOVE WS-GLO-AMOUNT(WS-GLO-MATCH-IDX) TO WS-GL-POST-AMOUNT
           MOVE WS-GLO-QUAR-DATE(WS-GLO-MATCH-IDX) TO WS-GL-POST-DATE
           PERFORM 8224-SET-SEGMENT-POSTING
           MOVE WS-GLO-CREDIT(WS-GLO-MATCH-IDX) TO WS-GL-POST-DEBIT
           MOVE WS-GLO-DEBIT(WS-GLO-MATCH-IDX)  TO WS-GL-POST-CREDIT
           IF WS-GL-POST-AMOUNT > ZERO
               PERFORM 8245-WRITE-GL-PAIR
           END-IF
           SET WS-GLO-CLEARED(WS-GLO-MATCH-IDX) TO TRUE

           MOVE SPACE TO GL-SUSPENSE-RECORD
           SET GLS-CLEARED TO TRUE
           MOVE WS-GLO-SOURCE-ID(WS-GLO-MATCH-IDX) TO GLS-SOURCE-ID
           MOVE WS-GLO-QUAR-DATE(WS-GLO-MATCH-IDX) TO GLS-QUAR-DATE
           MOVE WS-RUN-DATE TO GLS-POST-DATE
           MOVE WS-GL-KEY-TIME TO GLS-POST-TIME
           MOVE WS-GLO-COUNT(WS-GLO-MATCH-IDX) TO GLS-RECORD-COUNT
           MOVE WS-GLO-AMOUNT(WS-GLO-MATCH-IDX) TO GLS-USD-AMOUNT
           MOVE WS-GLO-DEBIT(WS-GLO-MATCH-IDX) TO GLS-DEBIT-ACCOUNT
           MOVE WS-GLO-CREDIT(WS-GLO-MATCH-IDX) TO GLS-CREDIT-ACCOUNT
           WRITE GL-SUSPENSE-RECORD

           MOVE 'SUSPENSE REVERSED' TO GLX-TEXT
           PERFORM 8249-WRITE-CONTROL-ITEM
           .

      **********************************************************************
      * LATEST UNCLEARED ITEM FOR THE SOURCE IN WS-GLO-LOOKUP-ID.
      **********************************************************************
       8236-FIND-OPEN-ITEM.

           MOVE 'N' TO WS-GLO-FOUND-SW
           MOVE ZERO TO WS-GLO-MATCH-IDX
           PERFORM 8237-CHECK-OPEN-ITEM
               VARYING WS-GLO-IDX FROM 1 BY 1
               UNTIL WS-GLO-IDX > WS-GLO-TABLE-COUNT
           IF WS-GLO-MATCH-IDX > ZERO
               SET WS-GLO-FOUND TO TRUE
           END-IF
           .

       8237-CHECK-OPEN-ITEM.

           IF WS-GLO-SOURCE-ID(WS-GLO-IDX) = WS-GLO-LOOKUP-ID
           AND NOT WS-GLO-CLEARED(WS-GLO-IDX)
               IF WS-GLO-MATCH-IDX = ZERO
                   MOVE WS-GLO-IDX TO WS-GLO-MATCH-IDX
               ELSE
                   IF WS-GLO-QUAR-DATE(WS-GLO-IDX)
                      > WS-GLO-QUAR-DATE(WS-GLO-MATCH-IDX)
                       MOVE WS-GLO-IDX TO WS-GLO-MATCH-IDX
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************************
      * POST WS-GL-POST-* AS A PAIR ON THE MAPPED ACCOUNTS.  NOTHING
      * IS POSTED FOR A ZERO AMOUNT; WITH NO MAPPING ROW THE ENTRY IS
      * LEFT OFF THE JOURNAL AND LISTED AS AN EXCEPTION.
      **********************************************************************
       8240-POST-MAPPED-PAIR.

           MOVE SPACE TO WS-GL-POST-DEBIT
           MOVE SPACE TO WS-GL-POST-CREDIT
           PERFORM 8290-FIND-GL-ACCOUNT
           IF WS-GLA-FOUND
               MOVE WS-GLA-DEBIT(WS-GLA-MATCH-IDX) TO WS-GL-POST-DEBIT
               MOVE WS-GLA-CREDIT(WS-GLA-MATCH-IDX)
                   TO WS-GL-POST-CREDIT
           END-IF

           IF WS-GL-POST-AMOUNT > ZERO
               IF WS-GLA-FOUND
                   PERFORM 8245-WRITE-GL-PAIR
               ELSE
                   ADD 1 TO WS-GL-EXCEPTION-COUNT
                   MOVE 'NO GLACCT MAPPING' TO GLX-TEXT
                   PERFORM 8249-WRITE-CONTROL-ITEM
               END-IF
           END-IF
           .

       8245-WRITE-GL-PAIR.

           PERFORM 8247-BUILD-GL-LINE
           MOVE WS-GL-POST-DEBIT TO GL-ACCOUNT
           SET GL-DEBIT TO TRUE
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-DEBIT-COUNT
           ADD WS-GL-POST-AMOUNT TO WS-GL-DEBIT-TOTAL

           PERFORM 8247-BUILD-GL-LINE
           MOVE WS-GL-POST-CREDIT TO GL-ACCOUNT
           SET GL-CREDIT TO TRUE
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-CREDIT-COUNT
           ADD WS-GL-POST-AMOUNT TO WS-GL-CREDIT-TOTAL

           EVALUATE WS-GL-POST-TYPE
               WHEN 'S'
                   ADD WS-GL-POST-AMOUNT TO WS-GL-SETTLE-AMOUNT
               WHEN 'U'
                   ADD WS-GL-POST-AMOUNT TO WS-GL-UNKNOWN-AMOUNT
               WHEN 'Q'
                   ADD WS-GL-POST-AMOUNT TO WS-GL-QUAR-AMOUNT
               WHEN 'R'
                   ADD WS-GL-POST-AMOUNT TO WS-GL-REVERSED-AMOUNT
           END-EVALUATE
           .

       8247-BUILD-GL-LINE.

           MOVE SPACE TO GL-JOURNAL-RECORD
           SET GL-LINE-REC TO TRUE
           MOVE WS-GL-JOURNAL-KEY TO GL-JOURNAL-KEY
           ADD 1 TO WS-GL-LINE-COUNT
           MOVE WS-GL-LINE-COUNT TO GL-LINE-NUMBER
           MOVE WS-GL-POST-AMOUNT TO GL-AMOUNT
           MOVE WS-GL-POST-CURRENCY TO GL-CURRENCY
           MOVE WS-GL-POST-ORIG TO GL-ORIG-AMOUNT
           MOVE WS-GL-POST-TYPE TO GL-ENTRY-TYPE
           MOVE WS-GL-POST-REF TO GL-REFERENCE
           .

       8249-WRITE-CONTROL-ITEM.

           ADD 1 TO WS-GL-ITEM-COUNT
           MOVE WS-GL-POST-TYPE TO GLX-TYPE
           MOVE WS-GL-POST-REF TO GLX-REF
           MOVE WS-GL-POST-CURRENCY TO GLX-CURRENCY
           MOVE WS-GL-POST-AMOUNT TO GLX-AMOUNT
           MOVE WS-GL-POST-DATE TO GLX-DATE
           MOVE WS-GLCTL-ITEM-LINE TO GL-CONTROL-RECORD
           WRITE GL-CONTROL-RECORD
           .

      **********************************************************************
      * CONTROL TOTALS.  DEBITS MUST EQUAL CREDITS; SETTLEMENT PLUS
      * UNKNOWN/INVALID SUSPENSE MUST EQUAL THE SUMRPT TOTAL RECORDS
      * AMOUNT; QUARANTINE POSTED TONIGHT PLUS QUARANTINE ALREADY
      * HELD IN SUSPENSE MUST EQUAL THE SUMRPT QUARANTINED AMOUNT;
      * AND THERE MUST BE NO UNMAPPED EXCEPTIONS.
      **********************************************************************
       8250-WRITE-GL-CONTROL-TOTALS.

           MOVE SPACE TO GL-CONTROL-RECORD
           WRITE GL-CONTROL-RECORD
           MOVE 'CONTROL TOTALS' TO GL-CONTROL-RECORD
           WRITE GL-CONTROL-RECORD

           MOVE 'JOURNAL LINES' TO GLC-LABEL
           MOVE WS-GL-LINE-COUNT TO GLC-COUNT
           MOVE ZERO TO GLC-AMOUNT
           MOVE SPACE TO GLC-FLAG
           PERFORM 8255-WRITE-CONTROL-TOTAL

           MOVE 'TOTAL DEBITS' TO GLC-LABEL
           MOVE WS-GL-DEBIT-COUNT TO GLC-COUNT
           MOVE WS-GL-DEBIT-TOTAL TO GLC-AMOUNT
           MOVE SPACE TO GLC-FLAG
           PERFORM 8255-WRITE-CONTROL-TOTAL

           MOVE 'TOTAL CREDITS' TO GLC-LABEL
           MOVE WS-GL-CREDIT-COUNT TO GLC-COUNT
           MOVE WS-GL-CREDIT-TOTAL TO GLC-AMOUNT
           IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
               MOVE 'BALANCED' TO GLC-FLAG
           ELSE
               MOVE '*** UNBALANCED' TO GLC-FLAG
               SET WS-GL-NO-TIE TO TRUE
           END-IF
           PERFORM 8255-WRITE-CONTROL-TOTAL

           MOVE 'SETTLEMENT POSTED' TO GLC-LABEL
           MOVE ZERO TO GLC-COUNT
           MOVE WS-GL-SETTLE-AMOUNT TO GLC-AMOUNT
           MOVE SPACE TO GLC-FLAG
           PERFORM 8255-WRITE-CONTROL-TOTAL

           MOVE 'UNKNOWN/INVALID TO SUSPENSE' TO GLC-LABEL
           MOVE ZERO TO GLC-COUNT
           MOVE WS-GL-UNKNOWN-AMOUNT TO GLC-AMOUNT
           MOVE SPACE TO GLC-FLAG
           PERFORM 8255-WRITE-CONTROL-TOTAL

           COMPUTE WS-GL-TIE-AMOUNT =
               WS-GL-SETTLE-AMOUNT + WS-GL-UNKNOWN-AMOUNT
           MOVE 'JOURNAL SETTLED VOLUME' TO GLC-LABEL
           MOVE ZERO TO GLC-COUNT
           MOVE WS-GL-TIE-AMOUNT TO GLC-AMOUNT
           MOVE SPACE TO GLC-FLAG
           PERFORM 8255-WRITE-CONTROL-TOTAL

           MOVE 'SUMRPT TOTAL RECORDS' TO GLC-LABEL
           MOVE WS-DETAIL-RECORDS-READ TO GLC-COUNT
           MOVE WS-TOTAL-AMOUNT TO GLC-AMOUNT
           IF WS-GL-TIE-AMOUNT = WS-TOTAL-AMOUNT
               MOVE 'TIES' TO GLC-FLAG
           ELSE
               MOVE '*** NO TIE' TO GLC-FLAG
               SET WS-GL-NO-TIE TO TRUE
           END-IF
           PERFORM 8255-WRITE-CONTROL-TOTAL

           MOVE 'QUARANTINE TO SUSPENSE' TO GLC-LABEL
           MOVE ZERO TO GLC-COUNT
           MOVE WS-GL-QUAR-AMOUNT TO GLC-AMOUNT
           MOVE SPACE TO GLC-FLAG
           PERFORM 8255-WRITE-CONTROL-TOTAL

           MOVE 'QUARANTINE ALREADY HELD' TO GLC-LABEL
           MOVE ZERO TO GLC-COUNT
           MOVE WS-GL-QUAR-HELD-AMOUNT TO GLC-AMOUNT
           MOVE SPACE TO GLC-FLAG
           PERFORM 8255-WRITE-CONTROL-TOTAL

           MOVE 'REPEAT SEGMENTS NOT POSTED' TO GLC-LABEL
           MOVE WS-REPEAT-SEG-COUNT TO GLC-COUNT
           MOVE WS-GL-REPEAT-AMOUNT TO GLC-AMOUNT
           MOVE SPACE TO GLC-FLAG
           PERFORM 8255-WRITE-CONTROL-TOTAL

           COMPUTE WS-GL-TIE-AMOUNT =
               WS-GL-QUAR-AMOUNT + WS-GL-QUAR-HELD-AMOUNT
               + WS-GL-REPEAT-AMOUNT
           MOVE 'SUMRPT QUARANTINED' TO GLC-LABEL
           MOVE WS-QUAR-RECORD-COUNT TO GLC-COUNT
           MOVE WS-QUAR-AMOUNT TO GLC-AMOUNT
           IF WS-GL-TIE-AMOUNT = WS-QUAR-AMOUNT
               MOVE 'TIES' TO GLC-FLAG
           ELSE
               MOVE '*** NO TIE' TO GLC-FLAG
               SET WS-GL-NO-TIE TO TRUE
           END-IF
           PERFORM 8255-WRITE-CONTROL-TOTAL

           MOVE 'SUSPENSE REVERSED' TO GLC-LABEL
           MOVE ZERO TO GLC-COUNT
           MOVE WS-GL-REVERSED-AMOUNT TO GLC-AMOUNT
           MOVE SPACE TO GLC-FLAG
           PERFORM 8255-WRITE-CONTROL-TOTAL

           MOVE 'UNMAPPED EXCEPTIONS' TO GLC-LABEL
           MOVE WS-GL-EXCEPTION-COUNT TO GLC-COUNT
           MOVE ZERO TO GLC-AMOUNT
           IF WS-GL-EXCEPTION-COUNT > ZERO
               MOVE '*** NO TIE' TO GLC-FLAG
               SET WS-GL-NO-TIE TO TRUE
           ELSE
               MOVE SPACE TO GLC-FLAG
           END-IF
           PERFORM 8255-WRITE-CONTROL-TOTAL

           MOVE SPACE TO GL-CONTROL-RECORD
           WRITE GL-CONTROL-RECORD
           IF WS-GL-NO-TIE
               DISPLAY 'CARD2B - GL JOURNAL DOES NOT TIE - '
                       'SEE GLCTL BEFORE POSTING'
               MOVE '*** JOURNAL DOES NOT TIE - DO NOT POST' TO
                   GL-CONTROL-RECORD
           ELSE
               MOVE 'JOURNAL BALANCED AND TIED TO SUMRPT' TO
                   GL-CONTROL-RECORD
           END-IF
           WRITE GL-CONTROL-RECORD
           .

       8255-WRITE-CONTROL-TOTAL.

           MOVE WS-GLCTL-TOTAL-LINE TO GL-CONTROL-RECORD
           WRITE GL-CONTROL-RECORD
           .

      **********************************************************************
      * MAPPING LOOKUP FOR WS-GL-POST-TYPE/REF/CURRENCY, MOST SPECIFIC
      * ROW FIRST: TYPE+REFERENCE+CURRENCY, THEN TYPE+REFERENCE WITH
      * A BLANK CURRENCY, THEN THE TYPE'S ALL-BLANK DEFAULT ROW.
      **********************************************************************
       8290-FIND-GL-ACCOUNT.

           MOVE WS-GL-POST-TYPE TO WS-GLA-SEARCH-TYPE
           MOVE WS-GL-POST-REF TO WS-GLA-SEARCH-REF
           MOVE WS-GL-POST-CURRENCY TO WS-GLA-SEARCH-CURRENCY
           PERFORM 8292-SEARCH-GL-ACCOUNT
           IF NOT WS-GLA-FOUND
               MOVE SPACE TO WS-GLA-SEARCH-CURRENCY
               PERFORM 8292-SEARCH-GL-ACCOUNT
           END-IF
           IF NOT WS-GLA-FOUND
               MOVE SPACE TO WS-GLA-SEARCH-REF
               PERFORM 8292-SEARCH-GL-ACCOUNT
           END-IF
           .

       8292-SEARCH-GL-ACCOUNT.

           MOVE 'N' TO WS-GLA-FOUND-SW
           PERFORM 8294-CHECK-GL-ACCOUNT
               VARYING WS-GLA-IDX FROM 1 BY 1
               UNTIL WS-GLA-IDX > WS-GLA-TABLE-COUNT
                  OR WS-GLA-FOUND
           .

       8294-CHECK-GL-ACCOUNT.

           IF WS-GLA-KEY(WS-GLA-IDX) = WS-GLA-SEARCH-KEY
               MOVE WS-GLA-IDX TO WS-GLA-MATCH-IDX
               SET WS-GLA-FOUND TO TRUE
           END-IF
           .

      **********************************************************************
      * SORT THE PER-RECORD TOKEN TABLE ONCE AND SCAN IT FOR RUNS OF
      * EQUAL TOKENS.  EACH RUN LONGER THAN ONE IS A DUPLICATED
      * ACCOUNT: IT GETS A DUPRPT LINE (MASKED, WITH ITS OCCURRENCE
      * COUNT), ITS EXTRA OCCURRENCES GO INTO THE SUMMARY TOTAL, AND
      * THE EXTRA OCCURRENCES' DOLLARS INTO THE DUPLICATE AMOUNT.
       8060-DETECT-DUPLICATES.

           IF WS-DUP-TABLE-COUNT > ZERO
               SORT WS-DUP-ENTRY ON ASCENDING KEY WS-DUP-TOKEN
                                             WS-DUP-POSITION
           END-IF

           OPEN OUTPUT DUPLICATE-FILE
           IF WS-DUP-SCAN-END >= WS-DUP-TABLE-COUNT
               SET WS-DUP-RUN-DONE TO TRUE
           ELSE
               IF WS-DUP-TOKEN(WS-DUP-SCAN-END + 1)
                   = WS-DUP-TOKEN(WS-DUP-SCAN-START)
                   ADD 1 TO WS-DUP-SCAN-END
               ELSE
                   SET WS-DUP-RUN-DONE TO TRUE
