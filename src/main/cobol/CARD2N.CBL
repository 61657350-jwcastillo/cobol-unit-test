      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   NETWORK ACKNOWLEDGMENT/REJECT RECONCILIATION.  AFTER
      *            TRANSMISSION EACH NETWORK SENDS BACK A RETURN FILE
      *            (NETACK LAYOUT) WITH THE COUNT AND USD AMOUNT IT
      *            ACCEPTED AND ONE RECORD PER DETAIL IT REJECTED,
      *            WITH ITS REASON CODE.  UNTIL NOW SOMEBODY HELD
      *            THOSE UP AGAINST OUR TRAILERS BY EYE.  THIS
      *            PROGRAM READS, FOR EACH NETWORK IN TURN (VISA,
      *            MASTERCARD, AMEX, DISCOVER AND THE OTHROUT
      *            CATCH-ALL), THE EXTRACT WE SENT AND THE RETURN
      *            FILE FOR IT, AND
      *              - CHECKS THE RETURN FILE IS FOR THAT NETWORK AND
      *                FOR THE SAME RUN DATE AS THE EXTRACT'S HEADER,
      *              - CHECKS ACCEPTED PLUS REJECTED EQUALS WHAT WE
      *                SENT, IN COUNT AND IN USD AMOUNT (WHAT WE SENT
      *                IS RECOUNTED FROM THE DETAILS, AND OUR OWN
      *                TRAILERS ARE CHECKED AGAINST THAT TOO - AN
      *                APPENDED OR RESTARTED EXTRACT CAN CARRY MORE
      *                THAN ONE TRAILER, SO THEY ARE SUMMED),
      *              - CHECKS THE REJECT RECORDS ADD UP TO THE
      *                NETWORK'S OWN REJECTED TOTALS,
      *              - LISTS EVERY REJECT ON NETRRPT: MASKED PAN,
      *                MERCHANT, USD AMOUNT, NETWORK REASON CODE AND
      *                DESCRIPTION, AND WHAT WE ARE DOING ABOUT IT,
      *              - WRITES EVERY REJECT WHOSE REASON CODE THE
      *                NETRSN REFERENCE FILE MARKS CORRECTABLE TO A
      *                RESUBMISSION FILE IN THAT NETWORK'S OWN LAYOUT
      *                (NETEXT): ITS OWN HEADER DATED TODAY, THE
      *                DETAILS EXACTLY AS ORIGINALLY SENT, AND A
      *                TRAILER WITH THE RESUBMITTED COUNT AND AMOUNT.
      *                A NETWORK WITH NOTHING TO RESUBMIT GETS AN
      *                EMPTY FILE, NOT AN EMPTY TRANSMISSION.
      *            A REJECT CODE NOT ON NETRSN IS HELD, NOT
      *            RESUBMITTED.  ONLY MASKED PANS REACH THE REPORT.
      *            A REJECT IS ONLY PRICED, LISTED AS OURS OR RESENT
      *            WHEN ITS ECHOED IMAGE MATCHES A DETAIL IN THE
      *            EXTRACT WE SENT THAT NETWORK; ONE THAT DOES NOT IS
      *            HELD, NEVER RESUBMITTED, AND PUTS THE NETWORK IN
      *            BREAK.
      *
      *            RETURN CODES: 0 = EVERY NETWORK BALANCED, NOTHING
      *            REJECTED, 4 = EVERY NETWORK BALANCED BUT THERE ARE
      *            REJECTS (SEE NETRRPT AND THE RESUBMISSION FILES),
      *            8 = AT LEAST ONE NETWORK IS IN BREAK - ITS ACCEPTED
      *            TOTALS DO NOT MATCH OURS, OR ITS RETURN FILE IS
      *            MISSING, INCOMPLETE OR FOR ANOTHER DAY (THE
      *            SCHEDULER PAGES SETTLEMENT OPERATIONS ON 8),
      *            16 = A FILE COULD NOT BE OPENED.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      *   15 OCT 2026  RTC  REJECTS MATCHED AGAINST THE DETAILS WE
      *                     SENT.  EACH NETWORK'S DETAIL IMAGES ARE
      *                     TABLED AND SORTED AS ITS EXTRACT IS READ;
      *                     A REJECT WHOSE IMAGE IS NOT AMONG THEM IS
      *                     LISTED AS NOT IN OUR EXTRACT, HELD, AND
      *                     PUTS THE NETWORK IN BREAK (RETURN CODE 8).
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2N.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISA-EXTRACT-FILE
               ASSIGN TO "VISAOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT MC-EXTRACT-FILE
               ASSIGN TO "MCOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT AMEX-EXTRACT-FILE
               ASSIGN TO "AMEXOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT DISC-EXTRACT-FILE
               ASSIGN TO "DISCOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT OTHER-EXTRACT-FILE
               ASSIGN TO "OTHROUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT VISA-ACK-FILE
               ASSIGN TO "VISAACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT MC-ACK-FILE
               ASSIGN TO "MCACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT AMEX-ACK-FILE
               ASSIGN TO "AMEXACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT DISC-ACK-FILE
               ASSIGN TO "DISCACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT OTHER-ACK-FILE
               ASSIGN TO "OTHRACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT VISA-RESUB-FILE
               ASSIGN TO "VISARSB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESUB-FILE-STATUS.

           SELECT MC-RESUB-FILE
               ASSIGN TO "MCRSB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESUB-FILE-STATUS.

           SELECT AMEX-RESUB-FILE
               ASSIGN TO "AMEXRSB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESUB-FILE-STATUS.

           SELECT DISC-RESUB-FILE
               ASSIGN TO "DISCRSB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESUB-FILE-STATUS.

           SELECT OTHER-RESUB-FILE
               ASSIGN TO "OTHRRSB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESUB-FILE-STATUS.

           SELECT REASON-FILE
               ASSIGN TO "NETRSN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REASON-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "NETRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  VISA-ACK-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  VISA-ACK-RECORD              PIC X(100).

       FD  MC-ACK-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  MC-ACK-RECORD                PIC X(100).

       FD  AMEX-ACK-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  AMEX-ACK-RECORD              PIC X(100).

       FD  DISC-ACK-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  DISC-ACK-RECORD              PIC X(100).

       FD  OTHER-ACK-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  OTHER-ACK-RECORD             PIC X(100).

       FD  VISA-RESUB-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  VISA-RESUB-RECORD            PIC X(60).

       FD  MC-RESUB-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  MC-RESUB-RECORD              PIC X(70).

       FD  AMEX-RESUB-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  AMEX-RESUB-RECORD            PIC X(65).

       FD  DISC-RESUB-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  DISC-RESUB-RECORD            PIC X(60).

       FD  OTHER-RESUB-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01  OTHER-RESUB-RECORD           PIC X(85).

       FD  REASON-FILE
           RECORD CONTAINS 40 CHARACTERS.
       COPY NETRSN.

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-EXTRACT-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-ACK-FILE-STATUS           PIC X(02) VALUE '00'.
       77  WS-RESUB-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-REASON-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-REPORT-FILE-STATUS        PIC X(02) VALUE '00'.

       77  WS-EXTRACT-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-EXTRACT-EOF               VALUE 'Y'.
       77  WS-ACK-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-ACK-EOF                   VALUE 'Y'.
       77  WS-REASON-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-REASON-EOF                VALUE 'Y'.
       77  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
       77  WS-OPEN-DDNAME               PIC X(08) VALUE SPACE.

      **********************************************************************
      * ONE ENTRY PER NETWORK, IN THE ORDER THEY ARE RECONCILED.  THE
      * TAGS ARE EACH LAYOUT'S RECORD-TYPE BYTES (SEE NETEXT) - TWO
      * FOR VISA, THREE FOR THE OTHERS - AND TELL HEADER, DETAIL AND
      * TRAILER APART ON THE WAY IN.  THE TOTALS ARE FILLED IN AS
      * THE NETWORK'S FILES ARE READ AND KEPT FOR THE CLOSING
      * SUMMARY.
      **********************************************************************
       77  WS-NET-COUNT                 PIC 9(08) COMP VALUE 5.
       77  WS-NET-IDX                   PIC 9(08) COMP VALUE ZERO.

       01  WS-NET-TABLE.
           05  WS-NET-ENTRY OCCURS 5 TIMES.
               10  WS-NET-CODE          PIC X(04).
               10  WS-NET-NAME          PIC X(10).
               10  WS-NET-TAG-LENGTH    PIC 9(01).
               10  WS-NET-HDR-TAG       PIC X(03).
               10  WS-NET-DTL-TAG       PIC X(03).
               10  WS-NET-TRL-TAG       PIC X(03).
               10  WS-NET-EXTRACT-DATE  PIC 9(08).
               10  WS-NET-ACK-DATE      PIC 9(08).
               10  WS-NET-SENT-COUNT    PIC 9(09) COMP.
               10  WS-NET-SENT-AMOUNT   PIC 9(13)V99 COMP-3.
               10  WS-NET-OUR-TRL-COUNT PIC 9(09) COMP.
               10  WS-NET-OUR-TRL-AMOUNT
                                        PIC 9(13)V99 COMP-3.
               10  WS-NET-ACC-COUNT     PIC 9(09) COMP.
               10  WS-NET-ACC-AMOUNT    PIC 9(13)V99 COMP-3.
               10  WS-NET-REJ-COUNT     PIC 9(09) COMP.
               10  WS-NET-REJ-AMOUNT    PIC 9(13)V99 COMP-3.
               10  WS-NET-LISTED-COUNT  PIC 9(09) COMP.
               10  WS-NET-LISTED-AMOUNT PIC 9(13)V99 COMP-3.
               10  WS-NET-RESUB-COUNT   PIC 9(09) COMP.
               10  WS-NET-RESUB-AMOUNT  PIC 9(13)V99 COMP-3.
               10  WS-NET-HELD-COUNT    PIC 9(09) COMP.
               10  WS-NET-UNMATCHED-COUNT
                                        PIC 9(09) COMP.
               10  WS-NET-NOT-SENT-COUNT
                                        PIC 9(09) COMP.
               10  WS-NET-NOT-SENT-AMOUNT
                                        PIC 9(13)V99 COMP-3.
               10  WS-NET-EXT-HDR-SW    PIC X(01).
                   88  WS-NET-EXT-HDR-SEEN  VALUE 'Y'.
               10  WS-NET-ACK-HDR-SW    PIC X(01).
                   88  WS-NET-ACK-HDR-SEEN  VALUE 'Y'.
               10  WS-NET-ACK-TRL-SW    PIC X(01).
                   88  WS-NET-ACK-TRL-SEEN  VALUE 'Y'.
               10  WS-NET-WRONG-NET-SW  PIC X(01).
                   88  WS-NET-WRONG-NETWORK VALUE 'Y'.
               10  WS-NET-RESUB-HDR-SW  PIC X(01).
                   88  WS-NET-RESUB-OPEN    VALUE 'Y'.
               10  WS-NET-BREAK-SW      PIC X(01).
                   88  WS-NET-BREAK         VALUE 'Y'.
               10  WS-NET-SENT-FULL-SW  PIC X(01).
                   88  WS-NET-SENT-TABLE-FULL
                                            VALUE 'Y'.

      **********************************************************************
      * NETRSN, LOADED ONCE.  A FEW HUNDRED CODES AT MOST, SO A
      * STRAIGHT SEARCH ON NETWORK AND CODE.
      **********************************************************************
       77  WS-RSN-TABLE-COUNT           PIC 9(08) COMP VALUE ZERO.
       77  WS-RSN-TABLE-MAX             PIC 9(08) COMP VALUE 500.
       77  WS-RSN-IDX                   PIC 9(08) COMP VALUE ZERO.
       77  WS-RSN-FOUND-IDX             PIC 9(08) COMP VALUE ZERO.

       01  WS-RSN-TABLE.
           05  WS-RSN-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-RSN-TABLE-COUNT.
               10  WS-RSN-NETWORK       PIC X(04).
               10  WS-RSN-CODE          PIC X(04).
               10  WS-RSN-ACTION        PIC X(01).
               10  WS-RSN-DESCRIPTION   PIC X(30).

      **********************************************************************
      * THE DETAIL IMAGES WE SENT THE CURRENT NETWORK, TABLED AS ITS
      * EXTRACT IS READ AND SORTED ONCE AT END OF FILE, SO EACH
      * REJECT IS A BINARY SEARCH FOR ITS ECHOED IMAGE.  REBUILT FOR
      * EACH NETWORK.  IF AN EXTRACT EVER OUTGROWS THE TABLE, THE
      * DETAILS PAST THE END CANNOT BE MATCHED - THEIR REJECTS ARE
      * HELD AND THE NETWORK IS PUT IN BREAK RATHER THAN RESENDING
      * ANYTHING UNPROVEN.  RAISE WS-SENT-TABLE-MAX IF THAT DAY COMES.
      **********************************************************************
       77  WS-SENT-TABLE-COUNT          PIC 9(08) COMP VALUE ZERO.
       77  WS-SENT-TABLE-MAX            PIC 9(08) COMP VALUE 100000.
       77  WS-SENT-SEARCH-LO            PIC 9(08) COMP VALUE ZERO.
       77  WS-SENT-SEARCH-HI            PIC 9(08) COMP VALUE ZERO.
       77  WS-SENT-SEARCH-MID           PIC 9(08) COMP VALUE ZERO.
       77  WS-SENT-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-SENT-FOUND                VALUE 'Y'.

       01  WS-SENT-TABLE.
           05  WS-SENT-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-SENT-TABLE-COUNT.
               10  WS-SENT-IMAGE        PIC X(85).

      **********************************************************************
      * ONE EXTRACT OR REJECTED-DETAIL IMAGE AT A TIME, AND THE
      * FIELDS PULLED OUT OF IT THROUGH THE NETWORK'S OWN LAYOUT.
      **********************************************************************
       COPY NETEXT.

       COPY NETACK.

       01  WS-DETAIL-IMAGE              PIC X(85) VALUE SPACE.
       77  WS-DTL-PAN                   PIC X(16) VALUE SPACE.
       77  WS-DTL-MERCHANT              PIC X(15) VALUE SPACE.
       77  WS-DTL-AMOUNT                PIC 9(11)V99 VALUE ZERO.
       77  WS-TRL-COUNT                 PIC 9(09) VALUE ZERO.
       77  WS-TRL-AMOUNT                PIC 9(13)V99 VALUE ZERO.
       77  WS-REJ-DESCRIPTION           PIC X(30) VALUE SPACE.
       77  WS-REJ-RESUBMIT-SW           PIC X(01) VALUE 'N'.
           88  WS-REJ-RESUBMIT              VALUE 'Y'.

       77  WS-PAN-LENGTH                PIC 9(02) COMP VALUE ZERO.
       77  WS-MASK-STAR-COUNT           PIC 9(02) COMP VALUE ZERO.
       77  WS-MASKED-PAN                PIC X(16) VALUE SPACE.

       77  WS-DIFF-COUNT                PIC S9(09) COMP VALUE ZERO.
       77  WS-DIFF-AMOUNT               PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-BREAK-REASON              PIC X(40) VALUE SPACE.
       77  WS-NETWORKS-IN-BREAK         PIC 9(09) COMP VALUE ZERO.
       77  WS-TOTAL-LISTED              PIC 9(09) COMP VALUE ZERO.
       77  WS-TOTAL-RESUBMITTED         PIC 9(09) COMP VALUE ZERO.
       77  WS-TOTAL-HELD                PIC 9(09) COMP VALUE ZERO.

       01  WS-REPORT-HEADING-LINE.
           05  FILLER                   PIC X(44) VALUE
               'NETWORK ACK/REJECT RECONCILIATION  RUN DATE '.
           05  RPT-HEAD-RUN-DATE        PIC 9(08).
           05  FILLER                   PIC X(28) VALUE SPACE.

       01  WS-REPORT-NETWORK-LINE.
           05  FILLER                   PIC X(08) VALUE 'NETWORK '.
           05  RPT-NET-NAME             PIC X(10).
           05  FILLER                   PIC X(16) VALUE
               '  EXTRACT DATE '.
           05  RPT-NET-EXTRACT-DATE     PIC 9(08).
           05  FILLER                   PIC X(11) VALUE
               '  ACK DATE '.
           05  RPT-NET-ACK-DATE         PIC 9(08).
           05  FILLER                   PIC X(19) VALUE SPACE.

       01  WS-REPORT-REJECT-HEADING.
           05  FILLER                   PIC X(34) VALUE
               ' MASKED PAN       MERCHANT        '.
           05  FILLER                   PIC X(46) VALUE
               '    USD AMOUNT CODE DESCRIPTION       ACTION  '.

       01  WS-REPORT-REJECT-LINE.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-REJ-MASKED-PAN       PIC X(16).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-REJ-MERCHANT         PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-REJ-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-REJ-CODE             PIC X(04).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-REJ-DESCRIPTION      PIC X(17).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-REJ-ACTION           PIC X(08).

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER                   PIC X(03) VALUE SPACE.
           05  RPT-TOTAL-LABEL          PIC X(22).
           05  RPT-TOTAL-COUNT          PIC -ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACE.
           05  RPT-TOTAL-AMOUNT         PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(19) VALUE SPACE.

       01  WS-REPORT-STATUS-LINE.
           05  FILLER                   PIC X(03) VALUE SPACE.
           05  RPT-STATUS-TAG           PIC X(11).
           05  RPT-STATUS-TEXT          PIC X(40).
           05  FILLER                   PIC X(26) VALUE SPACE.

       01  WS-REPORT-COUNT-LINE.
           05  RPT-COUNT-LABEL          PIC X(22).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  RPT-COUNT-VALUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(46) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-RECONCILE-NETWORK
               VARYING WS-NET-IDX FROM 1 BY 1
               UNTIL WS-NET-IDX > WS-NET-COUNT
           PERFORM 8000-FINALIZE
           STOP RUN
           .

       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-SET-NETWORK-TABLE

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2N - UNABLE TO OPEN NETRRPT, STATUS '
                       WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT REASON-FILE
           IF WS-REASON-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2N - UNABLE TO OPEN NETRSN, STATUS '
                       WS-REASON-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-REASON-ROW UNTIL WS-REASON-EOF
           CLOSE REASON-FILE

           MOVE WS-RUN-DATE TO RPT-HEAD-RUN-DATE
           MOVE WS-REPORT-HEADING-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       1100-SET-NETWORK-TABLE.

           INITIALIZE WS-NET-TABLE
           MOVE 'VISA'       TO WS-NET-CODE(1)
           MOVE 'VISA'       TO WS-NET-NAME(1)
           MOVE 2            TO WS-NET-TAG-LENGTH(1)
           MOVE 'VH'         TO WS-NET-HDR-TAG(1)
           MOVE 'VD'         TO WS-NET-DTL-TAG(1)
           MOVE 'VT'         TO WS-NET-TRL-TAG(1)
           MOVE 'MC'         TO WS-NET-CODE(2)
           MOVE 'MASTERCARD' TO WS-NET-NAME(2)
           MOVE 3            TO WS-NET-TAG-LENGTH(2)
           MOVE 'MCH'        TO WS-NET-HDR-TAG(2)
           MOVE 'MCD'        TO WS-NET-DTL-TAG(2)
           MOVE 'MCT'        TO WS-NET-TRL-TAG(2)
           MOVE 'AMEX'       TO WS-NET-CODE(3)
           MOVE 'AMEX'       TO WS-NET-NAME(3)
           MOVE 3            TO WS-NET-TAG-LENGTH(3)
           MOVE 'AXH'        TO WS-NET-HDR-TAG(3)
           MOVE 'AXD'        TO WS-NET-DTL-TAG(3)
           MOVE 'AXT'        TO WS-NET-TRL-TAG(3)
           MOVE 'DISC'       TO WS-NET-CODE(4)
           MOVE 'DISCOVER'   TO WS-NET-NAME(4)
           MOVE 3            TO WS-NET-TAG-LENGTH(4)
           MOVE 'DVH'        TO WS-NET-HDR-TAG(4)
           MOVE 'DVD'        TO WS-NET-DTL-TAG(4)
           MOVE 'DVT'        TO WS-NET-TRL-TAG(4)
           MOVE 'OTHR'       TO WS-NET-CODE(5)
           MOVE 'OTHER'      TO WS-NET-NAME(5)
           MOVE 3            TO WS-NET-TAG-LENGTH(5)
           MOVE 'OHD'        TO WS-NET-HDR-TAG(5)
           MOVE 'ODT'        TO WS-NET-DTL-TAG(5)
           MOVE 'OTR'        TO WS-NET-TRL-TAG(5)
           .

       1200-LOAD-REASON-ROW.

           READ REASON-FILE
               AT END
                   SET WS-REASON-EOF-SW TO 'Y'
               NOT AT END
                   EVALUATE TRUE
                       WHEN RSN-NETWORK = SPACE
                         OR RSN-REASON-CODE = SPACE
                         OR (NOT RSN-RESUBMIT AND NOT RSN-HOLD)
                           DISPLAY 'CARD2N - NETRSN ROW INVALID, '
                                   'ROW DISCARDED: ' NET-REASON-RECORD
                       WHEN WS-RSN-TABLE-COUNT < WS-RSN-TABLE-MAX
                           ADD 1 TO WS-RSN-TABLE-COUNT
                           MOVE RSN-NETWORK     TO
                               WS-RSN-NETWORK(WS-RSN-TABLE-COUNT)
                           MOVE RSN-REASON-CODE TO
                               WS-RSN-CODE(WS-RSN-TABLE-COUNT)
                           MOVE RSN-ACTION      TO
                               WS-RSN-ACTION(WS-RSN-TABLE-COUNT)
                           MOVE RSN-DESCRIPTION TO
                               WS-RSN-DESCRIPTION(WS-RSN-TABLE-COUNT)
                       WHEN OTHER
                           DISPLAY 'CARD2N - NETRSN TABLE FULL AT '
                                   WS-RSN-TABLE-MAX
                                   ' ENTRIES, ROW DISCARDED'
                   END-EVALUATE
           END-READ
           .

      **********************************************************************
      * ONE NETWORK, START TO FINISH: OUR EXTRACT FIRST (FOR THE
      * RUN DATE AND WHAT WE SENT), THEN THE NETWORK'S RETURN FILE
      * (REJECTS LISTED AND RESUBMITTED AS THEY ARE READ), THEN THE
      * TOTALS AND THE BREAK CHECKS.
      **********************************************************************
       2000-RECONCILE-NETWORK.

           MOVE WS-NET-NAME(WS-NET-IDX) TO RPT-NET-NAME
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM 2100-OPEN-NETWORK-FILES

           MOVE ZERO TO WS-SENT-TABLE-COUNT
           MOVE 'N' TO WS-EXTRACT-EOF-SW
           PERFORM 2200-READ-EXTRACT-RECORD UNTIL WS-EXTRACT-EOF
           IF WS-SENT-TABLE-COUNT > ZERO
               SORT WS-SENT-ENTRY ON ASCENDING KEY WS-SENT-IMAGE
           END-IF

           MOVE WS-NET-EXTRACT-DATE(WS-NET-IDX) TO RPT-NET-EXTRACT-DATE
           MOVE ZERO TO RPT-NET-ACK-DATE
           MOVE 'N' TO WS-ACK-EOF-SW
           PERFORM 2300-READ-ACK-RECORD UNTIL WS-ACK-EOF

           PERFORM 2900-CLOSE-NETWORK-FILES
           PERFORM 2500-WRITE-NETWORK-TOTALS
           PERFORM 2600-CHECK-NETWORK-BREAKS
           .

       2100-OPEN-NETWORK-FILES.

           EVALUATE WS-NET-IDX
               WHEN 1
                   MOVE 'VISAOUT' TO WS-OPEN-DDNAME
                   OPEN INPUT VISA-EXTRACT-FILE
               WHEN 2
                   MOVE 'MCOUT'   TO WS-OPEN-DDNAME
                   OPEN INPUT MC-EXTRACT-FILE
               WHEN 3
                   MOVE 'AMEXOUT' TO WS-OPEN-DDNAME
                   OPEN INPUT AMEX-EXTRACT-FILE
               WHEN 4
                   MOVE 'DISCOUT' TO WS-OPEN-DDNAME
                   OPEN INPUT DISC-EXTRACT-FILE
               WHEN 5
                   MOVE 'OTHROUT' TO WS-OPEN-DDNAME
                   OPEN INPUT OTHER-EXTRACT-FILE
           END-EVALUATE
           IF WS-EXTRACT-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2N - UNABLE TO OPEN ' WS-OPEN-DDNAME
                       ', STATUS ' WS-EXTRACT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE WS-NET-IDX
               WHEN 1
                   MOVE 'VISAACK' TO WS-OPEN-DDNAME
                   OPEN INPUT VISA-ACK-FILE
               WHEN 2
                   MOVE 'MCACK'   TO WS-OPEN-DDNAME
                   OPEN INPUT MC-ACK-FILE
               WHEN 3
                   MOVE 'AMEXACK' TO WS-OPEN-DDNAME
                   OPEN INPUT AMEX-ACK-FILE
               WHEN 4
                   MOVE 'DISCACK' TO WS-OPEN-DDNAME
                   OPEN INPUT DISC-ACK-FILE
               WHEN 5
                   MOVE 'OTHRACK' TO WS-OPEN-DDNAME
                   OPEN INPUT OTHER-ACK-FILE
           END-EVALUATE
           IF WS-ACK-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2N - UNABLE TO OPEN ' WS-OPEN-DDNAME
                       ', STATUS ' WS-ACK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           EVALUATE WS-NET-IDX
               WHEN 1
                   MOVE 'VISARSB' TO WS-OPEN-DDNAME
                   OPEN OUTPUT VISA-RESUB-FILE
               WHEN 2
                   MOVE 'MCRSB'   TO WS-OPEN-DDNAME
                   OPEN OUTPUT MC-RESUB-FILE
               WHEN 3
                   MOVE 'AMEXRSB' TO WS-OPEN-DDNAME
                   OPEN OUTPUT AMEX-RESUB-FILE
               WHEN 4
                   MOVE 'DISCRSB' TO WS-OPEN-DDNAME
                   OPEN OUTPUT DISC-RESUB-FILE
               WHEN 5
                   MOVE 'OTHRRSB' TO WS-OPEN-DDNAME
                   OPEN OUTPUT OTHER-RESUB-FILE
           END-EVALUATE
           IF WS-RESUB-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2N - UNABLE TO OPEN ' WS-OPEN-DDNAME
                       ', STATUS ' WS-RESUB-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      **********************************************************************
      * OUR EXTRACT.  THE FIRST HEADER GIVES THE RUN DATE THE
      * RETURN FILE MUST MATCH; EVERY DETAIL COUNTS TOWARD WHAT WE
      * SENT; EVERY TRAILER (THERE CAN BE MORE THAN ONE AFTER AN
      * APPEND OR RESTART) ADDS TO OUR TRAILER TOTALS.
      **********************************************************************
       2200-READ-EXTRACT-RECORD.

           MOVE SPACE TO WS-DETAIL-IMAGE
           EVALUATE WS-NET-IDX
               WHEN 1
                   READ VISA-EXTRACT-FILE INTO WS-DETAIL-IMAGE
                       AT END SET WS-EXTRACT-EOF-SW TO 'Y'
                   END-READ
               WHEN 2
                   READ MC-EXTRACT-FILE INTO WS-DETAIL-IMAGE
                       AT END SET WS-EXTRACT-EOF-SW TO 'Y'
                   END-READ
               WHEN 3
                   READ AMEX-EXTRACT-FILE INTO WS-DETAIL-IMAGE
                       AT END SET WS-EXTRACT-EOF-SW TO 'Y'
                   END-READ
               WHEN 4
                   READ DISC-EXTRACT-FILE INTO WS-DETAIL-IMAGE
                       AT END SET WS-EXTRACT-EOF-SW TO 'Y'
                   END-READ
               WHEN 5
                   READ OTHER-EXTRACT-FILE INTO WS-DETAIL-IMAGE
                       AT END SET WS-EXTRACT-EOF-SW TO 'Y'
                   END-READ
           END-EVALUATE

           IF NOT WS-EXTRACT-EOF
               EVALUATE TRUE
                   WHEN WS-DETAIL-IMAGE(1:WS-NET-TAG-LENGTH(WS-NET-IDX))
                           = WS-NET-DTL-TAG(WS-NET-IDX)
                       PERFORM 2250-UNPACK-DETAIL-IMAGE
                       ADD 1 TO WS-NET-SENT-COUNT(WS-NET-IDX)
                       ADD WS-DTL-AMOUNT
                           TO WS-NET-SENT-AMOUNT(WS-NET-IDX)
                       PERFORM 2240-TABLE-SENT-DETAIL
                   WHEN WS-DETAIL-IMAGE(1:WS-NET-TAG-LENGTH(WS-NET-IDX))
                           = WS-NET-HDR-TAG(WS-NET-IDX)
                       IF NOT WS-NET-EXT-HDR-SEEN(WS-NET-IDX)
                           SET WS-NET-EXT-HDR-SEEN(WS-NET-IDX) TO TRUE
                           PERFORM 2260-UNPACK-HEADER-DATE
                       END-IF
                   WHEN WS-DETAIL-IMAGE(1:WS-NET-TAG-LENGTH(WS-NET-IDX))
                           = WS-NET-TRL-TAG(WS-NET-IDX)
                       PERFORM 2270-UNPACK-TRAILER-TOTALS
                       ADD WS-TRL-COUNT
                           TO WS-NET-OUR-TRL-COUNT(WS-NET-IDX)
                       ADD WS-TRL-AMOUNT
                           TO WS-NET-OUR-TRL-AMOUNT(WS-NET-IDX)
               END-EVALUATE
           END-IF
           .

       2240-TABLE-SENT-DETAIL.

           IF NOT WS-NET-SENT-TABLE-FULL(WS-NET-IDX)
               IF WS-SENT-TABLE-COUNT < WS-SENT-TABLE-MAX
                   ADD 1 TO WS-SENT-TABLE-COUNT
                   MOVE WS-DETAIL-IMAGE
                       TO WS-SENT-IMAGE(WS-SENT-TABLE-COUNT)
               ELSE
                   SET WS-NET-SENT-TABLE-FULL(WS-NET-IDX) TO TRUE
                   DISPLAY 'CARD2N - SENT-DETAIL TABLE FULL AT '
                           WS-SENT-TABLE-MAX ' RECORDS FOR '
                           WS-NET-NAME(WS-NET-IDX)
               END-IF
           END-IF
           .

      **********************************************************************
      * PULL PAN, MERCHANT AND USD AMOUNT OUT OF WS-DETAIL-IMAGE
      * THROUGH THE CURRENT NETWORK'S OWN DETAIL LAYOUT.
      **********************************************************************
       2250-UNPACK-DETAIL-IMAGE.

           EVALUATE WS-NET-IDX
               WHEN 1
                   MOVE WS-DETAIL-IMAGE   TO WS-VISA-DETAIL
                   MOVE VISA-DTL-PAN      TO WS-DTL-PAN
                   MOVE VISA-DTL-MERCHANT TO WS-DTL-MERCHANT
                   MOVE VISA-DTL-AMOUNT   TO WS-DTL-AMOUNT
               WHEN 2
                   MOVE WS-DETAIL-IMAGE   TO WS-MC-DETAIL
                   MOVE MC-DTL-PAN        TO WS-DTL-PAN
                   MOVE MC-DTL-MERCHANT   TO WS-DTL-MERCHANT
                   MOVE MC-DTL-AMOUNT     TO WS-DTL-AMOUNT
               WHEN 3
                   MOVE WS-DETAIL-IMAGE   TO WS-AMEX-DETAIL
                   MOVE AMEX-DTL-PAN      TO WS-DTL-PAN
                   MOVE AMEX-DTL-MERCHANT TO WS-DTL-MERCHANT
                   MOVE AMEX-DTL-AMOUNT   TO WS-DTL-AMOUNT
               WHEN 4
                   MOVE WS-DETAIL-IMAGE   TO WS-DISC-DETAIL
                   MOVE DISC-DTL-PAN      TO WS-DTL-PAN
                   MOVE DISC-DTL-MERCHANT TO WS-DTL-MERCHANT
                   MOVE DISC-DTL-AMOUNT   TO WS-DTL-AMOUNT
               WHEN 5
                   MOVE WS-DETAIL-IMAGE    TO WS-OTHER-DETAIL
                   MOVE OTHER-DTL-PAN      TO WS-DTL-PAN
                   MOVE OTHER-DTL-MERCHANT TO WS-DTL-MERCHANT
                   MOVE OTHER-DTL-AMOUNT   TO WS-DTL-AMOUNT
           END-EVALUATE
           IF WS-DTL-AMOUNT NOT NUMERIC
               MOVE ZERO TO WS-DTL-AMOUNT
           END-IF
           .

       2260-UNPACK-HEADER-DATE.

           EVALUATE WS-NET-IDX
               WHEN 1
                   MOVE WS-DETAIL-IMAGE TO WS-VISA-HEADER
                   MOVE VISA-HDR-DATE
                       TO WS-NET-EXTRACT-DATE(WS-NET-IDX)
               WHEN 2
                   MOVE WS-DETAIL-IMAGE TO WS-MC-HEADER
                   MOVE MC-HDR-DATE
                       TO WS-NET-EXTRACT-DATE(WS-NET-IDX)
               WHEN 3
                   MOVE WS-DETAIL-IMAGE TO WS-AMEX-HEADER
                   MOVE AMEX-HDR-DATE
                       TO WS-NET-EXTRACT-DATE(WS-NET-IDX)
               WHEN 4
                   MOVE WS-DETAIL-IMAGE TO WS-DISC-HEADER
                   MOVE DISC-HDR-DATE
                       TO WS-NET-EXTRACT-DATE(WS-NET-IDX)
               WHEN 5
                   MOVE WS-DETAIL-IMAGE TO WS-OTHER-HEADER
                   MOVE OTHER-HDR-DATE
                       TO WS-NET-EXTRACT-DATE(WS-NET-IDX)
           END-EVALUATE
           .

       2270-UNPACK-TRAILER-TOTALS.

           EVALUATE WS-NET-IDX
               WHEN 1
                   MOVE WS-DETAIL-IMAGE  TO WS-VISA-TRAILER
                   MOVE VISA-TRL-COUNT   TO WS-TRL-COUNT
                   MOVE VISA-TRL-AMOUNT  TO WS-TRL-AMOUNT
               WHEN 2
                   MOVE WS-DETAIL-IMAGE  TO WS-MC-TRAILER
                   MOVE MC-TRL-COUNT     TO WS-TRL-COUNT
                   MOVE MC-TRL-AMOUNT    TO WS-TRL-AMOUNT
               WHEN 3
                   MOVE WS-DETAIL-IMAGE  TO WS-AMEX-TRAILER
                   MOVE AMEX-TRL-COUNT   TO WS-TRL-COUNT
                   MOVE AMEX-TRL-AMOUNT  TO WS-TRL-AMOUNT
               WHEN 4
                   MOVE WS-DETAIL-IMAGE  TO WS-DISC-TRAILER
                   MOVE DISC-TRL-COUNT   TO WS-TRL-COUNT
                   MOVE DISC-TRL-AMOUNT  TO WS-TRL-AMOUNT
               WHEN 5
                   MOVE WS-DETAIL-IMAGE  TO WS-OTHER-TRAILER
                   MOVE OTHER-TRL-COUNT  TO WS-TRL-COUNT
                   MOVE OTHER-TRL-AMOUNT TO WS-TRL-AMOUNT
           END-EVALUATE
           .

      **********************************************************************
      * THE NETWORK'S RETURN FILE.  THE HEADER MUST NAME THIS
      * NETWORK; THE TRAILER CARRIES ITS ACCEPTED AND REJECTED
      * TOTALS; EVERY REJECT IS LISTED (AND RESUBMITTED WHEN NETRSN
      * SAYS IT IS CORRECTABLE) AS IT IS READ.
      **********************************************************************
       2300-READ-ACK-RECORD.

           MOVE SPACE TO NET-ACK-RECORD
           EVALUATE WS-NET-IDX
               WHEN 1
                   READ VISA-ACK-FILE INTO NET-ACK-RECORD
                       AT END SET WS-ACK-EOF-SW TO 'Y'
                   END-READ
               WHEN 2
                   READ MC-ACK-FILE INTO NET-ACK-RECORD
                       AT END SET WS-ACK-EOF-SW TO 'Y'
                   END-READ
               WHEN 3
                   READ AMEX-ACK-FILE INTO NET-ACK-RECORD
                       AT END SET WS-ACK-EOF-SW TO 'Y'
                   END-READ
               WHEN 4
                   READ DISC-ACK-FILE INTO NET-ACK-RECORD
                       AT END SET WS-ACK-EOF-SW TO 'Y'
                   END-READ
               WHEN 5
                   READ OTHER-ACK-FILE INTO NET-ACK-RECORD
                       AT END SET WS-ACK-EOF-SW TO 'Y'
                   END-READ
           END-EVALUATE

           IF NOT WS-ACK-EOF
               EVALUATE TRUE
                   WHEN ACK-HEADER
                       SET WS-NET-ACK-HDR-SEEN(WS-NET-IDX) TO TRUE
                       IF ACK-HDR-NETWORK NOT = WS-NET-CODE(WS-NET-IDX)
                           SET WS-NET-WRONG-NETWORK(WS-NET-IDX)
                               TO TRUE
                       END-IF
                       IF ACK-HDR-EXTRACT-DATE IS NUMERIC
                           MOVE ACK-HDR-EXTRACT-DATE
                               TO WS-NET-ACK-DATE(WS-NET-IDX)
                       END-IF
                       MOVE WS-NET-ACK-DATE(WS-NET-IDX)
                           TO RPT-NET-ACK-DATE
                       MOVE WS-REPORT-NETWORK-LINE TO REPORT-RECORD
                       WRITE REPORT-RECORD
                   WHEN ACK-REJECT
                       PERFORM 2400-PROCESS-REJECT
                   WHEN ACK-TRAILER
                       SET WS-NET-ACK-TRL-SEEN(WS-NET-IDX) TO TRUE
                       IF ACK-TRL-ACCEPT-COUNT IS NUMERIC
                       AND ACK-TRL-ACCEPT-AMOUNT IS NUMERIC
                       AND ACK-TRL-REJECT-COUNT IS NUMERIC
                       AND ACK-TRL-REJECT-AMOUNT IS NUMERIC
                           MOVE ACK-TRL-ACCEPT-COUNT
                               TO WS-NET-ACC-COUNT(WS-NET-IDX)
                           MOVE ACK-TRL-ACCEPT-AMOUNT
                               TO WS-NET-ACC-AMOUNT(WS-NET-IDX)
                           MOVE ACK-TRL-REJECT-COUNT
                               TO WS-NET-REJ-COUNT(WS-NET-IDX)
                           MOVE ACK-TRL-REJECT-AMOUNT
                               TO WS-NET-REJ-AMOUNT(WS-NET-IDX)
                       ELSE
                           MOVE 'N' TO WS-NET-ACK-TRL-SW(WS-NET-IDX)
                       END-IF
               END-EVALUATE
           END-IF
           .

      **********************************************************************
      * ONE REJECT.  THE ECHOED IMAGE MUST BE ONE OF THIS NETWORK'S
      * DETAIL RECORDS - ANYTHING ELSE CANNOT BE PRICED OR RESENT,
      * SO IT IS LISTED AS UNMATCHED AND PUTS THE NETWORK IN BREAK.
      * A DETAIL RECORD MUST ALSO BE ONE WE ACTUALLY SENT: ONE THAT
      * IS NOT IN OUR EXTRACT IS LISTED (MASKED) AS SUCH, HELD, NOT
      * COUNTED AS OUR REJECT, AND PUTS THE NETWORK IN BREAK TOO.
      **********************************************************************
       2400-PROCESS-REJECT.

           IF NOT WS-NET-ACK-HDR-SEEN(WS-NET-IDX)
           AND WS-NET-LISTED-COUNT(WS-NET-IDX) = ZERO
           AND WS-NET-UNMATCHED-COUNT(WS-NET-IDX) = ZERO
           AND WS-NET-NOT-SENT-COUNT(WS-NET-IDX) = ZERO
               MOVE WS-REPORT-NETWORK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF WS-NET-LISTED-COUNT(WS-NET-IDX) = ZERO
           AND WS-NET-UNMATCHED-COUNT(WS-NET-IDX) = ZERO
           AND WS-NET-NOT-SENT-COUNT(WS-NET-IDX) = ZERO
               MOVE WS-REPORT-REJECT-HEADING TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE ACK-REJ-RECORD TO WS-DETAIL-IMAGE
           MOVE ACK-REJ-REASON-CODE TO RPT-REJ-CODE
           IF WS-DETAIL-IMAGE(1:WS-NET-TAG-LENGTH(WS-NET-IDX))
                   NOT = WS-NET-DTL-TAG(WS-NET-IDX)
               ADD 1 TO WS-NET-UNMATCHED-COUNT(WS-NET-IDX)
               MOVE ALL '*' TO RPT-REJ-MASKED-PAN
               MOVE SPACE TO RPT-REJ-MERCHANT
               MOVE ZERO TO RPT-REJ-AMOUNT
               MOVE 'NOT ONE OF OURS' TO RPT-REJ-DESCRIPTION
               MOVE 'HOLD' TO RPT-REJ-ACTION
           ELSE
               PERFORM 2250-UNPACK-DETAIL-IMAGE
               PERFORM 2420-MASK-DETAIL-PAN
               MOVE WS-MASKED-PAN      TO RPT-REJ-MASKED-PAN
               MOVE WS-DTL-MERCHANT    TO RPT-REJ-MERCHANT
               MOVE WS-DTL-AMOUNT      TO RPT-REJ-AMOUNT
               PERFORM 2430-FIND-SENT-DETAIL
               IF NOT WS-SENT-FOUND
                   ADD 1 TO WS-NET-NOT-SENT-COUNT(WS-NET-IDX)
                   ADD WS-DTL-AMOUNT
                       TO WS-NET-NOT-SENT-AMOUNT(WS-NET-IDX)
                   MOVE 'NOT IN EXTRACT' TO RPT-REJ-DESCRIPTION
                   MOVE 'HOLD' TO RPT-REJ-ACTION
               ELSE
                   ADD 1 TO WS-NET-LISTED-COUNT(WS-NET-IDX)
                   ADD WS-DTL-AMOUNT
                       TO WS-NET-LISTED-AMOUNT(WS-NET-IDX)
                   PERFORM 2410-LOOK-UP-REASON
                   MOVE WS-REJ-DESCRIPTION TO RPT-REJ-DESCRIPTION
                   IF WS-REJ-RESUBMIT
                       MOVE 'RESUBMIT' TO RPT-REJ-ACTION
                       PERFORM 2450-WRITE-RESUBMISSION
                   ELSE
                       MOVE 'HOLD' TO RPT-REJ-ACTION
                       ADD 1 TO WS-NET-HELD-COUNT(WS-NET-IDX)
                   END-IF
               END-IF
           END-IF
           MOVE WS-REPORT-REJECT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       2410-LOOK-UP-REASON.

           MOVE 'N' TO WS-REJ-RESUBMIT-SW
           MOVE 'CODE NOT ON NETRSN' TO WS-REJ-DESCRIPTION
           MOVE ZERO TO WS-RSN-FOUND-IDX
           PERFORM 2415-MATCH-REASON-ROW
               VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > WS-RSN-TABLE-COUNT
                  OR WS-RSN-FOUND-IDX > ZERO
           IF WS-RSN-FOUND-IDX > ZERO
               MOVE WS-RSN-DESCRIPTION(WS-RSN-FOUND-IDX)
                   TO WS-REJ-DESCRIPTION
               IF WS-RSN-ACTION(WS-RSN-FOUND-IDX) = 'R'
                   SET WS-REJ-RESUBMIT TO TRUE
               END-IF
           END-IF
           .

       2415-MATCH-REASON-ROW.

           IF WS-RSN-NETWORK(WS-RSN-IDX) = WS-NET-CODE(WS-NET-IDX)
           AND WS-RSN-CODE(WS-RSN-IDX) = ACK-REJ-REASON-CODE
               MOVE WS-RSN-IDX TO WS-RSN-FOUND-IDX
           END-IF
           .

      **********************************************************************
      * BINARY SEARCH OF THE SENT-DETAIL TABLE FOR THE ECHOED IMAGE
      * IN WS-DETAIL-IMAGE - THE TABLE WAS SORTED AT END OF EXTRACT,
      * SO HALVING IS SOUND.  SETS WS-SENT-FOUND.
      **********************************************************************
       2430-FIND-SENT-DETAIL.

           MOVE 'N' TO WS-SENT-FOUND-SW
           MOVE 1 TO WS-SENT-SEARCH-LO
           MOVE WS-SENT-TABLE-COUNT TO WS-SENT-SEARCH-HI
           PERFORM 2435-PROBE-SENT-TABLE
               UNTIL WS-SENT-SEARCH-LO > WS-SENT-SEARCH-HI
               OR WS-SENT-FOUND
           .

       2435-PROBE-SENT-TABLE.

           COMPUTE WS-SENT-SEARCH-MID =
               (WS-SENT-SEARCH-LO + WS-SENT-SEARCH-HI) / 2
           EVALUATE TRUE
               WHEN WS-DETAIL-IMAGE
                       < WS-SENT-IMAGE(WS-SENT-SEARCH-MID)
                   COMPUTE WS-SENT-SEARCH-HI = WS-SENT-SEARCH-MID - 1
               WHEN WS-DETAIL-IMAGE
                       > WS-SENT-IMAGE(WS-SENT-SEARCH-MID)
                   COMPUTE WS-SENT-SEARCH-LO = WS-SENT-SEARCH-MID + 1
               WHEN OTHER
                   SET WS-SENT-FOUND TO TRUE
           END-EVALUATE
           .

       2420-MASK-DETAIL-PAN.

           MOVE SPACE TO WS-MASKED-PAN
           MOVE 16 TO WS-PAN-LENGTH
           PERFORM 2425-TRIM-TRAILING-SPACE
               UNTIL WS-PAN-LENGTH = ZERO
               OR WS-DTL-PAN(WS-PAN-LENGTH:1) NOT = SPACE
           IF WS-PAN-LENGTH > 4
               COMPUTE WS-MASK-STAR-COUNT = WS-PAN-LENGTH - 4
               MOVE ALL '*' TO WS-MASKED-PAN(1:WS-MASK-STAR-COUNT)
               MOVE WS-DTL-PAN(WS-MASK-STAR-COUNT + 1:4)
                   TO WS-MASKED-PAN(WS-MASK-STAR-COUNT + 1:4)
           ELSE
               MOVE ALL '*' TO WS-MASKED-PAN(1:4)
           END-IF
           .

       2425-TRIM-TRAILING-SPACE.

           SUBTRACT 1 FROM WS-PAN-LENGTH
           .

      **********************************************************************
      * A CORRECTABLE REJECT GOES BACK OUT EXACTLY AS IT WAS SENT,
      * UNDER A NEW HEADER DATED TODAY.  THE HEADER IS WRITTEN WITH
      * THE FIRST RESUBMITTED DETAIL, SO A NETWORK WITH NOTHING TO
      * RESEND GETS AN EMPTY FILE.
      **********************************************************************
       2450-WRITE-RESUBMISSION.

           IF NOT WS-NET-RESUB-OPEN(WS-NET-IDX)
               SET WS-NET-RESUB-OPEN(WS-NET-IDX) TO TRUE
               PERFORM 2460-WRITE-RESUB-HEADER
           END-IF
           EVALUATE WS-NET-IDX
               WHEN 1
                   MOVE WS-DETAIL-IMAGE TO VISA-RESUB-RECORD
                   WRITE VISA-RESUB-RECORD
               WHEN 2
                   MOVE WS-DETAIL-IMAGE TO MC-RESUB-RECORD
                   WRITE MC-RESUB-RECORD
               WHEN 3
                   MOVE WS-DETAIL-IMAGE TO AMEX-RESUB-RECORD
                   WRITE AMEX-RESUB-RECORD
               WHEN 4
                   MOVE WS-DETAIL-IMAGE TO DISC-RESUB-RECORD
                   WRITE DISC-RESUB-RECORD
               WHEN 5
                   MOVE WS-DETAIL-IMAGE TO OTHER-RESUB-RECORD
                   WRITE OTHER-RESUB-RECORD
           END-EVALUATE
           ADD 1 TO WS-NET-RESUB-COUNT(WS-NET-IDX)
           ADD WS-DTL-AMOUNT TO WS-NET-RESUB-AMOUNT(WS-NET-IDX)
           .

       2460-WRITE-RESUB-HEADER.

           EVALUATE WS-NET-IDX
               WHEN 1
                   MOVE 'VH'           TO WS-VISA-HEADER(1:2)
                   MOVE SPACE          TO WS-VISA-HEADER(11:50)
                   MOVE WS-RUN-DATE    TO VISA-HDR-DATE
                   MOVE WS-VISA-HEADER TO VISA-RESUB-RECORD
                   WRITE VISA-RESUB-RECORD
               WHEN 2
                   MOVE 'MCH'          TO WS-MC-HEADER(1:3)
                   MOVE SPACE          TO WS-MC-HEADER(12:59)
                   MOVE WS-RUN-DATE    TO MC-HDR-DATE
                   MOVE WS-MC-HEADER   TO MC-RESUB-RECORD
                   WRITE MC-RESUB-RECORD
               WHEN 3
                   MOVE 'AXH'          TO WS-AMEX-HEADER(1:3)
                   MOVE SPACE          TO WS-AMEX-HEADER(12:54)
                   MOVE WS-RUN-DATE    TO AMEX-HDR-DATE
                   MOVE WS-AMEX-HEADER TO AMEX-RESUB-RECORD
                   WRITE AMEX-RESUB-RECORD
               WHEN 4
                   MOVE 'DVH'          TO WS-DISC-HEADER(1:3)
                   MOVE SPACE          TO WS-DISC-HEADER(12:49)
                   MOVE WS-RUN-DATE    TO DISC-HDR-DATE
                   MOVE WS-DISC-HEADER TO DISC-RESUB-RECORD
                   WRITE DISC-RESUB-RECORD
               WHEN 5
                   MOVE 'OHD'           TO WS-OTHER-HEADER(1:3)
                   MOVE SPACE           TO WS-OTHER-HEADER(12:74)
                   MOVE WS-RUN-DATE     TO OTHER-HDR-DATE
                   MOVE WS-OTHER-HEADER TO OTHER-RESUB-RECORD
                   WRITE OTHER-RESUB-RECORD
           END-EVALUATE
           .

      **********************************************************************
      * CLOSE THE NETWORK'S FILES - THE RESUBMISSION FILE GETS ITS
      * TRAILER FIRST WHEN ANYTHING WAS RESENT.
      **********************************************************************
       2900-CLOSE-NETWORK-FILES.

           EVALUATE WS-NET-IDX
               WHEN 1
                   IF WS-NET-RESUB-OPEN(WS-NET-IDX)
                       MOVE 'VT' TO WS-VISA-TRAILER(1:2)
                       MOVE SPACE TO WS-VISA-TRAILER(27:34)
                       MOVE WS-NET-RESUB-COUNT(WS-NET-IDX)
                           TO VISA-TRL-COUNT
                       MOVE WS-NET-RESUB-AMOUNT(WS-NET-IDX)
                           TO VISA-TRL-AMOUNT
                       MOVE WS-VISA-TRAILER TO VISA-RESUB-RECORD
                       WRITE VISA-RESUB-RECORD
                   END-IF
                   CLOSE VISA-EXTRACT-FILE VISA-ACK-FILE
                         VISA-RESUB-FILE
               WHEN 2
                   IF WS-NET-RESUB-OPEN(WS-NET-IDX)
                       MOVE 'MCT' TO WS-MC-TRAILER(1:3)
                       MOVE SPACE TO WS-MC-TRAILER(28:43)
                       MOVE WS-NET-RESUB-COUNT(WS-NET-IDX)
                           TO MC-TRL-COUNT
                       MOVE WS-NET-RESUB-AMOUNT(WS-NET-IDX)
                           TO MC-TRL-AMOUNT
                       MOVE WS-MC-TRAILER TO MC-RESUB-RECORD
                       WRITE MC-RESUB-RECORD
                   END-IF
                   CLOSE MC-EXTRACT-FILE MC-ACK-FILE MC-RESUB-FILE
               WHEN 3
                   IF WS-NET-RESUB-OPEN(WS-NET-IDX)
                       MOVE 'AXT' TO WS-AMEX-TRAILER(1:3)
                       MOVE SPACE TO WS-AMEX-TRAILER(28:38)
                       MOVE WS-NET-RESUB-COUNT(WS-NET-IDX)
                           TO AMEX-TRL-COUNT
                       MOVE WS-NET-RESUB-AMOUNT(WS-NET-IDX)
                           TO AMEX-TRL-AMOUNT
                       MOVE WS-AMEX-TRAILER TO AMEX-RESUB-RECORD
                       WRITE AMEX-RESUB-RECORD
                   END-IF
                   CLOSE AMEX-EXTRACT-FILE AMEX-ACK-FILE
                         AMEX-RESUB-FILE
               WHEN 4
                   IF WS-NET-RESUB-OPEN(WS-NET-IDX)
                       MOVE 'DVT' TO WS-DISC-TRAILER(1:3)
                       MOVE SPACE TO WS-DISC-TRAILER(28:33)
                       MOVE WS-NET-RESUB-COUNT(WS-NET-IDX)
                           TO DISC-TRL-COUNT
                       MOVE WS-NET-RESUB-AMOUNT(WS-NET-IDX)
                           TO DISC-TRL-AMOUNT
                       MOVE WS-DISC-TRAILER TO DISC-RESUB-RECORD
                       WRITE DISC-RESUB-RECORD
                   END-IF
                   CLOSE DISC-EXTRACT-FILE DISC-ACK-FILE
                         DISC-RESUB-FILE
               WHEN 5
                   IF WS-NET-RESUB-OPEN(WS-NET-IDX)
                       MOVE 'OTR' TO WS-OTHER-TRAILER(1:3)
                       MOVE SPACE TO WS-OTHER-TRAILER(28:58)
                       MOVE WS-NET-RESUB-COUNT(WS-NET-IDX)
                           TO OTHER-TRL-COUNT
                       MOVE WS-NET-RESUB-AMOUNT(WS-NET-IDX)
                           TO OTHER-TRL-AMOUNT
                       MOVE WS-OTHER-TRAILER TO OTHER-RESUB-RECORD
                       WRITE OTHER-RESUB-RECORD
                   END-IF
                   CLOSE OTHER-EXTRACT-FILE OTHER-ACK-FILE
                         OTHER-RESUB-FILE
           END-EVALUATE
           .

       2500-WRITE-NETWORK-TOTALS.

           IF NOT WS-NET-ACK-HDR-SEEN(WS-NET-IDX)
           AND WS-NET-LISTED-COUNT(WS-NET-IDX) = ZERO
           AND WS-NET-UNMATCHED-COUNT(WS-NET-IDX) = ZERO
           AND WS-NET-NOT-SENT-COUNT(WS-NET-IDX) = ZERO
               MOVE WS-REPORT-NETWORK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE 'SENT (DETAILS)' TO RPT-TOTAL-LABEL
           MOVE WS-NET-SENT-COUNT(WS-NET-IDX)  TO RPT-TOTAL-COUNT
           MOVE WS-NET-SENT-AMOUNT(WS-NET-IDX) TO RPT-TOTAL-AMOUNT
           PERFORM 2590-WRITE-TOTAL-LINE

           MOVE 'SENT (OUR TRAILERS)' TO RPT-TOTAL-LABEL
           MOVE WS-NET-OUR-TRL-COUNT(WS-NET-IDX)  TO RPT-TOTAL-COUNT
           MOVE WS-NET-OUR-TRL-AMOUNT(WS-NET-IDX) TO RPT-TOTAL-AMOUNT
           PERFORM 2590-WRITE-TOTAL-LINE

           MOVE 'NETWORK ACCEPTED' TO RPT-TOTAL-LABEL
           MOVE WS-NET-ACC-COUNT(WS-NET-IDX)  TO RPT-TOTAL-COUNT
           MOVE WS-NET-ACC-AMOUNT(WS-NET-IDX) TO RPT-TOTAL-AMOUNT
           PERFORM 2590-WRITE-TOTAL-LINE

           MOVE 'NETWORK REJECTED' TO RPT-TOTAL-LABEL
           MOVE WS-NET-REJ-COUNT(WS-NET-IDX)  TO RPT-TOTAL-COUNT
           MOVE WS-NET-REJ-AMOUNT(WS-NET-IDX) TO RPT-TOTAL-AMOUNT
           PERFORM 2590-WRITE-TOTAL-LINE

           COMPUTE WS-DIFF-COUNT = WS-NET-SENT-COUNT(WS-NET-IDX)
                                 - WS-NET-ACC-COUNT(WS-NET-IDX)
                                 - WS-NET-REJ-COUNT(WS-NET-IDX)
           COMPUTE WS-DIFF-AMOUNT = WS-NET-SENT-AMOUNT(WS-NET-IDX)
                                  - WS-NET-ACC-AMOUNT(WS-NET-IDX)
                                  - WS-NET-REJ-AMOUNT(WS-NET-IDX)
           MOVE 'UNACCOUNTED FOR' TO RPT-TOTAL-LABEL
           MOVE WS-DIFF-COUNT  TO RPT-TOTAL-COUNT
           MOVE WS-DIFF-AMOUNT TO RPT-TOTAL-AMOUNT
           PERFORM 2590-WRITE-TOTAL-LINE

           MOVE 'REJECTS LISTED' TO RPT-TOTAL-LABEL
           MOVE WS-NET-LISTED-COUNT(WS-NET-IDX)  TO RPT-TOTAL-COUNT
           MOVE WS-NET-LISTED-AMOUNT(WS-NET-IDX) TO RPT-TOTAL-AMOUNT
           PERFORM 2590-WRITE-TOTAL-LINE

           MOVE 'REJECTS NOT IN EXTRACT' TO RPT-TOTAL-LABEL
           MOVE WS-NET-NOT-SENT-COUNT(WS-NET-IDX)  TO RPT-TOTAL-COUNT
           MOVE WS-NET-NOT-SENT-AMOUNT(WS-NET-IDX) TO RPT-TOTAL-AMOUNT
           PERFORM 2590-WRITE-TOTAL-LINE

           MOVE 'RESUBMITTED' TO RPT-TOTAL-LABEL
           MOVE WS-NET-RESUB-COUNT(WS-NET-IDX)  TO RPT-TOTAL-COUNT
           MOVE WS-NET-RESUB-AMOUNT(WS-NET-IDX) TO RPT-TOTAL-AMOUNT
           PERFORM 2590-WRITE-TOTAL-LINE
           .

       2590-WRITE-TOTAL-LINE.

           MOVE WS-REPORT-TOTAL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

      **********************************************************************
      * EVERY BREAK CONDITION GETS ITS OWN LINE, SO ONE LOOK AT THE
      * REPORT SAYS EVERYTHING THAT IS WRONG WITH THE NETWORK, NOT
      * JUST THE FIRST THING.
      **********************************************************************
       2600-CHECK-NETWORK-BREAKS.

           IF NOT WS-NET-EXT-HDR-SEEN(WS-NET-IDX)
               MOVE 'OUR EXTRACT IS EMPTY OR HAS NO HEADER'
                   TO WS-BREAK-REASON
               PERFORM 2690-WRITE-BREAK-LINE
           END-IF

           IF WS-NET-SENT-COUNT(WS-NET-IDX)
                   NOT = WS-NET-OUR-TRL-COUNT(WS-NET-IDX)
           OR WS-NET-SENT-AMOUNT(WS-NET-IDX)
                   NOT = WS-NET-OUR-TRL-AMOUNT(WS-NET-IDX)
               MOVE 'OUR TRAILERS DO NOT MATCH OUR DETAILS'
                   TO WS-BREAK-REASON
               PERFORM 2690-WRITE-BREAK-LINE
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-NET-ACK-HDR-SEEN(WS-NET-IDX)
                   MOVE 'NO ACKNOWLEDGMENT RECEIVED'
                       TO WS-BREAK-REASON
                   PERFORM 2690-WRITE-BREAK-LINE
               WHEN WS-NET-WRONG-NETWORK(WS-NET-IDX)
                   MOVE 'RETURN FILE IS FOR ANOTHER NETWORK'
                       TO WS-BREAK-REASON
                   PERFORM 2690-WRITE-BREAK-LINE
               WHEN WS-NET-ACK-DATE(WS-NET-IDX)
                       NOT = WS-NET-EXTRACT-DATE(WS-NET-IDX)
                   MOVE 'RETURN FILE IS FOR ANOTHER RUN DATE'
                       TO WS-BREAK-REASON
                   PERFORM 2690-WRITE-BREAK-LINE
               WHEN NOT WS-NET-ACK-TRL-SEEN(WS-NET-IDX)
                   MOVE 'RETURN FILE TRAILER MISSING OR BAD'
                       TO WS-BREAK-REASON
                   PERFORM 2690-WRITE-BREAK-LINE
               WHEN OTHER
                   IF WS-DIFF-COUNT NOT = ZERO
                   OR WS-DIFF-AMOUNT NOT = ZERO
                       MOVE 'ACCEPTED + REJECTED NOT = SENT'
                           TO WS-BREAK-REASON
                       PERFORM 2690-WRITE-BREAK-LINE
                   END-IF
                   IF WS-NET-LISTED-COUNT(WS-NET-IDX)
                           NOT = WS-NET-REJ-COUNT(WS-NET-IDX)
                   OR WS-NET-LISTED-AMOUNT(WS-NET-IDX)
                           NOT = WS-NET-REJ-AMOUNT(WS-NET-IDX)
                       MOVE 'REJECT RECORDS NOT = NETWORK REJECTED'
                           TO WS-BREAK-REASON
                       PERFORM 2690-WRITE-BREAK-LINE
                   END-IF
           END-EVALUATE

           IF WS-NET-UNMATCHED-COUNT(WS-NET-IDX) > ZERO
               MOVE 'REJECTS THAT ARE NOT OUR DETAIL RECORDS'
                   TO WS-BREAK-REASON
               PERFORM 2690-WRITE-BREAK-LINE
           END-IF

           IF WS-NET-NOT-SENT-COUNT(WS-NET-IDX) > ZERO
               MOVE 'REJECTS NOT IN OUR EXTRACT' TO WS-BREAK-REASON
               PERFORM 2690-WRITE-BREAK-LINE
           END-IF

           IF WS-NET-SENT-TABLE-FULL(WS-NET-IDX)
               MOVE 'EXTRACT TOO LARGE TO MATCH ALL REJECTS'
                   TO WS-BREAK-REASON
               PERFORM 2690-WRITE-BREAK-LINE
           END-IF

           IF WS-NET-BREAK(WS-NET-IDX)
               ADD 1 TO WS-NETWORKS-IN-BREAK
           ELSE
               MOVE 'STATUS:'  TO RPT-STATUS-TAG
               MOVE 'BALANCED' TO RPT-STATUS-TEXT
               MOVE WS-REPORT-STATUS-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           ADD WS-NET-LISTED-COUNT(WS-NET-IDX)    TO WS-TOTAL-LISTED
           ADD WS-NET-UNMATCHED-COUNT(WS-NET-IDX) TO WS-TOTAL-LISTED
           ADD WS-NET-NOT-SENT-COUNT(WS-NET-IDX)  TO WS-TOTAL-LISTED
           ADD WS-NET-RESUB-COUNT(WS-NET-IDX) TO WS-TOTAL-RESUBMITTED
           ADD WS-NET-HELD-COUNT(WS-NET-IDX)      TO WS-TOTAL-HELD
           ADD WS-NET-UNMATCHED-COUNT(WS-NET-IDX) TO WS-TOTAL-HELD
           ADD WS-NET-NOT-SENT-COUNT(WS-NET-IDX)  TO WS-TOTAL-HELD
           .

       2690-WRITE-BREAK-LINE.

           SET WS-NET-BREAK(WS-NET-IDX) TO TRUE
           MOVE 'BREAK -'       TO RPT-STATUS-TAG
           MOVE WS-BREAK-REASON TO RPT-STATUS-TEXT
           MOVE WS-REPORT-STATUS-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       8000-FINALIZE.

           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE 'NETWORKS RECONCILED' TO RPT-COUNT-LABEL
           MOVE WS-NET-COUNT TO RPT-COUNT-VALUE
           PERFORM 8090-WRITE-COUNT-LINE

           MOVE 'NETWORKS IN BREAK' TO RPT-COUNT-LABEL
           MOVE WS-NETWORKS-IN-BREAK TO RPT-COUNT-VALUE
           PERFORM 8090-WRITE-COUNT-LINE

           MOVE 'REJECTS LISTED' TO RPT-COUNT-LABEL
           MOVE WS-TOTAL-LISTED TO RPT-COUNT-VALUE
           PERFORM 8090-WRITE-COUNT-LINE

           MOVE 'REJECTS RESUBMITTED' TO RPT-COUNT-LABEL
           MOVE WS-TOTAL-RESUBMITTED TO RPT-COUNT-VALUE
           PERFORM 8090-WRITE-COUNT-LINE

           MOVE 'REJECTS HELD' TO RPT-COUNT-LABEL
           MOVE WS-TOTAL-HELD TO RPT-COUNT-VALUE
           PERFORM 8090-WRITE-COUNT-LINE

           CLOSE REPORT-FILE

           EVALUATE TRUE
               WHEN WS-NETWORKS-IN-BREAK > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-LISTED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           .

       8090-WRITE-COUNT-LINE.

           MOVE WS-REPORT-COUNT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       9999-END.
           .
