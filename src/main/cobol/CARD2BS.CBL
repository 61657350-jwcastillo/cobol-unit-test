      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   SPLITS THE NIGHT'S SETTLEMENT EXTRACT (ACCTIN) INTO
      *            THE FOUR PARTITION EXTRACTS ACCTP1 - ACCTP4 SO THAT
      *            CARD2B CAN RUN AS FOUR CONCURRENT JOBS (CARD2B1J -
      *            CARD2B4J) INSTEAD OF ONE LONG STEP, WITH CARD2BM
      *            MERGING THEIR OUTPUTS BACK INTO ONE NIGHT'S FILES.
      *
      *            WHOLE ACQUIRER SEGMENTS ARE ROUTED, HEADER THROUGH
      *            TRAILER, NEVER SPLIT.  WHICH PARTITION AN ACQUIRER
      *            GOES TO IS ITS RUNPROF 'SRC' RECORD'S PARTITION
      *            NUMBER (1 - 4); AN ACQUIRER NOT ON THE PROFILE, OR
      *            WITH NO USABLE NUMBER, GOES TO PARTITION 1.  BECAUSE
      *            AN ACQUIRER ALWAYS LANDS IN ONE PARTITION, ITS
      *            REPEATED OR RE-SENT SEGMENTS MEET EACH OTHER THERE
      *            JUST AS THEY WOULD IN A SINGLE RUN.
      *
      *            FOR EACH PARTITION A MAP (PARTMAP1 - PARTMAP4, SEE
      *            COPYBOOK PARTMAP) RECORDS WHERE EVERY SEGMENT IT WAS
      *            GIVEN SAT IN THE FULL EXTRACT, WHICH IS HOW CARD2B
      *            NUMBERS ITS OUTPUT FOR THE MERGE.
      *
      *            THE PROBLEMS CARD2B CANNOT PIN ON ONE SEGMENT - A
      *            TRAILER OR DETAIL RECORD OUTSIDE ANY SEGMENT, AN
      *            EXPECTED ACQUIRER WITH MISSING ACTION 'F' THAT SENT
      *            NOTHING, MORE SEGMENTS FOR ONE PARTITION THAN CARD2B
      *            HOLDS - ARE CAUGHT HERE, BEFORE ANY PARTITION RUNS,
      *            SO THE NIGHT STOPS WITH NOTHING POSTED EXACTLY AS A
      *            SINGLE CARD2B RUN WOULD.  EVERYTHING THAT IS ONE
      *            SEGMENT'S OWN PROBLEM IS LEFT FOR THE PARTITION'S
      *            INTEGRITY PASS TO QUARANTINE.
      *
      * RETURN CODES
      *    0 - EXTRACT SPLIT
      *   12 - EXTRACT FAILED INTEGRITY CHECK - DO NOT RUN THE
      *        PARTITIONS
      *   16 - A FILE COULD NOT BE OPENED
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2BS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE
               ASSIGN TO "RUNPROF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO "ACCTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT PARTITION-1-FILE
               ASSIGN TO "ACCTP1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-1-FILE-STATUS.

           SELECT PARTITION-2-FILE
               ASSIGN TO "ACCTP2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-2-FILE-STATUS.

           SELECT PARTITION-3-FILE
               ASSIGN TO "ACCTP3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-3-FILE-STATUS.

           SELECT PARTITION-4-FILE
               ASSIGN TO "ACCTP4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-4-FILE-STATUS.

           SELECT PARTITION-MAP-1-FILE
               ASSIGN TO "PARTMAP1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-1-FILE-STATUS.

           SELECT PARTITION-MAP-2-FILE
               ASSIGN TO "PARTMAP2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-2-FILE-STATUS.

           SELECT PARTITION-MAP-3-FILE
               ASSIGN TO "PARTMAP3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-3-FILE-STATUS.

           SELECT PARTITION-MAP-4-FILE
               ASSIGN TO "PARTMAP4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-4-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILE-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  PROFILE-SOURCE-RECORD.
           05  PS-RECORD-TYPE           PIC X(03).
               88  PS-SOURCE-REC            VALUE 'SRC'.
           05  PS-SOURCE-ID             PIC X(03).
           05  PS-STALE-DAYS            PIC 9(03).
           05  PS-UNKNOWN-THRESHOLD     PIC 9(03)V99.
           05  PS-MISSING-ACTION        PIC X(01).
           05  PS-PARTITION             PIC 9(02).
           05  FILLER                   PIC X(43).

       FD  ACCOUNT-FILE
           RECORD IS VARYING IN SIZE FROM 14 TO 53 CHARACTERS
               DEPENDING ON WS-ACCOUNT-REC-LENGTH.
       01  ACCOUNT-RECORD               PIC X(53).
       01  ACCOUNT-HEADER.
           05  AH-RECORD-TYPE           PIC X(03).
               88  AH-HEADER-REC            VALUE 'HDR'.
           05  AH-SOURCE-ID             PIC X(03).
           05  AH-CREATE-DATE           PIC 9(08).
       01  ACCOUNT-TRAILER.
           05  AT-RECORD-TYPE           PIC X(03).
               88  AT-TRAILER-REC           VALUE 'TRL'.
           05  AT-SOURCE-ID             PIC X(03).
           05  AT-RECORD-COUNT          PIC 9(09).
           05  AT-HASH-TOTAL            PIC 9(16).

       FD  PARTITION-1-FILE
           RECORD IS VARYING IN SIZE FROM 14 TO 53 CHARACTERS
               DEPENDING ON WS-ACCOUNT-REC-LENGTH.
       01  PARTITION-1-RECORD           PIC X(53).

       FD  PARTITION-2-FILE
           RECORD IS VARYING IN SIZE FROM 14 TO 53 CHARACTERS
               DEPENDING ON WS-ACCOUNT-REC-LENGTH.
       01  PARTITION-2-RECORD           PIC X(53).

       FD  PARTITION-3-FILE
           RECORD IS VARYING IN SIZE FROM 14 TO 53 CHARACTERS
               DEPENDING ON WS-ACCOUNT-REC-LENGTH.
       01  PARTITION-3-RECORD           PIC X(53).

       FD  PARTITION-4-FILE
           RECORD IS VARYING IN SIZE FROM 14 TO 53 CHARACTERS
               DEPENDING ON WS-ACCOUNT-REC-LENGTH.
       01  PARTITION-4-RECORD           PIC X(53).

       FD  PARTITION-MAP-1-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  PARTITION-MAP-1-RECORD       PIC X(40).

       FD  PARTITION-MAP-2-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  PARTITION-MAP-2-RECORD       PIC X(40).

       FD  PARTITION-MAP-3-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  PARTITION-MAP-3-RECORD       PIC X(40).

       FD  PARTITION-MAP-4-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  PARTITION-MAP-4-RECORD       PIC X(40).

       WORKING-STORAGE SECTION.

       COPY PARTMAP.

      *----------------------------------------------------------------*
      * ACQUIRER PROFILE ENTRIES - ONLY WHAT THE SPLIT NEEDS.  THE
      * TABLE IS THE SAME SIZE AS CARD2B'S.
      *----------------------------------------------------------------*
       01  WS-PROF-TABLE.
           05  WS-PROF-ENTRY            OCCURS 50 TIMES.
               10  WS-PROF-SOURCE-ID    PIC X(03).
               10  WS-PROF-PARTITION    PIC 9(02).
               10  WS-PROF-MISS-ACTION  PIC X(01).
               10  WS-PROF-SEEN-SW      PIC X(01).
                   88  WS-PROF-SEEN         VALUE 'Y'.

      *----------------------------------------------------------------*
      * PER-PARTITION COUNTS.  THE SEGMENT LIMIT IS CARD2B'S
      * SEGMENT-STATUS TABLE SIZE - A PARTITION GIVEN MORE SEGMENTS
      * THAN THAT WOULD STOP ON ITS OWN INTEGRITY CHECK.
      *----------------------------------------------------------------*
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY            OCCURS 4 TIMES.
               10  WS-PART-RECORD-COUNT PIC 9(09) COMP.
               10  WS-PART-SEG-COUNT    PIC 9(04) COMP.

       01  WS-PART-COUNT-LINE.
           05  FILLER                   PIC X(20) VALUE
               'CARD2BS - PARTITION '.
           05  PCL-PARTITION            PIC 9(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  PCL-SEG-COUNT            PIC ZZZ9.
           05  FILLER                   PIC X(10) VALUE
               ' SEGMENTS '.
           05  PCL-RECORD-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(08) VALUE
               ' RECORDS'.

       77  WS-PROF-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-ACCOUNT-FILE-STATUS       PIC X(02) VALUE '00'.
       77  WS-PART-1-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-PART-2-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-PART-3-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-PART-4-FILE-STATUS        PIC X(02) VALUE '00'.
       77  WS-MAP-1-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-MAP-2-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-MAP-3-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-MAP-4-FILE-STATUS         PIC X(02) VALUE '00'.
       77  WS-PROF-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-PROF-EOF                  VALUE 'Y'.
       77  WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88  WS-EOF                       VALUE 'Y'.
       77  WS-SEGMENT-SW                PIC X(01) VALUE 'N'.
           88  WS-IN-SEGMENT                VALUE 'Y'.
       77  WS-MAP-PENDING-SW            PIC X(01) VALUE 'N'.
           88  WS-MAP-PENDING               VALUE 'Y'.
       77  WS-PROF-FOUND-SW             PIC X(01) VALUE 'N'.
           88  WS-PROF-FOUND                VALUE 'Y'.
       77  WS-ACCOUNT-REC-LENGTH        PIC 9(04) COMP VALUE ZERO.
       77  WS-PROF-TABLE-COUNT          PIC 9(04) COMP VALUE ZERO.
       77  WS-PROF-TABLE-MAX            PIC 9(04) COMP VALUE 50.
       77  WS-PROF-IDX                  PIC 9(04) COMP VALUE ZERO.
       77  WS-PROF-MATCH-IDX            PIC 9(04) COMP VALUE ZERO.
       77  WS-PART-IDX                  PIC 9(04) COMP VALUE ZERO.
       77  WS-PARTITION-MAX             PIC 9(04) COMP VALUE 4.
       77  WS-PART-SEG-MAX              PIC 9(04) COMP VALUE 50.
       77  WS-CURRENT-PARTITION         PIC 9(04) COMP VALUE ZERO.
       77  WS-RECORDS-READ              PIC 9(09) COMP VALUE ZERO.
       77  WS-EXTRACT-ERROR-COUNT       PIC 9(04) COMP VALUE ZERO.
       77  WS-CURRENT-SOURCE-ID         PIC X(03) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-SPLIT-ONE-RECORD UNTIL WS-EOF
           PERFORM 3000-END-OF-EXTRACT
           PERFORM 8000-FINALIZE
           STOP RUN
           .

       1000-INITIALIZE.

           PERFORM 1100-LOAD-PROFILE-FILE

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BS - UNABLE TO OPEN ACCTIN, STATUS '
                       WS-ACCOUNT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PARTITION-1-FILE
           IF WS-PART-1-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BS - UNABLE TO OPEN ACCTP1, STATUS '
                       WS-PART-1-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PARTITION-2-FILE
           IF WS-PART-2-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BS - UNABLE TO OPEN ACCTP2, STATUS '
                       WS-PART-2-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PARTITION-3-FILE
           IF WS-PART-3-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BS - UNABLE TO OPEN ACCTP3, STATUS '
                       WS-PART-3-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PARTITION-4-FILE
           IF WS-PART-4-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BS - UNABLE TO OPEN ACCTP4, STATUS '
                       WS-PART-4-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PARTITION-MAP-1-FILE
           IF WS-MAP-1-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BS - UNABLE TO OPEN PARTMAP1, STATUS '
                       WS-MAP-1-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PARTITION-MAP-2-FILE
           IF WS-MAP-2-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BS - UNABLE TO OPEN PARTMAP2, STATUS '
                       WS-MAP-2-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PARTITION-MAP-3-FILE
           IF WS-MAP-3-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BS - UNABLE TO OPEN PARTMAP3, STATUS '
                       WS-MAP-3-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PARTITION-MAP-4-FILE
           IF WS-MAP-4-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BS - UNABLE TO OPEN PARTMAP4, STATUS '
                       WS-MAP-4-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1200-CLEAR-PARTITION-COUNTS
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PARTITION-MAX
           .

      *----------------------------------------------------------------*
      * ONLY THE 'SRC' RECORDS MATTER HERE; THE 'GBL' RECORD AND ANY
      * RECORD TYPE CARD2B DOES NOT KNOW ARE LEFT FOR CARD2B TO APPLY
      * OR COMPLAIN ABOUT.  A PARTITION NUMBER THAT IS BLANK, ZERO OR
      * OVER 4 PUTS THE ACQUIRER IN PARTITION 1, THE SAME RULE CARD2B
      * APPLIES WHEN IT DECIDES WHICH EXPECTED ACQUIRERS ARE ITS OWN.
      *----------------------------------------------------------------*
       1100-LOAD-PROFILE-FILE.

           OPEN INPUT PROFILE-FILE
           IF WS-PROF-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2BS - UNABLE TO OPEN RUNPROF, STATUS '
                       WS-PROF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1110-READ-PROFILE-RECORD UNTIL WS-PROF-EOF
           CLOSE PROFILE-FILE
           .

       1110-READ-PROFILE-RECORD.

           READ PROFILE-FILE
               AT END
                   SET WS-PROF-EOF-SW TO 'Y'
               NOT AT END
                   IF PS-SOURCE-REC
                       PERFORM 1120-ADD-SOURCE-ENTRY
                   END-IF
           END-READ
           .

       1120-ADD-SOURCE-ENTRY.

           IF WS-PROF-TABLE-COUNT < WS-PROF-TABLE-MAX
               ADD 1 TO WS-PROF-TABLE-COUNT
               MOVE PS-SOURCE-ID
                   TO WS-PROF-SOURCE-ID(WS-PROF-TABLE-COUNT)
               IF PS-PARTITION NUMERIC
               AND PS-PARTITION > ZERO
               AND PS-PARTITION NOT > WS-PARTITION-MAX
                   MOVE PS-PARTITION
                       TO WS-PROF-PARTITION(WS-PROF-TABLE-COUNT)
               ELSE
                   MOVE 1
                       TO WS-PROF-PARTITION(WS-PROF-TABLE-COUNT)
               END-IF
               IF PS-MISSING-ACTION = 'F' OR 'W'
                   MOVE PS-MISSING-ACTION
                       TO WS-PROF-MISS-ACTION(WS-PROF-TABLE-COUNT)
               ELSE
                   MOVE 'F'
                       TO WS-PROF-MISS-ACTION(WS-PROF-TABLE-COUNT)
               END-IF
               MOVE 'N' TO WS-PROF-SEEN-SW(WS-PROF-TABLE-COUNT)
           ELSE
               DISPLAY 'CARD2BS - PROFILE TABLE FULL AT '
                       WS-PROF-TABLE-MAX ' ENTRIES, DISCARDED: '
                       PS-SOURCE-ID
           END-IF
           .

       1200-CLEAR-PARTITION-COUNTS.

           MOVE ZERO TO WS-PART-RECORD-COUNT(WS-PART-IDX)
           MOVE ZERO TO WS-PART-SEG-COUNT(WS-PART-IDX)
           .

      *----------------------------------------------------------------*
      * ONE RECORD OF THE EXTRACT.  A HEADER PICKS THE PARTITION FOR
      * ITSELF AND EVERYTHING UP TO THE NEXT HEADER; THE SEGMENT
      * BRACKETING IS TRACKED THE WAY CARD2B'S INTEGRITY PASS TRACKS
      * IT, SO THE SAME RECORDS ARE 'OUTSIDE ANY SEGMENT' FOR BOTH.
      *----------------------------------------------------------------*
       2000-SPLIT-ONE-RECORD.

           MOVE SPACE TO ACCOUNT-TRAILER
           READ ACCOUNT-FILE
               AT END
                   SET WS-EOF-SW TO 'Y'
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   EVALUATE TRUE
                       WHEN AH-HEADER-REC
                           PERFORM 2100-START-SEGMENT
                       WHEN AT-TRAILER-REC
                           PERFORM 2200-END-SEGMENT
                       WHEN OTHER
                           PERFORM 2300-ROUTE-DETAIL
                   END-EVALUATE
           END-READ
           .

      *----------------------------------------------------------------*
      * A HEADER WHILE A SEGMENT IS STILL OPEN CUTS THAT SEGMENT
      * SHORT.  IN THE FULL EXTRACT CARD2B WOULD SEE THE NEXT HEADER
      * AND SAY SO; IN THE PARTITION THE CUT SEGMENT MAY BE THE LAST
      * ONE, SO THE MAP CARRIES THE CUT TO KEEP THE REASON THE SAME.
      *----------------------------------------------------------------*
       2100-START-SEGMENT.

           IF WS-MAP-PENDING
               IF WS-IN-SEGMENT
                   MOVE 'Y' TO PM-CUT-SW
               END-IF
               PERFORM 2400-WRITE-MAP-RECORD
           END-IF

           MOVE AH-SOURCE-ID TO WS-CURRENT-SOURCE-ID
           PERFORM 2110-FIND-PROFILE-ENTRY
           IF WS-PROF-FOUND
               SET WS-PROF-SEEN(WS-PROF-MATCH-IDX) TO TRUE
               MOVE WS-PROF-PARTITION(WS-PROF-MATCH-IDX)
                   TO WS-CURRENT-PARTITION
           ELSE
               MOVE 1 TO WS-CURRENT-PARTITION
           END-IF

           ADD 1 TO WS-PART-SEG-COUNT(WS-CURRENT-PARTITION)
           IF WS-PART-SEG-COUNT(WS-CURRENT-PARTITION) > WS-PART-SEG-MAX
               ADD 1 TO WS-EXTRACT-ERROR-COUNT
               DISPLAY 'CARD2BS - MORE THAN ' WS-PART-SEG-MAX
                       ' SEGMENTS FOR PARTITION ' WS-CURRENT-PARTITION
                       ' - SPREAD THE ACQUIRERS ON RUNPROF'
           END-IF

           MOVE SPACE TO PARTITION-MAP-RECORD
           MOVE WS-RECORDS-READ TO PM-GLOBAL-POSITION
           COMPUTE PM-PARTITION-POSITION =
               WS-PART-RECORD-COUNT(WS-CURRENT-PARTITION) + 1
           MOVE AH-SOURCE-ID TO PM-SOURCE-ID
           MOVE 'N' TO PM-CUT-SW
           SET WS-MAP-PENDING TO TRUE

           PERFORM 2500-WRITE-PARTITION-RECORD
           SET WS-IN-SEGMENT TO TRUE
           .

       2110-FIND-PROFILE-ENTRY.

           MOVE 'N' TO WS-PROF-FOUND-SW
           PERFORM 2120-MATCH-PROFILE-ENTRY
               VARYING WS-PROF-IDX FROM 1 BY 1
               UNTIL WS-PROF-IDX > WS-PROF-TABLE-COUNT
                  OR WS-PROF-FOUND
           .

       2120-MATCH-PROFILE-ENTRY.

           IF WS-PROF-SOURCE-ID(WS-PROF-IDX) = WS-CURRENT-SOURCE-ID
               SET WS-PROF-FOUND TO TRUE
               MOVE WS-PROF-IDX TO WS-PROF-MATCH-IDX
           END-IF
           .

       2200-END-SEGMENT.

           IF NOT WS-IN-SEGMENT
               ADD 1 TO WS-EXTRACT-ERROR-COUNT
               DISPLAY 'CARD2BS - TRAILER FOR ' AT-SOURCE-ID
                       ' WITH NO OPEN HEADER'
           ELSE
               PERFORM 2500-WRITE-PARTITION-RECORD
               MOVE 'N' TO WS-SEGMENT-SW
           END-IF
           .

       2300-ROUTE-DETAIL.

           IF NOT WS-IN-SEGMENT
               ADD 1 TO WS-EXTRACT-ERROR-COUNT
               DISPLAY 'CARD2BS - DETAIL RECORD ' WS-RECORDS-READ
                       ' OUTSIDE ANY HEADER/TRAILER SEGMENT'
           ELSE
               PERFORM 2500-WRITE-PARTITION-RECORD
           END-IF
           .

       2400-WRITE-MAP-RECORD.

           EVALUATE WS-CURRENT-PARTITION
               WHEN 1
                   WRITE PARTITION-MAP-1-RECORD
                       FROM PARTITION-MAP-RECORD
               WHEN 2
                   WRITE PARTITION-MAP-2-RECORD
                       FROM PARTITION-MAP-RECORD
               WHEN 3
                   WRITE PARTITION-MAP-3-RECORD
                       FROM PARTITION-MAP-RECORD
               WHEN 4
                   WRITE PARTITION-MAP-4-RECORD
                       FROM PARTITION-MAP-RECORD
           END-EVALUATE
           MOVE 'N' TO WS-MAP-PENDING-SW
           .

      *----------------------------------------------------------------*
      * THE RECORD GOES OUT AT THE LENGTH IT CAME IN AT - CARD2B
      * TELLS A SHORT DETAIL RECORD FROM A FULL ONE BY ITS LENGTH.
      *----------------------------------------------------------------*
       2500-WRITE-PARTITION-RECORD.

           ADD 1 TO WS-PART-RECORD-COUNT(WS-CURRENT-PARTITION)
           EVALUATE WS-CURRENT-PARTITION
               WHEN 1
                   WRITE PARTITION-1-RECORD FROM ACCOUNT-RECORD
               WHEN 2
                   WRITE PARTITION-2-RECORD FROM ACCOUNT-RECORD
               WHEN 3
                   WRITE PARTITION-3-RECORD FROM ACCOUNT-RECORD
               WHEN 4
                   WRITE PARTITION-4-RECORD FROM ACCOUNT-RECORD
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * END OF THE EXTRACT - WRITE THE LAST SEGMENT'S MAP RECORD AND
      * CHECK THAT EVERY ACQUIRER THE PROFILE CANNOT DO WITHOUT SENT
      * SOMETHING.  ACTION 'W' ACQUIRERS ARE LEFT FOR THEIR OWN
      * PARTITION TO FLAG ON THE SUMMARY REPORT.
      *----------------------------------------------------------------*
       3000-END-OF-EXTRACT.

           IF WS-MAP-PENDING
               PERFORM 2400-WRITE-MAP-RECORD
           END-IF

           PERFORM 3100-CHECK-EXPECTED-SOURCE
               VARYING WS-PROF-IDX FROM 1 BY 1
               UNTIL WS-PROF-IDX > WS-PROF-TABLE-COUNT
           .

       3100-CHECK-EXPECTED-SOURCE.

           IF NOT WS-PROF-SEEN(WS-PROF-IDX)
           AND WS-PROF-MISS-ACTION(WS-PROF-IDX) = 'F'
               ADD 1 TO WS-EXTRACT-ERROR-COUNT
               DISPLAY 'CARD2BS - EXPECTED SOURCE '
                       WS-PROF-SOURCE-ID(WS-PROF-IDX)
                       ' SENT NO SEGMENT - RUN FAILED PER PROFILE'
           END-IF
           .

       8000-FINALIZE.

           CLOSE ACCOUNT-FILE
           CLOSE PARTITION-1-FILE
           CLOSE PARTITION-2-FILE
           CLOSE PARTITION-3-FILE
           CLOSE PARTITION-4-FILE
           CLOSE PARTITION-MAP-1-FILE
           CLOSE PARTITION-MAP-2-FILE
           CLOSE PARTITION-MAP-3-FILE
           CLOSE PARTITION-MAP-4-FILE

           PERFORM 8100-DISPLAY-PARTITION-COUNTS
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PARTITION-MAX

           IF WS-EXTRACT-ERROR-COUNT > ZERO
               DISPLAY 'CARD2BS - EXTRACT FAILED INTEGRITY CHECK, '
                       WS-EXTRACT-ERROR-COUNT ' PROBLEM(S) NOT '
                       'ATTRIBUTABLE TO ONE SEGMENT - '
                       'PARTITIONS MUST NOT RUN'
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY 'CARD2BS - ' WS-RECORDS-READ
                       ' RECORDS SPLIT'
               MOVE ZERO TO RETURN-CODE
           END-IF
           .

       8100-DISPLAY-PARTITION-COUNTS.

           MOVE WS-PART-IDX TO PCL-PARTITION
           MOVE WS-PART-SEG-COUNT(WS-PART-IDX) TO PCL-SEG-COUNT
           MOVE WS-PART-RECORD-COUNT(WS-PART-IDX) TO PCL-RECORD-COUNT
           DISPLAY WS-PART-COUNT-LINE
           .

       9999-END.
           .
