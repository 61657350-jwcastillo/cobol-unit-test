      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   ONE-TIME CONVERSION OF THE ACCOUNT HISTORY MASTER
      *            (ACCTHIST) FROM THE CLEAR PAN TO THE PAN'S TOKEN.
      *            READS AN UNLOAD OF THE OLD 73-BYTE MASTER (KEYED
      *            ON THE PAN - THE LAYOUT IS DEFINED BELOW, SINCE
      *            HISTREC NOW DESCRIBES ONLY THE NEW ONE), TOKENIZES
      *            EVERY PAN THROUGH THE BATCH TOKEN SERVICE (CARD2T)
      *            AND WRITES THE SAME HISTORY IN THE 85-BYTE HISTREC
      *            LAYOUT - KEYED ON THE TOKEN, WITH THE PAN PROFILE
      *            THE SERVICE RETURNS - FOR THE RELOAD.  SEE CARD2THJ.
      *
      *            A PAN ALREADY IN THE VAULT (SEEN BY THE CICS
      *            SERVICE, OR BY AN EARLIER ATTEMPT AT THIS JOB)
      *            KEEPS THE TOKEN IT HAS, SO THE JOB CAN BE RERUN
      *            FROM THE SAME UNLOAD.  THE NEW FILE IS IN UNLOAD
      *            (PAN) ORDER, NOT TOKEN ORDER; CARD2THJ SORTS IT
      *            BEFORE THE RELOAD.
      *
      *            A MASTER THAT IS ALREADY CONVERTED IS REFUSED: IF
      *            ANY KEY IS A TOKEN ('TK' AND FOURTEEN DIGITS - NO
      *            PAN LOOKS LIKE THAT) THE RUN STOPS THERE, SO A
      *            SECOND RUN AGAINST A NEW-LAYOUT UNLOAD CANNOT
      *            TOKENIZE TOKENS.  A ROW WITH A BLANK KEY HAS NO
      *            PAN TO TOKENIZE; IT IS DROPPED AND COUNTED.
      *
      *            NO PAN IS EVER DISPLAYED - A DROPPED OR REFUSED
      *            ROW IS IDENTIFIED BY ITS RECORD NUMBER.
      *
      *            RETURN CODES: 0 = EVERY ROW CONVERTED, 4 = AT
      *            LEAST ONE BLANK-KEY ROW DROPPED (THE REST ARE
      *            CONVERTED AND MAY BE RELOADED), 8 = THE MASTER IS
      *            ALREADY KEYED ON TOKENS (NOTHING TO RELOAD),
      *            16 = A FILE COULD NOT BE OPENED OR THE VAULT
      *            FAILED (NOTHING TO RELOAD).
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2TH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE
               ASSIGN TO "HISTOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT NEW-HISTORY-FILE
               ASSIGN TO "HISTNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      **********************************************************************
      * THE OLD ACCTHIST RECORD - KEYED ON THE CLEAR PAN.
      **********************************************************************
       FD  OLD-HISTORY-FILE
           RECORD CONTAINS 73 CHARACTERS.
       01  OLD-HISTORY-RECORD.
           05  OLD-ACCOUNT-NUMBER       PIC X(16).
           05  OLD-ACCOUNT-KEY-PARTS REDEFINES OLD-ACCOUNT-NUMBER.
               10  OLD-KEY-PREFIX       PIC X(02).
               10  OLD-KEY-SEQUENCE     PIC X(14).
           05  OLD-FIRST-SEEN           PIC 9(08).
           05  OLD-LAST-SEEN            PIC 9(08).
           05  OLD-NIGHTS-SEEN          PIC 9(05).
           05  OLD-TOTAL-AMOUNT         PIC 9(13)V99.
           05  OLD-LAST-BRAND           PIC X(20).
           05  OLD-LAST-CLASS           PIC X(01).

       FD  NEW-HISTORY-FILE
           RECORD CONTAINS 85 CHARACTERS.
       COPY HISTREC.

       WORKING-STORAGE SECTION.

       77  WS-OLD-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-NEW-FILE-STATUS          PIC X(02) VALUE '00'.
       77  WS-OLD-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-OLD-EOF                  VALUE 'Y'.

       77  WS-READ-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-WRITTEN-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-ISSUED-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-ON-FILE-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-DROPPED-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-DISPLAY-COUNT            PIC ZZZ,ZZZ,ZZ9.

       COPY TOKPARM.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-RECORD UNTIL WS-OLD-EOF
           PERFORM 8000-FINALIZE
           STOP RUN
           .

      *----------------------------------------------------------------*
      * OPEN THE VAULT FIRST, SO A VAULT THAT CANNOT BE OPENED STOPS
      * THE RUN BEFORE A RECORD IS WRITTEN.
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           MOVE SPACE TO TOKEN-PARAMETERS
           SET TKP-FUNC-OPEN TO TRUE
           CALL 'CARD2T' USING TOKEN-PARAMETERS
           IF TKP-VAULT-ERROR
               DISPLAY 'CARD2TH - ' TKP-MESSAGE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT OLD-HISTORY-FILE
           IF WS-OLD-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2TH - UNABLE TO OPEN HISTOLD, STATUS '
                       WS-OLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT NEW-HISTORY-FILE
           IF WS-NEW-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2TH - UNABLE TO OPEN HISTNEW, STATUS '
                       WS-NEW-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2100-READ-OLD-HISTORY
           .

       2000-CONVERT-RECORD.

           EVALUATE TRUE
               WHEN OLD-KEY-PREFIX = 'TK'
               AND OLD-KEY-SEQUENCE IS NUMERIC
                   MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
                   DISPLAY 'CARD2TH - RECORD ' WS-DISPLAY-COUNT
                           ' IS ALREADY KEYED ON A TOKEN'
                   DISPLAY 'CARD2TH - ACCTHIST IS ALREADY CONVERTED,'
                           ' NOTHING TO RELOAD'
                   CLOSE OLD-HISTORY-FILE
                   CLOSE NEW-HISTORY-FILE
                   PERFORM 8100-CLOSE-VAULT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OLD-ACCOUNT-NUMBER = SPACE
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
                   DISPLAY 'CARD2TH - RECORD ' WS-DISPLAY-COUNT
                           ' HAS A BLANK KEY, DROPPED'
               WHEN OTHER
                   PERFORM 2200-TOKENIZE-ACCOUNT
                   PERFORM 2300-WRITE-NEW-HISTORY
           END-EVALUATE

           PERFORM 2100-READ-OLD-HISTORY
           .

       2100-READ-OLD-HISTORY.

           READ OLD-HISTORY-FILE
               AT END
                   SET WS-OLD-EOF-SW TO 'Y'
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ
           .

      *----------------------------------------------------------------*
      * A VAULT FAILURE PART-WAY THROUGH STOPS THE RUN - THE NEW FILE
      * IS INCOMPLETE AND MUST NOT BE RELOADED.  TOKENS ALREADY
      * ISSUED STAY IN THE VAULT AND ARE REUSED BY THE RERUN.
      *----------------------------------------------------------------*
       2200-TOKENIZE-ACCOUNT.

           MOVE SPACE TO TOKEN-PARAMETERS
           SET TKP-FUNC-TOKENIZE TO TRUE
           MOVE 'CARD2THJ'         TO TKP-REQUESTED-BY
           MOVE OLD-ACCOUNT-NUMBER TO TKP-ACCOUNT-NUMBER
           MOVE ZERO               TO TKP-SEQUENCE
           MOVE ZERO               TO TKP-PAN-LENGTH
           CALL 'CARD2T' USING TOKEN-PARAMETERS

           EVALUATE TRUE
               WHEN TKP-CREATED
                   ADD 1 TO WS-ISSUED-COUNT
               WHEN TKP-FOUND
                   ADD 1 TO WS-ON-FILE-COUNT
               WHEN OTHER
                   MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
                   DISPLAY 'CARD2TH - RECORD ' WS-DISPLAY-COUNT
                           ' NOT TOKENIZED - ' TKP-MESSAGE
                   CLOSE OLD-HISTORY-FILE
                   CLOSE NEW-HISTORY-FILE
                   PERFORM 8100-CLOSE-VAULT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE SPACE TO TKP-ACCOUNT-NUMBER
           .

       2300-WRITE-NEW-HISTORY.

           MOVE SPACE TO HISTORY-RECORD
           MOVE TKP-TOKEN            TO HIST-ACCOUNT-TOKEN
           MOVE OLD-FIRST-SEEN       TO HIST-FIRST-SEEN
           MOVE OLD-LAST-SEEN        TO HIST-LAST-SEEN
           MOVE OLD-NIGHTS-SEEN      TO HIST-NIGHTS-SEEN
           MOVE OLD-TOTAL-AMOUNT     TO HIST-TOTAL-AMOUNT
           MOVE OLD-LAST-BRAND       TO HIST-LAST-BRAND
           MOVE OLD-LAST-CLASS       TO HIST-LAST-CLASS
           MOVE TKP-BIN-PREFIX       TO HIST-BIN-PREFIX
           MOVE TKP-PAN-LENGTH       TO HIST-PAN-LENGTH
           MOVE TKP-NUMERIC-FLAG     TO HIST-NUMERIC-FLAG
           MOVE TKP-CHECK-DIGIT-FLAG TO HIST-CHECK-DIGIT-FLAG
           WRITE HISTORY-RECORD
           IF WS-NEW-FILE-STATUS NOT = '00'
               DISPLAY 'CARD2TH - HISTNEW WRITE STATUS '
                       WS-NEW-FILE-STATUS
               CLOSE OLD-HISTORY-FILE
               CLOSE NEW-HISTORY-FILE
               PERFORM 8100-CLOSE-VAULT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT
           .

       8000-FINALIZE.

           CLOSE OLD-HISTORY-FILE
           CLOSE NEW-HISTORY-FILE
           PERFORM 8100-CLOSE-VAULT

           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           DISPLAY 'CARD2TH - RECORDS READ      ' WS-DISPLAY-COUNT
           MOVE WS-WRITTEN-COUNT TO WS-DISPLAY-COUNT
           DISPLAY 'CARD2TH - RECORDS WRITTEN   ' WS-DISPLAY-COUNT
           MOVE WS-ISSUED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY 'CARD2TH - TOKENS ISSUED     ' WS-DISPLAY-COUNT
           MOVE WS-ON-FILE-COUNT TO WS-DISPLAY-COUNT
           DISPLAY 'CARD2TH - TOKENS ON FILE    ' WS-DISPLAY-COUNT
           MOVE WS-DROPPED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY 'CARD2TH - BLANK KEYS DROPPED' WS-DISPLAY-COUNT

           IF WS-DROPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           .

       8100-CLOSE-VAULT.

           MOVE SPACE TO TOKEN-PARAMETERS
           SET TKP-FUNC-CLOSE TO TRUE
           CALL 'CARD2T' USING TOKEN-PARAMETERS
           .

       9999-END.
           .
