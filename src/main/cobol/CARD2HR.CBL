      **********************************************************************
      * AUTHOR:    DAVE NICOLETTE
      * DATE:      15 OCT 2026
      * PURPOSE:   OPERATIONS TRANSACTION (CHRF) TO REFRESH THE ONLINE
      *            HOT-CARD TABLE WITHOUT BOUNCING THE REGION - THE
      *            HOT-CARD COUNTERPART OF CREF (CARD2R).  CARD2P
      *            LOADS THE HOT TABLE ONCE AT PLT STARTUP, SO A CARD
      *            BLOCKED OR UNBLOCKED AFTER THAT (BY THE CHOT
      *            TRANSACTION OR A CARD2HJ REPRO) USED TO SHOW THE
      *            OLD STATUS ON CINQ UNTIL THE NIGHTLY RECYCLE.
      *
      *            THE REFRESH RE-BROWSES THE HOTCARD KSDS INTO
      *            FRESHLY ACQUIRED SHARED STORAGE, WITH THE SAME
      *            ASCENDING-PAN RULE AND THE SAME EFFECTIVE/EXPIRE
      *            WINDOW (SEE HOTREC) CARD2P APPLIES, AND ONLY ON A
      *            CLEAN LOAD SWAPS CWA-HOT-TABLE-PTR AND
      *            CWA-HOT-TABLE-COUNT OVER TO THE NEW COPY AND FREES
      *            THE OLD ONE.  ON ANY FAILURE THE NEW STORAGE IS
      *            FREED AND THE OLD TABLE (AND ANCHOR) IS LEFT
      *            EXACTLY AS IT WAS.  THE IN-FLIGHT-INQUIRY SAFETY
      *            ARGUMENT IS THE ONE IN CARD2R'S PROLOGUE - ALL OF
      *            THESE PROGRAMS RUN ON THE QR TCB AND CARD2Q TAKES
      *            NO EXEC CICS CALL MID-SEARCH.
      *
      *            UNLIKE THE BIN TABLE, AN EMPTY HOT-CARD LIST IS A
      *            VALID LIST (NOBODY IS BLOCKED), SO AN EMPTY KSDS
      *            SWAPS IN A ZERO-COUNT TABLE RATHER THAN FAILING.
      *
      *            RUN FROM A TERMINAL, THE RESULT IS SENT AS TEXT.
      *            LINKED TO WITH A COMMAREA (CHOT LINKS HERE AFTER
      *            EVERY ADD OR REMOVE SO CINQ SHOWS THE CHANGE AT
      *            ONCE), THE RESULT MESSAGE IS RETURNED IN THE
      *            COMMAREA INSTEAD AND NOTHING IS SENT.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD2HR.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY HOTREC.

       77  WS-RESP-CODE               PIC S9(08) COMP VALUE ZERO.
       77  WS-TABLE-BYTES             PIC S9(08) COMP VALUE ZERO.
       77  WS-LOAD-COUNT              PIC 9(08) COMP VALUE ZERO.
       77  WS-DROP-COUNT              PIC 9(08) COMP VALUE ZERO.
       77  WS-HOT-TABLE-MAX           PIC 9(08) COMP VALUE 100000.
       77  WS-PREV-HOT-PAN            PIC X(16) VALUE LOW-VALUE.
       77  WS-BROWSE-KEY              PIC X(16) VALUE LOW-VALUE.
       77  WS-RUN-DATE                PIC 9(08) VALUE ZERO.
       77  WS-BROWSE-DONE-SW          PIC X(01) VALUE 'N'.
           88  WS-BROWSE-DONE             VALUE 'Y'.
       77  WS-LOAD-FAILED-SW          PIC X(01) VALUE 'N'.
           88  WS-LOAD-FAILED             VALUE 'Y'.
       77  WS-NEW-TABLE-PTR           USAGE POINTER VALUE NULL.
       77  WS-OLD-TABLE-PTR           USAGE POINTER VALUE NULL.

       01  WS-RESULT-MESSAGE.
           05  WS-MSG-TEXT            PIC X(40).
           05  FILLER                 PIC X(08) VALUE ' LOADED '.
           05  WS-MSG-LOADED          PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(09) VALUE ' SKIPPED '.
           05  WS-MSG-DROPPED         PIC ZZZ,ZZ9.

       LINKAGE SECTION.

       01  DFHCOMMAREA                PIC X(71).

       COPY CARDCWA.

       COPY HOTTAB.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           EXEC CICS ADDRESS
               CWA(ADDRESS OF WS-CWA-AREA)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CHRF - CWA NOT ADDRESSABLE, NO REFRESH'
                   TO WS-MSG-TEXT
               SET WS-LOAD-FAILED TO TRUE
               PERFORM 8100-SEND-RESULT
               EXEC CICS RETURN END-EXEC
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 1000-ACQUIRE-TABLE-STORAGE
           IF NOT WS-LOAD-FAILED
               PERFORM 2000-LOAD-HOT-TABLE
           END-IF

           IF WS-LOAD-FAILED
               PERFORM 8200-DISCARD-NEW-TABLE
           ELSE
               PERFORM 8000-SWAP-IN-NEW-TABLE
           END-IF

           PERFORM 8100-SEND-RESULT
           EXEC CICS RETURN END-EXEC
           .

       1000-ACQUIRE-TABLE-STORAGE.

           COMPUTE WS-TABLE-BYTES = LENGTH OF WS-HOT-TABLE
           EXEC CICS GETMAIN
               SET(WS-NEW-TABLE-PTR)
               FLENGTH(WS-TABLE-BYTES)
               SHARED
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CHRF - GETMAIN FOR NEW TABLE FAILED'
                   TO WS-MSG-TEXT
               SET WS-LOAD-FAILED TO TRUE
           END-IF
           .

      *----------------------------------------------------------------*
      * BROWSE THE KSDS INTO THE NEW COPY.  A NOTFND ON THE STARTBR
      * IS AN EMPTY FILE - A VALID, EMPTY LIST.  ANY OTHER BROWSE
      * ERROR OR A TABLE OVERFLOW FAILS THE REFRESH OUTRIGHT, AS IN
      * CREF.  OUT-OF-SEQUENCE ROWS AND ROWS OUTSIDE THEIR
      * EFFECTIVE/EXPIRE WINDOW TODAY ARE LEFT OUT AND COUNTED FOR
      * THE OPERATOR.
      *----------------------------------------------------------------*
       2000-LOAD-HOT-TABLE.

           SET ADDRESS OF WS-HOT-TABLE TO WS-NEW-TABLE-PTR
           MOVE LOW-VALUE TO WS-BROWSE-KEY
           EXEC CICS STARTBR
               FILE('HOTCARD')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP-CODE = DFHRESP(NOTFND)
                   CONTINUE
               WHEN WS-RESP-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'CHRF - STARTBR ON HOTCARD FAILED'
                       TO WS-MSG-TEXT
                   SET WS-LOAD-FAILED TO TRUE
               WHEN OTHER
                   PERFORM 2100-READ-NEXT-HOT-CARD UNTIL WS-BROWSE-DONE
                   EXEC CICS ENDBR
                       FILE('HOTCARD')
                   END-EXEC
           END-EVALUATE
           .

       2100-READ-NEXT-HOT-CARD.

           EXEC CICS READNEXT
               FILE('HOTCARD')
               INTO(HOT-CARD-MASTER-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP-CODE = DFHRESP(ENDFILE)
                   SET WS-BROWSE-DONE-SW TO 'Y'
               WHEN WS-RESP-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'CHRF - READNEXT ON HOTCARD FAILED'
                       TO WS-MSG-TEXT
                   SET WS-LOAD-FAILED TO TRUE
                   SET WS-BROWSE-DONE-SW TO 'Y'
               WHEN HOT-PAN NOT > WS-PREV-HOT-PAN
                   ADD 1 TO WS-DROP-COUNT
               WHEN HOT-EFFECTIVE-DATE > WS-RUN-DATE
                 OR (HOT-EXPIRE-DATE NOT = ZERO
                 AND HOT-EXPIRE-DATE < WS-RUN-DATE)
                   ADD 1 TO WS-DROP-COUNT
                   MOVE HOT-PAN TO WS-PREV-HOT-PAN
               WHEN WS-LOAD-COUNT < WS-HOT-TABLE-MAX
                   ADD 1 TO WS-LOAD-COUNT
                   MOVE HOT-PAN TO WS-HOT-PAN(WS-LOAD-COUNT)
                   MOVE HOT-PAN TO WS-PREV-HOT-PAN
               WHEN OTHER
                   MOVE 'CHRF - HOTCARD OVERFLOWS TABLE, NO SWAP'
                       TO WS-MSG-TEXT
                   SET WS-LOAD-FAILED TO TRUE
                   SET WS-BROWSE-DONE-SW TO 'Y'
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      * CLEAN LOAD - SWAP THE CWA ANCHOR TO THE NEW COPY AND FREE
      * THE OLD ONE, EXACTLY AS CREF DOES FOR THE BIN TABLE.
      *----------------------------------------------------------------*
       8000-SWAP-IN-NEW-TABLE.

           SET WS-OLD-TABLE-PTR TO CWA-HOT-TABLE-PTR
           SET CWA-HOT-TABLE-PTR TO WS-NEW-TABLE-PTR
           MOVE WS-LOAD-COUNT TO CWA-HOT-TABLE-COUNT

           IF WS-OLD-TABLE-PTR NOT = NULL
               EXEC CICS FREEMAIN
                   DATAPOINTER(WS-OLD-TABLE-PTR)
                   RESP(WS-RESP-CODE)
               END-EXEC
           END-IF

           MOVE 'CHRF - HOT-CARD TABLE REFRESHED' TO WS-MSG-TEXT
           .

      *----------------------------------------------------------------*
      * FAILED LOAD - FREE THE NEW COPY AND LEAVE THE OLD TABLE AND
      * ITS ANCHOR EXACTLY AS THEY WERE.  WS-MSG-TEXT ALREADY SAYS
      * WHAT WENT WRONG.
      *----------------------------------------------------------------*
       8200-DISCARD-NEW-TABLE.

           IF WS-NEW-TABLE-PTR NOT = NULL
               EXEC CICS FREEMAIN
                   DATAPOINTER(WS-NEW-TABLE-PTR)
                   RESP(WS-RESP-CODE)
               END-EXEC
               SET WS-NEW-TABLE-PTR TO NULL
           END-IF
           .

      *----------------------------------------------------------------*
      * A LINKING PROGRAM GETS THE MESSAGE BACK IN ITS COMMAREA; A
      * TERMINAL GETS IT AS TEXT.
      *----------------------------------------------------------------*
       8100-SEND-RESULT.

           MOVE WS-LOAD-COUNT TO WS-MSG-LOADED
           MOVE WS-DROP-COUNT TO WS-MSG-DROPPED
           IF EIBCALEN > ZERO
               MOVE WS-RESULT-MESSAGE TO DFHCOMMAREA(1:EIBCALEN)
           ELSE
               EXEC CICS SEND TEXT
                   FROM(WS-RESULT-MESSAGE)
                   LENGTH(LENGTH OF WS-RESULT-MESSAGE)
                   ERASE
                   FREEKB
               END-EXEC
           END-IF
           .

       9999-END.
           .
