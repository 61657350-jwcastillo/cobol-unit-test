      **********************************************************************
      * COPYBOOK:  NETRSN
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   RECORD LAYOUT FOR THE NETWORK REJECT-REASON
      *            REFERENCE FILE.  ONE LINE PER NETWORK REASON CODE,
      *            WITH ITS DESCRIPTION AND WHAT WE DO ABOUT IT:
      *              R = CORRECTABLE ON OUR SIDE - THE REJECTED
      *                  DETAIL GOES ON THE RESUBMISSION EXTRACT,
      *              H = HOLD - NOT RESUBMITTED (CARD CLOSED, DUPLICATE
      *                  AT THE NETWORK, AND THE LIKE); LISTED ONLY.
      *            A CODE NOT ON THE FILE IS TREATED AS A HOLD, SO A
      *            NEW NETWORK CODE CAN NEVER CAUSE A RESUBMISSION
      *            UNTIL SOMEONE HAS DECIDED IT SHOULD.  MAINTAINED
      *            BY SETTLEMENT OPERATIONS AS A FLAT FILE, LIKE THE
      *            CURRENCY RATE FILE, SO A NEW CODE IS A FILE CHANGE
      *            AND NOT A PROGRAM CHANGE.
      *
      *            RSN-NETWORK IS THE NETWORK CODE CARD2N USES: VISA,
      *            MC, AMEX, DISC OR OTHR (THE CATCH-ALL GATEWAY).
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       01  NET-REASON-RECORD.
           05  RSN-NETWORK             PIC X(04).
           05  RSN-REASON-CODE         PIC X(04).
           05  RSN-ACTION              PIC X(01).
               88  RSN-RESUBMIT            VALUE 'R'.
               88  RSN-HOLD                VALUE 'H'.
           05  RSN-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(01).
