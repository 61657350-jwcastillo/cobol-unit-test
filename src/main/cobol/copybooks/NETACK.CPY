      **********************************************************************
      * COPYBOOK:  NETACK
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   RECORD LAYOUT FOR A NETWORK'S ACKNOWLEDGMENT
      *            (RETURN) FILE FOR ONE OF OUR OUTBOUND EXTRACTS.
      *            ONE RETURN FILE PER NETWORK PER TRANSMISSION:
      *              AH  HEADER - THE NETWORK AND THE HEADER DATE OF
      *                  THE EXTRACT BEING ACKNOWLEDGED,
      *              AR  ONE PER REJECTED DETAIL - THE NETWORK'S
      *                  REASON CODE AND THE DETAIL RECORD EXACTLY
      *                  AS WE SENT IT, IN THAT NETWORK'S OWN LAYOUT
      *                  (SEE NETEXT), LEFT-JUSTIFIED,
      *              AT  TRAILER - THE COUNT AND USD AMOUNT THE
      *                  NETWORK ACCEPTED AND THE COUNT AND AMOUNT IT
      *                  REJECTED.
      *            THE REJECT IMAGE CARRIES THE FULL PAN, SO THE
      *            RETURN FILES ARE PROTECTED LIKE THE EXTRACTS.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       01  NET-ACK-RECORD.
           05  ACK-RECORD-TYPE         PIC X(02).
               88  ACK-HEADER              VALUE 'AH'.
               88  ACK-REJECT              VALUE 'AR'.
               88  ACK-TRAILER             VALUE 'AT'.
           05  ACK-HEADER-BODY.
               10  ACK-HDR-NETWORK     PIC X(04).
               10  ACK-HDR-EXTRACT-DATE
                                       PIC 9(08).
               10  FILLER              PIC X(86).
           05  ACK-REJECT-BODY REDEFINES ACK-HEADER-BODY.
               10  ACK-REJ-REASON-CODE PIC X(04).
               10  ACK-REJ-RECORD      PIC X(85).
               10  FILLER              PIC X(09).
           05  ACK-TRAILER-BODY REDEFINES ACK-HEADER-BODY.
               10  ACK-TRL-ACCEPT-COUNT
                                       PIC 9(09).
               10  ACK-TRL-ACCEPT-AMOUNT
                                       PIC 9(13)V99.
               10  ACK-TRL-REJECT-COUNT
                                       PIC 9(09).
               10  ACK-TRL-REJECT-AMOUNT
                                       PIC 9(13)V99.
               10  FILLER              PIC X(50).
