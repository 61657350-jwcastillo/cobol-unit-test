      **********************************************************************
      * COPYBOOK:  NETEXT
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   RECORD LAYOUTS FOR THE PER-NETWORK OUTBOUND
      *            SETTLEMENT EXTRACTS (VISAOUT, MCOUT, AMEXOUT,
      *            DISCOUT AND THE OTHROUT CATCH-ALL).  EACH NETWORK'S
      *            SUBMISSION FORMAT IS ITS OWN (TAG BYTES, FIELD
      *            ORDER, RECORD LENGTH, PER THE NETWORKS' INTAKE
      *            SPECS): A HEADER CARRYING THE RUN DATE, ONE DETAIL
      *            PER TRANSACTION WITH THE FULL PAN AND THE USD
      *            AMOUNT, AND A TRAILER WITH THE RECORD COUNT AND
      *            USD AMOUNT.  WRITTEN BY CARD2B; READ BACK BY THE
      *            NETWORK RECONCILIATION (CARD2N), WHICH ALSO WRITES
      *            RESUBMISSION FILES IN THE SAME LAYOUTS.
      *
      *            THE DETAIL RECORDS CARRY THE FULL PAN.  ANYTHING
      *            BUILT FROM THEM FOR PEOPLE TO READ MUST MASK IT.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION - LAYOUTS MOVED OUT OF
      *                     CARD2B UNCHANGED SO THE RECONCILIATION
      *                     READS THEM WITH THE SAME DEFINITIONS.
      **********************************************************************
       01  WS-VISA-HEADER.
           05  FILLER                   PIC X(02) VALUE 'VH'.
           05  VISA-HDR-DATE            PIC 9(08).
           05  FILLER                   PIC X(50) VALUE SPACE.
       01  WS-VISA-DETAIL.
           05  FILLER                   PIC X(02) VALUE 'VD'.
           05  VISA-DTL-PAN             PIC X(16).
           05  VISA-DTL-AMOUNT          PIC 9(11)V99.
           05  VISA-DTL-MERCHANT        PIC X(15).
           05  VISA-DTL-EXPIRY          PIC X(04).
           05  VISA-DTL-CLASS           PIC X(01).
           05  FILLER                   PIC X(09) VALUE SPACE.
       01  WS-VISA-TRAILER.
           05  FILLER                   PIC X(02) VALUE 'VT'.
           05  VISA-TRL-COUNT           PIC 9(09).
           05  VISA-TRL-AMOUNT          PIC 9(13)V99.
           05  FILLER                   PIC X(34) VALUE SPACE.

       01  WS-MC-HEADER.
           05  FILLER                   PIC X(03) VALUE 'MCH'.
           05  MC-HDR-DATE              PIC 9(08).
           05  FILLER                   PIC X(59) VALUE SPACE.
       01  WS-MC-DETAIL.
           05  FILLER                   PIC X(03) VALUE 'MCD'.
           05  MC-DTL-PAN               PIC X(16).
           05  MC-DTL-EXPIRY            PIC X(04).
           05  MC-DTL-MERCHANT          PIC X(15).
           05  MC-DTL-AMOUNT            PIC 9(11)V99.
           05  MC-DTL-CLASS             PIC X(01).
           05  FILLER                   PIC X(18) VALUE SPACE.
       01  WS-MC-TRAILER.
           05  FILLER                   PIC X(03) VALUE 'MCT'.
           05  MC-TRL-COUNT             PIC 9(09).
           05  MC-TRL-AMOUNT            PIC 9(13)V99.
           05  FILLER                   PIC X(43) VALUE SPACE.

       01  WS-AMEX-HEADER.
           05  FILLER                   PIC X(03) VALUE 'AXH'.
           05  AMEX-HDR-DATE            PIC 9(08).
           05  FILLER                   PIC X(54) VALUE SPACE.
       01  WS-AMEX-DETAIL.
           05  FILLER                   PIC X(03) VALUE 'AXD'.
           05  AMEX-DTL-PAN             PIC X(16).
           05  AMEX-DTL-AMOUNT          PIC 9(11)V99.
           05  AMEX-DTL-EXPIRY          PIC X(04).
           05  AMEX-DTL-MERCHANT        PIC X(15).
           05  AMEX-DTL-CLASS           PIC X(01).
           05  FILLER                   PIC X(13) VALUE SPACE.
       01  WS-AMEX-TRAILER.
           05  FILLER                   PIC X(03) VALUE 'AXT'.
           05  AMEX-TRL-COUNT           PIC 9(09).
           05  AMEX-TRL-AMOUNT          PIC 9(13)V99.
           05  FILLER                   PIC X(38) VALUE SPACE.

       01  WS-DISC-HEADER.
           05  FILLER                   PIC X(03) VALUE 'DVH'.
           05  DISC-HDR-DATE            PIC 9(08).
           05  FILLER                   PIC X(49) VALUE SPACE.
       01  WS-DISC-DETAIL.
           05  FILLER                   PIC X(03) VALUE 'DVD'.
           05  DISC-DTL-PAN             PIC X(16).
           05  DISC-DTL-AMOUNT          PIC 9(11)V99.
           05  DISC-DTL-MERCHANT        PIC X(15).
           05  DISC-DTL-EXPIRY          PIC X(04).
           05  DISC-DTL-CLASS           PIC X(01).
           05  FILLER                   PIC X(08) VALUE SPACE.
       01  WS-DISC-TRAILER.
           05  FILLER                   PIC X(03) VALUE 'DVT'.
           05  DISC-TRL-COUNT           PIC 9(09).
           05  DISC-TRL-AMOUNT          PIC 9(13)V99.
           05  FILLER                   PIC X(33) VALUE SPACE.

      **********************************************************************
      * THE CATCH-ALL EXTRACT CARRIES THE BRAND NAME AND THE
      * VALID/INVALID FLAG AS WELL, SINCE IT COLLECTS EVERYTHING
      * WITHOUT ITS OWN TRANSMISSION - DINERS, JCB, UNIONPAY, AND
      * THE UNKNOWN/INVALID RESIDUE.
      **********************************************************************
       01  WS-OTHER-HEADER.
           05  FILLER                   PIC X(03) VALUE 'OHD'.
           05  OTHER-HDR-DATE           PIC 9(08).
           05  FILLER                   PIC X(74) VALUE SPACE.
       01  WS-OTHER-DETAIL.
           05  FILLER                   PIC X(03) VALUE 'ODT'.
           05  OTHER-DTL-BRAND          PIC X(20).
           05  OTHER-DTL-PAN            PIC X(16).
           05  OTHER-DTL-AMOUNT         PIC 9(11)V99.
           05  OTHER-DTL-MERCHANT       PIC X(15).
           05  OTHER-DTL-EXPIRY         PIC X(04).
           05  OTHER-DTL-CLASS          PIC X(01).
           05  OTHER-DTL-VALID          PIC X(01).
           05  FILLER                   PIC X(12) VALUE SPACE.
       01  WS-OTHER-TRAILER.
           05  FILLER                   PIC X(03) VALUE 'OTR'.
           05  OTHER-TRL-COUNT          PIC 9(09).
           05  OTHER-TRL-AMOUNT         PIC 9(13)V99.
           05  FILLER                   PIC X(58) VALUE SPACE.
