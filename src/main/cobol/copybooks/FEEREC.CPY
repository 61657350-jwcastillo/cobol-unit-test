      **********************************************************************
      * COPYBOOK:  FEEREC
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   RECORD LAYOUT FOR TREASURY'S INTERCHANGE FEE
      *            SCHEDULE REFERENCE FILE.  ONE LINE PER BRAND, CARD
      *            CLASS, REGION AND EFFECTIVE DATE - THE PERCENTAGE
      *            RATE AND PER-ITEM FEE THE NETWORK CHARGES FOR THAT
      *            KIND OF TRANSACTION FROM THAT DATE ON.  MAINTAINED
      *            ONLY THROUGH THE CARD2F VALIDATING MAINTENANCE RUN
      *            (CARD2FJ), THE SAME WAY BINRANGE IS MAINTAINED
      *            THROUGH CARD2M.
      *
      *            FEE-BRAND-NAME IS SPELLED EXACTLY AS THE BIN-RANGE
      *            FILE SPELLS IT (BR-BRAND-NAME), SINCE THAT IS THE
      *            NAME CARD2 RETURNS.  FEE-CARD-CLASS IS C = CREDIT,
      *            D = DEBIT, P = PREPAID, THE BR-CARD-CLASS CODES.
      *            FEE-REGION IS D = DOMESTIC (ISSUER COUNTRY IS THE
      *            RUNPROF HOME COUNTRY, OR NOT YET FILLED IN ON THE
      *            RANGE), X = CROSS-BORDER.  FEE-RATE-PERCENT IS A
      *            PERCENTAGE OF THE USD AMOUNT (01.5100 = 1.51%);
      *            FEE-PER-ITEM IS USD PER TRANSACTION (00.1000 =
      *            TEN CENTS).
      *
      *            THE FILE MUST BE IN ASCENDING BRAND, CLASS,
      *            REGION, EFFECTIVE-DATE ORDER WITH NO DUPLICATES.
      *            A RATE CHANGE IS A NEW ROW WITH A LATER EFFECTIVE
      *            DATE, NOT AN EDIT OF THE OLD ONE, SO THE FILE
      *            KEEPS THE HISTORY AND A FUTURE-DATED CHANGE CAN BE
      *            LOADED AHEAD OF TIME.  THE NIGHTLY RUN PRICES WITH
      *            THE LATEST ROW FOR THE KEY THAT IS EFFECTIVE ON THE
      *            RUN DATE.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       01  FEE-SCHEDULE-RECORD.
           05  FEE-BRAND-NAME          PIC X(20).
           05  FEE-CARD-CLASS          PIC X(01).
               88  FEE-CLASS-VALID         VALUE 'C' 'D' 'P'.
           05  FEE-REGION              PIC X(01).
               88  FEE-REGION-DOMESTIC     VALUE 'D'.
               88  FEE-REGION-XBORDER      VALUE 'X'.
               88  FEE-REGION-VALID        VALUE 'D' 'X'.
           05  FEE-EFFECTIVE-DATE      PIC 9(08).
           05  FEE-RATE-PERCENT        PIC 9(02)V9(04).
           05  FEE-PER-ITEM            PIC 9(02)V9(04).
           05  FILLER                  PIC X(08).
