      **********************************************************************
      * COPYBOOK:  TOKPARM
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   LINKAGE LAYOUT FOR THE PAN TOKEN SERVICE.  SHARED
      *            BY THE TOKEN CORE (CARD2TV), THE BATCH SERVICE
      *            (CARD2T, CALLED), THE ONLINE SERVICE (CARD2TC,
      *            LINKED WITH THIS AREA AS ITS COMMAREA) AND EVERY
      *            CALLER, SO THE OFFSETS NEVER DRIFT APART.
      *
      *            TKP-FUNC-TOKENIZE TAKES TKP-ACCOUNT-NUMBER AND
      *            RETURNS ITS TOKEN IN TKP-TOKEN, ISSUING A NEW ONE
      *            THE FIRST TIME THE PAN IS SEEN.  TKP-FUNC-
      *            DETOKENIZE TAKES TKP-TOKEN AND RETURNS THE PAN IN
      *            TKP-ACCOUNT-NUMBER.  TKP-FUNC-OPEN AND TKP-FUNC-
      *            CLOSE ARE THE BATCH SERVICE'S HOUSEKEEPING CALLS
      *            (OPEN THE VAULT UP FRONT SO A BAD VAULT STOPS THE
      *            RUN BEFORE ANY OUTPUT IS WRITTEN; CLOSE IT AT END).
      *            TKP-REQUESTED-BY IS STAMPED ON ANY NEW VAULT ENTRY
      *            - THE JOB NAME IN BATCH, THE SIGNED-ON USER ONLINE.
      *            TKP-SEQUENCE IS SET ONLY BY A SERVICE FOR THE CORE.
      *
      *            A TOKEN IS 'TK' AND A 14-DIGIT VAULT SEQUENCE
      *            NUMBER.  IT IS NEVER NUMERIC, SO IT CAN NEVER BE
      *            MISTAKEN FOR (OR LUHN-CHECKED AS) A CARD NUMBER,
      *            AND IT CARRIES NO DIGIT OF THE PAN.
      *
      *            TKP-PAN-PROFILE IS THE PART OF THE PAN THAT MAY
      *            SIT AT REST IN THE CLEAR - THE FIRST EIGHT DIGITS,
      *            THE LENGTH, WHETHER IT IS ALL NUMERIC AND HOW THE
      *            CHECK DIGIT CAME OUT - WHICH IS EVERYTHING CARD2V'S
      *            ANSWER DEPENDS ON.  IT IS RETURNED ON EVERY
      *            TOKENIZE (AND EVERY DETOKENIZE) CALL.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       01  TOKEN-PARAMETERS.
           05  TKP-ARGUMENTS.
               10  TKP-FUNCTION-CODE        PIC X(01).
                   88  TKP-FUNC-TOKENIZE        VALUE 'T'.
                   88  TKP-FUNC-DETOKENIZE      VALUE 'D'.
                   88  TKP-FUNC-OPEN            VALUE 'O'.
                   88  TKP-FUNC-CLOSE           VALUE 'C'.
               10  TKP-REQUESTED-BY         PIC X(08).
               10  TKP-ACCOUNT-NUMBER       PIC X(16).
               10  TKP-TOKEN                PIC X(16).
               10  TKP-TOKEN-PARTS REDEFINES TKP-TOKEN.
                   15  TKP-TOKEN-PREFIX     PIC X(02).
                       88  TKP-TOKEN-PREFIX-OK  VALUE 'TK'.
                   15  TKP-TOKEN-SEQUENCE   PIC X(14).
               10  TKP-SEQUENCE             PIC 9(14).
               10  FILLER                   PIC X(25).
           05  TKP-RETURN-VALUES.
               10  TKP-RESULT-CODE          PIC X(01).
                   88  TKP-FOUND                VALUE 'F'.
                   88  TKP-CREATED              VALUE 'N'.
                   88  TKP-NOT-FOUND            VALUE 'M'.
                   88  TKP-REJECTED             VALUE 'R'.
                   88  TKP-VAULT-ERROR          VALUE 'E'.
                   88  TKP-RESULT-OK            VALUE 'F' 'N'.
               10  TKP-MESSAGE              PIC X(40).
               10  TKP-MASKED-ACCT-NUMBER   PIC X(16).
               10  TKP-PAN-PROFILE.
                   15  TKP-BIN-PREFIX       PIC X(08).
                   15  TKP-PAN-LENGTH       PIC 9(02).
                   15  TKP-NUMERIC-FLAG     PIC X(01).
                       88  TKP-PAN-NUMERIC      VALUE 'Y'.
                   15  TKP-CHECK-DIGIT-FLAG PIC X(01).
                       88  TKP-CHECK-DIGIT-PASSED VALUE 'Y'.
                       88  TKP-CHECK-DIGIT-FAILED VALUE 'N'.
               10  FILLER                   PIC X(11).
