      **********************************************************************
      * COPYBOOK:  TOKVLT
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   RECORD LAYOUT FOR THE PAN TOKEN VAULT (TOKVAULT),
      *            A VSAM KSDS HOLDING THE ONLY PAN-TO-TOKEN MAPPING.
      *            ONE CLUSTER CARRIES BOTH DIRECTIONS, TOLD APART BY
      *            THE FIRST KEY BYTE:
      *              'P' + PAN     - THE TOKEN ISSUED FOR THAT PAN
      *              'T' + TOKEN   - THE PAN THAT TOKEN STANDS FOR
      *              'C' + ZEROS   - THE CONTROL RECORD, HOLDING THE
      *                              LAST SEQUENCE NUMBER ISSUED
      *            BOTH MAPPING RECORDS CARRY WHEN THE TOKEN WAS
      *            ISSUED AND BY WHOM (JOB NAME OR CICS USER).
      *            DEFINED AS:
      *              KEYS(17 0) RECORDSIZE(80 80) INDEXED
      *            ACCESS IS RESTRICTED TO THE CARD2 BATCH USER AND
      *            THE CICS REGION USER - SEE CARD2BJ.
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION.
      **********************************************************************
       01  TOKEN-VAULT-RECORD.
           05  TKV-KEY.
               10  TKV-RECORD-TYPE      PIC X(01).
                   88  TKV-PAN-ENTRY        VALUE 'P'.
                   88  TKV-TOKEN-ENTRY      VALUE 'T'.
                   88  TKV-CONTROL-ENTRY    VALUE 'C'.
               10  TKV-KEY-VALUE        PIC X(16).
           05  TKV-MAPPED-VALUE         PIC X(16).
           05  TKV-CONTROL-DATA REDEFINES TKV-MAPPED-VALUE.
               10  TKV-LAST-SEQUENCE    PIC 9(14).
               10  FILLER               PIC X(02).
           05  TKV-CREATE-DATE          PIC 9(08).
           05  TKV-CREATE-TIME          PIC 9(06).
           05  TKV-CREATED-BY           PIC X(08).
           05  FILLER                   PIC X(25).
