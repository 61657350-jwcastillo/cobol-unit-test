      **********************************************************************
      * COPYBOOK:  BINTRAN
      * AUTHOR:    DAVE NICOLETTE
      * PURPOSE:   RECORD LAYOUT FOR A BIN MAINTENANCE TRANSACTION
      *            (BINTRAN) - A ONE-BYTE ACTION CODE FOLLOWED BY A
      *            FULL 42-BYTE BINREC IMAGE, CARRIED AS CHARACTERS SO
      *            CARD2M CAN REJECT A BADLY KEYED NUMBER INSTEAD OF
      *            TRIPPING OVER IT.  READ BY CARD2M; WRITTEN AS
      *            PRE-FORMATTED ADD STUBS BY THE UNKNOWN-BIN
      *            WORKLIST (CARD2UW).
      *
      * MODIFICATION HISTORY
      *   15 OCT 2026  RTC  INITIAL VERSION - LAYOUT MOVED UNCHANGED
      *                     OUT OF CARD2M.
      **********************************************************************
       01  BIN-TRAN-RECORD.
           05  BT-ACTION               PIC X(01).
               88  BT-ADD                  VALUE 'A'.
               88  BT-CHANGE               VALUE 'C'.
               88  BT-DELETE               VALUE 'D'.
           05  BT-LOW-RANGE            PIC X(08).
           05  BT-HIGH-RANGE           PIC X(08).
           05  BT-ACCOUNT-LENGTH       PIC X(02).
           05  BT-BRAND-NAME           PIC X(20).
           05  BT-CARD-CLASS           PIC X(01).
           05  BT-COUNTRY-CODE         PIC X(03).
