      * Shared DISPFILE disputed-item record.  A dispute names one
      * AMTFILE debit the only way AMTFILE allows - account, debit
      * date and debit amount (as a positive figure) - with the
      * customer's reason and the date it was opened.  While the
      * status is open the debit is held out of ACCTAGE aging (and
      * so out of the collections worklist and dunning), left out
      * of the balance ACCTASSM assesses on, and marked IN DISPUTE
      * on the ACCTSTMT statement.  DISPRUN maintains the file and
      * resolves disputes: upheld puts the debit back to work,
      * reversed credits it off AMTFILE.
       01  DISPUTE-RECORD.
           05 DISP-ACCOUNT          PIC 9(06).
           05 DISP-AMT-DATE         PIC 9(08).
           05 DISP-AMOUNT           PIC 9(05)V9(02).
           05 DISP-REASON           PIC X(30).
           05 DISP-OPENED-DATE      PIC 9(08).
           05 DISP-STATUS           PIC X(01).
               88 DISP-OPEN            VALUE 'O'.
               88 DISP-UPHELD          VALUE 'U'.
               88 DISP-REVERSED        VALUE 'R'.
           05 DISP-RESOLVED-DATE    PIC 9(08).
