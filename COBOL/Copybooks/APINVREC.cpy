      * Shared APOPEN payables invoice record - entered and approved
      * through APINVENT, paid by APPAYRUN.  An invoice is 'E'
      * (entered) until a second operator approves it ('A'); the
      * payment run pays approved invoices due by the run date and
      * marks them 'P' with the check number and the date paid.
      * Paid invoices stay on the file as the payment history, so a
      * vendor invoice number can never be entered twice.
       01  AP-INVOICE-RECORD.
           05 APINV-VENDOR        PIC 9(06).
           05 APINV-NUMBER        PIC X(12).
           05 APINV-INV-DATE      PIC 9(08).
           05 APINV-DUE-DATE      PIC 9(08).
           05 APINV-AMOUNT        PIC 9(07)V9(02).
           05 APINV-EXPENSE-ACCOUNT PIC 9(06).
           05 APINV-ENTERED-BY    PIC X(08).
           05 APINV-APPROVED-BY   PIC X(08).
           05 APINV-STATUS        PIC X(01).
               88 APINV-ENTERED       VALUE 'E'.
               88 APINV-APPROVED      VALUE 'A'.
               88 APINV-PAID          VALUE 'P'.
           05 APINV-CHECK-NUMBER  PIC 9(06).
           05 APINV-PAID-DATE     PIC 9(08).
