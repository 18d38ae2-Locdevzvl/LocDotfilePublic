      * Shared VENDMAST vendor master record - maintained by VENDMNT,
      * read by APINVENT to validate invoices and by APPAYRUN for the
      * payee on each check.  The default expense account is the
      * ACCTMAST account an invoice is charged to when it names none.
      * Only an active vendor ('A') is paid; 'H' holds payment
      * without stopping invoice entry, 'I' stops both.
       01  VENDOR-RECORD.
           05 VEND-NUMBER         PIC 9(06).
           05 VEND-NAME           PIC X(30).
           05 VEND-ADDRESS        PIC X(30).
           05 VEND-CITY-STATE-ZIP PIC X(30).
           05 VEND-EXPENSE-ACCOUNT PIC 9(06).
           05 VEND-STATUS         PIC X(01).
               88 VEND-ACTIVE         VALUE 'A'.
               88 VEND-ON-HOLD        VALUE 'H'.
               88 VEND-INACTIVE       VALUE 'I'.
