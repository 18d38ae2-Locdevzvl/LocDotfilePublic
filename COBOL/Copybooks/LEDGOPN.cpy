      * Shared LEDGOPEN opening-balance record layout - one record
      * per account carrying the accumulated debit and credit sides
      * LGRCLOSE rolls across a period close.  The sides carry cents
      * and are sized well beyond any single posting so a year of
      * activity on a busy account still fits.
       01  OPEN-BAL-RECORD.
           05 LOPN-ACCOUNT        PIC 9(06).
           05 LOPN-ACCT-TYPE      PIC X(01).
           05 LOPN-DEBITS         PIC S9(11)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 LOPN-CREDITS        PIC S9(11)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.
