      * Shared ASSMHIST assessment history record.  ACCTASSM appends
      * one for every fee and every interest amount it writes to
      * AMTFILE - the account, the date the AMTFILE record carries,
      * F for a service charge or I for interest, and the unsigned
      * amount - so its charges can be told apart from ordinary
      * activity on the same account and date.  The file is never
      * cut back; ANNSUMM totals a calendar year of it for the
      * year-end customer summary and tax extract.
       01  ASSESSMENT-HISTORY-RECORD.
           05 AH-ACCOUNT            PIC 9(06).
           05 AH-DATE               PIC 9(08).
           05 AH-TYPE               PIC X(01).
               88 AH-FEE               VALUE 'F'.
               88 AH-INTEREST          VALUE 'I'.
           05 AH-AMOUNT             PIC 9(05)V9(02).
