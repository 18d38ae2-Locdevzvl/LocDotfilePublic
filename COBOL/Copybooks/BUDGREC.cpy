      * Shared BUDGFILE budget record layout - one amount per
      * ACCTMAST account per YYYYMM period, written by BUDGLOAD from
      * finance's annual submission and read by BUDGVAR.  The
      * amount is stated on the account's normal side, the way a
      * department head reads a budget: spending on an expense
      * account, income on a revenue account, both positive.
       01  BUDGET-RECORD.
           05 BUDG-ACCOUNT        PIC 9(06).
           05 BUDG-PERIOD         PIC 9(06).
           05 BUDG-AMOUNT         PIC S9(11)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.
