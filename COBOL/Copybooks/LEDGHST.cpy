      * Shared LEDGHIST period-history record layout - a closed
      * LEDGTRAN posting exactly as LEDGREC lays it out, stamped with
      * the YYYYMM period it was closed in.
       01  HISTORY-RECORD.
           05 LHIST-PERIOD        PIC 9(06).
           05 LHIST-POSTING.
               10 LHIST-ACCOUNT      PIC 9(06).
               10 LHIST-ACCT-TYPE    PIC X(01).
               10 LHIST-POSTING-TYPE PIC X(02).
                   88 LHIST-IS-DEBIT     VALUE 'DR'.
                   88 LHIST-IS-CREDIT    VALUE 'CR'.
               10 LHIST-AMOUNT       PIC S9(07)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.
               10 LHIST-POST-DATE    PIC 9(08).
               10 LHIST-SOURCE       PIC X(08).
               10 LHIST-REFERENCE    PIC X(12).
