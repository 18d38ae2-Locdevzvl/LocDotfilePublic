      * Shared LEDGTRAN posting record layout - every program that
      * reads or writes the general-ledger posting file COPYs this,
      * so the writers and the validation, trial-balance, close and
      * tie-out runs can never disagree on its shape.  The amount
      * carries dollars and cents sized to the bank side
      * (S9(07)V9(02), as AMTFILE, BANKAMTS and ADJSENT carry it);
      * the posting date is the business date the posting was made
      * and the source/reference pair names the program that
      * created it and that program's own key (journal number,
      * sent-adjustment id, rejected account) so every line on the
      * books can be traced back to where it came from.
       01  LEDGER-RECORD.
           05 LEDG-ACCOUNT        PIC 9(06).
           05 LEDG-ACCT-TYPE      PIC X(01).
               88 LEDG-NORMAL-DEBIT   VALUE 'D'.
               88 LEDG-NORMAL-CREDIT  VALUE 'C'.
           05 LEDG-POSTING-TYPE   PIC X(02).
               88 LEDG-IS-DEBIT       VALUE 'DR'.
               88 LEDG-IS-CREDIT      VALUE 'CR'.
           05 LEDG-AMOUNT         PIC S9(07)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 LEDG-POST-DATE      PIC 9(08).
           05 LEDG-SOURCE         PIC X(08).
           05 LEDG-REFERENCE      PIC X(12).
