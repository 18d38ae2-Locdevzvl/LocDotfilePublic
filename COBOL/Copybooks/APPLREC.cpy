      * Shared AMTAPPL applied-items record - one line for every
      * piece of a payment applied against an AMTFILE debit.  The
      * debit is identified the only way AMTFILE allows: account,
      * debit date and debit amount (as a positive figure).  Several
      * lines may pay down the same debit, and identical debits on
      * the same day share their applied total, which the readers
      * use up oldest first.  ACCTAGE nets the applied amount out of
      * each debit before it is aged, and ACCTSTMT marks a debit
      * line PAID or PART PAID.  The source names the program that
      * applied the money and the reference is that program's own
      * key (the lockbox check number, for example).
       01  APPLIED-ITEM-RECORD.
           05 APPL-ACCOUNT        PIC 9(06).
           05 APPL-DEBIT-DATE     PIC 9(08).
           05 APPL-DEBIT-AMOUNT   PIC 9(05)V9(02).
           05 APPL-APPLIED-AMOUNT PIC 9(05)V9(02).
           05 APPL-PAY-DATE       PIC 9(08).
           05 APPL-SOURCE         PIC X(08).
           05 APPL-REFERENCE      PIC X(10).
