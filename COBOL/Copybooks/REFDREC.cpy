      * Shared REFFILE credit-balance refund record.  REFNDRUN writes
      * one for every refund it makes or holds: the account, why it
      * was due (C the account is closed, U the credit has sat
      * unused), the ACSTBAL credit balance it was drawn from and
      * the amount.  A refund over the approval limit is held (H)
      * until an operator releases it; a paid refund (P) carries
      * the releasing operator, if it needed one, and the date it
      * was paid, and one cancelled on release (X) because the
      * credit had gone meanwhile is kept for the record.  A paid
      * refund whose balance still matches ACSTBAL has not been
      * through the statement run yet, so the account is not
      * refunded again.
       01  REFUND-RECORD.
           05 REF-STATUS            PIC X(01).
               88 REF-HELD             VALUE 'H'.
               88 REF-PAID             VALUE 'P'.
               88 REF-CANCELLED        VALUE 'X'.
           05 REF-ACCOUNT           PIC 9(06).
           05 REF-REASON            PIC X(01).
               88 REF-ACCOUNT-CLOSED   VALUE 'C'.
               88 REF-CREDIT-UNUSED    VALUE 'U'.
           05 REF-BALANCE           PIC 9(07)V9(02).
           05 REF-AMOUNT            PIC 9(05)V9(02).
           05 REF-CREATED-DATE      PIC 9(08).
           05 REF-RELEASER          PIC X(08).
           05 REF-PAID-DATE         PIC 9(08).
