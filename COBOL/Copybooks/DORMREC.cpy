      * Shared DORMFILE dormancy record - one record per customer
      * DORMRUN has found with no AMTFILE activity on any of their
      * accounts for the DORMCTL dormancy period.  A dormant customer
      * (D) holding a credit is sent the due-diligence letter (L);
      * if the waiting period passes with no response the credit is
      * reported for escheatment to the state of the last known
      * address (E).  A customer who answers the letter is marked
      * responded (R) on the response date, which restarts the
      * dormancy clock.  New activity on any account removes the
      * record.  The balance is the credit the letter quoted, and
      * after escheatment the amount reported to the state.
       01  DORMANCY-RECORD.
           05 DORM-CUST-ID        PIC 9(06).
           05 DORM-STATUS         PIC X(01).
               88 DORM-DORMANT        VALUE 'D'.
               88 DORM-LETTER-SENT    VALUE 'L'.
               88 DORM-ESCHEATED      VALUE 'E'.
               88 DORM-RESPONDED      VALUE 'R'.
           05 DORM-LAST-ACTIVITY  PIC 9(08).
           05 DORM-DORMANT-DATE   PIC 9(08).
           05 DORM-LETTER-DATE    PIC 9(08).
           05 DORM-ESCHEAT-DATE   PIC 9(08).
           05 DORM-BALANCE        PIC 9(07)V9(02).
           05 DORM-STATE          PIC X(02).
