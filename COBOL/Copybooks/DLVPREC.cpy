      * Shared STMTPREF statement delivery preference record - one
      * record per customer, maintained by DLVPMNT and read by
      * STMTMAIL to route each statement.  A customer with no record
      * gets paper, as every customer did before preferences existed.
      * An electronic or both preference carries the email address
      * the delivery vendor sends to and the date the customer
      * enrolled for electronic delivery.
       01  DELIVERY-PREF-RECORD.
           05 DLVP-CUST-ID        PIC 9(06).
           05 DLVP-METHOD         PIC X(01).
               88 DLVP-PAPER          VALUE 'P'.
               88 DLVP-ELECTRONIC     VALUE 'E'.
               88 DLVP-BOTH           VALUE 'B'.
           05 DLVP-EMAIL          PIC X(60).
           05 DLVP-ENROLL-DATE    PIC 9(08).
