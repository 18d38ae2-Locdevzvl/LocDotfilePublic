      * Shared RTNMAST returned-mail record - one record per customer
      * the mail house has ever returned a piece for, maintained by
      * RTNLOAD from the weekly return file.  ADDRFILE is rebuilt
      * from the customer master every night, so the undeliverable
      * mark lives here beside it, keyed the same way, rather than
      * on the address record itself.  MAILLBL, HSHLDLBL and
      * STMTMAIL hold back mail for a customer marked undeliverable;
      * COAAPPLY clears the mark when it applies a change of address.
      * The return count keeps counting across clears - it is the
      * customer's history, not the current address's.
       01  RETURNED-MAIL-RECORD.
           05 RTNM-CUST-ID        PIC 9(06).
           05 RTNM-STATUS         PIC X(01).
               88 RTNM-UNDELIVERABLE  VALUE 'U'.
               88 RTNM-CLEARED        VALUE 'C'.
           05 RTNM-RETURN-COUNT   PIC 9(04).
           05 RTNM-LAST-RETURN    PIC 9(08).
           05 RTNM-REASON         PIC X(02).
           05 RTNM-STREET         PIC X(30).
           05 RTNM-ZIP            PIC X(10).
           05 RTNM-CLEARED-DATE   PIC 9(08).
