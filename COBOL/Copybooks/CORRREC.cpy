      * Shared CORRHIST correspondence history record - one record
      * per piece of outbound mail considered for a customer, added
      * to the end of the file by every program that prints labels,
      * statements or letters: MAILLBL, HSHLDLBL, STMTMAIL, DUNNRUN
      * and DORMRUN.  A piece sent (S) carries the address it went
      * to and the label or statement sequence number within that
      * run; a piece held back because the customer is on SUPPFILE
      * (P) or skipped for a returned, missing or invalid address
      * (K) carries the reason instead.  An e-statement is sent with
      * no postal address.  CUST360 shows the latest items on the
      * customer page and CORRVOL counts the pieces for the month.
       01  CORRESPONDENCE-RECORD.
           05 CORR-CUST-ID        PIC 9(06).
           05 CORR-DOC-TYPE       PIC X(02).
               88 CORR-MAIL-LABEL     VALUE 'LB'.
               88 CORR-HSHLD-LABEL    VALUE 'HL'.
               88 CORR-PAPER-STMT     VALUE 'ST'.
               88 CORR-ESTATEMENT     VALUE 'SE'.
               88 CORR-DUNNING-LTR    VALUE 'DN'.
               88 CORR-DORMANCY-LTR   VALUE 'DL'.
           05 CORR-RUN-DATE       PIC 9(08).
           05 CORR-PROGRAM        PIC X(08).
           05 CORR-OUTCOME        PIC X(01).
               88 CORR-SENT           VALUE 'S'.
               88 CORR-SUPPRESSED     VALUE 'P'.
               88 CORR-SKIPPED        VALUE 'K'.
           05 CORR-REASON         PIC X(30).
           05 CORR-SEQUENCE       PIC 9(06).
           05 CORR-STREET         PIC X(30).
           05 CORR-CITY           PIC X(20).
           05 CORR-STATE          PIC X(02).
           05 CORR-ZIP            PIC X(10).
