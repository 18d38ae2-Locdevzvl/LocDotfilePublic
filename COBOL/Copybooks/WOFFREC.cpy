      * Shared WOCAND bad-debt write-off candidate record.  WOPROP
      * proposes a candidate (status P) with the open debit it found
      * and the signed-on operator who proposed it; WOPOST rules it
      * from the collections approval file - W written off, R
      * rejected, or X withdrawn when nothing was left open by the
      * time it was approved - stamping the approver, the ruling
      * date and the amount actually written off.  Ruled candidates
      * stay on the file: the written-off ones are the write-off
      * register.
       01  WRITE-OFF-CANDIDATE-RECORD.
           05 WOC-STATUS            PIC X(01).
               88 WOC-PENDING          VALUE 'P'.
               88 WOC-WRITTEN-OFF      VALUE 'W'.
               88 WOC-REJECTED         VALUE 'R'.
               88 WOC-WITHDRAWN        VALUE 'X'.
           05 WOC-ACCOUNT           PIC 9(06).
           05 WOC-OPEN-AMOUNT       PIC 9(07)V9(02).
           05 WOC-OLDEST-DEBIT-DATE PIC 9(08).
           05 WOC-LAST-CREDIT-DATE  PIC 9(08).
           05 WOC-PROPOSED-DATE     PIC 9(08).
           05 WOC-PROPOSER          PIC X(08).
           05 WOC-APPROVER          PIC X(08).
           05 WOC-RULED-DATE        PIC 9(08).
           05 WOC-WRITTEN-AMOUNT    PIC 9(07)V9(02).
