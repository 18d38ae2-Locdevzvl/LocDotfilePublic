      * Shared SIMAST standing-instruction record - one regular
      * transaction against an account, either a customer's payment
      * arrangement or one of our own recurring charges.  An account
      * may carry several, told apart by the sequence number.  The
      * amount goes onto AMTFILE as a credit or a debit; it falls
      * due weekly from the start date, or monthly or quarterly on
      * the given day of the month (the month's last day where the
      * month is shorter), from the start date up to the end date
      * (zero for no end).  SINSTRUN generates what falls due and
      * records the last scheduled date it generated, so a missed
      * night catches up and nothing is generated twice; it marks
      * an instruction past its end date expired.  Only active
      * instructions generate anything.
       01  STANDING-INSTRUCTION-RECORD.
           05 SI-ACCOUNT            PIC 9(06).
           05 SI-SEQUENCE           PIC 9(02).
           05 SI-AMOUNT             PIC 9(05)V9(02).
           05 SI-DIRECTION          PIC X(02).
               88 SI-CREDIT            VALUE 'CR'.
               88 SI-DEBIT             VALUE 'DB'.
           05 SI-FREQUENCY          PIC X(01).
               88 SI-WEEKLY            VALUE 'W'.
               88 SI-MONTHLY           VALUE 'M'.
               88 SI-QUARTERLY         VALUE 'Q'.
           05 SI-DAY-OF-MONTH       PIC 9(02).
           05 SI-START-DATE         PIC 9(08).
           05 SI-END-DATE           PIC 9(08).
           05 SI-STATUS             PIC X(01).
               88 SI-ACTIVE            VALUE 'A'.
               88 SI-SUSPENDED         VALUE 'S'.
               88 SI-EXPIRED           VALUE 'E'.
           05 SI-LAST-GENERATED     PIC 9(08).
           05 SI-DESCRIPTION        PIC X(20).
