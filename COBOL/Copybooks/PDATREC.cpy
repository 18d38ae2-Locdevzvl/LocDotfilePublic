      * Shared PROCDATE processing-date control record - the one
      * business date the whole suite runs under.  The day-open step
      * (printHelloWorld) sets it each morning, validated against the
      * CALFILE business calendar: ordinarily the clock date, or in
      * catch-up mode the past business date operations asked for on
      * PROCREQ.  Every program takes its business date from here
      * through BUSDATE and keeps the clock only for times of day.
      * The date and time it was set are carried for the record.
       01  PROC-DATE-RECORD.
           05 PDAT-PROC-DATE      PIC 9(08).
           05 PDAT-MODE           PIC X(01).
               88 PDAT-NORMAL         VALUE 'N'.
               88 PDAT-CATCH-UP       VALUE 'C'.
           05 PDAT-SET-DATE       PIC 9(08).
           05 PDAT-SET-TIME       PIC 9(08).
