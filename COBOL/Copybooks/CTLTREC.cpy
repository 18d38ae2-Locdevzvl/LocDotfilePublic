      * Shared CTLTOTAL control-total record - one line per figure
      * a step hands on down the chain: the program, the name of
      * the total (what was read in, written out, rejected), the
      * record count and, where the records carry money, the
      * amount.  Steps append through CTLTOT at the end of their
      * run; a step that is rerun simply appends again, so for any
      * date, program and total the last line on the file is the
      * one that stands.  CTLPROOF proves the handoffs from these.
       01  CONTROL-TOTAL-RECORD.
           05 CTLT-RUN-DATE       PIC 9(08).
           05 CTLT-RUN-TIME       PIC 9(08).
           05 CTLT-PROGRAM-ID     PIC X(08).
           05 CTLT-TOTAL-NAME     PIC X(08).
           05 CTLT-COUNT          PIC 9(06).
           05 CTLT-AMOUNT         PIC S9(11)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.
