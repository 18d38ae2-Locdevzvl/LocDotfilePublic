      * nightly chain stops a drifting ledger before statements go
      * out.
      *
      * The ledger and the amount file both carry cents, so the
      * two sides are compared to the cent.  TIECTL can also
      * carry a whole-unit tolerance (after the two accounts, the
      * same idea as RECNCTL's reconciliation tolerance); a
      * difference at or under it is reported as within tolerance

       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY LEDGREC.

       FD  OPEN-BAL-FILE
           RECORDING MODE IS F.
           COPY LEDGOPN.

      * The two GL control accounts the subledger rolls into, and
      * the optional whole-unit tolerance for the tie.
       01  WS-ABS-AMOUNT          PIC 9(05)V9(02).
       01  WS-AMT-CR-TOTAL        PIC 9(09)V9(02) VALUE ZERO.
       01  WS-AMT-DB-TOTAL        PIC 9(09)V9(02) VALUE ZERO.
       01  WS-GL-CR-BALANCE       PIC S9(11)V9(02) VALUE ZERO.
       01  WS-GL-DB-BALANCE       PIC S9(11)V9(02) VALUE ZERO.
       01  WS-CR-DIFFERENCE       PIC S9(12)V9(02).
       01  WS-DB-DIFFERENCE       PIC S9(12)V9(02).
       01  WS-CR-ABS-DIFF         PIC 9(12)V9(02).
       01  WS-DB-ABS-DIFF         PIC 9(12)V9(02).
       01  WS-TIE-TOLERANCE       PIC 9(05) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE   PIC 9(4) VALUE ZERO.


       COMPARE-AND-REPORT SECTION.
       COMPARE-AND-REPORT-START.
           COMPUTE WS-CR-DIFFERENCE =
               WS-AMT-CR-TOTAL - WS-GL-CR-BALANCE.
           COMPUTE WS-DB-DIFFERENCE =
               WS-AMT-DB-TOTAL - WS-GL-DB-BALANCE.
           MOVE WS-CR-DIFFERENCE TO WS-CR-ABS-DIFF.
           MOVE WS-DB-DIFFERENCE TO WS-DB-ABS-DIFF.
           MOVE SPACES TO TIE-RPT-RECORD.
           STRING 'SUBLEDGER CR: ' DELIMITED BY SIZE
                  WS-AMT-CR-TOTAL DELIMITED BY SIZE
                  ' GL ACCT ' DELIMITED BY SIZE
                  WS-CR-CONTROL-ACCT DELIMITED BY SIZE
                  ' BAL: ' DELIMITED BY SIZE
           WRITE TIE-RPT-RECORD.
           MOVE SPACES TO TIE-RPT-RECORD.
           STRING 'SUBLEDGER DB: ' DELIMITED BY SIZE
                  WS-AMT-DB-TOTAL DELIMITED BY SIZE
                  ' GL ACCT ' DELIMITED BY SIZE
                  WS-DB-CONTROL-ACCT DELIMITED BY SIZE
                  ' BAL: ' DELIMITED BY SIZE
