      * CR clearing, C the reverse.  The ids already posted are
      * carried on ADJPSTD from run to run so a re-run never posts
      * an adjustment twice, and the ADJPSRPT posting register ties
      * every journal line back to its SENT-OUR-ID.  Each posting
      * carries the adjustment amount to the cent, the run date,
      * source ADJPOST and the SENT-OUR-ID as its reference.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY LEDGREC.

       FD  POST-RPT-FILE
           RECORDING MODE IS F.
           88 WS-POSTED-PRESENT         VALUE 'Y'.
       01  WS-POSTED-EOF-SW          PIC X VALUE 'N'.
           88 WS-POSTED-EOF             VALUE 'Y'.
       01  WS-ABS-AMOUNT             PIC 9(07)V9(02).
       01  WS-PAIRS-POSTED-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-ALREADY-POSTED-COUNT   PIC 9(06) VALUE ZERO.
       01  WS-POSTED-TOTAL           PIC 9(09)V9(02) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           OPEN OUTPUT POST-RPT-FILE.
           PERFORM READ-POSTING-CONTROL.
           IF WS-CTL-OK
       POST-ONE-ADJUSTMENT-EXIT.
           EXIT.

      * Both legs carry the same amount, date, source and
      * reference, so the pair is balanced by construction.
       BUILD-AND-POST-PAIR SECTION.
       BUILD-AND-POST-PAIR-START.
           MOVE SSNT-AMOUNT TO WS-ABS-AMOUNT.
           MOVE WS-RUN-DATE TO LEDG-POST-DATE.
           MOVE 'ADJPOST ' TO LEDG-SOURCE.
           MOVE SSNT-OUR-ID TO LEDG-REFERENCE.
           IF SSNT-DIRECTION = 'C'
               PERFORM POST-CLEARING-DEBIT
               PERFORM POST-ADJUSTMENT-CREDIT
           ELSE
               PERFORM POST-ADJUSTMENT-DEBIT
               PERFORM POST-CLEARING-CREDIT
           END-IF.
           ADD 1 TO WS-PAIRS-POSTED-COUNT.
           ADD WS-ABS-AMOUNT TO WS-POSTED-TOTAL.
           MOVE SSNT-OUR-ID TO POSTED-OUR-ID.
           WRITE POSTED-ID-RECORD.
       BUILD-AND-POST-PAIR-EXIT.
           EXIT.

           MOVE WS-ADJ-ACCOUNT TO LEDG-ACCOUNT.
           MOVE WS-ADJ-SIDE TO LEDG-ACCT-TYPE.
           MOVE 'DR' TO LEDG-POSTING-TYPE.
           MOVE WS-ABS-AMOUNT TO LEDG-AMOUNT.
           WRITE LEDGER-RECORD.
           PERFORM WRITE-REGISTER-LINE.
       POST-ADJUSTMENT-DEBIT-EXIT.
           MOVE WS-ADJ-ACCOUNT TO LEDG-ACCOUNT.
           MOVE WS-ADJ-SIDE TO LEDG-ACCT-TYPE.
           MOVE 'CR' TO LEDG-POSTING-TYPE.
           MOVE WS-ABS-AMOUNT TO LEDG-AMOUNT.
           WRITE LEDGER-RECORD.
           PERFORM WRITE-REGISTER-LINE.
       POST-ADJUSTMENT-CREDIT-EXIT.
           MOVE WS-CLR-ACCOUNT TO LEDG-ACCOUNT.
           MOVE WS-CLR-SIDE TO LEDG-ACCT-TYPE.
           MOVE 'DR' TO LEDG-POSTING-TYPE.
           MOVE WS-ABS-AMOUNT TO LEDG-AMOUNT.
           WRITE LEDGER-RECORD.
           PERFORM WRITE-REGISTER-LINE.
       POST-CLEARING-DEBIT-EXIT.
           MOVE WS-CLR-ACCOUNT TO LEDG-ACCOUNT.
           MOVE WS-CLR-SIDE TO LEDG-ACCT-TYPE.
           MOVE 'CR' TO LEDG-POSTING-TYPE.
           MOVE WS-ABS-AMOUNT TO LEDG-AMOUNT.
           WRITE LEDGER-RECORD.
           PERFORM WRITE-REGISTER-LINE.
       POST-CLEARING-CREDIT-EXIT.
                  LEDG-ACCOUNT DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  LEDG-AMOUNT DELIMITED BY SIZE
                  ' SENT ID ' DELIMITED BY SIZE
                  SSNT-OUR-ID DELIMITED BY SIZE
                  ' ON ' DELIMITED BY SIZE
                  SSNT-DATE DELIMITED BY SIZE
                  INTO POST-RPT-RECORD.
           WRITE POST-RPT-RECORD.
                  WS-PAIRS-POSTED-COUNT DELIMITED BY SIZE
                  ' ALREADY POSTED: ' DELIMITED BY SIZE
                  WS-ALREADY-POSTED-COUNT DELIMITED BY SIZE
                  ' AMOUNT EACH SIDE: ' DELIMITED BY SIZE
                  WS-POSTED-TOTAL DELIMITED BY SIZE
                  INTO POST-RPT-RECORD.
