      * totals.  A RECNCTL control record supplies a tolerance
      * amount - differences at or under it (pennies of timing
      * noise) are listed separately as within-tolerance instead of
      * as exceptions.  Both sides read and the items carried
      * forward go to CTLTOTAL for the end-of-chain control-total
      * proof.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-READ-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-WRITTEN-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-OUR-READ-TOTAL       PIC S9(11)V9(02) VALUE ZERO.
       01  WS-BANK-READ-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-BANK-READ-TOTAL      PIC S9(11)V9(02) VALUE ZERO.
       01  WS-CTLT-PROGRAM-ID      PIC X(08) VALUE 'BANKRECN'.
       01  WS-CTLT-TOTAL-NAME      PIC X(08).
       01  WS-CTLT-COUNT           PIC 9(06).
       01  WS-CTLT-AMOUNT          PIC S9(11)V9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           ACCEPT WS-START-TIME FROM TIME.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM COMPUTE-DAY-SERIAL.
           MOVE WS-SERIAL-RESULT TO WS-TODAY-SERIAL.
           PERFORM END-REPORT-PAGES.
           CLOSE REPORT-FILE.
           PERFORM CARRY-FORWARD-OUTSTANDING.
           PERFORM WRITE-CONTROL-TOTALS.
           CALL 'RUNSTAT' USING WS-STAT-PROGRAM-ID
                                WS-READ-COUNT
                                WS-WRITTEN-COUNT
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           ADD OUR-AMOUNT TO WS-OUR-READ-TOTAL
                           IF WS-OUR-COUNT < 500
                               ADD 1 TO WS-OUR-COUNT
                               MOVE OUR-ID TO
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BANK-READ-COUNT
                           ADD BANK-AMOUNT TO WS-BANK-READ-TOTAL
                           IF WS-BANK-COUNT < 500
                               ADD 1 TO WS-BANK-COUNT
                               MOVE BANK-ID TO
       CARRY-FORWARD-OUTSTANDING-EXIT.
           EXIT.

      * Both sides read, with their amounts, and the items carried
      * forward as outstanding, for the end-of-chain control-total
      * proof.
       WRITE-CONTROL-TOTALS SECTION.
       WRITE-CONTROL-TOTALS-START.
           MOVE 'OURAMTS ' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-READ-COUNT TO WS-CTLT-COUNT.
           MOVE WS-OUR-READ-TOTAL TO WS-CTLT-AMOUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'BANKAMTS' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-BANK-READ-COUNT TO WS-CTLT-COUNT.
           MOVE WS-BANK-READ-TOTAL TO WS-CTLT-AMOUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'RECNOUTS' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-EXCP-COUNT TO WS-CTLT-COUNT.
           MOVE ZERO TO WS-CTLT-AMOUNT.
           PERFORM CALL-CONTROL-TOTAL.
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

       CALL-CONTROL-TOTAL SECTION.
       CALL-CONTROL-TOTAL-START.
           CALL 'CTLTOT' USING WS-CTLT-PROGRAM-ID
                               WS-CTLT-TOTAL-NAME
                               WS-CTLT-COUNT
                               WS-CTLT-AMOUNT.
       CALL-CONTROL-TOTAL-EXIT.
           EXIT.

       INITIALIZE-AGE-BUCKETS SECTION.
       INITIALIZE-AGE-BUCKETS-START.
           MOVE ZERO TO WS-BUCKET-COUNT (WS-BUCKET-IDX).
