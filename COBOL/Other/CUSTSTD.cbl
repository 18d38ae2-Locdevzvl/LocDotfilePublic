       01  WS-READ-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-WRITTEN-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-CTLT-TOTAL-NAME     PIC X(08).
       01  WS-CTLT-COUNT          PIC 9(06).
       01  WS-CTLT-AMOUNT         PIC S9(11)V9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN SECTION.
                                WS-WRITTEN-COUNT
                                WS-REJECTED-COUNT
                                WS-START-TIME.
           PERFORM WRITE-CONTROL-TOTALS.
       MAIN-EXIT.
           STOP RUN.

       STANDARDIZE-NAME-EXIT.
           EXIT.

      * What came off CUSTMAST and what went on to CUSTCLN, for the
      * end-of-chain control-total proof.
       WRITE-CONTROL-TOTALS SECTION.
       WRITE-CONTROL-TOTALS-START.
           MOVE 'CUSTMAST' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-READ-COUNT TO WS-CTLT-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'CUSTCLN ' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-WRITTEN-COUNT TO WS-CTLT-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

       CALL-CONTROL-TOTAL SECTION.
       CALL-CONTROL-TOTAL-START.
           CALL 'CTLTOT' USING WS-STAT-PROGRAM-ID
                               WS-CTLT-TOTAL-NAME
                               WS-CTLT-COUNT
                               WS-CTLT-AMOUNT.
       CALL-CONTROL-TOTAL-EXIT.
           EXIT.

       WRITE-CLEAN-RECORD SECTION.
       WRITE-CLEAN-RECORD-START.
           MOVE CUST-ID          TO CLEAN-ID.
