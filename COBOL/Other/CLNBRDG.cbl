      * STREET,CITY,SS ZZZZZ form; an address that does not split
      * cleanly still produces a record (street only) plus a line on
      * the CLNBRRPT report, and the address validation step in the
      * label run withholds anything unmailable.  What was read,
      * written and reported goes to CTLTOTAL for the end-of-chain
      * control-total proof.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-READ-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-WRITTEN-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-ODD-SPLIT-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-CTLT-PROGRAM-ID      PIC X(08) VALUE 'CLNBRDG '.
       01  WS-CTLT-TOTAL-NAME      PIC X(08).
       01  WS-CTLT-COUNT           PIC 9(06).
       01  WS-CTLT-AMOUNT          PIC S9(11)V9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           OPEN INPUT CLEAN-FILE.
           OPEN OUTPUT ADDRESS-FILE.
           OPEN OUTPUT BRIDGE-RPT-FILE.
           PERFORM WRITE-BRIDGE-TOTALS.
           CLOSE ADDRESS-FILE.
           CLOSE BRIDGE-RPT-FILE.
           PERFORM WRITE-CONTROL-TOTALS.
       MAIN-EXIT.
           GOBACK.

           WRITE BRIDGE-RPT-RECORD.
       WRITE-BRIDGE-TOTALS-EXIT.
           EXIT.

       WRITE-CONTROL-TOTALS SECTION.
       WRITE-CONTROL-TOTALS-START.
           MOVE 'CUSTCLN ' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-READ-COUNT TO WS-CTLT-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'ADDRFILE' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-WRITTEN-COUNT TO WS-CTLT-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'EXCEPTS ' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-ODD-SPLIT-COUNT TO WS-CTLT-COUNT.
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
