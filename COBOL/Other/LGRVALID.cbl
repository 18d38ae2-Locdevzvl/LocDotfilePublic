       FILE SECTION.
       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY LEDGREC.

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-RECORD       PIC X(80).

      * Chart-of-accounts master: account number, description, the
      * account's true normal side, and whether it is open for
           05 ACCT-STATUS         PIC X(01).
               88 ACCT-ACTIVE        VALUE 'A'.
               88 ACCT-CLOSED        VALUE 'C'.
           05 ACCT-CURRENCY       PIC X(03).

       FD  LEDGER-REJECT-FILE
           RECORDING MODE IS F.
       01  LEDGER-REJECT-RECORD   PIC X(80).

      * The surviving postings, rebuilt alongside and copied back
      * over LEDGTRAN once the pass completes - a rejected posting
      * second time and throw the trial balance out.
       FD  LEDGER-NEW-FILE
           RECORDING MODE IS F.
       01  LEDGER-NEW-RECORD      PIC X(47).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
       01  WS-READ-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-WRITTEN-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-LEDGNEW-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-LEDGTRAN-AMOUNT     PIC S9(11)V9(02) VALUE ZERO.
       01  WS-LEDGNEW-AMOUNT      PIC S9(11)V9(02) VALUE ZERO.
       01  WS-LEDGREJ-AMOUNT      PIC S9(11)V9(02) VALUE ZERO.
       01  WS-CTLT-TOTAL-NAME     PIC X(08).
       01  WS-CTLT-COUNT          PIC 9(06).
       01  WS-CTLT-AMOUNT         PIC S9(11)V9(02).

       PROCEDURE DIVISION.
       MAIN SECTION.
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       ADD LEDG-AMOUNT TO WS-LEDGTRAN-AMOUNT
                       PERFORM CHECK-ACCOUNT-MASTER
                       IF WS-POSTING-REJECTED
                           ADD 1 TO WS-REJECTED-COUNT
                           ADD LEDG-AMOUNT TO WS-LEDGREJ-AMOUNT
                           PERFORM WRITE-LEDGER-REJECT-RECORD
                       ELSE
                           PERFORM VALIDATE-POSTING
                           END-IF
                           MOVE LEDGER-RECORD TO LEDGER-NEW-RECORD
                           WRITE LEDGER-NEW-RECORD
                           ADD 1 TO WS-LEDGNEW-COUNT
                           ADD LEDG-AMOUNT TO WS-LEDGNEW-AMOUNT
                       END-IF
               END-READ
           END-PERFORM.
                                WS-WRITTEN-COUNT
                                WS-REJECTED-COUNT
                                WS-START-TIME.
           PERFORM WRITE-CONTROL-TOTALS.
       MAIN-EXIT.
           STOP RUN.

       REPLACE-LEDGER-FILE-EXIT.
           EXIT.

      * Postings in, postings kept and postings rejected, with their
      * amounts, go to CTLTOTAL for the end-of-chain control-total
      * proof.
       WRITE-CONTROL-TOTALS SECTION.
       WRITE-CONTROL-TOTALS-START.
           MOVE 'LEDGTRAN' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-READ-COUNT TO WS-CTLT-COUNT.
           MOVE WS-LEDGTRAN-AMOUNT TO WS-CTLT-AMOUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'LEDGNEW ' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-LEDGNEW-COUNT TO WS-CTLT-COUNT.
           MOVE WS-LEDGNEW-AMOUNT TO WS-CTLT-AMOUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'LEDGREJ ' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-REJECTED-COUNT TO WS-CTLT-COUNT.
           MOVE WS-LEDGREJ-AMOUNT TO WS-CTLT-AMOUNT.
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

       LOAD-ACCOUNT-MASTER SECTION.
       LOAD-ACCOUNT-MASTER-START.
           MOVE 'N' TO WS-EOF-SW.
