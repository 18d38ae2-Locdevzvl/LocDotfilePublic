      * built alongside on ACSTBALN and copied back over ACSTBAL at
      * end of run, the same turnover AUDARCH uses, so a run that
      * dies mid-flight leaves the prior balances intact.
      *
      * Debit lines say whether they have been paid.  Payments the
      * lockbox run applies are kept on the AMTAPPL applied-items
      * file; each debit picks up what has been applied to it
      * (oldest first, where the same account, date and amount
      * appear more than once) and is marked PAID or PART PAID.
      * A debit the customer has an open dispute on (DISPFILE, kept
      * by DISPRUN) is marked IN DISPUTE instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BALANCE-OUT-FILE ASSIGN TO "ACSTBALN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-OUT-STATUS.
           SELECT APPLIED-FILE ASSIGN TO "AMTAPPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

       DATA DIVISION.

           05 BAL-OUT-AMOUNT     PIC S9(07)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.

       FD  APPLIED-FILE
           RECORDING MODE IS F.
           COPY APPLREC.

       FD  DISPUTE-FILE
           RECORDING MODE IS F.
           COPY DISPREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-AMOUNT-STATUS   PIC XX.
           05 WS-STMT-RPT-STATUS PIC XX.
           05 WS-BALANCE-IN-STATUS PIC XX.
           05 WS-BALANCE-OUT-STATUS PIC XX.
           05 WS-APPLIED-STATUS  PIC XX.
           05 WS-DISPUTE-STATUS  PIC XX.
       01  WS-EOF-SW             PIC X VALUE 'N'.
           88 WS-EOF                VALUE 'Y'.
       01  WS-BAL-EOF-SW         PIC X VALUE 'N'.
       01  WS-ACCT-CR-TOTAL      PIC 9(07)V9(02).
       01  WS-ACCT-DB-TOTAL      PIC 9(07)V9(02).
       01  WS-ABS-AMOUNT         PIC 9(05)V9(02).
       01  WS-CLAIM-AMOUNT       PIC 9(05)V9(02).
       01  WS-PAID-MARK          PIC X(12).
      * Applied totals by debit, used up as the debits are listed.
       01  WS-APPLIED-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-APPLIED-IDX        PIC 9(04).
       01  WS-APPLIED-OVERFLOW-COUNT PIC 9(06) VALUE ZERO.
       01  WS-APPLIED-FOUND-SW   PIC X.
           88 WS-APPLIED-FOUND      VALUE 'Y'.
       01  WS-APPLIED-TABLE.
           05  WS-APL OCCURS 2000 TIMES.
               10 WS-APL-ACCOUNT PIC 9(06).
               10 WS-APL-DATE    PIC 9(08).
               10 WS-APL-AMOUNT  PIC 9(05)V9(02).
               10 WS-APL-REMAINING PIC 9(07)V9(02).
      * Open disputes, each marking one matching debit.
       01  WS-DISPUTE-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-DISPUTE-IDX        PIC 9(04).
       01  WS-DISPUTE-OVERFLOW-COUNT PIC 9(06) VALUE ZERO.
       01  WS-DISPUTE-FOUND-SW   PIC X.
           88 WS-DISPUTE-FOUND      VALUE 'Y'.
       01  WS-DISPUTE-TABLE.
           05  WS-DSP OCCURS 1000 TIMES.
               10 WS-DSP-ACCOUNT PIC 9(06).
               10 WS-DSP-DATE    PIC 9(08).
               10 WS-DSP-AMOUNT  PIC 9(05)V9(02).
               10 WS-DSP-USED-SW PIC X(01).

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           PERFORM LOAD-APPLIED-ITEMS.
           PERFORM LOAD-OPEN-DISPUTES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-ACCOUNT SORT-DATE
               USING AMOUNT-FILE
       MAIN-EXIT.
           GOBACK.

      * Applied lines for the same debit are summed into one entry.
      * Past the table the rest go unmarked, and the operator is
      * told.
       LOAD-APPLIED-ITEMS SECTION.
       LOAD-APPLIED-ITEMS-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT APPLIED-FILE.
           IF WS-APPLIED-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ APPLIED-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-ONE-APPLIED-ITEM
                   END-READ
               END-PERFORM
               CLOSE APPLIED-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-APPLIED-OVERFLOW-COUNT > ZERO
               DISPLAY 'ACCTSTMT - AMTAPPL LINES BEYOND TABLE: '
                   WS-APPLIED-OVERFLOW-COUNT ' - NOT MARKED'
           END-IF.
       LOAD-APPLIED-ITEMS-EXIT.
           EXIT.

      * Only disputes still open are marked.  Past the table the
      * rest go unmarked, and the operator is told.
       LOAD-OPEN-DISPUTES SECTION.
       LOAD-OPEN-DISPUTES-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DISPUTE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ DISPUTE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-ONE-DISPUTE
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-DISPUTE-OVERFLOW-COUNT > ZERO
               DISPLAY 'ACCTSTMT - OPEN DISPUTES BEYOND TABLE: '
                   WS-DISPUTE-OVERFLOW-COUNT ' - NOT MARKED'
           END-IF.
       LOAD-OPEN-DISPUTES-EXIT.
           EXIT.

       STORE-ONE-DISPUTE SECTION.
       STORE-ONE-DISPUTE-START.
           IF DISP-OPEN
               IF WS-DISPUTE-COUNT < 1000
                   ADD 1 TO WS-DISPUTE-COUNT
                   MOVE DISP-ACCOUNT
                       TO WS-DSP-ACCOUNT (WS-DISPUTE-COUNT)
                   MOVE DISP-AMT-DATE
                       TO WS-DSP-DATE (WS-DISPUTE-COUNT)
                   MOVE DISP-AMOUNT
                       TO WS-DSP-AMOUNT (WS-DISPUTE-COUNT)
                   MOVE 'N' TO WS-DSP-USED-SW (WS-DISPUTE-COUNT)
               ELSE
                   ADD 1 TO WS-DISPUTE-OVERFLOW-COUNT
               END-IF
           END-IF.
       STORE-ONE-DISPUTE-EXIT.
           EXIT.

      * A dispute marks one debit only, so identical debits on the
      * same day are marked one per open dispute.
       FIND-OPEN-DISPUTE SECTION.
       FIND-OPEN-DISPUTE-START.
           IF WS-DSP-ACCOUNT (WS-DISPUTE-IDX) = AMT-ACCOUNT
              AND WS-DSP-DATE (WS-DISPUTE-IDX) = AMT-DATE
              AND WS-DSP-USED-SW (WS-DISPUTE-IDX) = 'N'
              AND WS-DSP-AMOUNT (WS-DISPUTE-IDX) = WS-ABS-AMOUNT
               SET WS-DISPUTE-FOUND TO TRUE
               MOVE 'Y' TO WS-DSP-USED-SW (WS-DISPUTE-IDX)
               SUBTRACT 1 FROM WS-DISPUTE-IDX
           END-IF.
       FIND-OPEN-DISPUTE-EXIT.
           EXIT.

       STORE-ONE-APPLIED-ITEM SECTION.
       STORE-ONE-APPLIED-ITEM-START.
           MOVE 'N' TO WS-APPLIED-FOUND-SW.
           PERFORM FIND-APPLIED-ENTRY
               VARYING WS-APPLIED-IDX FROM 1 BY 1
               UNTIL WS-APPLIED-IDX > WS-APPLIED-COUNT
                  OR WS-APPLIED-FOUND.
           EVALUATE TRUE
               WHEN WS-APPLIED-FOUND
                   ADD APPL-APPLIED-AMOUNT
                       TO WS-APL-REMAINING (WS-APPLIED-IDX)
               WHEN WS-APPLIED-COUNT < 2000
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE APPL-ACCOUNT
                       TO WS-APL-ACCOUNT (WS-APPLIED-COUNT)
                   MOVE APPL-DEBIT-DATE
                       TO WS-APL-DATE (WS-APPLIED-COUNT)
                   MOVE APPL-DEBIT-AMOUNT
                       TO WS-APL-AMOUNT (WS-APPLIED-COUNT)
                   MOVE APPL-APPLIED-AMOUNT
                       TO WS-APL-REMAINING (WS-APPLIED-COUNT)
               WHEN OTHER
                   ADD 1 TO WS-APPLIED-OVERFLOW-COUNT
           END-EVALUATE.
       STORE-ONE-APPLIED-ITEM-EXIT.
           EXIT.

       FIND-APPLIED-ENTRY SECTION.
       FIND-APPLIED-ENTRY-START.
           IF WS-APL-ACCOUNT (WS-APPLIED-IDX) = APPL-ACCOUNT
              AND WS-APL-DATE (WS-APPLIED-IDX) = APPL-DEBIT-DATE
              AND WS-APL-AMOUNT (WS-APPLIED-IDX) = APPL-DEBIT-AMOUNT
               SET WS-APPLIED-FOUND TO TRUE
               SUBTRACT 1 FROM WS-APPLIED-IDX
           END-IF.
       FIND-APPLIED-ENTRY-EXIT.
           EXIT.

      * Takes what has been applied to this debit (WS-ABS-AMOUNT)
      * out of its entry, never more than the debit itself, so
      * identical debits on the same day are paid off in turn.
       CLAIM-APPLIED-AMOUNT SECTION.
       CLAIM-APPLIED-AMOUNT-START.
           MOVE ZERO TO WS-CLAIM-AMOUNT.
           MOVE AMT-ACCOUNT TO APPL-ACCOUNT.
           MOVE AMT-DATE TO APPL-DEBIT-DATE.
           MOVE WS-ABS-AMOUNT TO APPL-DEBIT-AMOUNT.
           MOVE 'N' TO WS-APPLIED-FOUND-SW.
           PERFORM FIND-APPLIED-ENTRY
               VARYING WS-APPLIED-IDX FROM 1 BY 1
               UNTIL WS-APPLIED-IDX > WS-APPLIED-COUNT
                  OR WS-APPLIED-FOUND.
           IF WS-APPLIED-FOUND
               IF WS-APL-REMAINING (WS-APPLIED-IDX) > WS-ABS-AMOUNT
                   MOVE WS-ABS-AMOUNT TO WS-CLAIM-AMOUNT
               ELSE
                   MOVE WS-APL-REMAINING (WS-APPLIED-IDX)
                       TO WS-CLAIM-AMOUNT
               END-IF
               SUBTRACT WS-CLAIM-AMOUNT
                   FROM WS-APL-REMAINING (WS-APPLIED-IDX)
           END-IF.
       CLAIM-APPLIED-AMOUNT-EXIT.
           EXIT.

      * Prime the carry-forward merge: the prior balance file is in
      * account order, the sorted amounts likewise, so one forward
      * pass pairs them.  No ACSTBAL yet just means every account
       WRITE-DETAIL-LINE SECTION.
       WRITE-DETAIL-LINE-START.
           MOVE AMT-SIGNED TO WS-ABS-AMOUNT.
           MOVE SPACES TO WS-PAID-MARK.
           IF AMT-SIGNED IS NEGATIVE
               MOVE 'DB' TO WS-CRDB-IND
               ADD WS-ABS-AMOUNT TO WS-ACCT-DB-TOTAL
               PERFORM CLAIM-APPLIED-AMOUNT
               IF WS-CLAIM-AMOUNT > ZERO
                   IF WS-CLAIM-AMOUNT = WS-ABS-AMOUNT
                       MOVE ' PAID' TO WS-PAID-MARK
                   ELSE
                       MOVE ' PART PAID' TO WS-PAID-MARK
                   END-IF
               END-IF
               MOVE 'N' TO WS-DISPUTE-FOUND-SW
               PERFORM FIND-OPEN-DISPUTE
                   VARYING WS-DISPUTE-IDX FROM 1 BY 1
                   UNTIL WS-DISPUTE-IDX > WS-DISPUTE-COUNT
                      OR WS-DISPUTE-FOUND
               IF WS-DISPUTE-FOUND
                   MOVE ' IN DISPUTE' TO WS-PAID-MARK
               END-IF
           ELSE
               MOVE 'CR' TO WS-CRDB-IND
               ADD WS-ABS-AMOUNT TO WS-ACCT-CR-TOTAL
                  WS-CRDB-IND DELIMITED BY SIZE
                  ' BALANCE ' DELIMITED BY SIZE
                  WS-RUNNING-BALANCE DELIMITED BY SIZE
                  WS-PAID-MARK DELIMITED BY SIZE
                  INTO STMT-RPT-RECORD.
           WRITE STMT-RPT-RECORD.
       WRITE-DETAIL-LINE-EXIT.
