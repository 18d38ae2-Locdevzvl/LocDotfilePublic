      * outstanding debit exceeds the threshold amount on the AGECTL
      * control record - goes to the AGEWORK worklist so the
      * collections desk gets a list instead of a guess.
      *
      * A debit that a payment has been applied against is only aged
      * for what is still unpaid on it.  The AMTAPPL applied-items
      * file LBXAPPLY writes is summed per debit (account, date and
      * amount) and netted out of the matching debits oldest first,
      * so a debit paid in full drops out of the buckets altogether.
      *
      * A debit the customer has an open dispute on (DISPFILE, kept
      * by DISPRUN) is held out of the buckets too, so it neither
      * ages nor puts the account on the worklist - and so not into
      * the dunning cycle that works from it.  What is held is shown
      * as a disputed figure on the account line and in the totals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT WORKLIST-FILE ASSIGN TO "AGEWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.
           SELECT APPLIED-FILE ASSIGN TO "AMTAPPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

       DATA DIVISION.

           RECORDING MODE IS F.
       01  WORKLIST-RECORD       PIC X(80).

       FD  APPLIED-FILE
           RECORDING MODE IS F.
           COPY APPLREC.

       FD  DISPUTE-FILE
           RECORDING MODE IS F.
           COPY DISPREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-AMOUNT-STATUS   PIC XX.
           05 WS-AGE-CTL-STATUS  PIC XX.
           05 WS-AGE-RPT-STATUS  PIC XX.
           05 WS-WORKLIST-STATUS PIC XX.
           05 WS-APPLIED-STATUS  PIC XX.
           05 WS-DISPUTE-STATUS  PIC XX.
       01  WS-EOF-SW             PIC X VALUE 'N'.
           88 WS-EOF                VALUE 'Y'.
       01  WS-RUN-DATE           PIC 9(8).
       01  WS-ACCOUNT-OPEN-SW    PIC X VALUE 'N'.
           88 WS-ACCOUNT-OPEN       VALUE 'Y'.
       01  WS-ABS-AMOUNT         PIC 9(05)V9(02).
       01  WS-CLAIM-AMOUNT       PIC 9(05)V9(02).
      * Applied totals by debit, used up as the debits are aged.
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
      * Open disputes, each holding out one matching debit.
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
       01  WS-ACCT-DISPUTED      PIC 9(07)V9(02).
       01  WS-GRAND-DISPUTED     PIC 9(09)V9(02) VALUE ZERO.
       01  WS-BUCKET-IDX         PIC 9(01).
       01  WS-ACCT-BUCKETS.
           05  WS-ACCT-BUCKET OCCURS 4 TIMES PIC 9(07)V9(02).
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM COMPUTE-DAY-SERIAL.
           MOVE WS-SERIAL-RESULT TO WS-TODAY-SERIAL.
           PERFORM DETERMINE-THRESHOLD.
           PERFORM LOAD-APPLIED-ITEMS.
           PERFORM LOAD-OPEN-DISPUTES.
           PERFORM INITIALIZE-GRAND-BUCKETS
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 4.
       DETERMINE-THRESHOLD-EXIT.
           EXIT.

      * Applied lines for the same debit are summed into one entry.
      * Past the table the rest are still aged in full, and the
      * operator is told.
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
               DISPLAY 'ACCTAGE - AMTAPPL LINES BEYOND TABLE: '
                   WS-APPLIED-OVERFLOW-COUNT ' - AGED UNNETTED'
           END-IF.
       LOAD-APPLIED-ITEMS-EXIT.
           EXIT.

      * Only disputes still open hold anything.  Past the table the
      * rest are aged as ordinary debits, and the operator is told.
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
               DISPLAY 'ACCTAGE - OPEN DISPUTES BEYOND TABLE: '
                   WS-DISPUTE-OVERFLOW-COUNT ' - AGED AS DEBITS'
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

      * A dispute holds out one debit only, so identical debits on
      * the same day are held one per open dispute.
       FIND-OPEN-DISPUTE SECTION.
       FIND-OPEN-DISPUTE-START.
           IF WS-DSP-ACCOUNT (WS-DISPUTE-IDX) = AMT-ACCOUNT
              AND WS-DSP-DATE (WS-DISPUTE-IDX) = AMT-DATE
              AND WS-DSP-USED-SW (WS-DISPUTE-IDX) = 'N'
              AND WS-DSP-AMOUNT (WS-DISPUTE-IDX) = 0 - AMT-SIGNED
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

       INITIALIZE-GRAND-BUCKETS SECTION.
       INITIALIZE-GRAND-BUCKETS-START.
           MOVE ZERO TO WS-GRAND-BUCKET (WS-BUCKET-IDX).
               PERFORM OPEN-NEW-ACCOUNT
           END-IF.
           IF AMT-SIGNED IS NEGATIVE
               MOVE AMT-SIGNED TO WS-ABS-AMOUNT
               PERFORM CLAIM-APPLIED-AMOUNT
               SUBTRACT WS-CLAIM-AMOUNT FROM WS-ABS-AMOUNT
               MOVE 'N' TO WS-DISPUTE-FOUND-SW
               PERFORM FIND-OPEN-DISPUTE
                   VARYING WS-DISPUTE-IDX FROM 1 BY 1
                   UNTIL WS-DISPUTE-IDX > WS-DISPUTE-COUNT
                      OR WS-DISPUTE-FOUND
               EVALUATE TRUE
                   WHEN WS-ABS-AMOUNT = ZERO
                       CONTINUE
                   WHEN WS-DISPUTE-FOUND
                       ADD WS-ABS-AMOUNT TO WS-ACCT-DISPUTED
                       ADD WS-ABS-AMOUNT TO WS-GRAND-DISPUTED
                   WHEN OTHER
                       PERFORM BUCKET-ONE-DEBIT
               END-EVALUATE
           END-IF.
       AGE-ONE-AMOUNT-EXIT.
           EXIT.
               VARYING WS-BUCKET-IDX FROM 1 BY 1
               UNTIL WS-BUCKET-IDX > 4.
           MOVE ZERO TO WS-ACCT-DEBIT-TOTAL.
           MOVE ZERO TO WS-ACCT-DISPUTED.
       OPEN-NEW-ACCOUNT-EXIT.
           EXIT.

           EXIT.

      * The standard collection buckets by the debit's own date:
      * up to 30 days is current, then 31-60, 61-90, over 90.  The
      * amount aged is what is still unpaid on the debit.
       BUCKET-ONE-DEBIT SECTION.
       BUCKET-ONE-DEBIT-START.
           MOVE AMT-DATE TO WS-DATE-WORK.
           PERFORM COMPUTE-DAY-SERIAL.
           COMPUTE WS-AGE-DAYS = WS-TODAY-SERIAL - WS-SERIAL-RESULT.

      * Only accounts actually carrying debits make the report; the
      * worklist takes those with over-90 money or a total past the
      * control threshold.  An account whose only open debits are
      * in dispute is reported for its disputed figure but never
      * goes on the worklist.
       CLOSE-CURRENT-ACCOUNT SECTION.
       CLOSE-CURRENT-ACCOUNT-START.
           IF WS-ACCOUNT-OPEN
              AND WS-ACCT-DISPUTED > ZERO
               MOVE SPACES TO AGE-RPT-RECORD
               STRING 'ACCT ' DELIMITED BY SIZE
                      WS-CURRENT-ACCOUNT DELIMITED BY SIZE
                      ' IN DISPUTE, NOT AGED ' DELIMITED BY SIZE
                      WS-ACCT-DISPUTED DELIMITED BY SIZE
                      INTO AGE-RPT-RECORD
               WRITE AGE-RPT-RECORD
           END-IF.
           IF WS-ACCOUNT-OPEN
              AND WS-ACCT-DEBIT-TOTAL > ZERO
               ADD 1 TO WS-ACCOUNT-COUNT
                  WS-GRAND-DEBIT-TOTAL DELIMITED BY SIZE
                  INTO AGE-RPT-RECORD.
           WRITE AGE-RPT-RECORD.
           MOVE SPACES TO AGE-RPT-RECORD.
           STRING 'HELD IN DISPUTE, NOT AGED: ' DELIMITED BY SIZE
                  WS-GRAND-DISPUTED DELIMITED BY SIZE
                  INTO AGE-RPT-RECORD.
           WRITE AGE-RPT-RECORD.
       WRITE-GRAND-TOTALS-EXIT.
           EXIT.

