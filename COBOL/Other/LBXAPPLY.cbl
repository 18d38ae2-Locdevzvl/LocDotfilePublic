       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBXAPPLY.
       AUTHOR. MTH.

      * Lockbox payment loader - replaces keying the bank's lockbox
      * list into AMTFILE by hand.  The LBXTRAN transmission has a
      * file header, one detail per payment (account, amount, the
      * customer's check number) and a trailer with the payment
      * count and amount total.  As in BANKCONV, the trailer figures
      * are checked against what was read.  A missing header or
      * trailer, a malformed line or any disagreement rejects the
      * whole file with RETURN-CODE 8 and nothing is applied.  Each
      * accepted file is registered on LBXREG (file date, count,
      * total), so the same file sent again is refused instead of
      * crediting every customer twice.
      *
      * Each payment is credited to its account on AMTFILE, dated
      * with the run date, and applied to that account's open
      * debits oldest first - the same account and AMT-DATE order
      * ACCTAGE ages on.  Every piece applied goes to the AMTAPPL
      * applied-items file (APPLREC), which ACCTAGE and ACCTSTMT
      * read to tell paid debits from unpaid ones.  A debit that
      * earlier runs have already paid down is only open for what
      * is left.
      *
      * Payments that cannot be applied cleanly go to the LBXUNAP
      * unapplied-cash report for the cashier:
      *   - a payment for an account not on ACSTXREF, or too large
      *     for an AMTFILE amount, is not credited at all;
      *   - an overpayment is credited, and the amount left after
      *     every open debit is paid is reported;
      *   - a partial payment is credited and applied, and the
      *     balance it leaves open is reported.
      * Anything on the unapplied report ends the run with
      * RETURN-CODE 4.  The LBXRPT control report carries malformed
      * lines, the reject reason and the run totals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSMISSION-FILE ASSIGN TO "LBXTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSMISSION-STATUS.
           SELECT ACCT-XREF-FILE ASSIGN TO "ACSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-XREF-STATUS.
           SELECT AMOUNT-FILE ASSIGN TO "AMTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMOUNT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
           SELECT SORTED-AMT-FILE ASSIGN TO "AMTSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-AMT-STATUS.
           SELECT APPLIED-FILE ASSIGN TO "AMTAPPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "LBXREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT CONTROL-RPT-FILE ASSIGN TO "LBXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-RPT-STATUS.
           SELECT UNAPPLIED-RPT-FILE ASSIGN TO "LBXUNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPPLIED-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * One transmission line; the record type in column 1 picks
      * which REDEFINES view applies.
       FD  TRANSMISSION-FILE
           RECORDING MODE IS F.
       01  TRANSMISSION-RECORD.
           05 TRANS-REC-TYPE         PIC X(01).
               88 TRANS-IS-HEADER       VALUE 'H'.
               88 TRANS-IS-DETAIL       VALUE 'D'.
               88 TRANS-IS-TRAILER      VALUE 'T'.
           05 TRANS-REC-BODY         PIC X(29).
       01  TRANS-HEADER-VIEW REDEFINES TRANSMISSION-RECORD.
           05 FILLER                 PIC X(01).
           05 TRANS-BANK-CODE        PIC X(08).
           05 TRANS-FILE-DATE        PIC 9(08).
           05 FILLER                 PIC X(13).
       01  TRANS-DETAIL-VIEW REDEFINES TRANSMISSION-RECORD.
           05 FILLER                 PIC X(01).
           05 TRANS-DTL-ACCOUNT      PIC 9(06).
           05 TRANS-DTL-AMOUNT       PIC 9(07)V9(02).
           05 TRANS-DTL-CHECK        PIC X(10).
           05 FILLER                 PIC X(04).
       01  TRANS-TRAILER-VIEW REDEFINES TRANSMISSION-RECORD.
           05 FILLER                 PIC X(01).
           05 TRANS-TRL-COUNT        PIC 9(06).
           05 TRANS-TRL-AMOUNT       PIC 9(09)V9(02).
           05 FILLER                 PIC X(12).

      * Same shape STMTMAIL reads - one record per account.
       FD  ACCT-XREF-FILE
           RECORDING MODE IS F.
       01  ACCT-XREF-RECORD.
           05 XREF-ACCOUNT       PIC 9(06).
           05 XREF-CUST-ID       PIC 9(06).

       FD  AMOUNT-FILE
           RECORDING MODE IS F.
       01  AMOUNT-RECORD.
           05 AMT-ACCOUNT        PIC 9(06).
           05 AMT-DATE           PIC 9(08).
           05 AMT-SIGNED         PIC S9(05)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SORT-ACCOUNT       PIC 9(06).
           05 SORT-DATE          PIC 9(08).
           05 FILLER             PIC X(08).

       FD  SORTED-AMT-FILE
           RECORDING MODE IS F.
       01  SORTED-AMT-RECORD.
           05 SRT-ACCOUNT        PIC 9(06).
           05 SRT-DATE           PIC 9(08).
           05 SRT-SIGNED         PIC S9(05)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.

       FD  APPLIED-FILE
           RECORDING MODE IS F.
           COPY APPLREC.

      * One line per lockbox file ever applied: its identity and
      * control totals, and the date we applied it.
       FD  REGISTER-FILE
           RECORDING MODE IS F.
       01  REGISTER-RECORD.
           05 REG-FILE-DATE          PIC 9(08).
           05 REG-DETAIL-COUNT       PIC 9(06).
           05 REG-AMOUNT-TOTAL       PIC 9(09)V9(02).
           05 REG-PROCESSED-DATE     PIC 9(08).

       FD  CONTROL-RPT-FILE
           RECORDING MODE IS F.
       01  CONTROL-RPT-RECORD        PIC X(80).

       FD  UNAPPLIED-RPT-FILE
           RECORDING MODE IS F.
       01  UNAPPLIED-RPT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-TRANSMISSION-STATUS PIC XX.
           05 WS-ACCT-XREF-STATUS    PIC XX.
           05 WS-AMOUNT-STATUS       PIC XX.
           05 WS-SORTED-AMT-STATUS   PIC XX.
           05 WS-APPLIED-STATUS      PIC XX.
           05 WS-REGISTER-STATUS     PIC XX.
           05 WS-CONTROL-RPT-STATUS  PIC XX.
           05 WS-UNAPPLIED-RPT-STATUS PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RECORD-NUMBER          PIC 9(06) VALUE ZERO.
       01  WS-HEADER-SEEN-SW         PIC X VALUE 'N'.
           88 WS-HEADER-SEEN            VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW        PIC X VALUE 'N'.
           88 WS-TRAILER-SEEN           VALUE 'Y'.
       01  WS-FILE-DATE              PIC 9(08) VALUE ZERO.
       01  WS-DETAIL-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-DETAIL-TOTAL           PIC 9(09)V9(02) VALUE ZERO.
       01  WS-TRAILER-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-TRAILER-TOTAL          PIC 9(09)V9(02) VALUE ZERO.
       01  WS-MALFORMED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-REJECT-SW              PIC X VALUE 'N'.
           88 WS-FILE-REJECTED          VALUE 'Y'.
       01  WS-REJECT-REASON          PIC X(40) VALUE SPACES.
      * The payments on this transmission.
       01  WS-PAY-IDX                PIC 9(03).
       01  WS-PAY-STORED             PIC 9(03) VALUE ZERO.
       01  WS-PAYMENT-TABLE.
           05  WS-PAY OCCURS 500 TIMES.
               10 WS-PAY-ACCOUNT     PIC 9(06).
               10 WS-PAY-AMOUNT      PIC 9(07)V9(02).
               10 WS-PAY-CHECK       PIC X(10).
      * Accounts known on ACSTXREF.
       01  WS-XREF-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-XREF-IDX               PIC 9(04).
       01  WS-XREF-OVERFLOW-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-XREF-FOUND-SW          PIC X.
           88 WS-XREF-FOUND             VALUE 'Y'.
       01  WS-XREF-TABLE.
           05  WS-XREF-ACCOUNT OCCURS 2000 TIMES PIC 9(06).
      * Applied totals already on AMTAPPL, by debit, used up as the
      * debits are loaded.
       01  WS-APPLIED-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-APPLIED-IDX            PIC 9(04).
       01  WS-APPLIED-OVERFLOW-COUNT PIC 9(06) VALUE ZERO.
       01  WS-APPLIED-FOUND-SW       PIC X.
           88 WS-APPLIED-FOUND          VALUE 'Y'.
       01  WS-APPLIED-TABLE.
           05  WS-APL OCCURS 2000 TIMES.
               10 WS-APL-ACCOUNT     PIC 9(06).
               10 WS-APL-DATE        PIC 9(08).
               10 WS-APL-AMOUNT      PIC 9(05)V9(02).
               10 WS-APL-REMAINING   PIC 9(07)V9(02).
      * AMTFILE debits in account and date order, each with what is
      * still open on it.
       01  WS-DEBIT-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-DEBIT-IDX              PIC 9(04).
       01  WS-FIRST-DEBIT-IDX        PIC 9(04).
       01  WS-DEBIT-OVERFLOW-COUNT   PIC 9(06) VALUE ZERO.
       01  WS-DEBIT-FOUND-SW         PIC X.
           88 WS-DEBIT-FOUND            VALUE 'Y'.
       01  WS-ACCOUNT-DONE-SW        PIC X.
           88 WS-ACCOUNT-DONE           VALUE 'Y'.
       01  WS-DEBIT-TABLE.
           05  WS-DBT OCCURS 5000 TIMES.
               10 WS-DBT-ACCOUNT     PIC 9(06).
               10 WS-DBT-DATE        PIC 9(08).
               10 WS-DBT-AMOUNT      PIC 9(05)V9(02).
               10 WS-DBT-OPEN        PIC 9(05)V9(02).
       01  WS-ABS-AMOUNT             PIC 9(05)V9(02).
       01  WS-CLAIM-AMOUNT           PIC 9(05)V9(02).
      * The payment being applied.
       01  WS-THIS-ACCOUNT           PIC 9(06).
       01  WS-THIS-AMOUNT            PIC 9(07)V9(02).
       01  WS-THIS-CHECK             PIC X(10).
       01  WS-PAY-REMAINING          PIC 9(07)V9(02).
       01  WS-ACCOUNT-OPEN-TOTAL     PIC 9(09)V9(02).
       01  WS-APPLY-AMOUNT           PIC 9(05)V9(02).
       01  WS-UNAPPLIED-AMOUNT       PIC 9(09)V9(02).
       01  WS-UNAPPLIED-REASON       PIC X(34).
       01  WS-AMOUNT-EDIT            PIC Z(6)9.99.
       01  WS-OPEN-EDIT              PIC Z(8)9.99.
       01  WS-TOTAL-EDIT             PIC Z(8)9.99.
       01  WS-DUPLICATE-SW           PIC X VALUE 'N'.
           88 WS-DUPLICATE-SEEN         VALUE 'Y'.
       01  WS-PAYMENTS-CREDITED      PIC 9(06) VALUE ZERO.
       01  WS-CREDITED-TOTAL         PIC 9(09)V9(02) VALUE ZERO.
       01  WS-ITEMS-APPLIED          PIC 9(06) VALUE ZERO.
       01  WS-APPLIED-TOTAL          PIC 9(09)V9(02) VALUE ZERO.
       01  WS-UNAPPLIED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-UNAPPLIED-TOTAL        PIC 9(09)V9(02) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'LBXAPPLY'.
       01  WS-RPT-TITLE              PIC X(30)
                                     VALUE 'LOCKBOX UNAPPLIED CASH'.
       01  WS-RPT-HEADING            PIC X(80) VALUE SPACES.
       01  WS-RPT-ACTION             PIC X(01).
       01  WS-RPT-DETAIL             PIC X(80).
       01  WS-RPT-STATE.
           05 WS-RPT-LINE-COUNT      PIC 9(02) VALUE 99.
           05 WS-RPT-PAGE-NUM        PIC 9(04) VALUE ZERO.
           05 WS-RPT-TOTAL-LINES     PIC 9(06) VALUE ZERO.
       01  WS-RPT-OUT.
           05 WS-RPT-OUT-COUNT       PIC 9(01).
           05 WS-RPT-OUT-LINE OCCURS 4 TIMES PIC X(80).
       01  WS-RPT-OUT-IDX            PIC 9(01).

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           OPEN OUTPUT CONTROL-RPT-FILE.
           OPEN OUTPUT UNAPPLIED-RPT-FILE.
           MOVE 'ACCOUNT' TO WS-RPT-HEADING (1:7).
           MOVE 'CHECK' TO WS-RPT-HEADING (10:5).
           MOVE 'PAYMENT' TO WS-RPT-HEADING (24:7).
           MOVE 'UNAPPLIED/OPEN' TO WS-RPT-HEADING (33:14).
           MOVE 'REASON' TO WS-RPT-HEADING (48:6).
           PERFORM READ-TRANSMISSION.
           PERFORM VERIFY-TRAILER-FIGURES.
           IF NOT WS-FILE-REJECTED
               PERFORM CHECK-LOCKBOX-REGISTER
           END-IF.
           IF NOT WS-FILE-REJECTED
               PERFORM LOAD-ACCOUNT-XREF
               PERFORM LOAD-APPLIED-ITEMS
               PERFORM LOAD-OPEN-DEBITS
               PERFORM CHECK-TABLE-CAPACITY
           END-IF.
           IF WS-FILE-REJECTED
               MOVE 8 TO WS-FINAL-RETURN-CODE
               PERFORM WRITE-REJECT-LINE
           ELSE
               OPEN EXTEND AMOUNT-FILE
               IF WS-AMOUNT-STATUS = '05' OR WS-AMOUNT-STATUS = '35'
                   OPEN OUTPUT AMOUNT-FILE
               END-IF
               OPEN EXTEND APPLIED-FILE
               IF WS-APPLIED-STATUS = '05'
                  OR WS-APPLIED-STATUS = '35'
                   OPEN OUTPUT APPLIED-FILE
               END-IF
               PERFORM APPLY-ONE-PAYMENT
                   VARYING WS-PAY-IDX FROM 1 BY 1
                   UNTIL WS-PAY-IDX > WS-PAY-STORED
               CLOSE AMOUNT-FILE
               CLOSE APPLIED-FILE
               PERFORM APPEND-REGISTER-LINE
               IF WS-UNAPPLIED-COUNT > ZERO
                   MOVE 4 TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.
           PERFORM WRITE-UNAPPLIED-TOTALS.
           PERFORM END-REPORT-PAGES.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE UNAPPLIED-RPT-FILE.
           CLOSE CONTROL-RPT-FILE.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       READ-TRANSMISSION SECTION.
       READ-TRANSMISSION-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT TRANSMISSION-FILE.
           IF WS-TRANSMISSION-STATUS NOT = '00'
               SET WS-FILE-REJECTED TO TRUE
               MOVE 'LOCKBOX FILE NOT AVAILABLE'
                   TO WS-REJECT-REASON
           ELSE
               PERFORM UNTIL WS-EOF
                   READ TRANSMISSION-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORD-NUMBER
                           PERFORM CLASSIFY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRANSMISSION-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       READ-TRANSMISSION-EXIT.
           EXIT.

       CLASSIFY-ONE-RECORD SECTION.
       CLASSIFY-ONE-RECORD-START.
           EVALUATE TRUE
               WHEN TRANS-IS-HEADER
                   SET WS-HEADER-SEEN TO TRUE
                   IF TRANS-FILE-DATE IS NUMERIC
                       MOVE TRANS-FILE-DATE TO WS-FILE-DATE
                   END-IF
               WHEN TRANS-IS-DETAIL
                   PERFORM STORE-ONE-DETAIL
               WHEN TRANS-IS-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   IF TRANS-TRL-COUNT IS NUMERIC
                      AND TRANS-TRL-AMOUNT IS NUMERIC
                       MOVE TRANS-TRL-COUNT TO WS-TRAILER-COUNT
                       MOVE TRANS-TRL-AMOUNT TO WS-TRAILER-TOTAL
                   ELSE
                       ADD 1 TO WS-MALFORMED-COUNT
                       PERFORM WRITE-MALFORMED-LINE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-MALFORMED-COUNT
                   PERFORM WRITE-MALFORMED-LINE
           END-EVALUATE.
       CLASSIFY-ONE-RECORD-EXIT.
           EXIT.

      * A zero payment is as malformed as a non-numeric one - the
      * bank does not send them.
       STORE-ONE-DETAIL SECTION.
       STORE-ONE-DETAIL-START.
           IF TRANS-DTL-ACCOUNT IS NOT NUMERIC
              OR TRANS-DTL-AMOUNT IS NOT NUMERIC
               ADD 1 TO WS-MALFORMED-COUNT
               PERFORM WRITE-MALFORMED-LINE
           ELSE
               IF TRANS-DTL-AMOUNT = ZERO
                   ADD 1 TO WS-MALFORMED-COUNT
                   PERFORM WRITE-MALFORMED-LINE
               ELSE
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD TRANS-DTL-AMOUNT TO WS-DETAIL-TOTAL
                   IF WS-PAY-STORED < 500
                       ADD 1 TO WS-PAY-STORED
                       MOVE TRANS-DTL-ACCOUNT
                           TO WS-PAY-ACCOUNT (WS-PAY-STORED)
                       MOVE TRANS-DTL-AMOUNT
                           TO WS-PAY-AMOUNT (WS-PAY-STORED)
                       MOVE TRANS-DTL-CHECK
                           TO WS-PAY-CHECK (WS-PAY-STORED)
                   END-IF
               END-IF
           END-IF.
       STORE-ONE-DETAIL-EXIT.
           EXIT.

       VERIFY-TRAILER-FIGURES SECTION.
       VERIFY-TRAILER-FIGURES-START.
           IF WS-FILE-REJECTED
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN NOT WS-HEADER-SEEN
                       SET WS-FILE-REJECTED TO TRUE
                       MOVE 'NO FILE HEADER' TO WS-REJECT-REASON
                   WHEN NOT WS-TRAILER-SEEN
                       SET WS-FILE-REJECTED TO TRUE
                       MOVE 'NO FILE TRAILER - TRUNCATED'
                           TO WS-REJECT-REASON
                   WHEN WS-MALFORMED-COUNT > ZERO
                       SET WS-FILE-REJECTED TO TRUE
                       MOVE 'MALFORMED LINES ON FILE'
                           TO WS-REJECT-REASON
                   WHEN WS-DETAIL-COUNT > WS-PAY-STORED
                       SET WS-FILE-REJECTED TO TRUE
                       MOVE 'PAYMENTS EXCEED TABLE CAPACITY'
                           TO WS-REJECT-REASON
                   WHEN WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
                       SET WS-FILE-REJECTED TO TRUE
                       MOVE 'TRAILER COUNT DISAGREES'
                           TO WS-REJECT-REASON
                   WHEN WS-DETAIL-TOTAL NOT = WS-TRAILER-TOTAL
                       SET WS-FILE-REJECTED TO TRUE
                       MOVE 'TRAILER AMOUNT DISAGREES'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
       VERIFY-TRAILER-FIGURES-EXIT.
           EXIT.

      * A file whose date, count and total match one already applied
      * is the bank sending it again.
       CHECK-LOCKBOX-REGISTER SECTION.
       CHECK-LOCKBOX-REGISTER-START.
           MOVE 'N' TO WS-DUPLICATE-SW.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ REGISTER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF REG-FILE-DATE = WS-FILE-DATE
                              AND REG-DETAIL-COUNT = WS-DETAIL-COUNT
                              AND REG-AMOUNT-TOTAL = WS-DETAIL-TOTAL
                               SET WS-DUPLICATE-SEEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-DUPLICATE-SEEN
               SET WS-FILE-REJECTED TO TRUE
               MOVE 'LOCKBOX FILE ALREADY APPLIED'
                   TO WS-REJECT-REASON
           END-IF.
       CHECK-LOCKBOX-REGISTER-EXIT.
           EXIT.

       LOAD-ACCOUNT-XREF SECTION.
       LOAD-ACCOUNT-XREF-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ACCT-XREF-FILE.
           IF WS-ACCT-XREF-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ ACCT-XREF-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-XREF-COUNT < 2000
                               ADD 1 TO WS-XREF-COUNT
                               MOVE XREF-ACCOUNT
                                   TO WS-XREF-ACCOUNT (WS-XREF-COUNT)
                           ELSE
                               ADD 1 TO WS-XREF-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-XREF-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-ACCOUNT-XREF-EXIT.
           EXIT.

      * Applied lines for the same debit are summed into one entry.
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
       LOAD-APPLIED-ITEMS-EXIT.
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

      * AMTFILE sorted by account and date, the ACCTAGE sort, so the
      * debit table comes out oldest first within each account.
       LOAD-OPEN-DEBITS SECTION.
       LOAD-OPEN-DEBITS-START.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-ACCOUNT SORT-DATE
               USING AMOUNT-FILE
               GIVING SORTED-AMT-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SORTED-AMT-FILE.
           PERFORM UNTIL WS-EOF
               READ SORTED-AMT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF SRT-SIGNED IS NEGATIVE
                           PERFORM STORE-ONE-DEBIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SORTED-AMT-FILE.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-OPEN-DEBITS-EXIT.
           EXIT.

      * What earlier runs applied to a debit of this account, date
      * and amount is used up here, so the table holds only what is
      * still open.
       STORE-ONE-DEBIT SECTION.
       STORE-ONE-DEBIT-START.
           IF WS-DEBIT-COUNT < 5000
               MOVE SRT-SIGNED TO WS-ABS-AMOUNT
               ADD 1 TO WS-DEBIT-COUNT
               MOVE SRT-ACCOUNT TO WS-DBT-ACCOUNT (WS-DEBIT-COUNT)
               MOVE SRT-DATE TO WS-DBT-DATE (WS-DEBIT-COUNT)
               MOVE WS-ABS-AMOUNT TO WS-DBT-AMOUNT (WS-DEBIT-COUNT)
               MOVE ZERO TO WS-CLAIM-AMOUNT
               MOVE SRT-ACCOUNT TO APPL-ACCOUNT
               MOVE SRT-DATE TO APPL-DEBIT-DATE
               MOVE WS-ABS-AMOUNT TO APPL-DEBIT-AMOUNT
               MOVE 'N' TO WS-APPLIED-FOUND-SW
               PERFORM FIND-APPLIED-ENTRY
                   VARYING WS-APPLIED-IDX FROM 1 BY 1
                   UNTIL WS-APPLIED-IDX > WS-APPLIED-COUNT
                      OR WS-APPLIED-FOUND
               IF WS-APPLIED-FOUND
                   IF WS-APL-REMAINING (WS-APPLIED-IDX)
                      > WS-ABS-AMOUNT
                       MOVE WS-ABS-AMOUNT TO WS-CLAIM-AMOUNT
                   ELSE
                       MOVE WS-APL-REMAINING (WS-APPLIED-IDX)
                           TO WS-CLAIM-AMOUNT
                   END-IF
                   SUBTRACT WS-CLAIM-AMOUNT
                       FROM WS-APL-REMAINING (WS-APPLIED-IDX)
               END-IF
               COMPUTE WS-DBT-OPEN (WS-DEBIT-COUNT) =
                   WS-ABS-AMOUNT - WS-CLAIM-AMOUNT
           ELSE
               ADD 1 TO WS-DEBIT-OVERFLOW-COUNT
           END-IF.
       STORE-ONE-DEBIT-EXIT.
           EXIT.

      * Applying against a partial picture of the accounts would pay
      * the wrong debits, so any table overflow stops the run before
      * a single payment is credited.
       CHECK-TABLE-CAPACITY SECTION.
       CHECK-TABLE-CAPACITY-START.
           EVALUATE TRUE
               WHEN WS-XREF-OVERFLOW-COUNT > ZERO
                   SET WS-FILE-REJECTED TO TRUE
                   MOVE 'ACSTXREF EXCEEDS TABLE CAPACITY'
                       TO WS-REJECT-REASON
               WHEN WS-APPLIED-OVERFLOW-COUNT > ZERO
                   SET WS-FILE-REJECTED TO TRUE
                   MOVE 'AMTAPPL EXCEEDS TABLE CAPACITY'
                       TO WS-REJECT-REASON
               WHEN WS-DEBIT-OVERFLOW-COUNT > ZERO
                   SET WS-FILE-REJECTED TO TRUE
                   MOVE 'AMTFILE DEBITS EXCEED TABLE CAPACITY'
                       TO WS-REJECT-REASON
           END-EVALUATE.
       CHECK-TABLE-CAPACITY-EXIT.
           EXIT.

      * Unknown accounts and amounts AMTFILE cannot carry are held
      * back whole; everything else is credited and applied, with
      * whatever is left over (or left open) reported.
       APPLY-ONE-PAYMENT SECTION.
       APPLY-ONE-PAYMENT-START.
           MOVE WS-PAY-ACCOUNT (WS-PAY-IDX) TO WS-THIS-ACCOUNT.
           MOVE WS-PAY-AMOUNT (WS-PAY-IDX) TO WS-THIS-AMOUNT.
           MOVE WS-PAY-CHECK (WS-PAY-IDX) TO WS-THIS-CHECK.
           MOVE 'N' TO WS-XREF-FOUND-SW.
           PERFORM FIND-XREF-ACCOUNT
               VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT
                  OR WS-XREF-FOUND.
           EVALUATE TRUE
               WHEN NOT WS-XREF-FOUND
                   MOVE WS-THIS-AMOUNT TO WS-UNAPPLIED-AMOUNT
                   MOVE 'UNKNOWN ACCOUNT - NOT CREDITED'
                       TO WS-UNAPPLIED-REASON
                   PERFORM WRITE-UNAPPLIED-LINE
               WHEN WS-THIS-AMOUNT > 99999.99
                   MOVE WS-THIS-AMOUNT TO WS-UNAPPLIED-AMOUNT
                   MOVE 'TOO LARGE FOR AMTFILE - NOT CREDITED'
                       TO WS-UNAPPLIED-REASON
                   PERFORM WRITE-UNAPPLIED-LINE
               WHEN OTHER
                   PERFORM CREDIT-AND-APPLY-PAYMENT
           END-EVALUATE.
       APPLY-ONE-PAYMENT-EXIT.
           EXIT.

       FIND-XREF-ACCOUNT SECTION.
       FIND-XREF-ACCOUNT-START.
           IF WS-XREF-ACCOUNT (WS-XREF-IDX) = WS-THIS-ACCOUNT
               SET WS-XREF-FOUND TO TRUE
               SUBTRACT 1 FROM WS-XREF-IDX
           END-IF.
       FIND-XREF-ACCOUNT-EXIT.
           EXIT.

       CREDIT-AND-APPLY-PAYMENT SECTION.
       CREDIT-AND-APPLY-PAYMENT-START.
           MOVE WS-THIS-ACCOUNT TO AMT-ACCOUNT.
           MOVE WS-RUN-DATE TO AMT-DATE.
           MOVE WS-THIS-AMOUNT TO AMT-SIGNED.
           WRITE AMOUNT-RECORD.
           ADD 1 TO WS-PAYMENTS-CREDITED.
           ADD WS-THIS-AMOUNT TO WS-CREDITED-TOTAL.
           MOVE WS-THIS-AMOUNT TO WS-PAY-REMAINING.
           MOVE ZERO TO WS-ACCOUNT-OPEN-TOTAL.
           MOVE 'N' TO WS-DEBIT-FOUND-SW.
           PERFORM FIND-FIRST-DEBIT
               VARYING WS-DEBIT-IDX FROM 1 BY 1
               UNTIL WS-DEBIT-IDX > WS-DEBIT-COUNT
                  OR WS-DEBIT-FOUND.
           IF WS-DEBIT-FOUND
               MOVE WS-DEBIT-IDX TO WS-FIRST-DEBIT-IDX
               MOVE 'N' TO WS-ACCOUNT-DONE-SW
               PERFORM APPLY-TO-ONE-DEBIT
                   VARYING WS-DEBIT-IDX FROM WS-FIRST-DEBIT-IDX BY 1
                   UNTIL WS-DEBIT-IDX > WS-DEBIT-COUNT
                      OR WS-ACCOUNT-DONE
           END-IF.
           EVALUATE TRUE
               WHEN WS-PAY-REMAINING > ZERO
                   MOVE WS-PAY-REMAINING TO WS-UNAPPLIED-AMOUNT
                   MOVE 'OVERPAYMENT - CREDIT LEFT ON ACCOUNT'
                       TO WS-UNAPPLIED-REASON
                   PERFORM WRITE-UNAPPLIED-LINE
               WHEN WS-ACCOUNT-OPEN-TOTAL > ZERO
                   MOVE WS-ACCOUNT-OPEN-TOTAL TO WS-UNAPPLIED-AMOUNT
                   MOVE 'PARTIAL PAYMENT - BALANCE LEFT OPEN'
                       TO WS-UNAPPLIED-REASON
                   PERFORM WRITE-UNAPPLIED-LINE
           END-EVALUATE.
       CREDIT-AND-APPLY-PAYMENT-EXIT.
           EXIT.

       FIND-FIRST-DEBIT SECTION.
       FIND-FIRST-DEBIT-START.
           IF WS-DBT-ACCOUNT (WS-DEBIT-IDX) = WS-THIS-ACCOUNT
               SET WS-DEBIT-FOUND TO TRUE
               SUBTRACT 1 FROM WS-DEBIT-IDX
           END-IF.
       FIND-FIRST-DEBIT-EXIT.
           EXIT.

      * Oldest debit first; the account's run ends at the first debit
      * of another account.  Whatever the payment does not reach is
      * added up as the balance the payment leaves open.
       APPLY-TO-ONE-DEBIT SECTION.
       APPLY-TO-ONE-DEBIT-START.
           IF WS-DBT-ACCOUNT (WS-DEBIT-IDX) NOT = WS-THIS-ACCOUNT
               SET WS-ACCOUNT-DONE TO TRUE
           ELSE
               IF WS-DBT-OPEN (WS-DEBIT-IDX) > ZERO
                  AND WS-PAY-REMAINING > ZERO
                   IF WS-PAY-REMAINING < WS-DBT-OPEN (WS-DEBIT-IDX)
                       MOVE WS-PAY-REMAINING TO WS-APPLY-AMOUNT
                   ELSE
                       MOVE WS-DBT-OPEN (WS-DEBIT-IDX)
                           TO WS-APPLY-AMOUNT
                   END-IF
                   SUBTRACT WS-APPLY-AMOUNT
                       FROM WS-DBT-OPEN (WS-DEBIT-IDX)
                   SUBTRACT WS-APPLY-AMOUNT FROM WS-PAY-REMAINING
                   PERFORM WRITE-APPLIED-ITEM
               END-IF
               ADD WS-DBT-OPEN (WS-DEBIT-IDX) TO WS-ACCOUNT-OPEN-TOTAL
           END-IF.
       APPLY-TO-ONE-DEBIT-EXIT.
           EXIT.

       WRITE-APPLIED-ITEM SECTION.
       WRITE-APPLIED-ITEM-START.
           MOVE WS-DBT-ACCOUNT (WS-DEBIT-IDX) TO APPL-ACCOUNT.
           MOVE WS-DBT-DATE (WS-DEBIT-IDX) TO APPL-DEBIT-DATE.
           MOVE WS-DBT-AMOUNT (WS-DEBIT-IDX) TO APPL-DEBIT-AMOUNT.
           MOVE WS-APPLY-AMOUNT TO APPL-APPLIED-AMOUNT.
           MOVE WS-RUN-DATE TO APPL-PAY-DATE.
           MOVE 'LBXAPPLY' TO APPL-SOURCE.
           MOVE WS-THIS-CHECK TO APPL-REFERENCE.
           WRITE APPLIED-ITEM-RECORD.
           ADD 1 TO WS-ITEMS-APPLIED.
           ADD WS-APPLY-AMOUNT TO WS-APPLIED-TOTAL.
       WRITE-APPLIED-ITEM-EXIT.
           EXIT.

       APPEND-REGISTER-LINE SECTION.
       APPEND-REGISTER-LINE-START.
           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-STATUS = '05'
              OR WS-REGISTER-STATUS = '35'
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           MOVE WS-FILE-DATE TO REG-FILE-DATE.
           MOVE WS-DETAIL-COUNT TO REG-DETAIL-COUNT.
           MOVE WS-DETAIL-TOTAL TO REG-AMOUNT-TOTAL.
           MOVE WS-RUN-DATE TO REG-PROCESSED-DATE.
           WRITE REGISTER-RECORD.
           CLOSE REGISTER-FILE.
       APPEND-REGISTER-LINE-EXIT.
           EXIT.

       WRITE-UNAPPLIED-LINE SECTION.
       WRITE-UNAPPLIED-LINE-START.
           ADD 1 TO WS-UNAPPLIED-COUNT.
           IF WS-UNAPPLIED-REASON (1:7) NOT = 'PARTIAL'
               ADD WS-UNAPPLIED-AMOUNT TO WS-UNAPPLIED-TOTAL
           END-IF.
           MOVE WS-THIS-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-UNAPPLIED-AMOUNT TO WS-OPEN-EDIT.
           MOVE SPACES TO UNAPPLIED-RPT-RECORD.
           MOVE WS-THIS-ACCOUNT TO UNAPPLIED-RPT-RECORD (1:6).
           MOVE WS-THIS-CHECK TO UNAPPLIED-RPT-RECORD (10:10).
           MOVE WS-AMOUNT-EDIT TO UNAPPLIED-RPT-RECORD (21:10).
           MOVE WS-OPEN-EDIT TO UNAPPLIED-RPT-RECORD (33:12).
           MOVE WS-UNAPPLIED-REASON TO UNAPPLIED-RPT-RECORD (47:34).
           PERFORM PUT-REPORT-LINE.
       WRITE-UNAPPLIED-LINE-EXIT.
           EXIT.

       WRITE-UNAPPLIED-TOTALS SECTION.
       WRITE-UNAPPLIED-TOTALS-START.
           MOVE WS-UNAPPLIED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO UNAPPLIED-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO UNAPPLIED-RPT-RECORD.
           STRING 'ITEMS TO WORK: ' DELIMITED BY SIZE
                  WS-UNAPPLIED-COUNT DELIMITED BY SIZE
                  ' UNAPPLIED CASH: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO UNAPPLIED-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       WRITE-UNAPPLIED-TOTALS-EXIT.
           EXIT.

       WRITE-MALFORMED-LINE SECTION.
       WRITE-MALFORMED-LINE-START.
           MOVE SPACES TO CONTROL-RPT-RECORD.
           STRING 'MALFORMED LINE ' DELIMITED BY SIZE
                  WS-RECORD-NUMBER DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  TRANSMISSION-RECORD DELIMITED BY SIZE
                  INTO CONTROL-RPT-RECORD.
           WRITE CONTROL-RPT-RECORD.
       WRITE-MALFORMED-LINE-EXIT.
           EXIT.

       WRITE-REJECT-LINE SECTION.
       WRITE-REJECT-LINE-START.
           MOVE SPACES TO CONTROL-RPT-RECORD.
           STRING 'FILE REJECTED - ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO CONTROL-RPT-RECORD.
           WRITE CONTROL-RPT-RECORD.
           DISPLAY CONTROL-RPT-RECORD.
       WRITE-REJECT-LINE-EXIT.
           EXIT.

       WRITE-CONTROL-TOTALS SECTION.
       WRITE-CONTROL-TOTALS-START.
           MOVE SPACES TO CONTROL-RPT-RECORD.
           STRING 'LOCKBOX ' DELIMITED BY SIZE
                  WS-FILE-DATE DELIMITED BY SIZE
                  ' - RECORDS IN: ' DELIMITED BY SIZE
                  WS-RECORD-NUMBER DELIMITED BY SIZE
                  ' PAYMENTS: ' DELIMITED BY SIZE
                  WS-DETAIL-COUNT DELIMITED BY SIZE
                  ' MALFORMED: ' DELIMITED BY SIZE
                  WS-MALFORMED-COUNT DELIMITED BY SIZE
                  INTO CONTROL-RPT-RECORD.
           WRITE CONTROL-RPT-RECORD.
           MOVE WS-CREDITED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO CONTROL-RPT-RECORD.
           STRING 'CREDITED TO AMTFILE: ' DELIMITED BY SIZE
                  WS-PAYMENTS-CREDITED DELIMITED BY SIZE
                  ' AMOUNT: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO CONTROL-RPT-RECORD.
           WRITE CONTROL-RPT-RECORD.
           MOVE WS-APPLIED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO CONTROL-RPT-RECORD.
           STRING 'DEBIT ITEMS APPLIED: ' DELIMITED BY SIZE
                  WS-ITEMS-APPLIED DELIMITED BY SIZE
                  ' AMOUNT: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO CONTROL-RPT-RECORD.
           WRITE CONTROL-RPT-RECORD.
           MOVE WS-UNAPPLIED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO CONTROL-RPT-RECORD.
           STRING 'UNAPPLIED ITEMS: ' DELIMITED BY SIZE
                  WS-UNAPPLIED-COUNT DELIMITED BY SIZE
                  ' UNAPPLIED CASH: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO CONTROL-RPT-RECORD.
           WRITE CONTROL-RPT-RECORD.
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      * Every LBXUNAP line runs through the shared RPTWRIT writer,
      * which hands back the title block at each page break along
      * with the detail.
       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE UNAPPLIED-RPT-RECORD TO WS-RPT-DETAIL.
           MOVE 'L' TO WS-RPT-ACTION.
           PERFORM CALL-REPORT-WRITER.
       PUT-REPORT-LINE-EXIT.
           EXIT.

       END-REPORT-PAGES SECTION.
       END-REPORT-PAGES-START.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE 'E' TO WS-RPT-ACTION.
           PERFORM CALL-REPORT-WRITER.
       END-REPORT-PAGES-EXIT.
           EXIT.

       CALL-REPORT-WRITER SECTION.
       CALL-REPORT-WRITER-START.
           CALL 'RPTWRIT' USING WS-RPT-PROGRAM-ID
                                WS-RPT-TITLE
                                WS-RPT-HEADING
                                WS-RPT-ACTION
                                WS-RPT-DETAIL
                                WS-RPT-STATE
                                WS-RPT-OUT.
           PERFORM WRITE-ONE-RPT-OUT-LINE
               VARYING WS-RPT-OUT-IDX FROM 1 BY 1
               UNTIL WS-RPT-OUT-IDX > WS-RPT-OUT-COUNT.
       CALL-REPORT-WRITER-EXIT.
           EXIT.

       WRITE-ONE-RPT-OUT-LINE SECTION.
       WRITE-ONE-RPT-OUT-LINE-START.
           MOVE WS-RPT-OUT-LINE (WS-RPT-OUT-IDX)
               TO UNAPPLIED-RPT-RECORD.
           WRITE UNAPPLIED-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.
