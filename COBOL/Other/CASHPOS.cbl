       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHPOS.
       AUTHOR. MTH.

      * Daily cash position for treasury, replacing the morning's
      * hand rebuild from the bank file, the reconciliation
      * leftovers and the adjustment log.  The confirmed balance is
      * what the bank reports - the total of the BANKAMTS items.
      * The projected portion adjusts it for everything still in
      * flight:
      *   - RECNOUTS items BANKRECN carried forward, by type: an
      *     our-side-only item (a deposit in transit, a check not yet
      *     cleared) is added as the bank has yet to post it; a
      *     bank-side-only item is taken back out and a mismatch is
      *     moved to our figure, as the bank is expected to correct
      *     them;
      *   - ADJSENT adjustments BANKADJ sent that the bank has not
      *     acknowledged - a C credits us, a D debits us.  A
      *     bank-only or mismatch item with an unacknowledged
      *     adjustment under the same id is counted through the
      *     adjustment alone, so the correction is not taken twice;
      *   - approved APOPEN invoices not yet paid that fall due
      *     within the horizon on the CASHCTL control record - the
      *     payments the next APPAYRUN runs will send out.
      * The CASHRPT report lists every item with its effect, the
      * confirmed and projected portions, and the projected
      * available balance.  A projected balance under the CASHCTL
      * minimum-cash figure is flagged and ends the run with
      * RETURN-CODE 4; no usable CASHCTL record or too many
      * unacknowledged adjustments to hold produces no position and
      * ends with 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-CTL-FILE ASSIGN TO "CASHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-CTL-STATUS.
           SELECT BANK-FILE ASSIGN TO "BANKAMTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT OUTS-FILE ASSIGN TO "RECNOUTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTS-STATUS.
           SELECT ADJ-SENT-FILE ASSIGN TO "ADJSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-SENT-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "APOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT CASH-RPT-FILE ASSIGN TO "CASHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Minimum cash the projected balance must not fall under, and
      * how many days ahead scheduled payments are taken.
       FD  CASH-CTL-FILE
           RECORDING MODE IS F.
       01  CASH-CTL-RECORD.
           05 CASHCTL-MINIMUM        PIC 9(09)V9(02).
           05 CASHCTL-HORIZON-DAYS   PIC 9(03).

      * Same shape BANKRECN reads.
       FD  BANK-FILE
           RECORDING MODE IS F.
       01  BANK-RECORD.
           05 BANK-ID             PIC 9(06).
           05 BANK-AMOUNT         PIC S9(07)V9(02).

      * Same shape BANKRECN writes - M mismatch (our amount less
      * the bank's), O ours-only, B bank-only.
       FD  OUTS-FILE
           RECORDING MODE IS F.
       01  OUTS-RECORD.
           05 OUT-ID              PIC 9(06).
           05 OUT-TYPE            PIC X(01).
           05 OUT-AMOUNT          PIC S9(07)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 OUT-FIRST-SEEN      PIC 9(08).

      * Same shape BANKADJ keeps.
       FD  ADJ-SENT-FILE
           RECORDING MODE IS F.
       01  ADJ-SENT-RECORD.
           05 SENT-OUR-ID            PIC 9(06).
           05 SENT-AMOUNT            PIC S9(07)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 SENT-DIRECTION         PIC X(01).
           05 SENT-REASON            PIC X(02).
           05 SENT-DATE              PIC 9(08).
           05 SENT-ACKED-SW          PIC X(01).
               88 SENT-ACKED            VALUE 'Y'.

       FD  INVOICE-FILE
           RECORDING MODE IS F.
           COPY APINVREC.

       FD  CASH-RPT-FILE
           RECORDING MODE IS F.
       01  CASH-RPT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-CASH-CTL-STATUS     PIC XX.
           05 WS-BANK-STATUS         PIC XX.
           05 WS-OUTS-STATUS         PIC XX.
           05 WS-ADJ-SENT-STATUS     PIC XX.
           05 WS-INVOICE-STATUS      PIC XX.
           05 WS-CASH-RPT-STATUS     PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-HORIZON-DATE           PIC 9(8).
       01  WS-STEP-IDX               PIC 9(03).
       01  WS-CTL-OK-SW              PIC X VALUE 'N'.
           88 WS-CTL-OK                 VALUE 'Y'.
      * Adjustments sent and not yet acknowledged.
       01  WS-ADJ-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-ADJ-IDX                PIC 9(04).
       01  WS-ADJ-OVERFLOW-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-ADJ-FOUND-SW           PIC X.
           88 WS-ADJ-FOUND              VALUE 'Y'.
       01  WS-ADJ-TABLE.
           05  WS-ADJ OCCURS 2000 TIMES.
               10 WS-ADJ-ID          PIC 9(06).
               10 WS-ADJ-EFFECT      PIC S9(07)V9(02).
               10 WS-ADJ-DATE        PIC 9(08).
       01  WS-ABS-AMOUNT             PIC 9(07)V9(02).
       01  WS-EFFECT                 PIC S9(09)V9(02).
       01  WS-NOTE-TEXT              PIC X(30).
      * The position, piece by piece.
       01  WS-BANK-ITEMS             PIC 9(06) VALUE ZERO.
       01  WS-BANK-TOTAL             PIC S9(11)V9(02) VALUE ZERO.
       01  WS-OUR-ONLY-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-OUR-ONLY-TOTAL         PIC S9(11)V9(02) VALUE ZERO.
       01  WS-BANK-ONLY-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-BANK-ONLY-TOTAL        PIC S9(11)V9(02) VALUE ZERO.
       01  WS-MISMATCH-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-MISMATCH-TOTAL         PIC S9(11)V9(02) VALUE ZERO.
       01  WS-COVERED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-ADJ-TOTAL              PIC S9(11)V9(02) VALUE ZERO.
       01  WS-PAYMENT-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-PAYMENT-TOTAL          PIC S9(11)V9(02) VALUE ZERO.
       01  WS-PROJECTED-TOTAL        PIC S9(11)V9(02) VALUE ZERO.
       01  WS-AVAILABLE              PIC S9(11)V9(02) VALUE ZERO.
       01  WS-AMOUNT-EDIT            PIC -(10)9.99.
       01  WS-COUNT-EDIT             PIC Z(5)9.
       01  WS-SUMMARY-TEXT           PIC X(50).
       01  WS-SUMMARY-AMOUNT         PIC S9(11)V9(02).
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
      * Calendar arithmetic for the payment horizon.
       01  WS-DATE-WORK              PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DATE-YYYY           PIC 9(4).
           05 WS-DATE-MM             PIC 9(2).
           05 WS-DATE-DD             PIC 9(2).
       01  WS-MONTH-LENGTH           PIC 9(02).
       01  WS-LEAP-QUOT              PIC 9(04).
       01  WS-LEAP-REM               PIC 9(03).
       01  WS-MONTH-LENGTHS.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'CASHPOS'.
       01  WS-RPT-TITLE              PIC X(30)
                                    VALUE 'DAILY CASH POSITION'.
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
           OPEN OUTPUT CASH-RPT-FILE.
           MOVE 'ITEM' TO WS-RPT-HEADING (1:4).
           MOVE 'ID / REF' TO WS-RPT-HEADING (14:8).
           MOVE 'DATE' TO WS-RPT-HEADING (28:4).
           MOVE 'EFFECT' TO WS-RPT-HEADING (46:6).
           MOVE 'NOTE' TO WS-RPT-HEADING (54:4).
           PERFORM READ-CASH-CONTROL.
           IF WS-CTL-OK
               PERFORM LOAD-UNACKED-ADJUSTMENTS
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-CTL-OK
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'CASHCTL MISSING OR INVALID - NO POSITION'
                       TO CASH-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'CASHPOS - ' CASH-RPT-RECORD
               WHEN WS-ADJ-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'UNACKNOWLEDGED ADJUSTMENTS EXCEED TABLE'
                       TO CASH-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'CASHPOS - ' CASH-RPT-RECORD
               WHEN OTHER
                   PERFORM TOTAL-BANK-BALANCE
                   PERFORM APPLY-OUTSTANDING-ITEMS
                   PERFORM APPLY-ADJUSTMENTS-SENT
                   PERFORM APPLY-SCHEDULED-PAYMENTS
                   PERFORM WRITE-CASH-POSITION
           END-EVALUATE.
           PERFORM END-REPORT-PAGES.
           CLOSE CASH-RPT-FILE.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       READ-CASH-CONTROL SECTION.
       READ-CASH-CONTROL-START.
           OPEN INPUT CASH-CTL-FILE.
           IF WS-CASH-CTL-STATUS = '00'
               READ CASH-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CASH-CTL-RECORD (1:14) IS NUMERIC
                           SET WS-CTL-OK TO TRUE
                       END-IF
               END-READ
               CLOSE CASH-CTL-FILE
           END-IF.
           IF WS-CTL-OK
               MOVE WS-RUN-DATE TO WS-DATE-WORK
               PERFORM ADVANCE-ONE-DAY
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > CASHCTL-HORIZON-DAYS
               MOVE WS-DATE-WORK TO WS-HORIZON-DATE
           END-IF.
       READ-CASH-CONTROL-EXIT.
           EXIT.

      * A C adjustment credits us, a D debits us.
       LOAD-UNACKED-ADJUSTMENTS SECTION.
       LOAD-UNACKED-ADJUSTMENTS-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ADJ-SENT-FILE.
           IF WS-ADJ-SENT-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ ADJ-SENT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF NOT SENT-ACKED
                               PERFORM STORE-ONE-ADJUSTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJ-SENT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-UNACKED-ADJUSTMENTS-EXIT.
           EXIT.

       STORE-ONE-ADJUSTMENT SECTION.
       STORE-ONE-ADJUSTMENT-START.
           IF WS-ADJ-COUNT < 2000
               ADD 1 TO WS-ADJ-COUNT
               MOVE SENT-OUR-ID TO WS-ADJ-ID (WS-ADJ-COUNT)
               MOVE SENT-DATE TO WS-ADJ-DATE (WS-ADJ-COUNT)
               MOVE SENT-AMOUNT TO WS-ABS-AMOUNT
               IF SENT-DIRECTION = 'C'
                   MOVE WS-ABS-AMOUNT TO WS-ADJ-EFFECT (WS-ADJ-COUNT)
               ELSE
                   COMPUTE WS-ADJ-EFFECT (WS-ADJ-COUNT) =
                       ZERO - WS-ABS-AMOUNT
               END-IF
           ELSE
               ADD 1 TO WS-ADJ-OVERFLOW-COUNT
           END-IF.
       STORE-ONE-ADJUSTMENT-EXIT.
           EXIT.

       TOTAL-BANK-BALANCE SECTION.
       TOTAL-BANK-BALANCE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT BANK-FILE.
           IF WS-BANK-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ BANK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BANK-ITEMS
                           ADD BANK-AMOUNT TO WS-BANK-TOTAL
                   END-READ
               END-PERFORM
               CLOSE BANK-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'CONFIRMED - BANK-REPORTED BALANCE' TO CASH-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CASH-RPT-RECORD.
           MOVE 'BANKAMTS' TO CASH-RPT-RECORD (1:8).
           MOVE WS-BANK-ITEMS TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO CASH-RPT-RECORD (14:6).
           MOVE WS-BANK-TOTAL TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO CASH-RPT-RECORD (38:14).
           MOVE 'ITEMS REPORTED' TO CASH-RPT-RECORD (54:14).
           PERFORM PUT-REPORT-LINE.
       TOTAL-BANK-BALANCE-EXIT.
           EXIT.

       APPLY-OUTSTANDING-ITEMS SECTION.
       APPLY-OUTSTANDING-ITEMS-START.
           MOVE SPACES TO CASH-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE 'PROJECTED - RECONCILIATION ITEMS OUTSTANDING'
               TO CASH-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT OUTS-FILE.
           IF WS-OUTS-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ OUTS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-ONE-OUTSTANDING
                   END-READ
               END-PERFORM
               CLOSE OUTS-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       APPLY-OUTSTANDING-ITEMS-EXIT.
           EXIT.

      * Our-side-only items are still to reach the bank; bank-only
      * items and mismatches are expected to be corrected by the
      * bank unless an adjustment already sent speaks for them.
       APPLY-ONE-OUTSTANDING SECTION.
       APPLY-ONE-OUTSTANDING-START.
           MOVE 'N' TO WS-ADJ-FOUND-SW.
           IF OUT-TYPE NOT = 'O'
               PERFORM FIND-ADJUSTMENT-FOR-ITEM
                   VARYING WS-ADJ-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
                      OR WS-ADJ-FOUND
           END-IF.
           MOVE ZERO TO WS-EFFECT.
           EVALUATE TRUE
               WHEN WS-ADJ-FOUND
                   ADD 1 TO WS-COVERED-COUNT
                   MOVE 'COVERED BY ADJUSTMENT SENT' TO WS-NOTE-TEXT
               WHEN OUT-TYPE = 'O'
                   MOVE OUT-AMOUNT TO WS-EFFECT
                   ADD 1 TO WS-OUR-ONLY-COUNT
                   ADD WS-EFFECT TO WS-OUR-ONLY-TOTAL
                   MOVE 'OUR SIDE ONLY - IN FLIGHT' TO WS-NOTE-TEXT
               WHEN OUT-TYPE = 'B'
                   COMPUTE WS-EFFECT = ZERO - OUT-AMOUNT
                   ADD 1 TO WS-BANK-ONLY-COUNT
                   ADD WS-EFFECT TO WS-BANK-ONLY-TOTAL
                   MOVE 'BANK SIDE ONLY - TO REVERSE' TO WS-NOTE-TEXT
               WHEN OUT-TYPE = 'M'
                   MOVE OUT-AMOUNT TO WS-EFFECT
                   ADD 1 TO WS-MISMATCH-COUNT
                   ADD WS-EFFECT TO WS-MISMATCH-TOTAL
                   MOVE 'MISMATCH - TO CORRECT' TO WS-NOTE-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN TYPE - NOT APPLIED' TO WS-NOTE-TEXT
           END-EVALUATE.
           MOVE SPACES TO CASH-RPT-RECORD.
           MOVE 'RECNOUTS' TO CASH-RPT-RECORD (1:8).
           MOVE OUT-TYPE TO CASH-RPT-RECORD (10:1).
           MOVE OUT-ID TO CASH-RPT-RECORD (14:6).
           MOVE OUT-FIRST-SEEN TO CASH-RPT-RECORD (28:8).
           MOVE WS-EFFECT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO CASH-RPT-RECORD (38:14).
           MOVE WS-NOTE-TEXT TO CASH-RPT-RECORD (54:27).
           PERFORM PUT-REPORT-LINE.
       APPLY-ONE-OUTSTANDING-EXIT.
           EXIT.

       FIND-ADJUSTMENT-FOR-ITEM SECTION.
       FIND-ADJUSTMENT-FOR-ITEM-START.
           IF WS-ADJ-ID (WS-ADJ-IDX) = OUT-ID
               SET WS-ADJ-FOUND TO TRUE
               SUBTRACT 1 FROM WS-ADJ-IDX
           END-IF.
       FIND-ADJUSTMENT-FOR-ITEM-EXIT.
           EXIT.

       APPLY-ADJUSTMENTS-SENT SECTION.
       APPLY-ADJUSTMENTS-SENT-START.
           MOVE SPACES TO CASH-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE 'PROJECTED - ADJUSTMENTS SENT, NOT ACKNOWLEDGED'
               TO CASH-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           PERFORM APPLY-ONE-ADJUSTMENT
               VARYING WS-ADJ-IDX FROM 1 BY 1
               UNTIL WS-ADJ-IDX > WS-ADJ-COUNT.
       APPLY-ADJUSTMENTS-SENT-EXIT.
           EXIT.

       APPLY-ONE-ADJUSTMENT SECTION.
       APPLY-ONE-ADJUSTMENT-START.
           ADD WS-ADJ-EFFECT (WS-ADJ-IDX) TO WS-ADJ-TOTAL.
           MOVE SPACES TO CASH-RPT-RECORD.
           MOVE 'ADJSENT' TO CASH-RPT-RECORD (1:7).
           MOVE WS-ADJ-ID (WS-ADJ-IDX) TO CASH-RPT-RECORD (14:6).
           MOVE WS-ADJ-DATE (WS-ADJ-IDX) TO CASH-RPT-RECORD (28:8).
           MOVE WS-ADJ-EFFECT (WS-ADJ-IDX) TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO CASH-RPT-RECORD (38:14).
           MOVE 'AWAITING BANK ACK' TO CASH-RPT-RECORD (54:17).
           PERFORM PUT-REPORT-LINE.
       APPLY-ONE-ADJUSTMENT-EXIT.
           EXIT.

      * Approved, unpaid and due by the horizon date - overdue
      * invoices included, as the next payment run pays them first.
       APPLY-SCHEDULED-PAYMENTS SECTION.
       APPLY-SCHEDULED-PAYMENTS-START.
           MOVE SPACES TO CASH-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CASH-RPT-RECORD.
           STRING 'PROJECTED - PAYMENTS SCHEDULED TO ' DELIMITED BY SIZE
                  WS-HORIZON-DATE DELIMITED BY SIZE
                  INTO CASH-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ INVOICE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF APINV-APPROVED
                              AND APINV-DUE-DATE NOT > WS-HORIZON-DATE
                               PERFORM APPLY-ONE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       APPLY-SCHEDULED-PAYMENTS-EXIT.
           EXIT.

       APPLY-ONE-PAYMENT SECTION.
       APPLY-ONE-PAYMENT-START.
           COMPUTE WS-EFFECT = ZERO - APINV-AMOUNT.
           ADD 1 TO WS-PAYMENT-COUNT.
           ADD WS-EFFECT TO WS-PAYMENT-TOTAL.
           MOVE SPACES TO CASH-RPT-RECORD.
           MOVE 'APOPEN' TO CASH-RPT-RECORD (1:6).
           MOVE APINV-NUMBER TO CASH-RPT-RECORD (14:12).
           MOVE APINV-DUE-DATE TO CASH-RPT-RECORD (28:8).
           MOVE WS-EFFECT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO CASH-RPT-RECORD (38:14).
           MOVE SPACES TO WS-NOTE-TEXT.
           STRING 'VENDOR ' DELIMITED BY SIZE
                  APINV-VENDOR DELIMITED BY SIZE
                  INTO WS-NOTE-TEXT.
           MOVE WS-NOTE-TEXT TO CASH-RPT-RECORD (54:27).
           PERFORM PUT-REPORT-LINE.
       APPLY-ONE-PAYMENT-EXIT.
           EXIT.

      * Confirmed plus projected gives the projected available
      * balance, held against the minimum-cash figure.
       WRITE-CASH-POSITION SECTION.
       WRITE-CASH-POSITION-START.
           COMPUTE WS-PROJECTED-TOTAL =
               WS-OUR-ONLY-TOTAL + WS-BANK-ONLY-TOTAL
               + WS-MISMATCH-TOTAL + WS-ADJ-TOTAL + WS-PAYMENT-TOTAL.
           COMPUTE WS-AVAILABLE = WS-BANK-TOTAL + WS-PROJECTED-TOTAL.
           MOVE SPACES TO CASH-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE 'CASH POSITION' TO CASH-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE 'CONFIRMED BALANCE (BANK)' TO WS-SUMMARY-TEXT.
           MOVE WS-BANK-TOTAL TO WS-SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO WS-SUMMARY-TEXT.
           STRING '  OUR SIDE ONLY IN FLIGHT (' DELIMITED BY SIZE
                  WS-OUR-ONLY-COUNT DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO WS-SUMMARY-TEXT.
           MOVE WS-OUR-ONLY-TOTAL TO WS-SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO WS-SUMMARY-TEXT.
           STRING '  BANK SIDE ONLY TO REVERSE (' DELIMITED BY SIZE
                  WS-BANK-ONLY-COUNT DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO WS-SUMMARY-TEXT.
           MOVE WS-BANK-ONLY-TOTAL TO WS-SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO WS-SUMMARY-TEXT.
           STRING '  MISMATCHES TO CORRECT (' DELIMITED BY SIZE
                  WS-MISMATCH-COUNT DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO WS-SUMMARY-TEXT.
           MOVE WS-MISMATCH-TOTAL TO WS-SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO WS-SUMMARY-TEXT.
           STRING '  ADJUSTMENTS NOT ACKNOWLEDGED (' DELIMITED BY SIZE
                  WS-ADJ-COUNT DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO WS-SUMMARY-TEXT.
           MOVE WS-ADJ-TOTAL TO WS-SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO WS-SUMMARY-TEXT.
           STRING '  SCHEDULED PAYMENTS (' DELIMITED BY SIZE
                  WS-PAYMENT-COUNT DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO WS-SUMMARY-TEXT.
           MOVE WS-PAYMENT-TOTAL TO WS-SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'PROJECTED ADJUSTMENTS' TO WS-SUMMARY-TEXT.
           MOVE WS-PROJECTED-TOTAL TO WS-SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'PROJECTED AVAILABLE BALANCE' TO WS-SUMMARY-TEXT.
           MOVE WS-AVAILABLE TO WS-SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'MINIMUM CASH' TO WS-SUMMARY-TEXT.
           MOVE CASHCTL-MINIMUM TO WS-SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO CASH-RPT-RECORD.
           STRING 'ITEMS COVERED BY ADJUSTMENTS SENT: '
                      DELIMITED BY SIZE
                  WS-COVERED-COUNT DELIMITED BY SIZE
                  INTO CASH-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           IF WS-AVAILABLE < CASHCTL-MINIMUM
               MOVE 4 TO WS-FINAL-RETURN-CODE
               MOVE '*** PROJECTED BALANCE BELOW MINIMUM CASH ***'
                   TO CASH-RPT-RECORD
               PERFORM PUT-REPORT-LINE
               DISPLAY 'CASHPOS - ' CASH-RPT-RECORD
           END-IF.
       WRITE-CASH-POSITION-EXIT.
           EXIT.

       WRITE-SUMMARY-LINE SECTION.
       WRITE-SUMMARY-LINE-START.
           MOVE SPACES TO CASH-RPT-RECORD.
           MOVE WS-SUMMARY-TEXT TO CASH-RPT-RECORD (1:37).
           MOVE WS-SUMMARY-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO CASH-RPT-RECORD (38:14).
           PERFORM PUT-REPORT-LINE.
       WRITE-SUMMARY-LINE-EXIT.
           EXIT.

       ADVANCE-ONE-DAY SECTION.
       ADVANCE-ONE-DAY-START.
           MOVE WS-MONTH-DAYS (WS-DATE-MM) TO WS-MONTH-LENGTH.
           IF WS-DATE-MM = 2
               DIVIDE WS-DATE-YYYY BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 29 TO WS-MONTH-LENGTH
               ELSE
                   DIVIDE WS-DATE-YYYY BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = ZERO
                       DIVIDE WS-DATE-YYYY BY 4 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = ZERO
                           MOVE 29 TO WS-MONTH-LENGTH
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-DATE-DD.
           IF WS-DATE-DD > WS-MONTH-LENGTH
               MOVE 1 TO WS-DATE-DD
               ADD 1 TO WS-DATE-MM
               IF WS-DATE-MM > 12
                   MOVE 1 TO WS-DATE-MM
                   ADD 1 TO WS-DATE-YYYY
               END-IF
           END-IF.
       ADVANCE-ONE-DAY-EXIT.
           EXIT.

      * Every CASHRPT line runs through the shared RPTWRIT writer,
      * which hands back the title block at each page break along
      * with the detail.
       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE CASH-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO CASH-RPT-RECORD.
           WRITE CASH-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.
