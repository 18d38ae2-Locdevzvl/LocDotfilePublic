       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAYRUN.
       AUTHOR. MTH.

      * Due-date-driven payables payment run.  Every approved APOPEN
      * invoice due on or before the run date is paid, one check per
      * active vendor covering all of that vendor's due invoices;
      * vendors on hold are listed with what they are owed and left
      * unpaid.  Check numbers come from the APCTL control record,
      * which also names the accounts-payable and cash accounts and
      * is rewritten with the next number at the end of the run.
      *
      * Each invoice paid is posted to LEDGTRAN as expense against
      * payables, and each check as payables against cash, so the
      * ledger sees the liability raised and cleared in the same
      * run.  The APCHKREG check register lists every check with
      * the invoices it pays.  The POSPAY positive-pay issue file
      * goes to the bank in the agreed header/detail/trailer shape
      * BANKADJ uses for ADJOUT - check number, amount, issue date
      * and payee on each detail, count and amount total on the
      * trailer - and every check is appended to OURAMTS, as money
      * out, under its check number so BANKRECN matches it when it
      * clears.  Paid invoices are marked with the check number and
      * date and kept on APOPEN.
      *
      * An invoice whose expense account is no longer open on
      * ACCTMAST, or a vendor whose check would be too large for
      * one posting, is reported and left for the next run with
      * RETURN-CODE 4.  No usable APCTL record, or an APOPEN that
      * cannot be read, stops the run with RETURN-CODE 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "APOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-MASTER-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT AP-CTL-FILE ASSIGN TO "APCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-CTL-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT POS-PAY-FILE ASSIGN TO "POSPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-PAY-STATUS.
           SELECT OUR-FILE ASSIGN TO "OURAMTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUR-STATUS.
           SELECT CHECK-RPT-FILE ASSIGN TO "APCHKREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  INVOICE-FILE
           RECORDING MODE IS F.
           COPY APINVREC.

       FD  VENDOR-MASTER-FILE
           RECORDING MODE IS F.
           COPY VENDREC.

      * Same shape LGRVALID and ACCTMNT use.
       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
       01  ACCOUNT-MASTER-RECORD.
           05 ACCT-NUMBER         PIC 9(06).
           05 ACCT-DESCRIPTION    PIC X(30).
           05 ACCT-NORMAL-SIDE    PIC X(01).
           05 ACCT-STATUS         PIC X(01).
           05 ACCT-CURRENCY       PIC X(03).

      * Payables and cash accounts, and the next check number to
      * issue.
       FD  AP-CTL-FILE
           RECORDING MODE IS F.
       01  AP-CTL-RECORD.
           05 APCTL-PAYABLES-ACCOUNT PIC 9(06).
           05 APCTL-CASH-ACCOUNT     PIC 9(06).
           05 APCTL-NEXT-CHECK       PIC 9(06).

       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY LEDGREC.

      * Positive-pay issue file: 'H' header, 'D' one per check, 'T'
      * trailer with the count and amount total.
       FD  POS-PAY-FILE
           RECORDING MODE IS F.
       01  POS-PAY-RECORD            PIC X(60).

      * Same shape BANKRECN reads.
       FD  OUR-FILE
           RECORDING MODE IS F.
       01  OUR-RECORD.
           05 OUR-ID              PIC 9(06).
           05 OUR-AMOUNT          PIC S9(07)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.

       FD  CHECK-RPT-FILE
           RECORDING MODE IS F.
       01  CHECK-RPT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-INVOICE-STATUS      PIC XX.
           05 WS-VENDOR-MASTER-STATUS PIC XX.
           05 WS-ACCOUNT-MASTER-STATUS PIC XX.
           05 WS-AP-CTL-STATUS       PIC XX.
           05 WS-LEDGER-STATUS       PIC XX.
           05 WS-POS-PAY-STATUS      PIC XX.
           05 WS-OUR-STATUS          PIC XX.
           05 WS-CHECK-RPT-STATUS    PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-CTL-OK-SW              PIC X VALUE 'N'.
           88 WS-CTL-OK                 VALUE 'Y'.
       01  WS-NEXT-CHECK             PIC 9(06).
       01  WS-CHECKS-EXHAUSTED-SW    PIC X VALUE 'N'.
           88 WS-CHECKS-EXHAUSTED       VALUE 'Y'.
      * APOPEN, held as whole APINVREC images, with a flag per
      * invoice for the ones this vendor's check will pay.
       01  WS-INVOICE-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-INVOICE-IDX            PIC 9(04).
       01  WS-INVOICE-OVERFLOW-COUNT PIC 9(06) VALUE ZERO.
       01  WS-INVOICE-LOAD-STATUS    PIC X(02).
       01  WS-INVOICE-TABLE.
           05  WS-INVOICE-ENTRY OCCURS 2000 TIMES PIC X(80).
       01  WS-SELECT-TABLE.
           05  WS-SELECT-SW OCCURS 2000 TIMES PIC X(01).
      * The vendor master, held as whole VENDREC images.
       01  WS-VENDOR-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-VENDOR-IDX             PIC 9(03).
       01  WS-VENDOR-TABLE.
           05  WS-VENDOR-ENTRY OCCURS 500 TIMES PIC X(103).
      * Chart of accounts, for open checks and normal sides.
       01  WS-MASTER-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-MASTER-IDX             PIC 9(03).
       01  WS-MASTER-FOUND-SW        PIC X.
           88 WS-MASTER-FOUND           VALUE 'Y'.
       01  WS-MASTER-TABLE.
           05  WS-MASTER OCCURS 200 TIMES.
               10 WS-MST-NUMBER      PIC 9(06).
               10 WS-MST-SIDE        PIC X(01).
               10 WS-MST-STATUS      PIC X(01).
       01  WS-FIND-ACCOUNT           PIC 9(06).
       01  WS-FOUND-SIDE             PIC X(01).
      * The vendor being paid.
       01  WS-CHECK-TOTAL            PIC 9(09)V9(02).
       01  WS-CHECK-INVOICES         PIC 9(04).
       01  WS-HELD-TOTAL             PIC 9(09)V9(02).
       01  WS-HELD-INVOICES          PIC 9(04).
       01  WS-POST-AMOUNT            PIC 9(07)V9(02).
       01  WS-POST-ACCOUNT           PIC 9(06).
       01  WS-POST-SIDE              PIC X(02).
       01  WS-POST-REFERENCE         PIC X(12).
       01  WS-AMOUNT-EDIT            PIC Z(7)9.99.
       01  WS-TOTAL-EDIT             PIC Z(8)9.99.
       01  WS-EXCEPTION-TEXT         PIC X(50).
      * Positive-pay detail and trailer images.
       01  WS-POS-PAY-DETAIL.
           05 WS-PPD-TYPE            PIC X(01) VALUE 'D'.
           05 WS-PPD-CHECK           PIC 9(06).
           05 WS-PPD-AMOUNT          PIC 9(07)V9(02).
           05 WS-PPD-ISSUE-DATE      PIC 9(08).
           05 WS-PPD-PAYEE           PIC X(30).
       01  WS-POS-PAY-TRAILER.
           05 WS-PPT-TYPE            PIC X(01) VALUE 'T'.
           05 WS-PPT-COUNT           PIC 9(06).
           05 WS-PPT-TOTAL           PIC 9(09)V9(02).
       01  WS-CHECKS-ISSUED          PIC 9(06) VALUE ZERO.
       01  WS-CHECKS-TOTAL           PIC 9(09)V9(02) VALUE ZERO.
       01  WS-INVOICES-READ          PIC 9(06) VALUE ZERO.
       01  WS-INVOICES-PAID          PIC 9(06) VALUE ZERO.
       01  WS-VENDORS-HELD           PIC 9(06) VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-POSTINGS-WRITTEN       PIC 9(06) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
       01  WS-STAT-PROGRAM-ID        PIC X(08) VALUE 'APPAYRUN'.
       01  WS-START-TIME             PIC 9(8).
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'APPAYRUN'.
       01  WS-RPT-TITLE              PIC X(30)
                                     VALUE 'CHECK REGISTER'.
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
           ACCEPT WS-START-TIME FROM TIME.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           OPEN OUTPUT CHECK-RPT-FILE.
           MOVE 'CHECK' TO WS-RPT-HEADING (1:5).
           MOVE 'VENDOR' TO WS-RPT-HEADING (9:6).
           MOVE 'PAYEE / INVOICE' TO WS-RPT-HEADING (17:15).
           MOVE 'DUE DATE' TO WS-RPT-HEADING (33:8).
           MOVE 'ACCT' TO WS-RPT-HEADING (43:4).
           MOVE 'AMOUNT' TO WS-RPT-HEADING (65:6).
           PERFORM LOAD-ACCOUNT-MASTER.
           PERFORM READ-AP-CONTROL.
           PERFORM LOAD-VENDOR-MASTER.
           PERFORM LOAD-INVOICE-FILE.
           EVALUATE TRUE
               WHEN NOT WS-CTL-OK
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'APCTL MISSING OR ACCOUNTS NOT OPEN - NO CHECKS'
                       TO CHECK-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'APPAYRUN - APCTL NOT USABLE'
               WHEN WS-INVOICE-LOAD-STATUS NOT = '00'
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO CHECK-RPT-RECORD
                   STRING 'APOPEN NOT READABLE - STATUS '
                              DELIMITED BY SIZE
                          WS-INVOICE-LOAD-STATUS DELIMITED BY SIZE
                          ' - NO CHECKS' DELIMITED BY SIZE
                          INTO CHECK-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'APPAYRUN - ' CHECK-RPT-RECORD
               WHEN WS-INVOICE-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO CHECK-RPT-RECORD
                   STRING 'INVOICES BEYOND TABLE: ' DELIMITED BY SIZE
                          WS-INVOICE-OVERFLOW-COUNT DELIMITED BY SIZE
                          ' - NO CHECKS' DELIMITED BY SIZE
                          INTO CHECK-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY CHECK-RPT-RECORD
               WHEN OTHER
                   PERFORM OPEN-PAYMENT-OUTPUTS
                   PERFORM PAY-ONE-VENDOR
                       VARYING WS-VENDOR-IDX FROM 1 BY 1
                       UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
                   PERFORM WRITE-POS-PAY-TRAILER
                   CLOSE LEDGER-FILE
                   CLOSE POS-PAY-FILE
                   CLOSE OUR-FILE
                   PERFORM REWRITE-INVOICE-FILE
                   PERFORM REWRITE-AP-CONTROL
                   PERFORM WRITE-RUN-TOTALS
           END-EVALUATE.
           PERFORM END-REPORT-PAGES.
           CLOSE CHECK-RPT-FILE.
           IF WS-EXCEPTION-COUNT > ZERO
              AND WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
           CALL 'RUNSTAT' USING WS-STAT-PROGRAM-ID
                                WS-INVOICES-READ
                                WS-POSTINGS-WRITTEN
                                WS-EXCEPTION-COUNT
                                WS-START-TIME.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-ACCOUNT-MASTER SECTION.
       LOAD-ACCOUNT-MASTER-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-MASTER-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-MASTER-COUNT < 200
                               ADD 1 TO WS-MASTER-COUNT
                               MOVE ACCT-NUMBER TO
                                   WS-MST-NUMBER (WS-MASTER-COUNT)
                               MOVE ACCT-NORMAL-SIDE TO
                                   WS-MST-SIDE (WS-MASTER-COUNT)
                               MOVE ACCT-STATUS TO
                                   WS-MST-STATUS (WS-MASTER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-ACCOUNT-MASTER-EXIT.
           EXIT.

      * Both accounts must be open and a check number on hand before
      * a single check is cut.
       READ-AP-CONTROL SECTION.
       READ-AP-CONTROL-START.
           MOVE 'N' TO WS-CTL-OK-SW.
           OPEN INPUT AP-CTL-FILE.
           IF WS-AP-CTL-STATUS = '00'
               READ AP-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-CTL-RECORD (1:18) IS NUMERIC
                          AND APCTL-NEXT-CHECK > ZERO
                           SET WS-CTL-OK TO TRUE
                           MOVE APCTL-NEXT-CHECK TO WS-NEXT-CHECK
                       END-IF
               END-READ
               CLOSE AP-CTL-FILE
           END-IF.
           IF WS-CTL-OK
               MOVE APCTL-PAYABLES-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM RESOLVE-OPEN-ACCOUNT
               IF NOT WS-MASTER-FOUND
                   MOVE 'N' TO WS-CTL-OK-SW
               END-IF
               MOVE APCTL-CASH-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM RESOLVE-OPEN-ACCOUNT
               IF NOT WS-MASTER-FOUND
                   MOVE 'N' TO WS-CTL-OK-SW
               END-IF
           END-IF.
       READ-AP-CONTROL-EXIT.
           EXIT.

      * Finds WS-FIND-ACCOUNT on the chart; a closed account counts
      * as not found.
       RESOLVE-OPEN-ACCOUNT SECTION.
       RESOLVE-OPEN-ACCOUNT-START.
           MOVE 'N' TO WS-MASTER-FOUND-SW.
           MOVE SPACE TO WS-FOUND-SIDE.
           PERFORM FIND-MASTER-ACCOUNT
               VARYING WS-MASTER-IDX FROM 1 BY 1
               UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
                  OR WS-MASTER-FOUND.
           IF WS-MASTER-FOUND
               IF WS-MST-STATUS (WS-MASTER-IDX) = 'C'
                   MOVE 'N' TO WS-MASTER-FOUND-SW
               ELSE
                   MOVE WS-MST-SIDE (WS-MASTER-IDX) TO WS-FOUND-SIDE
               END-IF
           END-IF.
       RESOLVE-OPEN-ACCOUNT-EXIT.
           EXIT.

       FIND-MASTER-ACCOUNT SECTION.
       FIND-MASTER-ACCOUNT-START.
           IF WS-MST-NUMBER (WS-MASTER-IDX) = WS-FIND-ACCOUNT
               SET WS-MASTER-FOUND TO TRUE
               SUBTRACT 1 FROM WS-MASTER-IDX
           END-IF.
       FIND-MASTER-ACCOUNT-EXIT.
           EXIT.

       LOAD-VENDOR-MASTER SECTION.
       LOAD-VENDOR-MASTER-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT VENDOR-MASTER-FILE.
           IF WS-VENDOR-MASTER-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ VENDOR-MASTER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-VENDOR-COUNT < 500
                               ADD 1 TO WS-VENDOR-COUNT
                               MOVE VENDOR-RECORD TO
                                   WS-VENDOR-ENTRY (WS-VENDOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-VENDOR-MASTER-EXIT.
           EXIT.

      * No APOPEN yet just means nothing to pay.
       LOAD-INVOICE-FILE SECTION.
       LOAD-INVOICE-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT INVOICE-FILE.
           MOVE WS-INVOICE-STATUS TO WS-INVOICE-LOAD-STATUS.
           IF WS-INVOICE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ INVOICE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-INVOICE-COUNT < 2000
                               ADD 1 TO WS-INVOICE-COUNT
                               MOVE AP-INVOICE-RECORD TO
                                   WS-INVOICE-ENTRY (WS-INVOICE-COUNT)
                           ELSE
                               ADD 1 TO WS-INVOICE-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.
           IF WS-INVOICE-LOAD-STATUS = '35'
               MOVE '00' TO WS-INVOICE-LOAD-STATUS
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-INVOICE-FILE-EXIT.
           EXIT.

       OPEN-PAYMENT-OUTPUTS SECTION.
       OPEN-PAYMENT-OUTPUTS-START.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = '05' OR WS-LEDGER-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           OPEN EXTEND OUR-FILE.
           IF WS-OUR-STATUS = '05' OR WS-OUR-STATUS = '35'
               OPEN OUTPUT OUR-FILE
           END-IF.
           OPEN OUTPUT POS-PAY-FILE.
           MOVE SPACES TO POS-PAY-RECORD.
           STRING 'H' DELIMITED BY SIZE
                  'OURSHOP ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO POS-PAY-RECORD.
           WRITE POS-PAY-RECORD.
       OPEN-PAYMENT-OUTPUTS-EXIT.
           EXIT.

      * First pass picks out this vendor's due invoices; a vendor
      * on hold is only listed, an active vendor gets one check.
       PAY-ONE-VENDOR SECTION.
       PAY-ONE-VENDOR-START.
           MOVE WS-VENDOR-ENTRY (WS-VENDOR-IDX) TO VENDOR-RECORD.
           MOVE ZERO TO WS-CHECK-TOTAL.
           MOVE ZERO TO WS-CHECK-INVOICES.
           MOVE ZERO TO WS-HELD-TOTAL.
           MOVE ZERO TO WS-HELD-INVOICES.
           PERFORM SELECT-ONE-INVOICE
               VARYING WS-INVOICE-IDX FROM 1 BY 1
               UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT.
           EVALUATE TRUE
               WHEN WS-CHECK-INVOICES = ZERO
                   CONTINUE
               WHEN NOT VEND-ACTIVE
                   ADD 1 TO WS-VENDORS-HELD
                   PERFORM PRINT-HELD-VENDOR
               WHEN WS-CHECK-TOTAL > 9999999.99
                   MOVE 'CHECK TOO LARGE FOR ONE POSTING - NOT PAID'
                       TO WS-EXCEPTION-TEXT
                   PERFORM PRINT-VENDOR-EXCEPTION
               WHEN WS-CHECKS-EXHAUSTED
                   MOVE 'CHECK NUMBERS EXHAUSTED - NOT PAID'
                       TO WS-EXCEPTION-TEXT
                   PERFORM PRINT-VENDOR-EXCEPTION
               WHEN OTHER
                   PERFORM ISSUE-CHECK
           END-EVALUATE.
       PAY-ONE-VENDOR-EXIT.
           EXIT.

      * Approved, due by today, and chargeable to an open account.
       SELECT-ONE-INVOICE SECTION.
       SELECT-ONE-INVOICE-START.
           MOVE 'N' TO WS-SELECT-SW (WS-INVOICE-IDX).
           MOVE WS-INVOICE-ENTRY (WS-INVOICE-IDX) TO AP-INVOICE-RECORD.
           IF APINV-VENDOR = VEND-NUMBER
              AND APINV-APPROVED
              AND APINV-DUE-DATE NOT > WS-RUN-DATE
               ADD 1 TO WS-INVOICES-READ
               MOVE APINV-EXPENSE-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM RESOLVE-OPEN-ACCOUNT
               IF WS-MASTER-FOUND
                   MOVE 'Y' TO WS-SELECT-SW (WS-INVOICE-IDX)
                   ADD 1 TO WS-CHECK-INVOICES
                   ADD APINV-AMOUNT TO WS-CHECK-TOTAL
               ELSE
                   IF VEND-ACTIVE
                       PERFORM PRINT-INVOICE-EXCEPTION
                   END-IF
               END-IF
           END-IF.
       SELECT-ONE-INVOICE-EXIT.
           EXIT.

       ISSUE-CHECK SECTION.
       ISSUE-CHECK-START.
           ADD 1 TO WS-CHECKS-ISSUED.
           ADD WS-CHECK-TOTAL TO WS-CHECKS-TOTAL.
           MOVE WS-CHECK-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO CHECK-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CHECK-RPT-RECORD.
           MOVE WS-NEXT-CHECK TO CHECK-RPT-RECORD (1:6).
           MOVE VEND-NUMBER TO CHECK-RPT-RECORD (9:6).
           MOVE VEND-NAME TO CHECK-RPT-RECORD (17:30).
           MOVE WS-AMOUNT-EDIT TO CHECK-RPT-RECORD (60:11).
           PERFORM PUT-REPORT-LINE.
           PERFORM PAY-ONE-INVOICE
               VARYING WS-INVOICE-IDX FROM 1 BY 1
               UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT.
           MOVE SPACES TO WS-POST-REFERENCE.
           STRING 'CHK' DELIMITED BY SIZE
                  WS-NEXT-CHECK DELIMITED BY SIZE
                  INTO WS-POST-REFERENCE.
           MOVE WS-CHECK-TOTAL TO WS-POST-AMOUNT.
           MOVE APCTL-PAYABLES-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE 'DR' TO WS-POST-SIDE.
           PERFORM WRITE-ONE-POSTING.
           MOVE APCTL-CASH-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE 'CR' TO WS-POST-SIDE.
           PERFORM WRITE-ONE-POSTING.
           MOVE WS-NEXT-CHECK TO WS-PPD-CHECK.
           MOVE WS-CHECK-TOTAL TO WS-PPD-AMOUNT.
           MOVE WS-RUN-DATE TO WS-PPD-ISSUE-DATE.
           MOVE VEND-NAME TO WS-PPD-PAYEE.
           MOVE WS-POS-PAY-DETAIL TO POS-PAY-RECORD.
           WRITE POS-PAY-RECORD.
           MOVE WS-NEXT-CHECK TO OUR-ID.
           COMPUTE OUR-AMOUNT = ZERO - WS-CHECK-TOTAL.
           WRITE OUR-RECORD.
           IF WS-NEXT-CHECK = 999999
               SET WS-CHECKS-EXHAUSTED TO TRUE
           ELSE
               ADD 1 TO WS-NEXT-CHECK
           END-IF.
       ISSUE-CHECK-EXIT.
           EXIT.

      * The expense is recognised against payables as the invoice
      * is paid; the invoice keeps the check that paid it.
       PAY-ONE-INVOICE SECTION.
       PAY-ONE-INVOICE-START.
           IF WS-SELECT-SW (WS-INVOICE-IDX) = 'Y'
               MOVE WS-INVOICE-ENTRY (WS-INVOICE-IDX)
                   TO AP-INVOICE-RECORD
               MOVE APINV-NUMBER TO WS-POST-REFERENCE
               MOVE APINV-AMOUNT TO WS-POST-AMOUNT
               MOVE APINV-EXPENSE-ACCOUNT TO WS-POST-ACCOUNT
               MOVE 'DR' TO WS-POST-SIDE
               PERFORM WRITE-ONE-POSTING
               MOVE APCTL-PAYABLES-ACCOUNT TO WS-POST-ACCOUNT
               MOVE 'CR' TO WS-POST-SIDE
               PERFORM WRITE-ONE-POSTING
               SET APINV-PAID TO TRUE
               MOVE WS-NEXT-CHECK TO APINV-CHECK-NUMBER
               MOVE WS-RUN-DATE TO APINV-PAID-DATE
               MOVE AP-INVOICE-RECORD
                   TO WS-INVOICE-ENTRY (WS-INVOICE-IDX)
               ADD 1 TO WS-INVOICES-PAID
               MOVE APINV-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO CHECK-RPT-RECORD
               MOVE APINV-NUMBER TO CHECK-RPT-RECORD (17:12)
               MOVE APINV-DUE-DATE TO CHECK-RPT-RECORD (33:8)
               MOVE APINV-EXPENSE-ACCOUNT TO CHECK-RPT-RECORD (43:6)
               MOVE WS-AMOUNT-EDIT TO CHECK-RPT-RECORD (60:11)
               PERFORM PUT-REPORT-LINE
           END-IF.
       PAY-ONE-INVOICE-EXIT.
           EXIT.

      * The account type carried is the account's normal side, the
      * way LGRVALID checks it.
       WRITE-ONE-POSTING SECTION.
       WRITE-ONE-POSTING-START.
           MOVE WS-POST-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM RESOLVE-OPEN-ACCOUNT.
           MOVE WS-POST-ACCOUNT TO LEDG-ACCOUNT.
           MOVE WS-FOUND-SIDE TO LEDG-ACCT-TYPE.
           MOVE WS-POST-SIDE TO LEDG-POSTING-TYPE.
           MOVE WS-POST-AMOUNT TO LEDG-AMOUNT.
           MOVE WS-RUN-DATE TO LEDG-POST-DATE.
           MOVE 'APPAYRUN' TO LEDG-SOURCE.
           MOVE WS-POST-REFERENCE TO LEDG-REFERENCE.
           WRITE LEDGER-RECORD.
           ADD 1 TO WS-POSTINGS-WRITTEN.
       WRITE-ONE-POSTING-EXIT.
           EXIT.

       PRINT-HELD-VENDOR SECTION.
       PRINT-HELD-VENDOR-START.
           MOVE WS-CHECK-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO CHECK-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CHECK-RPT-RECORD.
           MOVE 'HELD' TO CHECK-RPT-RECORD (1:4).
           MOVE VEND-NUMBER TO CHECK-RPT-RECORD (9:6).
           MOVE VEND-NAME TO CHECK-RPT-RECORD (17:30).
           MOVE WS-AMOUNT-EDIT TO CHECK-RPT-RECORD (60:11).
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CHECK-RPT-RECORD.
           STRING '        VENDOR NOT ACTIVE - ' DELIMITED BY SIZE
                  WS-CHECK-INVOICES DELIMITED BY SIZE
                  ' DUE INVOICES NOT PAID' DELIMITED BY SIZE
                  INTO CHECK-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       PRINT-HELD-VENDOR-EXIT.
           EXIT.

       PRINT-VENDOR-EXCEPTION SECTION.
       PRINT-VENDOR-EXCEPTION-START.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-CHECK-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO CHECK-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CHECK-RPT-RECORD.
           MOVE '******' TO CHECK-RPT-RECORD (1:6).
           MOVE VEND-NUMBER TO CHECK-RPT-RECORD (9:6).
           MOVE VEND-NAME TO CHECK-RPT-RECORD (17:30).
           MOVE WS-AMOUNT-EDIT TO CHECK-RPT-RECORD (60:11).
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CHECK-RPT-RECORD.
           MOVE WS-EXCEPTION-TEXT TO CHECK-RPT-RECORD (9:50).
           PERFORM PUT-REPORT-LINE.
       PRINT-VENDOR-EXCEPTION-EXIT.
           EXIT.

       PRINT-INVOICE-EXCEPTION SECTION.
       PRINT-INVOICE-EXCEPTION-START.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE APINV-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO CHECK-RPT-RECORD.
           MOVE '******' TO CHECK-RPT-RECORD (1:6).
           MOVE APINV-VENDOR TO CHECK-RPT-RECORD (9:6).
           MOVE APINV-NUMBER TO CHECK-RPT-RECORD (17:12).
           MOVE APINV-DUE-DATE TO CHECK-RPT-RECORD (33:8).
           MOVE APINV-EXPENSE-ACCOUNT TO CHECK-RPT-RECORD (43:6).
           MOVE WS-AMOUNT-EDIT TO CHECK-RPT-RECORD (60:11).
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CHECK-RPT-RECORD.
           MOVE 'EXPENSE ACCOUNT NOT OPEN ON ACCTMAST - NOT PAID'
               TO CHECK-RPT-RECORD (9:50).
           PERFORM PUT-REPORT-LINE.
       PRINT-INVOICE-EXCEPTION-EXIT.
           EXIT.

       WRITE-POS-PAY-TRAILER SECTION.
       WRITE-POS-PAY-TRAILER-START.
           MOVE WS-CHECKS-ISSUED TO WS-PPT-COUNT.
           MOVE WS-CHECKS-TOTAL TO WS-PPT-TOTAL.
           MOVE WS-POS-PAY-TRAILER TO POS-PAY-RECORD.
           WRITE POS-PAY-RECORD.
       WRITE-POS-PAY-TRAILER-EXIT.
           EXIT.

      * Reached only when APOPEN was read cleanly or did not exist
      * yet, so the payment history cannot be lost.
       REWRITE-INVOICE-FILE SECTION.
       REWRITE-INVOICE-FILE-START.
           OPEN OUTPUT INVOICE-FILE.
           PERFORM WRITE-ONE-INVOICE-RECORD
               VARYING WS-INVOICE-IDX FROM 1 BY 1
               UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT.
           CLOSE INVOICE-FILE.
       REWRITE-INVOICE-FILE-EXIT.
           EXIT.

       WRITE-ONE-INVOICE-RECORD SECTION.
       WRITE-ONE-INVOICE-RECORD-START.
           MOVE WS-INVOICE-ENTRY (WS-INVOICE-IDX) TO AP-INVOICE-RECORD.
           WRITE AP-INVOICE-RECORD.
       WRITE-ONE-INVOICE-RECORD-EXIT.
           EXIT.

      * The next run starts where this one stopped, so a check
      * number is never issued twice.  Once the range is used up
      * the next check is saved as zero, which READ-AP-CONTROL
      * refuses until a new range is set on APCTL.
       REWRITE-AP-CONTROL SECTION.
       REWRITE-AP-CONTROL-START.
           IF WS-CHECKS-EXHAUSTED
               MOVE 8 TO WS-FINAL-RETURN-CODE
               DISPLAY 'APPAYRUN - CHECK NUMBERS EXHAUSTED - '
                   'RESET APCTL BEFORE THE NEXT RUN'
               MOVE ZERO TO APCTL-NEXT-CHECK
           ELSE
               MOVE WS-NEXT-CHECK TO APCTL-NEXT-CHECK
           END-IF.
           OPEN OUTPUT AP-CTL-FILE.
           WRITE AP-CTL-RECORD.
           CLOSE AP-CTL-FILE.
       REWRITE-AP-CONTROL-EXIT.
           EXIT.

       WRITE-RUN-TOTALS SECTION.
       WRITE-RUN-TOTALS-START.
           MOVE WS-CHECKS-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO CHECK-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CHECK-RPT-RECORD.
           STRING 'RUN DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' CHECKS ISSUED: ' DELIMITED BY SIZE
                  WS-CHECKS-ISSUED DELIMITED BY SIZE
                  ' TOTAL: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO CHECK-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CHECK-RPT-RECORD.
           STRING 'INVOICES DUE: ' DELIMITED BY SIZE
                  WS-INVOICES-READ DELIMITED BY SIZE
                  ' PAID: ' DELIMITED BY SIZE
                  WS-INVOICES-PAID DELIMITED BY SIZE
                  ' VENDORS HELD: ' DELIMITED BY SIZE
                  WS-VENDORS-HELD DELIMITED BY SIZE
                  ' EXCEPTIONS: ' DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  INTO CHECK-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO CHECK-RPT-RECORD.
           STRING 'LEDGER POSTINGS: ' DELIMITED BY SIZE
                  WS-POSTINGS-WRITTEN DELIMITED BY SIZE
                  ' NEXT CHECK: ' DELIMITED BY SIZE
                  WS-NEXT-CHECK DELIMITED BY SIZE
                  INTO CHECK-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       WRITE-RUN-TOTALS-EXIT.
           EXIT.

      * Every APCHKREG line runs through the shared RPTWRIT writer,
      * which hands back the title block at each page break along
      * with the detail.
       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE CHECK-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO CHECK-RPT-RECORD.
           WRITE CHECK-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.
