       IDENTIFICATION DIVISION.
       PROGRAM-ID. APINVENT.
       AUTHOR. MTH.

      * Payables invoice entry and approval.  Applies the APINVTRN
      * transaction file to the APOPEN invoice file APPAYRUN pays
      * from: enter ('E') and approve ('A') transactions.  An entry
      * is validated against the VENDMAST vendor master - vendor on
      * file and not inactive - and must carry an invoice number
      * the vendor has not used before (paid invoices stay on
      * APOPEN, so a resubmitted invoice is caught however long
      * ago it was paid), real invoice and due dates with the due
      * date not before the invoice date, an amount above zero, and
      * an expense account open on ACCTMAST; an expense account of
      * zero takes the vendor's default.  An approval names an
      * entered invoice and must come from a different operator
      * than the one who keyed it.  Rejects and run totals go to
      * the APINVRPT report, and APOPEN is rewritten with the same
      * load-status guard the master files use.

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
           SELECT INV-TRAN-FILE ASSIGN TO "APINVTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-TRAN-STATUS.
           SELECT INV-RPT-FILE ASSIGN TO "APINVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-RPT-STATUS.

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

      * One transaction: E(nter) carries the whole invoice; A(pprove)
      * needs only the vendor, invoice number and operator.
       FD  INV-TRAN-FILE
           RECORDING MODE IS F.
       01  INV-TRAN-RECORD.
           05 ITRAN-ACTION           PIC X(01).
               88 ITRAN-ENTER           VALUE 'E'.
               88 ITRAN-APPROVE         VALUE 'A'.
           05 ITRAN-VENDOR           PIC X(06).
           05 ITRAN-NUMBER           PIC X(12).
           05 ITRAN-INV-DATE         PIC 9(08).
           05 ITRAN-INV-PARTS REDEFINES ITRAN-INV-DATE.
               10 ITRAN-INV-YYYY     PIC 9(04).
               10 ITRAN-INV-MM       PIC 9(02).
               10 ITRAN-INV-DD       PIC 9(02).
           05 ITRAN-DUE-DATE         PIC 9(08).
           05 ITRAN-DUE-PARTS REDEFINES ITRAN-DUE-DATE.
               10 ITRAN-DUE-YYYY     PIC 9(04).
               10 ITRAN-DUE-MM       PIC 9(02).
               10 ITRAN-DUE-DD       PIC 9(02).
           05 ITRAN-AMOUNT           PIC 9(07)V9(02).
           05 ITRAN-EXPENSE-ACCOUNT  PIC 9(06).
           05 ITRAN-OPERATOR         PIC X(08).

       FD  INV-RPT-FILE
           RECORDING MODE IS F.
       01  INV-RPT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-INVOICE-STATUS      PIC XX.
           05 WS-VENDOR-MASTER-STATUS PIC XX.
           05 WS-ACCOUNT-MASTER-STATUS PIC XX.
           05 WS-INV-TRAN-STATUS     PIC XX.
           05 WS-INV-RPT-STATUS      PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
      * APOPEN, held as whole APINVREC images.
       01  WS-INVOICE-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-INVOICE-IDX            PIC 9(04).
       01  WS-INVOICE-FOUND-SW       PIC X.
           88 WS-INVOICE-FOUND          VALUE 'Y'.
       01  WS-INVOICE-OVERFLOW-COUNT PIC 9(06) VALUE ZERO.
       01  WS-INVOICE-LOAD-STATUS    PIC X(02).
       01  WS-INVOICE-TABLE.
           05  WS-INVOICE-ENTRY OCCURS 2000 TIMES PIC X(80).
       01  WS-INVOICE-KEY            PIC X(18).
      * The vendor master, held as whole VENDREC images.
       01  WS-VENDOR-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-VENDOR-IDX             PIC 9(03).
       01  WS-VENDOR-FOUND-SW        PIC X.
           88 WS-VENDOR-FOUND           VALUE 'Y'.
       01  WS-VENDOR-TABLE.
           05  WS-VENDOR-ENTRY OCCURS 500 TIMES PIC X(103).
      * Chart of accounts, for the expense-account check.
       01  WS-MASTER-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-MASTER-IDX             PIC 9(03).
       01  WS-MASTER-FOUND-SW        PIC X.
           88 WS-MASTER-FOUND           VALUE 'Y'.
       01  WS-MASTER-TABLE.
           05  WS-MASTER OCCURS 200 TIMES.
               10 WS-MST-NUMBER      PIC 9(06).
               10 WS-MST-STATUS      PIC X(01).
       01  WS-CHARGE-ACCOUNT         PIC 9(06).
       01  WS-TRAN-VALID-SW          PIC X VALUE 'Y'.
           88 WS-TRAN-VALID             VALUE 'Y'.
           88 WS-TRAN-INVALID           VALUE 'N'.
       01  WS-REJECT-REASON          PIC X(30).
       01  WS-READ-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-ENTERED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-APPROVED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-ENTERED-TOTAL          PIC 9(09)V9(02) VALUE ZERO.
       01  WS-APPROVED-TOTAL         PIC 9(09)V9(02) VALUE ZERO.
       01  WS-TOTAL-EDIT             PIC Z(8)9.99.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           OPEN OUTPUT INV-RPT-FILE.
           PERFORM LOAD-ACCOUNT-MASTER.
           PERFORM LOAD-VENDOR-MASTER.
           PERFORM LOAD-INVOICE-FILE.
           IF WS-INVOICE-OVERFLOW-COUNT > ZERO
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE SPACES TO INV-RPT-RECORD
               STRING 'INVOICES BEYOND TABLE: ' DELIMITED BY SIZE
                      WS-INVOICE-OVERFLOW-COUNT DELIMITED BY SIZE
                      ' - APOPEN LEFT AS IS, NOTHING APPLIED'
                          DELIMITED BY SIZE
                      INTO INV-RPT-RECORD
               WRITE INV-RPT-RECORD
               DISPLAY INV-RPT-RECORD
           ELSE
               PERFORM APPLY-TRANSACTION-FILE
               PERFORM REWRITE-INVOICE-FILE
           END-IF.
           PERFORM WRITE-RUN-TOTALS.
           CLOSE INV-RPT-FILE.
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
           MOVE 'N' TO WS-EOF-SW.
       LOAD-INVOICE-FILE-EXIT.
           EXIT.

       APPLY-TRANSACTION-FILE SECTION.
       APPLY-TRANSACTION-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT INV-TRAN-FILE.
           IF WS-INV-TRAN-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ INV-TRAN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE INV-TRAN-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       APPLY-TRANSACTION-FILE-EXIT.
           EXIT.

       APPLY-ONE-TRANSACTION SECTION.
       APPLY-ONE-TRANSACTION-START.
           SET WS-TRAN-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-INVOICE-KEY.
           MOVE ITRAN-VENDOR TO WS-INVOICE-KEY (1:6).
           MOVE ITRAN-NUMBER TO WS-INVOICE-KEY (7:12).
           MOVE 'N' TO WS-INVOICE-FOUND-SW.
           PERFORM FIND-INVOICE
               VARYING WS-INVOICE-IDX FROM 1 BY 1
               UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
                  OR WS-INVOICE-FOUND.
           EVALUATE TRUE
               WHEN ITRAN-ENTER
                   PERFORM ENTER-INVOICE
               WHEN ITRAN-APPROVE
                   PERFORM APPROVE-INVOICE
               WHEN OTHER
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-TRAN-INVALID
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-REJECT-LINE
           END-IF.
       APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

       FIND-INVOICE SECTION.
       FIND-INVOICE-START.
           IF WS-INVOICE-ENTRY (WS-INVOICE-IDX) (1:18)
                  = WS-INVOICE-KEY
               SET WS-INVOICE-FOUND TO TRUE
               SUBTRACT 1 FROM WS-INVOICE-IDX
           END-IF.
       FIND-INVOICE-EXIT.
           EXIT.

       ENTER-INVOICE SECTION.
       ENTER-INVOICE-START.
           PERFORM VALIDATE-NEW-INVOICE.
           IF WS-TRAN-VALID
               IF WS-INVOICE-COUNT < 2000
                   MOVE ITRAN-VENDOR TO APINV-VENDOR
                   MOVE ITRAN-NUMBER TO APINV-NUMBER
                   MOVE ITRAN-INV-DATE TO APINV-INV-DATE
                   MOVE ITRAN-DUE-DATE TO APINV-DUE-DATE
                   MOVE ITRAN-AMOUNT TO APINV-AMOUNT
                   MOVE WS-CHARGE-ACCOUNT TO APINV-EXPENSE-ACCOUNT
                   MOVE ITRAN-OPERATOR TO APINV-ENTERED-BY
                   MOVE SPACES TO APINV-APPROVED-BY
                   SET APINV-ENTERED TO TRUE
                   MOVE ZERO TO APINV-CHECK-NUMBER
                   MOVE ZERO TO APINV-PAID-DATE
                   ADD 1 TO WS-INVOICE-COUNT
                   MOVE AP-INVOICE-RECORD
                       TO WS-INVOICE-ENTRY (WS-INVOICE-COUNT)
                   ADD 1 TO WS-ENTERED-COUNT
                   ADD ITRAN-AMOUNT TO WS-ENTERED-TOTAL
               ELSE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'INVOICE TABLE FULL' TO WS-REJECT-REASON
                   MOVE 8 TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.
       ENTER-INVOICE-EXIT.
           EXIT.

       VALIDATE-NEW-INVOICE SECTION.
       VALIDATE-NEW-INVOICE-START.
           MOVE 'N' TO WS-VENDOR-FOUND-SW.
           PERFORM FIND-VENDOR
               VARYING WS-VENDOR-IDX FROM 1 BY 1
               UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
                  OR WS-VENDOR-FOUND.
           IF WS-VENDOR-FOUND
               MOVE WS-VENDOR-ENTRY (WS-VENDOR-IDX) TO VENDOR-RECORD
           END-IF.
           EVALUATE TRUE
               WHEN ITRAN-VENDOR IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'VENDOR NOT NUMERIC' TO WS-REJECT-REASON
               WHEN NOT WS-VENDOR-FOUND
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'VENDOR NOT ON MASTER' TO WS-REJECT-REASON
               WHEN VEND-INACTIVE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'VENDOR INACTIVE' TO WS-REJECT-REASON
               WHEN ITRAN-NUMBER = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'INVOICE NUMBER MISSING' TO WS-REJECT-REASON
               WHEN WS-INVOICE-FOUND
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'DUPLICATE VENDOR INVOICE' TO WS-REJECT-REASON
               WHEN ITRAN-INV-DATE IS NOT NUMERIC
                 OR ITRAN-INV-YYYY < 1900
                 OR ITRAN-INV-MM < 1 OR ITRAN-INV-MM > 12
                 OR ITRAN-INV-DD < 1 OR ITRAN-INV-DD > 31
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'INVOICE DATE INVALID' TO WS-REJECT-REASON
               WHEN ITRAN-DUE-DATE IS NOT NUMERIC
                 OR ITRAN-DUE-YYYY < 1900
                 OR ITRAN-DUE-MM < 1 OR ITRAN-DUE-MM > 12
                 OR ITRAN-DUE-DD < 1 OR ITRAN-DUE-DD > 31
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'DUE DATE INVALID' TO WS-REJECT-REASON
               WHEN ITRAN-DUE-DATE < ITRAN-INV-DATE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'DUE BEFORE INVOICE DATE' TO WS-REJECT-REASON
               WHEN ITRAN-AMOUNT IS NOT NUMERIC
                 OR ITRAN-AMOUNT = ZERO
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'AMOUNT MISSING OR NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN ITRAN-EXPENSE-ACCOUNT IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'EXPENSE ACCOUNT NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN ITRAN-OPERATOR = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'OPERATOR MISSING' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-CHARGE-ACCOUNT
           END-EVALUATE.
       VALIDATE-NEW-INVOICE-EXIT.
           EXIT.

       FIND-VENDOR SECTION.
       FIND-VENDOR-START.
           IF WS-VENDOR-ENTRY (WS-VENDOR-IDX) (1:6) = ITRAN-VENDOR
               SET WS-VENDOR-FOUND TO TRUE
               SUBTRACT 1 FROM WS-VENDOR-IDX
           END-IF.
       FIND-VENDOR-EXIT.
           EXIT.

      * No account on the invoice means the vendor's default.
       CHECK-CHARGE-ACCOUNT SECTION.
       CHECK-CHARGE-ACCOUNT-START.
           IF ITRAN-EXPENSE-ACCOUNT = ZERO
               MOVE VEND-EXPENSE-ACCOUNT TO WS-CHARGE-ACCOUNT
           ELSE
               MOVE ITRAN-EXPENSE-ACCOUNT TO WS-CHARGE-ACCOUNT
           END-IF.
           MOVE 'N' TO WS-MASTER-FOUND-SW.
           PERFORM FIND-MASTER-ACCOUNT
               VARYING WS-MASTER-IDX FROM 1 BY 1
               UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
                  OR WS-MASTER-FOUND.
           IF NOT WS-MASTER-FOUND
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'EXPENSE ACCOUNT NOT OPEN' TO WS-REJECT-REASON
           ELSE
               IF WS-MST-STATUS (WS-MASTER-IDX) = 'C'
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'EXPENSE ACCOUNT NOT OPEN'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
       CHECK-CHARGE-ACCOUNT-EXIT.
           EXIT.

       FIND-MASTER-ACCOUNT SECTION.
       FIND-MASTER-ACCOUNT-START.
           IF WS-MST-NUMBER (WS-MASTER-IDX) = WS-CHARGE-ACCOUNT
               SET WS-MASTER-FOUND TO TRUE
               SUBTRACT 1 FROM WS-MASTER-IDX
           END-IF.
       FIND-MASTER-ACCOUNT-EXIT.
           EXIT.

      * Whoever keyed an invoice may not approve it.
       APPROVE-INVOICE SECTION.
       APPROVE-INVOICE-START.
           IF WS-INVOICE-FOUND
               MOVE WS-INVOICE-ENTRY (WS-INVOICE-IDX)
                   TO AP-INVOICE-RECORD
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-INVOICE-FOUND
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'INVOICE NOT ON FILE' TO WS-REJECT-REASON
               WHEN NOT APINV-ENTERED
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'INVOICE NOT AWAITING APPROVAL'
                       TO WS-REJECT-REASON
               WHEN ITRAN-OPERATOR = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'OPERATOR MISSING' TO WS-REJECT-REASON
               WHEN ITRAN-OPERATOR = APINV-ENTERED-BY
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'APPROVER KEYED THE INVOICE'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE ITRAN-OPERATOR TO APINV-APPROVED-BY
                   SET APINV-APPROVED TO TRUE
                   MOVE AP-INVOICE-RECORD
                       TO WS-INVOICE-ENTRY (WS-INVOICE-IDX)
                   ADD 1 TO WS-APPROVED-COUNT
                   ADD APINV-AMOUNT TO WS-APPROVED-TOTAL
           END-EVALUATE.
       APPROVE-INVOICE-EXIT.
           EXIT.

       WRITE-REJECT-LINE SECTION.
       WRITE-REJECT-LINE-START.
           MOVE SPACES TO INV-RPT-RECORD.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  ' REJECTED ' DELIMITED BY SIZE
                  ITRAN-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ITRAN-VENDOR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ITRAN-NUMBER DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO INV-RPT-RECORD.
           WRITE INV-RPT-RECORD.
       WRITE-REJECT-LINE-EXIT.
           EXIT.

      * Only rewrite APOPEN when the load really read it ('00') or
      * there is genuinely none yet ('35').
       REWRITE-INVOICE-FILE SECTION.
       REWRITE-INVOICE-FILE-START.
           IF WS-INVOICE-LOAD-STATUS NOT = '00'
              AND WS-INVOICE-LOAD-STATUS NOT = '35'
               MOVE 8 TO WS-FINAL-RETURN-CODE
               DISPLAY 'APINVENT - APOPEN NOT READABLE - STATUS '
                   WS-INVOICE-LOAD-STATUS ' - FILE LEFT AS IS'
           ELSE
               OPEN OUTPUT INVOICE-FILE
               PERFORM WRITE-ONE-INVOICE-RECORD
                   VARYING WS-INVOICE-IDX FROM 1 BY 1
                   UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
               CLOSE INVOICE-FILE
           END-IF.
       REWRITE-INVOICE-FILE-EXIT.
           EXIT.

       WRITE-ONE-INVOICE-RECORD SECTION.
       WRITE-ONE-INVOICE-RECORD-START.
           MOVE WS-INVOICE-ENTRY (WS-INVOICE-IDX) TO AP-INVOICE-RECORD.
           WRITE AP-INVOICE-RECORD.
       WRITE-ONE-INVOICE-RECORD-EXIT.
           EXIT.

       WRITE-RUN-TOTALS SECTION.
       WRITE-RUN-TOTALS-START.
           MOVE SPACES TO INV-RPT-RECORD.
           STRING 'INVOICE ENTRY TOTALS - READ: ' DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  ' ENTERED: ' DELIMITED BY SIZE
                  WS-ENTERED-COUNT DELIMITED BY SIZE
                  ' APPROVED: ' DELIMITED BY SIZE
                  WS-APPROVED-COUNT DELIMITED BY SIZE
                  INTO INV-RPT-RECORD.
           WRITE INV-RPT-RECORD.
           MOVE SPACES TO INV-RPT-RECORD.
           STRING 'REJECTED: ' DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  INTO INV-RPT-RECORD.
           WRITE INV-RPT-RECORD.
           MOVE WS-ENTERED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO INV-RPT-RECORD.
           STRING 'AMOUNT ENTERED:  ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO INV-RPT-RECORD.
           WRITE INV-RPT-RECORD.
           MOVE WS-APPROVED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO INV-RPT-RECORD.
           STRING 'AMOUNT APPROVED: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO INV-RPT-RECORD.
           WRITE INV-RPT-RECORD.
       WRITE-RUN-TOTALS-EXIT.
           EXIT.
