       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFNDRUN.
       AUTHOR. MTH.

      * Credit-balance refund run, replacing the refund memo.  An
      * account whose ACSTBAL carry-forward balance is a credit is
      * money owed to the customer.  An account closed through
      * ACCTMNT (status C on ACCTMAST) is refunded whatever its
      * credit; an open account is refunded only when the credit
      * is at least the minimum on the REFCTL control record and
      * the account has had no AMTFILE activity for the number of
      * days REFCTL gives - a credit that has sat unused.
      *
      * Each refund is made payable to the customer the account
      * resolves to through ACSTXREF and ADDRFILE, the same join
      * STMTMAIL and DUNNRUN make; an account with no payee is not
      * refunded.  A refund is paid by clearing the balance with a
      * debit on AMTFILE and a balanced pair on LEDGTRAN - the
      * receivable control debited, refunds payable credited, both
      * named on REFCTL and both required open on ACCTMAST.  The
      * refund debit is applied in full on AMTAPPL the day it is
      * written, so ACCTAGE never ages it and the dunning and
      * write-off runs do not chase money already returned.
      *
      * A refund over the REFCTL approval limit is not paid but put
      * on hold on the REFFILE refund file.  An operator releases a
      * held refund through the REFREL release file (account and
      * operator id; the operator must be active on OPERFILE) and
      * the next run pays it - never more than the credit still
      * showing, and cancelled if the credit has gone.  REFFILE
      * also keeps every refund paid, so an account is not refunded
      * twice before the statement run has taken the refund debit
      * into its balance.
      *
      * The REFREG register lists every refund paid with its payee,
      * the releases refused, the accounts that could not be
      * refunded and the full hold list, with run totals.  An
      * account that could not be refunded or a refused release
      * ends the run with RETURN-CODE 4; no usable REFCTL, an
      * unreadable REFFILE or a table overflow pays nothing and
      * ends with RETURN-CODE 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REF-CTL-FILE ASSIGN TO "REFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-CTL-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT BALANCE-IN-FILE ASSIGN TO "ACSTBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-IN-STATUS.
           SELECT AMOUNT-FILE ASSIGN TO "AMTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMOUNT-STATUS.
           SELECT APPLIED-FILE ASSIGN TO "AMTAPPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-STATUS.
           SELECT REFUND-FILE ASSIGN TO "REFFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "REFREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT ACCT-XREF-FILE ASSIGN TO "ACSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-XREF-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "ADDRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT REGISTER-RPT-FILE ASSIGN TO "REFREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Minimum credit for an open account, days a credit must sit
      * unused, the approval limit above which a refund is held,
      * and the receivable control and refunds payable accounts.
       FD  REF-CTL-FILE
           RECORDING MODE IS F.
       01  REF-CTL-RECORD.
           05 REFCTL-MIN-CREDIT      PIC 9(05)V9(02).
           05 REFCTL-UNUSED-DAYS     PIC 9(03).
           05 REFCTL-APPROVAL-LIMIT  PIC 9(05)V9(02).
           05 REFCTL-RECEIVABLE-ACCOUNT PIC 9(06).
           05 REFCTL-PAYABLE-ACCOUNT PIC 9(06).

      * Same shape LGRVALID and ACCTMNT use.
       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
       01  ACCOUNT-MASTER-RECORD.
           05 ACCT-NUMBER         PIC 9(06).
           05 ACCT-DESCRIPTION    PIC X(30).
           05 ACCT-NORMAL-SIDE    PIC X(01).
           05 ACCT-STATUS         PIC X(01).
           05 ACCT-CURRENCY       PIC X(03).

      * Same shape UTILMENU and CHGAPPRV sign on against.
       FD  OPERATOR-FILE
           RECORDING MODE IS F.
       01  OPERATOR-RECORD.
           05 OPER-ID                PIC X(08).
           05 OPER-AUTH-FLAGS.
               10 OPER-AUTH OCCURS 8 TIMES PIC X(01).
           05 OPER-ADMIN-FLAG        PIC X(01).
           05 OPER-STATUS            PIC X(01).

      * Same shape ACCTSTMT writes and ACCTASSM reads.
       FD  BALANCE-IN-FILE
           RECORDING MODE IS F.
       01  BALANCE-IN-RECORD.
           05 BAL-IN-ACCOUNT     PIC 9(06).
           05 BAL-IN-AMOUNT      PIC S9(07)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.

       FD  AMOUNT-FILE
           RECORDING MODE IS F.
       01  AMOUNT-RECORD.
           05 AMT-ACCOUNT            PIC 9(06).
           05 AMT-DATE               PIC 9(08).
           05 AMT-SIGNED             PIC S9(05)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.

       FD  APPLIED-FILE
           RECORDING MODE IS F.
           COPY APPLREC.

       FD  REFUND-FILE
           RECORDING MODE IS F.
           COPY REFDREC.

      * One release of a held refund by an operator.
       FD  RELEASE-FILE
           RECORDING MODE IS F.
       01  RELEASE-RECORD.
           05 REL-ACCOUNT            PIC 9(06).
           05 REL-OPERATOR           PIC X(08).

      * Same shape STMTMAIL reads - one record per account.
       FD  ACCT-XREF-FILE
           RECORDING MODE IS F.
       01  ACCT-XREF-RECORD.
           05 XREF-ACCOUNT       PIC 9(06).
           05 XREF-CUST-ID       PIC 9(06).

      * Same shape MAILLBL reads - the standardized address the
      * CUSTSTD/CLNBRDG pipeline generates.
       FD  ADDRESS-FILE
           RECORDING MODE IS F.
       01  ADDRESS-RECORD.
           05 ADDR-CUST-ID         PIC 9(06).
           05 ADDR-NAME            PIC A(30).
           05 ADDR-STREET          PIC A(30).
           05 ADDR-CITY            PIC A(20).
           05 ADDR-STATE           PIC A(02).
           05 ADDR-ZIP             PIC X(10).

       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY LEDGREC.

       FD  REGISTER-RPT-FILE
           RECORDING MODE IS F.
       01  REGISTER-RPT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-REF-CTL-STATUS      PIC XX.
           05 WS-ACCOUNT-MASTER-STATUS PIC XX.
           05 WS-OPERATOR-STATUS     PIC XX.
           05 WS-BALANCE-IN-STATUS   PIC XX.
           05 WS-AMOUNT-STATUS       PIC XX.
           05 WS-APPLIED-STATUS      PIC XX.
           05 WS-REFUND-STATUS       PIC XX.
           05 WS-RELEASE-STATUS      PIC XX.
           05 WS-ACCT-XREF-STATUS    PIC XX.
           05 WS-ADDRESS-STATUS      PIC XX.
           05 WS-LEDGER-STATUS       PIC XX.
           05 WS-REGISTER-RPT-STATUS PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-TODAY-SERIAL           PIC 9(07).
       01  WS-CTL-OK-SW              PIC X VALUE 'N'.
           88 WS-CTL-OK                 VALUE 'Y'.
      * Chart of accounts, for the closed test and the open checks
      * and normal sides of the posting accounts.
       01  WS-MASTER-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-MASTER-IDX             PIC 9(04).
       01  WS-MASTER-OVERFLOW-COUNT  PIC 9(06) VALUE ZERO.
       01  WS-MASTER-FOUND-SW        PIC X.
           88 WS-MASTER-FOUND           VALUE 'Y'.
       01  WS-MASTER-TABLE.
           05  WS-MASTER OCCURS 1000 TIMES.
               10 WS-MST-NUMBER      PIC 9(06).
               10 WS-MST-SIDE        PIC X(01).
               10 WS-MST-STATUS      PIC X(01).
       01  WS-FIND-ACCOUNT           PIC 9(06).
       01  WS-FOUND-SIDE             PIC X(01).
      * Operators who may release, with their status.
       01  WS-OPER-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-OPER-IDX               PIC 9(03).
       01  WS-OPER-FOUND-SW          PIC X.
           88 WS-OPER-FOUND             VALUE 'Y'.
       01  WS-OPER-TABLE.
           05  WS-OPR OCCURS 200 TIMES.
               10 WS-OPR-ID          PIC X(08).
               10 WS-OPR-STATUS      PIC X(01).
      * Accounts carrying a credit on ACSTBAL, each with the date
      * of its latest AMTFILE activity (zero for none).
       01  WS-CREDIT-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-CREDIT-IDX             PIC 9(04).
       01  WS-CREDIT-OVERFLOW-COUNT  PIC 9(06) VALUE ZERO.
       01  WS-CREDIT-FOUND-SW        PIC X.
           88 WS-CREDIT-FOUND           VALUE 'Y'.
       01  WS-CREDIT-TABLE.
           05  WS-CRD OCCURS 2000 TIMES.
               10 WS-CRD-ACCOUNT     PIC 9(06).
               10 WS-CRD-BALANCE     PIC 9(07)V9(02).
               10 WS-CRD-LAST-DATE   PIC 9(08).
      * REFFILE, held as whole REFDREC images.
       01  WS-REF-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-REF-IDX                PIC 9(04).
       01  WS-REF-OVERFLOW-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-REF-LOAD-STATUS        PIC X(02).
       01  WS-REF-FOUND-SW           PIC X.
           88 WS-REF-FOUND              VALUE 'Y'.
       01  WS-REF-TABLE.
           05  WS-REF-ENTRY OCCURS 1000 TIMES PIC X(48).
      * Account-to-customer and customer-to-address, as STMTMAIL.
       01  WS-LEAD-SPACES            PIC 9(02).
       01  WS-TRIM-LEN               PIC 9(02).
       01  WS-THIS-CUST-ID           PIC 9(06).
       01  WS-XREF-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-XREF-IDX               PIC 9(03).
       01  WS-XREF-FOUND-SW          PIC X.
           88 WS-XREF-FOUND             VALUE 'Y'.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 500 TIMES.
               10 WS-XR-ACCOUNT      PIC 9(06).
               10 WS-XR-CUST-ID      PIC 9(06).
       01  WS-ADDR-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-ADDR-IDX               PIC 9(03).
       01  WS-ADDR-FOUND-SW          PIC X.
           88 WS-ADDR-FOUND             VALUE 'Y'.
       01  WS-ADDR-TABLE.
           05  WS-ADDR-ENTRY OCCURS 500 TIMES.
               10 WS-AD-CUST-ID      PIC 9(06).
               10 WS-AD-NAME         PIC X(30).
               10 WS-AD-STREET       PIC X(30).
               10 WS-AD-CITY         PIC X(20).
               10 WS-AD-STATE        PIC X(02).
               10 WS-AD-ZIP          PIC X(10).
       01  WS-CITY-TRIMMED           PIC X(20).
       01  WS-CITY-LINE              PIC X(35).
      * The account in hand.
       01  WS-THIS-ACCOUNT           PIC 9(06).
       01  WS-THIS-BALANCE           PIC 9(07)V9(02).
       01  WS-THIS-REASON            PIC X(01).
       01  WS-REFUND-AMOUNT          PIC 9(07)V9(02).
       01  WS-DUE-SW                 PIC X.
           88 WS-REFUND-DUE             VALUE 'Y'.
       01  WS-DAYS-UNUSED            PIC S9(05).
       01  WS-OUTCOME-TEXT           PIC X(40).
       01  WS-POST-ACCOUNT           PIC 9(06).
       01  WS-POST-SIDE              PIC X(02).
       01  WS-POST-REFERENCE         PIC X(12).
       01  WS-AMOUNT-EDIT            PIC Z(6)9.99.
       01  WS-TOTAL-EDIT             PIC Z(8)9.99.
       01  WS-RELEASES-READ          PIC 9(06) VALUE ZERO.
       01  WS-CREDITS-SEEN           PIC 9(06) VALUE ZERO.
       01  WS-PAID-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-PAID-TOTAL             PIC 9(09)V9(02) VALUE ZERO.
       01  WS-HELD-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-HELD-TOTAL             PIC 9(09)V9(02) VALUE ZERO.
       01  WS-CANCELLED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-POSTINGS-WRITTEN       PIC 9(06) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
      * Day-serial work fields - the computation ACCTAGE ages by.
       01  WS-DATE-WORK              PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DATE-YYYY           PIC 9(4).
           05 WS-DATE-MM             PIC 9(2).
           05 WS-DATE-DD             PIC 9(2).
       01  WS-SERIAL-RESULT          PIC 9(07).
       01  WS-YEAR-WORK              PIC 9(04).
       01  WS-LEAP-QUOT              PIC 9(04).
       01  WS-LEAP-DAYS              PIC S9(05).
       01  WS-LEAP-REM               PIC 9(03).
       01  WS-MONTH-OFFSETS.
           05 FILLER PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSETS.
           05 WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'REFNDRUN'.
       01  WS-RPT-TITLE              PIC X(30)
                                 VALUE 'CREDIT BALANCE REFUND REGISTER'.
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
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM COMPUTE-DAY-SERIAL.
           MOVE WS-SERIAL-RESULT TO WS-TODAY-SERIAL.
           OPEN OUTPUT REGISTER-RPT-FILE.
           MOVE 'ACCOUNT' TO WS-RPT-HEADING (1:7).
           MOVE 'WHY' TO WS-RPT-HEADING (9:3).
           MOVE 'AMOUNT' TO WS-RPT-HEADING (18:6).
           MOVE 'OUTCOME / PAYEE' TO WS-RPT-HEADING (27:15).
           PERFORM LOAD-ACCOUNT-MASTER.
           PERFORM READ-REFUND-CONTROL.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM LOAD-REFUND-FILE.
           PERFORM LOAD-CREDIT-BALANCES.
           PERFORM FIND-LAST-ACTIVITY.
           PERFORM LOAD-XREF-TABLE.
           PERFORM LOAD-ADDRESS-TABLE.
           EVALUATE TRUE
               WHEN NOT WS-CTL-OK
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'REFCTL MISSING OR ACCOUNTS NOT OPEN - NOTHING'
                       TO REGISTER-RPT-RECORD
                   MOVE ' PAID' TO REGISTER-RPT-RECORD (45:5)
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'REFNDRUN - REFCTL NOT USABLE'
               WHEN WS-REF-LOAD-STATUS NOT = '00'
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO REGISTER-RPT-RECORD
                   STRING 'REFFILE NOT READABLE - STATUS '
                              DELIMITED BY SIZE
                          WS-REF-LOAD-STATUS DELIMITED BY SIZE
                          ' - NOTHING PAID' DELIMITED BY SIZE
                          INTO REGISTER-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'REFNDRUN - ' REGISTER-RPT-RECORD
               WHEN WS-REF-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'REFFILE EXCEEDS TABLE - NOTHING PAID'
                       TO REGISTER-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'REFNDRUN - ' REGISTER-RPT-RECORD
               WHEN WS-CREDIT-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'ACSTBAL CREDITS EXCEED TABLE - NOTHING PAID'
                       TO REGISTER-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'REFNDRUN - ' REGISTER-RPT-RECORD
               WHEN WS-MASTER-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'ACCTMAST EXCEEDS TABLE - NOTHING PAID'
                       TO REGISTER-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'REFNDRUN - ' REGISTER-RPT-RECORD
               WHEN OTHER
                   OPEN EXTEND AMOUNT-FILE
                   IF WS-AMOUNT-STATUS = '05'
                      OR WS-AMOUNT-STATUS = '35'
                       OPEN OUTPUT AMOUNT-FILE
                   END-IF
                   OPEN EXTEND APPLIED-FILE
                   IF WS-APPLIED-STATUS = '05'
                      OR WS-APPLIED-STATUS = '35'
                       OPEN OUTPUT APPLIED-FILE
                   END-IF
                   OPEN EXTEND LEDGER-FILE
                   IF WS-LEDGER-STATUS = '05'
                      OR WS-LEDGER-STATUS = '35'
                       OPEN OUTPUT LEDGER-FILE
                   END-IF
                   PERFORM APPLY-RELEASES
                   PERFORM REFUND-CREDIT-BALANCES
                   CLOSE AMOUNT-FILE
                   CLOSE APPLIED-FILE
                   CLOSE LEDGER-FILE
                   PERFORM REWRITE-REFUND-FILE
                   PERFORM PRINT-HOLD-LIST
                   PERFORM WRITE-RUN-TOTALS
           END-EVALUATE.
           PERFORM END-REPORT-PAGES.
           CLOSE REGISTER-RPT-FILE.
           IF WS-EXCEPTION-COUNT > ZERO
              AND WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
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
                           IF WS-MASTER-COUNT < 1000
                               ADD 1 TO WS-MASTER-COUNT
                               MOVE ACCT-NUMBER TO
                                   WS-MST-NUMBER (WS-MASTER-COUNT)
                               MOVE ACCT-NORMAL-SIDE TO
                                   WS-MST-SIDE (WS-MASTER-COUNT)
                               MOVE ACCT-STATUS TO
                                   WS-MST-STATUS (WS-MASTER-COUNT)
                           ELSE
                               ADD 1 TO WS-MASTER-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-ACCOUNT-MASTER-EXIT.
           EXIT.

       READ-REFUND-CONTROL SECTION.
       READ-REFUND-CONTROL-START.
           MOVE 'N' TO WS-CTL-OK-SW.
           OPEN INPUT REF-CTL-FILE.
           IF WS-REF-CTL-STATUS = '00'
               READ REF-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REF-CTL-RECORD (1:29) IS NUMERIC
                           SET WS-CTL-OK TO TRUE
                       END-IF
               END-READ
               CLOSE REF-CTL-FILE
           END-IF.
           IF WS-CTL-OK
               MOVE REFCTL-RECEIVABLE-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM RESOLVE-OPEN-ACCOUNT
               IF NOT WS-MASTER-FOUND
                   MOVE 'N' TO WS-CTL-OK-SW
               END-IF
               MOVE REFCTL-PAYABLE-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM RESOLVE-OPEN-ACCOUNT
               IF NOT WS-MASTER-FOUND
                   MOVE 'N' TO WS-CTL-OK-SW
               END-IF
           END-IF.
       READ-REFUND-CONTROL-EXIT.
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

       LOAD-OPERATOR-TABLE SECTION.
       LOAD-OPERATOR-TABLE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ OPERATOR-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-OPER-COUNT < 200
                               ADD 1 TO WS-OPER-COUNT
                               MOVE OPER-ID
                                   TO WS-OPR-ID (WS-OPER-COUNT)
                               MOVE OPER-STATUS
                                   TO WS-OPR-STATUS (WS-OPER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-OPERATOR-TABLE-EXIT.
           EXIT.

      * No REFFILE yet just means nothing has been refunded.
       LOAD-REFUND-FILE SECTION.
       LOAD-REFUND-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT REFUND-FILE.
           MOVE WS-REFUND-STATUS TO WS-REF-LOAD-STATUS.
           IF WS-REFUND-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ REFUND-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-REF-COUNT < 1000
                               ADD 1 TO WS-REF-COUNT
                               MOVE REFUND-RECORD
                                   TO WS-REF-ENTRY (WS-REF-COUNT)
                           ELSE
                               ADD 1 TO WS-REF-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-FILE
           END-IF.
           IF WS-REF-LOAD-STATUS = '35'
               MOVE '00' TO WS-REF-LOAD-STATUS
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-REFUND-FILE-EXIT.
           EXIT.

      * Only credit balances matter here; debit and zero balances
      * are passed over.
       LOAD-CREDIT-BALANCES SECTION.
       LOAD-CREDIT-BALANCES-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT BALANCE-IN-FILE.
           IF WS-BALANCE-IN-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ BALANCE-IN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF BAL-IN-AMOUNT > ZERO
                               PERFORM STORE-ONE-CREDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-IN-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-CREDIT-BALANCES-EXIT.
           EXIT.

       STORE-ONE-CREDIT SECTION.
       STORE-ONE-CREDIT-START.
           IF WS-CREDIT-COUNT < 2000
               ADD 1 TO WS-CREDIT-COUNT
               MOVE BAL-IN-ACCOUNT TO WS-CRD-ACCOUNT (WS-CREDIT-COUNT)
               MOVE BAL-IN-AMOUNT TO WS-CRD-BALANCE (WS-CREDIT-COUNT)
               MOVE ZERO TO WS-CRD-LAST-DATE (WS-CREDIT-COUNT)
           ELSE
               ADD 1 TO WS-CREDIT-OVERFLOW-COUNT
           END-IF.
       STORE-ONE-CREDIT-EXIT.
           EXIT.

      * One pass of AMTFILE dates each credit account's latest
      * activity of any kind.
       FIND-LAST-ACTIVITY SECTION.
       FIND-LAST-ACTIVITY-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT AMOUNT-FILE.
           IF WS-AMOUNT-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ AMOUNT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE AMT-ACCOUNT TO WS-THIS-ACCOUNT
                           PERFORM FIND-CREDIT-ENTRY-FOR-ACCOUNT
                           IF WS-CREDIT-FOUND
                              AND AMT-DATE >
                                  WS-CRD-LAST-DATE (WS-CREDIT-IDX)
                               MOVE AMT-DATE
                                   TO WS-CRD-LAST-DATE (WS-CREDIT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AMOUNT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       FIND-LAST-ACTIVITY-EXIT.
           EXIT.

       FIND-CREDIT-ENTRY-FOR-ACCOUNT SECTION.
       FIND-CREDIT-ENTRY-FOR-ACCOUNT-START.
           MOVE 'N' TO WS-CREDIT-FOUND-SW.
           PERFORM FIND-CREDIT-ENTRY
               VARYING WS-CREDIT-IDX FROM 1 BY 1
               UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT
                  OR WS-CREDIT-FOUND.
       FIND-CREDIT-ENTRY-FOR-ACCOUNT-EXIT.
           EXIT.

       FIND-CREDIT-ENTRY SECTION.
       FIND-CREDIT-ENTRY-START.
           IF WS-CRD-ACCOUNT (WS-CREDIT-IDX) = WS-THIS-ACCOUNT
               SET WS-CREDIT-FOUND TO TRUE
               SUBTRACT 1 FROM WS-CREDIT-IDX
           END-IF.
       FIND-CREDIT-ENTRY-EXIT.
           EXIT.

       LOAD-XREF-TABLE SECTION.
       LOAD-XREF-TABLE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ACCT-XREF-FILE.
           IF WS-ACCT-XREF-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ ACCT-XREF-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-XREF-COUNT < 500
                               ADD 1 TO WS-XREF-COUNT
                               MOVE XREF-ACCOUNT TO
                                   WS-XR-ACCOUNT (WS-XREF-COUNT)
                               MOVE XREF-CUST-ID TO
                                   WS-XR-CUST-ID (WS-XREF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-XREF-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-XREF-TABLE-EXIT.
           EXIT.

       LOAD-ADDRESS-TABLE SECTION.
       LOAD-ADDRESS-TABLE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ ADDRESS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-ADDR-COUNT < 500
                               ADD 1 TO WS-ADDR-COUNT
                               PERFORM STORE-ONE-ADDRESS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-ADDRESS-TABLE-EXIT.
           EXIT.

      * Strip the leading spaces the pipeline fields carry - the same
      * trim STMTMAIL applies before printing.
       STORE-ONE-ADDRESS SECTION.
       STORE-ONE-ADDRESS-START.
           MOVE ADDR-CUST-ID TO WS-AD-CUST-ID (WS-ADDR-COUNT).
           MOVE SPACES TO WS-AD-NAME (WS-ADDR-COUNT).
           MOVE ZERO TO WS-LEAD-SPACES.
           INSPECT ADDR-NAME TALLYING WS-LEAD-SPACES FOR LEADING SPACE.
           IF WS-LEAD-SPACES < 30
               COMPUTE WS-TRIM-LEN = 30 - WS-LEAD-SPACES
               MOVE ADDR-NAME (WS-LEAD-SPACES + 1:WS-TRIM-LEN)
                   TO WS-AD-NAME (WS-ADDR-COUNT)
           END-IF.
           MOVE SPACES TO WS-AD-STREET (WS-ADDR-COUNT).
           MOVE ZERO TO WS-LEAD-SPACES.
           INSPECT ADDR-STREET TALLYING WS-LEAD-SPACES
               FOR LEADING SPACE.
           IF WS-LEAD-SPACES < 30
               COMPUTE WS-TRIM-LEN = 30 - WS-LEAD-SPACES
               MOVE ADDR-STREET (WS-LEAD-SPACES + 1:WS-TRIM-LEN)
                   TO WS-AD-STREET (WS-ADDR-COUNT)
           END-IF.
           MOVE SPACES TO WS-AD-CITY (WS-ADDR-COUNT).
           MOVE ZERO TO WS-LEAD-SPACES.
           INSPECT ADDR-CITY TALLYING WS-LEAD-SPACES FOR LEADING SPACE.
           IF WS-LEAD-SPACES < 20
               COMPUTE WS-TRIM-LEN = 20 - WS-LEAD-SPACES
               MOVE ADDR-CITY (WS-LEAD-SPACES + 1:WS-TRIM-LEN)
                   TO WS-AD-CITY (WS-ADDR-COUNT)
           END-IF.
           MOVE ADDR-STATE TO WS-AD-STATE (WS-ADDR-COUNT).
           MOVE ADDR-ZIP TO WS-AD-ZIP (WS-ADDR-COUNT).
       STORE-ONE-ADDRESS-EXIT.
           EXIT.

      * Releases are taken before the day's new refunds, so a
      * released hold is paid in the same run that frees it.
       APPLY-RELEASES SECTION.
       APPLY-RELEASES-START.
           MOVE 'RELEASES' TO REGISTER-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RELEASE-FILE.
           IF WS-RELEASE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ RELEASE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RELEASES-READ
                           PERFORM APPLY-ONE-RELEASE
                   END-READ
               END-PERFORM
               CLOSE RELEASE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       APPLY-RELEASES-EXIT.
           EXIT.

      * The releasing operator must be on OPERFILE and not disabled,
      * and the account must have a refund on hold.  What is paid
      * is the held amount or the credit still showing, whichever
      * is less.
       APPLY-ONE-RELEASE SECTION.
       APPLY-ONE-RELEASE-START.
           MOVE ZERO TO WS-REFUND-AMOUNT.
           MOVE 'N' TO WS-OPER-FOUND-SW.
           MOVE 'N' TO WS-REF-FOUND-SW.
           IF REL-ACCOUNT IS NUMERIC
               MOVE REL-ACCOUNT TO WS-THIS-ACCOUNT
               PERFORM FIND-RELEASING-OPERATOR
                   VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
                      OR WS-OPER-FOUND
               PERFORM FIND-HELD-REFUND
                   VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-REF-COUNT
                      OR WS-REF-FOUND
           ELSE
               MOVE ZERO TO WS-THIS-ACCOUNT
           END-IF.
           EVALUATE TRUE
               WHEN REL-ACCOUNT IS NOT NUMERIC
                   MOVE 'UNREADABLE RELEASE - REFUSED'
                       TO WS-OUTCOME-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN NOT WS-OPER-FOUND
                   MOVE 'RELEASER NOT ON OPERFILE - REFUSED'
                       TO WS-OUTCOME-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN WS-OPR-STATUS (WS-OPER-IDX) = 'D'
                   MOVE 'RELEASER DISABLED - REFUSED'
                       TO WS-OUTCOME-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN NOT WS-REF-FOUND
                   MOVE 'NO REFUND ON HOLD - REFUSED'
                       TO WS-OUTCOME-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN OTHER
                   PERFORM PAY-RELEASED-REFUND
           END-EVALUATE.
       APPLY-ONE-RELEASE-EXIT.
           EXIT.

       FIND-RELEASING-OPERATOR SECTION.
       FIND-RELEASING-OPERATOR-START.
           IF WS-OPR-ID (WS-OPER-IDX) = REL-OPERATOR
               SET WS-OPER-FOUND TO TRUE
               SUBTRACT 1 FROM WS-OPER-IDX
           END-IF.
       FIND-RELEASING-OPERATOR-EXIT.
           EXIT.

       FIND-HELD-REFUND SECTION.
       FIND-HELD-REFUND-START.
           MOVE WS-REF-ENTRY (WS-REF-IDX) TO REFUND-RECORD.
           IF REF-HELD AND REF-ACCOUNT = WS-THIS-ACCOUNT
               SET WS-REF-FOUND TO TRUE
               SUBTRACT 1 FROM WS-REF-IDX
           END-IF.
       FIND-HELD-REFUND-EXIT.
           EXIT.

       PAY-RELEASED-REFUND SECTION.
       PAY-RELEASED-REFUND-START.
           MOVE WS-REF-ENTRY (WS-REF-IDX) TO REFUND-RECORD.
           MOVE REF-REASON TO WS-THIS-REASON.
           MOVE REL-OPERATOR TO REF-RELEASER.
           PERFORM FIND-CREDIT-ENTRY-FOR-ACCOUNT.
           IF WS-CREDIT-FOUND
               MOVE WS-CRD-BALANCE (WS-CREDIT-IDX) TO WS-THIS-BALANCE
           ELSE
               MOVE ZERO TO WS-THIS-BALANCE
           END-IF.
           IF WS-THIS-BALANCE < REF-AMOUNT
               MOVE WS-THIS-BALANCE TO WS-REFUND-AMOUNT
           ELSE
               MOVE REF-AMOUNT TO WS-REFUND-AMOUNT
           END-IF.
           IF WS-REFUND-AMOUNT = ZERO
               SET REF-CANCELLED TO TRUE
               MOVE WS-RUN-DATE TO REF-PAID-DATE
               MOVE REFUND-RECORD TO WS-REF-ENTRY (WS-REF-IDX)
               ADD 1 TO WS-CANCELLED-COUNT
               MOVE 'RELEASED - CREDIT GONE, CANCELLED'
                   TO WS-OUTCOME-TEXT
               PERFORM WRITE-OUTCOME-LINE
           ELSE
               PERFORM RESOLVE-PAYEE
               IF WS-ADDR-FOUND
                   MOVE WS-THIS-BALANCE TO REF-BALANCE
                   MOVE WS-REFUND-AMOUNT TO REF-AMOUNT
                   SET REF-PAID TO TRUE
                   MOVE WS-RUN-DATE TO REF-PAID-DATE
                   MOVE REFUND-RECORD TO WS-REF-ENTRY (WS-REF-IDX)
                   MOVE 'RELEASED AND PAID' TO WS-OUTCOME-TEXT
                   PERFORM POST-REFUND
               ELSE
                   MOVE 'NO PAYEE ON ACSTXREF/ADDRFILE - STILL HELD'
                       TO WS-OUTCOME-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.
       PAY-RELEASED-REFUND-EXIT.
           EXIT.

      * Every account in credit is looked at; one with a refund on
      * hold, or paid and not yet through the statement run, is
      * left alone.
       REFUND-CREDIT-BALANCES SECTION.
       REFUND-CREDIT-BALANCES-START.
           MOVE SPACES TO REGISTER-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE 'REFUNDS' TO REGISTER-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           PERFORM REFUND-ONE-CREDIT
               VARYING WS-CREDIT-IDX FROM 1 BY 1
               UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT.
       REFUND-CREDIT-BALANCES-EXIT.
           EXIT.

       REFUND-ONE-CREDIT SECTION.
       REFUND-ONE-CREDIT-START.
           ADD 1 TO WS-CREDITS-SEEN.
           MOVE WS-CRD-ACCOUNT (WS-CREDIT-IDX) TO WS-THIS-ACCOUNT.
           MOVE WS-CRD-BALANCE (WS-CREDIT-IDX) TO WS-THIS-BALANCE.
           MOVE WS-THIS-BALANCE TO WS-REFUND-AMOUNT.
           MOVE 'N' TO WS-REF-FOUND-SW.
           PERFORM FIND-OUTSTANDING-REFUND
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
                  OR WS-REF-FOUND.
           IF NOT WS-REF-FOUND
               PERFORM DECIDE-REFUND-DUE
               IF WS-REFUND-DUE
                   PERFORM REFUND-ONE-ACCOUNT
               END-IF
           END-IF.
       REFUND-ONE-CREDIT-EXIT.
           EXIT.

       FIND-OUTSTANDING-REFUND SECTION.
       FIND-OUTSTANDING-REFUND-START.
           MOVE WS-REF-ENTRY (WS-REF-IDX) TO REFUND-RECORD.
           IF REF-ACCOUNT = WS-THIS-ACCOUNT
               IF REF-HELD
                  OR (REF-PAID AND REF-BALANCE = WS-THIS-BALANCE)
                   SET WS-REF-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-REF-IDX
               END-IF
           END-IF.
       FIND-OUTSTANDING-REFUND-EXIT.
           EXIT.

      * A closed account is always due; an open one needs the
      * minimum credit and the unused period.  No AMTFILE activity
      * at all counts as unused.
       DECIDE-REFUND-DUE SECTION.
       DECIDE-REFUND-DUE-START.
           MOVE 'N' TO WS-DUE-SW.
           MOVE WS-THIS-ACCOUNT TO WS-FIND-ACCOUNT.
           MOVE 'N' TO WS-MASTER-FOUND-SW.
           PERFORM FIND-MASTER-ACCOUNT
               VARYING WS-MASTER-IDX FROM 1 BY 1
               UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
                  OR WS-MASTER-FOUND.
           IF WS-MASTER-FOUND
              AND WS-MST-STATUS (WS-MASTER-IDX) = 'C'
               SET WS-REFUND-DUE TO TRUE
               MOVE 'C' TO WS-THIS-REASON
           ELSE
               IF WS-THIS-BALANCE NOT LESS THAN REFCTL-MIN-CREDIT
                   IF WS-CRD-LAST-DATE (WS-CREDIT-IDX) = ZERO
                       SET WS-REFUND-DUE TO TRUE
                   ELSE
                       MOVE WS-CRD-LAST-DATE (WS-CREDIT-IDX)
                           TO WS-DATE-WORK
                       PERFORM COMPUTE-DAY-SERIAL
                       COMPUTE WS-DAYS-UNUSED =
                           WS-TODAY-SERIAL - WS-SERIAL-RESULT
                       IF WS-DAYS-UNUSED NOT LESS THAN
                          REFCTL-UNUSED-DAYS
                           SET WS-REFUND-DUE TO TRUE
                       END-IF
                   END-IF
                   MOVE 'U' TO WS-THIS-REASON
               END-IF
           END-IF.
       DECIDE-REFUND-DUE-EXIT.
           EXIT.

      * Too large for one AMTFILE amount, no payee, or no room left
      * on REFFILE means no refund and a line on the register.
       REFUND-ONE-ACCOUNT SECTION.
       REFUND-ONE-ACCOUNT-START.
           PERFORM RESOLVE-PAYEE.
           EVALUATE TRUE
               WHEN WS-REFUND-AMOUNT > 99999.99
                   MOVE 'TOO LARGE FOR ONE AMTFILE ITEM - NOT PAID'
                       TO WS-OUTCOME-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN NOT WS-ADDR-FOUND
                   MOVE 'NO PAYEE ON ACSTXREF/ADDRFILE - NOT PAID'
                       TO WS-OUTCOME-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN WS-REF-COUNT NOT < 1000
                   MOVE 'REFFILE TABLE FULL - NOT PAID'
                       TO WS-OUTCOME-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN OTHER
                   ADD 1 TO WS-REF-COUNT
                   MOVE WS-THIS-ACCOUNT TO REF-ACCOUNT
                   MOVE WS-THIS-REASON TO REF-REASON
                   MOVE WS-THIS-BALANCE TO REF-BALANCE
                   MOVE WS-REFUND-AMOUNT TO REF-AMOUNT
                   MOVE WS-RUN-DATE TO REF-CREATED-DATE
                   MOVE SPACES TO REF-RELEASER
                   IF WS-REFUND-AMOUNT > REFCTL-APPROVAL-LIMIT
                       SET REF-HELD TO TRUE
                       MOVE ZERO TO REF-PAID-DATE
                       MOVE REFUND-RECORD TO WS-REF-ENTRY (WS-REF-COUNT)
                       MOVE 'OVER APPROVAL LIMIT - HELD'
                           TO WS-OUTCOME-TEXT
                       PERFORM WRITE-OUTCOME-LINE
                   ELSE
                       SET REF-PAID TO TRUE
                       MOVE WS-RUN-DATE TO REF-PAID-DATE
                       MOVE REFUND-RECORD TO WS-REF-ENTRY (WS-REF-COUNT)
                       MOVE 'PAID' TO WS-OUTCOME-TEXT
                       PERFORM POST-REFUND
                   END-IF
           END-EVALUATE.
       REFUND-ONE-ACCOUNT-EXIT.
           EXIT.

       RESOLVE-PAYEE SECTION.
       RESOLVE-PAYEE-START.
           MOVE 'N' TO WS-ADDR-FOUND-SW.
           MOVE 'N' TO WS-XREF-FOUND-SW.
           PERFORM FIND-XREF-ENTRY
               VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT
                  OR WS-XREF-FOUND.
           IF WS-XREF-FOUND
               MOVE WS-XR-CUST-ID (WS-XREF-IDX) TO WS-THIS-CUST-ID
               PERFORM FIND-ADDRESS-ENTRY
                   VARYING WS-ADDR-IDX FROM 1 BY 1
                   UNTIL WS-ADDR-IDX > WS-ADDR-COUNT
                      OR WS-ADDR-FOUND
           END-IF.
       RESOLVE-PAYEE-EXIT.
           EXIT.

       FIND-XREF-ENTRY SECTION.
       FIND-XREF-ENTRY-START.
           IF WS-XR-ACCOUNT (WS-XREF-IDX) = WS-THIS-ACCOUNT
               SET WS-XREF-FOUND TO TRUE
               SUBTRACT 1 FROM WS-XREF-IDX
           END-IF.
       FIND-XREF-ENTRY-EXIT.
           EXIT.

       FIND-ADDRESS-ENTRY SECTION.
       FIND-ADDRESS-ENTRY-START.
           IF WS-AD-CUST-ID (WS-ADDR-IDX) = WS-THIS-CUST-ID
               SET WS-ADDR-FOUND TO TRUE
               SUBTRACT 1 FROM WS-ADDR-IDX
           END-IF.
       FIND-ADDRESS-ENTRY-EXIT.
           EXIT.

      * The debit that clears the credit, applied in full against
      * itself so the readers of AMTAPPL see it paid, and the
      * receivable-against-payable posting, then the register lines
      * with the payee.
       POST-REFUND SECTION.
       POST-REFUND-START.
           MOVE WS-THIS-ACCOUNT TO AMT-ACCOUNT.
           MOVE WS-RUN-DATE TO AMT-DATE.
           COMPUTE AMT-SIGNED = ZERO - WS-REFUND-AMOUNT.
           WRITE AMOUNT-RECORD.
           MOVE WS-THIS-ACCOUNT TO APPL-ACCOUNT.
           MOVE WS-RUN-DATE TO APPL-DEBIT-DATE.
           MOVE WS-REFUND-AMOUNT TO APPL-DEBIT-AMOUNT.
           MOVE WS-REFUND-AMOUNT TO APPL-APPLIED-AMOUNT.
           MOVE WS-RUN-DATE TO APPL-PAY-DATE.
           MOVE 'REFNDRUN' TO APPL-SOURCE.
           MOVE 'REFUND' TO APPL-REFERENCE.
           WRITE APPLIED-ITEM-RECORD.
           MOVE SPACES TO WS-POST-REFERENCE.
           STRING 'RF' DELIMITED BY SIZE
                  WS-THIS-ACCOUNT DELIMITED BY SIZE
                  INTO WS-POST-REFERENCE.
           MOVE REFCTL-RECEIVABLE-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE 'DR' TO WS-POST-SIDE.
           PERFORM WRITE-ONE-POSTING.
           MOVE REFCTL-PAYABLE-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE 'CR' TO WS-POST-SIDE.
           PERFORM WRITE-ONE-POSTING.
           ADD 1 TO WS-PAID-COUNT.
           ADD WS-REFUND-AMOUNT TO WS-PAID-TOTAL.
           PERFORM WRITE-OUTCOME-LINE.
           MOVE SPACES TO REGISTER-RPT-RECORD.
           MOVE WS-AD-NAME (WS-ADDR-IDX) TO REGISTER-RPT-RECORD (27:30).
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REGISTER-RPT-RECORD.
           MOVE WS-AD-STREET (WS-ADDR-IDX)
               TO REGISTER-RPT-RECORD (27:30).
           PERFORM PUT-REPORT-LINE.
           PERFORM BUILD-CITY-LINE.
           MOVE SPACES TO REGISTER-RPT-RECORD.
           MOVE WS-CITY-LINE TO REGISTER-RPT-RECORD (27:35).
           PERFORM PUT-REPORT-LINE.
       POST-REFUND-EXIT.
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
           MOVE WS-REFUND-AMOUNT TO LEDG-AMOUNT.
           MOVE WS-RUN-DATE TO LEDG-POST-DATE.
           MOVE 'REFNDRUN' TO LEDG-SOURCE.
           MOVE WS-POST-REFERENCE TO LEDG-REFERENCE.
           WRITE LEDGER-RECORD.
           ADD 1 TO WS-POSTINGS-WRITTEN.
       WRITE-ONE-POSTING-EXIT.
           EXIT.

       BUILD-CITY-LINE SECTION.
       BUILD-CITY-LINE-START.
           MOVE SPACES TO WS-CITY-LINE.
           MOVE WS-AD-CITY (WS-ADDR-IDX) TO WS-CITY-TRIMMED.
           MOVE ZERO TO WS-TRIM-LEN.
           INSPECT WS-CITY-TRIMMED
               TALLYING WS-TRIM-LEN FOR CHARACTERS BEFORE INITIAL '  '.
           IF WS-TRIM-LEN > ZERO
               STRING WS-CITY-TRIMMED (1:WS-TRIM-LEN) DELIMITED BY SIZE
                      ', ' DELIMITED BY SIZE
                      WS-AD-STATE (WS-ADDR-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-AD-ZIP (WS-ADDR-IDX) DELIMITED BY SIZE
                      INTO WS-CITY-LINE
           ELSE
               STRING ', ' DELIMITED BY SIZE
                      WS-AD-STATE (WS-ADDR-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-AD-ZIP (WS-ADDR-IDX) DELIMITED BY SIZE
                      INTO WS-CITY-LINE
           END-IF.
       BUILD-CITY-LINE-EXIT.
           EXIT.

       WRITE-EXCEPTION-LINE SECTION.
       WRITE-EXCEPTION-LINE-START.
           ADD 1 TO WS-EXCEPTION-COUNT.
           PERFORM WRITE-OUTCOME-LINE.
       WRITE-EXCEPTION-LINE-EXIT.
           EXIT.

       WRITE-OUTCOME-LINE SECTION.
       WRITE-OUTCOME-LINE-START.
           MOVE SPACES TO REGISTER-RPT-RECORD.
           MOVE WS-THIS-ACCOUNT TO REGISTER-RPT-RECORD (1:6).
           EVALUATE WS-THIS-REASON
               WHEN 'C'
                   MOVE 'CLOSED' TO REGISTER-RPT-RECORD (9:6)
               WHEN 'U'
                   MOVE 'UNUSED' TO REGISTER-RPT-RECORD (9:6)
           END-EVALUATE.
           IF WS-REFUND-AMOUNT > ZERO
               MOVE WS-REFUND-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO REGISTER-RPT-RECORD (15:10)
           END-IF.
           MOVE WS-OUTCOME-TEXT TO REGISTER-RPT-RECORD (27:40).
           PERFORM PUT-REPORT-LINE.
           MOVE SPACE TO WS-THIS-REASON.
       WRITE-OUTCOME-LINE-EXIT.
           EXIT.

       REWRITE-REFUND-FILE SECTION.
       REWRITE-REFUND-FILE-START.
           OPEN OUTPUT REFUND-FILE.
           PERFORM WRITE-ONE-REFUND
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT.
           CLOSE REFUND-FILE.
       REWRITE-REFUND-FILE-EXIT.
           EXIT.

       WRITE-ONE-REFUND SECTION.
       WRITE-ONE-REFUND-START.
           MOVE WS-REF-ENTRY (WS-REF-IDX) TO REFUND-RECORD.
           WRITE REFUND-RECORD.
       WRITE-ONE-REFUND-EXIT.
           EXIT.

      * Everything still waiting on an operator, oldest first as it
      * sits on REFFILE.
       PRINT-HOLD-LIST SECTION.
       PRINT-HOLD-LIST-START.
           MOVE SPACES TO REGISTER-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE 'HELD FOR RELEASE' TO REGISTER-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           PERFORM PRINT-ONE-HOLD
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT.
       PRINT-HOLD-LIST-EXIT.
           EXIT.

       PRINT-ONE-HOLD SECTION.
       PRINT-ONE-HOLD-START.
           MOVE WS-REF-ENTRY (WS-REF-IDX) TO REFUND-RECORD.
           IF REF-HELD
               ADD 1 TO WS-HELD-COUNT
               ADD REF-AMOUNT TO WS-HELD-TOTAL
               MOVE REF-ACCOUNT TO WS-THIS-ACCOUNT
               MOVE REF-REASON TO WS-THIS-REASON
               MOVE REF-AMOUNT TO WS-REFUND-AMOUNT
               MOVE SPACES TO WS-OUTCOME-TEXT
               STRING 'HELD SINCE ' DELIMITED BY SIZE
                      REF-CREATED-DATE DELIMITED BY SIZE
                      INTO WS-OUTCOME-TEXT
               PERFORM WRITE-OUTCOME-LINE
           END-IF.
       PRINT-ONE-HOLD-EXIT.
           EXIT.

       WRITE-RUN-TOTALS SECTION.
       WRITE-RUN-TOTALS-START.
           MOVE SPACES TO REGISTER-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE WS-PAID-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REGISTER-RPT-RECORD.
           STRING 'REFUNDS PAID: ' DELIMITED BY SIZE
                  WS-PAID-COUNT DELIMITED BY SIZE
                  ' AMOUNT: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  ' POSTINGS: ' DELIMITED BY SIZE
                  WS-POSTINGS-WRITTEN DELIMITED BY SIZE
                  INTO REGISTER-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE WS-HELD-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REGISTER-RPT-RECORD.
           STRING 'ON HOLD: ' DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  ' AMOUNT: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  ' CANCELLED ON RELEASE: ' DELIMITED BY SIZE
                  WS-CANCELLED-COUNT DELIMITED BY SIZE
                  INTO REGISTER-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO REGISTER-RPT-RECORD.
           STRING 'CREDIT ACCOUNTS: ' DELIMITED BY SIZE
                  WS-CREDITS-SEEN DELIMITED BY SIZE
                  ' RELEASES READ: ' DELIMITED BY SIZE
                  WS-RELEASES-READ DELIMITED BY SIZE
                  ' EXCEPTIONS: ' DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  INTO REGISTER-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       WRITE-RUN-TOTALS-EXIT.
           EXIT.

      * Same whole-day serial computation the aging runs use.
       COMPUTE-DAY-SERIAL SECTION.
       COMPUTE-DAY-SERIAL-START.
           COMPUTE WS-YEAR-WORK = WS-DATE-YYYY - 1.
           DIVIDE WS-YEAR-WORK BY 4 GIVING WS-LEAP-QUOT.
           MOVE WS-LEAP-QUOT TO WS-LEAP-DAYS.
           DIVIDE WS-YEAR-WORK BY 100 GIVING WS-LEAP-QUOT.
           SUBTRACT WS-LEAP-QUOT FROM WS-LEAP-DAYS.
           DIVIDE WS-YEAR-WORK BY 400 GIVING WS-LEAP-QUOT.
           ADD WS-LEAP-QUOT TO WS-LEAP-DAYS.
           COMPUTE WS-SERIAL-RESULT =
               WS-YEAR-WORK * 365
               + WS-LEAP-DAYS
               + WS-MONTH-OFFSET (WS-DATE-MM)
               + WS-DATE-DD.
           IF WS-DATE-MM > 2
               PERFORM ADD-LEAP-DAY-IF-LEAP-YEAR
           END-IF.
       COMPUTE-DAY-SERIAL-EXIT.
           EXIT.

       ADD-LEAP-DAY-IF-LEAP-YEAR SECTION.
       ADD-LEAP-DAY-IF-LEAP-YEAR-START.
           DIVIDE WS-DATE-YYYY BY 400 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               ADD 1 TO WS-SERIAL-RESULT
           ELSE
               DIVIDE WS-DATE-YYYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM NOT = ZERO
                   DIVIDE WS-DATE-YYYY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       ADD 1 TO WS-SERIAL-RESULT
                   END-IF
               END-IF
           END-IF.
       ADD-LEAP-DAY-IF-LEAP-YEAR-EXIT.
           EXIT.

      * Every REFREG line runs through the shared RPTWRIT writer,
      * which hands back the title block at each page break along
      * with the detail.
       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE REGISTER-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO REGISTER-RPT-RECORD.
           WRITE REGISTER-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.
