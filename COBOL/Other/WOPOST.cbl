       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOPOST.
       AUTHOR. MTH.

      * Approval and posting side of the bad-debt write-off cycle.
      * Collections rules each WOPROP candidate on the WOAPPR
      * approval file - account, A approve or R reject, and the
      * approving operator's id.  The approver must be an active
      * operator on OPERFILE and must not be the operator who
      * proposed the write-off, the same two-hands rule CHGAPPRV
      * applies to control-file changes; a ruling that fails either
      * test is reported and the candidate stays pending.
      *
      * An approved write-off clears what is still open on the
      * account, never more than was proposed: one offsetting
      * credit goes onto AMTFILE, it is applied oldest debit first
      * on AMTAPPL the way LBXAPPLY applies a payment (so ACCTAGE,
      * ACCTSTMT and the dunning run see the debits as paid), and a
      * balanced pair goes to LEDGTRAN - bad-debt expense debited,
      * receivable control credited, both named on WOCTL and both
      * required open on ACCTMAST.  A candidate with nothing left
      * open by the time it is approved is withdrawn; one too large
      * for a single AMTFILE amount stays pending.
      *
      * Every ruling is stamped on WOCAND.  The WOREG write-off
      * register then lists every account ever written off with its
      * recovery - AMTFILE credits dated after the write-off, money
      * that came in on a balance already taken off the books.  The
      * run log goes to WORPT; a ruling that could not be acted on
      * ends the run with RETURN-CODE 4, and no usable WOCTL, an
      * unreadable WOCAND or a table overflow posts nothing and
      * ends with RETURN-CODE 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT WO-CTL-FILE ASSIGN TO "WOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-CTL-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT CANDIDATE-FILE ASSIGN TO "WOCAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATE-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "WOAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
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
           SELECT LEDGER-FILE ASSIGN TO "LEDGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT RUN-RPT-FILE ASSIGN TO "WORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-RPT-STATUS.
           SELECT REGISTER-RPT-FILE ASSIGN TO "WOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Same shape UTILMENU and CHGAPPRV sign on against.
       FD  OPERATOR-FILE
           RECORDING MODE IS F.
       01  OPERATOR-RECORD.
           05 OPER-ID                PIC X(08).
           05 OPER-AUTH-FLAGS.
               10 OPER-AUTH OCCURS 8 TIMES PIC X(01).
           05 OPER-ADMIN-FLAG        PIC X(01).
           05 OPER-STATUS            PIC X(01).

      * Same shape WOPROP reads.
       FD  WO-CTL-FILE
           RECORDING MODE IS F.
       01  WO-CTL-RECORD.
           05 WOCTL-MIN-AGE-DAYS     PIC 9(03).
           05 WOCTL-MIN-AMOUNT       PIC 9(05)V9(02).
           05 WOCTL-EXPENSE-ACCOUNT  PIC 9(06).
           05 WOCTL-RECEIVABLE-ACCOUNT PIC 9(06).

      * Same shape LGRVALID and ACCTMNT use.
       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
       01  ACCOUNT-MASTER-RECORD.
           05 ACCT-NUMBER         PIC 9(06).
           05 ACCT-DESCRIPTION    PIC X(30).
           05 ACCT-NORMAL-SIDE    PIC X(01).
           05 ACCT-STATUS         PIC X(01).
           05 ACCT-CURRENCY       PIC X(03).

       FD  CANDIDATE-FILE
           RECORDING MODE IS F.
           COPY WOFFREC.

      * One ruling per candidate account.
       FD  APPROVAL-FILE
           RECORDING MODE IS F.
       01  APPROVAL-RECORD.
           05 WOA-ACCOUNT            PIC 9(06).
           05 WOA-VERDICT            PIC X(01).
               88 WOA-APPROVE           VALUE 'A'.
               88 WOA-REJECT            VALUE 'R'.
           05 WOA-APPROVER           PIC X(08).

       FD  AMOUNT-FILE
           RECORDING MODE IS F.
       01  AMOUNT-RECORD.
           05 AMT-ACCOUNT            PIC 9(06).
           05 AMT-DATE               PIC 9(08).
           05 AMT-SIGNED             PIC S9(05)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SORT-ACCOUNT           PIC 9(06).
           05 SORT-DATE              PIC 9(08).
           05 FILLER                 PIC X(08).

       FD  SORTED-AMT-FILE
           RECORDING MODE IS F.
       01  SORTED-AMT-RECORD.
           05 SRT-ACCOUNT            PIC 9(06).
           05 SRT-DATE               PIC 9(08).
           05 SRT-SIGNED             PIC S9(05)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.

       FD  APPLIED-FILE
           RECORDING MODE IS F.
           COPY APPLREC.

       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY LEDGREC.

       FD  RUN-RPT-FILE
           RECORDING MODE IS F.
       01  RUN-RPT-RECORD            PIC X(80).

       FD  REGISTER-RPT-FILE
           RECORDING MODE IS F.
       01  REGISTER-RPT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-OPERATOR-STATUS     PIC XX.
           05 WS-WO-CTL-STATUS       PIC XX.
           05 WS-ACCOUNT-MASTER-STATUS PIC XX.
           05 WS-CANDIDATE-STATUS    PIC XX.
           05 WS-APPROVAL-STATUS     PIC XX.
           05 WS-AMOUNT-STATUS       PIC XX.
           05 WS-SORTED-AMT-STATUS   PIC XX.
           05 WS-APPLIED-STATUS      PIC XX.
           05 WS-LEDGER-STATUS       PIC XX.
           05 WS-RUN-RPT-STATUS      PIC XX.
           05 WS-REGISTER-RPT-STATUS PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-CTL-OK-SW              PIC X VALUE 'N'.
           88 WS-CTL-OK                 VALUE 'Y'.
      * Operators who may rule, with their status.
       01  WS-OPER-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-OPER-IDX               PIC 9(03).
       01  WS-OPER-FOUND-SW          PIC X.
           88 WS-OPER-FOUND             VALUE 'Y'.
       01  WS-OPER-TABLE.
           05  WS-OPR OCCURS 200 TIMES.
               10 WS-OPR-ID          PIC X(08).
               10 WS-OPR-STATUS      PIC X(01).
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
      * WOCAND, held as whole WOFFREC images, with the recoveries
      * found for each written-off account.
       01  WS-CAND-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-CAND-IDX               PIC 9(04).
       01  WS-CAND-OVERFLOW-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-CAND-LOAD-STATUS       PIC X(02).
       01  WS-CAND-FOUND-SW          PIC X.
           88 WS-CAND-FOUND             VALUE 'Y'.
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY OCCURS 1000 TIMES PIC X(73).
       01  WS-RECOVERY-TABLE.
           05  WS-CAND-RECOVERY OCCURS 1000 TIMES PIC 9(07)V9(02).
      * Applied totals already on AMTAPPL, by debit, used up as the
      * debits are loaded.
       01  WS-ABS-AMOUNT             PIC 9(05)V9(02).
       01  WS-CLAIM-AMOUNT           PIC 9(05)V9(02).
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
      * The ruling in hand.
       01  WS-THIS-ACCOUNT           PIC 9(06).
       01  WS-ACCOUNT-OPEN-TOTAL     PIC 9(07)V9(02).
       01  WS-WRITE-OFF-AMOUNT       PIC 9(07)V9(02).
       01  WS-WO-REMAINING           PIC 9(07)V9(02).
       01  WS-APPLY-AMOUNT           PIC 9(05)V9(02).
       01  WS-OUTCOME-TEXT           PIC X(50).
       01  WS-POST-ACCOUNT           PIC 9(06).
       01  WS-POST-SIDE              PIC X(02).
       01  WS-POST-REFERENCE         PIC X(12).
       01  WS-AMOUNT-EDIT            PIC Z(6)9.99.
       01  WS-TOTAL-EDIT             PIC Z(8)9.99.
       01  WS-RULINGS-READ           PIC 9(06) VALUE ZERO.
       01  WS-WRITTEN-OFF-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-WRITTEN-OFF-TOTAL      PIC 9(09)V9(02) VALUE ZERO.
       01  WS-REJECTED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-WITHDRAWN-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-POSTINGS-WRITTEN       PIC 9(06) VALUE ZERO.
       01  WS-REGISTER-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-REGISTER-TOTAL         PIC 9(09)V9(02) VALUE ZERO.
       01  WS-RECOVERY-TOTAL         PIC 9(09)V9(02) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'WOPOST'.
       01  WS-RPT-TITLE              PIC X(30)
                                 VALUE 'BAD-DEBT WRITE-OFF REGISTER'.
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
           OPEN OUTPUT RUN-RPT-FILE.
           MOVE SPACES TO RUN-RPT-RECORD.
           STRING 'BAD-DEBT WRITE-OFF POSTING RUN ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO RUN-RPT-RECORD.
           WRITE RUN-RPT-RECORD.
           PERFORM LOAD-ACCOUNT-MASTER.
           PERFORM READ-WO-CONTROL.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM LOAD-CANDIDATE-FILE.
           PERFORM LOAD-APPLIED-ITEMS.
           PERFORM LOAD-OPEN-DEBITS.
           EVALUATE TRUE
               WHEN NOT WS-CTL-OK
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'WOCTL MISSING OR ACCOUNTS NOT OPEN - NOTHING'
                       TO RUN-RPT-RECORD
                   MOVE ' POSTED' TO RUN-RPT-RECORD (45:7)
                   WRITE RUN-RPT-RECORD
                   DISPLAY 'WOPOST - WOCTL NOT USABLE'
               WHEN WS-CAND-LOAD-STATUS NOT = '00'
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO RUN-RPT-RECORD
                   STRING 'WOCAND NOT READABLE - STATUS '
                              DELIMITED BY SIZE
                          WS-CAND-LOAD-STATUS DELIMITED BY SIZE
                          ' - NOTHING POSTED' DELIMITED BY SIZE
                          INTO RUN-RPT-RECORD
                   WRITE RUN-RPT-RECORD
                   DISPLAY 'WOPOST - ' RUN-RPT-RECORD
               WHEN WS-CAND-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'WOCAND EXCEEDS TABLE - NOTHING POSTED'
                       TO RUN-RPT-RECORD
                   WRITE RUN-RPT-RECORD
                   DISPLAY 'WOPOST - ' RUN-RPT-RECORD
               WHEN WS-APPLIED-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'AMTAPPL EXCEEDS TABLE - NOTHING POSTED'
                       TO RUN-RPT-RECORD
                   WRITE RUN-RPT-RECORD
                   DISPLAY 'WOPOST - ' RUN-RPT-RECORD
               WHEN WS-DEBIT-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'AMTFILE DEBITS EXCEED TABLE - NOTHING POSTED'
                       TO RUN-RPT-RECORD
                   WRITE RUN-RPT-RECORD
                   DISPLAY 'WOPOST - ' RUN-RPT-RECORD
               WHEN OTHER
                   PERFORM APPLY-RULINGS
                   PERFORM REWRITE-CANDIDATE-FILE
                   PERFORM WRITE-RUN-TOTALS
                   PERFORM PRINT-WRITE-OFF-REGISTER
           END-EVALUATE.
           CLOSE RUN-RPT-FILE.
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

       READ-WO-CONTROL SECTION.
       READ-WO-CONTROL-START.
           MOVE 'N' TO WS-CTL-OK-SW.
           OPEN INPUT WO-CTL-FILE.
           IF WS-WO-CTL-STATUS = '00'
               READ WO-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WO-CTL-RECORD (1:22) IS NUMERIC
                           SET WS-CTL-OK TO TRUE
                       END-IF
               END-READ
               CLOSE WO-CTL-FILE
           END-IF.
           IF WS-CTL-OK
               MOVE WOCTL-EXPENSE-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM RESOLVE-OPEN-ACCOUNT
               IF NOT WS-MASTER-FOUND
                   MOVE 'N' TO WS-CTL-OK-SW
               END-IF
               MOVE WOCTL-RECEIVABLE-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM RESOLVE-OPEN-ACCOUNT
               IF NOT WS-MASTER-FOUND
                   MOVE 'N' TO WS-CTL-OK-SW
               END-IF
           END-IF.
       READ-WO-CONTROL-EXIT.
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

      * No WOCAND yet just means nothing has been proposed.
       LOAD-CANDIDATE-FILE SECTION.
       LOAD-CANDIDATE-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CANDIDATE-FILE.
           MOVE WS-CANDIDATE-STATUS TO WS-CAND-LOAD-STATUS.
           IF WS-CANDIDATE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ CANDIDATE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-CAND-COUNT < 1000
                               ADD 1 TO WS-CAND-COUNT
                               MOVE WRITE-OFF-CANDIDATE-RECORD
                                   TO WS-CAND-ENTRY (WS-CAND-COUNT)
                               MOVE ZERO
                                   TO WS-CAND-RECOVERY (WS-CAND-COUNT)
                           ELSE
                               ADD 1 TO WS-CAND-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CANDIDATE-FILE
           END-IF.
           IF WS-CAND-LOAD-STATUS = '35'
               MOVE '00' TO WS-CAND-LOAD-STATUS
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-CANDIDATE-FILE-EXIT.
           EXIT.

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

       APPLY-RULINGS SECTION.
       APPLY-RULINGS-START.
           OPEN EXTEND AMOUNT-FILE.
           IF WS-AMOUNT-STATUS = '05' OR WS-AMOUNT-STATUS = '35'
               OPEN OUTPUT AMOUNT-FILE
           END-IF.
           OPEN EXTEND APPLIED-FILE.
           IF WS-APPLIED-STATUS = '05' OR WS-APPLIED-STATUS = '35'
               OPEN OUTPUT APPLIED-FILE
           END-IF.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = '05' OR WS-LEDGER-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT APPROVAL-FILE.
           IF WS-APPROVAL-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ APPROVAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM RULE-ONE-CANDIDATE
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           CLOSE AMOUNT-FILE.
           CLOSE APPLIED-FILE.
           CLOSE LEDGER-FILE.
       APPLY-RULINGS-EXIT.
           EXIT.

      * The ruling must name a pending candidate and come from an
      * active operator other than the proposer; anything else is
      * reported and the candidate waits for a proper ruling.
       RULE-ONE-CANDIDATE SECTION.
       RULE-ONE-CANDIDATE-START.
           ADD 1 TO WS-RULINGS-READ.
           MOVE ZERO TO WS-THIS-ACCOUNT.
           MOVE 'N' TO WS-CAND-FOUND-SW.
           MOVE 'N' TO WS-OPER-FOUND-SW.
           IF WOA-ACCOUNT IS NUMERIC
               MOVE WOA-ACCOUNT TO WS-THIS-ACCOUNT
               PERFORM FIND-PENDING-CANDIDATE
                   VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
                      OR WS-CAND-FOUND
               PERFORM FIND-ACTIVE-OPERATOR
                   VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
                      OR WS-OPER-FOUND
           END-IF.
           EVALUATE TRUE
               WHEN WOA-ACCOUNT IS NOT NUMERIC
                  OR NOT (WOA-APPROVE OR WOA-REJECT)
                   MOVE 'UNREADABLE RULING - IGNORED'
                       TO WS-OUTCOME-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN NOT WS-CAND-FOUND
                   MOVE 'NO PENDING CANDIDATE FOR ACCOUNT'
                       TO WS-OUTCOME-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN NOT WS-OPER-FOUND
                   MOVE 'APPROVER NOT AN ACTIVE OPERATOR - PENDING'
                       TO WS-OUTCOME-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN OTHER
                   MOVE WS-CAND-ENTRY (WS-CAND-IDX)
                       TO WRITE-OFF-CANDIDATE-RECORD
                   IF WOC-PROPOSER = WOA-APPROVER
                       MOVE 'APPROVER IS THE PROPOSER - PENDING'
                           TO WS-OUTCOME-TEXT
                       PERFORM WRITE-EXCEPTION-LINE
                   ELSE
                       MOVE WOA-APPROVER TO WOC-APPROVER
                       MOVE WS-RUN-DATE TO WOC-RULED-DATE
                       IF WOA-REJECT
                           SET WOC-REJECTED TO TRUE
                           ADD 1 TO WS-REJECTED-COUNT
                           MOVE 'REJECTED - LEFT ON THE BOOKS'
                               TO WS-OUTCOME-TEXT
                           MOVE ZERO TO WS-WRITE-OFF-AMOUNT
                           PERFORM WRITE-OUTCOME-LINE
                       ELSE
                           PERFORM WRITE-OFF-ACCOUNT
                       END-IF
                       MOVE WRITE-OFF-CANDIDATE-RECORD
                           TO WS-CAND-ENTRY (WS-CAND-IDX)
                   END-IF
           END-EVALUATE.
       RULE-ONE-CANDIDATE-EXIT.
           EXIT.

       FIND-PENDING-CANDIDATE SECTION.
       FIND-PENDING-CANDIDATE-START.
           MOVE WS-CAND-ENTRY (WS-CAND-IDX)
               TO WRITE-OFF-CANDIDATE-RECORD.
           IF WOC-PENDING
              AND WOC-ACCOUNT = WS-THIS-ACCOUNT
               SET WS-CAND-FOUND TO TRUE
               SUBTRACT 1 FROM WS-CAND-IDX
           END-IF.
       FIND-PENDING-CANDIDATE-EXIT.
           EXIT.

       FIND-ACTIVE-OPERATOR SECTION.
       FIND-ACTIVE-OPERATOR-START.
           IF WS-OPR-ID (WS-OPER-IDX) = WOA-APPROVER
              AND WS-OPR-STATUS (WS-OPER-IDX) NOT = 'D'
               SET WS-OPER-FOUND TO TRUE
               SUBTRACT 1 FROM WS-OPER-IDX
           END-IF.
       FIND-ACTIVE-OPERATOR-EXIT.
           EXIT.

      * Only what is still open is written off, and never more than
      * was proposed and approved - a balance that grew since the
      * proposal keeps its newest debits.
       WRITE-OFF-ACCOUNT SECTION.
       WRITE-OFF-ACCOUNT-START.
           MOVE ZERO TO WS-ACCOUNT-OPEN-TOTAL.
           MOVE 'N' TO WS-DEBIT-FOUND-SW.
           PERFORM FIND-FIRST-DEBIT
               VARYING WS-DEBIT-IDX FROM 1 BY 1
               UNTIL WS-DEBIT-IDX > WS-DEBIT-COUNT
                  OR WS-DEBIT-FOUND.
           IF WS-DEBIT-FOUND
               MOVE WS-DEBIT-IDX TO WS-FIRST-DEBIT-IDX
               MOVE 'N' TO WS-ACCOUNT-DONE-SW
               PERFORM ADD-OPEN-DEBIT
                   VARYING WS-DEBIT-IDX FROM WS-FIRST-DEBIT-IDX BY 1
                   UNTIL WS-DEBIT-IDX > WS-DEBIT-COUNT
                      OR WS-ACCOUNT-DONE
           END-IF.
           IF WS-ACCOUNT-OPEN-TOTAL < WOC-OPEN-AMOUNT
               MOVE WS-ACCOUNT-OPEN-TOTAL TO WS-WRITE-OFF-AMOUNT
           ELSE
               MOVE WOC-OPEN-AMOUNT TO WS-WRITE-OFF-AMOUNT
           END-IF.
           EVALUATE TRUE
               WHEN WS-WRITE-OFF-AMOUNT = ZERO
                   SET WOC-WITHDRAWN TO TRUE
                   ADD 1 TO WS-WITHDRAWN-COUNT
                   MOVE 'NOTHING LEFT OPEN - WITHDRAWN'
                       TO WS-OUTCOME-TEXT
                   PERFORM WRITE-OUTCOME-LINE
               WHEN WS-WRITE-OFF-AMOUNT > 99999.99
                   MOVE SPACES TO WOC-APPROVER
                   MOVE ZERO TO WOC-RULED-DATE
                   MOVE 'TOO LARGE FOR AMTFILE - PENDING'
                       TO WS-OUTCOME-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN OTHER
                   PERFORM POST-WRITE-OFF
           END-EVALUATE.
       WRITE-OFF-ACCOUNT-EXIT.
           EXIT.

       FIND-FIRST-DEBIT SECTION.
       FIND-FIRST-DEBIT-START.
           IF WS-DBT-ACCOUNT (WS-DEBIT-IDX) = WS-THIS-ACCOUNT
               SET WS-DEBIT-FOUND TO TRUE
               SUBTRACT 1 FROM WS-DEBIT-IDX
           END-IF.
       FIND-FIRST-DEBIT-EXIT.
           EXIT.

       ADD-OPEN-DEBIT SECTION.
       ADD-OPEN-DEBIT-START.
           IF WS-DBT-ACCOUNT (WS-DEBIT-IDX) NOT = WS-THIS-ACCOUNT
               SET WS-ACCOUNT-DONE TO TRUE
           ELSE
               ADD WS-DBT-OPEN (WS-DEBIT-IDX) TO WS-ACCOUNT-OPEN-TOTAL
           END-IF.
       ADD-OPEN-DEBIT-EXIT.
           EXIT.

      * The credit that clears the account, its application against
      * the open debits oldest first, and the expense-against-
      * receivable posting.
       POST-WRITE-OFF SECTION.
       POST-WRITE-OFF-START.
           MOVE WS-THIS-ACCOUNT TO AMT-ACCOUNT.
           MOVE WS-RUN-DATE TO AMT-DATE.
           MOVE WS-WRITE-OFF-AMOUNT TO AMT-SIGNED.
           WRITE AMOUNT-RECORD.
           MOVE WS-WRITE-OFF-AMOUNT TO WS-WO-REMAINING.
           MOVE 'N' TO WS-ACCOUNT-DONE-SW.
           PERFORM APPLY-TO-ONE-DEBIT
               VARYING WS-DEBIT-IDX FROM WS-FIRST-DEBIT-IDX BY 1
               UNTIL WS-DEBIT-IDX > WS-DEBIT-COUNT
                  OR WS-ACCOUNT-DONE
                  OR WS-WO-REMAINING = ZERO.
           MOVE SPACES TO WS-POST-REFERENCE.
           STRING 'WO' DELIMITED BY SIZE
                  WS-THIS-ACCOUNT DELIMITED BY SIZE
                  INTO WS-POST-REFERENCE.
           MOVE WOCTL-EXPENSE-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE 'DR' TO WS-POST-SIDE.
           PERFORM WRITE-ONE-POSTING.
           MOVE WOCTL-RECEIVABLE-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE 'CR' TO WS-POST-SIDE.
           PERFORM WRITE-ONE-POSTING.
           SET WOC-WRITTEN-OFF TO TRUE.
           MOVE WS-WRITE-OFF-AMOUNT TO WOC-WRITTEN-AMOUNT.
           ADD 1 TO WS-WRITTEN-OFF-COUNT.
           ADD WS-WRITE-OFF-AMOUNT TO WS-WRITTEN-OFF-TOTAL.
           MOVE 'WRITTEN OFF' TO WS-OUTCOME-TEXT.
           PERFORM WRITE-OUTCOME-LINE.
       POST-WRITE-OFF-EXIT.
           EXIT.

       APPLY-TO-ONE-DEBIT SECTION.
       APPLY-TO-ONE-DEBIT-START.
           IF WS-DBT-ACCOUNT (WS-DEBIT-IDX) NOT = WS-THIS-ACCOUNT
               SET WS-ACCOUNT-DONE TO TRUE
           ELSE
               IF WS-DBT-OPEN (WS-DEBIT-IDX) > ZERO
                   IF WS-WO-REMAINING < WS-DBT-OPEN (WS-DEBIT-IDX)
                       MOVE WS-WO-REMAINING TO WS-APPLY-AMOUNT
                   ELSE
                       MOVE WS-DBT-OPEN (WS-DEBIT-IDX)
                           TO WS-APPLY-AMOUNT
                   END-IF
                   SUBTRACT WS-APPLY-AMOUNT
                       FROM WS-DBT-OPEN (WS-DEBIT-IDX)
                   SUBTRACT WS-APPLY-AMOUNT FROM WS-WO-REMAINING
                   MOVE WS-DBT-ACCOUNT (WS-DEBIT-IDX) TO APPL-ACCOUNT
                   MOVE WS-DBT-DATE (WS-DEBIT-IDX) TO APPL-DEBIT-DATE
                   MOVE WS-DBT-AMOUNT (WS-DEBIT-IDX)
                       TO APPL-DEBIT-AMOUNT
                   MOVE WS-APPLY-AMOUNT TO APPL-APPLIED-AMOUNT
                   MOVE WS-RUN-DATE TO APPL-PAY-DATE
                   MOVE 'WOPOST' TO APPL-SOURCE
                   MOVE 'WRITE-OFF' TO APPL-REFERENCE
                   WRITE APPLIED-ITEM-RECORD
               END-IF
           END-IF.
       APPLY-TO-ONE-DEBIT-EXIT.
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
           MOVE WS-WRITE-OFF-AMOUNT TO LEDG-AMOUNT.
           MOVE WS-RUN-DATE TO LEDG-POST-DATE.
           MOVE 'WOPOST' TO LEDG-SOURCE.
           MOVE WS-POST-REFERENCE TO LEDG-REFERENCE.
           WRITE LEDGER-RECORD.
           ADD 1 TO WS-POSTINGS-WRITTEN.
       WRITE-ONE-POSTING-EXIT.
           EXIT.

       WRITE-EXCEPTION-LINE SECTION.
       WRITE-EXCEPTION-LINE-START.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE ZERO TO WS-WRITE-OFF-AMOUNT.
           PERFORM WRITE-OUTCOME-LINE.
       WRITE-EXCEPTION-LINE-EXIT.
           EXIT.

       WRITE-OUTCOME-LINE SECTION.
       WRITE-OUTCOME-LINE-START.
           MOVE SPACES TO RUN-RPT-RECORD.
           MOVE WS-THIS-ACCOUNT TO RUN-RPT-RECORD (1:6).
           MOVE WOA-APPROVER TO RUN-RPT-RECORD (9:8).
           MOVE WS-OUTCOME-TEXT TO RUN-RPT-RECORD (19:48).
           IF WS-WRITE-OFF-AMOUNT > ZERO
               MOVE WS-WRITE-OFF-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO RUN-RPT-RECORD (68:10)
           END-IF.
           WRITE RUN-RPT-RECORD.
       WRITE-OUTCOME-LINE-EXIT.
           EXIT.

      * Ruled candidates stay on WOCAND with their verdicts - the
      * written-off ones are the register - and the file is only
      * rewritten because the load really read it.
       REWRITE-CANDIDATE-FILE SECTION.
       REWRITE-CANDIDATE-FILE-START.
           OPEN OUTPUT CANDIDATE-FILE.
           PERFORM WRITE-ONE-CANDIDATE
               VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-COUNT.
           CLOSE CANDIDATE-FILE.
       REWRITE-CANDIDATE-FILE-EXIT.
           EXIT.

       WRITE-ONE-CANDIDATE SECTION.
       WRITE-ONE-CANDIDATE-START.
           MOVE WS-CAND-ENTRY (WS-CAND-IDX)
               TO WRITE-OFF-CANDIDATE-RECORD.
           WRITE WRITE-OFF-CANDIDATE-RECORD.
       WRITE-ONE-CANDIDATE-EXIT.
           EXIT.

       WRITE-RUN-TOTALS SECTION.
       WRITE-RUN-TOTALS-START.
           MOVE SPACES TO RUN-RPT-RECORD.
           WRITE RUN-RPT-RECORD.
           MOVE WS-WRITTEN-OFF-TOTAL TO WS-TOTAL-EDIT.
           STRING 'RULINGS READ: ' DELIMITED BY SIZE
                  WS-RULINGS-READ DELIMITED BY SIZE
                  ' WRITTEN OFF: ' DELIMITED BY SIZE
                  WS-WRITTEN-OFF-COUNT DELIMITED BY SIZE
                  ' TOTAL: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO RUN-RPT-RECORD.
           WRITE RUN-RPT-RECORD.
           MOVE SPACES TO RUN-RPT-RECORD.
           STRING 'REJECTED: ' DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  ' WITHDRAWN: ' DELIMITED BY SIZE
                  WS-WITHDRAWN-COUNT DELIMITED BY SIZE
                  ' NOT ACTED ON: ' DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  ' POSTINGS: ' DELIMITED BY SIZE
                  WS-POSTINGS-WRITTEN DELIMITED BY SIZE
                  INTO RUN-RPT-RECORD.
           WRITE RUN-RPT-RECORD.
       WRITE-RUN-TOTALS-EXIT.
           EXIT.

      * Recoveries are the AMTFILE credits on a written-off account
      * dated after its write-off - the write-off credit itself is
      * dated the day of the write-off and is not counted.
       PRINT-WRITE-OFF-REGISTER SECTION.
       PRINT-WRITE-OFF-REGISTER-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT AMOUNT-FILE.
           IF WS-AMOUNT-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ AMOUNT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF AMT-SIGNED > ZERO
                               PERFORM ADD-ONE-RECOVERY
                                   VARYING WS-CAND-IDX FROM 1 BY 1
                                   UNTIL WS-CAND-IDX > WS-CAND-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AMOUNT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           OPEN OUTPUT REGISTER-RPT-FILE.
           MOVE 'ACCOUNT' TO WS-RPT-HEADING (1:7).
           MOVE 'WRITTEN' TO WS-RPT-HEADING (9:7).
           MOVE 'AMOUNT' TO WS-RPT-HEADING (23:6).
           MOVE 'PROPOSER' TO WS-RPT-HEADING (31:8).
           MOVE 'APPROVER' TO WS-RPT-HEADING (41:8).
           MOVE 'RECOVERED' TO WS-RPT-HEADING (52:9).
           PERFORM PRINT-ONE-REGISTER-LINE
               VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-COUNT.
           MOVE SPACES TO REGISTER-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE WS-REGISTER-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REGISTER-RPT-RECORD.
           STRING 'ACCOUNTS WRITTEN OFF: ' DELIMITED BY SIZE
                  WS-REGISTER-COUNT DELIMITED BY SIZE
                  ' TOTAL: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REGISTER-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE WS-RECOVERY-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO REGISTER-RPT-RECORD.
           STRING 'RECOVERED SINCE WRITE-OFF: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO REGISTER-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           PERFORM END-REPORT-PAGES.
           CLOSE REGISTER-RPT-FILE.
       PRINT-WRITE-OFF-REGISTER-EXIT.
           EXIT.

       ADD-ONE-RECOVERY SECTION.
       ADD-ONE-RECOVERY-START.
           MOVE WS-CAND-ENTRY (WS-CAND-IDX)
               TO WRITE-OFF-CANDIDATE-RECORD.
           IF WOC-WRITTEN-OFF
              AND WOC-ACCOUNT = AMT-ACCOUNT
              AND AMT-DATE > WOC-RULED-DATE
               ADD AMT-SIGNED TO WS-CAND-RECOVERY (WS-CAND-IDX)
           END-IF.
       ADD-ONE-RECOVERY-EXIT.
           EXIT.

       PRINT-ONE-REGISTER-LINE SECTION.
       PRINT-ONE-REGISTER-LINE-START.
           MOVE WS-CAND-ENTRY (WS-CAND-IDX)
               TO WRITE-OFF-CANDIDATE-RECORD.
           IF WOC-WRITTEN-OFF
               ADD 1 TO WS-REGISTER-COUNT
               ADD WOC-WRITTEN-AMOUNT TO WS-REGISTER-TOTAL
               ADD WS-CAND-RECOVERY (WS-CAND-IDX)
                   TO WS-RECOVERY-TOTAL
               MOVE SPACES TO REGISTER-RPT-RECORD
               MOVE WOC-ACCOUNT TO REGISTER-RPT-RECORD (1:6)
               MOVE WOC-RULED-DATE TO REGISTER-RPT-RECORD (9:8)
               MOVE WOC-WRITTEN-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO REGISTER-RPT-RECORD (19:10)
               MOVE WOC-PROPOSER TO REGISTER-RPT-RECORD (31:8)
               MOVE WOC-APPROVER TO REGISTER-RPT-RECORD (41:8)
               MOVE WS-CAND-RECOVERY (WS-CAND-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO REGISTER-RPT-RECORD (51:10)
               PERFORM PUT-REPORT-LINE
           END-IF.
       PRINT-ONE-REGISTER-LINE-EXIT.
           EXIT.

      * Every WOREG line runs through the shared RPTWRIT writer,
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
