       IDENTIFICATION DIVISION.
       PROGRAM-ID. WOPROP.
       AUTHOR. MTH.

      * Proposal side of the bad-debt write-off cycle.  Until now
      * nothing could take an uncollectable balance off the books,
      * so old over-90 debits sat on AMTFILE forever and the
      * receivable side of the SUBGLTIE tie-out stayed overstated.
      * The collections operator signs on against OPERFILE the way
      * CHGAPPRV does, and this run walks AMTFILE in account and
      * date order (the ACCTAGE sort), nets what AMTAPPL says has
      * already been applied out of each debit, and proposes every
      * account whose open debit has reached the WOCTL minimum
      * amount, whose oldest open debit is older than the WOCTL
      * minimum age, and which has had no payment (no credit) within
      * that same age.  Each proposal is appended to WOCAND as a
      * pending candidate carrying the proposer's id; WOPOST writes
      * it off only when a different operator approves it.  An
      * account already pending on WOCAND is not proposed twice.
      *
      * WOPRPT lists the proposals.  A failed sign-on, no usable
      * WOCTL, a WOCAND that cannot be read or an AMTAPPL bigger
      * than the netting table proposes nothing, with RETURN-CODE 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT WO-CTL-FILE ASSIGN TO "WOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-CTL-STATUS.
           SELECT CANDIDATE-FILE ASSIGN TO "WOCAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATE-STATUS.
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
           SELECT PROPOSAL-RPT-FILE ASSIGN TO "WOPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSAL-RPT-STATUS.

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

      * Write-off limits and accounts: the minimum age in days of
      * the oldest open debit (and of the last payment), the minimum
      * open amount, then the bad-debt expense and receivable
      * control accounts WOPOST posts to.
       FD  WO-CTL-FILE
           RECORDING MODE IS F.
       01  WO-CTL-RECORD.
           05 WOCTL-MIN-AGE-DAYS     PIC 9(03).
           05 WOCTL-MIN-AMOUNT       PIC 9(05)V9(02).
           05 WOCTL-EXPENSE-ACCOUNT  PIC 9(06).
           05 WOCTL-RECEIVABLE-ACCOUNT PIC 9(06).

       FD  CANDIDATE-FILE
           RECORDING MODE IS F.
           COPY WOFFREC.

       FD  AMOUNT-FILE
           RECORDING MODE IS F.
       01  AMOUNT-IN-RECORD          PIC X(22).

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

       FD  PROPOSAL-RPT-FILE
           RECORDING MODE IS F.
       01  PROPOSAL-RPT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-OPERATOR-STATUS     PIC XX.
           05 WS-WO-CTL-STATUS       PIC XX.
           05 WS-CANDIDATE-STATUS    PIC XX.
           05 WS-AMOUNT-STATUS       PIC XX.
           05 WS-SORTED-AMT-STATUS   PIC XX.
           05 WS-APPLIED-STATUS      PIC XX.
           05 WS-PROPOSAL-RPT-STATUS PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-TODAY-SERIAL           PIC 9(07).
       01  WS-SIGNON-OK-SW           PIC X VALUE 'N'.
           88 WS-SIGNON-OK              VALUE 'Y'.
       01  WS-SIGNON-TRIES           PIC 9(01) VALUE ZERO.
       01  WS-OPERATOR-ID            PIC X(08).
       01  WS-CTL-OK-SW              PIC X VALUE 'N'.
           88 WS-CTL-OK                 VALUE 'Y'.
       01  WS-MIN-AGE-DAYS           PIC 9(03).
       01  WS-MIN-AMOUNT             PIC 9(05)V9(02).
      * Accounts already waiting for a ruling on WOCAND.
       01  WS-PENDING-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-PENDING-IDX            PIC 9(04).
       01  WS-PENDING-FOUND-SW       PIC X.
           88 WS-PENDING-FOUND          VALUE 'Y'.
       01  WS-CANDIDATE-LOAD-STATUS  PIC X(02).
       01  WS-PENDING-OVERFLOW-COUNT PIC 9(06) VALUE ZERO.
       01  WS-PENDING-TABLE.
           05 WS-PENDING-ACCOUNT OCCURS 1000 TIMES PIC 9(06).
      * Applied totals by debit, used up as the debits are read.
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
      * The account being read.
       01  WS-CURRENT-ACCOUNT        PIC 9(06).
       01  WS-ACCOUNT-OPEN-SW        PIC X VALUE 'N'.
           88 WS-ACCOUNT-OPEN           VALUE 'Y'.
       01  WS-ACCT-OPEN-TOTAL        PIC 9(07)V9(02).
       01  WS-ACCT-OLDEST-DATE       PIC 9(08).
       01  WS-ACCT-LAST-CREDIT       PIC 9(08).
       01  WS-OLDEST-AGE-DAYS        PIC S9(07).
       01  WS-CREDIT-AGE-DAYS        PIC S9(07).
       01  WS-AMOUNT-EDIT            PIC Z(6)9.99.
       01  WS-ACCOUNTS-READ          PIC 9(06) VALUE ZERO.
       01  WS-PROPOSED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-PROPOSED-TOTAL         PIC 9(09)V9(02) VALUE ZERO.
       01  WS-ALREADY-PENDING-COUNT  PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-EDIT             PIC Z(8)9.99.
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
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'WOPROP'.
       01  WS-RPT-TITLE              PIC X(30)
                                     VALUE 'WRITE-OFF PROPOSALS'.
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
           PERFORM SIGN-ON-OPERATOR
               UNTIL WS-SIGNON-OK OR WS-SIGNON-TRIES > 2.
           OPEN OUTPUT PROPOSAL-RPT-FILE.
           MOVE 'ACCOUNT' TO WS-RPT-HEADING (1:7).
           MOVE 'OLDEST DEBIT' TO WS-RPT-HEADING (10:12).
           MOVE 'LAST PAYMENT' TO WS-RPT-HEADING (24:12).
           MOVE 'OPEN AMOUNT' TO WS-RPT-HEADING (40:11).
           MOVE 'PROPOSER' TO WS-RPT-HEADING (54:8).
           PERFORM READ-WO-CONTROL.
           PERFORM LOAD-PENDING-CANDIDATES.
           PERFORM LOAD-APPLIED-ITEMS.
           EVALUATE TRUE
               WHEN NOT WS-SIGNON-OK
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'SIGN-ON FAILED - NO PROPOSALS MADE'
                       TO PROPOSAL-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'WOPROP - ' PROPOSAL-RPT-RECORD
               WHEN NOT WS-CTL-OK
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'NO USABLE WOCTL RECORD - NO PROPOSALS MADE'
                       TO PROPOSAL-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'WOPROP - ' PROPOSAL-RPT-RECORD
               WHEN WS-CANDIDATE-LOAD-STATUS NOT = '00'
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO PROPOSAL-RPT-RECORD
                   STRING 'WOCAND NOT READABLE - STATUS '
                              DELIMITED BY SIZE
                          WS-CANDIDATE-LOAD-STATUS DELIMITED BY SIZE
                          ' - NO PROPOSALS MADE' DELIMITED BY SIZE
                          INTO PROPOSAL-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'WOPROP - ' PROPOSAL-RPT-RECORD
               WHEN WS-PENDING-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'PENDING WOCAND EXCEEDS TABLE - NO PROPOSALS'
                       TO PROPOSAL-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'WOPROP - ' PROPOSAL-RPT-RECORD
               WHEN WS-APPLIED-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'AMTAPPL EXCEEDS TABLE - NO PROPOSALS MADE'
                       TO PROPOSAL-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'WOPROP - ' PROPOSAL-RPT-RECORD
               WHEN OTHER
                   PERFORM PROPOSE-CANDIDATES
                   PERFORM WRITE-RUN-TOTALS
           END-EVALUATE.
           PERFORM END-REPORT-PAGES.
           CLOSE PROPOSAL-RPT-FILE.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * Same sign-on UTILMENU runs: the keyed id must be on
      * OPERFILE and not disabled; three misses and nothing is
      * proposed.
       SIGN-ON-OPERATOR SECTION.
       SIGN-ON-OPERATOR-START.
           ADD 1 TO WS-SIGNON-TRIES.
           DISPLAY 'PROPOSER ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = '00'
               PERFORM MATCH-OPERATOR-RECORD UNTIL WS-EOF
               CLOSE OPERATOR-FILE
           ELSE
               DISPLAY 'NO OPERATOR FILE ON HAND'
               SET WS-EOF TO TRUE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           IF NOT WS-SIGNON-OK
               DISPLAY 'OPERATOR NOT RECOGNIZED'
           END-IF.
       SIGN-ON-OPERATOR-EXIT.
           EXIT.

       MATCH-OPERATOR-RECORD SECTION.
       MATCH-OPERATOR-RECORD-START.
           READ OPERATOR-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF OPER-ID = WS-OPERATOR-ID
                       IF OPER-STATUS = 'D'
                           DISPLAY 'OPERATOR DISABLED'
                       ELSE
                           SET WS-SIGNON-OK TO TRUE
                       END-IF
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ.
       MATCH-OPERATOR-RECORD-EXIT.
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
                       IF WO-CTL-RECORD (1:10) IS NUMERIC
                          AND WOCTL-MIN-AGE-DAYS > ZERO
                           SET WS-CTL-OK TO TRUE
                           MOVE WOCTL-MIN-AGE-DAYS TO WS-MIN-AGE-DAYS
                           MOVE WOCTL-MIN-AMOUNT TO WS-MIN-AMOUNT
                       END-IF
               END-READ
               CLOSE WO-CTL-FILE
           END-IF.
       READ-WO-CONTROL-EXIT.
           EXIT.

      * No WOCAND yet just means nothing has been proposed before.
       LOAD-PENDING-CANDIDATES SECTION.
       LOAD-PENDING-CANDIDATES-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CANDIDATE-FILE.
           MOVE WS-CANDIDATE-STATUS TO WS-CANDIDATE-LOAD-STATUS.
           IF WS-CANDIDATE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ CANDIDATE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WOC-PENDING
                               IF WS-PENDING-COUNT < 1000
                                   ADD 1 TO WS-PENDING-COUNT
                                   MOVE WOC-ACCOUNT TO
                                       WS-PENDING-ACCOUNT
                                           (WS-PENDING-COUNT)
                               ELSE
                                   ADD 1 TO WS-PENDING-OVERFLOW-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CANDIDATE-FILE
           END-IF.
           IF WS-CANDIDATE-LOAD-STATUS = '35'
               MOVE '00' TO WS-CANDIDATE-LOAD-STATUS
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-PENDING-CANDIDATES-EXIT.
           EXIT.

      * Applied lines for the same debit are summed into one entry,
      * as ACCTAGE sums them.
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

      * Takes what has been applied to this debit (WS-ABS-AMOUNT)
      * out of its entry, never more than the debit itself, so
      * identical debits on the same day are paid off in turn.
       CLAIM-APPLIED-AMOUNT SECTION.
       CLAIM-APPLIED-AMOUNT-START.
           MOVE ZERO TO WS-CLAIM-AMOUNT.
           MOVE SRT-ACCOUNT TO APPL-ACCOUNT.
           MOVE SRT-DATE TO APPL-DEBIT-DATE.
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

      * AMTFILE in account and date order, so the first open debit
      * seen is the oldest and the last credit seen the latest.
       PROPOSE-CANDIDATES SECTION.
       PROPOSE-CANDIDATES-START.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-ACCOUNT SORT-DATE
               USING AMOUNT-FILE
               GIVING SORTED-AMT-FILE.
           OPEN EXTEND CANDIDATE-FILE.
           IF WS-CANDIDATE-STATUS = '05'
              OR WS-CANDIDATE-STATUS = '35'
               OPEN OUTPUT CANDIDATE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SORTED-AMT-FILE.
           PERFORM UNTIL WS-EOF
               READ SORTED-AMT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM READ-ONE-AMOUNT
               END-READ
           END-PERFORM.
           PERFORM CLOSE-CURRENT-ACCOUNT.
           CLOSE SORTED-AMT-FILE.
           CLOSE CANDIDATE-FILE.
           MOVE 'N' TO WS-EOF-SW.
       PROPOSE-CANDIDATES-EXIT.
           EXIT.

       READ-ONE-AMOUNT SECTION.
       READ-ONE-AMOUNT-START.
           IF WS-ACCOUNT-OPEN
               IF SRT-ACCOUNT NOT = WS-CURRENT-ACCOUNT
                   PERFORM CLOSE-CURRENT-ACCOUNT
                   PERFORM OPEN-NEW-ACCOUNT
               END-IF
           ELSE
               PERFORM OPEN-NEW-ACCOUNT
           END-IF.
           IF SRT-SIGNED IS NEGATIVE
               MOVE SRT-SIGNED TO WS-ABS-AMOUNT
               PERFORM CLAIM-APPLIED-AMOUNT
               SUBTRACT WS-CLAIM-AMOUNT FROM WS-ABS-AMOUNT
               IF WS-ABS-AMOUNT > ZERO
                   ADD WS-ABS-AMOUNT TO WS-ACCT-OPEN-TOTAL
                   IF WS-ACCT-OLDEST-DATE = ZERO
                       MOVE SRT-DATE TO WS-ACCT-OLDEST-DATE
                   END-IF
               END-IF
           ELSE
               IF SRT-SIGNED > ZERO
                   MOVE SRT-DATE TO WS-ACCT-LAST-CREDIT
               END-IF
           END-IF.
       READ-ONE-AMOUNT-EXIT.
           EXIT.

       OPEN-NEW-ACCOUNT SECTION.
       OPEN-NEW-ACCOUNT-START.
           SET WS-ACCOUNT-OPEN TO TRUE.
           MOVE SRT-ACCOUNT TO WS-CURRENT-ACCOUNT.
           MOVE ZERO TO WS-ACCT-OPEN-TOTAL.
           MOVE ZERO TO WS-ACCT-OLDEST-DATE.
           MOVE ZERO TO WS-ACCT-LAST-CREDIT.
       OPEN-NEW-ACCOUNT-EXIT.
           EXIT.

      * An account qualifies on all three tests: enough open, the
      * oldest of it old enough, and no payment inside the same
      * age.
       CLOSE-CURRENT-ACCOUNT SECTION.
       CLOSE-CURRENT-ACCOUNT-START.
           IF WS-ACCOUNT-OPEN
              AND WS-ACCT-OPEN-TOTAL > ZERO
               ADD 1 TO WS-ACCOUNTS-READ
               MOVE WS-ACCT-OLDEST-DATE TO WS-DATE-WORK
               PERFORM COMPUTE-DAY-SERIAL
               COMPUTE WS-OLDEST-AGE-DAYS =
                   WS-TODAY-SERIAL - WS-SERIAL-RESULT
               MOVE 9999999 TO WS-CREDIT-AGE-DAYS
               IF WS-ACCT-LAST-CREDIT NOT = ZERO
                   MOVE WS-ACCT-LAST-CREDIT TO WS-DATE-WORK
                   PERFORM COMPUTE-DAY-SERIAL
                   COMPUTE WS-CREDIT-AGE-DAYS =
                       WS-TODAY-SERIAL - WS-SERIAL-RESULT
               END-IF
               IF WS-ACCT-OPEN-TOTAL NOT < WS-MIN-AMOUNT
                  AND WS-OLDEST-AGE-DAYS > WS-MIN-AGE-DAYS
                  AND WS-CREDIT-AGE-DAYS > WS-MIN-AGE-DAYS
                   MOVE 'N' TO WS-PENDING-FOUND-SW
                   PERFORM FIND-PENDING-ACCOUNT
                       VARYING WS-PENDING-IDX FROM 1 BY 1
                       UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
                          OR WS-PENDING-FOUND
                   IF WS-PENDING-FOUND
                       ADD 1 TO WS-ALREADY-PENDING-COUNT
                   ELSE
                       PERFORM WRITE-ONE-PROPOSAL
                   END-IF
               END-IF
           END-IF.
       CLOSE-CURRENT-ACCOUNT-EXIT.
           EXIT.

       FIND-PENDING-ACCOUNT SECTION.
       FIND-PENDING-ACCOUNT-START.
           IF WS-PENDING-ACCOUNT (WS-PENDING-IDX) = WS-CURRENT-ACCOUNT
               SET WS-PENDING-FOUND TO TRUE
               SUBTRACT 1 FROM WS-PENDING-IDX
           END-IF.
       FIND-PENDING-ACCOUNT-EXIT.
           EXIT.

       WRITE-ONE-PROPOSAL SECTION.
       WRITE-ONE-PROPOSAL-START.
           MOVE SPACES TO WRITE-OFF-CANDIDATE-RECORD.
           SET WOC-PENDING TO TRUE.
           MOVE WS-CURRENT-ACCOUNT TO WOC-ACCOUNT.
           MOVE WS-ACCT-OPEN-TOTAL TO WOC-OPEN-AMOUNT.
           MOVE WS-ACCT-OLDEST-DATE TO WOC-OLDEST-DEBIT-DATE.
           MOVE WS-ACCT-LAST-CREDIT TO WOC-LAST-CREDIT-DATE.
           MOVE WS-RUN-DATE TO WOC-PROPOSED-DATE.
           MOVE WS-OPERATOR-ID TO WOC-PROPOSER.
           MOVE ZERO TO WOC-RULED-DATE.
           MOVE ZERO TO WOC-WRITTEN-AMOUNT.
           WRITE WRITE-OFF-CANDIDATE-RECORD.
           ADD 1 TO WS-PROPOSED-COUNT.
           ADD WS-ACCT-OPEN-TOTAL TO WS-PROPOSED-TOTAL.
           MOVE WS-ACCT-OPEN-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO PROPOSAL-RPT-RECORD.
           MOVE WS-CURRENT-ACCOUNT TO PROPOSAL-RPT-RECORD (1:6).
           MOVE WS-ACCT-OLDEST-DATE TO PROPOSAL-RPT-RECORD (10:8).
           IF WS-ACCT-LAST-CREDIT = ZERO
               MOVE 'NONE' TO PROPOSAL-RPT-RECORD (24:4)
           ELSE
               MOVE WS-ACCT-LAST-CREDIT TO PROPOSAL-RPT-RECORD (24:8)
           END-IF.
           MOVE WS-AMOUNT-EDIT TO PROPOSAL-RPT-RECORD (40:10).
           MOVE WS-OPERATOR-ID TO PROPOSAL-RPT-RECORD (54:8).
           PERFORM PUT-REPORT-LINE.
       WRITE-ONE-PROPOSAL-EXIT.
           EXIT.

       WRITE-RUN-TOTALS SECTION.
       WRITE-RUN-TOTALS-START.
           MOVE SPACES TO PROPOSAL-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE WS-PROPOSED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO PROPOSAL-RPT-RECORD.
           STRING 'ACCOUNTS WITH OPEN DEBITS: ' DELIMITED BY SIZE
                  WS-ACCOUNTS-READ DELIMITED BY SIZE
                  ' PROPOSED: ' DELIMITED BY SIZE
                  WS-PROPOSED-COUNT DELIMITED BY SIZE
                  ' TOTAL: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO PROPOSAL-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO PROPOSAL-RPT-RECORD.
           STRING 'ALREADY PENDING APPROVAL: ' DELIMITED BY SIZE
                  WS-ALREADY-PENDING-COUNT DELIMITED BY SIZE
                  ' MINIMUM AGE DAYS: ' DELIMITED BY SIZE
                  WS-MIN-AGE-DAYS DELIMITED BY SIZE
                  INTO PROPOSAL-RPT-RECORD.
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

      * Every WOPRPT line runs through the shared RPTWRIT writer,
      * which hands back the title block at each page break along
      * with the detail.
       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE PROPOSAL-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO PROPOSAL-RPT-RECORD.
           WRITE PROPOSAL-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.
