       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKPROOF.
       AUTHOR. MTH.

      * Month-end bank-to-book proof for the auditors.  BANKRECN
      * matches items one by one and SUBGLTIE ties AMTFILE to the
      * control accounts, but neither proves the ledger's bank
      * clearing account equals what the bank holds once the
      * reconciling items are laid out.  This run does.
      *
      * The book side is the balance of the clearing account named
      * on the ADJPCTL control record (on its normal side, as
      * ADJPOST posts it) across LEDGOPEN and LEDGTRAN, so the proof
      * holds after a period close.  Open SUSPFILE items whose
      * rejected posting belonged to the clearing account have not
      * reached it and are added back at their side.
      *
      * The bank side is the statement balance on the PRFCTL
      * control record (balance and statement date) or, with no
      * usable PRFCTL record, the total of the BANKAMTS items.  It is
      * adjusted by the RECNOUTS items BANKRECN carried forward -
      * our-side-only items added, bank-side-only items taken out,
      * mismatch differences (our amount less the bank's) added -
      * and by the ADJSENT adjustments the bank has not acknowledged
      * that ADJPOST has already put on the books (listed on
      * ADJPSTD): a C credits us, a D debits us.  An unacknowledged
      * adjustment not yet posted is listed for information only.
      *
      * BNKPRRPT lays the proof out item by item through RPTWRIT;
      * any unexplained difference between the adjusted bank and
      * adjusted book balances ends the run with RETURN-CODE 8, as
      * does a missing ADJPCTL clearing account or more
      * unacknowledged adjustments than the run can hold.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POST-CTL-FILE ASSIGN TO "ADJPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-CTL-STATUS.
           SELECT PROOF-CTL-FILE ASSIGN TO "PRFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-CTL-STATUS.
           SELECT OPEN-BAL-FILE ASSIGN TO "LEDGOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-BAL-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT BANK-FILE ASSIGN TO "BANKAMTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT OUTS-FILE ASSIGN TO "RECNOUTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTS-STATUS.
           SELECT ADJ-SENT-FILE ASSIGN TO "ADJSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-SENT-STATUS.
           SELECT POSTED-ID-FILE ASSIGN TO "ADJPSTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-ID-STATUS.
           SELECT SUSP-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT PROOF-RPT-FILE ASSIGN TO "BNKPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Same shape ADJPOST reads.
       FD  POST-CTL-FILE
           RECORDING MODE IS F.
       01  POST-CTL-RECORD.
           05 PCTL-ADJ-ACCOUNT       PIC 9(06).
           05 PCTL-ADJ-SIDE          PIC X(01).
           05 PCTL-CLR-ACCOUNT       PIC 9(06).
           05 PCTL-CLR-SIDE          PIC X(01).

      * The bank statement balance and the date it was struck.
       FD  PROOF-CTL-FILE
           RECORDING MODE IS F.
       01  PROOF-CTL-RECORD.
           05 PRF-STMT-BALANCE       PIC S9(11)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 PRF-STMT-DATE          PIC 9(08).

       FD  OPEN-BAL-FILE
           RECORDING MODE IS F.
           COPY LEDGOPN.

       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY LEDGREC.

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

      * Same shape ADJPOST keeps.
       FD  POSTED-ID-FILE
           RECORDING MODE IS F.
       01  POSTED-ID-RECORD.
           05 POSTED-OUR-ID          PIC 9(06).

      * Same shape SUSPPOST keeps.
       FD  SUSP-FILE
           RECORDING MODE IS F.
       01  SUSP-RECORD.
           05 SUSP-ORIG-ACCOUNT      PIC 9(06).
           05 SUSP-POSTING-TYPE      PIC X(02).
           05 SUSP-AMOUNT            PIC S9(07)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 SUSP-ENTERED-DATE      PIC 9(08).

       FD  PROOF-RPT-FILE
           RECORDING MODE IS F.
       01  PROOF-RPT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-POST-CTL-STATUS     PIC XX.
           05 WS-PROOF-CTL-STATUS    PIC XX.
           05 WS-OPEN-BAL-STATUS     PIC XX.
           05 WS-LEDGER-STATUS       PIC XX.
           05 WS-BANK-STATUS         PIC XX.
           05 WS-OUTS-STATUS         PIC XX.
           05 WS-ADJ-SENT-STATUS     PIC XX.
           05 WS-POSTED-ID-STATUS    PIC XX.
           05 WS-SUSP-STATUS         PIC XX.
           05 WS-PROOF-RPT-STATUS    PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-CTL-OK-SW              PIC X VALUE 'N'.
           88 WS-CTL-OK                 VALUE 'Y'.
       01  WS-STMT-BAL-SW            PIC X VALUE 'N'.
           88 WS-STMT-BAL-GIVEN         VALUE 'Y'.
       01  WS-CLR-ACCOUNT            PIC 9(06).
       01  WS-CLR-SIDE               PIC X(01).
       01  WS-STMT-DATE              PIC 9(08) VALUE ZERO.
      * Adjustments sent and not yet acknowledged, marked once
      * ADJPSTD shows them on the books.
       01  WS-ADJ-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-ADJ-IDX                PIC 9(04).
       01  WS-ADJ-OVERFLOW-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-ADJ-TABLE.
           05  WS-ADJ OCCURS 2000 TIMES.
               10 WS-ADJ-ID          PIC 9(06).
               10 WS-ADJ-EFFECT      PIC S9(07)V9(02).
               10 WS-ADJ-DATE        PIC 9(08).
               10 WS-ADJ-POSTED-SW   PIC X(01).
                   88 WS-ADJ-POSTED     VALUE 'Y'.
       01  WS-ABS-AMOUNT             PIC 9(07)V9(02).
       01  WS-EFFECT                 PIC S9(09)V9(02).
       01  WS-NOTE-TEXT              PIC X(30).
      * The two sides of the proof.
       01  WS-BANK-ITEMS             PIC 9(06) VALUE ZERO.
       01  WS-BANK-BALANCE           PIC S9(11)V9(02) VALUE ZERO.
       01  WS-OUR-ONLY-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-OUR-ONLY-TOTAL         PIC S9(11)V9(02) VALUE ZERO.
       01  WS-BANK-ONLY-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-BANK-ONLY-TOTAL        PIC S9(11)V9(02) VALUE ZERO.
       01  WS-MISMATCH-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-MISMATCH-TOTAL         PIC S9(11)V9(02) VALUE ZERO.
       01  WS-UNKNOWN-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-ADJ-POSTED-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-ADJ-TOTAL              PIC S9(11)V9(02) VALUE ZERO.
       01  WS-ADJ-UNPOSTED-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-ADJUSTED-BANK          PIC S9(11)V9(02) VALUE ZERO.
       01  WS-BOOK-BALANCE           PIC S9(11)V9(02) VALUE ZERO.
       01  WS-SUSP-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-SUSP-TOTAL             PIC S9(11)V9(02) VALUE ZERO.
       01  WS-ADJUSTED-BOOK          PIC S9(11)V9(02) VALUE ZERO.
       01  WS-DIFFERENCE             PIC S9(11)V9(02) VALUE ZERO.
       01  WS-AMOUNT-EDIT            PIC -(10)9.99.
       01  WS-SUMMARY-TEXT           PIC X(50).
       01  WS-SUMMARY-AMOUNT         PIC S9(11)V9(02).
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'BNKPROOF'.
       01  WS-RPT-TITLE              PIC X(30)
                                    VALUE 'BANK-TO-BOOK PROOF'.
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
           OPEN OUTPUT PROOF-RPT-FILE.
           MOVE 'ITEM' TO WS-RPT-HEADING (1:4).
           MOVE 'ID / ACCT' TO WS-RPT-HEADING (14:9).
           MOVE 'DATE' TO WS-RPT-HEADING (28:4).
           MOVE 'EFFECT' TO WS-RPT-HEADING (46:6).
           MOVE 'NOTE' TO WS-RPT-HEADING (54:4).
           PERFORM READ-POSTING-CONTROL.
           IF WS-CTL-OK
               PERFORM LOAD-UNACKED-ADJUSTMENTS
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-CTL-OK
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'NO USABLE ADJPCTL CLEARING ACCOUNT - NO PROOF'
                       TO PROOF-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'BNKPROOF - ' PROOF-RPT-RECORD
               WHEN WS-ADJ-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'UNACKNOWLEDGED ADJUSTMENTS EXCEED TABLE'
                       TO PROOF-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'BNKPROOF - ' PROOF-RPT-RECORD
               WHEN OTHER
                   PERFORM MARK-POSTED-ADJUSTMENTS
                   PERFORM READ-STATEMENT-BALANCE
                   PERFORM APPLY-OUTSTANDING-ITEMS
                   PERFORM APPLY-ADJUSTMENTS-SENT
                   PERFORM TOTAL-OPENING-BALANCES
                   PERFORM TOTAL-LEDGER-POSTINGS
                   PERFORM APPLY-SUSPENSE-ITEMS
                   PERFORM WRITE-PROOF
           END-EVALUATE.
           PERFORM END-REPORT-PAGES.
           CLOSE PROOF-RPT-FILE.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       READ-POSTING-CONTROL SECTION.
       READ-POSTING-CONTROL-START.
           OPEN INPUT POST-CTL-FILE.
           IF WS-POST-CTL-STATUS = '00'
               READ POST-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCTL-CLR-ACCOUNT IS NUMERIC
                          AND PCTL-CLR-ACCOUNT NOT = ZERO
                           SET WS-CTL-OK TO TRUE
                           MOVE PCTL-CLR-ACCOUNT TO WS-CLR-ACCOUNT
                           MOVE PCTL-CLR-SIDE TO WS-CLR-SIDE
                       END-IF
               END-READ
               CLOSE POST-CTL-FILE
           END-IF.
       READ-POSTING-CONTROL-EXIT.
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
               MOVE 'N' TO WS-ADJ-POSTED-SW (WS-ADJ-COUNT)
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

       MARK-POSTED-ADJUSTMENTS SECTION.
       MARK-POSTED-ADJUSTMENTS-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT POSTED-ID-FILE.
           IF WS-POSTED-ID-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ POSTED-ID-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM MARK-ONE-POSTED
                               VARYING WS-ADJ-IDX FROM 1 BY 1
                               UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
                   END-READ
               END-PERFORM
               CLOSE POSTED-ID-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       MARK-POSTED-ADJUSTMENTS-EXIT.
           EXIT.

       MARK-ONE-POSTED SECTION.
       MARK-ONE-POSTED-START.
           IF WS-ADJ-ID (WS-ADJ-IDX) = POSTED-OUR-ID
               SET WS-ADJ-POSTED (WS-ADJ-IDX) TO TRUE
           END-IF.
       MARK-ONE-POSTED-EXIT.
           EXIT.

      * The statement balance on PRFCTL when there is one, else
      * the total of the items the bank reported.
       READ-STATEMENT-BALANCE SECTION.
       READ-STATEMENT-BALANCE-START.
           OPEN INPUT PROOF-CTL-FILE.
           IF WS-PROOF-CTL-STATUS = '00'
               READ PROOF-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRF-STMT-BALANCE IS NUMERIC
                          AND PRF-STMT-DATE IS NUMERIC
                           SET WS-STMT-BAL-GIVEN TO TRUE
                           MOVE PRF-STMT-BALANCE TO WS-BANK-BALANCE
                           MOVE PRF-STMT-DATE TO WS-STMT-DATE
                       END-IF
               END-READ
               CLOSE PROOF-CTL-FILE
           END-IF.
           IF NOT WS-STMT-BAL-GIVEN
               MOVE 'N' TO WS-EOF-SW
               OPEN INPUT BANK-FILE
               IF WS-BANK-STATUS = '00'
                   PERFORM UNTIL WS-EOF
                       READ BANK-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-BANK-ITEMS
                               ADD BANK-AMOUNT TO WS-BANK-BALANCE
                       END-READ
                   END-PERFORM
                   CLOSE BANK-FILE
               END-IF
               MOVE 'N' TO WS-EOF-SW
           END-IF.
           MOVE 'BANK SIDE' TO PROOF-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO PROOF-RPT-RECORD.
           IF WS-STMT-BAL-GIVEN
               MOVE 'PRFCTL' TO PROOF-RPT-RECORD (1:6)
               MOVE WS-STMT-DATE TO PROOF-RPT-RECORD (28:8)
               MOVE 'STATEMENT BALANCE' TO PROOF-RPT-RECORD (54:17)
           ELSE
               MOVE 'BANKAMTS' TO PROOF-RPT-RECORD (1:8)
               MOVE WS-BANK-ITEMS TO PROOF-RPT-RECORD (14:6)
               MOVE 'TOTAL OF ITEMS REPORTED'
                   TO PROOF-RPT-RECORD (54:23)
           END-IF.
           MOVE WS-BANK-BALANCE TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO PROOF-RPT-RECORD (38:14).
           PERFORM PUT-REPORT-LINE.
       READ-STATEMENT-BALANCE-EXIT.
           EXIT.

       APPLY-OUTSTANDING-ITEMS SECTION.
       APPLY-OUTSTANDING-ITEMS-START.
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

      * Our-side-only items are on the books but not yet at the
      * bank; bank-side-only items are at the bank but not on the
      * books; a mismatch carries the books' excess over the bank.
       APPLY-ONE-OUTSTANDING SECTION.
       APPLY-ONE-OUTSTANDING-START.
           MOVE ZERO TO WS-EFFECT.
           EVALUATE OUT-TYPE
               WHEN 'O'
                   MOVE OUT-AMOUNT TO WS-EFFECT
                   ADD 1 TO WS-OUR-ONLY-COUNT
                   ADD WS-EFFECT TO WS-OUR-ONLY-TOTAL
                   MOVE 'OUR SIDE ONLY' TO WS-NOTE-TEXT
               WHEN 'B'
                   COMPUTE WS-EFFECT = ZERO - OUT-AMOUNT
                   ADD 1 TO WS-BANK-ONLY-COUNT
                   ADD WS-EFFECT TO WS-BANK-ONLY-TOTAL
                   MOVE 'BANK SIDE ONLY' TO WS-NOTE-TEXT
               WHEN 'M'
                   MOVE OUT-AMOUNT TO WS-EFFECT
                   ADD 1 TO WS-MISMATCH-COUNT
                   ADD WS-EFFECT TO WS-MISMATCH-TOTAL
                   MOVE 'AMOUNT MISMATCH' TO WS-NOTE-TEXT
               WHEN OTHER
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE 'UNKNOWN TYPE - NOT APPLIED' TO WS-NOTE-TEXT
           END-EVALUATE.
           MOVE SPACES TO PROOF-RPT-RECORD.
           MOVE 'RECNOUTS' TO PROOF-RPT-RECORD (1:8).
           MOVE OUT-TYPE TO PROOF-RPT-RECORD (10:1).
           MOVE OUT-ID TO PROOF-RPT-RECORD (14:6).
           MOVE OUT-FIRST-SEEN TO PROOF-RPT-RECORD (28:8).
           MOVE WS-EFFECT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO PROOF-RPT-RECORD (38:14).
           MOVE WS-NOTE-TEXT TO PROOF-RPT-RECORD (54:27).
           PERFORM PUT-REPORT-LINE.
       APPLY-ONE-OUTSTANDING-EXIT.
           EXIT.

       APPLY-ADJUSTMENTS-SENT SECTION.
       APPLY-ADJUSTMENTS-SENT-START.
           PERFORM APPLY-ONE-ADJUSTMENT
               VARYING WS-ADJ-IDX FROM 1 BY 1
               UNTIL WS-ADJ-IDX > WS-ADJ-COUNT.
       APPLY-ADJUSTMENTS-SENT-EXIT.
           EXIT.

      * Only an adjustment already on the books explains a
      * difference; one ADJPOST has not yet posted is on neither
      * side.
       APPLY-ONE-ADJUSTMENT SECTION.
       APPLY-ONE-ADJUSTMENT-START.
           MOVE SPACES TO PROOF-RPT-RECORD.
           MOVE 'ADJSENT' TO PROOF-RPT-RECORD (1:7).
           MOVE WS-ADJ-ID (WS-ADJ-IDX) TO PROOF-RPT-RECORD (14:6).
           MOVE WS-ADJ-DATE (WS-ADJ-IDX) TO PROOF-RPT-RECORD (28:8).
           IF WS-ADJ-POSTED (WS-ADJ-IDX)
               ADD 1 TO WS-ADJ-POSTED-COUNT
               ADD WS-ADJ-EFFECT (WS-ADJ-IDX) TO WS-ADJ-TOTAL
               MOVE WS-ADJ-EFFECT (WS-ADJ-IDX) TO WS-AMOUNT-EDIT
               MOVE 'NOT ACKNOWLEDGED' TO PROOF-RPT-RECORD (54:16)
           ELSE
               ADD 1 TO WS-ADJ-UNPOSTED-COUNT
               MOVE ZERO TO WS-AMOUNT-EDIT
               MOVE 'NOT POSTED - NOT APPLIED'
                   TO PROOF-RPT-RECORD (54:27)
           END-IF.
           MOVE WS-AMOUNT-EDIT TO PROOF-RPT-RECORD (38:14).
           PERFORM PUT-REPORT-LINE.
       APPLY-ONE-ADJUSTMENT-EXIT.
           EXIT.

      * The clearing account's balance is taken on its normal
      * side, starting from whatever a period close carried into
      * LEDGOPEN.
       TOTAL-OPENING-BALANCES SECTION.
       TOTAL-OPENING-BALANCES-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT OPEN-BAL-FILE.
           IF WS-OPEN-BAL-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ OPEN-BAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF LOPN-ACCOUNT = WS-CLR-ACCOUNT
                               PERFORM ADD-CLEARING-OPENING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-BAL-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       TOTAL-OPENING-BALANCES-EXIT.
           EXIT.

       ADD-CLEARING-OPENING SECTION.
       ADD-CLEARING-OPENING-START.
           IF WS-CLR-SIDE = 'C'
               ADD LOPN-CREDITS TO WS-BOOK-BALANCE
               SUBTRACT LOPN-DEBITS FROM WS-BOOK-BALANCE
           ELSE
               ADD LOPN-DEBITS TO WS-BOOK-BALANCE
               SUBTRACT LOPN-CREDITS FROM WS-BOOK-BALANCE
           END-IF.
       ADD-CLEARING-OPENING-EXIT.
           EXIT.

       TOTAL-LEDGER-POSTINGS SECTION.
       TOTAL-LEDGER-POSTINGS-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ LEDGER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF LEDG-ACCOUNT = WS-CLR-ACCOUNT
                               PERFORM ADD-CLEARING-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO PROOF-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE 'BOOK SIDE' TO PROOF-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO PROOF-RPT-RECORD.
           MOVE 'LEDGER' TO PROOF-RPT-RECORD (1:6).
           MOVE WS-CLR-ACCOUNT TO PROOF-RPT-RECORD (14:6).
           MOVE WS-BOOK-BALANCE TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO PROOF-RPT-RECORD (38:14).
           MOVE 'CLEARING ACCOUNT BALANCE' TO PROOF-RPT-RECORD (54:24).
           PERFORM PUT-REPORT-LINE.
       TOTAL-LEDGER-POSTINGS-EXIT.
           EXIT.

       ADD-CLEARING-POSTING SECTION.
       ADD-CLEARING-POSTING-START.
           IF (WS-CLR-SIDE = 'C' AND LEDG-IS-CREDIT)
              OR (WS-CLR-SIDE NOT = 'C' AND LEDG-IS-DEBIT)
               ADD LEDG-AMOUNT TO WS-BOOK-BALANCE
           ELSE
               SUBTRACT LEDG-AMOUNT FROM WS-BOOK-BALANCE
           END-IF.
       ADD-CLEARING-POSTING-EXIT.
           EXIT.

      * A posting rejected off the clearing account sits in
      * suspense instead; it belongs on the clearing account at its
      * own side.
       APPLY-SUSPENSE-ITEMS SECTION.
       APPLY-SUSPENSE-ITEMS-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SUSP-FILE.
           IF WS-SUSP-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ SUSP-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF SUSP-ORIG-ACCOUNT = WS-CLR-ACCOUNT
                               PERFORM APPLY-ONE-SUSPENSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSP-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       APPLY-SUSPENSE-ITEMS-EXIT.
           EXIT.

       APPLY-ONE-SUSPENSE SECTION.
       APPLY-ONE-SUSPENSE-START.
           IF (WS-CLR-SIDE = 'C' AND SUSP-POSTING-TYPE = 'CR')
              OR (WS-CLR-SIDE NOT = 'C' AND SUSP-POSTING-TYPE = 'DR')
               MOVE SUSP-AMOUNT TO WS-EFFECT
           ELSE
               COMPUTE WS-EFFECT = ZERO - SUSP-AMOUNT
           END-IF.
           ADD 1 TO WS-SUSP-COUNT.
           ADD WS-EFFECT TO WS-SUSP-TOTAL.
           MOVE SPACES TO PROOF-RPT-RECORD.
           MOVE 'SUSPFILE' TO PROOF-RPT-RECORD (1:8).
           MOVE SUSP-POSTING-TYPE TO PROOF-RPT-RECORD (10:2).
           MOVE SUSP-ORIG-ACCOUNT TO PROOF-RPT-RECORD (14:6).
           MOVE SUSP-ENTERED-DATE TO PROOF-RPT-RECORD (28:8).
           MOVE WS-EFFECT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO PROOF-RPT-RECORD (38:14).
           MOVE 'IN SUSPENSE - NOT POSTED' TO PROOF-RPT-RECORD (54:24).
           PERFORM PUT-REPORT-LINE.
       APPLY-ONE-SUSPENSE-EXIT.
           EXIT.

      * Adjusted bank against adjusted book; what is left is the
      * difference nothing on file explains.
       WRITE-PROOF SECTION.
       WRITE-PROOF-START.
           COMPUTE WS-ADJUSTED-BANK =
               WS-BANK-BALANCE + WS-OUR-ONLY-TOTAL
               + WS-BANK-ONLY-TOTAL + WS-MISMATCH-TOTAL
               + WS-ADJ-TOTAL.
           COMPUTE WS-ADJUSTED-BOOK = WS-BOOK-BALANCE + WS-SUSP-TOTAL.
           COMPUTE WS-DIFFERENCE = WS-ADJUSTED-BANK - WS-ADJUSTED-BOOK.
           MOVE SPACES TO PROOF-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE 'RECONCILIATION' TO PROOF-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           IF WS-STMT-BAL-GIVEN
               MOVE 'BANK STATEMENT BALANCE' TO WS-SUMMARY-TEXT
           ELSE
               MOVE 'BANK BALANCE (BANKAMTS TOTAL)' TO WS-SUMMARY-TEXT
           END-IF.
           MOVE WS-BANK-BALANCE TO WS-SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO WS-SUMMARY-TEXT.
           STRING '  OUR SIDE ONLY ITEMS (' DELIMITED BY SIZE
                  WS-OUR-ONLY-COUNT DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO WS-SUMMARY-TEXT.
           MOVE WS-OUR-ONLY-TOTAL TO WS-SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO WS-SUMMARY-TEXT.
           STRING '  BANK SIDE ONLY ITEMS (' DELIMITED BY SIZE
                  WS-BANK-ONLY-COUNT DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO WS-SUMMARY-TEXT.
           MOVE WS-BANK-ONLY-TOTAL TO WS-SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO WS-SUMMARY-TEXT.
           STRING '  MISMATCH DIFFERENCES (' DELIMITED BY SIZE
                  WS-MISMATCH-COUNT DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO WS-SUMMARY-TEXT.
           MOVE WS-MISMATCH-TOTAL TO WS-SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO WS-SUMMARY-TEXT.
           STRING '  ADJUSTMENTS UNACKNOWLEDGED (' DELIMITED BY SIZE
                  WS-ADJ-POSTED-COUNT DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO WS-SUMMARY-TEXT.
           MOVE WS-ADJ-TOTAL TO WS-SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'ADJUSTED BANK BALANCE' TO WS-SUMMARY-TEXT.
           MOVE WS-ADJUSTED-BANK TO WS-SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO WS-SUMMARY-TEXT.
           STRING 'BOOK BALANCE - GL ACCT ' DELIMITED BY SIZE
                  WS-CLR-ACCOUNT DELIMITED BY SIZE
                  INTO WS-SUMMARY-TEXT.
           MOVE WS-BOOK-BALANCE TO WS-SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE SPACES TO WS-SUMMARY-TEXT.
           STRING '  SUSPENSE ITEMS NOT POSTED (' DELIMITED BY SIZE
                  WS-SUSP-COUNT DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO WS-SUMMARY-TEXT.
           MOVE WS-SUSP-TOTAL TO WS-SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'ADJUSTED BOOK BALANCE' TO WS-SUMMARY-TEXT.
           MOVE WS-ADJUSTED-BOOK TO WS-SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE 'UNEXPLAINED DIFFERENCE' TO WS-SUMMARY-TEXT.
           MOVE WS-DIFFERENCE TO WS-SUMMARY-AMOUNT.
           PERFORM WRITE-SUMMARY-LINE.
           IF WS-ADJ-UNPOSTED-COUNT > ZERO
               MOVE SPACES TO PROOF-RPT-RECORD
               STRING 'ADJUSTMENTS SENT NOT YET POSTED: '
                          DELIMITED BY SIZE
                      WS-ADJ-UNPOSTED-COUNT DELIMITED BY SIZE
                      INTO PROOF-RPT-RECORD
               PERFORM PUT-REPORT-LINE
           END-IF.
           IF WS-UNKNOWN-COUNT > ZERO
               MOVE SPACES TO PROOF-RPT-RECORD
               STRING 'RECNOUTS ITEMS OF UNKNOWN TYPE: '
                          DELIMITED BY SIZE
                      WS-UNKNOWN-COUNT DELIMITED BY SIZE
                      INTO PROOF-RPT-RECORD
               PERFORM PUT-REPORT-LINE
           END-IF.
           IF WS-DIFFERENCE = ZERO
               MOVE 'BANK PROVES TO BOOK' TO PROOF-RPT-RECORD
           ELSE
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE '*** BANK DOES NOT PROVE TO BOOK ***'
                   TO PROOF-RPT-RECORD
           END-IF.
           PERFORM PUT-REPORT-LINE.
           DISPLAY 'BNKPROOF - ' PROOF-RPT-RECORD.
       WRITE-PROOF-EXIT.
           EXIT.

       WRITE-SUMMARY-LINE SECTION.
       WRITE-SUMMARY-LINE-START.
           MOVE SPACES TO PROOF-RPT-RECORD.
           MOVE WS-SUMMARY-TEXT TO PROOF-RPT-RECORD (1:37).
           MOVE WS-SUMMARY-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO PROOF-RPT-RECORD (38:14).
           PERFORM PUT-REPORT-LINE.
       WRITE-SUMMARY-LINE-EXIT.
           EXIT.

      * Every BNKPRRPT line runs through the shared RPTWRIT writer,
      * which hands back the title block at each page break along
      * with the detail.
       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE PROOF-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO PROOF-RPT-RECORD.
           WRITE PROOF-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.
