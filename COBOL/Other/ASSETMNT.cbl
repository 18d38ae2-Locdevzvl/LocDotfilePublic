       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETMNT.
       AUTHOR. MTH.

      * Fixed-asset register maintenance in the CUSTMNT mold,
      * replacing the binder the assets used to live in.  Applies
      * the ASMNTRAN maintenance file to the ASSETREG register that
      * ASSETDEP depreciates: add ('A'), change ('C') and dispose
      * ('D') transactions, each validated on the way in - asset
      * number numeric and nonzero, description present, a real
      * acquisition date, cost above zero with salvage not above
      * it, a useful life, method S(traight-line) or D(eclining
      * balance), and asset, accumulated-depreciation and expense
      * accounts that are open on ACCTMAST.  A change may not take
      * the depreciable amount below what has already been charged.
      * A disposal records the date and proceeds and leaves the
      * asset pending for ASSETDEP to post the gain or loss.  Every
      * applied change writes before and after images to the
      * ASMNAUD audit file, rejects and run totals go to the ASMNRPT
      * report, and the register is rewritten with the same
      * load-status guard the other master files use.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-REGISTER-FILE ASSIGN TO "ASSETREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-REGISTER-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT ASSET-TRAN-FILE ASSIGN TO "ASMNTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-TRAN-STATUS.
           SELECT ASSET-AUDIT-FILE ASSIGN TO "ASMNAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-AUDIT-STATUS.
           SELECT ASSET-RPT-FILE ASSIGN TO "ASMNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ASSET-REGISTER-FILE
           RECORDING MODE IS F.
           COPY ASSETREC.

      * Same shape LGRVALID and ACCTMNT use.
       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
       01  ACCOUNT-MASTER-RECORD.
           05 ACCT-NUMBER         PIC 9(06).
           05 ACCT-DESCRIPTION    PIC X(30).
           05 ACCT-NORMAL-SIDE    PIC X(01).
           05 ACCT-STATUS         PIC X(01).
           05 ACCT-CURRENCY       PIC X(03).

      * One maintenance transaction: action A(dd), C(hange) or
      * D(ispose) followed by the asset image.  A disposal needs
      * only the asset number, disposal date and proceeds.
       FD  ASSET-TRAN-FILE
           RECORDING MODE IS F.
       01  ASSET-TRAN-RECORD.
           05 ASTR-ACTION            PIC X(01).
               88 ASTR-ADD              VALUE 'A'.
               88 ASTR-CHANGE           VALUE 'C'.
               88 ASTR-DISPOSE          VALUE 'D'.
           05 ASTR-NUMBER            PIC X(06).
           05 ASTR-DESCRIPTION       PIC X(30).
           05 ASTR-ACQ-DATE          PIC 9(08).
           05 ASTR-ACQ-PARTS REDEFINES ASTR-ACQ-DATE.
               10 ASTR-ACQ-YYYY      PIC 9(04).
               10 ASTR-ACQ-MM        PIC 9(02).
               10 ASTR-ACQ-DD        PIC 9(02).
           05 ASTR-COST              PIC 9(07)V9(02).
           05 ASTR-SALVAGE           PIC 9(07)V9(02).
           05 ASTR-LIFE-MONTHS       PIC 9(03).
           05 ASTR-METHOD            PIC X(01).
           05 ASTR-ASSET-ACCOUNT     PIC 9(06).
           05 ASTR-ACCUM-ACCOUNT     PIC 9(06).
           05 ASTR-EXPENSE-ACCOUNT   PIC 9(06).
           05 ASTR-DISPOSAL-DATE     PIC 9(08).
           05 ASTR-DISP-PARTS REDEFINES ASTR-DISPOSAL-DATE.
               10 ASTR-DISP-YYYY     PIC 9(04).
               10 ASTR-DISP-MM       PIC 9(02).
               10 ASTR-DISP-DD       PIC 9(02).
           05 ASTR-PROCEEDS          PIC 9(07)V9(02).

      * Before/after image trail in the CMNTAUD style: 'B' is the
      * register record before the change, 'A' after.  An add has
      * no before image.
       FD  ASSET-AUDIT-FILE
           RECORDING MODE IS F.
       01  ASSET-AUDIT-RECORD.
           05 ASAUD-IMAGE-TYPE       PIC X(01).
           05 ASAUD-ACTION           PIC X(01).
           05 ASAUD-DATE             PIC 9(08).
           05 ASAUD-TIME             PIC 9(08).
           05 ASAUD-ASSET-IMAGE      PIC X(117).

       FD  ASSET-RPT-FILE
           RECORDING MODE IS F.
       01  ASSET-RPT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-ASSET-REGISTER-STATUS PIC XX.
           05 WS-ACCOUNT-MASTER-STATUS PIC XX.
           05 WS-ASSET-TRAN-STATUS   PIC XX.
           05 WS-ASSET-AUDIT-STATUS  PIC XX.
           05 WS-ASSET-RPT-STATUS    PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-TIME               PIC 9(8).
      * The register, held as whole ASSETREC images.
       01  WS-ASSET-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-ASSET-IDX              PIC 9(03).
       01  WS-ASSET-FOUND-SW         PIC X.
           88 WS-ASSET-FOUND            VALUE 'Y'.
       01  WS-ASSET-OVERFLOW-COUNT   PIC 9(06) VALUE ZERO.
       01  WS-ASSET-LOAD-STATUS      PIC X(02).
       01  WS-ASSET-TABLE.
           05  WS-ASSET-ENTRY OCCURS 500 TIMES PIC X(117).
      * Chart of accounts, for the posting-account checks.
       01  WS-MASTER-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-MASTER-IDX             PIC 9(03).
       01  WS-MASTER-FOUND-SW        PIC X.
           88 WS-MASTER-FOUND           VALUE 'Y'.
       01  WS-MASTER-TABLE.
           05  WS-MASTER OCCURS 200 TIMES.
               10 WS-MST-NUMBER      PIC 9(06).
               10 WS-MST-STATUS      PIC X(01).
       01  WS-FIND-ACCOUNT           PIC 9(06).
       01  WS-ACCOUNT-OPEN-SW        PIC X.
           88 WS-ACCOUNT-OPEN           VALUE 'Y'.
       01  WS-TRAN-VALID-SW          PIC X VALUE 'Y'.
           88 WS-TRAN-VALID             VALUE 'Y'.
           88 WS-TRAN-INVALID           VALUE 'N'.
       01  WS-REJECT-REASON          PIC X(30).
       01  WS-DEPRECIABLE-AMOUNT     PIC 9(07)V9(02).
       01  WS-READ-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-APPLIED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT ASSET-RPT-FILE.
           PERFORM LOAD-ACCOUNT-MASTER.
           PERFORM LOAD-ASSET-REGISTER.
           IF WS-ASSET-OVERFLOW-COUNT > ZERO
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE SPACES TO ASSET-RPT-RECORD
               STRING 'ASSETS BEYOND TABLE: ' DELIMITED BY SIZE
                      WS-ASSET-OVERFLOW-COUNT DELIMITED BY SIZE
                      ' - REGISTER LEFT AS IS, NOTHING APPLIED'
                          DELIMITED BY SIZE
                      INTO ASSET-RPT-RECORD
               WRITE ASSET-RPT-RECORD
               DISPLAY ASSET-RPT-RECORD
           ELSE
               PERFORM OPEN-AUDIT-EXTEND
               PERFORM APPLY-MAINTENANCE-FILE
               CLOSE ASSET-AUDIT-FILE
               PERFORM REWRITE-ASSET-REGISTER
           END-IF.
           PERFORM WRITE-RUN-TOTALS.
           CLOSE ASSET-RPT-FILE.
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

       LOAD-ASSET-REGISTER SECTION.
       LOAD-ASSET-REGISTER-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ASSET-REGISTER-FILE.
           MOVE WS-ASSET-REGISTER-STATUS TO WS-ASSET-LOAD-STATUS.
           IF WS-ASSET-REGISTER-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ ASSET-REGISTER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-ASSET-COUNT < 500
                               ADD 1 TO WS-ASSET-COUNT
                               MOVE ASSET-RECORD TO
                                   WS-ASSET-ENTRY (WS-ASSET-COUNT)
                           ELSE
                               ADD 1 TO WS-ASSET-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSET-REGISTER-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-ASSET-REGISTER-EXIT.
           EXIT.

       OPEN-AUDIT-EXTEND SECTION.
       OPEN-AUDIT-EXTEND-START.
           OPEN EXTEND ASSET-AUDIT-FILE.
           IF WS-ASSET-AUDIT-STATUS = '05'
              OR WS-ASSET-AUDIT-STATUS = '35'
               OPEN OUTPUT ASSET-AUDIT-FILE
           END-IF.
       OPEN-AUDIT-EXTEND-EXIT.
           EXIT.

       APPLY-MAINTENANCE-FILE SECTION.
       APPLY-MAINTENANCE-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ASSET-TRAN-FILE.
           IF WS-ASSET-TRAN-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ ASSET-TRAN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE ASSET-TRAN-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       APPLY-MAINTENANCE-FILE-EXIT.
           EXIT.

       APPLY-ONE-TRANSACTION SECTION.
       APPLY-ONE-TRANSACTION-START.
           PERFORM VALIDATE-TRANSACTION.
           IF WS-TRAN-VALID
              AND (ASTR-ADD OR ASTR-CHANGE)
               PERFORM CHECK-POSTING-ACCOUNTS
           END-IF.
           IF WS-TRAN-VALID
               MOVE 'N' TO WS-ASSET-FOUND-SW
               PERFORM FIND-ASSET
                   VARYING WS-ASSET-IDX FROM 1 BY 1
                   UNTIL WS-ASSET-IDX > WS-ASSET-COUNT
                      OR WS-ASSET-FOUND
               EVALUATE TRUE
                   WHEN ASTR-ADD
                       PERFORM APPLY-ADD
                   WHEN ASTR-CHANGE
                       PERFORM APPLY-CHANGE
                   WHEN ASTR-DISPOSE
                       PERFORM APPLY-DISPOSE
               END-EVALUATE
           END-IF.
           IF WS-TRAN-VALID
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM WRITE-REJECT-LINE
           END-IF.
       APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

      * Field checks on the transaction itself; the account and
      * register checks follow once these pass.
       VALIDATE-TRANSACTION SECTION.
       VALIDATE-TRANSACTION-START.
           SET WS-TRAN-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN NOT (ASTR-ADD OR ASTR-CHANGE OR ASTR-DISPOSE)
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
               WHEN ASTR-NUMBER IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'ASSET NOT NUMERIC' TO WS-REJECT-REASON
               WHEN ASTR-NUMBER = '000000'
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'ASSET ZERO' TO WS-REJECT-REASON
               WHEN ASTR-DISPOSE
                   PERFORM VALIDATE-DISPOSAL-FIELDS
               WHEN ASTR-DESCRIPTION = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'DESCRIPTION MISSING' TO WS-REJECT-REASON
               WHEN ASTR-ACQ-DATE IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'ACQUISITION DATE INVALID' TO WS-REJECT-REASON
               WHEN ASTR-ACQ-YYYY < 1900
                 OR ASTR-ACQ-MM < 1 OR ASTR-ACQ-MM > 12
                 OR ASTR-ACQ-DD < 1 OR ASTR-ACQ-DD > 31
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'ACQUISITION DATE INVALID' TO WS-REJECT-REASON
               WHEN ASTR-COST IS NOT NUMERIC
                 OR ASTR-COST = ZERO
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'COST MISSING OR NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN ASTR-SALVAGE IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'SALVAGE NOT NUMERIC' TO WS-REJECT-REASON
               WHEN ASTR-SALVAGE > ASTR-COST
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'SALVAGE ABOVE COST' TO WS-REJECT-REASON
               WHEN ASTR-LIFE-MONTHS IS NOT NUMERIC
                 OR ASTR-LIFE-MONTHS = ZERO
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'USEFUL LIFE MISSING' TO WS-REJECT-REASON
               WHEN ASTR-METHOD NOT = 'S'
                AND ASTR-METHOD NOT = 'D'
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'METHOD NOT S OR D' TO WS-REJECT-REASON
               WHEN ASTR-ASSET-ACCOUNT IS NOT NUMERIC
                 OR ASTR-ACCUM-ACCOUNT IS NOT NUMERIC
                 OR ASTR-EXPENSE-ACCOUNT IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'ACCOUNT NOT NUMERIC' TO WS-REJECT-REASON
           END-EVALUATE.
       VALIDATE-TRANSACTION-EXIT.
           EXIT.

       VALIDATE-DISPOSAL-FIELDS SECTION.
       VALIDATE-DISPOSAL-FIELDS-START.
           EVALUATE TRUE
               WHEN ASTR-DISPOSAL-DATE IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'DISPOSAL DATE INVALID' TO WS-REJECT-REASON
               WHEN ASTR-DISP-YYYY < 1900
                 OR ASTR-DISP-MM < 1 OR ASTR-DISP-MM > 12
                 OR ASTR-DISP-DD < 1 OR ASTR-DISP-DD > 31
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'DISPOSAL DATE INVALID' TO WS-REJECT-REASON
               WHEN ASTR-PROCEEDS IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'PROCEEDS NOT NUMERIC' TO WS-REJECT-REASON
           END-EVALUATE.
       VALIDATE-DISPOSAL-FIELDS-EXIT.
           EXIT.

      * The asset, accumulated-depreciation and expense accounts
      * must all be open on the chart, or ASSETDEP's postings would
      * only be thrown back by LGRVALID.
       CHECK-POSTING-ACCOUNTS SECTION.
       CHECK-POSTING-ACCOUNTS-START.
           MOVE ASTR-ASSET-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM CHECK-ONE-ACCOUNT.
           IF NOT WS-ACCOUNT-OPEN
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'ASSET ACCOUNT NOT OPEN' TO WS-REJECT-REASON
           END-IF.
           MOVE ASTR-ACCUM-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM CHECK-ONE-ACCOUNT.
           IF NOT WS-ACCOUNT-OPEN
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'ACCUM DEPR ACCOUNT NOT OPEN' TO WS-REJECT-REASON
           END-IF.
           MOVE ASTR-EXPENSE-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM CHECK-ONE-ACCOUNT.
           IF NOT WS-ACCOUNT-OPEN
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'EXPENSE ACCOUNT NOT OPEN' TO WS-REJECT-REASON
           END-IF.
       CHECK-POSTING-ACCOUNTS-EXIT.
           EXIT.

       CHECK-ONE-ACCOUNT SECTION.
       CHECK-ONE-ACCOUNT-START.
           MOVE 'N' TO WS-ACCOUNT-OPEN-SW.
           MOVE 'N' TO WS-MASTER-FOUND-SW.
           PERFORM FIND-MASTER-ACCOUNT
               VARYING WS-MASTER-IDX FROM 1 BY 1
               UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
                  OR WS-MASTER-FOUND.
           IF WS-MASTER-FOUND
               IF WS-MST-STATUS (WS-MASTER-IDX) NOT = 'C'
                   SET WS-ACCOUNT-OPEN TO TRUE
               END-IF
           END-IF.
       CHECK-ONE-ACCOUNT-EXIT.
           EXIT.

       FIND-MASTER-ACCOUNT SECTION.
       FIND-MASTER-ACCOUNT-START.
           IF WS-MST-NUMBER (WS-MASTER-IDX) = WS-FIND-ACCOUNT
               SET WS-MASTER-FOUND TO TRUE
               SUBTRACT 1 FROM WS-MASTER-IDX
           END-IF.
       FIND-MASTER-ACCOUNT-EXIT.
           EXIT.

       FIND-ASSET SECTION.
       FIND-ASSET-START.
           IF WS-ASSET-ENTRY (WS-ASSET-IDX) (1:6) = ASTR-NUMBER
               SET WS-ASSET-FOUND TO TRUE
               SUBTRACT 1 FROM WS-ASSET-IDX
           END-IF.
       FIND-ASSET-EXIT.
           EXIT.

       APPLY-ADD SECTION.
       APPLY-ADD-START.
           IF WS-ASSET-FOUND
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'ASSET ALREADY ON REGISTER' TO WS-REJECT-REASON
           ELSE
               IF WS-ASSET-COUNT < 500
                   ADD 1 TO WS-ASSET-COUNT
                   MOVE WS-ASSET-COUNT TO WS-ASSET-IDX
                   MOVE SPACES TO ASSET-RECORD
                   MOVE ASTR-NUMBER TO ASST-NUMBER
                   PERFORM MOVE-TRANSACTION-FIELDS
                   MOVE ZERO TO ASST-ACCUM-DEPR
                   MOVE ZERO TO ASST-LAST-PERIOD
                   SET ASST-ACTIVE TO TRUE
                   MOVE ZERO TO ASST-DISPOSAL-DATE
                   MOVE ZERO TO ASST-PROCEEDS
                   MOVE ASSET-RECORD TO WS-ASSET-ENTRY (WS-ASSET-IDX)
                   PERFORM WRITE-AFTER-IMAGE
               ELSE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'ASSET TABLE FULL' TO WS-REJECT-REASON
                   MOVE 8 TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.
       APPLY-ADD-EXIT.
           EXIT.

      * A change replaces the descriptive and accounting fields but
      * never the depreciation already charged, so the new cost less
      * salvage has to cover it.
       APPLY-CHANGE SECTION.
       APPLY-CHANGE-START.
           IF NOT WS-ASSET-FOUND
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'ASSET NOT ON REGISTER' TO WS-REJECT-REASON
           ELSE
               MOVE WS-ASSET-ENTRY (WS-ASSET-IDX) TO ASSET-RECORD
               COMPUTE WS-DEPRECIABLE-AMOUNT =
                   ASTR-COST - ASTR-SALVAGE
               EVALUATE TRUE
                   WHEN NOT ASST-ACTIVE
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE 'ASSET NOT ACTIVE' TO WS-REJECT-REASON
                   WHEN ASST-ACCUM-DEPR > WS-DEPRECIABLE-AMOUNT
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE 'BELOW DEPRECIATION TAKEN'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       PERFORM WRITE-BEFORE-IMAGE
                       PERFORM MOVE-TRANSACTION-FIELDS
                       MOVE ASSET-RECORD
                           TO WS-ASSET-ENTRY (WS-ASSET-IDX)
                       PERFORM WRITE-AFTER-IMAGE
               END-EVALUATE
           END-IF.
       APPLY-CHANGE-EXIT.
           EXIT.

      * Disposal never deletes - the asset stays pending until
      * ASSETDEP has posted the gain or loss, and on the register
      * as disposed after that.
       APPLY-DISPOSE SECTION.
       APPLY-DISPOSE-START.
           IF NOT WS-ASSET-FOUND
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'ASSET NOT ON REGISTER' TO WS-REJECT-REASON
           ELSE
               MOVE WS-ASSET-ENTRY (WS-ASSET-IDX) TO ASSET-RECORD
               EVALUATE TRUE
                   WHEN NOT ASST-ACTIVE
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE 'ASSET NOT ACTIVE' TO WS-REJECT-REASON
                   WHEN ASTR-DISPOSAL-DATE < ASST-ACQ-DATE
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE 'DISPOSAL BEFORE ACQUISITION'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       PERFORM WRITE-BEFORE-IMAGE
                       SET ASST-DISPOSAL-PENDING TO TRUE
                       MOVE ASTR-DISPOSAL-DATE TO ASST-DISPOSAL-DATE
                       MOVE ASTR-PROCEEDS TO ASST-PROCEEDS
                       MOVE ASSET-RECORD
                           TO WS-ASSET-ENTRY (WS-ASSET-IDX)
                       PERFORM WRITE-AFTER-IMAGE
               END-EVALUATE
           END-IF.
       APPLY-DISPOSE-EXIT.
           EXIT.

       MOVE-TRANSACTION-FIELDS SECTION.
       MOVE-TRANSACTION-FIELDS-START.
           MOVE ASTR-DESCRIPTION TO ASST-DESCRIPTION.
           MOVE ASTR-ACQ-DATE TO ASST-ACQ-DATE.
           MOVE ASTR-COST TO ASST-COST.
           MOVE ASTR-SALVAGE TO ASST-SALVAGE.
           MOVE ASTR-LIFE-MONTHS TO ASST-LIFE-MONTHS.
           MOVE ASTR-METHOD TO ASST-METHOD.
           MOVE ASTR-ASSET-ACCOUNT TO ASST-ASSET-ACCOUNT.
           MOVE ASTR-ACCUM-ACCOUNT TO ASST-ACCUM-ACCOUNT.
           MOVE ASTR-EXPENSE-ACCOUNT TO ASST-EXPENSE-ACCOUNT.
       MOVE-TRANSACTION-FIELDS-EXIT.
           EXIT.

       WRITE-BEFORE-IMAGE SECTION.
       WRITE-BEFORE-IMAGE-START.
           MOVE 'B' TO ASAUD-IMAGE-TYPE.
           MOVE ASTR-ACTION TO ASAUD-ACTION.
           MOVE WS-RUN-DATE TO ASAUD-DATE.
           MOVE WS-RUN-TIME TO ASAUD-TIME.
           MOVE WS-ASSET-ENTRY (WS-ASSET-IDX) TO ASAUD-ASSET-IMAGE.
           WRITE ASSET-AUDIT-RECORD.
       WRITE-BEFORE-IMAGE-EXIT.
           EXIT.

       WRITE-AFTER-IMAGE SECTION.
       WRITE-AFTER-IMAGE-START.
           MOVE 'A' TO ASAUD-IMAGE-TYPE.
           MOVE ASTR-ACTION TO ASAUD-ACTION.
           MOVE WS-RUN-DATE TO ASAUD-DATE.
           MOVE WS-RUN-TIME TO ASAUD-TIME.
           MOVE WS-ASSET-ENTRY (WS-ASSET-IDX) TO ASAUD-ASSET-IMAGE.
           WRITE ASSET-AUDIT-RECORD.
       WRITE-AFTER-IMAGE-EXIT.
           EXIT.

       WRITE-REJECT-LINE SECTION.
       WRITE-REJECT-LINE-START.
           MOVE SPACES TO ASSET-RPT-RECORD.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  ' REJECTED ' DELIMITED BY SIZE
                  ASTR-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ASTR-NUMBER DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO ASSET-RPT-RECORD.
           WRITE ASSET-RPT-RECORD.
       WRITE-REJECT-LINE-EXIT.
           EXIT.

      * Only rewrite the register when the load really read it
      * ('00') or there is genuinely none yet ('35').
       REWRITE-ASSET-REGISTER SECTION.
       REWRITE-ASSET-REGISTER-START.
           IF WS-ASSET-LOAD-STATUS NOT = '00'
              AND WS-ASSET-LOAD-STATUS NOT = '35'
               MOVE 8 TO WS-FINAL-RETURN-CODE
               DISPLAY 'ASSETMNT - ASSETREG NOT READABLE - STATUS '
                   WS-ASSET-LOAD-STATUS ' - REGISTER LEFT AS IS'
           ELSE
               OPEN OUTPUT ASSET-REGISTER-FILE
               PERFORM WRITE-ONE-ASSET-RECORD
                   VARYING WS-ASSET-IDX FROM 1 BY 1
                   UNTIL WS-ASSET-IDX > WS-ASSET-COUNT
               CLOSE ASSET-REGISTER-FILE
           END-IF.
       REWRITE-ASSET-REGISTER-EXIT.
           EXIT.

       WRITE-ONE-ASSET-RECORD SECTION.
       WRITE-ONE-ASSET-RECORD-START.
           MOVE WS-ASSET-ENTRY (WS-ASSET-IDX) TO ASSET-RECORD.
           WRITE ASSET-RECORD.
       WRITE-ONE-ASSET-RECORD-EXIT.
           EXIT.

       WRITE-RUN-TOTALS SECTION.
       WRITE-RUN-TOTALS-START.
           MOVE SPACES TO ASSET-RPT-RECORD.
           STRING 'ASSET MAINTENANCE TOTALS - READ: '
                      DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  ' APPLIED: ' DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  ' REJECTED: ' DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  INTO ASSET-RPT-RECORD.
           WRITE ASSET-RPT-RECORD.
       WRITE-RUN-TOTALS-EXIT.
           EXIT.
