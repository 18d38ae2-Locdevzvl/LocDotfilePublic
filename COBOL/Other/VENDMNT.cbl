       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDMNT.
       AUTHOR. MTH.

      * Vendor master maintenance in the CUSTMNT mold, the front end
      * of the payables subsystem.  Applies the VMNTTRAN maintenance
      * file to the VENDMAST vendor master APINVENT and APPAYRUN
      * read: add ('A') and change ('C') transactions, each
      * validated on the way in - vendor number numeric and
      * nonzero, payee name and address present, a default expense
      * account open on ACCTMAST, status A(ctive), H(old) or
      * I(nactive) - no duplicate adds and no change of a vendor not
      * on file.  Vendors are never deleted; paid invoices keep
      * pointing at them.  Every applied change writes before and
      * after images to the VMNTAUD audit file, rejects and run
      * totals go to the VMNTRPT report, and the master is rewritten
      * with the same load-status guard the other master files use.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-MASTER-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT VEND-TRAN-FILE ASSIGN TO "VMNTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEND-TRAN-STATUS.
           SELECT VEND-AUDIT-FILE ASSIGN TO "VMNTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEND-AUDIT-STATUS.
           SELECT VEND-RPT-FILE ASSIGN TO "VMNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VEND-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
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

      * One maintenance transaction: action A(dd) or C(hange)
      * followed by the vendor image.
       FD  VEND-TRAN-FILE
           RECORDING MODE IS F.
       01  VEND-TRAN-RECORD.
           05 VTRAN-ACTION           PIC X(01).
               88 VTRAN-ADD             VALUE 'A'.
               88 VTRAN-CHANGE          VALUE 'C'.
           05 VTRAN-NUMBER           PIC X(06).
           05 VTRAN-NAME             PIC X(30).
           05 VTRAN-ADDRESS          PIC X(30).
           05 VTRAN-CITY-STATE-ZIP   PIC X(30).
           05 VTRAN-EXPENSE-ACCOUNT  PIC 9(06).
           05 VTRAN-STATUS           PIC X(01).

      * Before/after image trail in the CMNTAUD style: 'B' is the
      * vendor record before the change, 'A' after.  An add has no
      * before image.
       FD  VEND-AUDIT-FILE
           RECORDING MODE IS F.
       01  VEND-AUDIT-RECORD.
           05 VAUD-IMAGE-TYPE        PIC X(01).
           05 VAUD-ACTION            PIC X(01).
           05 VAUD-DATE              PIC 9(08).
           05 VAUD-TIME              PIC 9(08).
           05 VAUD-VENDOR-IMAGE      PIC X(103).

       FD  VEND-RPT-FILE
           RECORDING MODE IS F.
       01  VEND-RPT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-VENDOR-MASTER-STATUS PIC XX.
           05 WS-ACCOUNT-MASTER-STATUS PIC XX.
           05 WS-VEND-TRAN-STATUS    PIC XX.
           05 WS-VEND-AUDIT-STATUS   PIC XX.
           05 WS-VEND-RPT-STATUS     PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-TIME               PIC 9(8).
      * The vendor master, held as whole VENDREC images.
       01  WS-VENDOR-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-VENDOR-IDX             PIC 9(03).
       01  WS-VENDOR-FOUND-SW        PIC X.
           88 WS-VENDOR-FOUND           VALUE 'Y'.
       01  WS-VENDOR-OVERFLOW-COUNT  PIC 9(06) VALUE ZERO.
       01  WS-VENDOR-LOAD-STATUS     PIC X(02).
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
       01  WS-TRAN-VALID-SW          PIC X VALUE 'Y'.
           88 WS-TRAN-VALID             VALUE 'Y'.
           88 WS-TRAN-INVALID           VALUE 'N'.
       01  WS-REJECT-REASON          PIC X(30).
       01  WS-READ-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-APPLIED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT VEND-RPT-FILE.
           PERFORM LOAD-ACCOUNT-MASTER.
           PERFORM LOAD-VENDOR-MASTER.
           IF WS-VENDOR-OVERFLOW-COUNT > ZERO
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE SPACES TO VEND-RPT-RECORD
               STRING 'VENDORS BEYOND TABLE: ' DELIMITED BY SIZE
                      WS-VENDOR-OVERFLOW-COUNT DELIMITED BY SIZE
                      ' - MASTER LEFT AS IS, NOTHING APPLIED'
                          DELIMITED BY SIZE
                      INTO VEND-RPT-RECORD
               WRITE VEND-RPT-RECORD
               DISPLAY VEND-RPT-RECORD
           ELSE
               PERFORM OPEN-AUDIT-EXTEND
               PERFORM APPLY-MAINTENANCE-FILE
               CLOSE VEND-AUDIT-FILE
               PERFORM REWRITE-VENDOR-MASTER
           END-IF.
           PERFORM WRITE-RUN-TOTALS.
           CLOSE VEND-RPT-FILE.
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
           MOVE WS-VENDOR-MASTER-STATUS TO WS-VENDOR-LOAD-STATUS.
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
                           ELSE
                               ADD 1 TO WS-VENDOR-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-MASTER-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-VENDOR-MASTER-EXIT.
           EXIT.

       OPEN-AUDIT-EXTEND SECTION.
       OPEN-AUDIT-EXTEND-START.
           OPEN EXTEND VEND-AUDIT-FILE.
           IF WS-VEND-AUDIT-STATUS = '05'
              OR WS-VEND-AUDIT-STATUS = '35'
               OPEN OUTPUT VEND-AUDIT-FILE
           END-IF.
       OPEN-AUDIT-EXTEND-EXIT.
           EXIT.

       APPLY-MAINTENANCE-FILE SECTION.
       APPLY-MAINTENANCE-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT VEND-TRAN-FILE.
           IF WS-VEND-TRAN-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ VEND-TRAN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE VEND-TRAN-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       APPLY-MAINTENANCE-FILE-EXIT.
           EXIT.

       APPLY-ONE-TRANSACTION SECTION.
       APPLY-ONE-TRANSACTION-START.
           PERFORM VALIDATE-TRANSACTION.
           IF WS-TRAN-VALID
               MOVE 'N' TO WS-VENDOR-FOUND-SW
               PERFORM FIND-VENDOR
                   VARYING WS-VENDOR-IDX FROM 1 BY 1
                   UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
                      OR WS-VENDOR-FOUND
               EVALUATE TRUE
                   WHEN VTRAN-ADD
                       PERFORM APPLY-ADD
                   WHEN VTRAN-CHANGE
                       PERFORM APPLY-CHANGE
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

      * A check cannot be cut to a vendor with no payee name or
      * address, or charged to an account the ledger will refuse.
       VALIDATE-TRANSACTION SECTION.
       VALIDATE-TRANSACTION-START.
           SET WS-TRAN-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN NOT (VTRAN-ADD OR VTRAN-CHANGE)
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
               WHEN VTRAN-NUMBER IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'VENDOR NOT NUMERIC' TO WS-REJECT-REASON
               WHEN VTRAN-NUMBER = '000000'
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'VENDOR ZERO' TO WS-REJECT-REASON
               WHEN VTRAN-NAME = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'PAYEE NAME MISSING' TO WS-REJECT-REASON
               WHEN VTRAN-ADDRESS = SPACES
                 OR VTRAN-CITY-STATE-ZIP = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'ADDRESS MISSING' TO WS-REJECT-REASON
               WHEN VTRAN-STATUS NOT = 'A'
                AND VTRAN-STATUS NOT = 'H'
                AND VTRAN-STATUS NOT = 'I'
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'STATUS NOT A, H OR I' TO WS-REJECT-REASON
               WHEN VTRAN-EXPENSE-ACCOUNT IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'EXPENSE ACCOUNT NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'N' TO WS-MASTER-FOUND-SW
                   PERFORM FIND-MASTER-ACCOUNT
                       VARYING WS-MASTER-IDX FROM 1 BY 1
                       UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
                          OR WS-MASTER-FOUND
                   IF NOT WS-MASTER-FOUND
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE 'EXPENSE ACCOUNT NOT OPEN'
                           TO WS-REJECT-REASON
                   ELSE
                       IF WS-MST-STATUS (WS-MASTER-IDX) = 'C'
                           SET WS-TRAN-INVALID TO TRUE
                           MOVE 'EXPENSE ACCOUNT NOT OPEN'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-EVALUATE.
       VALIDATE-TRANSACTION-EXIT.
           EXIT.

       FIND-MASTER-ACCOUNT SECTION.
       FIND-MASTER-ACCOUNT-START.
           IF WS-MST-NUMBER (WS-MASTER-IDX) = VTRAN-EXPENSE-ACCOUNT
               SET WS-MASTER-FOUND TO TRUE
               SUBTRACT 1 FROM WS-MASTER-IDX
           END-IF.
       FIND-MASTER-ACCOUNT-EXIT.
           EXIT.

       FIND-VENDOR SECTION.
       FIND-VENDOR-START.
           IF WS-VENDOR-ENTRY (WS-VENDOR-IDX) (1:6) = VTRAN-NUMBER
               SET WS-VENDOR-FOUND TO TRUE
               SUBTRACT 1 FROM WS-VENDOR-IDX
           END-IF.
       FIND-VENDOR-EXIT.
           EXIT.

       APPLY-ADD SECTION.
       APPLY-ADD-START.
           IF WS-VENDOR-FOUND
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'VENDOR ALREADY ON MASTER' TO WS-REJECT-REASON
           ELSE
               IF WS-VENDOR-COUNT < 500
                   ADD 1 TO WS-VENDOR-COUNT
                   MOVE WS-VENDOR-COUNT TO WS-VENDOR-IDX
                   MOVE VTRAN-NUMBER TO VEND-NUMBER
                   PERFORM MOVE-TRANSACTION-FIELDS
                   MOVE VENDOR-RECORD
                       TO WS-VENDOR-ENTRY (WS-VENDOR-IDX)
                   PERFORM WRITE-AFTER-IMAGE
               ELSE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'VENDOR TABLE FULL' TO WS-REJECT-REASON
                   MOVE 8 TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.
       APPLY-ADD-EXIT.
           EXIT.

       APPLY-CHANGE SECTION.
       APPLY-CHANGE-START.
           IF NOT WS-VENDOR-FOUND
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'VENDOR NOT ON MASTER' TO WS-REJECT-REASON
           ELSE
               PERFORM WRITE-BEFORE-IMAGE
               MOVE WS-VENDOR-ENTRY (WS-VENDOR-IDX) TO VENDOR-RECORD
               PERFORM MOVE-TRANSACTION-FIELDS
               MOVE VENDOR-RECORD TO WS-VENDOR-ENTRY (WS-VENDOR-IDX)
               PERFORM WRITE-AFTER-IMAGE
           END-IF.
       APPLY-CHANGE-EXIT.
           EXIT.

       MOVE-TRANSACTION-FIELDS SECTION.
       MOVE-TRANSACTION-FIELDS-START.
           MOVE VTRAN-NAME TO VEND-NAME.
           MOVE VTRAN-ADDRESS TO VEND-ADDRESS.
           MOVE VTRAN-CITY-STATE-ZIP TO VEND-CITY-STATE-ZIP.
           MOVE VTRAN-EXPENSE-ACCOUNT TO VEND-EXPENSE-ACCOUNT.
           MOVE VTRAN-STATUS TO VEND-STATUS.
       MOVE-TRANSACTION-FIELDS-EXIT.
           EXIT.

       WRITE-BEFORE-IMAGE SECTION.
       WRITE-BEFORE-IMAGE-START.
           MOVE 'B' TO VAUD-IMAGE-TYPE.
           MOVE VTRAN-ACTION TO VAUD-ACTION.
           MOVE WS-RUN-DATE TO VAUD-DATE.
           MOVE WS-RUN-TIME TO VAUD-TIME.
           MOVE WS-VENDOR-ENTRY (WS-VENDOR-IDX) TO VAUD-VENDOR-IMAGE.
           WRITE VEND-AUDIT-RECORD.
       WRITE-BEFORE-IMAGE-EXIT.
           EXIT.

       WRITE-AFTER-IMAGE SECTION.
       WRITE-AFTER-IMAGE-START.
           MOVE 'A' TO VAUD-IMAGE-TYPE.
           MOVE VTRAN-ACTION TO VAUD-ACTION.
           MOVE WS-RUN-DATE TO VAUD-DATE.
           MOVE WS-RUN-TIME TO VAUD-TIME.
           MOVE WS-VENDOR-ENTRY (WS-VENDOR-IDX) TO VAUD-VENDOR-IMAGE.
           WRITE VEND-AUDIT-RECORD.
       WRITE-AFTER-IMAGE-EXIT.
           EXIT.

       WRITE-REJECT-LINE SECTION.
       WRITE-REJECT-LINE-START.
           MOVE SPACES TO VEND-RPT-RECORD.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  ' REJECTED ' DELIMITED BY SIZE
                  VTRAN-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  VTRAN-NUMBER DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO VEND-RPT-RECORD.
           WRITE VEND-RPT-RECORD.
       WRITE-REJECT-LINE-EXIT.
           EXIT.

      * Only rewrite the master when the load really read it ('00')
      * or there is genuinely none yet ('35').
       REWRITE-VENDOR-MASTER SECTION.
       REWRITE-VENDOR-MASTER-START.
           IF WS-VENDOR-LOAD-STATUS NOT = '00'
              AND WS-VENDOR-LOAD-STATUS NOT = '35'
               MOVE 8 TO WS-FINAL-RETURN-CODE
               DISPLAY 'VENDMNT - VENDMAST NOT READABLE - STATUS '
                   WS-VENDOR-LOAD-STATUS ' - MASTER LEFT AS IS'
           ELSE
               OPEN OUTPUT VENDOR-MASTER-FILE
               PERFORM WRITE-ONE-VENDOR-RECORD
                   VARYING WS-VENDOR-IDX FROM 1 BY 1
                   UNTIL WS-VENDOR-IDX > WS-VENDOR-COUNT
               CLOSE VENDOR-MASTER-FILE
           END-IF.
       REWRITE-VENDOR-MASTER-EXIT.
           EXIT.

       WRITE-ONE-VENDOR-RECORD SECTION.
       WRITE-ONE-VENDOR-RECORD-START.
           MOVE WS-VENDOR-ENTRY (WS-VENDOR-IDX) TO VENDOR-RECORD.
           WRITE VENDOR-RECORD.
       WRITE-ONE-VENDOR-RECORD-EXIT.
           EXIT.

       WRITE-RUN-TOTALS SECTION.
       WRITE-RUN-TOTALS-START.
           MOVE SPACES TO VEND-RPT-RECORD.
           STRING 'VENDOR MAINTENANCE TOTALS - READ: '
                      DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  ' APPLIED: ' DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  ' REJECTED: ' DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  INTO VEND-RPT-RECORD.
           WRITE VEND-RPT-RECORD.
       WRITE-RUN-TOTALS-EXIT.
           EXIT.
