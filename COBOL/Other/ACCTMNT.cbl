      * validates against: add ('A'), change ('C') and close ('K')
      * transactions, each validated on the way in - account numeric
      * and nonzero, normal side one of the D/C values
      * LEDG-ACCT-TYPE knows, description present, currency code
      * blank (base currency) or three letters, no duplicate
      * adds, no change or close of an account not on file.  The
      * currency code marks an account held in foreign currency
      * for the FXREVAL month-end revaluation.  Every
      * applied change writes before and after images to the
      * AMNTAUD audit file, rejects and run totals go to the
      * AMNTRPT report, and the master is rewritten with the same

       FILE SECTION.
      * Same shape LGRVALID reads: account, description, normal
      * side, the open/closed posting status, and the currency the
      * account is held in (blank for base currency).
       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
       01  ACCOUNT-MASTER-RECORD.
           05 ACCT-DESCRIPTION    PIC X(30).
           05 ACCT-NORMAL-SIDE    PIC X(01).
           05 ACCT-STATUS         PIC X(01).
           05 ACCT-CURRENCY       PIC X(03).

      * One maintenance transaction: action A(dd), C(hange) or
      * K (close) followed by the account image.
           05 ATRAN-ACCOUNT          PIC X(06).
           05 ATRAN-DESCRIPTION      PIC X(30).
           05 ATRAN-NORMAL-SIDE      PIC X(01).
           05 ATRAN-CURRENCY         PIC X(03).

      * Before/after image trail in the CMNTAUD style: 'B' is the
      * record before the change, 'A' after.  An add has no before
           05 AAUD-DESCRIPTION       PIC X(30).
           05 AAUD-NORMAL-SIDE       PIC X(01).
           05 AAUD-STATUS            PIC X(01).
           05 AAUD-CURRENCY          PIC X(03).

       FD  ACCT-RPT-FILE
           RECORDING MODE IS F.
               10 WS-MST-DESCRIPTION PIC X(30).
               10 WS-MST-SIDE        PIC X(01).
               10 WS-MST-STATUS      PIC X(01).
               10 WS-MST-CURRENCY    PIC X(03).
       01  WS-TRAN-VALID-SW          PIC X VALUE 'Y'.
           88 WS-TRAN-VALID             VALUE 'Y'.
           88 WS-TRAN-INVALID           VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT ACCT-RPT-FILE.
           PERFORM LOAD-ACCOUNT-MASTER.
                                   WS-MST-SIDE (WS-MASTER-COUNT)
                               MOVE ACCT-STATUS TO
                                   WS-MST-STATUS (WS-MASTER-COUNT)
                               MOVE ACCT-CURRENCY TO
                                   WS-MST-CURRENCY (WS-MASTER-COUNT)
                           ELSE
                               ADD 1 TO WS-MASTER-OVERFLOW-COUNT
                           END-IF

      * The checks hand-editing never did: action known, account
      * numeric and nonzero, normal side a LEDG-ACCT-TYPE value,
      * and a description on anything that creates or changes one,
      * with a currency code that is blank or three letters.
       VALIDATE-TRANSACTION SECTION.
       VALIDATE-TRANSACTION-START.
           SET WS-TRAN-VALID TO TRUE.
                    AND ATRAN-DESCRIPTION = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'DESCRIPTION MISSING' TO WS-REJECT-REASON
               WHEN (ATRAN-ADD OR ATRAN-CHANGE)
                    AND ATRAN-CURRENCY NOT = SPACES
                    AND (ATRAN-CURRENCY IS NOT ALPHABETIC-UPPER
                         OR ATRAN-CURRENCY (1:1) = SPACE
                         OR ATRAN-CURRENCY (2:1) = SPACE
                         OR ATRAN-CURRENCY (3:1) = SPACE)
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'CURRENCY CODE INVALID' TO WS-REJECT-REASON
           END-EVALUATE.
       VALIDATE-TRANSACTION-EXIT.
           EXIT.
                   MOVE ATRAN-NORMAL-SIDE TO
                       WS-MST-SIDE (WS-MASTER-IDX)
                   MOVE 'A' TO WS-MST-STATUS (WS-MASTER-IDX)
                   MOVE ATRAN-CURRENCY TO
                       WS-MST-CURRENCY (WS-MASTER-IDX)
                   PERFORM WRITE-AFTER-IMAGE
               ELSE
                   SET WS-TRAN-INVALID TO TRUE
               MOVE ATRAN-DESCRIPTION TO
                   WS-MST-DESCRIPTION (WS-MASTER-IDX)
               MOVE ATRAN-NORMAL-SIDE TO WS-MST-SIDE (WS-MASTER-IDX)
               MOVE ATRAN-CURRENCY TO WS-MST-CURRENCY (WS-MASTER-IDX)
               PERFORM WRITE-AFTER-IMAGE
           END-IF.
       APPLY-CHANGE-EXIT.
               TO AAUD-DESCRIPTION.
           MOVE WS-MST-SIDE (WS-MASTER-IDX) TO AAUD-NORMAL-SIDE.
           MOVE WS-MST-STATUS (WS-MASTER-IDX) TO AAUD-STATUS.
           MOVE WS-MST-CURRENCY (WS-MASTER-IDX) TO AAUD-CURRENCY.
           WRITE ACCT-AUDIT-RECORD.
       WRITE-BEFORE-IMAGE-EXIT.
           EXIT.
               TO AAUD-DESCRIPTION.
           MOVE WS-MST-SIDE (WS-MASTER-IDX) TO AAUD-NORMAL-SIDE.
           MOVE WS-MST-STATUS (WS-MASTER-IDX) TO AAUD-STATUS.
           MOVE WS-MST-CURRENCY (WS-MASTER-IDX) TO AAUD-CURRENCY.
           WRITE ACCT-AUDIT-RECORD.
       WRITE-AFTER-IMAGE-EXIT.
           EXIT.
               TO ACCT-DESCRIPTION.
           MOVE WS-MST-SIDE (WS-MASTER-IDX) TO ACCT-NORMAL-SIDE.
           MOVE WS-MST-STATUS (WS-MASTER-IDX) TO ACCT-STATUS.
           MOVE WS-MST-CURRENCY (WS-MASTER-IDX) TO ACCT-CURRENCY.
           WRITE ACCOUNT-MASTER-RECORD.
       WRITE-ONE-MASTER-RECORD-EXIT.
           EXIT.
