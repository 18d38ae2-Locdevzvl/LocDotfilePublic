       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLVPMNT.
       AUTHOR. MTH.

      * Statement delivery preference maintenance in the CUSTMNT
      * mold.  Applies the DPMNTRAN maintenance file to the STMTPREF
      * preference file STMTMAIL routes statements by: add ('A'),
      * change ('C') and delete ('D', the customer goes back to the
      * paper default) transactions, each validated on the way in -
      * customer id numeric, nonzero and on the CUSTIDX customer
      * master, method P(aper), E(lectronic) or B(oth), and for
      * electronic or both an email address of the form name@domain
      * - with no duplicate add and no change or delete of a
      * customer not on file.  The enrollment date is the one on the
      * transaction when given; otherwise an add, or a change that
      * moves a paper customer onto electronic delivery, is enrolled
      * on the run date and any other change keeps the date it had.
      * Every applied change writes before and after images to the
      * DPMNAUD audit file, rejects and run totals go to the DPMNRPT
      * report, and the preference file is rewritten with the same
      * load-status guard the other master files use.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREF-FILE ASSIGN TO "STMTPREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-STATUS.
           SELECT CUST-INDEXED-FILE ASSIGN TO "CUSTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-IDX-ID
               ALTERNATE RECORD KEY IS CUST-IDX-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-INDEXED-STATUS.
           SELECT PREF-TRAN-FILE ASSIGN TO "DPMNTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-TRAN-STATUS.
           SELECT PREF-AUDIT-FILE ASSIGN TO "DPMNAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-AUDIT-STATUS.
           SELECT PREF-RPT-FILE ASSIGN TO "DPMNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PREF-FILE
           RECORDING MODE IS F.
           COPY DLVPREC.

       FD  CUST-INDEXED-FILE
           RECORDING MODE IS F.
       01  CUST-INDEXED-RECORD.
           05 CUST-IDX-ID            PIC 9(06).
           05 CUST-IDX-NAME          PIC A(50).
           05 CUST-IDX-ADDRESS       PIC A(30).
           05 CUST-IDX-NAME-KEY      PIC X(05).

      * One maintenance transaction: action A(dd), C(hange) or
      * D(elete) followed by the preference image; a blank or zero
      * enrollment date lets the run supply it.
       FD  PREF-TRAN-FILE
           RECORDING MODE IS F.
       01  PREF-TRAN-RECORD.
           05 DTRAN-ACTION           PIC X(01).
               88 DTRAN-ADD             VALUE 'A'.
               88 DTRAN-CHANGE          VALUE 'C'.
               88 DTRAN-DELETE          VALUE 'D'.
           05 DTRAN-CUST-ID          PIC X(06).
           05 DTRAN-METHOD           PIC X(01).
           05 DTRAN-EMAIL            PIC X(60).
           05 DTRAN-ENROLL-DATE      PIC X(08).

      * Before/after image trail in the CMNTAUD style: 'B' is the
      * preference before the change, 'A' after.  An add has no
      * before image and a delete no after image.
       FD  PREF-AUDIT-FILE
           RECORDING MODE IS F.
       01  PREF-AUDIT-RECORD.
           05 DAUD-IMAGE-TYPE        PIC X(01).
           05 DAUD-ACTION            PIC X(01).
           05 DAUD-DATE              PIC 9(08).
           05 DAUD-TIME              PIC 9(08).
           05 DAUD-PREF-IMAGE        PIC X(75).

       FD  PREF-RPT-FILE
           RECORDING MODE IS F.
       01  PREF-RPT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-PREF-STATUS         PIC XX.
           05 WS-CUST-INDEXED-STATUS PIC XX.
           05 WS-PREF-TRAN-STATUS    PIC XX.
           05 WS-PREF-AUDIT-STATUS   PIC XX.
           05 WS-PREF-RPT-STATUS     PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-TIME               PIC 9(8).
       01  WS-CUSTIDX-OPEN-SW        PIC X VALUE 'N'.
           88 WS-CUSTIDX-OPEN           VALUE 'Y'.
      * The preference file, held as whole DLVPREC images.
       01  WS-PREF-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-PREF-IDX               PIC 9(04).
       01  WS-PREF-FOUND-SW          PIC X.
           88 WS-PREF-FOUND             VALUE 'Y'.
       01  WS-PREF-OVERFLOW-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-PREF-LOAD-STATUS       PIC X(02).
       01  WS-PREF-TABLE.
           05  WS-PREF-ENTRY OCCURS 2000 TIMES PIC X(75).
       01  WS-OLD-METHOD             PIC X(01).
       01  WS-OLD-ENROLL-DATE        PIC 9(08).
       01  WS-AT-COUNT               PIC 9(02).
       01  WS-AT-POS                 PIC 9(02).
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
           OPEN OUTPUT PREF-RPT-FILE.
           PERFORM LOAD-PREFERENCE-FILE.
           OPEN INPUT CUST-INDEXED-FILE.
           IF WS-CUST-INDEXED-STATUS = '00'
               SET WS-CUSTIDX-OPEN TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN WS-PREF-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO PREF-RPT-RECORD
                   STRING 'PREFERENCES BEYOND TABLE: ' DELIMITED BY SIZE
                          WS-PREF-OVERFLOW-COUNT DELIMITED BY SIZE
                          ' - FILE LEFT AS IS, NOTHING APPLIED'
                              DELIMITED BY SIZE
                          INTO PREF-RPT-RECORD
                   WRITE PREF-RPT-RECORD
                   DISPLAY PREF-RPT-RECORD
               WHEN NOT WS-CUSTIDX-OPEN
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'CUSTIDX NOT AVAILABLE - NOTHING APPLIED'
                       TO PREF-RPT-RECORD
                   WRITE PREF-RPT-RECORD
                   DISPLAY PREF-RPT-RECORD
               WHEN OTHER
                   PERFORM OPEN-AUDIT-EXTEND
                   PERFORM APPLY-MAINTENANCE-FILE
                   CLOSE PREF-AUDIT-FILE
                   PERFORM REWRITE-PREFERENCE-FILE
           END-EVALUATE.
           IF WS-CUSTIDX-OPEN
               CLOSE CUST-INDEXED-FILE
           END-IF.
           PERFORM WRITE-RUN-TOTALS.
           CLOSE PREF-RPT-FILE.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-PREFERENCE-FILE SECTION.
       LOAD-PREFERENCE-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PREF-FILE.
           MOVE WS-PREF-STATUS TO WS-PREF-LOAD-STATUS.
           IF WS-PREF-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ PREF-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-PREF-COUNT < 2000
                               ADD 1 TO WS-PREF-COUNT
                               MOVE DELIVERY-PREF-RECORD TO
                                   WS-PREF-ENTRY (WS-PREF-COUNT)
                           ELSE
                               ADD 1 TO WS-PREF-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREF-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-PREFERENCE-FILE-EXIT.
           EXIT.

       OPEN-AUDIT-EXTEND SECTION.
       OPEN-AUDIT-EXTEND-START.
           OPEN EXTEND PREF-AUDIT-FILE.
           IF WS-PREF-AUDIT-STATUS = '05'
              OR WS-PREF-AUDIT-STATUS = '35'
               OPEN OUTPUT PREF-AUDIT-FILE
           END-IF.
       OPEN-AUDIT-EXTEND-EXIT.
           EXIT.

       APPLY-MAINTENANCE-FILE SECTION.
       APPLY-MAINTENANCE-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PREF-TRAN-FILE.
           IF WS-PREF-TRAN-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ PREF-TRAN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE PREF-TRAN-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       APPLY-MAINTENANCE-FILE-EXIT.
           EXIT.

       APPLY-ONE-TRANSACTION SECTION.
       APPLY-ONE-TRANSACTION-START.
           PERFORM VALIDATE-TRANSACTION.
           IF WS-TRAN-VALID
               MOVE 'N' TO WS-PREF-FOUND-SW
               PERFORM FIND-PREFERENCE
                   VARYING WS-PREF-IDX FROM 1 BY 1
                   UNTIL WS-PREF-IDX > WS-PREF-COUNT
                      OR WS-PREF-FOUND
               EVALUATE TRUE
                   WHEN DTRAN-ADD
                       PERFORM APPLY-ADD
                   WHEN DTRAN-CHANGE
                       PERFORM APPLY-CHANGE
                   WHEN DTRAN-DELETE
                       PERFORM APPLY-DELETE
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

      * An electronic statement with nowhere to go is worse than a
      * paper one, so the address must at least look deliverable.
       VALIDATE-TRANSACTION SECTION.
       VALIDATE-TRANSACTION-START.
           SET WS-TRAN-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN NOT (DTRAN-ADD OR DTRAN-CHANGE OR DTRAN-DELETE)
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
               WHEN DTRAN-CUST-ID IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'CUSTOMER NOT NUMERIC' TO WS-REJECT-REASON
               WHEN DTRAN-CUST-ID = '000000'
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'CUSTOMER ZERO' TO WS-REJECT-REASON
               WHEN DTRAN-DELETE
                   CONTINUE
               WHEN DTRAN-METHOD NOT = 'P'
                AND DTRAN-METHOD NOT = 'E'
                AND DTRAN-METHOD NOT = 'B'
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'METHOD NOT P, E OR B' TO WS-REJECT-REASON
               WHEN DTRAN-ENROLL-DATE NOT = SPACES
                AND DTRAN-ENROLL-DATE IS NOT NUMERIC
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'ENROLLMENT DATE NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN DTRAN-METHOD NOT = 'P'
                   PERFORM CHECK-EMAIL-ADDRESS
           END-EVALUATE.
           IF WS-TRAN-VALID AND NOT DTRAN-DELETE
               MOVE DTRAN-CUST-ID TO CUST-IDX-ID
               READ CUST-INDEXED-FILE
                   INVALID KEY
                       SET WS-TRAN-INVALID TO TRUE
                       MOVE 'CUSTOMER NOT ON CUSTIDX'
                           TO WS-REJECT-REASON
               END-READ
           END-IF.
       VALIDATE-TRANSACTION-EXIT.
           EXIT.

      * One '@', not leading, with something after it.
       CHECK-EMAIL-ADDRESS SECTION.
       CHECK-EMAIL-ADDRESS-START.
           MOVE ZERO TO WS-AT-COUNT.
           MOVE ZERO TO WS-AT-POS.
           INSPECT DTRAN-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'.
           INSPECT DTRAN-EMAIL TALLYING WS-AT-POS
               FOR CHARACTERS BEFORE INITIAL '@'.
           EVALUATE TRUE
               WHEN DTRAN-EMAIL = SPACES
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'EMAIL ADDRESS MISSING' TO WS-REJECT-REASON
               WHEN WS-AT-COUNT NOT = 1
                 OR WS-AT-POS = ZERO
                 OR WS-AT-POS > 58
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'EMAIL ADDRESS NOT VALID' TO WS-REJECT-REASON
               WHEN DTRAN-EMAIL (WS-AT-POS + 2:1) = SPACE
                 OR DTRAN-EMAIL (1:1) = SPACE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'EMAIL ADDRESS NOT VALID' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       CHECK-EMAIL-ADDRESS-EXIT.
           EXIT.

       FIND-PREFERENCE SECTION.
       FIND-PREFERENCE-START.
           IF WS-PREF-ENTRY (WS-PREF-IDX) (1:6) = DTRAN-CUST-ID
               SET WS-PREF-FOUND TO TRUE
               SUBTRACT 1 FROM WS-PREF-IDX
           END-IF.
       FIND-PREFERENCE-EXIT.
           EXIT.

       APPLY-ADD SECTION.
       APPLY-ADD-START.
           IF WS-PREF-FOUND
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'PREFERENCE ALREADY ON FILE' TO WS-REJECT-REASON
           ELSE
               IF WS-PREF-COUNT < 2000
                   ADD 1 TO WS-PREF-COUNT
                   MOVE WS-PREF-COUNT TO WS-PREF-IDX
                   MOVE SPACES TO DELIVERY-PREF-RECORD
                   MOVE DTRAN-CUST-ID TO DLVP-CUST-ID
                   MOVE 'P' TO WS-OLD-METHOD
                   MOVE ZERO TO WS-OLD-ENROLL-DATE
                   PERFORM MOVE-TRANSACTION-FIELDS
                   MOVE DELIVERY-PREF-RECORD
                       TO WS-PREF-ENTRY (WS-PREF-IDX)
                   PERFORM WRITE-AFTER-IMAGE
               ELSE
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE 'PREFERENCE TABLE FULL' TO WS-REJECT-REASON
                   MOVE 8 TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.
       APPLY-ADD-EXIT.
           EXIT.

       APPLY-CHANGE SECTION.
       APPLY-CHANGE-START.
           IF NOT WS-PREF-FOUND
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'PREFERENCE NOT ON FILE' TO WS-REJECT-REASON
           ELSE
               PERFORM WRITE-BEFORE-IMAGE
               MOVE WS-PREF-ENTRY (WS-PREF-IDX)
                   TO DELIVERY-PREF-RECORD
               MOVE DLVP-METHOD TO WS-OLD-METHOD
               MOVE DLVP-ENROLL-DATE TO WS-OLD-ENROLL-DATE
               PERFORM MOVE-TRANSACTION-FIELDS
               MOVE DELIVERY-PREF-RECORD
                   TO WS-PREF-ENTRY (WS-PREF-IDX)
               PERFORM WRITE-AFTER-IMAGE
           END-IF.
       APPLY-CHANGE-EXIT.
           EXIT.

      * Deleting closes the gap in the table; the customer is back
      * on paper, the default for anyone not on file.
       APPLY-DELETE SECTION.
       APPLY-DELETE-START.
           IF NOT WS-PREF-FOUND
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'PREFERENCE NOT ON FILE' TO WS-REJECT-REASON
           ELSE
               PERFORM WRITE-BEFORE-IMAGE
               PERFORM SHIFT-ONE-PREFERENCE
                   VARYING WS-PREF-IDX FROM WS-PREF-IDX BY 1
                   UNTIL WS-PREF-IDX NOT LESS THAN WS-PREF-COUNT
               SUBTRACT 1 FROM WS-PREF-COUNT
           END-IF.
       APPLY-DELETE-EXIT.
           EXIT.

       SHIFT-ONE-PREFERENCE SECTION.
       SHIFT-ONE-PREFERENCE-START.
           MOVE WS-PREF-ENTRY (WS-PREF-IDX + 1)
               TO WS-PREF-ENTRY (WS-PREF-IDX).
       SHIFT-ONE-PREFERENCE-EXIT.
           EXIT.

      * A paper-only customer keeps any address on file but is not
      * enrolled; moving onto electronic delivery enrolls today.
       MOVE-TRANSACTION-FIELDS SECTION.
       MOVE-TRANSACTION-FIELDS-START.
           MOVE DTRAN-METHOD TO DLVP-METHOD.
           IF DTRAN-EMAIL NOT = SPACES
               MOVE DTRAN-EMAIL TO DLVP-EMAIL
           END-IF.
           EVALUATE TRUE
               WHEN DTRAN-ENROLL-DATE IS NUMERIC
                AND DTRAN-ENROLL-DATE NOT = '00000000'
                   MOVE DTRAN-ENROLL-DATE TO DLVP-ENROLL-DATE
               WHEN DLVP-PAPER
                   MOVE WS-OLD-ENROLL-DATE TO DLVP-ENROLL-DATE
               WHEN WS-OLD-METHOD = 'P'
                   MOVE WS-RUN-DATE TO DLVP-ENROLL-DATE
               WHEN OTHER
                   MOVE WS-OLD-ENROLL-DATE TO DLVP-ENROLL-DATE
           END-EVALUATE.
       MOVE-TRANSACTION-FIELDS-EXIT.
           EXIT.

       WRITE-BEFORE-IMAGE SECTION.
       WRITE-BEFORE-IMAGE-START.
           MOVE 'B' TO DAUD-IMAGE-TYPE.
           MOVE DTRAN-ACTION TO DAUD-ACTION.
           MOVE WS-RUN-DATE TO DAUD-DATE.
           MOVE WS-RUN-TIME TO DAUD-TIME.
           MOVE WS-PREF-ENTRY (WS-PREF-IDX) TO DAUD-PREF-IMAGE.
           WRITE PREF-AUDIT-RECORD.
       WRITE-BEFORE-IMAGE-EXIT.
           EXIT.

       WRITE-AFTER-IMAGE SECTION.
       WRITE-AFTER-IMAGE-START.
           MOVE 'A' TO DAUD-IMAGE-TYPE.
           MOVE DTRAN-ACTION TO DAUD-ACTION.
           MOVE WS-RUN-DATE TO DAUD-DATE.
           MOVE WS-RUN-TIME TO DAUD-TIME.
           MOVE WS-PREF-ENTRY (WS-PREF-IDX) TO DAUD-PREF-IMAGE.
           WRITE PREF-AUDIT-RECORD.
       WRITE-AFTER-IMAGE-EXIT.
           EXIT.

       WRITE-REJECT-LINE SECTION.
       WRITE-REJECT-LINE-START.
           MOVE SPACES TO PREF-RPT-RECORD.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  ' REJECTED ' DELIMITED BY SIZE
                  DTRAN-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DTRAN-CUST-ID DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO PREF-RPT-RECORD.
           WRITE PREF-RPT-RECORD.
       WRITE-REJECT-LINE-EXIT.
           EXIT.

      * Only rewrite the file when the load really read it ('00')
      * or there is genuinely none yet ('35').
       REWRITE-PREFERENCE-FILE SECTION.
       REWRITE-PREFERENCE-FILE-START.
           IF WS-PREF-LOAD-STATUS NOT = '00'
              AND WS-PREF-LOAD-STATUS NOT = '35'
               MOVE 8 TO WS-FINAL-RETURN-CODE
               DISPLAY 'DLVPMNT - STMTPREF NOT READABLE - STATUS '
                   WS-PREF-LOAD-STATUS ' - FILE LEFT AS IS'
           ELSE
               OPEN OUTPUT PREF-FILE
               PERFORM WRITE-ONE-PREFERENCE
                   VARYING WS-PREF-IDX FROM 1 BY 1
                   UNTIL WS-PREF-IDX > WS-PREF-COUNT
               CLOSE PREF-FILE
           END-IF.
       REWRITE-PREFERENCE-FILE-EXIT.
           EXIT.

       WRITE-ONE-PREFERENCE SECTION.
       WRITE-ONE-PREFERENCE-START.
           MOVE WS-PREF-ENTRY (WS-PREF-IDX) TO DELIVERY-PREF-RECORD.
           WRITE DELIVERY-PREF-RECORD.
       WRITE-ONE-PREFERENCE-EXIT.
           EXIT.

       WRITE-RUN-TOTALS SECTION.
       WRITE-RUN-TOTALS-START.
           MOVE SPACES TO PREF-RPT-RECORD.
           STRING 'DELIVERY PREFERENCE TOTALS - READ: '
                      DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  ' APPLIED: ' DELIMITED BY SIZE
                  WS-APPLIED-COUNT DELIMITED BY SIZE
                  ' REJECTED: ' DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  INTO PREF-RPT-RECORD.
           WRITE PREF-RPT-RECORD.
       WRITE-RUN-TOTALS-EXIT.
           EXIT.
