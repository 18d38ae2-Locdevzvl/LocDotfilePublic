      * no cross-reference or no address on file still gets its
      * statement, flagged NO ADDRESS ON FILE, and goes to the
      * STMTEXCP exception report for the account team.
      *
      * Each statement is routed by the customer's delivery
      * preference on STMTPREF (DLVPMNT maintains it; no record is
      * paper).  Paper statements print to STMTMLRP as always.
      * Electronic statements go to the ESTMTEXT extract for the
      * delivery vendor instead - one H header record per statement
      * (customer, account, statement date, email address, name,
      * opening balance), its D detail records (one per transaction
      * with the running balance, then the closing balance with the
      * CR/DB totals) and a T trailer with the statement and detail
      * counts.  A customer who asked for both gets both.  Only a
      * paper statement needs an address, so only a paper statement
      * with none is flagged on STMTEXCP.  The STMTDLVR delivery
      * summary counts paper and electronic statements and prices
      * the electronic-only ones - the pieces no longer mailed - at
      * the PSTRATES rate the whole run's piece count would have
      * earned, the same deepest-level rule POSTCOST applies to a
      * tray.  A customer the mail house has returned mail for -
      * marked undeliverable on RTNMAST by RTNLOAD, until a COAAPPLY
      * change of address clears it - gets no paper statement: it
      * is held and listed on STMTEXCP instead of being mailed to an
      * address known to be bad.  An electronic statement still goes.
      * Every statement for a cross-referenced customer is added to
      * the CORRHIST correspondence history under its statement
      * number: the paper piece with the address it went to, or
      * skipped with no address or held for returned mail, and the
      * electronic piece with no postal address.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BALANCE-IN-FILE ASSIGN TO "ACSTBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-IN-STATUS.
           SELECT PREF-FILE ASSIGN TO "STMTPREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-STATUS.
           SELECT ESTMT-FILE ASSIGN TO "ESTMTEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTMT-STATUS.
           SELECT RATE-TABLE-FILE ASSIGN TO "PSTRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-TABLE-STATUS.
           SELECT DLVR-SUMM-FILE ASSIGN TO "STMTDLVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLVR-SUMM-STATUS.
           SELECT RTNM-FILE ASSIGN TO "RTNMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNM-STATUS.
           SELECT CORR-FILE ASSIGN TO "CORRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.

       DATA DIVISION.

           05 BAL-IN-AMOUNT      PIC S9(07)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.

       FD  PREF-FILE
           RECORDING MODE IS F.
           COPY DLVPREC.

       FD  ESTMT-FILE
           RECORDING MODE IS F.
       01  ESTMT-RECORD          PIC X(125).

      * Same shape POSTCOST reads.  Statements carry no barcode,
      * so the barcoded (class B) levels are passed over.
       FD  RATE-TABLE-FILE
           RECORDING MODE IS F.
       01  RATE-TABLE-RECORD.
           05 PSTR-LEVEL         PIC X(02).
           05 PSTR-MIN-PIECES    PIC 9(05).
           05 PSTR-RATE          PIC 9(01)V9(04).
           05 PSTR-CLASS         PIC X(01).
               88 PSTR-BARCODED     VALUE 'B'.

       FD  DLVR-SUMM-FILE
           RECORDING MODE IS F.
       01  DLVR-SUMM-RECORD      PIC X(80).

       FD  RTNM-FILE
           RECORDING MODE IS F.
           COPY RTNMREC.

       FD  CORR-FILE
           RECORDING MODE IS F.
           COPY CORRREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-AMOUNT-STATUS   PIC XX.
           05 WS-MAIL-STMT-STATUS PIC XX.
           05 WS-STMT-EXCP-STATUS PIC XX.
           05 WS-BALANCE-IN-STATUS PIC XX.
           05 WS-PREF-STATUS     PIC XX.
           05 WS-ESTMT-STATUS    PIC XX.
           05 WS-RATE-TABLE-STATUS PIC XX.
           05 WS-DLVR-SUMM-STATUS PIC XX.
           05 WS-RTNM-STATUS     PIC XX.
           05 WS-CORR-STATUS     PIC XX.
       01  WS-EOF-SW             PIC X VALUE 'N'.
           88 WS-EOF                VALUE 'Y'.
       01  WS-BAL-EOF-SW         PIC X VALUE 'N'.
       01  WS-STMT-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-ADDRESSED-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-UNADDRESSED-COUNT  PIC 9(06) VALUE ZERO.
       01  WS-RUN-DATE           PIC 9(8).
      * Delivery preferences - customer, method and email address.
       01  WS-PREF-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-PREF-IDX           PIC 9(04).
       01  WS-PREF-FOUND-SW      PIC X.
           88 WS-PREF-FOUND         VALUE 'Y'.
       01  WS-PREF-OVERFLOW-COUNT PIC 9(06) VALUE ZERO.
       01  WS-PREF-TABLE.
           05  WS-PREF-ENTRY OCCURS 2000 TIMES.
               10 WS-PF-CUST-ID  PIC 9(06).
               10 WS-PF-METHOD   PIC X(01).
               10 WS-PF-EMAIL    PIC X(60).
       01  WS-ROUTE-PAPER-SW     PIC X.
           88 WS-ROUTE-PAPER        VALUE 'Y'.
       01  WS-ROUTE-ELEC-SW      PIC X.
           88 WS-ROUTE-ELEC         VALUE 'Y'.
      * Customers marked undeliverable - paper is held for them.
       01  WS-UNDLV-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-UNDLV-IDX          PIC 9(04).
       01  WS-UNDLV-OVERFLOW-COUNT PIC 9(06) VALUE ZERO.
       01  WS-UNDELIVERABLE-SW   PIC X.
           88 WS-UNDELIVERABLE      VALUE 'Y'.
       01  WS-UNDLV-TABLE.
           05  WS-UNDLV-ENTRY OCCURS 2000 TIMES.
               10 WS-UNDLV-ID    PIC 9(06).
               10 WS-UNDLV-DATE  PIC 9(08).
               10 WS-UNDLV-REASON PIC X(02).
       01  WS-HELD-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-PAPER-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-ELEC-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-BOTH-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-ELEC-ONLY-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-ESTMT-DETAIL-COUNT PIC 9(08) VALUE ZERO.
      * E-statement extract images for the delivery vendor.
       01  WS-ESTMT-HEADER.
           05 ESH-TYPE           PIC X(01) VALUE 'H'.
           05 ESH-CUST-ID        PIC 9(06).
           05 ESH-ACCOUNT        PIC 9(06).
           05 ESH-STMT-DATE      PIC 9(08).
           05 ESH-EMAIL          PIC X(60).
           05 ESH-NAME           PIC X(30).
           05 ESH-OPENING        PIC S9(07)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER             PIC X(04) VALUE SPACES.
       01  WS-ESTMT-DETAIL.
           05 ESD-TYPE           PIC X(01) VALUE 'D'.
           05 ESD-ACCOUNT        PIC 9(06).
           05 ESD-LINE-KIND      PIC X(01).
               88 ESD-TRANSACTION   VALUE 'T'.
               88 ESD-CLOSING       VALUE 'C'.
           05 ESD-DATE           PIC 9(08).
           05 ESD-AMOUNT         PIC S9(07)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 ESD-CRDB           PIC X(02).
           05 ESD-BALANCE        PIC S9(07)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 ESD-CR-TOTAL       PIC 9(07)V9(02).
           05 ESD-DB-TOTAL       PIC 9(07)V9(02).
           05 FILLER             PIC X(60) VALUE SPACES.
       01  WS-ESTMT-TRAILER.
           05 EST-TYPE           PIC X(01) VALUE 'T'.
           05 EST-STMT-COUNT     PIC 9(06).
           05 EST-DETAIL-COUNT   PIC 9(08).
           05 FILLER             PIC X(110) VALUE SPACES.
      * Postage rate table, for pricing the pieces not mailed.
       01  WS-RATE-COUNT         PIC 9(02) VALUE ZERO.
       01  WS-RATE-IDX           PIC 9(02).
       01  WS-RATE-TABLE-WS.
           05  WS-RATE-ENTRY OCCURS 10 TIMES.
               10 WS-RTE-LEVEL   PIC X(02).
               10 WS-RTE-MIN     PIC 9(05).
               10 WS-RTE-RATE    PIC 9(01)V9(04).
       01  WS-BEST-LEVEL         PIC X(02).
       01  WS-BEST-MIN           PIC 9(05).
       01  WS-BEST-RATE          PIC 9(01)V9(04).
       01  WS-LEVEL-FOUND-SW     PIC X.
           88 WS-LEVEL-FOUND        VALUE 'Y'.
       01  WS-POSTAGE-SAVED      PIC 9(07)V9(02) VALUE ZERO.
       01  WS-SAVED-EDIT         PIC Z(6)9.99.
       01  WS-RATE-EDIT          PIC 9.9999.
       01  WS-FINAL-RETURN-CODE  PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           PERFORM LOAD-XREF-TABLE.
           PERFORM LOAD-ADDRESS-TABLE.
           PERFORM LOAD-PREFERENCE-TABLE.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-RETURNED-MAIL-TABLE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-ACCOUNT SORT-DATE
               USING AMOUNT-FILE
           OPEN INPUT SORTED-AMT-FILE.
           OPEN OUTPUT MAIL-STMT-FILE.
           OPEN OUTPUT STMT-EXCP-FILE.
           OPEN OUTPUT ESTMT-FILE.
           OPEN EXTEND CORR-FILE.
           IF WS-CORR-STATUS = '05' OR WS-CORR-STATUS = '35'
               OPEN OUTPUT CORR-FILE
           END-IF.
           PERFORM OPEN-BALANCE-INPUT.
           PERFORM UNTIL WS-EOF
               READ SORTED-AMT-FILE
               END-READ
           END-PERFORM.
           PERFORM CLOSE-CURRENT-ACCOUNT.
           PERFORM WRITE-ESTMT-TRAILER.
           PERFORM WRITE-MAIL-TOTALS.
           PERFORM WRITE-DELIVERY-SUMMARY.
           CLOSE SORTED-AMT-FILE.
           CLOSE MAIL-STMT-FILE.
           CLOSE STMT-EXCP-FILE.
           CLOSE ESTMT-FILE.
           CLOSE CORR-FILE.
           IF WS-BAL-IN-OPEN
               CLOSE BALANCE-IN-FILE
           END-IF.
       LOAD-ADDRESS-TABLE-EXIT.
           EXIT.

      * No preference file just means every statement is paper.
       LOAD-PREFERENCE-TABLE SECTION.
       LOAD-PREFERENCE-TABLE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PREF-FILE.
           IF WS-PREF-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ PREF-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-PREF-COUNT < 2000
                               ADD 1 TO WS-PREF-COUNT
                               MOVE DLVP-CUST-ID TO
                                   WS-PF-CUST-ID (WS-PREF-COUNT)
                               MOVE DLVP-METHOD TO
                                   WS-PF-METHOD (WS-PREF-COUNT)
                               MOVE DLVP-EMAIL TO
                                   WS-PF-EMAIL (WS-PREF-COUNT)
                           ELSE
                               ADD 1 TO WS-PREF-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREF-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-PREFERENCE-TABLE-EXIT.
           EXIT.

      * Only the customers still marked undeliverable are wanted,
      * the same table MAILLBL keeps; no RTNMAST just means nobody
      * has had mail returned.
       LOAD-RETURNED-MAIL-TABLE SECTION.
       LOAD-RETURNED-MAIL-TABLE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RTNM-FILE.
           IF WS-RTNM-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ RTNM-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF RTNM-UNDELIVERABLE
                               IF WS-UNDLV-COUNT < 2000
                                   ADD 1 TO WS-UNDLV-COUNT
                                   MOVE RTNM-CUST-ID TO
                                       WS-UNDLV-ID (WS-UNDLV-COUNT)
                                   MOVE RTNM-LAST-RETURN TO
                                       WS-UNDLV-DATE (WS-UNDLV-COUNT)
                                   MOVE RTNM-REASON TO
                                       WS-UNDLV-REASON (WS-UNDLV-COUNT)
                               ELSE
                                   ADD 1 TO WS-UNDLV-OVERFLOW-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RTNM-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-RETURNED-MAIL-TABLE-EXIT.
           EXIT.

       LOAD-RATE-TABLE SECTION.
       LOAD-RATE-TABLE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RATE-TABLE-FILE.
           IF WS-RATE-TABLE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ RATE-TABLE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-RATE-COUNT < 10
                              AND NOT PSTR-BARCODED
                               ADD 1 TO WS-RATE-COUNT
                               MOVE PSTR-LEVEL TO
                                   WS-RTE-LEVEL (WS-RATE-COUNT)
                               MOVE PSTR-MIN-PIECES TO
                                   WS-RTE-MIN (WS-RATE-COUNT)
                               MOVE PSTR-RATE TO
                                   WS-RTE-RATE (WS-RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-RATE-TABLE-EXIT.
           EXIT.

      * Strip the leading spaces the pipeline fields carry - the same
      * trim MAILLBL applies before printing - so the address block
      * lands flush left on the statement page.
           MOVE ZERO TO WS-ACCT-CR-TOTAL.
           MOVE ZERO TO WS-ACCT-DB-TOTAL.
           ADD 1 TO WS-STMT-COUNT.
           PERFORM RESOLVE-CUSTOMER.
           PERFORM CHOOSE-DELIVERY-ROUTE.
           IF WS-XREF-FOUND
               PERFORM RECORD-CORRESPONDENCE
           END-IF.
           IF WS-ROUTE-PAPER
               PERFORM WRITE-ADDRESS-BLOCK
               MOVE SPACES TO MAIL-STMT-RECORD
               STRING 'ACCOUNT ' DELIMITED BY SIZE
                      AMT-ACCOUNT DELIMITED BY SIZE
                      ' OPENING BALANCE ' DELIMITED BY SIZE
                      WS-RUNNING-BALANCE DELIMITED BY SIZE
                      INTO MAIL-STMT-RECORD
               WRITE MAIL-STMT-RECORD
           END-IF.
           IF WS-ROUTE-ELEC
               PERFORM WRITE-ESTMT-HEADER
           END-IF.
       OPEN-NEW-ACCOUNT-EXIT.
           EXIT.

      * Account to customer through the cross-reference, customer to
      * address through the pipeline file.
       RESOLVE-CUSTOMER SECTION.
       RESOLVE-CUSTOMER-START.
           MOVE 'N' TO WS-XREF-FOUND-SW.
           PERFORM FIND-XREF-ENTRY
               VARYING WS-XREF-IDX FROM 1 BY 1
           ELSE
               MOVE 'N' TO WS-ADDR-FOUND-SW
           END-IF.
       RESOLVE-CUSTOMER-EXIT.
           EXIT.

      * No preference on file, or no customer to look one up for,
      * is paper.  An electronic preference with no email address
      * is paper too, rather than a statement that goes nowhere.
       CHOOSE-DELIVERY-ROUTE SECTION.
       CHOOSE-DELIVERY-ROUTE-START.
           MOVE 'Y' TO WS-ROUTE-PAPER-SW.
           MOVE 'N' TO WS-ROUTE-ELEC-SW.
           MOVE 'N' TO WS-PREF-FOUND-SW.
           MOVE 'N' TO WS-UNDELIVERABLE-SW.
           IF WS-XREF-FOUND
               PERFORM FIND-PREFERENCE-ENTRY
                   VARYING WS-PREF-IDX FROM 1 BY 1
                   UNTIL WS-PREF-IDX > WS-PREF-COUNT
                      OR WS-PREF-FOUND
           END-IF.
           IF WS-PREF-FOUND
              AND WS-PF-EMAIL (WS-PREF-IDX) NOT = SPACES
               EVALUATE WS-PF-METHOD (WS-PREF-IDX)
                   WHEN 'E'
                       MOVE 'N' TO WS-ROUTE-PAPER-SW
                       MOVE 'Y' TO WS-ROUTE-ELEC-SW
                   WHEN 'B'
                       MOVE 'Y' TO WS-ROUTE-ELEC-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-ROUTE-PAPER AND WS-ROUTE-ELEC
                   ADD 1 TO WS-PAPER-COUNT
                   ADD 1 TO WS-ELEC-COUNT
                   ADD 1 TO WS-BOTH-COUNT
               WHEN WS-ROUTE-ELEC
                   ADD 1 TO WS-ELEC-COUNT
                   ADD 1 TO WS-ELEC-ONLY-COUNT
               WHEN OTHER
                   ADD 1 TO WS-PAPER-COUNT
           END-EVALUATE.
           IF WS-ROUTE-PAPER AND WS-XREF-FOUND
               PERFORM TEST-ONE-UNDLV-ENTRY
                   VARYING WS-UNDLV-IDX FROM 1 BY 1
                   UNTIL WS-UNDLV-IDX > WS-UNDLV-COUNT
                      OR WS-UNDELIVERABLE
               IF WS-UNDELIVERABLE
                   MOVE 'N' TO WS-ROUTE-PAPER-SW
                   SUBTRACT 1 FROM WS-PAPER-COUNT
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM WRITE-HELD-LINE
               END-IF
           END-IF.
       CHOOSE-DELIVERY-ROUTE-EXIT.
           EXIT.

       TEST-ONE-UNDLV-ENTRY SECTION.
       TEST-ONE-UNDLV-ENTRY-START.
           IF WS-UNDLV-ID (WS-UNDLV-IDX) = WS-THIS-CUST-ID
               SET WS-UNDELIVERABLE TO TRUE
               SUBTRACT 1 FROM WS-UNDLV-IDX
           END-IF.
       TEST-ONE-UNDLV-ENTRY-EXIT.
           EXIT.

       WRITE-HELD-LINE SECTION.
       WRITE-HELD-LINE-START.
           MOVE SPACES TO STMT-EXCP-RECORD.
           STRING 'ACCOUNT ' DELIMITED BY SIZE
                  AMT-ACCOUNT DELIMITED BY SIZE
                  ' CUSTOMER ' DELIMITED BY SIZE
                  WS-THIS-CUST-ID DELIMITED BY SIZE
                  ' RETURNED ' DELIMITED BY SIZE
                  WS-UNDLV-DATE (WS-UNDLV-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-UNDLV-REASON (WS-UNDLV-IDX) DELIMITED BY SIZE
                  ' - PAPER HELD' DELIMITED BY SIZE
                  INTO STMT-EXCP-RECORD.
           WRITE STMT-EXCP-RECORD.
       WRITE-HELD-LINE-EXIT.
           EXIT.

      * One history record per piece: paper and electronic each,
      * for a customer who asked for both.
       RECORD-CORRESPONDENCE SECTION.
       RECORD-CORRESPONDENCE-START.
           IF WS-ROUTE-PAPER
               PERFORM BEGIN-CORRESPONDENCE
               SET CORR-PAPER-STMT TO TRUE
               IF WS-ADDR-FOUND
                   SET CORR-SENT TO TRUE
                   MOVE WS-AD-STREET (WS-ADDR-IDX) TO CORR-STREET
                   MOVE WS-AD-CITY (WS-ADDR-IDX) TO CORR-CITY
                   MOVE WS-AD-STATE (WS-ADDR-IDX) TO CORR-STATE
                   MOVE WS-AD-ZIP (WS-ADDR-IDX) TO CORR-ZIP
               ELSE
                   SET CORR-SKIPPED TO TRUE
                   MOVE 'NO ADDRESS ON FILE' TO CORR-REASON
               END-IF
               WRITE CORRESPONDENCE-RECORD
           END-IF.
           IF WS-UNDELIVERABLE
               PERFORM BEGIN-CORRESPONDENCE
               SET CORR-PAPER-STMT TO TRUE
               SET CORR-SKIPPED TO TRUE
               MOVE 'RETURNED MAIL - PAPER HELD' TO CORR-REASON
               WRITE CORRESPONDENCE-RECORD
           END-IF.
           IF WS-ROUTE-ELEC
               PERFORM BEGIN-CORRESPONDENCE
               SET CORR-ESTATEMENT TO TRUE
               SET CORR-SENT TO TRUE
               WRITE CORRESPONDENCE-RECORD
           END-IF.
       RECORD-CORRESPONDENCE-EXIT.
           EXIT.

       BEGIN-CORRESPONDENCE SECTION.
       BEGIN-CORRESPONDENCE-START.
           MOVE SPACES TO CORRESPONDENCE-RECORD.
           MOVE WS-THIS-CUST-ID TO CORR-CUST-ID.
           MOVE WS-RUN-DATE TO CORR-RUN-DATE.
           MOVE 'STMTMAIL' TO CORR-PROGRAM.
           MOVE WS-STMT-COUNT TO CORR-SEQUENCE.
       BEGIN-CORRESPONDENCE-EXIT.
           EXIT.

       FIND-PREFERENCE-ENTRY SECTION.
       FIND-PREFERENCE-ENTRY-START.
           IF WS-PF-CUST-ID (WS-PREF-IDX) = WS-THIS-CUST-ID
               SET WS-PREF-FOUND TO TRUE
               SUBTRACT 1 FROM WS-PREF-IDX
           END-IF.
       FIND-PREFERENCE-ENTRY-EXIT.
           EXIT.

      * Either lookup missing prints the flagged line and raises an
      * exception so the account team can complete the join.
       WRITE-ADDRESS-BLOCK SECTION.
       WRITE-ADDRESS-BLOCK-START.
           IF WS-ADDR-FOUND
               ADD 1 TO WS-ADDRESSED-COUNT
               MOVE WS-AD-NAME (WS-ADDR-IDX) TO MAIL-STMT-RECORD
               ADD WS-ABS-AMOUNT TO WS-ACCT-CR-TOTAL
           END-IF.
           ADD AMT-SIGNED TO WS-RUNNING-BALANCE.
           IF WS-ROUTE-PAPER
               MOVE SPACES TO MAIL-STMT-RECORD
               STRING '  ' DELIMITED BY SIZE
                      AMT-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AMT-SIGNED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CRDB-IND DELIMITED BY SIZE
                      ' BALANCE ' DELIMITED BY SIZE
                      WS-RUNNING-BALANCE DELIMITED BY SIZE
                      INTO MAIL-STMT-RECORD
               WRITE MAIL-STMT-RECORD
           END-IF.
           IF WS-ROUTE-ELEC
               MOVE AMT-ACCOUNT TO ESD-ACCOUNT
               SET ESD-TRANSACTION TO TRUE
               MOVE AMT-DATE TO ESD-DATE
               MOVE AMT-SIGNED TO ESD-AMOUNT
               MOVE WS-CRDB-IND TO ESD-CRDB
               MOVE WS-RUNNING-BALANCE TO ESD-BALANCE
               MOVE ZERO TO ESD-CR-TOTAL
               MOVE ZERO TO ESD-DB-TOTAL
               PERFORM WRITE-ESTMT-DETAIL
           END-IF.
       WRITE-DETAIL-LINE-EXIT.
           EXIT.

       CLOSE-CURRENT-ACCOUNT SECTION.
       CLOSE-CURRENT-ACCOUNT-START.
           IF WS-ACCOUNT-OPEN AND WS-ROUTE-ELEC
               MOVE WS-CURRENT-ACCOUNT TO ESD-ACCOUNT
               SET ESD-CLOSING TO TRUE
               MOVE WS-RUN-DATE TO ESD-DATE
               MOVE WS-RUNNING-BALANCE TO ESD-AMOUNT
               MOVE SPACES TO ESD-CRDB
               MOVE WS-RUNNING-BALANCE TO ESD-BALANCE
               MOVE WS-ACCT-CR-TOTAL TO ESD-CR-TOTAL
               MOVE WS-ACCT-DB-TOTAL TO ESD-DB-TOTAL
               PERFORM WRITE-ESTMT-DETAIL
           END-IF.
           IF WS-ACCOUNT-OPEN AND WS-ROUTE-PAPER
               MOVE SPACES TO MAIL-STMT-RECORD
               STRING 'ACCOUNT ' DELIMITED BY SIZE
                      WS-CURRENT-ACCOUNT DELIMITED BY SIZE
       CLOSE-CURRENT-ACCOUNT-EXIT.
           EXIT.

      * The name comes from the address file when there is one; an
      * electronic statement does not need the rest of the address.
       WRITE-ESTMT-HEADER SECTION.
       WRITE-ESTMT-HEADER-START.
           MOVE WS-THIS-CUST-ID TO ESH-CUST-ID.
           MOVE AMT-ACCOUNT TO ESH-ACCOUNT.
           MOVE WS-RUN-DATE TO ESH-STMT-DATE.
           MOVE WS-PF-EMAIL (WS-PREF-IDX) TO ESH-EMAIL.
           IF WS-ADDR-FOUND
               MOVE WS-AD-NAME (WS-ADDR-IDX) TO ESH-NAME
           ELSE
               MOVE SPACES TO ESH-NAME
           END-IF.
           MOVE WS-RUNNING-BALANCE TO ESH-OPENING.
           MOVE WS-ESTMT-HEADER TO ESTMT-RECORD.
           WRITE ESTMT-RECORD.
       WRITE-ESTMT-HEADER-EXIT.
           EXIT.

       WRITE-ESTMT-DETAIL SECTION.
       WRITE-ESTMT-DETAIL-START.
           ADD 1 TO WS-ESTMT-DETAIL-COUNT.
           MOVE WS-ESTMT-DETAIL TO ESTMT-RECORD.
           WRITE ESTMT-RECORD.
       WRITE-ESTMT-DETAIL-EXIT.
           EXIT.

       WRITE-ESTMT-TRAILER SECTION.
       WRITE-ESTMT-TRAILER-START.
           MOVE WS-ELEC-COUNT TO EST-STMT-COUNT.
           MOVE WS-ESTMT-DETAIL-COUNT TO EST-DETAIL-COUNT.
           MOVE WS-ESTMT-TRAILER TO ESTMT-RECORD.
           WRITE ESTMT-RECORD.
       WRITE-ESTMT-TRAILER-EXIT.
           EXIT.

      * Accounts beyond the lookup tables would quietly go out
      * unaddressed - count them and refuse a clean return code so
      * the mailing is not claimed complete.
               WRITE STMT-EXCP-RECORD
               DISPLAY STMT-EXCP-RECORD
           END-IF.
           IF WS-PREF-OVERFLOW-COUNT > ZERO
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE SPACES TO STMT-EXCP-RECORD
               STRING 'PREFERENCES BEYOND TABLE: ' DELIMITED BY SIZE
                      WS-PREF-OVERFLOW-COUNT DELIMITED BY SIZE
                      ' - SENT ON PAPER' DELIMITED BY SIZE
                      INTO STMT-EXCP-RECORD
               WRITE STMT-EXCP-RECORD
               DISPLAY STMT-EXCP-RECORD
           END-IF.
           IF WS-UNDLV-OVERFLOW-COUNT > ZERO
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE SPACES TO STMT-EXCP-RECORD
               STRING 'RETURNED-MAIL LIST EXCEEDS TABLE BY '
                          DELIMITED BY SIZE
                      WS-UNDLV-OVERFLOW-COUNT DELIMITED BY SIZE
                      ' - NOT ALL HELD' DELIMITED BY SIZE
                      INTO STMT-EXCP-RECORD
               WRITE STMT-EXCP-RECORD
               DISPLAY STMT-EXCP-RECORD
           END-IF.
           MOVE SPACES TO MAIL-STMT-RECORD.
           STRING 'MAIL STATEMENT TOTALS - STATEMENTS: '
                      DELIMITED BY SIZE
           WRITE MAIL-STMT-RECORD.
       WRITE-MAIL-TOTALS-EXIT.
           EXIT.

      * The pieces not mailed are priced at the rate the run's whole
      * piece count would have earned - of the rate records whose
      * minimum it meets, the one with the highest minimum wins.
       WRITE-DELIVERY-SUMMARY SECTION.
       WRITE-DELIVERY-SUMMARY-START.
           OPEN OUTPUT DLVR-SUMM-FILE.
           MOVE SPACES TO DLVR-SUMM-RECORD.
           STRING 'STATEMENT DELIVERY SUMMARY - RUN ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO DLVR-SUMM-RECORD.
           WRITE DLVR-SUMM-RECORD.
           MOVE SPACES TO DLVR-SUMM-RECORD.
           STRING 'STATEMENTS: ' DELIMITED BY SIZE
                  WS-STMT-COUNT DELIMITED BY SIZE
                  ' PAPER: ' DELIMITED BY SIZE
                  WS-PAPER-COUNT DELIMITED BY SIZE
                  ' ELECTRONIC: ' DELIMITED BY SIZE
                  WS-ELEC-COUNT DELIMITED BY SIZE
                  ' BOTH: ' DELIMITED BY SIZE
                  WS-BOTH-COUNT DELIMITED BY SIZE
                  INTO DLVR-SUMM-RECORD.
           WRITE DLVR-SUMM-RECORD.
           MOVE SPACES TO DLVR-SUMM-RECORD.
           STRING 'ELECTRONIC ONLY - NOT MAILED: ' DELIMITED BY SIZE
                  WS-ELEC-ONLY-COUNT DELIMITED BY SIZE
                  INTO DLVR-SUMM-RECORD.
           WRITE DLVR-SUMM-RECORD.
           MOVE SPACES TO DLVR-SUMM-RECORD.
           STRING 'PAPER HELD - RETURNED MAIL: ' DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  INTO DLVR-SUMM-RECORD.
           WRITE DLVR-SUMM-RECORD.
           MOVE 'N' TO WS-LEVEL-FOUND-SW.
           MOVE ZERO TO WS-BEST-MIN.
           MOVE ZERO TO WS-BEST-RATE.
           MOVE SPACES TO WS-BEST-LEVEL.
           PERFORM CONSIDER-ONE-RATE-LEVEL
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT.
           MOVE SPACES TO DLVR-SUMM-RECORD.
           IF WS-LEVEL-FOUND
               COMPUTE WS-POSTAGE-SAVED ROUNDED =
                   WS-ELEC-ONLY-COUNT * WS-BEST-RATE
               MOVE WS-POSTAGE-SAVED TO WS-SAVED-EDIT
               MOVE WS-BEST-RATE TO WS-RATE-EDIT
               STRING 'POSTAGE SAVED: ' DELIMITED BY SIZE
                      WS-SAVED-EDIT DELIMITED BY SIZE
                      ' AT LEVEL ' DELIMITED BY SIZE
                      WS-BEST-LEVEL DELIMITED BY SIZE
                      ' RATE ' DELIMITED BY SIZE
                      WS-RATE-EDIT DELIMITED BY SIZE
                      ' PER PIECE' DELIMITED BY SIZE
                      INTO DLVR-SUMM-RECORD
           ELSE
               MOVE 'NO PSTRATES RATE FOR THIS VOLUME - NOT COSTED'
                   TO DLVR-SUMM-RECORD
           END-IF.
           WRITE DLVR-SUMM-RECORD.
           CLOSE DLVR-SUMM-FILE.
       WRITE-DELIVERY-SUMMARY-EXIT.
           EXIT.

       CONSIDER-ONE-RATE-LEVEL SECTION.
       CONSIDER-ONE-RATE-LEVEL-START.
           IF WS-STMT-COUNT NOT LESS THAN WS-RTE-MIN (WS-RATE-IDX)
              AND (NOT WS-LEVEL-FOUND
                   OR WS-RTE-MIN (WS-RATE-IDX) > WS-BEST-MIN)
               SET WS-LEVEL-FOUND TO TRUE
               MOVE WS-RTE-LEVEL (WS-RATE-IDX) TO WS-BEST-LEVEL
               MOVE WS-RTE-MIN (WS-RATE-IDX) TO WS-BEST-MIN
               MOVE WS-RTE-RATE (WS-RATE-IDX) TO WS-BEST-RATE
           END-IF.
       CONSIDER-ONE-RATE-LEVEL-EXIT.
           EXIT.
