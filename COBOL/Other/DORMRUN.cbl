       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMRUN.
       AUTHOR. MTH.

      * Dormancy and unclaimed-property (escheatment) run.  Every
      * customer is taken through the ACSTXREF cross-reference to
      * their accounts; the customer's last activity is the latest
      * AMTFILE date on any of them and the customer's balance is
      * the sum of their ACSTBAL carry-forward balances (positive is
      * a credit, as REFNDRUN reads it).  A customer whose last
      * activity is at least the DORMCTL dormancy period old is
      * marked dormant on DORMFILE (DORMREC).  A customer with no
      * AMTFILE activity at all is marked only when a balance is
      * carried for them - one with nothing on file has simply not
      * started trading.
      *
      * A dormant customer holding a credit is sent the
      * due-diligence letter on DORMLTRS at the ADDRFILE address,
      * quoting the credit and the date by which to respond - the
      * letter date plus the DORMCTL waiting period.  A dormant
      * customer with no address on file gets no letter and is
      * listed on DORMRPT, and is tried again next run.  Customer
      * service keys a reply to the letter onto DORMRESP (customer
      * and date); the customer is then marked responded and the
      * dormancy clock restarts from the reply.  Once the waiting
      * period has passed with no reply and no activity the credit
      * is due to the state: the customer is marked escheated and
      * listed on the ESCHRPT unclaimed-property report, grouped by
      * the state of the last known address with the balance to
      * remit and a total per state.  New AMTFILE activity on any
      * of a customer's accounts removes the dormancy record
      * whatever stage it had reached.
      *
      * Every mark, letter, reply, reactivation and escheatment is
      * logged on DORMRPT with run totals.  A dormant credit with no
      * address ends the run with RETURN-CODE 4; no usable DORMCTL,
      * an unreadable DORMFILE or a table overflow changes nothing
      * and ends with RETURN-CODE 8.  Each letter sent, and each
      * one held back for want of an address, is added to the
      * CORRHIST correspondence history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DORM-CTL-FILE ASSIGN TO "DORMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORM-CTL-STATUS.
           SELECT ACCT-XREF-FILE ASSIGN TO "ACSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-XREF-STATUS.
           SELECT AMOUNT-FILE ASSIGN TO "AMTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMOUNT-STATUS.
           SELECT BALANCE-IN-FILE ASSIGN TO "ACSTBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-IN-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "ADDRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT DORM-FILE ASSIGN TO "DORMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORM-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO "DORMRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT LETTER-FILE ASSIGN TO "DORMLTRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT DORM-RPT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORM-RPT-STATUS.
           SELECT ESCHEAT-RPT-FILE ASSIGN TO "ESCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-RPT-STATUS.
           SELECT CORR-FILE ASSIGN TO "CORRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Days without activity before a customer is dormant, and
      * days the letter allows for a reply.
       FD  DORM-CTL-FILE
           RECORDING MODE IS F.
       01  DORM-CTL-RECORD.
           05 DORMCTL-DORMANT-DAYS   PIC 9(04).
           05 DORMCTL-WAIT-DAYS      PIC 9(03).

      * Same shape STMTMAIL reads - one record per account.
       FD  ACCT-XREF-FILE
           RECORDING MODE IS F.
       01  ACCT-XREF-RECORD.
           05 XREF-ACCOUNT           PIC 9(06).
           05 XREF-CUST-ID           PIC 9(06).

       FD  AMOUNT-FILE
           RECORDING MODE IS F.
       01  AMOUNT-RECORD.
           05 AMT-ACCOUNT            PIC 9(06).
           05 AMT-DATE               PIC 9(08).
           05 AMT-SIGNED             PIC S9(05)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.

      * Same shape ACCTSTMT writes and ACCTASSM reads.
       FD  BALANCE-IN-FILE
           RECORDING MODE IS F.
       01  BALANCE-IN-RECORD.
           05 BAL-IN-ACCOUNT         PIC 9(06).
           05 BAL-IN-AMOUNT          PIC S9(07)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.

      * Same shape MAILLBL reads - the standardized address the
      * CUSTSTD/CLNBRDG pipeline generates.
       FD  ADDRESS-FILE
           RECORDING MODE IS F.
       01  ADDRESS-RECORD.
           05 ADDR-CUST-ID           PIC 9(06).
           05 ADDR-NAME              PIC A(30).
           05 ADDR-STREET            PIC A(30).
           05 ADDR-CITY              PIC A(20).
           05 ADDR-STATE             PIC A(02).
           05 ADDR-ZIP               PIC X(10).

       FD  DORM-FILE
           RECORDING MODE IS F.
           COPY DORMREC.

      * One reply to a due-diligence letter, keyed by customer
      * service.
       FD  RESPONSE-FILE
           RECORDING MODE IS F.
       01  RESPONSE-RECORD.
           05 RESP-CUST-ID           PIC 9(06).
           05 RESP-DATE              PIC 9(08).

       FD  LETTER-FILE
           RECORDING MODE IS F.
       01  LETTER-RECORD             PIC X(80).

       FD  DORM-RPT-FILE
           RECORDING MODE IS F.
       01  DORM-RPT-RECORD           PIC X(80).

       FD  ESCHEAT-RPT-FILE
           RECORDING MODE IS F.
       01  ESCHEAT-RPT-RECORD        PIC X(80).

       FD  CORR-FILE
           RECORDING MODE IS F.
           COPY CORRREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-DORM-CTL-STATUS     PIC XX.
           05 WS-ACCT-XREF-STATUS    PIC XX.
           05 WS-AMOUNT-STATUS       PIC XX.
           05 WS-BALANCE-IN-STATUS   PIC XX.
           05 WS-ADDRESS-STATUS      PIC XX.
           05 WS-DORM-STATUS         PIC XX.
           05 WS-RESPONSE-STATUS     PIC XX.
           05 WS-LETTER-STATUS       PIC XX.
           05 WS-DORM-RPT-STATUS     PIC XX.
           05 WS-ESCHEAT-RPT-STATUS  PIC XX.
           05 WS-CORR-STATUS         PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-TODAY-SERIAL           PIC 9(07).
       01  WS-CTL-OK-SW              PIC X VALUE 'N'.
           88 WS-CTL-OK                 VALUE 'Y'.
       01  WS-DORM-LOAD-STATUS       PIC X(02).
      * Accounts to their owner's entry on the customer table.
       01  WS-XREF-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-XREF-IDX               PIC 9(04).
       01  WS-XREF-FOUND-SW          PIC X.
           88 WS-XREF-FOUND             VALUE 'Y'.
       01  WS-XREF-OVERFLOW-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 2000 TIMES.
               10 WS-XR-ACCOUNT      PIC 9(06).
               10 WS-XR-CUST-IDX     PIC 9(04).
      * Customers, with their latest activity and summed balance.
       01  WS-CUST-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-CUST-IDX               PIC 9(04).
       01  WS-CUST-FOUND-SW          PIC X.
           88 WS-CUST-FOUND             VALUE 'Y'.
       01  WS-CUST-OVERFLOW-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 2000 TIMES.
               10 WS-CU-CUST-ID      PIC 9(06).
               10 WS-CU-LAST-DATE    PIC 9(08).
               10 WS-CU-BALANCE      PIC S9(09)V9(02).
       01  WS-FIND-CUST-ID           PIC 9(06).
       01  WS-FIND-ACCOUNT           PIC 9(06).
      * Addresses, trimmed for the letter block.
       01  WS-LEAD-SPACES            PIC 9(02).
       01  WS-TRIM-LEN               PIC 9(02).
       01  WS-ADDR-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-ADDR-IDX               PIC 9(04).
       01  WS-ADDR-FOUND-SW          PIC X.
           88 WS-ADDR-FOUND             VALUE 'Y'.
       01  WS-ADDR-OVERFLOW-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-ADDR-TABLE.
           05  WS-ADDR-ENTRY OCCURS 2000 TIMES.
               10 WS-AD-CUST-ID      PIC 9(06).
               10 WS-AD-NAME         PIC X(30).
               10 WS-AD-STREET       PIC X(30).
               10 WS-AD-CITY         PIC X(20).
               10 WS-AD-STATE        PIC X(02).
               10 WS-AD-ZIP          PIC X(10).
       01  WS-CITY-TRIMMED           PIC X(20).
       01  WS-CITY-LINE              PIC X(35).
      * DORMFILE, held whole for the rewrite; a record removed this
      * run is marked X and not written back.
       01  WS-DORM-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-DORM-IDX               PIC 9(04).
       01  WS-DORM-FOUND-SW          PIC X.
           88 WS-DORM-FOUND             VALUE 'Y'.
       01  WS-DORM-OVERFLOW-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-DORM-FULL-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-DORM-TABLE.
           05  WS-DORM-ENTRY OCCURS 2000 TIMES.
               10 WS-DM-CUST-ID      PIC 9(06).
               10 WS-DM-STATUS       PIC X(01).
                   88 WS-DM-DORMANT     VALUE 'D'.
                   88 WS-DM-LETTER-SENT VALUE 'L'.
                   88 WS-DM-ESCHEATED   VALUE 'E'.
                   88 WS-DM-RESPONDED   VALUE 'R'.
                   88 WS-DM-REMOVED     VALUE 'X'.
               10 WS-DM-LAST-ACTIVITY PIC 9(08).
               10 WS-DM-DORMANT-DATE PIC 9(08).
               10 WS-DM-LETTER-DATE  PIC 9(08).
               10 WS-DM-ESCHEAT-DATE PIC 9(08).
               10 WS-DM-BALANCE      PIC 9(07)V9(02).
               10 WS-DM-STATE        PIC X(02).
      * This run's escheatments, kept in state order for the report.
       01  WS-ESC-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-ESC-IDX                PIC 9(04).
       01  WS-ESC-POS                PIC 9(04).
       01  WS-ESC-POS-FOUND-SW       PIC X.
           88 WS-ESC-POS-FOUND          VALUE 'Y'.
       01  WS-ESC-TABLE.
           05  WS-ESC-ENTRY OCCURS 2000 TIMES.
               10 WS-ES-STATE        PIC X(02).
               10 WS-ES-CUST-ID      PIC 9(06).
               10 WS-ES-NAME         PIC X(30).
               10 WS-ES-LAST-ACTIVITY PIC 9(08).
               10 WS-ES-LETTER-DATE  PIC 9(08).
               10 WS-ES-AMOUNT       PIC 9(07)V9(02).
       01  WS-ESC-NEW.
           05 WS-EN-STATE            PIC X(02).
           05 WS-EN-CUST-ID          PIC 9(06).
           05 WS-EN-NAME             PIC X(30).
           05 WS-EN-LAST-ACTIVITY    PIC 9(08).
           05 WS-EN-LETTER-DATE      PIC 9(08).
           05 WS-EN-AMOUNT           PIC 9(07)V9(02).
       01  WS-BREAK-STATE            PIC X(02).
       01  WS-STATE-TOTAL            PIC 9(09)V9(02).
       01  WS-STATE-COUNT            PIC 9(06).
       01  WS-ESCHEAT-TOTAL          PIC 9(09)V9(02) VALUE ZERO.
      * The customer in hand.
       01  WS-DAYS-IDLE              PIC S9(07).
       01  WS-CREDIT-AMOUNT          PIC 9(07)V9(02).
       01  WS-RESPOND-BY-DATE        PIC 9(08).
       01  WS-STEP-IDX               PIC 9(03).
       01  WS-LOG-TEXT               PIC X(31).
       01  WS-AMOUNT-EDIT            PIC Z(6)9.99.
       01  WS-TOTAL-EDIT             PIC Z(8)9.99.
       01  WS-RESPONSES-READ         PIC 9(06) VALUE ZERO.
       01  WS-MARKED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-REACTIVATED-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-RESPONDED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-LETTER-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-NO-ADDRESS-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-ESCHEATED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
      * Day-serial work fields - the computation ACCTAGE ages by -
      * and the calendar step for the respond-by date.
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
       01  WS-MONTH-LENGTH           PIC 9(02).
       01  WS-MONTH-OFFSETS.
           05 FILLER PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSETS.
           05 WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
       01  WS-MONTH-LENGTHS.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'DORMRUN'.
       01  WS-RPT-TITLE              PIC X(30)
                                 VALUE 'UNCLAIMED PROPERTY - ESCHEAT'.
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
           OPEN OUTPUT DORM-RPT-FILE.
           OPEN OUTPUT ESCHEAT-RPT-FILE.
           MOVE 'ST' TO WS-RPT-HEADING (1:2).
           MOVE 'CUST' TO WS-RPT-HEADING (5:4).
           MOVE 'NAME' TO WS-RPT-HEADING (13:4).
           MOVE 'LAST ACT' TO WS-RPT-HEADING (44:8).
           MOVE 'LETTER' TO WS-RPT-HEADING (54:6).
           MOVE 'TO REMIT' TO WS-RPT-HEADING (68:8).
           PERFORM READ-DORMANCY-CONTROL.
           IF WS-CTL-OK
               PERFORM LOAD-XREF-TABLE
               PERFORM FIND-LAST-ACTIVITY
               PERFORM TOTAL-CUSTOMER-BALANCES
               PERFORM LOAD-ADDRESS-TABLE
               PERFORM LOAD-DORMANCY-FILE
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-CTL-OK
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'DORMCTL MISSING OR INVALID - NOTHING CHANGED'
                       TO DORM-RPT-RECORD
                   WRITE DORM-RPT-RECORD
                   DISPLAY 'DORMRUN - ' DORM-RPT-RECORD
               WHEN WS-DORM-LOAD-STATUS NOT = '00'
                AND WS-DORM-LOAD-STATUS NOT = '35'
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO DORM-RPT-RECORD
                   STRING 'DORMFILE NOT READABLE - STATUS '
                              DELIMITED BY SIZE
                          WS-DORM-LOAD-STATUS DELIMITED BY SIZE
                          ' - NOTHING CHANGED' DELIMITED BY SIZE
                          INTO DORM-RPT-RECORD
                   WRITE DORM-RPT-RECORD
                   DISPLAY 'DORMRUN - ' DORM-RPT-RECORD
               WHEN WS-XREF-OVERFLOW-COUNT > ZERO
                 OR WS-CUST-OVERFLOW-COUNT > ZERO
                 OR WS-ADDR-OVERFLOW-COUNT > ZERO
                 OR WS-DORM-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO DORM-RPT-RECORD
                   STRING 'RECORDS BEYOND TABLES - XREF: '
                              DELIMITED BY SIZE
                          WS-XREF-OVERFLOW-COUNT DELIMITED BY SIZE
                          ' CUST: ' DELIMITED BY SIZE
                          WS-CUST-OVERFLOW-COUNT DELIMITED BY SIZE
                          ' ADDR: ' DELIMITED BY SIZE
                          WS-ADDR-OVERFLOW-COUNT DELIMITED BY SIZE
                          ' DORM: ' DELIMITED BY SIZE
                          WS-DORM-OVERFLOW-COUNT DELIMITED BY SIZE
                          INTO DORM-RPT-RECORD
                   WRITE DORM-RPT-RECORD
                   DISPLAY 'DORMRUN - ' DORM-RPT-RECORD
                   MOVE 'NOTHING CHANGED' TO DORM-RPT-RECORD
                   WRITE DORM-RPT-RECORD
               WHEN OTHER
                   OPEN OUTPUT LETTER-FILE
                   OPEN EXTEND CORR-FILE
                   IF WS-CORR-STATUS = '05' OR WS-CORR-STATUS = '35'
                       OPEN OUTPUT CORR-FILE
                   END-IF
                   PERFORM APPLY-RESPONSES
                   PERFORM CLEAR-REACTIVATED-CUSTOMERS
                       VARYING WS-DORM-IDX FROM 1 BY 1
                       UNTIL WS-DORM-IDX > WS-DORM-COUNT
                   PERFORM MARK-ONE-CUSTOMER
                       VARYING WS-CUST-IDX FROM 1 BY 1
                       UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   PERFORM ADVANCE-ONE-DORMANT
                       VARYING WS-DORM-IDX FROM 1 BY 1
                       UNTIL WS-DORM-IDX > WS-DORM-COUNT
                   CLOSE LETTER-FILE
                   CLOSE CORR-FILE
                   IF WS-DORM-FULL-COUNT > ZERO
                       MOVE 8 TO WS-FINAL-RETURN-CODE
                       MOVE SPACES TO DORM-RPT-RECORD
                       STRING 'DORMFILE TABLE FULL - ' DELIMITED BY SIZE
                              WS-DORM-FULL-COUNT DELIMITED BY SIZE
                              ' NOT MARKED, DORMFILE LEFT AS IS'
                                  DELIMITED BY SIZE
                              INTO DORM-RPT-RECORD
                       WRITE DORM-RPT-RECORD
                       DISPLAY 'DORMRUN - ' DORM-RPT-RECORD
                   ELSE
                       PERFORM REWRITE-DORMANCY-FILE
                   END-IF
                   PERFORM PRINT-ESCHEAT-REPORT
           END-EVALUATE.
           PERFORM END-REPORT-PAGES.
           PERFORM WRITE-RUN-TOTALS.
           CLOSE DORM-RPT-FILE.
           CLOSE ESCHEAT-RPT-FILE.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       READ-DORMANCY-CONTROL SECTION.
       READ-DORMANCY-CONTROL-START.
           OPEN INPUT DORM-CTL-FILE.
           IF WS-DORM-CTL-STATUS = '00'
               READ DORM-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DORMCTL-DORMANT-DAYS IS NUMERIC
                          AND DORMCTL-WAIT-DAYS IS NUMERIC
                          AND DORMCTL-DORMANT-DAYS > ZERO
                          AND DORMCTL-WAIT-DAYS > ZERO
                           SET WS-CTL-OK TO TRUE
                       END-IF
               END-READ
               CLOSE DORM-CTL-FILE
           END-IF.
       READ-DORMANCY-CONTROL-EXIT.
           EXIT.

      * Each account points at its owner's customer entry, which is
      * added the first time the owner is seen.
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
                           IF WS-XREF-COUNT < 2000
                               PERFORM STORE-ONE-XREF
                           ELSE
                               ADD 1 TO WS-XREF-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-XREF-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-XREF-TABLE-EXIT.
           EXIT.

       STORE-ONE-XREF SECTION.
       STORE-ONE-XREF-START.
           MOVE XREF-CUST-ID TO WS-FIND-CUST-ID.
           PERFORM FIND-CUSTOMER-FOR-ID.
           IF NOT WS-CUST-FOUND
               IF WS-CUST-COUNT < 2000
                   ADD 1 TO WS-CUST-COUNT
                   MOVE WS-CUST-COUNT TO WS-CUST-IDX
                   MOVE XREF-CUST-ID TO WS-CU-CUST-ID (WS-CUST-IDX)
                   MOVE ZERO TO WS-CU-LAST-DATE (WS-CUST-IDX)
                   MOVE ZERO TO WS-CU-BALANCE (WS-CUST-IDX)
                   SET WS-CUST-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CUST-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF WS-CUST-FOUND
               ADD 1 TO WS-XREF-COUNT
               MOVE XREF-ACCOUNT TO WS-XR-ACCOUNT (WS-XREF-COUNT)
               MOVE WS-CUST-IDX TO WS-XR-CUST-IDX (WS-XREF-COUNT)
           END-IF.
       STORE-ONE-XREF-EXIT.
           EXIT.

       FIND-CUSTOMER-FOR-ID SECTION.
       FIND-CUSTOMER-FOR-ID-START.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           PERFORM FIND-CUSTOMER-ENTRY
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT
                  OR WS-CUST-FOUND.
       FIND-CUSTOMER-FOR-ID-EXIT.
           EXIT.

       FIND-CUSTOMER-ENTRY SECTION.
       FIND-CUSTOMER-ENTRY-START.
           IF WS-CU-CUST-ID (WS-CUST-IDX) = WS-FIND-CUST-ID
               SET WS-CUST-FOUND TO TRUE
               SUBTRACT 1 FROM WS-CUST-IDX
           END-IF.
       FIND-CUSTOMER-ENTRY-EXIT.
           EXIT.

       FIND-XREF-FOR-ACCOUNT SECTION.
       FIND-XREF-FOR-ACCOUNT-START.
           MOVE 'N' TO WS-XREF-FOUND-SW.
           PERFORM FIND-XREF-ENTRY
               VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT
                  OR WS-XREF-FOUND.
       FIND-XREF-FOR-ACCOUNT-EXIT.
           EXIT.

       FIND-XREF-ENTRY SECTION.
       FIND-XREF-ENTRY-START.
           IF WS-XR-ACCOUNT (WS-XREF-IDX) = WS-FIND-ACCOUNT
               SET WS-XREF-FOUND TO TRUE
               SUBTRACT 1 FROM WS-XREF-IDX
           END-IF.
       FIND-XREF-ENTRY-EXIT.
           EXIT.

      * One pass of AMTFILE dates each customer's latest activity on
      * any of their accounts.
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
                           MOVE AMT-ACCOUNT TO WS-FIND-ACCOUNT
                           PERFORM FIND-XREF-FOR-ACCOUNT
                           IF WS-XREF-FOUND
                               MOVE WS-XR-CUST-IDX (WS-XREF-IDX)
                                   TO WS-CUST-IDX
                               IF AMT-DATE >
                                  WS-CU-LAST-DATE (WS-CUST-IDX)
                                   MOVE AMT-DATE TO
                                       WS-CU-LAST-DATE (WS-CUST-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AMOUNT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       FIND-LAST-ACTIVITY-EXIT.
           EXIT.

       TOTAL-CUSTOMER-BALANCES SECTION.
       TOTAL-CUSTOMER-BALANCES-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT BALANCE-IN-FILE.
           IF WS-BALANCE-IN-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ BALANCE-IN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE BAL-IN-ACCOUNT TO WS-FIND-ACCOUNT
                           PERFORM FIND-XREF-FOR-ACCOUNT
                           IF WS-XREF-FOUND
                               MOVE WS-XR-CUST-IDX (WS-XREF-IDX)
                                   TO WS-CUST-IDX
                               ADD BAL-IN-AMOUNT
                                   TO WS-CU-BALANCE (WS-CUST-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-IN-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       TOTAL-CUSTOMER-BALANCES-EXIT.
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
                           IF WS-ADDR-COUNT < 2000
                               ADD 1 TO WS-ADDR-COUNT
                               PERFORM STORE-ONE-ADDRESS
                           ELSE
                               ADD 1 TO WS-ADDR-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-ADDRESS-TABLE-EXIT.
           EXIT.

      * Strip the leading spaces the pipeline fields carry - the same
      * trim MAILLBL applies before printing - so the address block
      * lands flush left on the letter.
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

       FIND-ADDRESS-FOR-ID SECTION.
       FIND-ADDRESS-FOR-ID-START.
           MOVE 'N' TO WS-ADDR-FOUND-SW.
           PERFORM FIND-ADDRESS-ENTRY
               VARYING WS-ADDR-IDX FROM 1 BY 1
               UNTIL WS-ADDR-IDX > WS-ADDR-COUNT
                  OR WS-ADDR-FOUND.
       FIND-ADDRESS-FOR-ID-EXIT.
           EXIT.

       FIND-ADDRESS-ENTRY SECTION.
       FIND-ADDRESS-ENTRY-START.
           IF WS-AD-CUST-ID (WS-ADDR-IDX) = WS-FIND-CUST-ID
               SET WS-ADDR-FOUND TO TRUE
               SUBTRACT 1 FROM WS-ADDR-IDX
           END-IF.
       FIND-ADDRESS-ENTRY-EXIT.
           EXIT.

      * No DORMFILE yet (status 35) is the first run - nobody is
      * dormant.  Any other failed open leaves the file untouched.
       LOAD-DORMANCY-FILE SECTION.
       LOAD-DORMANCY-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DORM-FILE.
           MOVE WS-DORM-STATUS TO WS-DORM-LOAD-STATUS.
           IF WS-DORM-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ DORM-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-DORM-COUNT < 2000
                               ADD 1 TO WS-DORM-COUNT
                               MOVE DORMANCY-RECORD TO
                                   WS-DORM-ENTRY (WS-DORM-COUNT)
                           ELSE
                               ADD 1 TO WS-DORM-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DORM-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-DORMANCY-FILE-EXIT.
           EXIT.

       FIND-DORMANCY-FOR-ID SECTION.
       FIND-DORMANCY-FOR-ID-START.
           MOVE 'N' TO WS-DORM-FOUND-SW.
           PERFORM FIND-DORMANCY-ENTRY
               VARYING WS-DORM-IDX FROM 1 BY 1
               UNTIL WS-DORM-IDX > WS-DORM-COUNT
                  OR WS-DORM-FOUND.
       FIND-DORMANCY-FOR-ID-EXIT.
           EXIT.

       FIND-DORMANCY-ENTRY SECTION.
       FIND-DORMANCY-ENTRY-START.
           IF WS-DM-CUST-ID (WS-DORM-IDX) = WS-FIND-CUST-ID
              AND NOT WS-DM-REMOVED (WS-DORM-IDX)
               SET WS-DORM-FOUND TO TRUE
               SUBTRACT 1 FROM WS-DORM-IDX
           END-IF.
       FIND-DORMANCY-ENTRY-EXIT.
           EXIT.

      * A reply counts only against the dormancy it answers - one
      * dated before the customer was marked is an old reply on a
      * DORMRESP nobody cleared.  A missing DORMRESP is no replies.
       APPLY-RESPONSES SECTION.
       APPLY-RESPONSES-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RESPONSE-FILE.
           IF WS-RESPONSE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ RESPONSE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RESPONSES-READ
                           PERFORM APPLY-ONE-RESPONSE
                   END-READ
               END-PERFORM
               CLOSE RESPONSE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       APPLY-RESPONSES-EXIT.
           EXIT.

       APPLY-ONE-RESPONSE SECTION.
       APPLY-ONE-RESPONSE-START.
           MOVE RESP-CUST-ID TO WS-FIND-CUST-ID.
           PERFORM FIND-DORMANCY-FOR-ID.
           IF WS-DORM-FOUND
              AND RESP-DATE IS NUMERIC
              AND (WS-DM-DORMANT (WS-DORM-IDX)
                   OR WS-DM-LETTER-SENT (WS-DORM-IDX))
              AND RESP-DATE NOT < WS-DM-DORMANT-DATE (WS-DORM-IDX)
               SET WS-DM-RESPONDED (WS-DORM-IDX) TO TRUE
               MOVE RESP-DATE TO WS-DM-LAST-ACTIVITY (WS-DORM-IDX)
               ADD 1 TO WS-RESPONDED-COUNT
               MOVE 'RESPONDED - DORMANCY CLEARED'
                   TO WS-LOG-TEXT
               PERFORM WRITE-LOG-LINE
           END-IF.
       APPLY-ONE-RESPONSE-EXIT.
           EXIT.

      * Activity after the date the record was made - on any account
      * of the customer's - takes the customer off DORMFILE at
      * whatever stage.
       CLEAR-REACTIVATED-CUSTOMERS SECTION.
       CLEAR-REACTIVATED-CUSTOMERS-START.
           IF NOT WS-DM-REMOVED (WS-DORM-IDX)
               MOVE WS-DM-CUST-ID (WS-DORM-IDX) TO WS-FIND-CUST-ID
               PERFORM FIND-CUSTOMER-FOR-ID
               IF WS-CUST-FOUND
                  AND WS-CU-LAST-DATE (WS-CUST-IDX) >
                      WS-DM-LAST-ACTIVITY (WS-DORM-IDX)
                   IF NOT WS-DM-RESPONDED (WS-DORM-IDX)
                       ADD 1 TO WS-REACTIVATED-COUNT
                       MOVE 'NEW ACTIVITY - DORMANCY CLEARED'
                           TO WS-LOG-TEXT
                       PERFORM WRITE-LOG-LINE
                   END-IF
                   SET WS-DM-REMOVED (WS-DORM-IDX) TO TRUE
               END-IF
           END-IF.
       CLEAR-REACTIVATED-CUSTOMERS-EXIT.
           EXIT.

      * The idle days run from the later of the last AMTFILE activity
      * and a reply to an earlier letter.
       MARK-ONE-CUSTOMER SECTION.
       MARK-ONE-CUSTOMER-START.
           MOVE WS-CU-CUST-ID (WS-CUST-IDX) TO WS-FIND-CUST-ID.
           PERFORM FIND-DORMANCY-FOR-ID.
           IF WS-DORM-FOUND
               IF WS-DM-RESPONDED (WS-DORM-IDX)
                   MOVE WS-DM-LAST-ACTIVITY (WS-DORM-IDX)
                       TO WS-DATE-WORK
                   PERFORM TEST-DORMANCY-PERIOD
                   IF WS-DAYS-IDLE NOT < DORMCTL-DORMANT-DAYS
                       PERFORM MARK-DORMANT
                   END-IF
               END-IF
           ELSE
               IF WS-CU-LAST-DATE (WS-CUST-IDX) = ZERO
                   IF WS-CU-BALANCE (WS-CUST-IDX) NOT = ZERO
                       PERFORM ADD-DORMANCY-ENTRY
                   END-IF
               ELSE
                   MOVE WS-CU-LAST-DATE (WS-CUST-IDX) TO WS-DATE-WORK
                   PERFORM TEST-DORMANCY-PERIOD
                   IF WS-DAYS-IDLE NOT < DORMCTL-DORMANT-DAYS
                       PERFORM ADD-DORMANCY-ENTRY
                   END-IF
               END-IF
           END-IF.
       MARK-ONE-CUSTOMER-EXIT.
           EXIT.

       TEST-DORMANCY-PERIOD SECTION.
       TEST-DORMANCY-PERIOD-START.
           PERFORM COMPUTE-DAY-SERIAL.
           COMPUTE WS-DAYS-IDLE = WS-TODAY-SERIAL - WS-SERIAL-RESULT.
       TEST-DORMANCY-PERIOD-EXIT.
           EXIT.

       ADD-DORMANCY-ENTRY SECTION.
       ADD-DORMANCY-ENTRY-START.
           IF WS-DORM-COUNT < 2000
               ADD 1 TO WS-DORM-COUNT
               MOVE WS-DORM-COUNT TO WS-DORM-IDX
               MOVE WS-CU-CUST-ID (WS-CUST-IDX)
                   TO WS-DM-CUST-ID (WS-DORM-IDX)
               MOVE WS-CU-LAST-DATE (WS-CUST-IDX)
                   TO WS-DM-LAST-ACTIVITY (WS-DORM-IDX)
               PERFORM MARK-DORMANT
           ELSE
               ADD 1 TO WS-DORM-FULL-COUNT
           END-IF.
       ADD-DORMANCY-ENTRY-EXIT.
           EXIT.

       MARK-DORMANT SECTION.
       MARK-DORMANT-START.
           SET WS-DM-DORMANT (WS-DORM-IDX) TO TRUE.
           MOVE WS-RUN-DATE TO WS-DM-DORMANT-DATE (WS-DORM-IDX).
           MOVE ZERO TO WS-DM-LETTER-DATE (WS-DORM-IDX).
           MOVE ZERO TO WS-DM-ESCHEAT-DATE (WS-DORM-IDX).
           MOVE ZERO TO WS-DM-BALANCE (WS-DORM-IDX).
           MOVE SPACES TO WS-DM-STATE (WS-DORM-IDX).
           ADD 1 TO WS-MARKED-COUNT.
           MOVE 'MARKED DORMANT' TO WS-LOG-TEXT.
           PERFORM WRITE-LOG-LINE.
       MARK-DORMANT-EXIT.
           EXIT.

      * Dormant with a credit - the letter; letter sent and the wait
      * over - escheatment.  A dormant customer with no credit has
      * nothing to claim and simply stays dormant.
       ADVANCE-ONE-DORMANT SECTION.
       ADVANCE-ONE-DORMANT-START.
           IF WS-DM-DORMANT (WS-DORM-IDX)
              OR WS-DM-LETTER-SENT (WS-DORM-IDX)
               MOVE WS-DM-CUST-ID (WS-DORM-IDX) TO WS-FIND-CUST-ID
               PERFORM FIND-CUSTOMER-FOR-ID
               MOVE ZERO TO WS-CREDIT-AMOUNT
               IF WS-CUST-FOUND
                  AND WS-CU-BALANCE (WS-CUST-IDX) > ZERO
                   MOVE WS-CU-BALANCE (WS-CUST-IDX)
                       TO WS-CREDIT-AMOUNT
               END-IF
               PERFORM FIND-ADDRESS-FOR-ID
               EVALUATE TRUE
                   WHEN WS-CREDIT-AMOUNT = ZERO
                       CONTINUE
                   WHEN WS-DM-DORMANT (WS-DORM-IDX)
                       PERFORM SEND-DUE-DILIGENCE-LETTER
                   WHEN OTHER
                       MOVE WS-DM-LETTER-DATE (WS-DORM-IDX)
                           TO WS-DATE-WORK
                       PERFORM TEST-DORMANCY-PERIOD
                       IF WS-DAYS-IDLE > DORMCTL-WAIT-DAYS
                           PERFORM ESCHEAT-ONE-CUSTOMER
                       END-IF
               END-EVALUATE
           END-IF.
       ADVANCE-ONE-DORMANT-EXIT.
           EXIT.

       SEND-DUE-DILIGENCE-LETTER SECTION.
       SEND-DUE-DILIGENCE-LETTER-START.
           IF WS-ADDR-FOUND
               MOVE WS-RUN-DATE TO WS-DATE-WORK
               PERFORM ADVANCE-ONE-DAY
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > DORMCTL-WAIT-DAYS
               MOVE WS-DATE-WORK TO WS-RESPOND-BY-DATE
               PERFORM WRITE-LETTER
               SET WS-DM-LETTER-SENT (WS-DORM-IDX) TO TRUE
               MOVE WS-RUN-DATE TO WS-DM-LETTER-DATE (WS-DORM-IDX)
               MOVE WS-CREDIT-AMOUNT TO WS-DM-BALANCE (WS-DORM-IDX)
               MOVE WS-AD-STATE (WS-ADDR-IDX)
                   TO WS-DM-STATE (WS-DORM-IDX)
               ADD 1 TO WS-LETTER-COUNT
               MOVE 'DUE-DILIGENCE LETTER SENT' TO WS-LOG-TEXT
               PERFORM WRITE-LOG-LINE
               PERFORM BEGIN-CORRESPONDENCE
               SET CORR-SENT TO TRUE
               MOVE WS-LETTER-COUNT TO CORR-SEQUENCE
               MOVE 'DUE-DILIGENCE LETTER' TO CORR-REASON
               MOVE WS-AD-STREET (WS-ADDR-IDX) TO CORR-STREET
               MOVE WS-AD-CITY (WS-ADDR-IDX) TO CORR-CITY
               MOVE WS-AD-STATE (WS-ADDR-IDX) TO CORR-STATE
               MOVE WS-AD-ZIP (WS-ADDR-IDX) TO CORR-ZIP
               WRITE CORRESPONDENCE-RECORD
           ELSE
               ADD 1 TO WS-NO-ADDRESS-COUNT
               IF WS-FINAL-RETURN-CODE < 4
                   MOVE 4 TO WS-FINAL-RETURN-CODE
               END-IF
               MOVE 'CREDIT, NO ADDRESS - NO LETTER' TO WS-LOG-TEXT
               PERFORM WRITE-LOG-LINE
               DISPLAY 'DORMRUN - ' DORM-RPT-RECORD
               PERFORM BEGIN-CORRESPONDENCE
               SET CORR-SKIPPED TO TRUE
               MOVE 'NO ADDRESS ON FILE' TO CORR-REASON
               WRITE CORRESPONDENCE-RECORD
           END-IF.
       SEND-DUE-DILIGENCE-LETTER-EXIT.
           EXIT.

      * The letter number is its place in this run's DORMLTRS.
       BEGIN-CORRESPONDENCE SECTION.
       BEGIN-CORRESPONDENCE-START.
           MOVE SPACES TO CORRESPONDENCE-RECORD.
           MOVE WS-DM-CUST-ID (WS-DORM-IDX) TO CORR-CUST-ID.
           SET CORR-DORMANCY-LTR TO TRUE.
           MOVE WS-RUN-DATE TO CORR-RUN-DATE.
           MOVE 'DORMRUN' TO CORR-PROGRAM.
           MOVE ZERO TO CORR-SEQUENCE.
       BEGIN-CORRESPONDENCE-EXIT.
           EXIT.

       WRITE-LETTER SECTION.
       WRITE-LETTER-START.
           MOVE WS-AD-NAME (WS-ADDR-IDX) TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE WS-AD-STREET (WS-ADDR-IDX) TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           PERFORM BUILD-CITY-LINE.
           MOVE WS-CITY-LINE TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           STRING 'DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '    CUSTOMER: ' DELIMITED BY SIZE
                  WS-DM-CUST-ID (WS-DORM-IDX) DELIMITED BY SIZE
                  INTO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE 'NOTICE OF INACTIVE ACCOUNT BALANCE' TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           IF WS-DM-LAST-ACTIVITY (WS-DORM-IDX) = ZERO
               MOVE 'WE HAVE NO RECORD OF ACTIVITY ON YOUR ACCOUNTS.'
                   TO LETTER-RECORD
           ELSE
               STRING 'THERE HAS BEEN NO ACTIVITY ON YOUR ACCOUNTS '
                          DELIMITED BY SIZE
                      'SINCE ' DELIMITED BY SIZE
                      WS-DM-LAST-ACTIVITY (WS-DORM-IDX)
                          DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
                      INTO LETTER-RECORD
           END-IF.
           WRITE LETTER-RECORD.
           MOVE 'THEY HOLD A CREDIT BALANCE OWED TO YOU.  UNLESS YOU'
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE 'CONTACT US BY THE DATE BELOW, STATE LAW REQUIRES US'
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE 'TO REPORT THIS BALANCE AS UNCLAIMED PROPERTY AND'
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE 'REMIT IT TO THE STATE OF YOUR LAST KNOWN ADDRESS.'
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE WS-CREDIT-AMOUNT TO WS-AMOUNT-EDIT.
           STRING 'CREDIT BALANCE:         ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  INTO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           STRING 'PLEASE RESPOND BY:      ' DELIMITED BY SIZE
                  WS-RESPOND-BY-DATE DELIMITED BY SIZE
                  INTO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE ALL '-' TO LETTER-RECORD.
           WRITE LETTER-RECORD.
       WRITE-LETTER-EXIT.
           EXIT.

      * Same CITY, SS ZIP line MAILLBL prints on its labels.
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

      * The state is the one on file now when there is an address,
      * otherwise the one the letter went to.  The amount is the
      * credit as it stands today.
       ESCHEAT-ONE-CUSTOMER SECTION.
       ESCHEAT-ONE-CUSTOMER-START.
           SET WS-DM-ESCHEATED (WS-DORM-IDX) TO TRUE.
           MOVE WS-RUN-DATE TO WS-DM-ESCHEAT-DATE (WS-DORM-IDX).
           MOVE WS-CREDIT-AMOUNT TO WS-DM-BALANCE (WS-DORM-IDX).
           MOVE SPACES TO WS-EN-NAME.
           IF WS-ADDR-FOUND
               MOVE WS-AD-STATE (WS-ADDR-IDX)
                   TO WS-DM-STATE (WS-DORM-IDX)
               MOVE WS-AD-NAME (WS-ADDR-IDX) TO WS-EN-NAME
           END-IF.
           MOVE WS-DM-STATE (WS-DORM-IDX) TO WS-EN-STATE.
           MOVE WS-DM-CUST-ID (WS-DORM-IDX) TO WS-EN-CUST-ID.
           MOVE WS-DM-LAST-ACTIVITY (WS-DORM-IDX)
               TO WS-EN-LAST-ACTIVITY.
           MOVE WS-DM-LETTER-DATE (WS-DORM-IDX) TO WS-EN-LETTER-DATE.
           MOVE WS-CREDIT-AMOUNT TO WS-EN-AMOUNT.
           PERFORM INSERT-ESCHEAT-ENTRY.
           ADD 1 TO WS-ESCHEATED-COUNT.
           ADD WS-CREDIT-AMOUNT TO WS-ESCHEAT-TOTAL.
           MOVE 'NO RESPONSE - ESCHEAT REPORTED' TO WS-LOG-TEXT.
           PERFORM WRITE-LOG-LINE.
       ESCHEAT-ONE-CUSTOMER-EXIT.
           EXIT.

      * Insert in state order, shifting the later entries up one;
      * the table cannot outgrow DORMFILE's, which is the same size.
       INSERT-ESCHEAT-ENTRY SECTION.
       INSERT-ESCHEAT-ENTRY-START.
           MOVE 'N' TO WS-ESC-POS-FOUND-SW.
           PERFORM FIND-ESCHEAT-POSITION
               VARYING WS-ESC-POS FROM 1 BY 1
               UNTIL WS-ESC-POS > WS-ESC-COUNT
                  OR WS-ESC-POS-FOUND.
           PERFORM SHIFT-ONE-ESCHEAT
               VARYING WS-ESC-IDX FROM WS-ESC-COUNT BY -1
               UNTIL WS-ESC-IDX < WS-ESC-POS.
           MOVE WS-ESC-NEW TO WS-ESC-ENTRY (WS-ESC-POS).
           ADD 1 TO WS-ESC-COUNT.
       INSERT-ESCHEAT-ENTRY-EXIT.
           EXIT.

       FIND-ESCHEAT-POSITION SECTION.
       FIND-ESCHEAT-POSITION-START.
           IF WS-ES-STATE (WS-ESC-POS) > WS-EN-STATE
               SET WS-ESC-POS-FOUND TO TRUE
               SUBTRACT 1 FROM WS-ESC-POS
           END-IF.
       FIND-ESCHEAT-POSITION-EXIT.
           EXIT.

       SHIFT-ONE-ESCHEAT SECTION.
       SHIFT-ONE-ESCHEAT-START.
           MOVE WS-ESC-ENTRY (WS-ESC-IDX)
               TO WS-ESC-ENTRY (WS-ESC-IDX + 1).
       SHIFT-ONE-ESCHEAT-EXIT.
           EXIT.

       WRITE-LOG-LINE SECTION.
       WRITE-LOG-LINE-START.
           MOVE SPACES TO DORM-RPT-RECORD.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  ' CUSTOMER ' DELIMITED BY SIZE
                  WS-DM-CUST-ID (WS-DORM-IDX) DELIMITED BY SIZE
                  ' LAST ACTIVITY ' DELIMITED BY SIZE
                  WS-DM-LAST-ACTIVITY (WS-DORM-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LOG-TEXT DELIMITED BY SIZE
                  INTO DORM-RPT-RECORD.
           WRITE DORM-RPT-RECORD.
       WRITE-LOG-LINE-EXIT.
           EXIT.

       REWRITE-DORMANCY-FILE SECTION.
       REWRITE-DORMANCY-FILE-START.
           OPEN OUTPUT DORM-FILE.
           PERFORM WRITE-ONE-DORMANCY
               VARYING WS-DORM-IDX FROM 1 BY 1
               UNTIL WS-DORM-IDX > WS-DORM-COUNT.
           CLOSE DORM-FILE.
       REWRITE-DORMANCY-FILE-EXIT.
           EXIT.

       WRITE-ONE-DORMANCY SECTION.
       WRITE-ONE-DORMANCY-START.
           IF NOT WS-DM-REMOVED (WS-DORM-IDX)
               MOVE WS-DORM-ENTRY (WS-DORM-IDX) TO DORMANCY-RECORD
               WRITE DORMANCY-RECORD
           END-IF.
       WRITE-ONE-DORMANCY-EXIT.
           EXIT.

      * This run's escheatments by state of last known address, a
      * total to remit for each state and for the run.  A customer
      * with no address on file at all reports under a blank state.
       PRINT-ESCHEAT-REPORT SECTION.
       PRINT-ESCHEAT-REPORT-START.
           IF WS-ESC-COUNT = ZERO
               MOVE 'NO BALANCES DUE FOR ESCHEATMENT THIS RUN'
                   TO ESCHEAT-RPT-RECORD
               PERFORM PUT-REPORT-LINE
           ELSE
               MOVE WS-ES-STATE (1) TO WS-BREAK-STATE
               MOVE ZERO TO WS-STATE-TOTAL
               MOVE ZERO TO WS-STATE-COUNT
               PERFORM PRINT-ONE-ESCHEAT
                   VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > WS-ESC-COUNT
               PERFORM PRINT-STATE-TOTAL
               MOVE SPACES TO ESCHEAT-RPT-RECORD
               MOVE WS-ESCHEAT-TOTAL TO WS-TOTAL-EDIT
               STRING 'TOTAL TO REMIT - CUSTOMERS: ' DELIMITED BY SIZE
                      WS-ESCHEATED-COUNT DELIMITED BY SIZE
                      INTO ESCHEAT-RPT-RECORD
               MOVE WS-TOTAL-EDIT TO ESCHEAT-RPT-RECORD (64:12)
               PERFORM PUT-REPORT-LINE
           END-IF.
       PRINT-ESCHEAT-REPORT-EXIT.
           EXIT.

       PRINT-ONE-ESCHEAT SECTION.
       PRINT-ONE-ESCHEAT-START.
           IF WS-ES-STATE (WS-ESC-IDX) NOT = WS-BREAK-STATE
               PERFORM PRINT-STATE-TOTAL
               MOVE WS-ES-STATE (WS-ESC-IDX) TO WS-BREAK-STATE
               MOVE ZERO TO WS-STATE-TOTAL
               MOVE ZERO TO WS-STATE-COUNT
           END-IF.
           MOVE SPACES TO ESCHEAT-RPT-RECORD.
           MOVE WS-ES-STATE (WS-ESC-IDX) TO ESCHEAT-RPT-RECORD (1:2).
           MOVE WS-ES-CUST-ID (WS-ESC-IDX) TO ESCHEAT-RPT-RECORD (5:6).
           MOVE WS-ES-NAME (WS-ESC-IDX) TO ESCHEAT-RPT-RECORD (13:30).
           MOVE WS-ES-LAST-ACTIVITY (WS-ESC-IDX)
               TO ESCHEAT-RPT-RECORD (44:8).
           MOVE WS-ES-LETTER-DATE (WS-ESC-IDX)
               TO ESCHEAT-RPT-RECORD (54:8).
           MOVE WS-ES-AMOUNT (WS-ESC-IDX) TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO ESCHEAT-RPT-RECORD (66:10).
           PERFORM PUT-REPORT-LINE.
           ADD WS-ES-AMOUNT (WS-ESC-IDX) TO WS-STATE-TOTAL.
           ADD 1 TO WS-STATE-COUNT.
       PRINT-ONE-ESCHEAT-EXIT.
           EXIT.

       PRINT-STATE-TOTAL SECTION.
       PRINT-STATE-TOTAL-START.
           MOVE SPACES TO ESCHEAT-RPT-RECORD.
           MOVE WS-STATE-TOTAL TO WS-TOTAL-EDIT.
           STRING '   STATE ' DELIMITED BY SIZE
                  WS-BREAK-STATE DELIMITED BY SIZE
                  ' TOTAL - CUSTOMERS: ' DELIMITED BY SIZE
                  WS-STATE-COUNT DELIMITED BY SIZE
                  INTO ESCHEAT-RPT-RECORD.
           MOVE WS-TOTAL-EDIT TO ESCHEAT-RPT-RECORD (64:12).
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO ESCHEAT-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       PRINT-STATE-TOTAL-EXIT.
           EXIT.

       WRITE-RUN-TOTALS SECTION.
       WRITE-RUN-TOTALS-START.
           MOVE SPACES TO DORM-RPT-RECORD.
           STRING 'DORMANCY TOTALS - CUSTOMERS: ' DELIMITED BY SIZE
                  WS-CUST-COUNT DELIMITED BY SIZE
                  ' MARKED: ' DELIMITED BY SIZE
                  WS-MARKED-COUNT DELIMITED BY SIZE
                  ' REACTIVATED: ' DELIMITED BY SIZE
                  WS-REACTIVATED-COUNT DELIMITED BY SIZE
                  INTO DORM-RPT-RECORD.
           WRITE DORM-RPT-RECORD.
           MOVE SPACES TO DORM-RPT-RECORD.
           STRING 'REPLIES READ: ' DELIMITED BY SIZE
                  WS-RESPONSES-READ DELIMITED BY SIZE
                  ' APPLIED: ' DELIMITED BY SIZE
                  WS-RESPONDED-COUNT DELIMITED BY SIZE
                  ' LETTERS: ' DELIMITED BY SIZE
                  WS-LETTER-COUNT DELIMITED BY SIZE
                  ' NO ADDRESS: ' DELIMITED BY SIZE
                  WS-NO-ADDRESS-COUNT DELIMITED BY SIZE
                  INTO DORM-RPT-RECORD.
           WRITE DORM-RPT-RECORD.
           MOVE SPACES TO DORM-RPT-RECORD.
           MOVE WS-ESCHEAT-TOTAL TO WS-TOTAL-EDIT.
           STRING 'ESCHEATED: ' DELIMITED BY SIZE
                  WS-ESCHEATED-COUNT DELIMITED BY SIZE
                  ' TO REMIT: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO DORM-RPT-RECORD.
           WRITE DORM-RPT-RECORD.
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

      * One calendar day forward, as CASHPOS steps to its horizon.
       ADVANCE-ONE-DAY SECTION.
       ADVANCE-ONE-DAY-START.
           MOVE WS-MONTH-DAYS (WS-DATE-MM) TO WS-MONTH-LENGTH.
           IF WS-DATE-MM = 2
               DIVIDE WS-DATE-YYYY BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 29 TO WS-MONTH-LENGTH
               ELSE
                   DIVIDE WS-DATE-YYYY BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = ZERO
                       DIVIDE WS-DATE-YYYY BY 4 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = ZERO
                           MOVE 29 TO WS-MONTH-LENGTH
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-DATE-DD.
           IF WS-DATE-DD > WS-MONTH-LENGTH
               MOVE 1 TO WS-DATE-DD
               ADD 1 TO WS-DATE-MM
               IF WS-DATE-MM > 12
                   MOVE 1 TO WS-DATE-MM
                   ADD 1 TO WS-DATE-YYYY
               END-IF
           END-IF.
       ADVANCE-ONE-DAY-EXIT.
           EXIT.

      * Every ESCHRPT line runs through the shared RPTWRIT writer,
      * which hands back the title block at each page break along
      * with the detail.
       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE ESCHEAT-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO ESCHEAT-RPT-RECORD.
           WRITE ESCHEAT-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.
