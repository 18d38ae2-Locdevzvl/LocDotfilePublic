       IDENTIFICATION DIVISION.
       PROGRAM-ID. LRGACT.
       AUTHOR. MTH.

      * Large-amount activity worklist for compliance filing.  A
      * customer whose combined activity in one business day reaches
      * the reporting threshold has to be filed on, and scanning
      * AMTFILE by eye misses the customer who splits a large amount
      * across several accounts.  This run rolls every AMTFILE
      * record up to its owning customer through ACSTXREF and totals
      * each customer's credits and debits separately per AMT-DATE.
      * The LRGCTL control record carries the reporting threshold,
      * the percentage of it that counts as coming just under, the
      * rolling window in days and how many just-under days in that
      * window put a customer on watch.
      *
      * A customer day at or over the threshold, in either direction,
      * goes on the filing worklist with the name from the CUSTIDX
      * master and the ADDRFILE address, and is logged on LRGLOG
      * (customer, date, direction, amount, date filed) so the same
      * day is never put on the worklist twice.  A day that reaches
      * the threshold on an account ACSTXREF does not tie to a
      * customer cannot be filed; it is listed as an exception on
      * every run until the cross-reference is fixed.  The
      * structuring-watch section lists each customer and direction
      * with at least the watch count of days inside the window
      * ending today that came within the just-under band without
      * reaching the threshold.  Everything goes on the LRGRPT
      * report.  Exceptions end the run with RETURN-CODE 4; a bad
      * control record, an unreadable LRGLOG or a table overflow
      * files nothing and ends with 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LRG-CTL-FILE ASSIGN TO "LRGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRG-CTL-STATUS.
           SELECT AMOUNT-FILE ASSIGN TO "AMTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMOUNT-STATUS.
           SELECT ACCT-XREF-FILE ASSIGN TO "ACSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-XREF-STATUS.
           SELECT CUST-INDEXED-FILE ASSIGN TO "CUSTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-IDX-ID
               ALTERNATE RECORD KEY IS CUST-IDX-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-INDEXED-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "ADDRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT FILING-LOG-FILE ASSIGN TO "LRGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILING-LOG-STATUS.
           SELECT LRG-RPT-FILE ASSIGN TO "LRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRG-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Reporting threshold, the just-under band as a percentage of
      * it, the rolling window in days and the number of just-under
      * days in the window that puts a customer on watch.
       FD  LRG-CTL-FILE
           RECORDING MODE IS F.
       01  LRG-CTL-RECORD.
           05 LRGCTL-THRESHOLD       PIC 9(07)V9(02).
           05 LRGCTL-NEAR-PCT        PIC 9(03).
           05 LRGCTL-WINDOW-DAYS     PIC 9(03).
           05 LRGCTL-WATCH-DAYS      PIC 9(02).

       FD  AMOUNT-FILE
           RECORDING MODE IS F.
       01  AMOUNT-RECORD.
           05 AMT-ACCOUNT            PIC 9(06).
           05 AMT-DATE               PIC 9(08).
           05 AMT-SIGNED             PIC S9(05)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.

      * Same shape STMTMAIL reads - one record per account.
       FD  ACCT-XREF-FILE
           RECORDING MODE IS F.
       01  ACCT-XREF-RECORD.
           05 XREF-ACCOUNT       PIC 9(06).
           05 XREF-CUST-ID       PIC 9(06).

      * Same shape CUST360 reads.
       FD  CUST-INDEXED-FILE
           RECORDING MODE IS F.
       01  CUST-INDEXED-RECORD.
           05 CUST-IDX-ID            PIC 9(06).
           05 CUST-IDX-NAME          PIC A(50).
           05 CUST-IDX-ADDRESS       PIC A(30).
           05 CUST-IDX-NAME-KEY      PIC X(05).

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

      * One customer day and direction put on the worklist.
       FD  FILING-LOG-FILE
           RECORDING MODE IS F.
       01  FILING-LOG-RECORD.
           05 LOG-CUST-ID            PIC 9(06).
           05 LOG-DATE               PIC 9(08).
           05 LOG-DIRECTION          PIC X(02).
           05 LOG-AMOUNT             PIC 9(09)V9(02).
           05 LOG-FILED-DATE         PIC 9(08).

       FD  LRG-RPT-FILE
           RECORDING MODE IS F.
       01  LRG-RPT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-LRG-CTL-STATUS      PIC XX.
           05 WS-AMOUNT-STATUS       PIC XX.
           05 WS-ACCT-XREF-STATUS    PIC XX.
           05 WS-CUST-INDEXED-STATUS PIC XX.
           05 WS-ADDRESS-STATUS      PIC XX.
           05 WS-FILING-LOG-STATUS   PIC XX.
           05 WS-LRG-RPT-STATUS      PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-TODAY-SERIAL           PIC 9(07).
       01  WS-WINDOW-START-SERIAL    PIC S9(07).
       01  WS-CTL-OK-SW              PIC X VALUE 'N'.
           88 WS-CTL-OK                 VALUE 'Y'.
       01  WS-NEAR-FLOOR             PIC 9(07)V9(02).
       01  WS-CUSTIDX-OPEN-SW        PIC X VALUE 'N'.
           88 WS-CUSTIDX-OPEN           VALUE 'Y'.
      * Activity totalled per customer per day - or per account
      * where ACSTXREF has no owner (customer zero).
       01  WS-AGG-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-AGG-IDX                PIC 9(04).
       01  WS-AGG-OVERFLOW-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-AGG-FOUND-SW           PIC X.
           88 WS-AGG-FOUND              VALUE 'Y'.
       01  WS-AGG-TABLE.
           05  WS-AGG OCCURS 5000 TIMES.
               10 WS-AGG-CUST-ID     PIC 9(06).
               10 WS-AGG-ACCOUNT     PIC 9(06).
               10 WS-AGG-DATE        PIC 9(08).
               10 WS-AGG-SERIAL      PIC 9(07).
               10 WS-AGG-CREDITS     PIC 9(09)V9(02).
               10 WS-AGG-DEBITS      PIC 9(09)V9(02).
      * LRGLOG, what has already been filed.
       01  WS-LOG-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-LOG-IDX                PIC 9(04).
       01  WS-LOG-OVERFLOW-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-LOG-LOAD-STATUS        PIC X(02).
       01  WS-LOG-FOUND-SW           PIC X.
           88 WS-LOG-FOUND              VALUE 'Y'.
       01  WS-LOG-TABLE.
           05  WS-LOG OCCURS 5000 TIMES.
               10 WS-LOG-CUST-ID     PIC 9(06).
               10 WS-LOG-DATE        PIC 9(08).
               10 WS-LOG-DIRECTION   PIC X(02).
      * Just-under days inside the window, per customer and
      * direction.
       01  WS-WATCH-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-WATCH-IDX              PIC 9(04).
       01  WS-WATCH-OVERFLOW-COUNT   PIC 9(06) VALUE ZERO.
       01  WS-WATCH-FOUND-SW         PIC X.
           88 WS-WATCH-FOUND            VALUE 'Y'.
       01  WS-WATCH-TABLE.
           05  WS-WCH OCCURS 1000 TIMES.
               10 WS-WCH-CUST-ID     PIC 9(06).
               10 WS-WCH-DIRECTION   PIC X(02).
               10 WS-WCH-DAYS        PIC 9(03).
               10 WS-WCH-TOTAL       PIC 9(09)V9(02).
      * Account-to-customer and customer-to-address, as STMTMAIL.
       01  WS-LEAD-SPACES            PIC 9(02).
       01  WS-TRIM-LEN               PIC 9(02).
       01  WS-THIS-CUST-ID           PIC 9(06).
       01  WS-THIS-ACCOUNT           PIC 9(06).
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
      * The customer day and direction in hand.
       01  WS-THIS-DATE              PIC 9(08).
       01  WS-THIS-DIRECTION         PIC X(02).
       01  WS-THIS-TOTAL             PIC 9(09)V9(02).
       01  WS-AMOUNT-EDIT            PIC Z(8)9.99.
       01  WS-ACTIVITY-READ          PIC 9(06) VALUE ZERO.
       01  WS-FILED-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-ALREADY-FILED-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-WATCHED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC 9(06) VALUE ZERO.
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
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'LRGACT'.
       01  WS-RPT-TITLE              PIC X(30)
                                    VALUE 'LARGE-AMOUNT ACTIVITY'.
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
           OPEN OUTPUT LRG-RPT-FILE.
           MOVE 'CUSTOMER' TO WS-RPT-HEADING (1:8).
           MOVE 'DATE' TO WS-RPT-HEADING (10:4).
           MOVE 'DIR' TO WS-RPT-HEADING (19:3).
           MOVE 'AMOUNT' TO WS-RPT-HEADING (31:6).
           MOVE 'IDENTITY / ADDRESS / NOTE' TO WS-RPT-HEADING (39:25).
           PERFORM READ-LARGE-CONTROL.
           IF WS-CTL-OK
               PERFORM LOAD-FILING-LOG
               PERFORM LOAD-XREF-TABLE
               PERFORM LOAD-ADDRESS-TABLE
               PERFORM TOTAL-AMOUNT-FILE
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-CTL-OK
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'LRGCTL MISSING OR INVALID - NOTHING FILED'
                       TO LRG-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'LRGACT - ' LRG-RPT-RECORD
               WHEN WS-LOG-LOAD-STATUS NOT = '00'
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO LRG-RPT-RECORD
                   STRING 'LRGLOG NOT READABLE - STATUS '
                              DELIMITED BY SIZE
                          WS-LOG-LOAD-STATUS DELIMITED BY SIZE
                          ' - NOTHING FILED' DELIMITED BY SIZE
                          INTO LRG-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'LRGACT - ' LRG-RPT-RECORD
               WHEN WS-LOG-OVERFLOW-COUNT > ZERO
                  OR WS-AGG-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'LRGLOG OR DAY TOTALS EXCEED TABLE - NOT FILED'
                       TO LRG-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'LRGACT - ' LRG-RPT-RECORD
               WHEN OTHER
                   PERFORM BUILD-FILING-WORKLIST
                   PERFORM BUILD-STRUCTURING-WATCH
                   PERFORM WRITE-RUN-TOTALS
           END-EVALUATE.
           PERFORM END-REPORT-PAGES.
           CLOSE LRG-RPT-FILE.
           IF WS-EXCEPTION-COUNT > ZERO
              AND WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       READ-LARGE-CONTROL SECTION.
       READ-LARGE-CONTROL-START.
           OPEN INPUT LRG-CTL-FILE.
           IF WS-LRG-CTL-STATUS = '00'
               READ LRG-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LRG-CTL-RECORD (1:17) IS NUMERIC
                          AND LRGCTL-THRESHOLD > ZERO
                          AND LRGCTL-NEAR-PCT > ZERO
                          AND LRGCTL-NEAR-PCT < 100
                          AND LRGCTL-WINDOW-DAYS > ZERO
                          AND LRGCTL-WATCH-DAYS > ZERO
                           SET WS-CTL-OK TO TRUE
                       END-IF
               END-READ
               CLOSE LRG-CTL-FILE
           END-IF.
           IF WS-CTL-OK
               COMPUTE WS-NEAR-FLOOR =
                   LRGCTL-THRESHOLD * LRGCTL-NEAR-PCT / 100
               COMPUTE WS-WINDOW-START-SERIAL =
                   WS-TODAY-SERIAL - LRGCTL-WINDOW-DAYS
           END-IF.
       READ-LARGE-CONTROL-EXIT.
           EXIT.

      * No LRGLOG yet just means nothing has been filed.
       LOAD-FILING-LOG SECTION.
       LOAD-FILING-LOG-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT FILING-LOG-FILE.
           MOVE WS-FILING-LOG-STATUS TO WS-LOG-LOAD-STATUS.
           IF WS-FILING-LOG-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FILING-LOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-LOG-COUNT < 5000
                               ADD 1 TO WS-LOG-COUNT
                               MOVE LOG-CUST-ID
                                   TO WS-LOG-CUST-ID (WS-LOG-COUNT)
                               MOVE LOG-DATE
                                   TO WS-LOG-DATE (WS-LOG-COUNT)
                               MOVE LOG-DIRECTION
                                   TO WS-LOG-DIRECTION (WS-LOG-COUNT)
                           ELSE
                               ADD 1 TO WS-LOG-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILING-LOG-FILE
           END-IF.
           IF WS-LOG-LOAD-STATUS = '35'
               MOVE '00' TO WS-LOG-LOAD-STATUS
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-FILING-LOG-EXIT.
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

       TOTAL-AMOUNT-FILE SECTION.
       TOTAL-AMOUNT-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT AMOUNT-FILE.
           IF WS-AMOUNT-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ AMOUNT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF AMOUNT-RECORD (1:14) IS NUMERIC
                              AND AMT-SIGNED NOT = ZERO
                               ADD 1 TO WS-ACTIVITY-READ
                               PERFORM TOTAL-ONE-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AMOUNT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       TOTAL-AMOUNT-FILE-EXIT.
           EXIT.

       TOTAL-ONE-AMOUNT SECTION.
       TOTAL-ONE-AMOUNT-START.
           MOVE AMT-ACCOUNT TO WS-THIS-ACCOUNT.
           MOVE 'N' TO WS-XREF-FOUND-SW.
           PERFORM FIND-XREF-ENTRY
               VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT
                  OR WS-XREF-FOUND.
           IF WS-XREF-FOUND
               MOVE WS-XR-CUST-ID (WS-XREF-IDX) TO WS-THIS-CUST-ID
               MOVE ZERO TO WS-THIS-ACCOUNT
           ELSE
               MOVE ZERO TO WS-THIS-CUST-ID
           END-IF.
           MOVE 'N' TO WS-AGG-FOUND-SW.
           PERFORM FIND-DAY-TOTAL
               VARYING WS-AGG-IDX FROM 1 BY 1
               UNTIL WS-AGG-IDX > WS-AGG-COUNT
                  OR WS-AGG-FOUND.
           IF NOT WS-AGG-FOUND
               IF WS-AGG-COUNT < 5000
                   ADD 1 TO WS-AGG-COUNT
                   MOVE WS-AGG-COUNT TO WS-AGG-IDX
                   MOVE WS-THIS-CUST-ID TO WS-AGG-CUST-ID (WS-AGG-IDX)
                   MOVE WS-THIS-ACCOUNT TO WS-AGG-ACCOUNT (WS-AGG-IDX)
                   MOVE AMT-DATE TO WS-AGG-DATE (WS-AGG-IDX)
                   MOVE AMT-DATE TO WS-DATE-WORK
                   PERFORM COMPUTE-DAY-SERIAL
                   MOVE WS-SERIAL-RESULT TO WS-AGG-SERIAL (WS-AGG-IDX)
                   MOVE ZERO TO WS-AGG-CREDITS (WS-AGG-IDX)
                   MOVE ZERO TO WS-AGG-DEBITS (WS-AGG-IDX)
                   SET WS-AGG-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-AGG-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF WS-AGG-FOUND
               IF AMT-SIGNED < ZERO
                   SUBTRACT AMT-SIGNED FROM WS-AGG-DEBITS (WS-AGG-IDX)
               ELSE
                   ADD AMT-SIGNED TO WS-AGG-CREDITS (WS-AGG-IDX)
               END-IF
           END-IF.
       TOTAL-ONE-AMOUNT-EXIT.
           EXIT.

       FIND-XREF-ENTRY SECTION.
       FIND-XREF-ENTRY-START.
           IF WS-XR-ACCOUNT (WS-XREF-IDX) = WS-THIS-ACCOUNT
               SET WS-XREF-FOUND TO TRUE
               SUBTRACT 1 FROM WS-XREF-IDX
           END-IF.
       FIND-XREF-ENTRY-EXIT.
           EXIT.

       FIND-DAY-TOTAL SECTION.
       FIND-DAY-TOTAL-START.
           IF WS-AGG-CUST-ID (WS-AGG-IDX) = WS-THIS-CUST-ID
              AND WS-AGG-ACCOUNT (WS-AGG-IDX) = WS-THIS-ACCOUNT
              AND WS-AGG-DATE (WS-AGG-IDX) = AMT-DATE
               SET WS-AGG-FOUND TO TRUE
               SUBTRACT 1 FROM WS-AGG-IDX
           END-IF.
       FIND-DAY-TOTAL-EXIT.
           EXIT.

      * Credits and debits are each held against the threshold on
      * their own.
       BUILD-FILING-WORKLIST SECTION.
       BUILD-FILING-WORKLIST-START.
           MOVE 'FILING WORKLIST' TO LRG-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           OPEN INPUT CUST-INDEXED-FILE.
           IF WS-CUST-INDEXED-STATUS = '00'
               SET WS-CUSTIDX-OPEN TO TRUE
           END-IF.
           OPEN EXTEND FILING-LOG-FILE.
           IF WS-FILING-LOG-STATUS = '05'
              OR WS-FILING-LOG-STATUS = '35'
               OPEN OUTPUT FILING-LOG-FILE
           END-IF.
           PERFORM CHECK-ONE-DAY
               VARYING WS-AGG-IDX FROM 1 BY 1
               UNTIL WS-AGG-IDX > WS-AGG-COUNT.
           CLOSE FILING-LOG-FILE.
           IF WS-CUSTIDX-OPEN
               CLOSE CUST-INDEXED-FILE
           END-IF.
       BUILD-FILING-WORKLIST-EXIT.
           EXIT.

       CHECK-ONE-DAY SECTION.
       CHECK-ONE-DAY-START.
           MOVE WS-AGG-DATE (WS-AGG-IDX) TO WS-THIS-DATE.
           MOVE WS-AGG-CUST-ID (WS-AGG-IDX) TO WS-THIS-CUST-ID.
           MOVE WS-AGG-ACCOUNT (WS-AGG-IDX) TO WS-THIS-ACCOUNT.
           IF WS-AGG-CREDITS (WS-AGG-IDX) NOT < LRGCTL-THRESHOLD
               MOVE 'CR' TO WS-THIS-DIRECTION
               MOVE WS-AGG-CREDITS (WS-AGG-IDX) TO WS-THIS-TOTAL
               PERFORM FILE-ONE-ITEM
           END-IF.
           IF WS-AGG-DEBITS (WS-AGG-IDX) NOT < LRGCTL-THRESHOLD
               MOVE 'DB' TO WS-THIS-DIRECTION
               MOVE WS-AGG-DEBITS (WS-AGG-IDX) TO WS-THIS-TOTAL
               PERFORM FILE-ONE-ITEM
           END-IF.
       CHECK-ONE-DAY-EXIT.
           EXIT.

       FILE-ONE-ITEM SECTION.
       FILE-ONE-ITEM-START.
           MOVE 'N' TO WS-LOG-FOUND-SW.
           PERFORM FIND-LOG-ENTRY
               VARYING WS-LOG-IDX FROM 1 BY 1
               UNTIL WS-LOG-IDX > WS-LOG-COUNT
                  OR WS-LOG-FOUND.
           EVALUATE TRUE
               WHEN WS-THIS-CUST-ID = ZERO
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM WRITE-ITEM-LINE
                   STRING 'ACCOUNT ' DELIMITED BY SIZE
                          WS-THIS-ACCOUNT DELIMITED BY SIZE
                          ' HAS NO ACSTXREF OWNER' DELIMITED BY SIZE
                          INTO LRG-RPT-RECORD (39:42)
                   PERFORM PUT-REPORT-LINE
               WHEN WS-LOG-FOUND
                   ADD 1 TO WS-ALREADY-FILED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-FILED-COUNT
                   PERFORM WRITE-ITEM-LINE
                   PERFORM WRITE-IDENTITY-LINES
                   MOVE WS-THIS-CUST-ID TO LOG-CUST-ID
                   MOVE WS-THIS-DATE TO LOG-DATE
                   MOVE WS-THIS-DIRECTION TO LOG-DIRECTION
                   MOVE WS-THIS-TOTAL TO LOG-AMOUNT
                   MOVE WS-RUN-DATE TO LOG-FILED-DATE
                   WRITE FILING-LOG-RECORD
           END-EVALUATE.
       FILE-ONE-ITEM-EXIT.
           EXIT.

       FIND-LOG-ENTRY SECTION.
       FIND-LOG-ENTRY-START.
           IF WS-LOG-CUST-ID (WS-LOG-IDX) = WS-THIS-CUST-ID
              AND WS-LOG-DATE (WS-LOG-IDX) = WS-THIS-DATE
              AND WS-LOG-DIRECTION (WS-LOG-IDX) = WS-THIS-DIRECTION
               SET WS-LOG-FOUND TO TRUE
               SUBTRACT 1 FROM WS-LOG-IDX
           END-IF.
       FIND-LOG-ENTRY-EXIT.
           EXIT.

       WRITE-ITEM-LINE SECTION.
       WRITE-ITEM-LINE-START.
           MOVE SPACES TO LRG-RPT-RECORD.
           IF WS-THIS-CUST-ID NOT = ZERO
               MOVE WS-THIS-CUST-ID TO LRG-RPT-RECORD (1:6)
           END-IF.
           MOVE WS-THIS-DATE TO LRG-RPT-RECORD (10:8).
           MOVE WS-THIS-DIRECTION TO LRG-RPT-RECORD (19:2).
           MOVE WS-THIS-TOTAL TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO LRG-RPT-RECORD (25:12).
       WRITE-ITEM-LINE-EXIT.
           EXIT.

      * The CUSTIDX name goes on the item line; the ADDRFILE address
      * follows beneath it.
       WRITE-IDENTITY-LINES SECTION.
       WRITE-IDENTITY-LINES-START.
           MOVE 'N' TO WS-ADDR-FOUND-SW.
           IF WS-CUSTIDX-OPEN
               MOVE WS-THIS-CUST-ID TO CUST-IDX-ID
               READ CUST-INDEXED-FILE
                   INVALID KEY
                       MOVE 'NOT ON CUSTIDX' TO LRG-RPT-RECORD (39:42)
                   NOT INVALID KEY
                       MOVE CUST-IDX-NAME (1:42)
                           TO LRG-RPT-RECORD (39:42)
               END-READ
           ELSE
               MOVE 'CUSTIDX NOT AVAILABLE' TO LRG-RPT-RECORD (39:42)
           END-IF.
           PERFORM PUT-REPORT-LINE.
           PERFORM FIND-ADDRESS-ENTRY
               VARYING WS-ADDR-IDX FROM 1 BY 1
               UNTIL WS-ADDR-IDX > WS-ADDR-COUNT
                  OR WS-ADDR-FOUND.
           MOVE SPACES TO LRG-RPT-RECORD.
           IF WS-ADDR-FOUND
               MOVE WS-AD-STREET (WS-ADDR-IDX)
                   TO LRG-RPT-RECORD (39:30)
               PERFORM PUT-REPORT-LINE
               PERFORM BUILD-CITY-LINE
               MOVE SPACES TO LRG-RPT-RECORD
               MOVE WS-CITY-LINE TO LRG-RPT-RECORD (39:35)
           ELSE
               MOVE 'NO ADDRFILE ADDRESS' TO LRG-RPT-RECORD (39:19)
           END-IF.
           PERFORM PUT-REPORT-LINE.
       WRITE-IDENTITY-LINES-EXIT.
           EXIT.

       FIND-ADDRESS-ENTRY SECTION.
       FIND-ADDRESS-ENTRY-START.
           IF WS-AD-CUST-ID (WS-ADDR-IDX) = WS-THIS-CUST-ID
               SET WS-ADDR-FOUND TO TRUE
               SUBTRACT 1 FROM WS-ADDR-IDX
           END-IF.
       FIND-ADDRESS-ENTRY-EXIT.
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

      * A just-under day is one inside the window ending today whose
      * total came within the band below the threshold without
      * reaching it.
       BUILD-STRUCTURING-WATCH SECTION.
       BUILD-STRUCTURING-WATCH-START.
           MOVE SPACES TO LRG-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO LRG-RPT-RECORD.
           STRING 'STRUCTURING WATCH - ' DELIMITED BY SIZE
                  LRGCTL-WATCH-DAYS DELIMITED BY SIZE
                  ' OR MORE DAYS JUST UNDER IN ' DELIMITED BY SIZE
                  LRGCTL-WINDOW-DAYS DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
                  INTO LRG-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           PERFORM COUNT-ONE-NEAR-DAY
               VARYING WS-AGG-IDX FROM 1 BY 1
               UNTIL WS-AGG-IDX > WS-AGG-COUNT.
           PERFORM LIST-ONE-WATCH
               VARYING WS-WATCH-IDX FROM 1 BY 1
               UNTIL WS-WATCH-IDX > WS-WATCH-COUNT.
           IF WS-WATCH-OVERFLOW-COUNT > ZERO
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO LRG-RPT-RECORD
               STRING 'WATCH TABLE FULL - DAYS NOT COUNTED: '
                          DELIMITED BY SIZE
                      WS-WATCH-OVERFLOW-COUNT DELIMITED BY SIZE
                      INTO LRG-RPT-RECORD
               PERFORM PUT-REPORT-LINE
           END-IF.
       BUILD-STRUCTURING-WATCH-EXIT.
           EXIT.

       COUNT-ONE-NEAR-DAY SECTION.
       COUNT-ONE-NEAR-DAY-START.
           IF WS-AGG-CUST-ID (WS-AGG-IDX) NOT = ZERO
              AND WS-AGG-SERIAL (WS-AGG-IDX) > WS-WINDOW-START-SERIAL
              AND WS-AGG-SERIAL (WS-AGG-IDX) NOT > WS-TODAY-SERIAL
               MOVE WS-AGG-CUST-ID (WS-AGG-IDX) TO WS-THIS-CUST-ID
               IF WS-AGG-CREDITS (WS-AGG-IDX) NOT < WS-NEAR-FLOOR
                  AND WS-AGG-CREDITS (WS-AGG-IDX) < LRGCTL-THRESHOLD
                   MOVE 'CR' TO WS-THIS-DIRECTION
                   MOVE WS-AGG-CREDITS (WS-AGG-IDX) TO WS-THIS-TOTAL
                   PERFORM ADD-NEAR-DAY
               END-IF
               IF WS-AGG-DEBITS (WS-AGG-IDX) NOT < WS-NEAR-FLOOR
                  AND WS-AGG-DEBITS (WS-AGG-IDX) < LRGCTL-THRESHOLD
                   MOVE 'DB' TO WS-THIS-DIRECTION
                   MOVE WS-AGG-DEBITS (WS-AGG-IDX) TO WS-THIS-TOTAL
                   PERFORM ADD-NEAR-DAY
               END-IF
           END-IF.
       COUNT-ONE-NEAR-DAY-EXIT.
           EXIT.

       ADD-NEAR-DAY SECTION.
       ADD-NEAR-DAY-START.
           MOVE 'N' TO WS-WATCH-FOUND-SW.
           PERFORM FIND-WATCH-ENTRY
               VARYING WS-WATCH-IDX FROM 1 BY 1
               UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
                  OR WS-WATCH-FOUND.
           EVALUATE TRUE
               WHEN WS-WATCH-FOUND
                   ADD 1 TO WS-WCH-DAYS (WS-WATCH-IDX)
                   ADD WS-THIS-TOTAL TO WS-WCH-TOTAL (WS-WATCH-IDX)
               WHEN WS-WATCH-COUNT < 1000
                   ADD 1 TO WS-WATCH-COUNT
                   MOVE WS-THIS-CUST-ID
                       TO WS-WCH-CUST-ID (WS-WATCH-COUNT)
                   MOVE WS-THIS-DIRECTION
                       TO WS-WCH-DIRECTION (WS-WATCH-COUNT)
                   MOVE 1 TO WS-WCH-DAYS (WS-WATCH-COUNT)
                   MOVE WS-THIS-TOTAL TO WS-WCH-TOTAL (WS-WATCH-COUNT)
               WHEN OTHER
                   ADD 1 TO WS-WATCH-OVERFLOW-COUNT
           END-EVALUATE.
       ADD-NEAR-DAY-EXIT.
           EXIT.

       FIND-WATCH-ENTRY SECTION.
       FIND-WATCH-ENTRY-START.
           IF WS-WCH-CUST-ID (WS-WATCH-IDX) = WS-THIS-CUST-ID
              AND WS-WCH-DIRECTION (WS-WATCH-IDX) = WS-THIS-DIRECTION
               SET WS-WATCH-FOUND TO TRUE
               SUBTRACT 1 FROM WS-WATCH-IDX
           END-IF.
       FIND-WATCH-ENTRY-EXIT.
           EXIT.

       LIST-ONE-WATCH SECTION.
       LIST-ONE-WATCH-START.
           IF WS-WCH-DAYS (WS-WATCH-IDX) NOT < LRGCTL-WATCH-DAYS
               ADD 1 TO WS-WATCHED-COUNT
               MOVE SPACES TO LRG-RPT-RECORD
               MOVE WS-WCH-CUST-ID (WS-WATCH-IDX)
                   TO LRG-RPT-RECORD (1:6)
               MOVE WS-WCH-DIRECTION (WS-WATCH-IDX)
                   TO LRG-RPT-RECORD (19:2)
               MOVE WS-WCH-TOTAL (WS-WATCH-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO LRG-RPT-RECORD (25:12)
               STRING WS-WCH-DAYS (WS-WATCH-IDX) DELIMITED BY SIZE
                      ' DAYS JUST UNDER THE THRESHOLD'
                          DELIMITED BY SIZE
                      INTO LRG-RPT-RECORD (39:42)
               PERFORM PUT-REPORT-LINE
           END-IF.
       LIST-ONE-WATCH-EXIT.
           EXIT.

       WRITE-RUN-TOTALS SECTION.
       WRITE-RUN-TOTALS-START.
           MOVE SPACES TO LRG-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO LRG-RPT-RECORD.
           STRING 'AMOUNTS READ: ' DELIMITED BY SIZE
                  WS-ACTIVITY-READ DELIMITED BY SIZE
                  ' DAY TOTALS: ' DELIMITED BY SIZE
                  WS-AGG-COUNT DELIMITED BY SIZE
                  ' FILED: ' DELIMITED BY SIZE
                  WS-FILED-COUNT DELIMITED BY SIZE
                  INTO LRG-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO LRG-RPT-RECORD.
           STRING 'ALREADY FILED: ' DELIMITED BY SIZE
                  WS-ALREADY-FILED-COUNT DELIMITED BY SIZE
                  ' ON WATCH: ' DELIMITED BY SIZE
                  WS-WATCHED-COUNT DELIMITED BY SIZE
                  ' EXCEPTIONS: ' DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  INTO LRG-RPT-RECORD.
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
           IF WS-DATE-MM = ZERO OR WS-DATE-MM > 12
               MOVE 1 TO WS-DATE-MM
           END-IF.
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

      * Every LRGRPT line runs through the shared RPTWRIT writer,
      * which hands back the title block at each page break along
      * with the detail.
       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE LRG-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO LRG-RPT-RECORD.
           WRITE LRG-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.
