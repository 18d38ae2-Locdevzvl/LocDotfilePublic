       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINSTMT.
       AUTHOR. MTH.

      * Balance sheet and income statement.  LGRTRIAL proves the
      * books balance, but the controller was re-typing the trial
      * balance into a spreadsheet every month to get statements
      * out of it, because nothing said which statement line an
      * account rolls up to.  The STMTMAP statement-line mapping
      * file now says it: each record maps an account range to a
      * line number and description, the section it belongs to
      * (A asset, L liability, E equity, R revenue, X expense) and
      * its sign convention (D - debits print positive, C - credits
      * print positive).  Several ranges may feed the same line;
      * lines print in the order the mapping file first names them.
      *
      * For the open period named on LGRCLCTL the run builds, per
      * line:
      *   - the period column from current LEDGTRAN activity;
      *   - the year-to-date column from the LEDGHIST postings of
      *     the periods already closed this year plus the period;
      *   - the balance column from LEDGOPEN opening balances plus
      *     the period.
      * The FINRPT balance sheet shows period and balance, with the
      * revenue and expense balances not yet closed to equity shown
      * as current earnings, and proves assets equal liabilities
      * plus equity; the income statement shows period and
      * year-to-date down to net income.  Every ACCTMAST account
      * that maps to no statement line is listed on FINEXCP, with
      * RETURN-CODE 4, so nothing quietly drops off the statements.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-MAP-FILE ASSIGN TO "STMTMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-MAP-STATUS.
           SELECT CLOSE-CTL-FILE ASSIGN TO "LGRCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-CTL-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT OPEN-BAL-FILE ASSIGN TO "LEDGOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-BAL-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "LEDGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT FIN-RPT-FILE ASSIGN TO "FINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-RPT-STATUS.
           SELECT FIN-EXCP-FILE ASSIGN TO "FINEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-EXCP-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  STMT-MAP-FILE
           RECORDING MODE IS F.
       01  STMT-MAP-RECORD.
           05 MAP-LOW-ACCOUNT        PIC 9(06).
           05 MAP-HIGH-ACCOUNT       PIC 9(06).
           05 MAP-LINE-NO            PIC 9(03).
           05 MAP-SECTION            PIC X(01).
               88 MAP-VALID-SECTION     VALUE 'A' 'L' 'E' 'R' 'X'.
           05 MAP-SIGN               PIC X(01).
               88 MAP-VALID-SIGN        VALUE 'D' 'C'.
           05 MAP-LINE-DESC          PIC X(30).

       FD  CLOSE-CTL-FILE
           RECORDING MODE IS F.
       01  CLOSE-CTL-RECORD.
           05 LGRCL-PERIOD           PIC 9(06).

      * Same shape LGRVALID and ACCTMNT use.
       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
       01  ACCOUNT-MASTER-RECORD.
           05 ACCT-NUMBER         PIC 9(06).
           05 ACCT-DESCRIPTION    PIC X(30).
           05 ACCT-NORMAL-SIDE    PIC X(01).
           05 ACCT-STATUS         PIC X(01).
           05 ACCT-CURRENCY       PIC X(03).

       FD  OPEN-BAL-FILE
           RECORDING MODE IS F.
           COPY LEDGOPN.

       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY LEDGREC.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
           COPY LEDGHST.

       FD  FIN-RPT-FILE
           RECORDING MODE IS F.
       01  FIN-RPT-RECORD            PIC X(80).

       FD  FIN-EXCP-FILE
           RECORDING MODE IS F.
       01  FIN-EXCP-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-STMT-MAP-STATUS     PIC XX.
           05 WS-CLOSE-CTL-STATUS    PIC XX.
           05 WS-ACCOUNT-MASTER-STATUS PIC XX.
           05 WS-OPEN-BAL-STATUS     PIC XX.
           05 WS-LEDGER-STATUS       PIC XX.
           05 WS-HISTORY-STATUS      PIC XX.
           05 WS-FIN-RPT-STATUS      PIC XX.
           05 WS-FIN-EXCP-STATUS     PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-PERIOD             PIC 9(06) VALUE ZERO.
       01  WS-RUN-PERIOD-PARTS REDEFINES WS-RUN-PERIOD.
           05 WS-RUN-YEAR            PIC 9(04).
           05 WS-RUN-MONTH           PIC 9(02).
       01  WS-HIST-PERIOD-PARTS.
           05 WS-HIST-YEAR           PIC 9(04).
           05 WS-HIST-MONTH          PIC 9(02).
      * Account ranges from STMTMAP, each pointing at its line.
       01  WS-RANGE-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-RANGE-IDX              PIC 9(03).
       01  WS-RANGE-FOUND-SW         PIC X.
           88 WS-RANGE-FOUND            VALUE 'Y'.
       01  WS-RANGE-TABLE.
           05  WS-RANGE OCCURS 200 TIMES.
               10 WS-RNG-LOW         PIC 9(06).
               10 WS-RNG-HIGH        PIC 9(06).
               10 WS-RNG-LINE-IDX    PIC 9(03).
      * One entry per statement line, in mapping-file order; the
      * amounts are kept as debits less credits and only turned by
      * the sign convention when printed.
       01  WS-LINE-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-LINE-IDX               PIC 9(03).
       01  WS-LINE-FOUND-SW          PIC X.
           88 WS-LINE-FOUND             VALUE 'Y'.
       01  WS-LINE-TABLE.
           05  WS-LINE OCCURS 100 TIMES.
               10 WS-LN-NUMBER       PIC 9(03).
               10 WS-LN-SECTION      PIC X(01).
               10 WS-LN-SIGN         PIC X(01).
               10 WS-LN-DESC         PIC X(30).
               10 WS-LN-PERIOD       PIC S9(13)V9(02).
               10 WS-LN-YTD          PIC S9(13)V9(02).
               10 WS-LN-BALANCE      PIC S9(13)V9(02).
       01  WS-MAP-ERROR-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-FIND-ACCOUNT           PIC 9(06).
       01  WS-SIGNED-AMOUNT          PIC S9(13)V9(02).
       01  WS-UNMAPPED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-UNMAPPED-AMOUNT        PIC S9(13)V9(02) VALUE ZERO.
      * Section printing and totals, all after the sign convention.
       01  WS-PRINT-SECTION          PIC X(01).
       01  WS-SEC-PERIOD             PIC S9(13)V9(02).
       01  WS-SEC-OTHER              PIC S9(13)V9(02).
       01  WS-SHOW-PERIOD            PIC S9(13)V9(02).
       01  WS-SHOW-OTHER             PIC S9(13)V9(02).
       01  WS-ASSET-PERIOD           PIC S9(13)V9(02) VALUE ZERO.
       01  WS-ASSET-BALANCE          PIC S9(13)V9(02) VALUE ZERO.
       01  WS-LIAB-PERIOD            PIC S9(13)V9(02) VALUE ZERO.
       01  WS-LIAB-BALANCE           PIC S9(13)V9(02) VALUE ZERO.
       01  WS-EQUITY-PERIOD          PIC S9(13)V9(02) VALUE ZERO.
       01  WS-EQUITY-BALANCE         PIC S9(13)V9(02) VALUE ZERO.
       01  WS-REVENUE-PERIOD         PIC S9(13)V9(02) VALUE ZERO.
       01  WS-REVENUE-YTD            PIC S9(13)V9(02) VALUE ZERO.
       01  WS-REVENUE-BALANCE        PIC S9(13)V9(02) VALUE ZERO.
       01  WS-EXPENSE-PERIOD         PIC S9(13)V9(02) VALUE ZERO.
       01  WS-EXPENSE-YTD            PIC S9(13)V9(02) VALUE ZERO.
       01  WS-EXPENSE-BALANCE        PIC S9(13)V9(02) VALUE ZERO.
       01  WS-SEC-BALANCE            PIC S9(13)V9(02).
       01  WS-EARNINGS-PERIOD        PIC S9(13)V9(02) VALUE ZERO.
       01  WS-EARNINGS-YTD           PIC S9(13)V9(02) VALUE ZERO.
       01  WS-EARNINGS-BALANCE       PIC S9(13)V9(02) VALUE ZERO.
       01  WS-LIAB-EQ-PERIOD         PIC S9(13)V9(02) VALUE ZERO.
       01  WS-LIAB-EQ-BALANCE        PIC S9(13)V9(02) VALUE ZERO.
       01  WS-BS-DIFFERENCE          PIC S9(13)V9(02) VALUE ZERO.
       01  WS-PRINT-LABEL            PIC X(30).
       01  WS-PERIOD-EDIT            PIC -(12)9.99.
       01  WS-OTHER-EDIT             PIC -(12)9.99.
       01  WS-POSTINGS-READ          PIC 9(06) VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-LINES-PRINTED          PIC 9(06) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
       01  WS-STAT-PROGRAM-ID        PIC X(08) VALUE 'FINSTMT '.
       01  WS-START-TIME             PIC 9(8).
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block; each statement starts its own page the same way.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'FINSTMT '.
       01  WS-RPT-TITLE              PIC X(30) VALUE SPACES.
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
           ACCEPT WS-START-TIME FROM TIME.
           OPEN OUTPUT FIN-RPT-FILE.
           OPEN OUTPUT FIN-EXCP-FILE.
           PERFORM DETERMINE-RUN-PERIOD.
           PERFORM LOAD-STATEMENT-MAP.
           EVALUATE TRUE
               WHEN WS-RUN-PERIOD = ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'NO PERIOD ON LGRCLCTL - STATEMENTS NOT RUN'
                       TO FIN-EXCP-RECORD
                   WRITE FIN-EXCP-RECORD
                   DISPLAY FIN-EXCP-RECORD
               WHEN WS-LINE-COUNT = ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'NO USABLE STMTMAP LINES - STATEMENTS NOT RUN'
                       TO FIN-EXCP-RECORD
                   WRITE FIN-EXCP-RECORD
                   DISPLAY FIN-EXCP-RECORD
               WHEN OTHER
                   PERFORM CHECK-ACCOUNT-MAPPING
                   PERFORM ADD-OPENING-BALANCES
                   PERFORM ADD-CLOSED-PERIODS-THIS-YEAR
                   PERFORM ADD-CURRENT-ACTIVITY
                   PERFORM PRINT-BALANCE-SHEET
                   PERFORM PRINT-INCOME-STATEMENT
                   PERFORM END-REPORT-PAGES
           END-EVALUATE.
           PERFORM WRITE-EXCEPTION-TOTALS.
           CLOSE FIN-RPT-FILE.
           CLOSE FIN-EXCP-FILE.
           IF WS-EXCEPTION-COUNT > ZERO
              AND WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
           CALL 'RUNSTAT' USING WS-STAT-PROGRAM-ID
                                WS-POSTINGS-READ
                                WS-LINES-PRINTED
                                WS-EXCEPTION-COUNT
                                WS-START-TIME.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       DETERMINE-RUN-PERIOD SECTION.
       DETERMINE-RUN-PERIOD-START.
           MOVE ZERO TO WS-RUN-PERIOD.
           OPEN INPUT CLOSE-CTL-FILE.
           IF WS-CLOSE-CTL-STATUS = '00'
               READ CLOSE-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CLOSE-CTL-RECORD (1:6) IS NUMERIC
                           MOVE LGRCL-PERIOD TO WS-RUN-PERIOD
                       END-IF
               END-READ
               CLOSE CLOSE-CTL-FILE
           END-IF.
           IF WS-RUN-MONTH < 1 OR WS-RUN-MONTH > 12
               MOVE ZERO TO WS-RUN-PERIOD
           END-IF.
       DETERMINE-RUN-PERIOD-EXIT.
           EXIT.

      * A mapping record with a bad range, section or sign is
      * reported and left out rather than guessed at.
       LOAD-STATEMENT-MAP SECTION.
       LOAD-STATEMENT-MAP-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT STMT-MAP-FILE.
           IF WS-STMT-MAP-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ STMT-MAP-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-MAP-RECORD
                   END-READ
               END-PERFORM
               CLOSE STMT-MAP-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-STATEMENT-MAP-EXIT.
           EXIT.

       LOAD-ONE-MAP-RECORD SECTION.
       LOAD-ONE-MAP-RECORD-START.
           IF MAP-LOW-ACCOUNT IS NOT NUMERIC
              OR MAP-HIGH-ACCOUNT IS NOT NUMERIC
              OR MAP-LINE-NO IS NOT NUMERIC
              OR MAP-LOW-ACCOUNT > MAP-HIGH-ACCOUNT
              OR NOT MAP-VALID-SECTION
              OR NOT MAP-VALID-SIGN
              OR WS-RANGE-COUNT NOT < 200
               ADD 1 TO WS-MAP-ERROR-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO FIN-EXCP-RECORD
               STRING 'STMTMAP RECORD UNUSABLE - SKIPPED: '
                          DELIMITED BY SIZE
                      STMT-MAP-RECORD (1:17) DELIMITED BY SIZE
                      INTO FIN-EXCP-RECORD
               WRITE FIN-EXCP-RECORD
           ELSE
               MOVE 'N' TO WS-LINE-FOUND-SW
               PERFORM FIND-STATEMENT-LINE
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
                      OR WS-LINE-FOUND
               IF NOT WS-LINE-FOUND
                  AND WS-LINE-COUNT < 100
                   ADD 1 TO WS-LINE-COUNT
                   MOVE WS-LINE-COUNT TO WS-LINE-IDX
                   MOVE MAP-LINE-NO TO WS-LN-NUMBER (WS-LINE-IDX)
                   MOVE MAP-SECTION TO WS-LN-SECTION (WS-LINE-IDX)
                   MOVE MAP-SIGN TO WS-LN-SIGN (WS-LINE-IDX)
                   MOVE MAP-LINE-DESC TO WS-LN-DESC (WS-LINE-IDX)
                   MOVE ZERO TO WS-LN-PERIOD (WS-LINE-IDX)
                   MOVE ZERO TO WS-LN-YTD (WS-LINE-IDX)
                   MOVE ZERO TO WS-LN-BALANCE (WS-LINE-IDX)
                   SET WS-LINE-FOUND TO TRUE
               END-IF
               IF WS-LINE-FOUND
                   ADD 1 TO WS-RANGE-COUNT
                   MOVE MAP-LOW-ACCOUNT TO WS-RNG-LOW (WS-RANGE-COUNT)
                   MOVE MAP-HIGH-ACCOUNT
                       TO WS-RNG-HIGH (WS-RANGE-COUNT)
                   MOVE WS-LINE-IDX
                       TO WS-RNG-LINE-IDX (WS-RANGE-COUNT)
               ELSE
                   ADD 1 TO WS-MAP-ERROR-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE 'STMTMAP LINE TABLE FULL - RANGE SKIPPED'
                       TO FIN-EXCP-RECORD
                   WRITE FIN-EXCP-RECORD
               END-IF
           END-IF.
       LOAD-ONE-MAP-RECORD-EXIT.
           EXIT.

       FIND-STATEMENT-LINE SECTION.
       FIND-STATEMENT-LINE-START.
           IF WS-LN-NUMBER (WS-LINE-IDX) = MAP-LINE-NO
               SET WS-LINE-FOUND TO TRUE
               SUBTRACT 1 FROM WS-LINE-IDX
           END-IF.
       FIND-STATEMENT-LINE-EXIT.
           EXIT.

      * Resolve WS-FIND-ACCOUNT to its statement line; WS-LINE-IDX
      * points at the line when WS-RANGE-FOUND.
       RESOLVE-ACCOUNT-LINE SECTION.
       RESOLVE-ACCOUNT-LINE-START.
           MOVE 'N' TO WS-RANGE-FOUND-SW.
           PERFORM FIND-ACCOUNT-RANGE
               VARYING WS-RANGE-IDX FROM 1 BY 1
               UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
                  OR WS-RANGE-FOUND.
           IF WS-RANGE-FOUND
               MOVE WS-RNG-LINE-IDX (WS-RANGE-IDX) TO WS-LINE-IDX
           END-IF.
       RESOLVE-ACCOUNT-LINE-EXIT.
           EXIT.

       FIND-ACCOUNT-RANGE SECTION.
       FIND-ACCOUNT-RANGE-START.
           IF WS-FIND-ACCOUNT NOT < WS-RNG-LOW (WS-RANGE-IDX)
              AND WS-FIND-ACCOUNT NOT > WS-RNG-HIGH (WS-RANGE-IDX)
               SET WS-RANGE-FOUND TO TRUE
               SUBTRACT 1 FROM WS-RANGE-IDX
           END-IF.
       FIND-ACCOUNT-RANGE-EXIT.
           EXIT.

      * Every chart account must land on a statement line.
       CHECK-ACCOUNT-MAPPING SECTION.
       CHECK-ACCOUNT-MAPPING-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-MASTER-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ACCT-NUMBER TO WS-FIND-ACCOUNT
                           PERFORM RESOLVE-ACCOUNT-LINE
                           IF NOT WS-RANGE-FOUND
                               ADD 1 TO WS-EXCEPTION-COUNT
                               MOVE SPACES TO FIN-EXCP-RECORD
                               STRING 'ACCOUNT ' DELIMITED BY SIZE
                                      ACCT-NUMBER DELIMITED BY SIZE
                                      ' ' DELIMITED BY SIZE
                                      ACCT-DESCRIPTION
                                          DELIMITED BY SIZE
                                      ' MAPS TO NO STATEMENT LINE'
                                          DELIMITED BY SIZE
                                      INTO FIN-EXCP-RECORD
                               WRITE FIN-EXCP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'NO ACCTMAST ON HAND - MAPPING NOT CHECKED'
                   TO FIN-EXCP-RECORD
               WRITE FIN-EXCP-RECORD
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       CHECK-ACCOUNT-MAPPING-EXIT.
           EXIT.

      * LEDGOPEN carries everything every earlier close proved.
       ADD-OPENING-BALANCES SECTION.
       ADD-OPENING-BALANCES-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT OPEN-BAL-FILE.
           IF WS-OPEN-BAL-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ OPEN-BAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE LOPN-ACCOUNT TO WS-FIND-ACCOUNT
                           COMPUTE WS-SIGNED-AMOUNT =
                               LOPN-DEBITS - LOPN-CREDITS
                           PERFORM RESOLVE-ACCOUNT-LINE
                           IF WS-RANGE-FOUND
                               ADD WS-SIGNED-AMOUNT
                                   TO WS-LN-BALANCE (WS-LINE-IDX)
                           ELSE
                               ADD 1 TO WS-UNMAPPED-COUNT
                               ADD WS-SIGNED-AMOUNT
                                   TO WS-UNMAPPED-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-BAL-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       ADD-OPENING-BALANCES-EXIT.
           EXIT.

      * Year to date needs the activity of this year's periods that
      * are already closed - LEDGOPEN has only their sum since the
      * beginning of time.
       ADD-CLOSED-PERIODS-THIS-YEAR SECTION.
       ADD-CLOSED-PERIODS-THIS-YEAR-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE LHIST-PERIOD TO WS-HIST-PERIOD-PARTS
                           IF WS-HIST-YEAR = WS-RUN-YEAR
                              AND LHIST-PERIOD < WS-RUN-PERIOD
                               PERFORM ADD-ONE-HISTORY-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       ADD-CLOSED-PERIODS-THIS-YEAR-EXIT.
           EXIT.

       ADD-ONE-HISTORY-POSTING SECTION.
       ADD-ONE-HISTORY-POSTING-START.
           MOVE LHIST-ACCOUNT TO WS-FIND-ACCOUNT.
           IF LHIST-IS-DEBIT
               MOVE LHIST-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
               COMPUTE WS-SIGNED-AMOUNT = ZERO - LHIST-AMOUNT
           END-IF.
           PERFORM RESOLVE-ACCOUNT-LINE.
           IF WS-RANGE-FOUND
               ADD WS-SIGNED-AMOUNT TO WS-LN-YTD (WS-LINE-IDX)
           END-IF.
       ADD-ONE-HISTORY-POSTING-EXIT.
           EXIT.

       ADD-CURRENT-ACTIVITY SECTION.
       ADD-CURRENT-ACTIVITY-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ LEDGER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-POSTINGS-READ
                           PERFORM ADD-ONE-CURRENT-POSTING
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       ADD-CURRENT-ACTIVITY-EXIT.
           EXIT.

       ADD-ONE-CURRENT-POSTING SECTION.
       ADD-ONE-CURRENT-POSTING-START.
           MOVE LEDG-ACCOUNT TO WS-FIND-ACCOUNT.
           IF LEDG-IS-DEBIT
               MOVE LEDG-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
               COMPUTE WS-SIGNED-AMOUNT = ZERO - LEDG-AMOUNT
           END-IF.
           PERFORM RESOLVE-ACCOUNT-LINE.
           IF WS-RANGE-FOUND
               ADD WS-SIGNED-AMOUNT TO WS-LN-PERIOD (WS-LINE-IDX)
               ADD WS-SIGNED-AMOUNT TO WS-LN-YTD (WS-LINE-IDX)
               ADD WS-SIGNED-AMOUNT TO WS-LN-BALANCE (WS-LINE-IDX)
           ELSE
               ADD 1 TO WS-UNMAPPED-COUNT
               ADD WS-SIGNED-AMOUNT TO WS-UNMAPPED-AMOUNT
           END-IF.
       ADD-ONE-CURRENT-POSTING-EXIT.
           EXIT.

      * Revenue and expense are summed first: their balances not
      * yet closed to equity belong on the balance sheet as current
      * earnings, or it could never balance.
       PRINT-BALANCE-SHEET SECTION.
       PRINT-BALANCE-SHEET-START.
           MOVE 'BALANCE SHEET' TO WS-RPT-TITLE.
           MOVE SPACES TO WS-RPT-HEADING.
           STRING '  PERIOD ' DELIMITED BY SIZE
                  WS-RUN-PERIOD DELIMITED BY SIZE
                  '                             PERIOD'
                      DELIMITED BY SIZE
                  '           BALANCE' DELIMITED BY SIZE
                  INTO WS-RPT-HEADING.
           MOVE 99 TO WS-RPT-LINE-COUNT.
           MOVE 'R' TO WS-PRINT-SECTION.
           PERFORM SUM-SECTION-QUIETLY.
           MOVE WS-SEC-PERIOD TO WS-REVENUE-PERIOD.
           MOVE WS-SEC-OTHER TO WS-REVENUE-YTD.
           MOVE WS-SEC-BALANCE TO WS-REVENUE-BALANCE.
           MOVE 'X' TO WS-PRINT-SECTION.
           PERFORM SUM-SECTION-QUIETLY.
           MOVE WS-SEC-PERIOD TO WS-EXPENSE-PERIOD.
           MOVE WS-SEC-OTHER TO WS-EXPENSE-YTD.
           MOVE WS-SEC-BALANCE TO WS-EXPENSE-BALANCE.
           COMPUTE WS-EARNINGS-PERIOD =
               WS-REVENUE-PERIOD - WS-EXPENSE-PERIOD.
           COMPUTE WS-EARNINGS-YTD =
               WS-REVENUE-YTD - WS-EXPENSE-YTD.
           COMPUTE WS-EARNINGS-BALANCE =
               WS-REVENUE-BALANCE - WS-EXPENSE-BALANCE.
           MOVE 'ASSETS' TO FIN-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE 'A' TO WS-PRINT-SECTION.
           PERFORM PRINT-ONE-SECTION.
           MOVE WS-SEC-PERIOD TO WS-ASSET-PERIOD.
           MOVE WS-SEC-BALANCE TO WS-ASSET-BALANCE.
           MOVE 'TOTAL ASSETS' TO WS-PRINT-LABEL.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'LIABILITIES' TO FIN-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE 'L' TO WS-PRINT-SECTION.
           PERFORM PRINT-ONE-SECTION.
           MOVE WS-SEC-PERIOD TO WS-LIAB-PERIOD.
           MOVE WS-SEC-BALANCE TO WS-LIAB-BALANCE.
           MOVE 'TOTAL LIABILITIES' TO WS-PRINT-LABEL.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'EQUITY' TO FIN-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE 'E' TO WS-PRINT-SECTION.
           PERFORM PRINT-ONE-SECTION.
           MOVE 'CURRENT EARNINGS' TO WS-PRINT-LABEL.
           MOVE WS-EARNINGS-PERIOD TO WS-SHOW-PERIOD.
           MOVE WS-EARNINGS-BALANCE TO WS-SHOW-OTHER.
           PERFORM PRINT-AMOUNT-LINE.
           COMPUTE WS-EQUITY-PERIOD =
               WS-SEC-PERIOD + WS-EARNINGS-PERIOD.
           COMPUTE WS-EQUITY-BALANCE =
               WS-SEC-BALANCE + WS-EARNINGS-BALANCE.
           MOVE WS-EQUITY-PERIOD TO WS-SEC-PERIOD.
           MOVE WS-EQUITY-BALANCE TO WS-SEC-BALANCE.
           MOVE 'TOTAL EQUITY' TO WS-PRINT-LABEL.
           PERFORM PRINT-TOTAL-LINE.
           COMPUTE WS-LIAB-EQ-PERIOD =
               WS-LIAB-PERIOD + WS-EQUITY-PERIOD.
           COMPUTE WS-LIAB-EQ-BALANCE =
               WS-LIAB-BALANCE + WS-EQUITY-BALANCE.
           MOVE WS-LIAB-EQ-PERIOD TO WS-SEC-PERIOD.
           MOVE WS-LIAB-EQ-BALANCE TO WS-SEC-BALANCE.
           MOVE 'TOTAL LIABILITIES AND EQUITY' TO WS-PRINT-LABEL.
           PERFORM PRINT-TOTAL-LINE.
           COMPUTE WS-BS-DIFFERENCE =
               WS-ASSET-BALANCE - WS-LIAB-EQ-BALANCE.
           MOVE SPACES TO FIN-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           IF WS-BS-DIFFERENCE = ZERO
               MOVE 'BALANCE SHEET IN BALANCE' TO FIN-RPT-RECORD
               PERFORM PUT-REPORT-LINE
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-BS-DIFFERENCE TO WS-OTHER-EDIT
               MOVE SPACES TO FIN-RPT-RECORD
               STRING 'BALANCE SHEET OUT OF BALANCE BY '
                          DELIMITED BY SIZE
                      WS-OTHER-EDIT DELIMITED BY SIZE
                      INTO FIN-RPT-RECORD
               MOVE FIN-RPT-RECORD TO FIN-EXCP-RECORD
               WRITE FIN-EXCP-RECORD
               PERFORM PUT-REPORT-LINE
           END-IF.
       PRINT-BALANCE-SHEET-EXIT.
           EXIT.

       PRINT-INCOME-STATEMENT SECTION.
       PRINT-INCOME-STATEMENT-START.
           MOVE 'INCOME STATEMENT' TO WS-RPT-TITLE.
           MOVE SPACES TO WS-RPT-HEADING.
           STRING '  PERIOD ' DELIMITED BY SIZE
                  WS-RUN-PERIOD DELIMITED BY SIZE
                  '                             PERIOD'
                      DELIMITED BY SIZE
                  '      YEAR TO DATE' DELIMITED BY SIZE
                  INTO WS-RPT-HEADING.
           MOVE 99 TO WS-RPT-LINE-COUNT.
           MOVE 'REVENUE' TO FIN-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE 'R' TO WS-PRINT-SECTION.
           PERFORM PRINT-ONE-SECTION.
           MOVE WS-SEC-OTHER TO WS-SEC-BALANCE.
           MOVE 'TOTAL REVENUE' TO WS-PRINT-LABEL.
           PERFORM PRINT-TOTAL-LINE.
           MOVE 'EXPENSES' TO FIN-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE 'X' TO WS-PRINT-SECTION.
           PERFORM PRINT-ONE-SECTION.
           MOVE WS-SEC-OTHER TO WS-SEC-BALANCE.
           MOVE 'TOTAL EXPENSES' TO WS-PRINT-LABEL.
           PERFORM PRINT-TOTAL-LINE.
           MOVE SPACES TO FIN-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE WS-EARNINGS-PERIOD TO WS-SEC-PERIOD.
           MOVE WS-EARNINGS-YTD TO WS-SEC-BALANCE.
           MOVE 'NET INCOME' TO WS-PRINT-LABEL.
           PERFORM PRINT-TOTAL-LINE.
       PRINT-INCOME-STATEMENT-EXIT.
           EXIT.

      * WS-SEC-PERIOD, WS-SEC-OTHER (year to date) and
      * WS-SEC-BALANCE come back as the section's sign-applied
      * totals; PRINT-ONE-SECTION prints each line on the way.
       SUM-SECTION-QUIETLY SECTION.
       SUM-SECTION-QUIETLY-START.
           MOVE ZERO TO WS-SEC-PERIOD.
           MOVE ZERO TO WS-SEC-OTHER.
           MOVE ZERO TO WS-SEC-BALANCE.
           PERFORM SUM-ONE-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT.
       SUM-SECTION-QUIETLY-EXIT.
           EXIT.

       SUM-ONE-LINE SECTION.
       SUM-ONE-LINE-START.
           IF WS-LN-SECTION (WS-LINE-IDX) = WS-PRINT-SECTION
               IF WS-LN-SIGN (WS-LINE-IDX) = 'C'
                   SUBTRACT WS-LN-PERIOD (WS-LINE-IDX)
                       FROM WS-SEC-PERIOD
                   SUBTRACT WS-LN-YTD (WS-LINE-IDX)
                       FROM WS-SEC-OTHER
                   SUBTRACT WS-LN-BALANCE (WS-LINE-IDX)
                       FROM WS-SEC-BALANCE
               ELSE
                   ADD WS-LN-PERIOD (WS-LINE-IDX) TO WS-SEC-PERIOD
                   ADD WS-LN-YTD (WS-LINE-IDX) TO WS-SEC-OTHER
                   ADD WS-LN-BALANCE (WS-LINE-IDX) TO WS-SEC-BALANCE
               END-IF
           END-IF.
       SUM-ONE-LINE-EXIT.
           EXIT.

       PRINT-ONE-SECTION SECTION.
       PRINT-ONE-SECTION-START.
           PERFORM SUM-SECTION-QUIETLY.
           PERFORM PRINT-ONE-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT.
       PRINT-ONE-SECTION-EXIT.
           EXIT.

      * The balance sheet's second column is the balance, the
      * income statement's is year to date.
       PRINT-ONE-LINE SECTION.
       PRINT-ONE-LINE-START.
           IF WS-LN-SECTION (WS-LINE-IDX) = WS-PRINT-SECTION
               MOVE WS-LN-PERIOD (WS-LINE-IDX) TO WS-SHOW-PERIOD
               IF WS-PRINT-SECTION = 'R' OR WS-PRINT-SECTION = 'X'
                   MOVE WS-LN-YTD (WS-LINE-IDX) TO WS-SHOW-OTHER
               ELSE
                   MOVE WS-LN-BALANCE (WS-LINE-IDX) TO WS-SHOW-OTHER
               END-IF
               IF WS-LN-SIGN (WS-LINE-IDX) = 'C'
                   COMPUTE WS-SHOW-PERIOD = ZERO - WS-SHOW-PERIOD
                   COMPUTE WS-SHOW-OTHER = ZERO - WS-SHOW-OTHER
               END-IF
               MOVE WS-LN-DESC (WS-LINE-IDX) TO WS-PRINT-LABEL
               PERFORM PRINT-AMOUNT-LINE
           END-IF.
       PRINT-ONE-LINE-EXIT.
           EXIT.

       PRINT-AMOUNT-LINE SECTION.
       PRINT-AMOUNT-LINE-START.
           MOVE WS-SHOW-PERIOD TO WS-PERIOD-EDIT.
           MOVE WS-SHOW-OTHER TO WS-OTHER-EDIT.
           MOVE SPACES TO FIN-RPT-RECORD.
           STRING '  ' DELIMITED BY SIZE
                  WS-PRINT-LABEL DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-PERIOD-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-OTHER-EDIT DELIMITED BY SIZE
                  INTO FIN-RPT-RECORD.
           ADD 1 TO WS-LINES-PRINTED.
           PERFORM PUT-REPORT-LINE.
       PRINT-AMOUNT-LINE-EXIT.
           EXIT.

      * Section totals print from WS-SEC-PERIOD and WS-SEC-BALANCE.
       PRINT-TOTAL-LINE SECTION.
       PRINT-TOTAL-LINE-START.
           MOVE WS-SEC-PERIOD TO WS-PERIOD-EDIT.
           MOVE WS-SEC-BALANCE TO WS-OTHER-EDIT.
           MOVE SPACES TO FIN-RPT-RECORD.
           STRING WS-PRINT-LABEL DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WS-PERIOD-EDIT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-OTHER-EDIT DELIMITED BY SIZE
                  INTO FIN-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       PRINT-TOTAL-LINE-EXIT.
           EXIT.

       WRITE-EXCEPTION-TOTALS SECTION.
       WRITE-EXCEPTION-TOTALS-START.
           IF WS-UNMAPPED-COUNT > ZERO
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-UNMAPPED-AMOUNT TO WS-OTHER-EDIT
               MOVE SPACES TO FIN-EXCP-RECORD
               STRING 'UNMAPPED BALANCES/POSTINGS: ' DELIMITED BY SIZE
                      WS-UNMAPPED-COUNT DELIMITED BY SIZE
                      ' NET DR-CR ' DELIMITED BY SIZE
                      WS-OTHER-EDIT DELIMITED BY SIZE
                      INTO FIN-EXCP-RECORD
               WRITE FIN-EXCP-RECORD
           END-IF.
           MOVE SPACES TO FIN-EXCP-RECORD.
           STRING 'STATEMENT EXCEPTIONS: ' DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  ' MAP RECORDS SKIPPED: ' DELIMITED BY SIZE
                  WS-MAP-ERROR-COUNT DELIMITED BY SIZE
                  INTO FIN-EXCP-RECORD.
           WRITE FIN-EXCP-RECORD.
       WRITE-EXCEPTION-TOTALS-EXIT.
           EXIT.

      * Every FINRPT line runs through the shared RPTWRIT writer,
      * which hands back the title block at each page break along
      * with the detail.
       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE FIN-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO FIN-RPT-RECORD.
           WRITE FIN-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.
