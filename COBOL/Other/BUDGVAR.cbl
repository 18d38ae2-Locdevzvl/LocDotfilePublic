       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGVAR.
       AUTHOR. MTH.

      * Budget-versus-actual variance report by ledger account, for
      * the open period named on LGRCLCTL.  Budget comes from the
      * BUDGFILE BUDGLOAD maintains; actual activity for the period
      * is the current LEDGTRAN, and year to date adds the LEDGHIST
      * postings of this year's periods already closed.  Actuals
      * are stated on the account's normal side (ACCTMAST), the same
      * way the budget is, so spending over budget and income over
      * budget both show as a positive variance.
      *
      * Each account with a budget or activity gets a period line
      * and a year-to-date line on BUDGRPT: budget, actual, variance
      * (actual less budget) and the variance as a percentage of
      * budget.  An account whose period or year-to-date variance is
      * beyond the threshold percentage on the BUDGCTL control
      * record either way - or that has activity against no budget
      * at all - is flagged with an asterisk, and any flag ends the
      * run with RETURN-CODE 4 so the controller's review can be
      * scheduled off it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "BUDGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT BUDGET-CTL-FILE ASSIGN TO "BUDGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-CTL-STATUS.
           SELECT CLOSE-CTL-FILE ASSIGN TO "LGRCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-CTL-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "LEDGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT BUDGET-RPT-FILE ASSIGN TO "BUDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  BUDGET-FILE
           RECORDING MODE IS F.
           COPY BUDGREC.

      * Variance threshold as a percentage of budget.
       FD  BUDGET-CTL-FILE
           RECORDING MODE IS F.
       01  BUDGET-CTL-RECORD.
           05 BCTL-THRESHOLD-PCT     PIC 9(03)V9(02).

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

       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY LEDGREC.

       FD  HISTORY-FILE
           RECORDING MODE IS F.
           COPY LEDGHST.

       FD  BUDGET-RPT-FILE
           RECORDING MODE IS F.
       01  BUDGET-RPT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-BUDGET-STATUS       PIC XX.
           05 WS-BUDGET-CTL-STATUS   PIC XX.
           05 WS-CLOSE-CTL-STATUS    PIC XX.
           05 WS-ACCOUNT-MASTER-STATUS PIC XX.
           05 WS-LEDGER-STATUS       PIC XX.
           05 WS-HISTORY-STATUS      PIC XX.
           05 WS-BUDGET-RPT-STATUS   PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-THRESHOLD-PCT          PIC 9(03)V9(02) VALUE 10.
       01  WS-RUN-PERIOD             PIC 9(06) VALUE ZERO.
       01  WS-RUN-PERIOD-PARTS REDEFINES WS-RUN-PERIOD.
           05 WS-RUN-YEAR            PIC 9(04).
           05 WS-RUN-MONTH           PIC 9(02).
       01  WS-ENTRY-PERIOD-PARTS.
           05 WS-ENTRY-YEAR          PIC 9(04).
           05 WS-ENTRY-MONTH         PIC 9(02).
      * One entry per chart account; amounts on the normal side.
       01  WS-MASTER-LOADED-SW       PIC X VALUE 'N'.
           88 WS-MASTER-LOADED          VALUE 'Y'.
       01  WS-MASTER-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-MASTER-IDX             PIC 9(03).
       01  WS-MASTER-FOUND-SW        PIC X.
           88 WS-MASTER-FOUND           VALUE 'Y'.
       01  WS-MASTER-TABLE.
           05  WS-MASTER OCCURS 200 TIMES.
               10 WS-MST-NUMBER      PIC 9(06).
               10 WS-MST-DESC        PIC X(30).
               10 WS-MST-SIDE        PIC X(01).
               10 WS-MST-BUDGET-PER  PIC S9(11)V9(02).
               10 WS-MST-BUDGET-YTD  PIC S9(11)V9(02).
               10 WS-MST-ACTUAL-PER  PIC S9(11)V9(02).
               10 WS-MST-ACTUAL-YTD  PIC S9(11)V9(02).
       01  WS-FIND-ACCOUNT           PIC 9(06).
       01  WS-SIGNED-AMOUNT          PIC S9(11)V9(02).
       01  WS-UNKNOWN-BUDGET-COUNT   PIC 9(06) VALUE ZERO.
       01  WS-UNKNOWN-POSTING-COUNT  PIC 9(06) VALUE ZERO.
      * The line being printed.
       01  WS-LINE-LABEL             PIC X(03).
       01  WS-LINE-BUDGET            PIC S9(11)V9(02).
       01  WS-LINE-ACTUAL            PIC S9(11)V9(02).
       01  WS-LINE-VARIANCE          PIC S9(11)V9(02).
       01  WS-ABS-VARIANCE           PIC 9(11)V9(02).
       01  WS-VARIANCE-PCT           PIC S9(04)V9(01).
       01  WS-ABS-PCT                PIC 9(04)V9(01).
       01  WS-LINE-FLAG-SW           PIC X.
           88 WS-LINE-FLAGGED           VALUE 'Y'.
       01  WS-ACCOUNT-FLAG-SW        PIC X.
           88 WS-ACCOUNT-FLAGGED        VALUE 'Y'.
       01  WS-BUDGET-EDIT            PIC -(8)9.99.
       01  WS-ACTUAL-EDIT            PIC -(8)9.99.
       01  WS-VARIANCE-EDIT          PIC -(8)9.99.
       01  WS-PCT-EDIT               PIC -(4)9.9.
       01  WS-PCT-TEXT               PIC X(07).
       01  WS-POSTINGS-READ          PIC 9(06) VALUE ZERO.
       01  WS-ACCOUNTS-REPORTED      PIC 9(06) VALUE ZERO.
       01  WS-ACCOUNTS-FLAGGED       PIC 9(06) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
       01  WS-STAT-PROGRAM-ID        PIC X(08) VALUE 'BUDGVAR '.
       01  WS-START-TIME             PIC 9(8).
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'BUDGVAR '.
       01  WS-RPT-TITLE              PIC X(30)
                                     VALUE 'BUDGET VERSUS ACTUAL'.
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
           OPEN OUTPUT BUDGET-RPT-FILE.
           PERFORM DETERMINE-RUN-PERIOD.
           PERFORM READ-BUDGET-CONTROL.
           PERFORM LOAD-ACCOUNT-MASTER.
           MOVE 'ACCOUNT DESCRIPTION' TO WS-RPT-HEADING.
           MOVE 'BUDGET' TO WS-RPT-HEADING (39:6).
           MOVE 'ACTUAL' TO WS-RPT-HEADING (52:6).
           MOVE 'VARIANCE' TO WS-RPT-HEADING (63:8).
           MOVE 'PCT' TO WS-RPT-HEADING (75:3).
           EVALUATE TRUE
               WHEN WS-RUN-PERIOD = ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'NO PERIOD ON LGRCLCTL - NO VARIANCE REPORT'
                       TO BUDGET-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'BUDGVAR - NO PERIOD ON LGRCLCTL'
               WHEN NOT WS-MASTER-LOADED
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'NO ACCTMAST ON HAND - NO VARIANCE REPORT'
                       TO BUDGET-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'BUDGVAR - NO ACCTMAST ON HAND'
               WHEN OTHER
                   PERFORM ADD-BUDGET-AMOUNTS
                   PERFORM ADD-CLOSED-PERIODS-THIS-YEAR
                   PERFORM ADD-CURRENT-ACTIVITY
                   PERFORM REPORT-ONE-ACCOUNT
                       VARYING WS-MASTER-IDX FROM 1 BY 1
                       UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
                   PERFORM WRITE-REPORT-TOTALS
           END-EVALUATE.
           PERFORM END-REPORT-PAGES.
           CLOSE BUDGET-RPT-FILE.
           IF WS-ACCOUNTS-FLAGGED > ZERO
              AND WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
           CALL 'RUNSTAT' USING WS-STAT-PROGRAM-ID
                                WS-POSTINGS-READ
                                WS-ACCOUNTS-REPORTED
                                WS-ACCOUNTS-FLAGGED
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

      * With no usable control record the threshold stays at its
      * ten percent default.
       READ-BUDGET-CONTROL SECTION.
       READ-BUDGET-CONTROL-START.
           OPEN INPUT BUDGET-CTL-FILE.
           IF WS-BUDGET-CTL-STATUS = '00'
               READ BUDGET-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BUDGET-CTL-RECORD (1:5) IS NUMERIC
                           MOVE BCTL-THRESHOLD-PCT
                               TO WS-THRESHOLD-PCT
                       END-IF
               END-READ
               CLOSE BUDGET-CTL-FILE
           END-IF.
       READ-BUDGET-CONTROL-EXIT.
           EXIT.

       LOAD-ACCOUNT-MASTER SECTION.
       LOAD-ACCOUNT-MASTER-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-MASTER-STATUS = '00'
               SET WS-MASTER-LOADED TO TRUE
               PERFORM UNTIL WS-EOF
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-MASTER-COUNT < 200
                               ADD 1 TO WS-MASTER-COUNT
                               PERFORM STORE-ONE-MASTER-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-ACCOUNT-MASTER-EXIT.
           EXIT.

       STORE-ONE-MASTER-ACCOUNT SECTION.
       STORE-ONE-MASTER-ACCOUNT-START.
           MOVE ACCT-NUMBER TO WS-MST-NUMBER (WS-MASTER-COUNT).
           MOVE ACCT-DESCRIPTION TO WS-MST-DESC (WS-MASTER-COUNT).
           MOVE ACCT-NORMAL-SIDE TO WS-MST-SIDE (WS-MASTER-COUNT).
           MOVE ZERO TO WS-MST-BUDGET-PER (WS-MASTER-COUNT).
           MOVE ZERO TO WS-MST-BUDGET-YTD (WS-MASTER-COUNT).
           MOVE ZERO TO WS-MST-ACTUAL-PER (WS-MASTER-COUNT).
           MOVE ZERO TO WS-MST-ACTUAL-YTD (WS-MASTER-COUNT).
       STORE-ONE-MASTER-ACCOUNT-EXIT.
           EXIT.

      * Resolve WS-FIND-ACCOUNT; WS-MASTER-IDX points at it when
      * WS-MASTER-FOUND.
       RESOLVE-MASTER-ACCOUNT SECTION.
       RESOLVE-MASTER-ACCOUNT-START.
           MOVE 'N' TO WS-MASTER-FOUND-SW.
           PERFORM FIND-MASTER-ACCOUNT
               VARYING WS-MASTER-IDX FROM 1 BY 1
               UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
                  OR WS-MASTER-FOUND.
       RESOLVE-MASTER-ACCOUNT-EXIT.
           EXIT.

       FIND-MASTER-ACCOUNT SECTION.
       FIND-MASTER-ACCOUNT-START.
           IF WS-MST-NUMBER (WS-MASTER-IDX) = WS-FIND-ACCOUNT
               SET WS-MASTER-FOUND TO TRUE
               SUBTRACT 1 FROM WS-MASTER-IDX
           END-IF.
       FIND-MASTER-ACCOUNT-EXIT.
           EXIT.

      * Budget for the year up to and including the run period.
       ADD-BUDGET-AMOUNTS SECTION.
       ADD-BUDGET-AMOUNTS-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ BUDGET-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE BUDG-PERIOD TO WS-ENTRY-PERIOD-PARTS
                           IF WS-ENTRY-YEAR = WS-RUN-YEAR
                              AND BUDG-PERIOD NOT > WS-RUN-PERIOD
                               PERFORM ADD-ONE-BUDGET-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           ELSE
               MOVE 'NO BUDGFILE ON HAND - ALL BUDGETS TAKEN AS ZERO'
                   TO BUDGET-RPT-RECORD
               PERFORM PUT-REPORT-LINE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       ADD-BUDGET-AMOUNTS-EXIT.
           EXIT.

       ADD-ONE-BUDGET-AMOUNT SECTION.
       ADD-ONE-BUDGET-AMOUNT-START.
           MOVE BUDG-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM RESOLVE-MASTER-ACCOUNT.
           IF WS-MASTER-FOUND
               ADD BUDG-AMOUNT TO WS-MST-BUDGET-YTD (WS-MASTER-IDX)
               IF BUDG-PERIOD = WS-RUN-PERIOD
                   ADD BUDG-AMOUNT
                       TO WS-MST-BUDGET-PER (WS-MASTER-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-UNKNOWN-BUDGET-COUNT
           END-IF.
       ADD-ONE-BUDGET-AMOUNT-EXIT.
           EXIT.

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
                           MOVE LHIST-PERIOD TO WS-ENTRY-PERIOD-PARTS
                           IF WS-ENTRY-YEAR = WS-RUN-YEAR
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
           PERFORM RESOLVE-MASTER-ACCOUNT.
           IF WS-MASTER-FOUND
               MOVE LHIST-AMOUNT TO WS-SIGNED-AMOUNT
               IF (LHIST-IS-DEBIT
                   AND WS-MST-SIDE (WS-MASTER-IDX) = 'C')
                  OR (LHIST-IS-CREDIT
                      AND WS-MST-SIDE (WS-MASTER-IDX) NOT = 'C')
                   COMPUTE WS-SIGNED-AMOUNT = ZERO - LHIST-AMOUNT
               END-IF
               ADD WS-SIGNED-AMOUNT
                   TO WS-MST-ACTUAL-YTD (WS-MASTER-IDX)
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

      * A posting to an account off the chart is LGRVALID's to
      * reject; here it is only counted.
       ADD-ONE-CURRENT-POSTING SECTION.
       ADD-ONE-CURRENT-POSTING-START.
           MOVE LEDG-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM RESOLVE-MASTER-ACCOUNT.
           IF WS-MASTER-FOUND
               MOVE LEDG-AMOUNT TO WS-SIGNED-AMOUNT
               IF (LEDG-IS-DEBIT
                   AND WS-MST-SIDE (WS-MASTER-IDX) = 'C')
                  OR (LEDG-IS-CREDIT
                      AND WS-MST-SIDE (WS-MASTER-IDX) NOT = 'C')
                   COMPUTE WS-SIGNED-AMOUNT = ZERO - LEDG-AMOUNT
               END-IF
               ADD WS-SIGNED-AMOUNT
                   TO WS-MST-ACTUAL-PER (WS-MASTER-IDX)
               ADD WS-SIGNED-AMOUNT
                   TO WS-MST-ACTUAL-YTD (WS-MASTER-IDX)
           ELSE
               ADD 1 TO WS-UNKNOWN-POSTING-COUNT
           END-IF.
       ADD-ONE-CURRENT-POSTING-EXIT.
           EXIT.

      * An account with neither budget nor activity this year is
      * left off the report.
       REPORT-ONE-ACCOUNT SECTION.
       REPORT-ONE-ACCOUNT-START.
           IF WS-MST-BUDGET-YTD (WS-MASTER-IDX) NOT = ZERO
              OR WS-MST-ACTUAL-YTD (WS-MASTER-IDX) NOT = ZERO
              OR WS-MST-ACTUAL-PER (WS-MASTER-IDX) NOT = ZERO
               ADD 1 TO WS-ACCOUNTS-REPORTED
               MOVE 'N' TO WS-ACCOUNT-FLAG-SW
               MOVE 'PER' TO WS-LINE-LABEL
               MOVE WS-MST-BUDGET-PER (WS-MASTER-IDX)
                   TO WS-LINE-BUDGET
               MOVE WS-MST-ACTUAL-PER (WS-MASTER-IDX)
                   TO WS-LINE-ACTUAL
               PERFORM PRINT-VARIANCE-LINE
               MOVE 'YTD' TO WS-LINE-LABEL
               MOVE WS-MST-BUDGET-YTD (WS-MASTER-IDX)
                   TO WS-LINE-BUDGET
               MOVE WS-MST-ACTUAL-YTD (WS-MASTER-IDX)
                   TO WS-LINE-ACTUAL
               PERFORM PRINT-VARIANCE-LINE
               IF WS-ACCOUNT-FLAGGED
                   ADD 1 TO WS-ACCOUNTS-FLAGGED
               END-IF
           END-IF.
       REPORT-ONE-ACCOUNT-EXIT.
           EXIT.

      * Account and description go on the period line only; the
      * year-to-date line sits under it.  A zero budget has no
      * percentage - activity against it is flagged outright.
       PRINT-VARIANCE-LINE SECTION.
       PRINT-VARIANCE-LINE-START.
           MOVE 'N' TO WS-LINE-FLAG-SW.
           COMPUTE WS-LINE-VARIANCE =
               WS-LINE-ACTUAL - WS-LINE-BUDGET.
           MOVE WS-LINE-VARIANCE TO WS-ABS-VARIANCE.
           IF WS-LINE-BUDGET = ZERO
               IF WS-LINE-ACTUAL = ZERO
                   MOVE SPACES TO WS-PCT-TEXT
               ELSE
                   MOVE ' NO BGT' TO WS-PCT-TEXT
                   SET WS-LINE-FLAGGED TO TRUE
               END-IF
           ELSE
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-LINE-VARIANCE * 100 / WS-LINE-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-VARIANCE-PCT
               END-COMPUTE
               IF WS-LINE-BUDGET < ZERO
                   COMPUTE WS-VARIANCE-PCT = ZERO - WS-VARIANCE-PCT
               END-IF
               MOVE WS-VARIANCE-PCT TO WS-ABS-PCT
               MOVE WS-VARIANCE-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-PCT-TEXT
               IF WS-ABS-PCT > WS-THRESHOLD-PCT
                   SET WS-LINE-FLAGGED TO TRUE
               END-IF
           END-IF.
           MOVE WS-LINE-BUDGET TO WS-BUDGET-EDIT.
           MOVE WS-LINE-ACTUAL TO WS-ACTUAL-EDIT.
           MOVE WS-LINE-VARIANCE TO WS-VARIANCE-EDIT.
           MOVE SPACES TO BUDGET-RPT-RECORD.
           IF WS-LINE-LABEL = 'PER'
               MOVE WS-MST-NUMBER (WS-MASTER-IDX)
                   TO BUDGET-RPT-RECORD (1:6)
               MOVE WS-MST-DESC (WS-MASTER-IDX)
                   TO BUDGET-RPT-RECORD (8:20)
           END-IF.
           MOVE WS-LINE-LABEL TO BUDGET-RPT-RECORD (29:3).
           MOVE WS-BUDGET-EDIT TO BUDGET-RPT-RECORD (33:12).
           MOVE WS-ACTUAL-EDIT TO BUDGET-RPT-RECORD (46:12).
           MOVE WS-VARIANCE-EDIT TO BUDGET-RPT-RECORD (59:12).
           MOVE WS-PCT-TEXT TO BUDGET-RPT-RECORD (71:7).
           IF WS-LINE-FLAGGED
               MOVE '*' TO BUDGET-RPT-RECORD (79:1)
               SET WS-ACCOUNT-FLAGGED TO TRUE
           END-IF.
           PERFORM PUT-REPORT-LINE.
       PRINT-VARIANCE-LINE-EXIT.
           EXIT.

       WRITE-REPORT-TOTALS SECTION.
       WRITE-REPORT-TOTALS-START.
           MOVE SPACES TO BUDGET-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO BUDGET-RPT-RECORD.
           STRING 'PERIOD ' DELIMITED BY SIZE
                  WS-RUN-PERIOD DELIMITED BY SIZE
                  ' ACCOUNTS: ' DELIMITED BY SIZE
                  WS-ACCOUNTS-REPORTED DELIMITED BY SIZE
                  ' FLAGGED: ' DELIMITED BY SIZE
                  WS-ACCOUNTS-FLAGGED DELIMITED BY SIZE
                  ' THRESHOLD PCT: ' DELIMITED BY SIZE
                  WS-THRESHOLD-PCT DELIMITED BY SIZE
                  INTO BUDGET-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           IF WS-UNKNOWN-BUDGET-COUNT > ZERO
              OR WS-UNKNOWN-POSTING-COUNT > ZERO
               MOVE SPACES TO BUDGET-RPT-RECORD
               STRING 'OFF-CHART BUDGET ENTRIES: ' DELIMITED BY SIZE
                      WS-UNKNOWN-BUDGET-COUNT DELIMITED BY SIZE
                      ' POSTINGS: ' DELIMITED BY SIZE
                      WS-UNKNOWN-POSTING-COUNT DELIMITED BY SIZE
                      INTO BUDGET-RPT-RECORD
               PERFORM PUT-REPORT-LINE
           END-IF.
       WRITE-REPORT-TOTALS-EXIT.
           EXIT.

      * Every BUDGRPT line runs through the shared RPTWRIT writer,
      * which hands back the title block at each page break along
      * with the detail.
       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE BUDGET-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO BUDGET-RPT-RECORD.
           WRITE BUDGET-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.
