       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.
       AUTHOR. MTH.

      * Month-end revaluation of foreign-currency ledger balances.
      * ADECPDT converts at the rate on the day, but a balance held
      * in foreign currency then sat at that day's rate for good.
      * An ACCTMAST account carrying a currency code is now
      * re-measured at each close: its base balance (LEDGOPEN plus
      * current LEDGTRAN) is taken as standing at the rate it was
      * last measured at, and is restated at the FXRATES rate in
      * effect on the last day of the LGRCLCTL period - the same
      * latest-effective-not-after selection ADECPDT applies.
      *
      * The FXREVPOS position file remembers, per account, the rate
      * its balance was last measured at.  An account with no
      * position yet has its position opened at this period's rate
      * with nothing posted - finance seeds FXREVPOS with the booked
      * rate beforehand where the first run should revalue.  Each
      * difference is posted to LEDGTRAN as a balanced pair against
      * the unrealized gain or loss account named on the FXREVCTL
      * control record, stamped with the period-end date.  Because
      * the position moves to the new rate, a rerun in the same
      * period finds nothing further to post.
      *
      * The FXREVRPT report shows, per account, the old and new
      * rates, the base amount before and after and the difference
      * posted.  A currency with no rate, or a difference too large
      * for one posting, is reported and left unposted with
      * RETURN-CODE 4; no period, chart or usable control record
      * stops the run with RETURN-CODE 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-REVAL-CTL-FILE ASSIGN TO "FXREVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-REVAL-CTL-STATUS.
           SELECT CLOSE-CTL-FILE ASSIGN TO "LGRCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-CTL-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-RATE-STATUS.
           SELECT FX-POSITION-FILE ASSIGN TO "FXREVPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-POSITION-STATUS.
           SELECT OPEN-BAL-FILE ASSIGN TO "LEDGOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-BAL-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT FX-REVAL-RPT-FILE ASSIGN TO "FXREVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-REVAL-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Unrealized gain and loss accounts for the offset legs.
       FD  FX-REVAL-CTL-FILE
           RECORDING MODE IS F.
       01  FX-REVAL-CTL-RECORD.
           05 FXRV-GAIN-ACCOUNT      PIC 9(06).
           05 FXRV-LOSS-ACCOUNT      PIC 9(06).

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

      * Same shape ADECPDT and FXLOAD read.
       FD  FX-RATE-FILE
           RECORDING MODE IS F.
       01  FX-RATE-RECORD.
           05 FXR-CURR-CODE        PIC X(03).
           05 FXR-RATE             PIC 9(03)V9(06).
           05 FXR-EFF-DATE         PIC 9(08).

      * Per account, the rate its base balance was last measured at,
      * the period that happened, and the foreign balance it stood
      * for then.
       FD  FX-POSITION-FILE
           RECORDING MODE IS F.
       01  FX-POSITION-RECORD.
           05 FXP-ACCOUNT            PIC 9(06).
           05 FXP-CURRENCY           PIC X(03).
           05 FXP-RATE               PIC 9(03)V9(06).
           05 FXP-PERIOD             PIC 9(06).
           05 FXP-FOREIGN-BALANCE    PIC S9(13)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.

       FD  OPEN-BAL-FILE
           RECORDING MODE IS F.
           COPY LEDGOPN.

       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY LEDGREC.

       FD  FX-REVAL-RPT-FILE
           RECORDING MODE IS F.
       01  FX-REVAL-RPT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-FX-REVAL-CTL-STATUS PIC XX.
           05 WS-CLOSE-CTL-STATUS    PIC XX.
           05 WS-ACCOUNT-MASTER-STATUS PIC XX.
           05 WS-FX-RATE-STATUS      PIC XX.
           05 WS-FX-POSITION-STATUS  PIC XX.
           05 WS-OPEN-BAL-STATUS     PIC XX.
           05 WS-LEDGER-STATUS       PIC XX.
           05 WS-FX-REVAL-RPT-STATUS PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-PERIOD             PIC 9(06) VALUE ZERO.
       01  WS-RUN-PERIOD-PARTS REDEFINES WS-RUN-PERIOD.
           05 WS-RUN-YEAR            PIC 9(04).
           05 WS-RUN-MONTH           PIC 9(02).
       01  WS-PERIOD-END-DATE        PIC 9(08) VALUE ZERO.
       01  WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END-DATE.
           05 WS-END-YYYY            PIC 9(04).
           05 WS-END-MM              PIC 9(02).
           05 WS-END-DD              PIC 9(02).
       01  WS-MONTH-DAYS-VALUES.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
       01  WS-LEAP-QUOT              PIC 9(04).
       01  WS-LEAP-REM               PIC 9(03).
       01  WS-CTL-OK-SW              PIC X VALUE 'N'.
           88 WS-CTL-OK                 VALUE 'Y'.
       01  WS-GAIN-ACCOUNT           PIC 9(06).
       01  WS-GAIN-SIDE              PIC X(01).
       01  WS-LOSS-ACCOUNT           PIC 9(06).
       01  WS-LOSS-SIDE              PIC X(01).
      * Chart of accounts, for the control-record check.
       01  WS-MASTER-LOADED-SW       PIC X VALUE 'N'.
           88 WS-MASTER-LOADED          VALUE 'Y'.
       01  WS-MASTER-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-MASTER-IDX             PIC 9(03).
       01  WS-MASTER-FOUND-SW        PIC X.
           88 WS-MASTER-FOUND           VALUE 'Y'.
       01  WS-MASTER-TABLE.
           05  WS-MASTER OCCURS 200 TIMES.
               10 WS-MST-NUMBER      PIC 9(06).
               10 WS-MST-SIDE        PIC X(01).
               10 WS-MST-STATUS      PIC X(01).
       01  WS-FIND-ACCOUNT           PIC 9(06).
      * The open foreign-currency accounts and their base balances
      * as debits less credits.
       01  WS-FXA-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-FXA-IDX                PIC 9(03).
       01  WS-FXA-FOUND-SW           PIC X.
           88 WS-FXA-FOUND              VALUE 'Y'.
       01  WS-FXA-TABLE.
           05  WS-FXA OCCURS 100 TIMES.
               10 WS-FXA-ACCOUNT     PIC 9(06).
               10 WS-FXA-SIDE        PIC X(01).
               10 WS-FXA-CURRENCY    PIC X(03).
               10 WS-FXA-BALANCE     PIC S9(13)V9(02).
       01  WS-FXA-OVERFLOW-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-RATE-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-RATE-IDX               PIC 9(03).
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 100 TIMES.
               10 WS-RTE-CODE        PIC X(03).
               10 WS-RTE-RATE        PIC 9(03)V9(06).
               10 WS-RTE-DATE        PIC 9(08).
       01  WS-BEST-RATE              PIC 9(03)V9(06).
       01  WS-BEST-DATE              PIC 9(08).
       01  WS-RATE-FOUND-SW          PIC X.
           88 WS-RATE-FOUND             VALUE 'Y'.
       01  WS-POSITION-LOAD-STATUS   PIC X(02).
       01  WS-POS-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-POS-IDX                PIC 9(03).
       01  WS-POS-FOUND-SW           PIC X.
           88 WS-POS-FOUND              VALUE 'Y'.
       01  WS-POS-TABLE.
           05  WS-POS OCCURS 200 TIMES.
               10 WS-POS-ACCOUNT     PIC 9(06).
               10 WS-POS-CURRENCY    PIC X(03).
               10 WS-POS-RATE        PIC 9(03)V9(06).
               10 WS-POS-PERIOD      PIC 9(06).
               10 WS-POS-FOREIGN     PIC S9(13)V9(02).
      * The account being revalued.
       01  WS-OLD-RATE               PIC 9(03)V9(06).
       01  WS-BASE-BEFORE            PIC S9(13)V9(02).
       01  WS-BASE-AFTER             PIC S9(13)V9(02).
       01  WS-FOREIGN-BALANCE        PIC S9(13)V9(02).
       01  WS-REVAL-DIFF             PIC S9(13)V9(02).
       01  WS-ABS-DIFF               PIC 9(13)V9(02).
       01  WS-ACCOUNT-NOTE           PIC X(20).
       01  WS-OLD-RATE-EDIT          PIC ZZ9.999999.
       01  WS-NEW-RATE-EDIT          PIC ZZ9.999999.
       01  WS-BEFORE-EDIT            PIC -(9)9.99.
       01  WS-AFTER-EDIT             PIC -(9)9.99.
       01  WS-DIFF-EDIT              PIC -(9)9.99.
       01  WS-TOTAL-EDIT             PIC -(9)9.99.
       01  WS-TOTAL-GAIN             PIC 9(13)V9(02) VALUE ZERO.
       01  WS-TOTAL-LOSS             PIC 9(13)V9(02) VALUE ZERO.
       01  WS-ACCOUNTS-READ          PIC 9(06) VALUE ZERO.
       01  WS-ACCOUNTS-REVALUED      PIC 9(06) VALUE ZERO.
       01  WS-POSITIONS-OPENED       PIC 9(06) VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-POSTINGS-WRITTEN       PIC 9(06) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
       01  WS-STAT-PROGRAM-ID        PIC X(08) VALUE 'FXREVAL '.
       01  WS-START-TIME             PIC 9(8).
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'FXREVAL '.
       01  WS-RPT-TITLE              PIC X(30)
                                     VALUE 'FX REVALUATION'.
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
           OPEN OUTPUT FX-REVAL-RPT-FILE.
           MOVE 'ACCT' TO WS-RPT-HEADING (1:4).
           MOVE 'CUR' TO WS-RPT-HEADING (8:3).
           MOVE 'OLD RATE' TO WS-RPT-HEADING (14:8).
           MOVE 'NEW RATE' TO WS-RPT-HEADING (25:8).
           MOVE 'BASE BEFORE' TO WS-RPT-HEADING (36:11).
           MOVE 'BASE AFTER' TO WS-RPT-HEADING (51:10).
           MOVE 'DIFFERENCE' TO WS-RPT-HEADING (65:10).
           PERFORM DETERMINE-RUN-PERIOD.
           PERFORM LOAD-ACCOUNT-MASTER.
           PERFORM READ-REVALUATION-CONTROL.
           EVALUATE TRUE
               WHEN WS-RUN-PERIOD = ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'NO PERIOD ON LGRCLCTL - NOTHING REVALUED'
                       TO FX-REVAL-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'FXREVAL - NO PERIOD ON LGRCLCTL'
               WHEN NOT WS-MASTER-LOADED
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'NO ACCTMAST ON HAND - NOTHING REVALUED'
                       TO FX-REVAL-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'FXREVAL - NO ACCTMAST ON HAND'
               WHEN NOT WS-CTL-OK
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'FXREVCTL MISSING OR ACCOUNTS NOT OPEN ON '
                       TO FX-REVAL-RPT-RECORD
                   MOVE 'ACCTMAST - NOTHING REVALUED'
                       TO FX-REVAL-RPT-RECORD (42:27)
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'FXREVAL - FXREVCTL NOT USABLE'
               WHEN WS-FXA-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO FX-REVAL-RPT-RECORD
                   STRING 'CURRENCY ACCOUNTS BEYOND TABLE: '
                              DELIMITED BY SIZE
                          WS-FXA-OVERFLOW-COUNT DELIMITED BY SIZE
                          ' - NOTHING REVALUED' DELIMITED BY SIZE
                          INTO FX-REVAL-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY FX-REVAL-RPT-RECORD
               WHEN OTHER
                   PERFORM LOAD-RATE-TABLE
                   PERFORM LOAD-POSITION-TABLE
                   PERFORM ADD-OPENING-BALANCES
                   PERFORM ADD-CURRENT-ACTIVITY
                   PERFORM OPEN-LEDGER-EXTEND
                   PERFORM REVALUE-ONE-ACCOUNT
                       VARYING WS-FXA-IDX FROM 1 BY 1
                       UNTIL WS-FXA-IDX > WS-FXA-COUNT
                   CLOSE LEDGER-FILE
                   PERFORM REWRITE-POSITION-FILE
                   PERFORM WRITE-RUN-TOTALS
           END-EVALUATE.
           PERFORM END-REPORT-PAGES.
           CLOSE FX-REVAL-RPT-FILE.
           IF WS-EXCEPTION-COUNT > ZERO
              AND WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
           CALL 'RUNSTAT' USING WS-STAT-PROGRAM-ID
                                WS-ACCOUNTS-READ
                                WS-POSTINGS-WRITTEN
                                WS-EXCEPTION-COUNT
                                WS-START-TIME.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * The period LGRCLOSE will close next, and its last day - the
      * date the revaluation rate is taken at.
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
           ELSE
               MOVE WS-RUN-YEAR TO WS-END-YYYY
               MOVE WS-RUN-MONTH TO WS-END-MM
               MOVE WS-MONTH-DAYS (WS-RUN-MONTH) TO WS-END-DD
               IF WS-RUN-MONTH = 2
                   PERFORM ADD-LEAP-DAY-IF-LEAP-YEAR
               END-IF
           END-IF.
       DETERMINE-RUN-PERIOD-EXIT.
           EXIT.

       ADD-LEAP-DAY-IF-LEAP-YEAR SECTION.
       ADD-LEAP-DAY-IF-LEAP-YEAR-START.
           DIVIDE WS-END-YYYY BY 400 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               ADD 1 TO WS-END-DD
           ELSE
               DIVIDE WS-END-YYYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM NOT = ZERO
                   DIVIDE WS-END-YYYY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       ADD 1 TO WS-END-DD
                   END-IF
               END-IF
           END-IF.
       ADD-LEAP-DAY-IF-LEAP-YEAR-EXIT.
           EXIT.

      * Closed accounts take no postings, so only open accounts with
      * a currency code are revalued.
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
                           PERFORM STORE-ONE-MASTER-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-ACCOUNT-MASTER-EXIT.
           EXIT.

       STORE-ONE-MASTER-ACCOUNT SECTION.
       STORE-ONE-MASTER-ACCOUNT-START.
           IF WS-MASTER-COUNT < 200
               ADD 1 TO WS-MASTER-COUNT
               MOVE ACCT-NUMBER TO WS-MST-NUMBER (WS-MASTER-COUNT)
               MOVE ACCT-NORMAL-SIDE TO WS-MST-SIDE (WS-MASTER-COUNT)
               MOVE ACCT-STATUS TO WS-MST-STATUS (WS-MASTER-COUNT)
           END-IF.
           IF ACCT-CURRENCY NOT = SPACES
              AND ACCT-STATUS NOT = 'C'
               IF WS-FXA-COUNT < 100
                   ADD 1 TO WS-FXA-COUNT
                   MOVE ACCT-NUMBER TO WS-FXA-ACCOUNT (WS-FXA-COUNT)
                   MOVE ACCT-NORMAL-SIDE
                       TO WS-FXA-SIDE (WS-FXA-COUNT)
                   MOVE ACCT-CURRENCY TO WS-FXA-CURRENCY (WS-FXA-COUNT)
                   MOVE ZERO TO WS-FXA-BALANCE (WS-FXA-COUNT)
               ELSE
                   ADD 1 TO WS-FXA-OVERFLOW-COUNT
               END-IF
           END-IF.
       STORE-ONE-MASTER-ACCOUNT-EXIT.
           EXIT.

       FIND-MASTER-ACCOUNT SECTION.
       FIND-MASTER-ACCOUNT-START.
           IF WS-MST-NUMBER (WS-MASTER-IDX) = WS-FIND-ACCOUNT
               SET WS-MASTER-FOUND TO TRUE
               SUBTRACT 1 FROM WS-MASTER-IDX
           END-IF.
       FIND-MASTER-ACCOUNT-EXIT.
           EXIT.

      * Both offset accounts must be open on the chart; their normal
      * sides go on the postings the way LGRVALID expects.
       READ-REVALUATION-CONTROL SECTION.
       READ-REVALUATION-CONTROL-START.
           MOVE 'N' TO WS-CTL-OK-SW.
           OPEN INPUT FX-REVAL-CTL-FILE.
           IF WS-FX-REVAL-CTL-STATUS = '00'
               READ FX-REVAL-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FX-REVAL-CTL-RECORD (1:12) IS NUMERIC
                           SET WS-CTL-OK TO TRUE
                           MOVE FXRV-GAIN-ACCOUNT TO WS-GAIN-ACCOUNT
                           MOVE FXRV-LOSS-ACCOUNT TO WS-LOSS-ACCOUNT
                       END-IF
               END-READ
               CLOSE FX-REVAL-CTL-FILE
           END-IF.
           IF WS-CTL-OK
               MOVE WS-GAIN-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM CHECK-OFFSET-ACCOUNT
               MOVE WS-MST-SIDE (WS-MASTER-IDX) TO WS-GAIN-SIDE
           END-IF.
           IF WS-CTL-OK
               MOVE WS-LOSS-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM CHECK-OFFSET-ACCOUNT
               MOVE WS-MST-SIDE (WS-MASTER-IDX) TO WS-LOSS-SIDE
           END-IF.
       READ-REVALUATION-CONTROL-EXIT.
           EXIT.

       CHECK-OFFSET-ACCOUNT SECTION.
       CHECK-OFFSET-ACCOUNT-START.
           MOVE 'N' TO WS-MASTER-FOUND-SW.
           PERFORM FIND-MASTER-ACCOUNT
               VARYING WS-MASTER-IDX FROM 1 BY 1
               UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
                  OR WS-MASTER-FOUND.
           IF NOT WS-MASTER-FOUND
               MOVE 'N' TO WS-CTL-OK-SW
               MOVE 1 TO WS-MASTER-IDX
           ELSE
               IF WS-MST-STATUS (WS-MASTER-IDX) = 'C'
                   MOVE 'N' TO WS-CTL-OK-SW
               END-IF
           END-IF.
       CHECK-OFFSET-ACCOUNT-EXIT.
           EXIT.

       LOAD-RATE-TABLE SECTION.
       LOAD-RATE-TABLE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FX-RATE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FX-RATE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-RATE-COUNT < 100
                               ADD 1 TO WS-RATE-COUNT
                               MOVE FXR-CURR-CODE TO
                                   WS-RTE-CODE (WS-RATE-COUNT)
                               MOVE FXR-RATE TO
                                   WS-RTE-RATE (WS-RATE-COUNT)
                               MOVE FXR-EFF-DATE TO
                                   WS-RTE-DATE (WS-RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-RATE-TABLE-EXIT.
           EXIT.

       LOAD-POSITION-TABLE SECTION.
       LOAD-POSITION-TABLE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT FX-POSITION-FILE.
           MOVE WS-FX-POSITION-STATUS TO WS-POSITION-LOAD-STATUS.
           IF WS-FX-POSITION-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FX-POSITION-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-POS-COUNT < 200
                               ADD 1 TO WS-POS-COUNT
                               MOVE FXP-ACCOUNT TO
                                   WS-POS-ACCOUNT (WS-POS-COUNT)
                               MOVE FXP-CURRENCY TO
                                   WS-POS-CURRENCY (WS-POS-COUNT)
                               MOVE FXP-RATE TO
                                   WS-POS-RATE (WS-POS-COUNT)
                               MOVE FXP-PERIOD TO
                                   WS-POS-PERIOD (WS-POS-COUNT)
                               MOVE FXP-FOREIGN-BALANCE TO
                                   WS-POS-FOREIGN (WS-POS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-POSITION-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-POSITION-TABLE-EXIT.
           EXIT.

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
                           PERFORM RESOLVE-CURRENCY-ACCOUNT
                           IF WS-FXA-FOUND
                               ADD LOPN-DEBITS
                                   TO WS-FXA-BALANCE (WS-FXA-IDX)
                               SUBTRACT LOPN-CREDITS
                                   FROM WS-FXA-BALANCE (WS-FXA-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-BAL-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       ADD-OPENING-BALANCES-EXIT.
           EXIT.

      * LEDGTRAN is read through before it is reopened for the
      * revaluation postings.
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
                           MOVE LEDG-ACCOUNT TO WS-FIND-ACCOUNT
                           PERFORM RESOLVE-CURRENCY-ACCOUNT
                           IF WS-FXA-FOUND
                               IF LEDG-IS-DEBIT
                                   ADD LEDG-AMOUNT TO
                                       WS-FXA-BALANCE (WS-FXA-IDX)
                               ELSE
                                   SUBTRACT LEDG-AMOUNT FROM
                                       WS-FXA-BALANCE (WS-FXA-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       ADD-CURRENT-ACTIVITY-EXIT.
           EXIT.

       RESOLVE-CURRENCY-ACCOUNT SECTION.
       RESOLVE-CURRENCY-ACCOUNT-START.
           MOVE 'N' TO WS-FXA-FOUND-SW.
           PERFORM FIND-CURRENCY-ACCOUNT
               VARYING WS-FXA-IDX FROM 1 BY 1
               UNTIL WS-FXA-IDX > WS-FXA-COUNT
                  OR WS-FXA-FOUND.
       RESOLVE-CURRENCY-ACCOUNT-EXIT.
           EXIT.

       FIND-CURRENCY-ACCOUNT SECTION.
       FIND-CURRENCY-ACCOUNT-START.
           IF WS-FXA-ACCOUNT (WS-FXA-IDX) = WS-FIND-ACCOUNT
               SET WS-FXA-FOUND TO TRUE
               SUBTRACT 1 FROM WS-FXA-IDX
           END-IF.
       FIND-CURRENCY-ACCOUNT-EXIT.
           EXIT.

       OPEN-LEDGER-EXTEND SECTION.
       OPEN-LEDGER-EXTEND-START.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = '05' OR WS-LEDGER-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
           END-IF.
       OPEN-LEDGER-EXTEND-EXIT.
           EXIT.

      * The balance is taken as standing at the position's rate;
      * restated at the period-end rate, the difference is posted
      * and the position moves to the new rate.
       REVALUE-ONE-ACCOUNT SECTION.
       REVALUE-ONE-ACCOUNT-START.
           ADD 1 TO WS-ACCOUNTS-READ.
           MOVE SPACES TO WS-ACCOUNT-NOTE.
           MOVE ZERO TO WS-OLD-RATE.
           MOVE ZERO TO WS-REVAL-DIFF.
           MOVE WS-FXA-BALANCE (WS-FXA-IDX) TO WS-BASE-BEFORE.
           MOVE WS-BASE-BEFORE TO WS-BASE-AFTER.
           PERFORM FIND-PERIOD-END-RATE.
           MOVE 'N' TO WS-POS-FOUND-SW.
           PERFORM FIND-POSITION
               VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-POS-COUNT
                  OR WS-POS-FOUND.
           IF WS-POS-FOUND
               MOVE WS-POS-RATE (WS-POS-IDX) TO WS-OLD-RATE
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-RATE-FOUND
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE 'NO RATE - NOT DONE' TO WS-ACCOUNT-NOTE
               WHEN NOT WS-POS-FOUND
                   PERFORM OPEN-NEW-POSITION
               WHEN WS-OLD-RATE = ZERO
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE 'ZERO OLD RATE' TO WS-ACCOUNT-NOTE
               WHEN OTHER
                   PERFORM RESTATE-ACCOUNT-BALANCE
           END-EVALUATE.
           PERFORM PRINT-ACCOUNT-LINE.
       REVALUE-ONE-ACCOUNT-EXIT.
           EXIT.

      * Latest effective date not after the period end wins.
       FIND-PERIOD-END-RATE SECTION.
       FIND-PERIOD-END-RATE-START.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           MOVE ZERO TO WS-BEST-RATE.
           MOVE ZERO TO WS-BEST-DATE.
           PERFORM CONSIDER-ONE-RATE
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT.
           IF WS-BEST-RATE = ZERO
               MOVE 'N' TO WS-RATE-FOUND-SW
           END-IF.
       FIND-PERIOD-END-RATE-EXIT.
           EXIT.

       CONSIDER-ONE-RATE SECTION.
       CONSIDER-ONE-RATE-START.
           IF WS-RTE-CODE (WS-RATE-IDX) = WS-FXA-CURRENCY (WS-FXA-IDX)
              AND WS-RTE-DATE (WS-RATE-IDX) NOT > WS-PERIOD-END-DATE
              AND WS-RTE-DATE (WS-RATE-IDX) NOT < WS-BEST-DATE
               SET WS-RATE-FOUND TO TRUE
               MOVE WS-RTE-RATE (WS-RATE-IDX) TO WS-BEST-RATE
               MOVE WS-RTE-DATE (WS-RATE-IDX) TO WS-BEST-DATE
           END-IF.
       CONSIDER-ONE-RATE-EXIT.
           EXIT.

       FIND-POSITION SECTION.
       FIND-POSITION-START.
           IF WS-POS-ACCOUNT (WS-POS-IDX) = WS-FXA-ACCOUNT (WS-FXA-IDX)
               SET WS-POS-FOUND TO TRUE
               SUBTRACT 1 FROM WS-POS-IDX
           END-IF.
       FIND-POSITION-EXIT.
           EXIT.

       OPEN-NEW-POSITION SECTION.
       OPEN-NEW-POSITION-START.
           IF WS-POS-COUNT < 200
               ADD 1 TO WS-POS-COUNT
               MOVE WS-POS-COUNT TO WS-POS-IDX
               MOVE WS-FXA-ACCOUNT (WS-FXA-IDX)
                   TO WS-POS-ACCOUNT (WS-POS-IDX)
               MOVE WS-BEST-RATE TO WS-OLD-RATE
               PERFORM UPDATE-POSITION
               ADD 1 TO WS-POSITIONS-OPENED
               MOVE 'POSITION OPENED' TO WS-ACCOUNT-NOTE
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'POSITION TABLE FULL' TO WS-ACCOUNT-NOTE
           END-IF.
       OPEN-NEW-POSITION-EXIT.
           EXIT.

       RESTATE-ACCOUNT-BALANCE SECTION.
       RESTATE-ACCOUNT-BALANCE-START.
           COMPUTE WS-BASE-AFTER ROUNDED =
               WS-BASE-BEFORE * WS-BEST-RATE / WS-OLD-RATE.
           COMPUTE WS-REVAL-DIFF = WS-BASE-AFTER - WS-BASE-BEFORE.
           MOVE WS-REVAL-DIFF TO WS-ABS-DIFF.
           IF WS-ABS-DIFF > 9999999.99
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'TOO LARGE TO POST' TO WS-ACCOUNT-NOTE
               MOVE WS-BASE-BEFORE TO WS-BASE-AFTER
           ELSE
               IF WS-REVAL-DIFF NOT = ZERO
                   PERFORM POST-REVALUATION-PAIR
               END-IF
               ADD 1 TO WS-ACCOUNTS-REVALUED
               PERFORM UPDATE-POSITION
           END-IF.
       RESTATE-ACCOUNT-BALANCE-EXIT.
           EXIT.

      * The foreign balance is what the old base balance stood for
      * at the old rate.
       UPDATE-POSITION SECTION.
       UPDATE-POSITION-START.
           COMPUTE WS-FOREIGN-BALANCE ROUNDED =
               WS-BASE-BEFORE / WS-OLD-RATE.
           MOVE WS-FXA-CURRENCY (WS-FXA-IDX)
               TO WS-POS-CURRENCY (WS-POS-IDX).
           MOVE WS-BEST-RATE TO WS-POS-RATE (WS-POS-IDX).
           MOVE WS-RUN-PERIOD TO WS-POS-PERIOD (WS-POS-IDX).
           MOVE WS-FOREIGN-BALANCE TO WS-POS-FOREIGN (WS-POS-IDX).
       UPDATE-POSITION-EXIT.
           EXIT.

      * A rise in the balance (debits less credits) is a debit to
      * the account against unrealized gain; a fall is a credit
      * against unrealized loss.
       POST-REVALUATION-PAIR SECTION.
       POST-REVALUATION-PAIR-START.
           MOVE WS-PERIOD-END-DATE TO LEDG-POST-DATE.
           MOVE 'FXREVAL ' TO LEDG-SOURCE.
           MOVE SPACES TO LEDG-REFERENCE.
           STRING 'REV' DELIMITED BY SIZE
                  WS-RUN-PERIOD DELIMITED BY SIZE
                  WS-FXA-CURRENCY (WS-FXA-IDX) DELIMITED BY SIZE
                  INTO LEDG-REFERENCE.
           MOVE WS-ABS-DIFF TO LEDG-AMOUNT.
           MOVE WS-FXA-ACCOUNT (WS-FXA-IDX) TO LEDG-ACCOUNT.
           MOVE WS-FXA-SIDE (WS-FXA-IDX) TO LEDG-ACCT-TYPE.
           IF WS-REVAL-DIFF > ZERO
               SET LEDG-IS-DEBIT TO TRUE
           ELSE
               SET LEDG-IS-CREDIT TO TRUE
           END-IF.
           WRITE LEDGER-RECORD.
           IF WS-REVAL-DIFF > ZERO
               MOVE WS-GAIN-ACCOUNT TO LEDG-ACCOUNT
               MOVE WS-GAIN-SIDE TO LEDG-ACCT-TYPE
               SET LEDG-IS-CREDIT TO TRUE
               ADD WS-ABS-DIFF TO WS-TOTAL-GAIN
           ELSE
               MOVE WS-LOSS-ACCOUNT TO LEDG-ACCOUNT
               MOVE WS-LOSS-SIDE TO LEDG-ACCT-TYPE
               SET LEDG-IS-DEBIT TO TRUE
               ADD WS-ABS-DIFF TO WS-TOTAL-LOSS
           END-IF.
           WRITE LEDGER-RECORD.
           ADD 2 TO WS-POSTINGS-WRITTEN.
       POST-REVALUATION-PAIR-EXIT.
           EXIT.

      * An account not restated prints its note under the amounts.
       PRINT-ACCOUNT-LINE SECTION.
       PRINT-ACCOUNT-LINE-START.
           MOVE WS-OLD-RATE TO WS-OLD-RATE-EDIT.
           MOVE WS-BEST-RATE TO WS-NEW-RATE-EDIT.
           MOVE WS-BASE-BEFORE TO WS-BEFORE-EDIT.
           MOVE WS-BASE-AFTER TO WS-AFTER-EDIT.
           MOVE WS-REVAL-DIFF TO WS-DIFF-EDIT.
           MOVE SPACES TO FX-REVAL-RPT-RECORD.
           STRING WS-FXA-ACCOUNT (WS-FXA-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FXA-CURRENCY (WS-FXA-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OLD-RATE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NEW-RATE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BEFORE-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AFTER-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DIFF-EDIT DELIMITED BY SIZE
                  INTO FX-REVAL-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           IF WS-ACCOUNT-NOTE NOT = SPACES
               MOVE SPACES TO FX-REVAL-RPT-RECORD
               STRING '       ' DELIMITED BY SIZE
                      WS-ACCOUNT-NOTE DELIMITED BY SIZE
                      INTO FX-REVAL-RPT-RECORD
               PERFORM PUT-REPORT-LINE
           END-IF.
       PRINT-ACCOUNT-LINE-EXIT.
           EXIT.

      * Only rewrite the positions when the load really read them
      * ('00') or there were genuinely none yet ('35').
       REWRITE-POSITION-FILE SECTION.
       REWRITE-POSITION-FILE-START.
           IF WS-POSITION-LOAD-STATUS NOT = '00'
              AND WS-POSITION-LOAD-STATUS NOT = '35'
               MOVE 8 TO WS-FINAL-RETURN-CODE
               DISPLAY 'FXREVAL - FXREVPOS NOT READABLE - STATUS '
                   WS-POSITION-LOAD-STATUS ' - FILE LEFT AS IS'
           ELSE
               OPEN OUTPUT FX-POSITION-FILE
               PERFORM WRITE-ONE-POSITION
                   VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-POS-COUNT
               CLOSE FX-POSITION-FILE
           END-IF.
       REWRITE-POSITION-FILE-EXIT.
           EXIT.

       WRITE-ONE-POSITION SECTION.
       WRITE-ONE-POSITION-START.
           MOVE WS-POS-ACCOUNT (WS-POS-IDX) TO FXP-ACCOUNT.
           MOVE WS-POS-CURRENCY (WS-POS-IDX) TO FXP-CURRENCY.
           MOVE WS-POS-RATE (WS-POS-IDX) TO FXP-RATE.
           MOVE WS-POS-PERIOD (WS-POS-IDX) TO FXP-PERIOD.
           MOVE WS-POS-FOREIGN (WS-POS-IDX) TO FXP-FOREIGN-BALANCE.
           WRITE FX-POSITION-RECORD.
       WRITE-ONE-POSITION-EXIT.
           EXIT.

       WRITE-RUN-TOTALS SECTION.
       WRITE-RUN-TOTALS-START.
           MOVE SPACES TO FX-REVAL-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO FX-REVAL-RPT-RECORD.
           STRING 'PERIOD ' DELIMITED BY SIZE
                  WS-RUN-PERIOD DELIMITED BY SIZE
                  ' RATES AT ' DELIMITED BY SIZE
                  WS-PERIOD-END-DATE DELIMITED BY SIZE
                  ' ACCOUNTS: ' DELIMITED BY SIZE
                  WS-ACCOUNTS-READ DELIMITED BY SIZE
                  ' REVALUED: ' DELIMITED BY SIZE
                  WS-ACCOUNTS-REVALUED DELIMITED BY SIZE
                  INTO FX-REVAL-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO FX-REVAL-RPT-RECORD.
           STRING 'POSITIONS OPENED: ' DELIMITED BY SIZE
                  WS-POSITIONS-OPENED DELIMITED BY SIZE
                  ' EXCEPTIONS: ' DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  ' POSTINGS: ' DELIMITED BY SIZE
                  WS-POSTINGS-WRITTEN DELIMITED BY SIZE
                  INTO FX-REVAL-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE WS-TOTAL-GAIN TO WS-TOTAL-EDIT.
           MOVE SPACES TO FX-REVAL-RPT-RECORD.
           STRING 'UNREALIZED GAIN ' DELIMITED BY SIZE
                  WS-GAIN-ACCOUNT DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO FX-REVAL-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE WS-TOTAL-LOSS TO WS-TOTAL-EDIT.
           MOVE SPACES TO FX-REVAL-RPT-RECORD.
           STRING 'UNREALIZED LOSS ' DELIMITED BY SIZE
                  WS-LOSS-ACCOUNT DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO FX-REVAL-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       WRITE-RUN-TOTALS-EXIT.
           EXIT.

      * Every FXREVRPT line runs through the shared RPTWRIT writer,
      * which hands back the title block at each page break along
      * with the detail.
       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE FX-REVAL-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO FX-REVAL-RPT-RECORD.
           WRITE FX-REVAL-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.
