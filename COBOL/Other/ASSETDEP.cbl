       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETDEP.
       AUTHOR. MTH.

      * Monthly depreciation run over the ASSETREG fixed-asset
      * register ASSETMNT maintains - the journal that used to be
      * worked out by hand from the binder.  For the LGRCLCTL period
      * each active asset acquired by the end of that month is
      * charged one month: straight-line takes cost less salvage
      * over the useful life, declining balance takes twice the
      * straight-line rate on book value, and neither takes book
      * value below salvage.  Each charge goes to LEDGTRAN as a
      * balanced pair - debit the asset's expense account, credit
      * its accumulated-depreciation account - dated the last day of
      * the period, and the asset is stamped with the period so a
      * rerun charges nothing twice.
      *
      * A disposal ASSETMNT has left pending is posted once its date
      * falls in or before the period, in place of that month's
      * charge: accumulated depreciation and proceeds are debited,
      * cost credited, and the difference goes to the gain or loss
      * account on the ASSETCTL control record against the proceeds
      * account named there.  The ASSETRPT depreciation schedule
      * shows cost, accumulated depreciation, net book value and
      * this month's charge per asset and in total.  An asset whose
      * accounts are not open on ACCTMAST, or a disposal with no
      * usable control record, is reported and left for next time
      * with RETURN-CODE 4; no period, chart or readable register
      * stops the run with RETURN-CODE 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-REGISTER-FILE ASSIGN TO "ASSETREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-REGISTER-STATUS.
           SELECT ASSET-CTL-FILE ASSIGN TO "ASSETCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-CTL-STATUS.
           SELECT CLOSE-CTL-FILE ASSIGN TO "LGRCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-CTL-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT ASSET-RPT-FILE ASSIGN TO "ASSETRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSET-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ASSET-REGISTER-FILE
           RECORDING MODE IS F.
           COPY ASSETREC.

      * Where disposals are posted: the account the proceeds were
      * banked to, and the gain and loss on disposal accounts.
       FD  ASSET-CTL-FILE
           RECORDING MODE IS F.
       01  ASSET-CTL-RECORD.
           05 ASCTL-PROCEEDS-ACCOUNT PIC 9(06).
           05 ASCTL-GAIN-ACCOUNT     PIC 9(06).
           05 ASCTL-LOSS-ACCOUNT     PIC 9(06).

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

       FD  ASSET-RPT-FILE
           RECORDING MODE IS F.
       01  ASSET-RPT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-ASSET-REGISTER-STATUS PIC XX.
           05 WS-ASSET-CTL-STATUS    PIC XX.
           05 WS-CLOSE-CTL-STATUS    PIC XX.
           05 WS-ACCOUNT-MASTER-STATUS PIC XX.
           05 WS-LEDGER-STATUS       PIC XX.
           05 WS-ASSET-RPT-STATUS    PIC XX.
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
      * The register, held as whole ASSETREC images.
       01  WS-ASSET-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-ASSET-IDX              PIC 9(03).
       01  WS-ASSET-OVERFLOW-COUNT   PIC 9(06) VALUE ZERO.
       01  WS-ASSET-LOAD-STATUS      PIC X(02).
       01  WS-ASSET-TABLE.
           05  WS-ASSET-ENTRY OCCURS 500 TIMES PIC X(117).
      * Chart of accounts, for open checks and normal sides.
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
       01  WS-FOUND-SIDE             PIC X(01).
       01  WS-ACCOUNTS-OK-SW         PIC X.
           88 WS-ACCOUNTS-OK            VALUE 'Y'.
      * The asset being worked.
       01  WS-DISPOSAL-PERIOD        PIC 9(06).
       01  WS-REMAINING-AMOUNT       PIC S9(07)V9(02).
       01  WS-MONTH-CHARGE           PIC S9(07)V9(02).
       01  WS-BOOK-VALUE             PIC S9(07)V9(02).
       01  WS-DISPOSAL-RESULT        PIC S9(07)V9(02).
       01  WS-ASSET-NOTE             PIC X(50).
       01  WS-PRINT-ON-SCHEDULE-SW   PIC X.
           88 WS-PRINT-ON-SCHEDULE      VALUE 'Y'.
       01  WS-POST-AMOUNT            PIC 9(07)V9(02).
       01  WS-POST-ACCOUNT           PIC 9(06).
       01  WS-POST-SIDE              PIC X(02).
       01  WS-POST-REFERENCE         PIC X(12).
       01  WS-COST-EDIT              PIC Z(9)9.99.
       01  WS-ACCUM-EDIT             PIC Z(9)9.99.
       01  WS-BOOK-EDIT              PIC -(9)9.99.
       01  WS-CHARGE-EDIT            PIC Z(6)9.99.
       01  WS-AMOUNT-EDIT            PIC -(7)9.99.
       01  WS-TOTAL-COST             PIC 9(11)V9(02) VALUE ZERO.
       01  WS-TOTAL-ACCUM            PIC 9(11)V9(02) VALUE ZERO.
       01  WS-TOTAL-BOOK             PIC S9(11)V9(02) VALUE ZERO.
       01  WS-TOTAL-CHARGE           PIC 9(11)V9(02) VALUE ZERO.
       01  WS-ASSETS-READ            PIC 9(06) VALUE ZERO.
       01  WS-ASSETS-CHARGED         PIC 9(06) VALUE ZERO.
       01  WS-ASSETS-DISPOSED        PIC 9(06) VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-POSTINGS-WRITTEN       PIC 9(06) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
       01  WS-STAT-PROGRAM-ID        PIC X(08) VALUE 'ASSETDEP'.
       01  WS-START-TIME             PIC 9(8).
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'ASSETDEP'.
       01  WS-RPT-TITLE              PIC X(30)
                                     VALUE 'DEPRECIATION SCHEDULE'.
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
           OPEN OUTPUT ASSET-RPT-FILE.
           MOVE 'ASSET  DESCRIPTION' TO WS-RPT-HEADING (1:18).
           MOVE 'COST' TO WS-RPT-HEADING (38:4).
           MOVE 'ACCUM DEPR' TO WS-RPT-HEADING (46:10).
           MOVE 'NET BOOK' TO WS-RPT-HEADING (62:8).
           MOVE 'THIS MONTH' TO WS-RPT-HEADING (71:10).
           PERFORM DETERMINE-RUN-PERIOD.
           PERFORM LOAD-ACCOUNT-MASTER.
           PERFORM READ-ASSET-CONTROL.
           PERFORM LOAD-ASSET-REGISTER.
           EVALUATE TRUE
               WHEN WS-RUN-PERIOD = ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'NO PERIOD ON LGRCLCTL - NOTHING DEPRECIATED'
                       TO ASSET-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'ASSETDEP - NO PERIOD ON LGRCLCTL'
               WHEN NOT WS-MASTER-LOADED
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'NO ACCTMAST ON HAND - NOTHING DEPRECIATED'
                       TO ASSET-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'ASSETDEP - NO ACCTMAST ON HAND'
               WHEN WS-ASSET-LOAD-STATUS NOT = '00'
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO ASSET-RPT-RECORD
                   STRING 'ASSETREG NOT READABLE - STATUS '
                              DELIMITED BY SIZE
                          WS-ASSET-LOAD-STATUS DELIMITED BY SIZE
                          ' - NOTHING DEPRECIATED' DELIMITED BY SIZE
                          INTO ASSET-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'ASSETDEP - ' ASSET-RPT-RECORD
               WHEN WS-ASSET-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO ASSET-RPT-RECORD
                   STRING 'ASSETS BEYOND TABLE: ' DELIMITED BY SIZE
                          WS-ASSET-OVERFLOW-COUNT DELIMITED BY SIZE
                          ' - NOTHING DEPRECIATED' DELIMITED BY SIZE
                          INTO ASSET-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY ASSET-RPT-RECORD
               WHEN OTHER
                   PERFORM OPEN-LEDGER-EXTEND
                   PERFORM PROCESS-ONE-ASSET
                       VARYING WS-ASSET-IDX FROM 1 BY 1
                       UNTIL WS-ASSET-IDX > WS-ASSET-COUNT
                   CLOSE LEDGER-FILE
                   PERFORM REWRITE-ASSET-REGISTER
                   PERFORM WRITE-RUN-TOTALS
           END-EVALUATE.
           PERFORM END-REPORT-PAGES.
           CLOSE ASSET-RPT-FILE.
           IF WS-EXCEPTION-COUNT > ZERO
              AND WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
           CALL 'RUNSTAT' USING WS-STAT-PROGRAM-ID
                                WS-ASSETS-READ
                                WS-POSTINGS-WRITTEN
                                WS-EXCEPTION-COUNT
                                WS-START-TIME.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * The period LGRCLOSE will close next, and its last day - the
      * date every posting from this run carries.
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
                               MOVE ACCT-NUMBER TO
                                   WS-MST-NUMBER (WS-MASTER-COUNT)
                               MOVE ACCT-NORMAL-SIDE TO
                                   WS-MST-SIDE (WS-MASTER-COUNT)
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

      * Only needed for disposals; a missing or unusable record holds
      * them pending rather than stopping the depreciation.
       READ-ASSET-CONTROL SECTION.
       READ-ASSET-CONTROL-START.
           MOVE 'N' TO WS-CTL-OK-SW.
           OPEN INPUT ASSET-CTL-FILE.
           IF WS-ASSET-CTL-STATUS = '00'
               READ ASSET-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ASSET-CTL-RECORD (1:18) IS NUMERIC
                           SET WS-CTL-OK TO TRUE
                       END-IF
               END-READ
               CLOSE ASSET-CTL-FILE
           END-IF.
           IF WS-CTL-OK
               MOVE ASCTL-PROCEEDS-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM CHECK-CONTROL-ACCOUNT
               MOVE ASCTL-GAIN-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM CHECK-CONTROL-ACCOUNT
               MOVE ASCTL-LOSS-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM CHECK-CONTROL-ACCOUNT
           END-IF.
       READ-ASSET-CONTROL-EXIT.
           EXIT.

       CHECK-CONTROL-ACCOUNT SECTION.
       CHECK-CONTROL-ACCOUNT-START.
           PERFORM RESOLVE-OPEN-ACCOUNT.
           IF NOT WS-MASTER-FOUND
               MOVE 'N' TO WS-CTL-OK-SW
           END-IF.
       CHECK-CONTROL-ACCOUNT-EXIT.
           EXIT.

      * Finds WS-FIND-ACCOUNT on the chart; a closed account counts
      * as not found.
       RESOLVE-OPEN-ACCOUNT SECTION.
       RESOLVE-OPEN-ACCOUNT-START.
           MOVE 'N' TO WS-MASTER-FOUND-SW.
           MOVE SPACE TO WS-FOUND-SIDE.
           PERFORM FIND-MASTER-ACCOUNT
               VARYING WS-MASTER-IDX FROM 1 BY 1
               UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
                  OR WS-MASTER-FOUND.
           IF WS-MASTER-FOUND
               IF WS-MST-STATUS (WS-MASTER-IDX) = 'C'
                   MOVE 'N' TO WS-MASTER-FOUND-SW
               ELSE
                   MOVE WS-MST-SIDE (WS-MASTER-IDX) TO WS-FOUND-SIDE
               END-IF
           END-IF.
       RESOLVE-OPEN-ACCOUNT-EXIT.
           EXIT.

       FIND-MASTER-ACCOUNT SECTION.
       FIND-MASTER-ACCOUNT-START.
           IF WS-MST-NUMBER (WS-MASTER-IDX) = WS-FIND-ACCOUNT
               SET WS-MASTER-FOUND TO TRUE
               SUBTRACT 1 FROM WS-MASTER-IDX
           END-IF.
       FIND-MASTER-ACCOUNT-EXIT.
           EXIT.

      * A register that is not there yet is simply empty; anything
      * else unreadable stops the run.
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
           IF WS-ASSET-LOAD-STATUS = '35'
               MOVE '00' TO WS-ASSET-LOAD-STATUS
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-ASSET-REGISTER-EXIT.
           EXIT.

       OPEN-LEDGER-EXTEND SECTION.
       OPEN-LEDGER-EXTEND-START.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = '05' OR WS-LEDGER-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
           END-IF.
       OPEN-LEDGER-EXTEND-EXIT.
           EXIT.

      * Assets disposed of in an earlier run are off the schedule.
      * A pending disposal dated in or before the period is posted
      * instead of a charge; a later-dated one keeps depreciating
      * until its month comes.
       PROCESS-ONE-ASSET SECTION.
       PROCESS-ONE-ASSET-START.
           MOVE WS-ASSET-ENTRY (WS-ASSET-IDX) TO ASSET-RECORD.
           MOVE SPACES TO WS-ASSET-NOTE.
           MOVE ZERO TO WS-MONTH-CHARGE.
           MOVE 'Y' TO WS-PRINT-ON-SCHEDULE-SW.
           MOVE ZERO TO WS-DISPOSAL-PERIOD.
           IF ASST-DISPOSAL-PENDING
               MOVE ASST-DISPOSAL-DATE (1:6) TO WS-DISPOSAL-PERIOD
           END-IF.
           IF NOT ASST-DISPOSED
               ADD 1 TO WS-ASSETS-READ
               EVALUATE TRUE
                   WHEN ASST-DISPOSAL-PENDING
                    AND WS-DISPOSAL-PERIOD NOT > WS-RUN-PERIOD
                       PERFORM DISPOSE-ASSET
                   WHEN ASST-ACQ-PERIOD > WS-RUN-PERIOD
                       MOVE 'NOT YET IN SERVICE' TO WS-ASSET-NOTE
                   WHEN ASST-LAST-PERIOD NOT < WS-RUN-PERIOD
                       MOVE 'ALREADY CHARGED FOR PERIOD'
                           TO WS-ASSET-NOTE
                   WHEN OTHER
                       PERFORM DEPRECIATE-ASSET
               END-EVALUATE
               MOVE ASSET-RECORD TO WS-ASSET-ENTRY (WS-ASSET-IDX)
               IF WS-PRINT-ON-SCHEDULE
                   PERFORM PRINT-SCHEDULE-LINE
               END-IF
           END-IF.
       PROCESS-ONE-ASSET-EXIT.
           EXIT.

      * One month's charge, never more than what is left above
      * salvage.
       DEPRECIATE-ASSET SECTION.
       DEPRECIATE-ASSET-START.
           PERFORM CHECK-ASSET-ACCOUNTS.
           IF NOT WS-ACCOUNTS-OK
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'ACCOUNT NOT OPEN ON ACCTMAST - NOT CHARGED'
                   TO WS-ASSET-NOTE
           ELSE
               COMPUTE WS-REMAINING-AMOUNT =
                   ASST-COST - ASST-SALVAGE - ASST-ACCUM-DEPR
               IF ASST-STRAIGHT-LINE
                   COMPUTE WS-MONTH-CHARGE ROUNDED =
                       (ASST-COST - ASST-SALVAGE) / ASST-LIFE-MONTHS
               ELSE
                   COMPUTE WS-MONTH-CHARGE ROUNDED =
                       (ASST-COST - ASST-ACCUM-DEPR) * 2
                           / ASST-LIFE-MONTHS
               END-IF
               IF WS-MONTH-CHARGE > WS-REMAINING-AMOUNT
                   MOVE WS-REMAINING-AMOUNT TO WS-MONTH-CHARGE
               END-IF
               IF WS-MONTH-CHARGE < ZERO
                   MOVE ZERO TO WS-MONTH-CHARGE
               END-IF
               IF WS-MONTH-CHARGE > ZERO
                   PERFORM POST-DEPRECIATION-PAIR
                   ADD WS-MONTH-CHARGE TO ASST-ACCUM-DEPR
                   ADD WS-MONTH-CHARGE TO WS-TOTAL-CHARGE
                   ADD 1 TO WS-ASSETS-CHARGED
               ELSE
                   MOVE 'FULLY DEPRECIATED' TO WS-ASSET-NOTE
               END-IF
               MOVE WS-RUN-PERIOD TO ASST-LAST-PERIOD
           END-IF.
       DEPRECIATE-ASSET-EXIT.
           EXIT.

       CHECK-ASSET-ACCOUNTS SECTION.
       CHECK-ASSET-ACCOUNTS-START.
           SET WS-ACCOUNTS-OK TO TRUE.
           MOVE ASST-ASSET-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM RESOLVE-OPEN-ACCOUNT.
           IF NOT WS-MASTER-FOUND
               MOVE 'N' TO WS-ACCOUNTS-OK-SW
           END-IF.
           MOVE ASST-ACCUM-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM RESOLVE-OPEN-ACCOUNT.
           IF NOT WS-MASTER-FOUND
               MOVE 'N' TO WS-ACCOUNTS-OK-SW
           END-IF.
           MOVE ASST-EXPENSE-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM RESOLVE-OPEN-ACCOUNT.
           IF NOT WS-MASTER-FOUND
               MOVE 'N' TO WS-ACCOUNTS-OK-SW
           END-IF.
       CHECK-ASSET-ACCOUNTS-EXIT.
           EXIT.

       POST-DEPRECIATION-PAIR SECTION.
       POST-DEPRECIATION-PAIR-START.
           MOVE SPACES TO WS-POST-REFERENCE.
           STRING 'DEPR' DELIMITED BY SIZE
                  ASST-NUMBER DELIMITED BY SIZE
                  INTO WS-POST-REFERENCE.
           MOVE WS-MONTH-CHARGE TO WS-POST-AMOUNT.
           MOVE ASST-EXPENSE-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE 'DR' TO WS-POST-SIDE.
           PERFORM WRITE-ONE-POSTING.
           MOVE ASST-ACCUM-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE 'CR' TO WS-POST-SIDE.
           PERFORM WRITE-ONE-POSTING.
       POST-DEPRECIATION-PAIR-EXIT.
           EXIT.

      * Accumulated depreciation and proceeds against cost; what is
      * left over is the gain (proceeds above book value) or loss.
       DISPOSE-ASSET SECTION.
       DISPOSE-ASSET-START.
           PERFORM CHECK-ASSET-ACCOUNTS.
           EVALUATE TRUE
               WHEN NOT WS-CTL-OK
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE 'ASSETCTL NOT USABLE - DISPOSAL HELD'
                       TO WS-ASSET-NOTE
               WHEN NOT WS-ACCOUNTS-OK
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE 'ACCOUNT NOT OPEN ON ACCTMAST - DISPOSAL HELD'
                       TO WS-ASSET-NOTE
               WHEN OTHER
                   PERFORM POST-DISPOSAL-ENTRY
                   SET ASST-DISPOSED TO TRUE
                   MOVE 'N' TO WS-PRINT-ON-SCHEDULE-SW
                   ADD 1 TO WS-ASSETS-DISPOSED
                   PERFORM PRINT-DISPOSAL-LINE
           END-EVALUATE.
       DISPOSE-ASSET-EXIT.
           EXIT.

       POST-DISPOSAL-ENTRY SECTION.
       POST-DISPOSAL-ENTRY-START.
           MOVE SPACES TO WS-POST-REFERENCE.
           STRING 'DISP' DELIMITED BY SIZE
                  ASST-NUMBER DELIMITED BY SIZE
                  INTO WS-POST-REFERENCE.
           COMPUTE WS-DISPOSAL-RESULT =
               ASST-PROCEEDS - (ASST-COST - ASST-ACCUM-DEPR).
           IF ASST-ACCUM-DEPR > ZERO
               MOVE ASST-ACCUM-DEPR TO WS-POST-AMOUNT
               MOVE ASST-ACCUM-ACCOUNT TO WS-POST-ACCOUNT
               MOVE 'DR' TO WS-POST-SIDE
               PERFORM WRITE-ONE-POSTING
           END-IF.
           IF ASST-PROCEEDS > ZERO
               MOVE ASST-PROCEEDS TO WS-POST-AMOUNT
               MOVE ASCTL-PROCEEDS-ACCOUNT TO WS-POST-ACCOUNT
               MOVE 'DR' TO WS-POST-SIDE
               PERFORM WRITE-ONE-POSTING
           END-IF.
           MOVE ASST-COST TO WS-POST-AMOUNT.
           MOVE ASST-ASSET-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE 'CR' TO WS-POST-SIDE.
           PERFORM WRITE-ONE-POSTING.
           IF WS-DISPOSAL-RESULT > ZERO
               MOVE WS-DISPOSAL-RESULT TO WS-POST-AMOUNT
               MOVE ASCTL-GAIN-ACCOUNT TO WS-POST-ACCOUNT
               MOVE 'CR' TO WS-POST-SIDE
               PERFORM WRITE-ONE-POSTING
           END-IF.
           IF WS-DISPOSAL-RESULT < ZERO
               MOVE WS-DISPOSAL-RESULT TO WS-POST-AMOUNT
               MOVE ASCTL-LOSS-ACCOUNT TO WS-POST-ACCOUNT
               MOVE 'DR' TO WS-POST-SIDE
               PERFORM WRITE-ONE-POSTING
           END-IF.
       POST-DISPOSAL-ENTRY-EXIT.
           EXIT.

      * The account type carried is the account's normal side, the
      * way LGRVALID checks it.
       WRITE-ONE-POSTING SECTION.
       WRITE-ONE-POSTING-START.
           MOVE WS-POST-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM RESOLVE-OPEN-ACCOUNT.
           MOVE WS-POST-ACCOUNT TO LEDG-ACCOUNT.
           MOVE WS-FOUND-SIDE TO LEDG-ACCT-TYPE.
           MOVE WS-POST-SIDE TO LEDG-POSTING-TYPE.
           MOVE WS-POST-AMOUNT TO LEDG-AMOUNT.
           MOVE WS-PERIOD-END-DATE TO LEDG-POST-DATE.
           MOVE 'ASSETDEP' TO LEDG-SOURCE.
           MOVE WS-POST-REFERENCE TO LEDG-REFERENCE.
           WRITE LEDGER-RECORD.
           ADD 1 TO WS-POSTINGS-WRITTEN.
       WRITE-ONE-POSTING-EXIT.
           EXIT.

       PRINT-SCHEDULE-LINE SECTION.
       PRINT-SCHEDULE-LINE-START.
           COMPUTE WS-BOOK-VALUE = ASST-COST - ASST-ACCUM-DEPR.
           ADD ASST-COST TO WS-TOTAL-COST.
           ADD ASST-ACCUM-DEPR TO WS-TOTAL-ACCUM.
           ADD WS-BOOK-VALUE TO WS-TOTAL-BOOK.
           MOVE ASST-COST TO WS-COST-EDIT.
           MOVE ASST-ACCUM-DEPR TO WS-ACCUM-EDIT.
           MOVE WS-BOOK-VALUE TO WS-BOOK-EDIT.
           MOVE WS-MONTH-CHARGE TO WS-CHARGE-EDIT.
           MOVE SPACES TO ASSET-RPT-RECORD.
           MOVE ASST-NUMBER TO ASSET-RPT-RECORD (1:6).
           MOVE ASST-DESCRIPTION (1:20) TO ASSET-RPT-RECORD (8:20).
           MOVE WS-COST-EDIT TO ASSET-RPT-RECORD (29:13).
           MOVE WS-ACCUM-EDIT TO ASSET-RPT-RECORD (43:13).
           MOVE WS-BOOK-EDIT TO ASSET-RPT-RECORD (57:13).
           MOVE WS-CHARGE-EDIT TO ASSET-RPT-RECORD (71:10).
           PERFORM PUT-REPORT-LINE.
           IF WS-ASSET-NOTE NOT = SPACES
               MOVE SPACES TO ASSET-RPT-RECORD
               MOVE WS-ASSET-NOTE TO ASSET-RPT-RECORD (8:50)
               PERFORM PUT-REPORT-LINE
           END-IF.
       PRINT-SCHEDULE-LINE-EXIT.
           EXIT.

      * A disposed asset leaves the schedule; its line shows what
      * came off the books and the result.
       PRINT-DISPOSAL-LINE SECTION.
       PRINT-DISPOSAL-LINE-START.
           MOVE ASST-COST TO WS-COST-EDIT.
           MOVE ASST-ACCUM-DEPR TO WS-ACCUM-EDIT.
           MOVE SPACES TO ASSET-RPT-RECORD.
           MOVE ASST-NUMBER TO ASSET-RPT-RECORD (1:6).
           MOVE ASST-DESCRIPTION (1:20) TO ASSET-RPT-RECORD (8:20).
           MOVE WS-COST-EDIT TO ASSET-RPT-RECORD (29:13).
           MOVE WS-ACCUM-EDIT TO ASSET-RPT-RECORD (43:13).
           MOVE 'DISPOSED' TO ASSET-RPT-RECORD (62:8).
           PERFORM PUT-REPORT-LINE.
           MOVE ASST-PROCEEDS TO WS-AMOUNT-EDIT.
           MOVE SPACES TO ASSET-RPT-RECORD.
           STRING '       PROCEEDS ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  INTO ASSET-RPT-RECORD.
           MOVE WS-DISPOSAL-RESULT TO WS-AMOUNT-EDIT.
           IF WS-DISPOSAL-RESULT < ZERO
               MOVE 'LOSS' TO ASSET-RPT-RECORD (36:4)
           ELSE
               MOVE 'GAIN' TO ASSET-RPT-RECORD (36:4)
           END-IF.
           MOVE WS-AMOUNT-EDIT TO ASSET-RPT-RECORD (41:11).
           PERFORM PUT-REPORT-LINE.
       PRINT-DISPOSAL-LINE-EXIT.
           EXIT.

      * Only reached when the register was read cleanly or did not
      * exist yet, so the accumulated figures cannot be lost.
       REWRITE-ASSET-REGISTER SECTION.
       REWRITE-ASSET-REGISTER-START.
           OPEN OUTPUT ASSET-REGISTER-FILE.
           PERFORM WRITE-ONE-ASSET-RECORD
               VARYING WS-ASSET-IDX FROM 1 BY 1
               UNTIL WS-ASSET-IDX > WS-ASSET-COUNT.
           CLOSE ASSET-REGISTER-FILE.
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
           MOVE WS-TOTAL-COST TO WS-COST-EDIT.
           MOVE WS-TOTAL-ACCUM TO WS-ACCUM-EDIT.
           MOVE WS-TOTAL-BOOK TO WS-BOOK-EDIT.
           MOVE WS-TOTAL-CHARGE TO WS-CHARGE-EDIT.
           MOVE SPACES TO ASSET-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO ASSET-RPT-RECORD.
           MOVE 'TOTAL' TO ASSET-RPT-RECORD (8:5).
           MOVE WS-COST-EDIT TO ASSET-RPT-RECORD (29:13).
           MOVE WS-ACCUM-EDIT TO ASSET-RPT-RECORD (43:13).
           MOVE WS-BOOK-EDIT TO ASSET-RPT-RECORD (57:13).
           MOVE WS-CHARGE-EDIT TO ASSET-RPT-RECORD (71:10).
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO ASSET-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO ASSET-RPT-RECORD.
           STRING 'PERIOD ' DELIMITED BY SIZE
                  WS-RUN-PERIOD DELIMITED BY SIZE
                  ' ASSETS: ' DELIMITED BY SIZE
                  WS-ASSETS-READ DELIMITED BY SIZE
                  ' CHARGED: ' DELIMITED BY SIZE
                  WS-ASSETS-CHARGED DELIMITED BY SIZE
                  ' DISPOSED: ' DELIMITED BY SIZE
                  WS-ASSETS-DISPOSED DELIMITED BY SIZE
                  INTO ASSET-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO ASSET-RPT-RECORD.
           STRING 'EXCEPTIONS: ' DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  ' POSTINGS: ' DELIMITED BY SIZE
                  WS-POSTINGS-WRITTEN DELIMITED BY SIZE
                  INTO ASSET-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       WRITE-RUN-TOTALS-EXIT.
           EXIT.

      * Every ASSETRPT line runs through the shared RPTWRIT writer,
      * which hands back the title block at each page break along
      * with the detail.
       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE ASSET-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO ASSET-RPT-RECORD.
           WRITE ASSET-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.
