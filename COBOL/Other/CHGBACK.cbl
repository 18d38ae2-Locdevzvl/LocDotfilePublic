       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.
       AUTHOR. MTH.

      * Monthly departmental chargeback for the transaction
      * pipeline.  TRANGATE has always known which department sent
      * every transaction, but the volume was never turned into
      * money and the processing cost sat in one central account.
      * For the LGRCLCTL period this run reads the GATEVOL volume
      * log - per day and per source, what the gather accepted, what
      * DUPSCRN held back or made suspect out of it, what the return
      * split sent back rejected and what REJREPR resubmitted -
      * taking the last line for any day, source and kind as the one
      * that stands.  Held and suspect records are netted off the
      * accepted count, so a department is charged for what went
      * on to be processed, and each department is priced on
      * the CHGRATE rate file: processed and resubmitted
      * transactions at its per-transaction rate, rejects at its
      * per-reject handling fee.
      *
      * Each department's charge goes to LEDGTRAN as a balanced
      * pair - debit the department's expense account, credit the
      * processing-recovery account, both named on its CHGRATE
      * record and both required open on ACCTMAST - dated the last
      * day of the period, and the rate record is stamped with the
      * period so a rerun bills nothing twice.  The CHGSTMT
      * statement gives each department its own page: the counts,
      * rates and amounts behind the charge and the accounts it was
      * posted to, with the run totals on a closing page.
      *
      * A department whose accounts are not open or whose charge is
      * too large for one posting, an unusable rate record, and
      * volume from a source with no rate record are reported and
      * left unbilled with RETURN-CODE 4; no period, chart, rate
      * file or volume log, or a table overflow, bills nothing and
      * ends with RETURN-CODE 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "CHGRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT GATE-VOL-FILE ASSIGN TO "GATEVOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-VOL-STATUS.
           SELECT CLOSE-CTL-FILE ASSIGN TO "LGRCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-CTL-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT STMT-RPT-FILE ASSIGN TO "CHGSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * One record per department: its gateway source code and
      * name, the per-transaction rate (to a hundredth of a cent)
      * and the per-reject handling fee, the department's expense
      * account and the processing-recovery account its charge is
      * credited to, and the last period it was billed for.
       FD  RATE-FILE
           RECORDING MODE IS F.
       01  RATE-RECORD.
           05 RATE-SOURCE            PIC X(02).
           05 RATE-DEPT-NAME         PIC X(20).
           05 RATE-TRAN-RATE         PIC 9(02)V9(04).
           05 RATE-REJECT-FEE        PIC 9(03)V9(02).
           05 RATE-EXPENSE-ACCOUNT   PIC 9(06).
           05 RATE-RECOVERY-ACCOUNT  PIC 9(06).
           05 RATE-LAST-PERIOD       PIC 9(06).

       FD  GATE-VOL-FILE
           RECORDING MODE IS F.
           COPY GVOLREC.

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

       FD  STMT-RPT-FILE
           RECORDING MODE IS F.
       01  STMT-RPT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-RATE-STATUS         PIC XX.
           05 WS-GATE-VOL-STATUS     PIC XX.
           05 WS-CLOSE-CTL-STATUS    PIC XX.
           05 WS-ACCOUNT-MASTER-STATUS PIC XX.
           05 WS-LEDGER-STATUS       PIC XX.
           05 WS-STMT-RPT-STATUS     PIC XX.
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
      * The rate file, held as whole CHGRATE images and rewritten
      * with the period stamps once the postings are out.
       01  WS-RATE-COUNT             PIC 9(02) VALUE ZERO.
       01  WS-RATE-IDX               PIC 9(02).
       01  WS-RATE-OVERFLOW-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-RATE-LOAD-STATUS       PIC X(02).
       01  WS-RATE-FOUND-SW          PIC X.
           88 WS-RATE-FOUND             VALUE 'Y'.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 20 TIMES PIC X(51).
      * The period's volume, one entry per day, source and kind -
      * a later GATEVOL line for the same key overwrites the count.
       01  WS-VOL-LOAD-STATUS        PIC X(02).
       01  WS-VOL-LINES-READ         PIC 9(06) VALUE ZERO.
       01  WS-VOL-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-VOL-IDX                PIC 9(04).
       01  WS-VOL-OVERFLOW-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-VOL-FOUND-SW           PIC X.
           88 WS-VOL-FOUND              VALUE 'Y'.
       01  WS-VOL-TABLE.
           05  WS-VOL OCCURS 1000 TIMES.
               10 WS-VOL-DATE        PIC 9(08).
               10 WS-VOL-SOURCE      PIC X(02).
               10 WS-VOL-KIND        PIC X(01).
               10 WS-VOL-TALLY       PIC 9(06).
      * Sources carrying volume but no rate, reported once each.
       01  WS-UNRATED-COUNT          PIC 9(02) VALUE ZERO.
       01  WS-UNRATED-IDX            PIC 9(02).
       01  WS-UNRATED-FOUND-SW       PIC X.
           88 WS-UNRATED-FOUND          VALUE 'Y'.
       01  WS-UNRATED-TABLE.
           05  WS-UNRATED-SOURCE OCCURS 20 TIMES PIC X(02).
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
      * The department being billed.
       01  WS-DEPT-PROCESSED         PIC 9(07).
       01  WS-DEPT-HELD              PIC 9(07).
       01  WS-DEPT-REJECTED          PIC 9(07).
       01  WS-DEPT-RESUBMITTED       PIC 9(07).
       01  WS-TRAN-CHARGE            PIC 9(09)V9(02).
       01  WS-RESUB-CHARGE           PIC 9(09)V9(02).
       01  WS-REJECT-CHARGE          PIC 9(09)V9(02).
       01  WS-DEPT-CHARGE            PIC 9(09)V9(02).
       01  WS-DEPT-NOTE              PIC X(50).
       01  WS-POST-AMOUNT            PIC 9(07)V9(02).
       01  WS-POST-ACCOUNT           PIC 9(06).
       01  WS-POST-SIDE              PIC X(02).
       01  WS-POST-REFERENCE         PIC X(12).
       01  WS-COUNT-EDIT             PIC Z(6)9.
       01  WS-RATE-EDIT              PIC Z9.9999.
       01  WS-FEE-EDIT               PIC ZZ9.99.
       01  WS-AMOUNT-EDIT            PIC Z(8)9.99.
       01  WS-TOTAL-CHARGED          PIC 9(11)V9(02) VALUE ZERO.
       01  WS-DEPTS-READ             PIC 9(06) VALUE ZERO.
       01  WS-DEPTS-BILLED           PIC 9(06) VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-POSTINGS-WRITTEN       PIC 9(06) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
       01  WS-STAT-PROGRAM-ID        PIC X(08) VALUE 'CHGBACK'.
       01  WS-START-TIME             PIC 9(8).
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block; each statement resets the line count to start its
      * own page.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'CHGBACK'.
       01  WS-RPT-TITLE              PIC X(30)
                                     VALUE 'CHARGEBACK STATEMENTS'.
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
           OPEN OUTPUT STMT-RPT-FILE.
           PERFORM DETERMINE-RUN-PERIOD.
           PERFORM LOAD-ACCOUNT-MASTER.
           PERFORM LOAD-RATE-FILE.
           IF WS-RUN-PERIOD NOT = ZERO
               PERFORM LOAD-PERIOD-VOLUME
           END-IF.
           EVALUATE TRUE
               WHEN WS-RUN-PERIOD = ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'NO PERIOD ON LGRCLCTL - NOTHING BILLED'
                       TO STMT-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'CHGBACK - NO PERIOD ON LGRCLCTL'
               WHEN NOT WS-MASTER-LOADED
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'NO ACCTMAST ON HAND - NOTHING BILLED'
                       TO STMT-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'CHGBACK - NO ACCTMAST ON HAND'
               WHEN WS-RATE-LOAD-STATUS NOT = '00'
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO STMT-RPT-RECORD
                   STRING 'CHGRATE NOT READABLE - STATUS '
                              DELIMITED BY SIZE
                          WS-RATE-LOAD-STATUS DELIMITED BY SIZE
                          ' - NOTHING BILLED' DELIMITED BY SIZE
                          INTO STMT-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'CHGBACK - ' STMT-RPT-RECORD
               WHEN WS-VOL-LOAD-STATUS NOT = '00'
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO STMT-RPT-RECORD
                   STRING 'GATEVOL NOT READABLE - STATUS '
                              DELIMITED BY SIZE
                          WS-VOL-LOAD-STATUS DELIMITED BY SIZE
                          ' - NOTHING BILLED' DELIMITED BY SIZE
                          INTO STMT-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'CHGBACK - ' STMT-RPT-RECORD
               WHEN WS-RATE-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO STMT-RPT-RECORD
                   STRING 'RATE RECORDS BEYOND TABLE: '
                              DELIMITED BY SIZE
                          WS-RATE-OVERFLOW-COUNT DELIMITED BY SIZE
                          ' - NOTHING BILLED' DELIMITED BY SIZE
                          INTO STMT-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY STMT-RPT-RECORD
               WHEN WS-VOL-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO STMT-RPT-RECORD
                   STRING 'VOLUME LINES BEYOND TABLE: '
                              DELIMITED BY SIZE
                          WS-VOL-OVERFLOW-COUNT DELIMITED BY SIZE
                          ' - NOTHING BILLED' DELIMITED BY SIZE
                          INTO STMT-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY STMT-RPT-RECORD
               WHEN OTHER
                   PERFORM OPEN-LEDGER-EXTEND
                   PERFORM BILL-ONE-DEPARTMENT
                       VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WS-RATE-COUNT
                   CLOSE LEDGER-FILE
                   PERFORM REWRITE-RATE-FILE
                   PERFORM WRITE-RUN-TOTALS
           END-EVALUATE.
           PERFORM END-REPORT-PAGES.
           CLOSE STMT-RPT-FILE.
           IF WS-EXCEPTION-COUNT > ZERO
              AND WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
           CALL 'RUNSTAT' USING WS-STAT-PROGRAM-ID
                                WS-DEPTS-READ
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

      * The rate file is rewritten with its period stamps, so it
      * must be read whole and cleanly or not billed from at all;
      * one that is not there is reported like any other gap.
       LOAD-RATE-FILE SECTION.
       LOAD-RATE-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RATE-FILE.
           MOVE WS-RATE-STATUS TO WS-RATE-LOAD-STATUS.
           IF WS-RATE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ RATE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-RATE-COUNT < 20
                               ADD 1 TO WS-RATE-COUNT
                               MOVE RATE-RECORD TO
                                   WS-RATE-ENTRY (WS-RATE-COUNT)
                           ELSE
                               ADD 1 TO WS-RATE-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-RATE-FILE-EXIT.
           EXIT.

      * Only the period's lines are kept.  Every step that writes
      * GATEVOL appends, so a rerun's line follows the line it
      * replaces and simply overwrites its count here.
       LOAD-PERIOD-VOLUME SECTION.
       LOAD-PERIOD-VOLUME-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT GATE-VOL-FILE.
           MOVE WS-GATE-VOL-STATUS TO WS-VOL-LOAD-STATUS.
           IF WS-GATE-VOL-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ GATE-VOL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF GVOL-DATE (1:6) = WS-RUN-PERIOD
                              AND GVOL-COUNT IS NUMERIC
                               ADD 1 TO WS-VOL-LINES-READ
                               PERFORM TAKE-ONE-VOLUME-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GATE-VOL-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-PERIOD-VOLUME-EXIT.
           EXIT.

       TAKE-ONE-VOLUME-LINE SECTION.
       TAKE-ONE-VOLUME-LINE-START.
           MOVE 'N' TO WS-VOL-FOUND-SW.
           PERFORM FIND-VOLUME-ENTRY
               VARYING WS-VOL-IDX FROM 1 BY 1
               UNTIL WS-VOL-IDX > WS-VOL-COUNT
                  OR WS-VOL-FOUND.
           EVALUATE TRUE
               WHEN WS-VOL-FOUND
                   MOVE GVOL-COUNT TO WS-VOL-TALLY (WS-VOL-IDX)
               WHEN WS-VOL-COUNT < 1000
                   ADD 1 TO WS-VOL-COUNT
                   MOVE GVOL-DATE TO WS-VOL-DATE (WS-VOL-COUNT)
                   MOVE GVOL-SOURCE TO WS-VOL-SOURCE (WS-VOL-COUNT)
                   MOVE GVOL-KIND TO WS-VOL-KIND (WS-VOL-COUNT)
                   MOVE GVOL-COUNT TO WS-VOL-TALLY (WS-VOL-COUNT)
               WHEN OTHER
                   ADD 1 TO WS-VOL-OVERFLOW-COUNT
           END-EVALUATE.
       TAKE-ONE-VOLUME-LINE-EXIT.
           EXIT.

       FIND-VOLUME-ENTRY SECTION.
       FIND-VOLUME-ENTRY-START.
           IF WS-VOL-DATE (WS-VOL-IDX) = GVOL-DATE
              AND WS-VOL-SOURCE (WS-VOL-IDX) = GVOL-SOURCE
              AND WS-VOL-KIND (WS-VOL-IDX) = GVOL-KIND
               SET WS-VOL-FOUND TO TRUE
               SUBTRACT 1 FROM WS-VOL-IDX
           END-IF.
       FIND-VOLUME-ENTRY-EXIT.
           EXIT.

       OPEN-LEDGER-EXTEND SECTION.
       OPEN-LEDGER-EXTEND-START.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = '05' OR WS-LEDGER-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
           END-IF.
       OPEN-LEDGER-EXTEND-EXIT.
           EXIT.

      * A department already stamped with the period was billed by
      * an earlier run and is only listed; one whose rate record or
      * accounts are not usable is reported and left unstamped so
      * the next run bills it once it is put right.
       BILL-ONE-DEPARTMENT SECTION.
       BILL-ONE-DEPARTMENT-START.
           MOVE WS-RATE-ENTRY (WS-RATE-IDX) TO RATE-RECORD.
           IF RATE-LAST-PERIOD IS NOT NUMERIC
               MOVE ZERO TO RATE-LAST-PERIOD
           END-IF.
           ADD 1 TO WS-DEPTS-READ.
           MOVE SPACES TO WS-DEPT-NOTE.
           MOVE ZERO TO WS-TRAN-CHARGE.
           MOVE ZERO TO WS-RESUB-CHARGE.
           MOVE ZERO TO WS-REJECT-CHARGE.
           MOVE ZERO TO WS-DEPT-CHARGE.
           MOVE ZERO TO WS-DEPT-PROCESSED.
           MOVE ZERO TO WS-DEPT-HELD.
           MOVE ZERO TO WS-DEPT-REJECTED.
           MOVE ZERO TO WS-DEPT-RESUBMITTED.
           PERFORM SUM-ONE-VOLUME-ENTRY
               VARYING WS-VOL-IDX FROM 1 BY 1
               UNTIL WS-VOL-IDX > WS-VOL-COUNT.
           IF WS-DEPT-HELD < WS-DEPT-PROCESSED
               SUBTRACT WS-DEPT-HELD FROM WS-DEPT-PROCESSED
           ELSE
               MOVE ZERO TO WS-DEPT-PROCESSED
           END-IF.
           EVALUATE TRUE
               WHEN RATE-RECORD (23:23) IS NOT NUMERIC
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE 'RATE RECORD NOT USABLE - NOT BILLED'
                       TO WS-DEPT-NOTE
               WHEN RATE-LAST-PERIOD NOT < WS-RUN-PERIOD
                   PERFORM PRICE-DEPARTMENT
                   MOVE 'ALREADY BILLED FOR PERIOD' TO WS-DEPT-NOTE
               WHEN OTHER
                   PERFORM PRICE-DEPARTMENT
                   PERFORM POST-DEPARTMENT
           END-EVALUATE.
           MOVE RATE-RECORD TO WS-RATE-ENTRY (WS-RATE-IDX).
           PERFORM PRINT-DEPARTMENT-STATEMENT.
       BILL-ONE-DEPARTMENT-EXIT.
           EXIT.

       SUM-ONE-VOLUME-ENTRY SECTION.
       SUM-ONE-VOLUME-ENTRY-START.
           IF WS-VOL-SOURCE (WS-VOL-IDX) = RATE-SOURCE
               EVALUATE WS-VOL-KIND (WS-VOL-IDX)
                   WHEN 'P'
                       ADD WS-VOL-TALLY (WS-VOL-IDX)
                           TO WS-DEPT-PROCESSED
                   WHEN 'R'
                       ADD WS-VOL-TALLY (WS-VOL-IDX)
                           TO WS-DEPT-REJECTED
                   WHEN 'S'
                       ADD WS-VOL-TALLY (WS-VOL-IDX)
                           TO WS-DEPT-RESUBMITTED
                   WHEN 'H'
                       ADD WS-VOL-TALLY (WS-VOL-IDX)
                           TO WS-DEPT-HELD
               END-EVALUATE
           END-IF.
       SUM-ONE-VOLUME-ENTRY-EXIT.
           EXIT.

      * Each part of the charge is rounded to the cent on its own
      * so the statement's lines add up to its total.
       PRICE-DEPARTMENT SECTION.
       PRICE-DEPARTMENT-START.
           COMPUTE WS-TRAN-CHARGE ROUNDED =
               WS-DEPT-PROCESSED * RATE-TRAN-RATE.
           COMPUTE WS-RESUB-CHARGE ROUNDED =
               WS-DEPT-RESUBMITTED * RATE-TRAN-RATE.
           COMPUTE WS-REJECT-CHARGE ROUNDED =
               WS-DEPT-REJECTED * RATE-REJECT-FEE.
           COMPUTE WS-DEPT-CHARGE =
               WS-TRAN-CHARGE + WS-RESUB-CHARGE + WS-REJECT-CHARGE.
       PRICE-DEPARTMENT-EXIT.
           EXIT.

      * A department with nothing to pay is stamped without a
      * posting.
       POST-DEPARTMENT SECTION.
       POST-DEPARTMENT-START.
           PERFORM CHECK-DEPARTMENT-ACCOUNTS.
           EVALUATE TRUE
               WHEN WS-DEPT-CHARGE = ZERO
                   MOVE 'NO CHARGE FOR PERIOD' TO WS-DEPT-NOTE
                   MOVE WS-RUN-PERIOD TO RATE-LAST-PERIOD
               WHEN NOT WS-ACCOUNTS-OK
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE 'ACCOUNT NOT OPEN ON ACCTMAST - NOT BILLED'
                       TO WS-DEPT-NOTE
               WHEN WS-DEPT-CHARGE > 9999999.99
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE 'CHARGE TOO LARGE FOR ONE POSTING - NOT BILLED'
                       TO WS-DEPT-NOTE
               WHEN OTHER
                   PERFORM POST-CHARGEBACK-PAIR
                   ADD WS-DEPT-CHARGE TO WS-TOTAL-CHARGED
                   ADD 1 TO WS-DEPTS-BILLED
                   MOVE WS-RUN-PERIOD TO RATE-LAST-PERIOD
           END-EVALUATE.
       POST-DEPARTMENT-EXIT.
           EXIT.

       CHECK-DEPARTMENT-ACCOUNTS SECTION.
       CHECK-DEPARTMENT-ACCOUNTS-START.
           SET WS-ACCOUNTS-OK TO TRUE.
           MOVE RATE-EXPENSE-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM RESOLVE-OPEN-ACCOUNT.
           IF NOT WS-MASTER-FOUND
               MOVE 'N' TO WS-ACCOUNTS-OK-SW
           END-IF.
           MOVE RATE-RECOVERY-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM RESOLVE-OPEN-ACCOUNT.
           IF NOT WS-MASTER-FOUND
               MOVE 'N' TO WS-ACCOUNTS-OK-SW
           END-IF.
       CHECK-DEPARTMENT-ACCOUNTS-EXIT.
           EXIT.

      * Both legs carry the same amount, date and reference, so the
      * pair is balanced by construction.
       POST-CHARGEBACK-PAIR SECTION.
       POST-CHARGEBACK-PAIR-START.
           MOVE SPACES TO WS-POST-REFERENCE.
           STRING 'CHG' DELIMITED BY SIZE
                  WS-RUN-PERIOD DELIMITED BY SIZE
                  RATE-SOURCE DELIMITED BY SIZE
                  INTO WS-POST-REFERENCE.
           MOVE WS-DEPT-CHARGE TO WS-POST-AMOUNT.
           MOVE RATE-EXPENSE-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE 'DR' TO WS-POST-SIDE.
           PERFORM WRITE-ONE-POSTING.
           MOVE RATE-RECOVERY-ACCOUNT TO WS-POST-ACCOUNT.
           MOVE 'CR' TO WS-POST-SIDE.
           PERFORM WRITE-ONE-POSTING.
       POST-CHARGEBACK-PAIR-EXIT.
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
           MOVE 'CHGBACK' TO LEDG-SOURCE.
           MOVE WS-POST-REFERENCE TO LEDG-REFERENCE.
           WRITE LEDGER-RECORD.
           ADD 1 TO WS-POSTINGS-WRITTEN.
       WRITE-ONE-POSTING-EXIT.
           EXIT.

      * One page per department, headed with its source and name.
       PRINT-DEPARTMENT-STATEMENT SECTION.
       PRINT-DEPARTMENT-STATEMENT-START.
           MOVE SPACES TO WS-RPT-HEADING.
           STRING 'DEPARTMENT ' DELIMITED BY SIZE
                  RATE-SOURCE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RATE-DEPT-NAME DELIMITED BY SIZE
                  '  PERIOD ' DELIMITED BY SIZE
                  WS-RUN-PERIOD DELIMITED BY SIZE
                  INTO WS-RPT-HEADING.
           MOVE 99 TO WS-RPT-LINE-COUNT.
           MOVE SPACES TO STMT-RPT-RECORD.
           MOVE 'ITEM' TO STMT-RPT-RECORD (1:4).
           MOVE 'COUNT' TO STMT-RPT-RECORD (30:5).
           MOVE 'RATE' TO STMT-RPT-RECORD (42:4).
           MOVE 'AMOUNT' TO STMT-RPT-RECORD (62:6).
           PERFORM PUT-REPORT-LINE.
           MOVE WS-DEPT-PROCESSED TO WS-COUNT-EDIT.
           MOVE RATE-TRAN-RATE TO WS-RATE-EDIT.
           MOVE WS-TRAN-CHARGE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO STMT-RPT-RECORD.
           MOVE 'TRANSACTIONS PROCESSED' TO STMT-RPT-RECORD (1:22).
           MOVE WS-COUNT-EDIT TO STMT-RPT-RECORD (28:7).
           MOVE WS-RATE-EDIT TO STMT-RPT-RECORD (39:7).
           MOVE WS-AMOUNT-EDIT TO STMT-RPT-RECORD (56:12).
           PERFORM PUT-REPORT-LINE.
           MOVE WS-DEPT-RESUBMITTED TO WS-COUNT-EDIT.
           MOVE WS-RESUB-CHARGE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO STMT-RPT-RECORD.
           MOVE 'TRANSACTIONS RESUBMITTED' TO STMT-RPT-RECORD (1:24).
           MOVE WS-COUNT-EDIT TO STMT-RPT-RECORD (28:7).
           MOVE WS-RATE-EDIT TO STMT-RPT-RECORD (39:7).
           MOVE WS-AMOUNT-EDIT TO STMT-RPT-RECORD (56:12).
           PERFORM PUT-REPORT-LINE.
           MOVE WS-DEPT-REJECTED TO WS-COUNT-EDIT.
           MOVE RATE-REJECT-FEE TO WS-FEE-EDIT.
           MOVE WS-REJECT-CHARGE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO STMT-RPT-RECORD.
           MOVE 'REJECTS HANDLED' TO STMT-RPT-RECORD (1:15).
           MOVE WS-COUNT-EDIT TO STMT-RPT-RECORD (28:7).
           MOVE WS-FEE-EDIT TO STMT-RPT-RECORD (40:6).
           MOVE WS-AMOUNT-EDIT TO STMT-RPT-RECORD (56:12).
           PERFORM PUT-REPORT-LINE.
           MOVE WS-DEPT-CHARGE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO STMT-RPT-RECORD.
           MOVE 'TOTAL CHARGE' TO STMT-RPT-RECORD (1:12).
           MOVE WS-AMOUNT-EDIT TO STMT-RPT-RECORD (56:12).
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO STMT-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO STMT-RPT-RECORD.
           STRING 'DEBITED TO EXPENSE ACCOUNT ' DELIMITED BY SIZE
                  RATE-EXPENSE-ACCOUNT DELIMITED BY SIZE
                  '  CREDITED TO RECOVERY ACCOUNT '
                      DELIMITED BY SIZE
                  RATE-RECOVERY-ACCOUNT DELIMITED BY SIZE
                  INTO STMT-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           IF WS-DEPT-NOTE NOT = SPACES
               MOVE SPACES TO STMT-RPT-RECORD
               MOVE WS-DEPT-NOTE TO STMT-RPT-RECORD (1:50)
               PERFORM PUT-REPORT-LINE
           END-IF.
       PRINT-DEPARTMENT-STATEMENT-EXIT.
           EXIT.

      * Volume from a source no department's rate record claims is
      * money nobody is charged for - each such source is listed
      * once on the totals page.
       FIND-UNRATED-SOURCES SECTION.
       FIND-UNRATED-SOURCES-START.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           PERFORM FIND-RATE-FOR-VOLUME
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
                  OR WS-RATE-FOUND.
           IF NOT WS-RATE-FOUND
              AND WS-VOL-TALLY (WS-VOL-IDX) > ZERO
               MOVE 'N' TO WS-UNRATED-FOUND-SW
               PERFORM FIND-UNRATED-SOURCE
                   VARYING WS-UNRATED-IDX FROM 1 BY 1
                   UNTIL WS-UNRATED-IDX > WS-UNRATED-COUNT
                      OR WS-UNRATED-FOUND
               IF NOT WS-UNRATED-FOUND
                  AND WS-UNRATED-COUNT < 20
                   ADD 1 TO WS-UNRATED-COUNT
                   MOVE WS-VOL-SOURCE (WS-VOL-IDX)
                       TO WS-UNRATED-SOURCE (WS-UNRATED-COUNT)
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE SPACES TO STMT-RPT-RECORD
                   STRING 'SOURCE ' DELIMITED BY SIZE
                          WS-VOL-SOURCE (WS-VOL-IDX)
                              DELIMITED BY SIZE
                          ' HAS VOLUME BUT NO RATE ON CHGRATE'
                              DELIMITED BY SIZE
                          ' - NOT BILLED' DELIMITED BY SIZE
                          INTO STMT-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
               END-IF
           END-IF.
       FIND-UNRATED-SOURCES-EXIT.
           EXIT.

       FIND-RATE-FOR-VOLUME SECTION.
       FIND-RATE-FOR-VOLUME-START.
           IF WS-RATE-ENTRY (WS-RATE-IDX) (1:2)
                  = WS-VOL-SOURCE (WS-VOL-IDX)
               SET WS-RATE-FOUND TO TRUE
               SUBTRACT 1 FROM WS-RATE-IDX
           END-IF.
       FIND-RATE-FOR-VOLUME-EXIT.
           EXIT.

       FIND-UNRATED-SOURCE SECTION.
       FIND-UNRATED-SOURCE-START.
           IF WS-UNRATED-SOURCE (WS-UNRATED-IDX)
                  = WS-VOL-SOURCE (WS-VOL-IDX)
               SET WS-UNRATED-FOUND TO TRUE
               SUBTRACT 1 FROM WS-UNRATED-IDX
           END-IF.
       FIND-UNRATED-SOURCE-EXIT.
           EXIT.

      * Only reached when the rate file was read whole, so no rate
      * record can be lost.
       REWRITE-RATE-FILE SECTION.
       REWRITE-RATE-FILE-START.
           OPEN OUTPUT RATE-FILE.
           PERFORM WRITE-ONE-RATE-RECORD
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT.
           CLOSE RATE-FILE.
       REWRITE-RATE-FILE-EXIT.
           EXIT.

       WRITE-ONE-RATE-RECORD SECTION.
       WRITE-ONE-RATE-RECORD-START.
           MOVE WS-RATE-ENTRY (WS-RATE-IDX) TO RATE-RECORD.
           WRITE RATE-RECORD.
       WRITE-ONE-RATE-RECORD-EXIT.
           EXIT.

       WRITE-RUN-TOTALS SECTION.
       WRITE-RUN-TOTALS-START.
           MOVE SPACES TO WS-RPT-HEADING.
           STRING 'RUN TOTALS  PERIOD ' DELIMITED BY SIZE
                  WS-RUN-PERIOD DELIMITED BY SIZE
                  INTO WS-RPT-HEADING.
           MOVE 99 TO WS-RPT-LINE-COUNT.
           PERFORM FIND-UNRATED-SOURCES
               VARYING WS-VOL-IDX FROM 1 BY 1
               UNTIL WS-VOL-IDX > WS-VOL-COUNT.
           MOVE WS-TOTAL-CHARGED TO WS-AMOUNT-EDIT.
           MOVE SPACES TO STMT-RPT-RECORD.
           STRING 'DEPARTMENTS: ' DELIMITED BY SIZE
                  WS-DEPTS-READ DELIMITED BY SIZE
                  ' BILLED: ' DELIMITED BY SIZE
                  WS-DEPTS-BILLED DELIMITED BY SIZE
                  ' TOTAL CHARGED: ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  INTO STMT-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO STMT-RPT-RECORD.
           STRING 'VOLUME LINES: ' DELIMITED BY SIZE
                  WS-VOL-LINES-READ DELIMITED BY SIZE
                  ' EXCEPTIONS: ' DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  ' POSTINGS: ' DELIMITED BY SIZE
                  WS-POSTINGS-WRITTEN DELIMITED BY SIZE
                  INTO STMT-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       WRITE-RUN-TOTALS-EXIT.
           EXIT.

      * Every CHGSTMT line runs through the shared RPTWRIT writer,
      * which hands back the title block at each page break along
      * with the detail.
       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE STMT-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO STMT-RPT-RECORD.
           WRITE STMT-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.
