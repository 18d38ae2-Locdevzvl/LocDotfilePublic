       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECJRNL.
       AUTHOR. MTH.

      * Recurring and auto-reversing journals.  The month-end
      * accruals (rent, payroll, utilities) were keyed by hand every
      * month and keyed again as reversals on the first of the next
      * month - and a forgotten reversal showed up as a double
      * expense.  The RECJMAST recurring-journal master holds each
      * template the JRNLTRAN way: an 'H' header (template id,
      * frequency M/Q/A, start and end period, accrual flag,
      * description) followed by its 'L' lines (account, DR/CR,
      * amount as nine digits with two assumed decimals).
      *
      * Each run works the period named on LGRCLCTL, the period
      * LGRCLOSE will close next:
      *   - every template due in the period (monthly, or every
      *     third / twelfth month from its start period) and not
      *     past its end period is posted to LEDGTRAN, once only -
      *     the RECJLOG generation log remembers what each template
      *     posted for which period, so a re-run posts nothing
      *     twice;
      *   - a template is checked the way JRNLENT checks a journal
      *     (open ACCTMAST accounts, DR/CR, nonzero amounts, debits
      *     equal to credits) and an invalid one posts nothing;
      *   - every accrual posting LGRCLOSE has since cut to
      *     LEDGHIST is reversed exactly - same account and amount,
      *     opposite side - in the first run after the close, and
      *     logged so it is never reversed twice.
      * The RECJREG register lists what was generated, what was
      * reversed, which templates have expired and which were in
      * error; RETURN-CODE 4 when any template was in error.
      * Postings carry source RECJRNL and a reference of the
      * template id followed by G (generated), A (generated accrual)
      * or R (reversal).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECUR-MASTER-FILE ASSIGN TO "RECJMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUR-MASTER-STATUS.
           SELECT RECUR-LOG-FILE ASSIGN TO "RECJLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUR-LOG-STATUS.
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
           SELECT RECUR-RPT-FILE ASSIGN TO "RECJREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUR-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * One template is an 'H' header followed by its 'L' lines;
      * the next header (or end of file) closes the template.
       FD  RECUR-MASTER-FILE
           RECORDING MODE IS F.
       01  RECUR-MASTER-RECORD.
           05 RJM-REC-TYPE           PIC X(01).
               88 RJM-HEADER            VALUE 'H'.
               88 RJM-LINE              VALUE 'L'.
           05 RJM-TEMPLATE-ID        PIC X(08).
           05 RJM-BODY               PIC X(45).
       01  RECUR-HEADER-RECORD.
           05 FILLER                 PIC X(01).
           05 FILLER                 PIC X(08).
           05 RJH-FREQUENCY          PIC X(01).
               88 RJH-MONTHLY           VALUE 'M'.
               88 RJH-QUARTERLY         VALUE 'Q'.
               88 RJH-ANNUAL            VALUE 'A'.
           05 RJH-START-PERIOD       PIC X(06).
           05 RJH-END-PERIOD         PIC X(06).
           05 RJH-ACCRUAL-FLAG       PIC X(01).
           05 RJH-DESCRIPTION        PIC X(30).
           05 FILLER                 PIC X(01).
       01  RECUR-LINE-RECORD.
           05 FILLER                 PIC X(01).
           05 FILLER                 PIC X(08).
           05 RJL-ACCOUNT            PIC X(06).
           05 RJL-POSTING-TYPE       PIC X(02).
           05 RJL-AMOUNT             PIC X(09).
           05 FILLER                 PIC X(28).

      * One record per template per period per action: G when the
      * template was posted for the period, R when its accrual
      * postings for that closed period were reversed.
       FD  RECUR-LOG-FILE
           RECORDING MODE IS F.
       01  RECUR-LOG-RECORD.
           05 RJG-TEMPLATE-ID        PIC X(08).
           05 RJG-PERIOD             PIC 9(06).
           05 RJG-ACTION             PIC X(01).
           05 RJG-RUN-DATE           PIC 9(08).

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

       FD  RECUR-RPT-FILE
           RECORDING MODE IS F.
       01  RECUR-RPT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-RECUR-MASTER-STATUS PIC XX.
           05 WS-RECUR-LOG-STATUS    PIC XX.
           05 WS-CLOSE-CTL-STATUS    PIC XX.
           05 WS-ACCOUNT-MASTER-STATUS PIC XX.
           05 WS-LEDGER-STATUS       PIC XX.
           05 WS-HISTORY-STATUS      PIC XX.
           05 WS-RECUR-RPT-STATUS    PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-PERIOD             PIC 9(06) VALUE ZERO.
       01  WS-RUN-PERIOD-PARTS REDEFINES WS-RUN-PERIOD.
           05 WS-RUN-YEAR            PIC 9(04).
           05 WS-RUN-MONTH           PIC 9(02).
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
      * The generation log as it stood at start of run, plus what
      * this run adds; WS-LOG-NEW marks an entry made this run.
       01  WS-LOG-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-LOG-IDX                PIC 9(04).
       01  WS-LOG-OVERFLOW-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-LOG-FOUND-SW           PIC X.
           88 WS-LOG-FOUND              VALUE 'Y'.
       01  WS-LOG-TABLE.
           05  WS-LOG-ENTRY OCCURS 2000 TIMES.
               10 WS-LOG-TEMPLATE    PIC X(08).
               10 WS-LOG-PERIOD      PIC 9(06).
               10 WS-LOG-ACTION      PIC X(01).
               10 WS-LOG-NEW-SW      PIC X(01).
                   88 WS-LOG-NEW        VALUE 'Y'.
       01  WS-FIND-TEMPLATE          PIC X(08).
       01  WS-FIND-PERIOD            PIC 9(06).
       01  WS-FIND-ACTION            PIC X(01).
      * The template being built - posted or rejected as a whole.
       01  WS-TEMPLATE-OPEN-SW       PIC X VALUE 'N'.
           88 WS-TEMPLATE-OPEN          VALUE 'Y'.
       01  WS-TEMPLATE-VALID-SW      PIC X VALUE 'Y'.
           88 WS-TEMPLATE-VALID         VALUE 'Y'.
           88 WS-TEMPLATE-INVALID       VALUE 'N'.
       01  WS-ERROR-REASON           PIC X(30).
       01  WS-TPL-ID                 PIC X(08).
       01  WS-TPL-FREQUENCY          PIC X(01).
       01  WS-TPL-START              PIC X(06).
       01  WS-TPL-START-NUM REDEFINES WS-TPL-START PIC 9(06).
       01  WS-TPL-END                PIC X(06).
       01  WS-TPL-END-NUM REDEFINES WS-TPL-END PIC 9(06).
       01  WS-TPL-ACCRUAL            PIC X(01).
           88 WS-TPL-IS-ACCRUAL         VALUE 'Y'.
       01  WS-TPL-DESCRIPTION        PIC X(30).
       01  WS-TPL-DEBITS             PIC 9(09)V9(02) VALUE ZERO.
       01  WS-TPL-CREDITS            PIC 9(09)V9(02) VALUE ZERO.
       01  WS-LINE-COUNT             PIC 9(02) VALUE ZERO.
       01  WS-LINE-IDX               PIC 9(02).
       01  WS-LINE-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-LINE-OVERFLOW          VALUE 'Y'.
       01  WS-LINE-TABLE.
           05  WS-LINE OCCURS 20 TIMES.
               10 WS-LIN-ACCOUNT     PIC X(06).
               10 WS-LIN-TYPE        PIC X(02).
               10 WS-LIN-AMOUNT      PIC X(09).
               10 WS-LIN-AMOUNT-N    REDEFINES WS-LIN-AMOUNT
                                     PIC 9(07)V9(02).
               10 WS-LIN-SIDE        PIC X(01).
               10 WS-LIN-ERROR       PIC X(22).
       01  WS-LINE-AMOUNT            PIC 9(07)V9(02).
      * Frequency test - months elapsed since the start period.
       01  WS-START-PARTS.
           05 WS-START-YEAR          PIC 9(04).
           05 WS-START-MONTH         PIC 9(02).
       01  WS-MONTHS-ELAPSED         PIC S9(05).
       01  WS-CYCLE-MONTHS           PIC 9(02).
       01  WS-CYCLE-QUOTIENT         PIC 9(05).
       01  WS-CYCLE-REMAINDER        PIC 9(02).
       01  WS-TEMPLATE-DUE-SW        PIC X.
           88 WS-TEMPLATE-DUE           VALUE 'Y'.
       01  WS-REVERSE-TYPE           PIC X(02).
       01  WS-TEMPLATES-READ         PIC 9(06) VALUE ZERO.
       01  WS-TEMPLATES-GENERATED    PIC 9(06) VALUE ZERO.
       01  WS-TEMPLATES-EXPIRED      PIC 9(06) VALUE ZERO.
       01  WS-TEMPLATES-IN-ERROR     PIC 9(06) VALUE ZERO.
       01  WS-POSTINGS-WRITTEN       PIC 9(06) VALUE ZERO.
       01  WS-REVERSALS-WRITTEN      PIC 9(06) VALUE ZERO.
       01  WS-GENERATED-TOTAL        PIC 9(11)V9(02) VALUE ZERO.
       01  WS-REVERSED-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
       01  WS-STAT-PROGRAM-ID        PIC X(08) VALUE 'RECJRNL '.
       01  WS-START-TIME             PIC 9(8).
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'RECJRNL '.
       01  WS-RPT-TITLE              PIC X(30)
                                     VALUE 'RECURRING JOURNAL REGISTER'.
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
           ACCEPT WS-START-TIME FROM TIME.
           OPEN OUTPUT RECUR-RPT-FILE.
           PERFORM DETERMINE-RUN-PERIOD.
           PERFORM LOAD-ACCOUNT-MASTER.
           EVALUATE TRUE
               WHEN WS-RUN-PERIOD = ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'NO PERIOD ON LGRCLCTL - NOTHING GENERATED'
                       TO RECUR-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'RECJRNL - NO PERIOD ON LGRCLCTL - '
                       'NOTHING GENERATED'
               WHEN NOT WS-MASTER-LOADED
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'NO ACCTMAST ON HAND - NOTHING GENERATED'
                       TO RECUR-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'RECJRNL - NO ACCTMAST ON HAND - '
                       'NOTHING GENERATED'
               WHEN OTHER
                   PERFORM LOAD-GENERATION-LOG
                   IF WS-LOG-OVERFLOW-COUNT = ZERO
                       PERFORM OPEN-LEDGER-AND-LOG
                       PERFORM REVERSE-CLOSED-ACCRUALS
                       PERFORM GENERATE-DUE-TEMPLATES
                       CLOSE LEDGER-FILE
                       CLOSE RECUR-LOG-FILE
                   END-IF
           END-EVALUATE.
           PERFORM WRITE-RUN-TOTALS.
           PERFORM END-REPORT-PAGES.
           CLOSE RECUR-RPT-FILE.
           IF WS-TEMPLATES-IN-ERROR > ZERO
              AND WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
           ADD WS-REVERSALS-WRITTEN TO WS-POSTINGS-WRITTEN.
           CALL 'RUNSTAT' USING WS-STAT-PROGRAM-ID
                                WS-TEMPLATES-READ
                                WS-POSTINGS-WRITTEN
                                WS-TEMPLATES-IN-ERROR
                                WS-START-TIME.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      * The period LGRCLOSE will close next - the same control
      * record the close itself reads.
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

      * A missing RECJLOG just means nothing has been generated yet.
      * Entries beyond the table could not be checked against, so a
      * log that does not fit stops the run before anything is
      * reversed or generated a second time.
       LOAD-GENERATION-LOG SECTION.
       LOAD-GENERATION-LOG-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RECUR-LOG-FILE.
           IF WS-RECUR-LOG-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ RECUR-LOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-LOG-COUNT < 2000
                               ADD 1 TO WS-LOG-COUNT
                               MOVE RJG-TEMPLATE-ID TO
                                   WS-LOG-TEMPLATE (WS-LOG-COUNT)
                               MOVE RJG-PERIOD TO
                                   WS-LOG-PERIOD (WS-LOG-COUNT)
                               MOVE RJG-ACTION TO
                                   WS-LOG-ACTION (WS-LOG-COUNT)
                               MOVE 'N' TO
                                   WS-LOG-NEW-SW (WS-LOG-COUNT)
                           ELSE
                               ADD 1 TO WS-LOG-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECUR-LOG-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-LOG-OVERFLOW-COUNT > ZERO
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE SPACES TO RECUR-RPT-RECORD
               STRING 'RECJLOG TABLE FULL - ENTRIES NOT LOADED: '
                          DELIMITED BY SIZE
                      WS-LOG-OVERFLOW-COUNT DELIMITED BY SIZE
                      ' - NOTHING GENERATED' DELIMITED BY SIZE
                      INTO RECUR-RPT-RECORD
               PERFORM PUT-REPORT-LINE
               DISPLAY RECUR-RPT-RECORD
           END-IF.
       LOAD-GENERATION-LOG-EXIT.
           EXIT.

      * LEDGTRAN and the generation log are appended, never
      * rewritten.
       OPEN-LEDGER-AND-LOG SECTION.
       OPEN-LEDGER-AND-LOG-START.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = '05' OR WS-LEDGER-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           OPEN EXTEND RECUR-LOG-FILE.
           IF WS-RECUR-LOG-STATUS = '05'
              OR WS-RECUR-LOG-STATUS = '35'
               OPEN OUTPUT RECUR-LOG-FILE
           END-IF.
       OPEN-LEDGER-AND-LOG-EXIT.
           EXIT.

      * Accrual postings reach LEDGHIST only when LGRCLOSE closes
      * their period, so finding one there is the signal that the
      * period is closed and its reversal is due.  A template's
      * lines for one closed period are reversed together, and the
      * log entry made for the first of them lets the rest of that
      * template's lines through in this same run while stopping any
      * later run.
       REVERSE-CLOSED-ACCRUALS SECTION.
       REVERSE-CLOSED-ACCRUALS-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF LHIST-SOURCE = 'RECJRNL '
                              AND LHIST-REFERENCE (9:1) = 'A'
                               PERFORM REVERSE-ONE-ACCRUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       REVERSE-CLOSED-ACCRUALS-EXIT.
           EXIT.

       REVERSE-ONE-ACCRUAL SECTION.
       REVERSE-ONE-ACCRUAL-START.
           MOVE LHIST-REFERENCE (1:8) TO WS-FIND-TEMPLATE.
           MOVE LHIST-PERIOD TO WS-FIND-PERIOD.
           MOVE 'R' TO WS-FIND-ACTION.
           PERFORM LOOK-UP-LOG-ENTRY.
           IF NOT WS-LOG-FOUND
               PERFORM ADD-LOG-ENTRY
               PERFORM POST-ONE-REVERSAL
           ELSE
               IF WS-LOG-NEW (WS-LOG-IDX)
                   PERFORM POST-ONE-REVERSAL
               END-IF
           END-IF.
       REVERSE-ONE-ACCRUAL-EXIT.
           EXIT.

       POST-ONE-REVERSAL SECTION.
       POST-ONE-REVERSAL-START.
           IF LHIST-IS-DEBIT
               MOVE 'CR' TO WS-REVERSE-TYPE
           ELSE
               MOVE 'DR' TO WS-REVERSE-TYPE
           END-IF.
           MOVE LHIST-ACCOUNT TO LEDG-ACCOUNT.
           MOVE LHIST-ACCT-TYPE TO LEDG-ACCT-TYPE.
           MOVE WS-REVERSE-TYPE TO LEDG-POSTING-TYPE.
           MOVE LHIST-AMOUNT TO LEDG-AMOUNT.
           MOVE WS-RUN-DATE TO LEDG-POST-DATE.
           MOVE 'RECJRNL ' TO LEDG-SOURCE.
           MOVE SPACES TO LEDG-REFERENCE.
           STRING WS-FIND-TEMPLATE DELIMITED BY SIZE
                  'R' DELIMITED BY SIZE
                  INTO LEDG-REFERENCE.
           WRITE LEDGER-RECORD.
           ADD 1 TO WS-REVERSALS-WRITTEN.
           ADD LHIST-AMOUNT TO WS-REVERSED-TOTAL.
           MOVE SPACES TO RECUR-RPT-RECORD.
           STRING 'REVERSED  ' DELIMITED BY SIZE
                  WS-FIND-TEMPLATE DELIMITED BY SIZE
                  ' PERIOD ' DELIMITED BY SIZE
                  WS-FIND-PERIOD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-REVERSE-TYPE DELIMITED BY SIZE
                  ' ACCOUNT ' DELIMITED BY SIZE
                  LEDG-ACCOUNT DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  LEDG-AMOUNT DELIMITED BY SIZE
                  INTO RECUR-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       POST-ONE-REVERSAL-EXIT.
           EXIT.

       LOOK-UP-LOG-ENTRY SECTION.
       LOOK-UP-LOG-ENTRY-START.
           MOVE 'N' TO WS-LOG-FOUND-SW.
           PERFORM FIND-LOG-ENTRY
               VARYING WS-LOG-IDX FROM 1 BY 1
               UNTIL WS-LOG-IDX > WS-LOG-COUNT
                  OR WS-LOG-FOUND.
       LOOK-UP-LOG-ENTRY-EXIT.
           EXIT.

       FIND-LOG-ENTRY SECTION.
       FIND-LOG-ENTRY-START.
           IF WS-LOG-TEMPLATE (WS-LOG-IDX) = WS-FIND-TEMPLATE
              AND WS-LOG-PERIOD (WS-LOG-IDX) = WS-FIND-PERIOD
              AND WS-LOG-ACTION (WS-LOG-IDX) = WS-FIND-ACTION
               SET WS-LOG-FOUND TO TRUE
               SUBTRACT 1 FROM WS-LOG-IDX
           END-IF.
       FIND-LOG-ENTRY-EXIT.
           EXIT.

      * The log record is written as the action is taken; the table
      * entry keeps later look-ups in this run consistent with it.
      * A table that fills during the run is counted as overflow and
      * leaves no index behind.
       ADD-LOG-ENTRY SECTION.
       ADD-LOG-ENTRY-START.
           MOVE WS-FIND-TEMPLATE TO RJG-TEMPLATE-ID.
           MOVE WS-FIND-PERIOD TO RJG-PERIOD.
           MOVE WS-FIND-ACTION TO RJG-ACTION.
           MOVE WS-RUN-DATE TO RJG-RUN-DATE.
           WRITE RECUR-LOG-RECORD.
           IF WS-LOG-COUNT < 2000
               ADD 1 TO WS-LOG-COUNT
               MOVE WS-LOG-COUNT TO WS-LOG-IDX
               MOVE WS-FIND-TEMPLATE TO WS-LOG-TEMPLATE (WS-LOG-IDX)
               MOVE WS-FIND-PERIOD TO WS-LOG-PERIOD (WS-LOG-IDX)
               MOVE WS-FIND-ACTION TO WS-LOG-ACTION (WS-LOG-IDX)
               MOVE 'Y' TO WS-LOG-NEW-SW (WS-LOG-IDX)
           ELSE
               ADD 1 TO WS-LOG-OVERFLOW-COUNT
               MOVE ZERO TO WS-LOG-IDX
               MOVE 8 TO WS-FINAL-RETURN-CODE
           END-IF.
       ADD-LOG-ENTRY-EXIT.
           EXIT.

       GENERATE-DUE-TEMPLATES SECTION.
       GENERATE-DUE-TEMPLATES-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RECUR-MASTER-FILE.
           IF WS-RECUR-MASTER-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ RECUR-MASTER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM PROCESS-ONE-MASTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE RECUR-MASTER-FILE
               PERFORM CLOSE-OPEN-TEMPLATE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       GENERATE-DUE-TEMPLATES-EXIT.
           EXIT.

       PROCESS-ONE-MASTER-RECORD SECTION.
       PROCESS-ONE-MASTER-RECORD-START.
           EVALUATE TRUE
               WHEN RJM-HEADER
                   PERFORM CLOSE-OPEN-TEMPLATE
                   MOVE RJM-TEMPLATE-ID TO WS-TPL-ID
                   MOVE RJH-FREQUENCY TO WS-TPL-FREQUENCY
                   MOVE RJH-START-PERIOD TO WS-TPL-START
                   MOVE RJH-END-PERIOD TO WS-TPL-END
                   MOVE RJH-ACCRUAL-FLAG TO WS-TPL-ACCRUAL
                   MOVE RJH-DESCRIPTION TO WS-TPL-DESCRIPTION
                   SET WS-TEMPLATE-OPEN TO TRUE
                   MOVE ZERO TO WS-LINE-COUNT
                   MOVE ZERO TO WS-TPL-DEBITS
                   MOVE ZERO TO WS-TPL-CREDITS
                   MOVE 'N' TO WS-LINE-OVERFLOW-SW
                   ADD 1 TO WS-TEMPLATES-READ
               WHEN RJM-LINE
                   IF WS-TEMPLATE-OPEN
                      AND RJM-TEMPLATE-ID = WS-TPL-ID
                       PERFORM ADD-TEMPLATE-LINE
                   ELSE
                       ADD 1 TO WS-TEMPLATES-IN-ERROR
                       MOVE SPACES TO RECUR-RPT-RECORD
                       STRING 'LINE FOR TEMPLATE ' DELIMITED BY SIZE
                              RJM-TEMPLATE-ID DELIMITED BY SIZE
                              ' HAS NO OPEN HEADER - SKIPPED'
                                  DELIMITED BY SIZE
                              INTO RECUR-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO RECUR-RPT-RECORD
                   STRING 'UNKNOWN RECORD TYPE ' DELIMITED BY SIZE
                          RJM-REC-TYPE DELIMITED BY SIZE
                          ' TEMPLATE ' DELIMITED BY SIZE
                          RJM-TEMPLATE-ID DELIMITED BY SIZE
                          ' - RECORD SKIPPED' DELIMITED BY SIZE
                          INTO RECUR-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
           END-EVALUATE.
       PROCESS-ONE-MASTER-RECORD-EXIT.
           EXIT.

      * Each line keeps its own error (blank when clean), the way
      * JRNLENT keeps a journal's lines.
       ADD-TEMPLATE-LINE SECTION.
       ADD-TEMPLATE-LINE-START.
           IF WS-LINE-COUNT < 20
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-LINE-COUNT TO WS-LINE-IDX
               MOVE RJL-ACCOUNT TO WS-LIN-ACCOUNT (WS-LINE-IDX)
               MOVE RJL-POSTING-TYPE TO WS-LIN-TYPE (WS-LINE-IDX)
               MOVE RJL-AMOUNT TO WS-LIN-AMOUNT (WS-LINE-IDX)
               MOVE SPACE TO WS-LIN-SIDE (WS-LINE-IDX)
               PERFORM VALIDATE-TEMPLATE-LINE
           ELSE
               SET WS-LINE-OVERFLOW TO TRUE
           END-IF.
       ADD-TEMPLATE-LINE-EXIT.
           EXIT.

       VALIDATE-TEMPLATE-LINE SECTION.
       VALIDATE-TEMPLATE-LINE-START.
           MOVE SPACES TO WS-LIN-ERROR (WS-LINE-IDX).
           MOVE 'N' TO WS-MASTER-FOUND-SW.
           IF WS-LIN-ACCOUNT (WS-LINE-IDX) IS NUMERIC
               PERFORM FIND-MASTER-ACCOUNT
                   VARYING WS-MASTER-IDX FROM 1 BY 1
                   UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
                      OR WS-MASTER-FOUND
           END-IF.
           EVALUATE TRUE
               WHEN WS-LIN-ACCOUNT (WS-LINE-IDX) IS NOT NUMERIC
                   MOVE 'ACCOUNT NOT NUMERIC'
                       TO WS-LIN-ERROR (WS-LINE-IDX)
               WHEN NOT WS-MASTER-FOUND
                   MOVE 'ACCOUNT NOT ON MASTER'
                       TO WS-LIN-ERROR (WS-LINE-IDX)
               WHEN WS-MST-STATUS (WS-MASTER-IDX) NOT = 'A'
                   MOVE 'ACCOUNT NOT OPEN'
                       TO WS-LIN-ERROR (WS-LINE-IDX)
               WHEN WS-LIN-TYPE (WS-LINE-IDX) NOT = 'DR'
                    AND WS-LIN-TYPE (WS-LINE-IDX) NOT = 'CR'
                   MOVE 'POSTING TYPE NOT DR/CR'
                       TO WS-LIN-ERROR (WS-LINE-IDX)
               WHEN WS-LIN-AMOUNT (WS-LINE-IDX) IS NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC'
                       TO WS-LIN-ERROR (WS-LINE-IDX)
               WHEN WS-LIN-AMOUNT (WS-LINE-IDX) = '000000000'
                   MOVE 'AMOUNT ZERO' TO WS-LIN-ERROR (WS-LINE-IDX)
               WHEN OTHER
                   MOVE WS-MST-SIDE (WS-MASTER-IDX)
                       TO WS-LIN-SIDE (WS-LINE-IDX)
                   MOVE WS-LIN-AMOUNT-N (WS-LINE-IDX) TO WS-LINE-AMOUNT
                   IF WS-LIN-TYPE (WS-LINE-IDX) = 'DR'
                       ADD WS-LINE-AMOUNT TO WS-TPL-DEBITS
                   ELSE
                       ADD WS-LINE-AMOUNT TO WS-TPL-CREDITS
                   END-IF
           END-EVALUATE.
       VALIDATE-TEMPLATE-LINE-EXIT.
           EXIT.

       FIND-MASTER-ACCOUNT SECTION.
       FIND-MASTER-ACCOUNT-START.
           IF WS-MST-NUMBER (WS-MASTER-IDX) =
              WS-LIN-ACCOUNT (WS-LINE-IDX)
               SET WS-MASTER-FOUND TO TRUE
               SUBTRACT 1 FROM WS-MASTER-IDX
           END-IF.
       FIND-MASTER-ACCOUNT-EXIT.
           EXIT.

      * The generation decision for one template: expired, not yet
      * started or not due this period posts nothing; a template
      * already generated for the period posts nothing; otherwise the
      * template is checked whole and either every line posts or
      * none does.
       CLOSE-OPEN-TEMPLATE SECTION.
       CLOSE-OPEN-TEMPLATE-START.
           IF WS-TEMPLATE-OPEN
               MOVE 'N' TO WS-TEMPLATE-OPEN-SW
               PERFORM VALIDATE-WHOLE-TEMPLATE
               MOVE 'N' TO WS-TEMPLATE-DUE-SW
               IF WS-TEMPLATE-VALID
                   PERFORM DETERMINE-TEMPLATE-DUE
               END-IF
               EVALUATE TRUE
                   WHEN WS-TEMPLATE-INVALID
                       PERFORM REPORT-TEMPLATE-ERROR
                   WHEN WS-TPL-END-NUM NOT = ZERO
                        AND WS-TPL-END-NUM < WS-RUN-PERIOD
                       PERFORM REPORT-TEMPLATE-EXPIRED
                   WHEN NOT WS-TEMPLATE-DUE
                       CONTINUE
                   WHEN OTHER
                       PERFORM GENERATE-ONE-TEMPLATE
               END-EVALUATE
           END-IF.
       CLOSE-OPEN-TEMPLATE-EXIT.
           EXIT.

       REPORT-TEMPLATE-EXPIRED SECTION.
       REPORT-TEMPLATE-EXPIRED-START.
           ADD 1 TO WS-TEMPLATES-EXPIRED.
           MOVE SPACES TO RECUR-RPT-RECORD.
           STRING 'EXPIRED   ' DELIMITED BY SIZE
                  WS-TPL-ID DELIMITED BY SIZE
                  ' ENDED ' DELIMITED BY SIZE
                  WS-TPL-END DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TPL-DESCRIPTION DELIMITED BY SIZE
                  INTO RECUR-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       REPORT-TEMPLATE-EXPIRED-EXIT.
           EXIT.

      * Once per template per period - the generation log is the
      * guard against a re-run posting the template again.
       GENERATE-ONE-TEMPLATE SECTION.
       GENERATE-ONE-TEMPLATE-START.
           MOVE WS-TPL-ID TO WS-FIND-TEMPLATE.
           MOVE WS-RUN-PERIOD TO WS-FIND-PERIOD.
           MOVE 'G' TO WS-FIND-ACTION.
           PERFORM LOOK-UP-LOG-ENTRY.
           IF WS-LOG-FOUND
               MOVE SPACES TO RECUR-RPT-RECORD
               STRING 'ALREADY GENERATED ' DELIMITED BY SIZE
                      WS-TPL-ID DELIMITED BY SIZE
                      ' FOR PERIOD ' DELIMITED BY SIZE
                      WS-RUN-PERIOD DELIMITED BY SIZE
                      ' - NOT POSTED AGAIN' DELIMITED BY SIZE
                      INTO RECUR-RPT-RECORD
               PERFORM PUT-REPORT-LINE
           ELSE
               PERFORM ADD-LOG-ENTRY
               PERFORM POST-TEMPLATE
           END-IF.
       GENERATE-ONE-TEMPLATE-EXIT.
           EXIT.

       VALIDATE-WHOLE-TEMPLATE SECTION.
       VALIDATE-WHOLE-TEMPLATE-START.
           SET WS-TEMPLATE-VALID TO TRUE.
           MOVE SPACES TO WS-ERROR-REASON.
           EVALUATE TRUE
               WHEN WS-TPL-ID = SPACES
                   SET WS-TEMPLATE-INVALID TO TRUE
                   MOVE 'TEMPLATE ID MISSING' TO WS-ERROR-REASON
               WHEN WS-TPL-FREQUENCY NOT = 'M'
                    AND WS-TPL-FREQUENCY NOT = 'Q'
                    AND WS-TPL-FREQUENCY NOT = 'A'
                   SET WS-TEMPLATE-INVALID TO TRUE
                   MOVE 'FREQUENCY NOT M/Q/A' TO WS-ERROR-REASON
               WHEN WS-TPL-START IS NOT NUMERIC
                   SET WS-TEMPLATE-INVALID TO TRUE
                   MOVE 'START PERIOD NOT NUMERIC' TO WS-ERROR-REASON
               WHEN WS-TPL-END IS NOT NUMERIC
                   SET WS-TEMPLATE-INVALID TO TRUE
                   MOVE 'END PERIOD NOT NUMERIC' TO WS-ERROR-REASON
               WHEN WS-TPL-ACCRUAL NOT = 'Y'
                    AND WS-TPL-ACCRUAL NOT = 'N'
                   SET WS-TEMPLATE-INVALID TO TRUE
                   MOVE 'ACCRUAL FLAG NOT Y/N' TO WS-ERROR-REASON
               WHEN WS-LINE-OVERFLOW
                   SET WS-TEMPLATE-INVALID TO TRUE
                   MOVE 'MORE THAN 20 LINES' TO WS-ERROR-REASON
               WHEN WS-LINE-COUNT < 2
                   SET WS-TEMPLATE-INVALID TO TRUE
                   MOVE 'FEWER THAN TWO LINES' TO WS-ERROR-REASON
           END-EVALUATE.
           IF WS-TEMPLATE-VALID
               PERFORM CHECK-ONE-LINE-ERROR
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
           END-IF.
           IF WS-TEMPLATE-VALID
              AND WS-TPL-DEBITS NOT = WS-TPL-CREDITS
               SET WS-TEMPLATE-INVALID TO TRUE
               MOVE 'DEBITS NOT EQUAL CREDITS' TO WS-ERROR-REASON
           END-IF.
       VALIDATE-WHOLE-TEMPLATE-EXIT.
           EXIT.

       CHECK-ONE-LINE-ERROR SECTION.
       CHECK-ONE-LINE-ERROR-START.
           IF WS-LIN-ERROR (WS-LINE-IDX) NOT = SPACES
              AND WS-TEMPLATE-VALID
               SET WS-TEMPLATE-INVALID TO TRUE
               MOVE 'INVALID LINE(S)' TO WS-ERROR-REASON
           END-IF.
       CHECK-ONE-LINE-ERROR-EXIT.
           EXIT.

      * Due when the run period is on or after the start period and
      * a whole number of cycles (1, 3 or 12 months) past it.
       DETERMINE-TEMPLATE-DUE SECTION.
       DETERMINE-TEMPLATE-DUE-START.
           MOVE 'N' TO WS-TEMPLATE-DUE-SW.
           MOVE WS-TPL-START TO WS-START-PARTS.
           COMPUTE WS-MONTHS-ELAPSED =
               (WS-RUN-YEAR * 12 + WS-RUN-MONTH)
             - (WS-START-YEAR * 12 + WS-START-MONTH).
           EVALUATE TRUE
               WHEN WS-TPL-FREQUENCY = 'Q'
                   MOVE 3 TO WS-CYCLE-MONTHS
               WHEN WS-TPL-FREQUENCY = 'A'
                   MOVE 12 TO WS-CYCLE-MONTHS
               WHEN OTHER
                   MOVE 1 TO WS-CYCLE-MONTHS
           END-EVALUATE.
           IF WS-MONTHS-ELAPSED NOT < ZERO
               DIVIDE WS-MONTHS-ELAPSED BY WS-CYCLE-MONTHS
                   GIVING WS-CYCLE-QUOTIENT
                   REMAINDER WS-CYCLE-REMAINDER
               IF WS-CYCLE-REMAINDER = ZERO
                   SET WS-TEMPLATE-DUE TO TRUE
               END-IF
           END-IF.
       DETERMINE-TEMPLATE-DUE-EXIT.
           EXIT.

       POST-TEMPLATE SECTION.
       POST-TEMPLATE-START.
           ADD 1 TO WS-TEMPLATES-GENERATED.
           ADD WS-TPL-DEBITS TO WS-GENERATED-TOTAL.
           MOVE SPACES TO RECUR-RPT-RECORD.
           STRING 'GENERATED ' DELIMITED BY SIZE
                  WS-TPL-ID DELIMITED BY SIZE
                  ' PERIOD ' DELIMITED BY SIZE
                  WS-RUN-PERIOD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TPL-DESCRIPTION DELIMITED BY SIZE
                  INTO RECUR-RPT-RECORD.
           IF WS-TPL-IS-ACCRUAL
               MOVE ' ACCRUAL' TO RECUR-RPT-RECORD (73:8)
           END-IF.
           PERFORM PUT-REPORT-LINE.
           PERFORM POST-ONE-TEMPLATE-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT.
       POST-TEMPLATE-EXIT.
           EXIT.

      * The account's normal side comes from the master, as JRNLENT
      * takes it.
       POST-ONE-TEMPLATE-LINE SECTION.
       POST-ONE-TEMPLATE-LINE-START.
           MOVE WS-LIN-ACCOUNT (WS-LINE-IDX) TO LEDG-ACCOUNT.
           MOVE WS-LIN-SIDE (WS-LINE-IDX) TO LEDG-ACCT-TYPE.
           MOVE WS-LIN-TYPE (WS-LINE-IDX) TO LEDG-POSTING-TYPE.
           MOVE WS-LIN-AMOUNT-N (WS-LINE-IDX) TO WS-LINE-AMOUNT.
           MOVE WS-LINE-AMOUNT TO LEDG-AMOUNT.
           MOVE WS-RUN-DATE TO LEDG-POST-DATE.
           MOVE 'RECJRNL ' TO LEDG-SOURCE.
           MOVE SPACES TO LEDG-REFERENCE.
           IF WS-TPL-IS-ACCRUAL
               STRING WS-TPL-ID DELIMITED BY SIZE
                      'A' DELIMITED BY SIZE
                      INTO LEDG-REFERENCE
           ELSE
               STRING WS-TPL-ID DELIMITED BY SIZE
                      'G' DELIMITED BY SIZE
                      INTO LEDG-REFERENCE
           END-IF.
           WRITE LEDGER-RECORD.
           ADD 1 TO WS-POSTINGS-WRITTEN.
           MOVE SPACES TO RECUR-RPT-RECORD.
           STRING '    ' DELIMITED BY SIZE
                  LEDG-POSTING-TYPE DELIMITED BY SIZE
                  ' ACCOUNT ' DELIMITED BY SIZE
                  LEDG-ACCOUNT DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  LEDG-AMOUNT DELIMITED BY SIZE
                  INTO RECUR-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       POST-ONE-TEMPLATE-LINE-EXIT.
           EXIT.

       REPORT-TEMPLATE-ERROR SECTION.
       REPORT-TEMPLATE-ERROR-START.
           ADD 1 TO WS-TEMPLATES-IN-ERROR.
           MOVE SPACES TO RECUR-RPT-RECORD.
           STRING 'IN ERROR  ' DELIMITED BY SIZE
                  WS-TPL-ID DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-ERROR-REASON DELIMITED BY SIZE
                  ' - NOTHING POSTED' DELIMITED BY SIZE
                  INTO RECUR-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           PERFORM WRITE-ONE-ERROR-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT.
       REPORT-TEMPLATE-ERROR-EXIT.
           EXIT.

       WRITE-ONE-ERROR-LINE SECTION.
       WRITE-ONE-ERROR-LINE-START.
           IF WS-LIN-ERROR (WS-LINE-IDX) NOT = SPACES
               MOVE SPACES TO RECUR-RPT-RECORD
               STRING '    ' DELIMITED BY SIZE
                      WS-LIN-TYPE (WS-LINE-IDX) DELIMITED BY SIZE
                      ' ACCOUNT ' DELIMITED BY SIZE
                      WS-LIN-ACCOUNT (WS-LINE-IDX) DELIMITED BY SIZE
                      ' AMOUNT ' DELIMITED BY SIZE
                      WS-LIN-AMOUNT (WS-LINE-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-LIN-ERROR (WS-LINE-IDX) DELIMITED BY SIZE
                      INTO RECUR-RPT-RECORD
               PERFORM PUT-REPORT-LINE
           END-IF.
       WRITE-ONE-ERROR-LINE-EXIT.
           EXIT.

      * Every RECJREG line runs through the shared RPTWRIT writer,
      * which hands back the title block at each page break along
      * with the detail.
       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE RECUR-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO RECUR-RPT-RECORD.
           WRITE RECUR-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.

       WRITE-RUN-TOTALS SECTION.
       WRITE-RUN-TOTALS-START.
           MOVE SPACES TO RECUR-RPT-RECORD.
           STRING 'TEMPLATES - READ: ' DELIMITED BY SIZE
                  WS-TEMPLATES-READ DELIMITED BY SIZE
                  ' GENERATED: ' DELIMITED BY SIZE
                  WS-TEMPLATES-GENERATED DELIMITED BY SIZE
                  ' EXPIRED: ' DELIMITED BY SIZE
                  WS-TEMPLATES-EXPIRED DELIMITED BY SIZE
                  ' IN ERROR: ' DELIMITED BY SIZE
                  WS-TEMPLATES-IN-ERROR DELIMITED BY SIZE
                  INTO RECUR-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO RECUR-RPT-RECORD.
           STRING 'POSTINGS - GENERATED: ' DELIMITED BY SIZE
                  WS-POSTINGS-WRITTEN DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  WS-GENERATED-TOTAL DELIMITED BY SIZE
                  ' REVERSED: ' DELIMITED BY SIZE
                  WS-REVERSALS-WRITTEN DELIMITED BY SIZE
                  INTO RECUR-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO RECUR-RPT-RECORD.
           STRING 'REVERSED AMOUNT ' DELIMITED BY SIZE
                  WS-REVERSED-TOTAL DELIMITED BY SIZE
                  INTO RECUR-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       WRITE-RUN-TOTALS-EXIT.
           EXIT.
