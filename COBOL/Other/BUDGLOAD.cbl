       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGLOAD.
       AUTHOR. MTH.

      * Budget load for the BUDGFILE that BUDGVAR reports against.
      * Finance's annual budget submission arrives on BUDGSUBM as
      * one record per ACCTMAST account per budget year, carrying
      * the twelve monthly amounts on the account's normal side.
      * Each record is checked - account on the chart and not
      * closed, year and every amount numeric, no account twice for
      * the same year - and a bad record is rejected whole to the
      * BUDGLRPT load report, with RETURN-CODE 4.
      *
      * A year present on the submission replaces that year on
      * BUDGFILE outright, so a resubmitted budget never leaves
      * last draft's figures behind; other years are carried over
      * as they stand.  BUDGFILE is rewritten in one piece from the
      * working table, and only when the old file was really read
      * ('00') or there was genuinely none yet ('35').

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-SUBM-FILE ASSIGN TO "BUDGSUBM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-SUBM-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "BUDGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT BUDGET-LOAD-RPT-FILE ASSIGN TO "BUDGLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-LOAD-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  BUDGET-SUBM-FILE
           RECORDING MODE IS F.
       01  BUDGET-SUBM-RECORD.
           05 BSUB-ACCOUNT           PIC 9(06).
           05 BSUB-YEAR              PIC 9(04).
           05 BSUB-MONTH-AMOUNT      OCCURS 12 TIMES
                                     PIC S9(09)V9(02)
                                 SIGN IS LEADING SEPARATE CHARACTER.

       FD  BUDGET-FILE
           RECORDING MODE IS F.
           COPY BUDGREC.

      * Same shape LGRVALID and ACCTMNT use.
       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
       01  ACCOUNT-MASTER-RECORD.
           05 ACCT-NUMBER         PIC 9(06).
           05 ACCT-DESCRIPTION    PIC X(30).
           05 ACCT-NORMAL-SIDE    PIC X(01).
           05 ACCT-STATUS         PIC X(01).
           05 ACCT-CURRENCY       PIC X(03).

       FD  BUDGET-LOAD-RPT-FILE
           RECORDING MODE IS F.
       01  BUDGET-LOAD-RPT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-BUDGET-SUBM-STATUS  PIC XX.
           05 WS-BUDGET-STATUS       PIC XX.
           05 WS-ACCOUNT-MASTER-STATUS PIC XX.
           05 WS-BUDGET-LOAD-RPT-STATUS PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-BUDGET-LOAD-STATUS     PIC X(02).
      * Chart of accounts, for the account check.
       01  WS-MASTER-LOADED-SW       PIC X VALUE 'N'.
           88 WS-MASTER-LOADED          VALUE 'Y'.
       01  WS-MASTER-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-MASTER-IDX             PIC 9(03).
       01  WS-MASTER-FOUND-SW        PIC X.
           88 WS-MASTER-FOUND           VALUE 'Y'.
       01  WS-MASTER-TABLE.
           05  WS-MASTER OCCURS 200 TIMES.
               10 WS-MST-NUMBER      PIC 9(06).
               10 WS-MST-STATUS      PIC X(01).
      * Years the submission replaces.
       01  WS-YEAR-COUNT             PIC 9(02) VALUE ZERO.
       01  WS-YEAR-IDX               PIC 9(02).
       01  WS-YEAR-FOUND-SW          PIC X.
           88 WS-YEAR-FOUND             VALUE 'Y'.
       01  WS-YEAR-TABLE.
           05  WS-YEAR OCCURS 10 TIMES PIC 9(04).
      * BUDGFILE as it will be rewritten; an entry of a replaced
      * year is dropped by marking it.
       01  WS-BUDGET-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-BUDGET-IDX             PIC 9(04).
       01  WS-BUDGET-OVERFLOW-COUNT  PIC 9(06) VALUE ZERO.
       01  WS-BUDGET-FOUND-SW        PIC X.
           88 WS-BUDGET-FOUND           VALUE 'Y'.
       01  WS-BUDGET-TABLE.
           05  WS-BUDGET OCCURS 9000 TIMES.
               10 WS-BGT-ACCOUNT     PIC 9(06).
               10 WS-BGT-PERIOD      PIC 9(06).
               10 WS-BGT-AMOUNT      PIC S9(11)V9(02).
               10 WS-BGT-DROP-SW     PIC X(01).
                   88 WS-BGT-DROPPED    VALUE 'Y'.
       01  WS-NEW-PERIOD             PIC 9(06).
       01  WS-NEW-PERIOD-PARTS REDEFINES WS-NEW-PERIOD.
           05 WS-NEW-YEAR            PIC 9(04).
           05 WS-NEW-MONTH           PIC 9(02).
       01  WS-OLD-PERIOD-PARTS.
           05 WS-OLD-YEAR            PIC 9(04).
           05 WS-OLD-MONTH           PIC 9(02).
       01  WS-MONTH-IDX              PIC 9(02).
       01  WS-RECORD-VALID-SW        PIC X.
           88 WS-RECORD-VALID           VALUE 'Y'.
       01  WS-REJECT-REASON          PIC X(30).
       01  WS-RECORD-TOTAL           PIC S9(11)V9(02).
       01  WS-RECORDS-READ           PIC 9(06) VALUE ZERO.
       01  WS-RECORDS-LOADED         PIC 9(06) VALUE ZERO.
       01  WS-RECORDS-REJECTED       PIC 9(06) VALUE ZERO.
       01  WS-ENTRIES-WRITTEN        PIC 9(06) VALUE ZERO.
       01  WS-ENTRIES-REPLACED       PIC 9(06) VALUE ZERO.
       01  WS-LOADED-TOTAL           PIC S9(13)V9(02) VALUE ZERO.
       01  WS-TOTAL-EDIT             PIC -(13)9.99.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
       01  WS-STAT-PROGRAM-ID        PIC X(08) VALUE 'BUDGLOAD'.
       01  WS-START-TIME             PIC 9(8).

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           ACCEPT WS-START-TIME FROM TIME.
           OPEN OUTPUT BUDGET-LOAD-RPT-FILE.
           PERFORM LOAD-ACCOUNT-MASTER.
           PERFORM LOAD-BUDGET-TABLE.
           EVALUATE TRUE
               WHEN NOT WS-MASTER-LOADED
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'NO ACCTMAST ON HAND - NOTHING LOADED'
                       TO BUDGET-LOAD-RPT-RECORD
                   WRITE BUDGET-LOAD-RPT-RECORD
                   DISPLAY 'BUDGLOAD - NO ACCTMAST ON HAND'
               WHEN WS-BUDGET-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO BUDGET-LOAD-RPT-RECORD
                   STRING 'BUDGET ENTRIES BEYOND TABLE: '
                              DELIMITED BY SIZE
                          WS-BUDGET-OVERFLOW-COUNT DELIMITED BY SIZE
                          ' - FILE LEFT AS IS' DELIMITED BY SIZE
                          INTO BUDGET-LOAD-RPT-RECORD
                   WRITE BUDGET-LOAD-RPT-RECORD
                   DISPLAY BUDGET-LOAD-RPT-RECORD
               WHEN OTHER
                   PERFORM APPLY-BUDGET-SUBMISSION
                   PERFORM REWRITE-BUDGET-FILE
           END-EVALUATE.
           PERFORM WRITE-LOAD-TOTALS.
           CLOSE BUDGET-LOAD-RPT-FILE.
           IF WS-RECORDS-REJECTED > ZERO
              AND WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
           CALL 'RUNSTAT' USING WS-STAT-PROGRAM-ID
                                WS-RECORDS-READ
                                WS-ENTRIES-WRITTEN
                                WS-RECORDS-REJECTED
                                WS-START-TIME.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

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

       LOAD-BUDGET-TABLE SECTION.
       LOAD-BUDGET-TABLE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT BUDGET-FILE.
           MOVE WS-BUDGET-STATUS TO WS-BUDGET-LOAD-STATUS.
           IF WS-BUDGET-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ BUDGET-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-BUDGET-COUNT < 9000
                               ADD 1 TO WS-BUDGET-COUNT
                               MOVE BUDG-ACCOUNT TO
                                   WS-BGT-ACCOUNT (WS-BUDGET-COUNT)
                               MOVE BUDG-PERIOD TO
                                   WS-BGT-PERIOD (WS-BUDGET-COUNT)
                               MOVE BUDG-AMOUNT TO
                                   WS-BGT-AMOUNT (WS-BUDGET-COUNT)
                               MOVE 'N' TO
                                   WS-BGT-DROP-SW (WS-BUDGET-COUNT)
                           ELSE
                               ADD 1 TO WS-BUDGET-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-BUDGET-TABLE-EXIT.
           EXIT.

       APPLY-BUDGET-SUBMISSION SECTION.
       APPLY-BUDGET-SUBMISSION-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT BUDGET-SUBM-FILE.
           IF WS-BUDGET-SUBM-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ BUDGET-SUBM-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM APPLY-ONE-SUBMISSION
                   END-READ
               END-PERFORM
               CLOSE BUDGET-SUBM-FILE
           ELSE
               MOVE 'NO BUDGSUBM FILE ON HAND - NOTHING LOADED'
                   TO BUDGET-LOAD-RPT-RECORD
               WRITE BUDGET-LOAD-RPT-RECORD
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       APPLY-BUDGET-SUBMISSION-EXIT.
           EXIT.

       APPLY-ONE-SUBMISSION SECTION.
       APPLY-ONE-SUBMISSION-START.
           PERFORM VALIDATE-SUBMISSION.
           IF WS-RECORD-VALID
               PERFORM NOTE-REPLACED-YEAR
           END-IF.
           IF WS-RECORD-VALID
              AND WS-BUDGET-COUNT > 8988
               MOVE 'N' TO WS-RECORD-VALID-SW
               MOVE 'BUDGET TABLE FULL' TO WS-REJECT-REASON
           END-IF.
           IF WS-RECORD-VALID
               ADD 1 TO WS-RECORDS-LOADED
               MOVE ZERO TO WS-RECORD-TOTAL
               PERFORM ADD-ONE-MONTH-ENTRY
                   VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
               ADD WS-RECORD-TOTAL TO WS-LOADED-TOTAL
           ELSE
               ADD 1 TO WS-RECORDS-REJECTED
               MOVE SPACES TO BUDGET-LOAD-RPT-RECORD
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      ' REJECTED ' DELIMITED BY SIZE
                      BUDGET-SUBM-RECORD (1:10) DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      INTO BUDGET-LOAD-RPT-RECORD
               WRITE BUDGET-LOAD-RPT-RECORD
           END-IF.
       APPLY-ONE-SUBMISSION-EXIT.
           EXIT.

      * A record is taken whole or not at all.  The duplicate test
      * looks for the account's January entry of the year among the
      * entries this run has already added - older entries of a
      * replaced year are dropped by then.
       VALIDATE-SUBMISSION SECTION.
       VALIDATE-SUBMISSION-START.
           MOVE 'Y' TO WS-RECORD-VALID-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN BSUB-ACCOUNT IS NOT NUMERIC
                   MOVE 'N' TO WS-RECORD-VALID-SW
                   MOVE 'ACCOUNT NOT NUMERIC' TO WS-REJECT-REASON
               WHEN BSUB-YEAR IS NOT NUMERIC
                  OR BSUB-YEAR < 1900
                   MOVE 'N' TO WS-RECORD-VALID-SW
                   MOVE 'BUDGET YEAR INVALID' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-MONTH-AMOUNT
                       VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > 12
                          OR NOT WS-RECORD-VALID
           END-EVALUATE.
           IF WS-RECORD-VALID
               MOVE 'N' TO WS-MASTER-FOUND-SW
               PERFORM FIND-MASTER-ACCOUNT
                   VARYING WS-MASTER-IDX FROM 1 BY 1
                   UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
                      OR WS-MASTER-FOUND
               EVALUATE TRUE
                   WHEN NOT WS-MASTER-FOUND
                       MOVE 'N' TO WS-RECORD-VALID-SW
                       MOVE 'ACCOUNT NOT ON MASTER'
                           TO WS-REJECT-REASON
                   WHEN WS-MST-STATUS (WS-MASTER-IDX) = 'C'
                       MOVE 'N' TO WS-RECORD-VALID-SW
                       MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-RECORD-VALID
               MOVE BSUB-YEAR TO WS-NEW-YEAR
               MOVE 1 TO WS-NEW-MONTH
               MOVE 'N' TO WS-BUDGET-FOUND-SW
               PERFORM FIND-LIVE-BUDGET-ENTRY
                   VARYING WS-BUDGET-IDX FROM 1 BY 1
                   UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT
                      OR WS-BUDGET-FOUND
               IF WS-BUDGET-FOUND
                   MOVE 'N' TO WS-RECORD-VALID-SW
                   MOVE 'ACCOUNT TWICE FOR THE YEAR'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
       VALIDATE-SUBMISSION-EXIT.
           EXIT.

       CHECK-MONTH-AMOUNT SECTION.
       CHECK-MONTH-AMOUNT-START.
           IF BSUB-MONTH-AMOUNT (WS-MONTH-IDX) IS NOT NUMERIC
               MOVE 'N' TO WS-RECORD-VALID-SW
               MOVE 'MONTH AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
       CHECK-MONTH-AMOUNT-EXIT.
           EXIT.

       FIND-MASTER-ACCOUNT SECTION.
       FIND-MASTER-ACCOUNT-START.
           IF WS-MST-NUMBER (WS-MASTER-IDX) = BSUB-ACCOUNT
               SET WS-MASTER-FOUND TO TRUE
               SUBTRACT 1 FROM WS-MASTER-IDX
           END-IF.
       FIND-MASTER-ACCOUNT-EXIT.
           EXIT.

      * Only a year seen for the first time this run drops its
      * entries off the old file; repeat years were dropped already
      * and now hold this run's own entries.
       FIND-LIVE-BUDGET-ENTRY SECTION.
       FIND-LIVE-BUDGET-ENTRY-START.
           IF WS-BGT-ACCOUNT (WS-BUDGET-IDX) = BSUB-ACCOUNT
              AND WS-BGT-PERIOD (WS-BUDGET-IDX) = WS-NEW-PERIOD
              AND NOT WS-BGT-DROPPED (WS-BUDGET-IDX)
               MOVE 'N' TO WS-YEAR-FOUND-SW
               PERFORM FIND-REPLACED-YEAR
                   VARYING WS-YEAR-IDX FROM 1 BY 1
                   UNTIL WS-YEAR-IDX > WS-YEAR-COUNT
                      OR WS-YEAR-FOUND
               IF WS-YEAR-FOUND
                   SET WS-BUDGET-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-BUDGET-IDX
               END-IF
           END-IF.
       FIND-LIVE-BUDGET-ENTRY-EXIT.
           EXIT.

       FIND-REPLACED-YEAR SECTION.
       FIND-REPLACED-YEAR-START.
           IF WS-YEAR (WS-YEAR-IDX) = BSUB-YEAR
               SET WS-YEAR-FOUND TO TRUE
               SUBTRACT 1 FROM WS-YEAR-IDX
           END-IF.
       FIND-REPLACED-YEAR-EXIT.
           EXIT.

       NOTE-REPLACED-YEAR SECTION.
       NOTE-REPLACED-YEAR-START.
           MOVE 'N' TO WS-YEAR-FOUND-SW.
           PERFORM FIND-REPLACED-YEAR
               VARYING WS-YEAR-IDX FROM 1 BY 1
               UNTIL WS-YEAR-IDX > WS-YEAR-COUNT
                  OR WS-YEAR-FOUND.
           IF NOT WS-YEAR-FOUND
               IF WS-YEAR-COUNT < 10
                   ADD 1 TO WS-YEAR-COUNT
                   MOVE BSUB-YEAR TO WS-YEAR (WS-YEAR-COUNT)
                   PERFORM DROP-ONE-OLD-ENTRY
                       VARYING WS-BUDGET-IDX FROM 1 BY 1
                       UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT
               ELSE
                   MOVE 'N' TO WS-RECORD-VALID-SW
                   MOVE 'TOO MANY YEARS IN ONE LOAD'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
       NOTE-REPLACED-YEAR-EXIT.
           EXIT.

       DROP-ONE-OLD-ENTRY SECTION.
       DROP-ONE-OLD-ENTRY-START.
           MOVE WS-BGT-PERIOD (WS-BUDGET-IDX) TO WS-OLD-PERIOD-PARTS.
           IF WS-OLD-YEAR = BSUB-YEAR
              AND NOT WS-BGT-DROPPED (WS-BUDGET-IDX)
               MOVE 'Y' TO WS-BGT-DROP-SW (WS-BUDGET-IDX)
               ADD 1 TO WS-ENTRIES-REPLACED
           END-IF.
       DROP-ONE-OLD-ENTRY-EXIT.
           EXIT.

       ADD-ONE-MONTH-ENTRY SECTION.
       ADD-ONE-MONTH-ENTRY-START.
           MOVE BSUB-YEAR TO WS-NEW-YEAR.
           MOVE WS-MONTH-IDX TO WS-NEW-MONTH.
           ADD 1 TO WS-BUDGET-COUNT.
           MOVE BSUB-ACCOUNT TO WS-BGT-ACCOUNT (WS-BUDGET-COUNT).
           MOVE WS-NEW-PERIOD TO WS-BGT-PERIOD (WS-BUDGET-COUNT).
           MOVE BSUB-MONTH-AMOUNT (WS-MONTH-IDX)
               TO WS-BGT-AMOUNT (WS-BUDGET-COUNT).
           MOVE 'N' TO WS-BGT-DROP-SW (WS-BUDGET-COUNT).
           ADD BSUB-MONTH-AMOUNT (WS-MONTH-IDX) TO WS-RECORD-TOTAL.
       ADD-ONE-MONTH-ENTRY-EXIT.
           EXIT.

       REWRITE-BUDGET-FILE SECTION.
       REWRITE-BUDGET-FILE-START.
           IF WS-BUDGET-LOAD-STATUS NOT = '00'
              AND WS-BUDGET-LOAD-STATUS NOT = '35'
               MOVE 8 TO WS-FINAL-RETURN-CODE
               DISPLAY 'BUDGLOAD - BUDGFILE NOT READABLE - STATUS '
                   WS-BUDGET-LOAD-STATUS ' - FILE LEFT AS IS'
           ELSE
               OPEN OUTPUT BUDGET-FILE
               PERFORM WRITE-ONE-BUDGET-ENTRY
                   VARYING WS-BUDGET-IDX FROM 1 BY 1
                   UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT
               CLOSE BUDGET-FILE
           END-IF.
       REWRITE-BUDGET-FILE-EXIT.
           EXIT.

       WRITE-ONE-BUDGET-ENTRY SECTION.
       WRITE-ONE-BUDGET-ENTRY-START.
           IF NOT WS-BGT-DROPPED (WS-BUDGET-IDX)
               MOVE WS-BGT-ACCOUNT (WS-BUDGET-IDX) TO BUDG-ACCOUNT
               MOVE WS-BGT-PERIOD (WS-BUDGET-IDX) TO BUDG-PERIOD
               MOVE WS-BGT-AMOUNT (WS-BUDGET-IDX) TO BUDG-AMOUNT
               WRITE BUDGET-RECORD
               ADD 1 TO WS-ENTRIES-WRITTEN
           END-IF.
       WRITE-ONE-BUDGET-ENTRY-EXIT.
           EXIT.

       WRITE-LOAD-TOTALS SECTION.
       WRITE-LOAD-TOTALS-START.
           MOVE SPACES TO BUDGET-LOAD-RPT-RECORD.
           STRING 'BUDGET LOAD - READ: ' DELIMITED BY SIZE
                  WS-RECORDS-READ DELIMITED BY SIZE
                  ' LOADED: ' DELIMITED BY SIZE
                  WS-RECORDS-LOADED DELIMITED BY SIZE
                  ' REJECTED: ' DELIMITED BY SIZE
                  WS-RECORDS-REJECTED DELIMITED BY SIZE
                  INTO BUDGET-LOAD-RPT-RECORD.
           WRITE BUDGET-LOAD-RPT-RECORD.
           MOVE WS-LOADED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO BUDGET-LOAD-RPT-RECORD.
           STRING 'ENTRIES REPLACED: ' DELIMITED BY SIZE
                  WS-ENTRIES-REPLACED DELIMITED BY SIZE
                  ' WRITTEN: ' DELIMITED BY SIZE
                  WS-ENTRIES-WRITTEN DELIMITED BY SIZE
                  ' LOADED TOTAL: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO BUDGET-LOAD-RPT-RECORD.
           WRITE BUDGET-LOAD-RPT-RECORD.
       WRITE-LOAD-TOTALS-EXIT.
           EXIT.
