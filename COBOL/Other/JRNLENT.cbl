       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLENT.
       AUTHOR. MTH.

      * Manual journal entry - the program that should have existed
      * before anyone hand-keyed LEDGER-RECORD lines into LEDGTRAN
      * and left a one-sided entry for LGRTRIAL to find.  Each
      * journal carries a journal number, the preparer and two or
      * more lines; every line names an ACCTMAST account that is
      * open for posting, a DR/CR posting type and an amount.  A
      * journal is released to LEDGTRAN only when it is complete and
      * its debits equal its credits - anything else goes whole to
      * the JRNLHLD held-journal report with its reason, and not one
      * line of it reaches the books.  Every released journal is
      * appended to the JRNLREG journal register, line by line with
      * its totals, so each manual posting is traceable to the
      * journal and preparer that made it.
      *
      * A JRNLCTL control record picks the mode in the CUSTMNT
      * fashion: batch ('B', the default) reads the JRNLTRAN file -
      * an 'H' header record (journal number, preparer) followed by
      * its 'L' line records, each amount as nine digits with two
      * assumed decimals - and screen mode ('S') builds one
      * journal at a time on a data-entry screen, with the running
      * debit and credit totals shown until the operator posts it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-TRAN-FILE ASSIGN TO "JRNLTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-TRAN-STATUS.
           SELECT JOURNAL-CTL-FILE ASSIGN TO "JRNLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-CTL-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT JOURNAL-REG-FILE ASSIGN TO "JRNLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-REG-STATUS.
           SELECT HELD-RPT-FILE ASSIGN TO "JRNLHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * One journal is an 'H' header record followed by its 'L'
      * lines; the next header (or end of file) closes the journal.
       FD  JOURNAL-TRAN-FILE
           RECORDING MODE IS F.
       01  JOURNAL-TRAN-RECORD.
           05 JTRAN-REC-TYPE         PIC X(01).
               88 JTRAN-HEADER          VALUE 'H'.
               88 JTRAN-LINE            VALUE 'L'.
           05 JTRAN-JOURNAL-NO       PIC X(08).
           05 JTRAN-BODY             PIC X(40).
       01  JOURNAL-HEADER-RECORD.
           05 FILLER                 PIC X(01).
           05 FILLER                 PIC X(08).
           05 JHDR-PREPARER          PIC X(08).
           05 JHDR-DESCRIPTION       PIC X(30).
           05 FILLER                 PIC X(02).
       01  JOURNAL-LINE-RECORD.
           05 FILLER                 PIC X(01).
           05 FILLER                 PIC X(08).
           05 JLIN-ACCOUNT           PIC X(06).
           05 JLIN-POSTING-TYPE      PIC X(02).
           05 JLIN-AMOUNT            PIC X(09).
           05 FILLER                 PIC X(23).

       FD  JOURNAL-CTL-FILE
           RECORDING MODE IS F.
       01  JOURNAL-CTL-RECORD.
           05 JCTL-MODE              PIC X(01).

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

       FD  JOURNAL-REG-FILE
           RECORDING MODE IS F.
       01  JOURNAL-REG-RECORD        PIC X(80).

       FD  HELD-RPT-FILE
           RECORDING MODE IS F.
       01  HELD-RPT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-JOURNAL-TRAN-STATUS PIC XX.
           05 WS-JOURNAL-CTL-STATUS  PIC XX.
           05 WS-ACCOUNT-MASTER-STATUS PIC XX.
           05 WS-LEDGER-STATUS       PIC XX.
           05 WS-JOURNAL-REG-STATUS  PIC XX.
           05 WS-HELD-RPT-STATUS     PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-TIME               PIC 9(8).
       01  WS-RUN-MODE               PIC X(01) VALUE 'B'.
           88 WS-MODE-BATCH             VALUE 'B'.
           88 WS-MODE-SCREEN            VALUE 'S'.
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
      * The journal being built - released or held as a whole.
       01  WS-JOURNAL-OPEN-SW        PIC X VALUE 'N'.
           88 WS-JOURNAL-OPEN           VALUE 'Y'.
       01  WS-JOURNAL-VALID-SW       PIC X VALUE 'Y'.
           88 WS-JOURNAL-VALID          VALUE 'Y'.
           88 WS-JOURNAL-INVALID        VALUE 'N'.
       01  WS-HOLD-REASON            PIC X(30).
       01  WS-JRN-NUMBER             PIC X(08).
       01  WS-JRN-PREPARER           PIC X(08).
       01  WS-JRN-DESCRIPTION        PIC X(30).
       01  WS-JRN-DEBITS             PIC 9(09)V9(02) VALUE ZERO.
       01  WS-JRN-CREDITS            PIC 9(09)V9(02) VALUE ZERO.
       01  WS-LINE-COUNT             PIC 9(02) VALUE ZERO.
       01  WS-LINE-IDX               PIC 9(02).
       01  WS-LINE-OVERFLOW-SW       PIC X VALUE 'N'.
           88 WS-LINE-OVERFLOW          VALUE 'Y'.
       01  WS-LINE-TABLE.
           05  WS-LINE OCCURS 50 TIMES.
               10 WS-LIN-ACCOUNT     PIC X(06).
               10 WS-LIN-TYPE        PIC X(02).
               10 WS-LIN-AMOUNT      PIC X(09).
               10 WS-LIN-AMOUNT-N    REDEFINES WS-LIN-AMOUNT
                                     PIC 9(07)V9(02).
               10 WS-LIN-SIDE        PIC X(01).
               10 WS-LIN-ERROR       PIC X(22).
       01  WS-LINE-AMOUNT            PIC 9(07)V9(02).
       01  WS-JOURNALS-READ          PIC 9(06) VALUE ZERO.
       01  WS-JOURNALS-RELEASED      PIC 9(06) VALUE ZERO.
       01  WS-JOURNALS-HELD          PIC 9(06) VALUE ZERO.
       01  WS-POSTINGS-WRITTEN       PIC 9(06) VALUE ZERO.
       01  WS-RELEASED-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
       01  WS-SCREEN-ACTION          PIC X(01) VALUE SPACE.
       01  WS-SCREEN-MESSAGE         PIC X(40) VALUE SPACES.
       01  WS-SCREEN-DONE-SW         PIC X VALUE 'N'.
           88 WS-SCREEN-DONE            VALUE 'Y'.
       01  WS-SCR-JOURNAL-NO         PIC X(08) VALUE SPACES.
       01  WS-SCR-PREPARER           PIC X(08) VALUE SPACES.
       01  WS-SCR-ACCOUNT            PIC X(06) VALUE SPACES.
       01  WS-SCR-POSTING-TYPE       PIC X(02) VALUE SPACES.
       01  WS-SCR-AMOUNT             PIC X(09) VALUE SPACES.
       01  WS-STAT-PROGRAM-ID        PIC X(08) VALUE 'JRNLENT '.
       01  WS-START-TIME             PIC 9(8).
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'JRNLENT '.
       01  WS-RPT-TITLE              PIC X(30)
                                     VALUE 'HELD JOURNALS'.
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

       SCREEN SECTION.
       01  SS-JOURNAL-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE 'MANUAL JOURNAL ENTRY'.
           05 LINE 3 COLUMN 1 VALUE 'JOURNAL NUMBER: '.
           05 LINE 3 COLUMN 26 PIC X(08) USING WS-SCR-JOURNAL-NO.
           05 LINE 4 COLUMN 1 VALUE 'PREPARER: '.
           05 LINE 4 COLUMN 26 PIC X(08) USING WS-SCR-PREPARER.
           05 LINE 6 COLUMN 1 VALUE 'ACCOUNT: '.
           05 LINE 6 COLUMN 26 PIC X(06) USING WS-SCR-ACCOUNT.
           05 LINE 7 COLUMN 1 VALUE 'DR/CR: '.
           05 LINE 7 COLUMN 26 PIC X(02) USING WS-SCR-POSTING-TYPE.
           05 LINE 8 COLUMN 1 VALUE 'AMOUNT: '.
           05 LINE 8 COLUMN 26 PIC X(09) USING WS-SCR-AMOUNT.
           05 LINE 8 COLUMN 37 VALUE '(CENTS, NO POINT)'.
           05 LINE 10 COLUMN 1 VALUE 'LINES: '.
           05 LINE 10 COLUMN 26 PIC 9(02) FROM WS-LINE-COUNT.
           05 LINE 11 COLUMN 1 VALUE 'DEBITS: '.
           05 LINE 11 COLUMN 26 PIC Z(08)9.99 FROM WS-JRN-DEBITS.
           05 LINE 12 COLUMN 1 VALUE 'CREDITS: '.
           05 LINE 12 COLUMN 26 PIC Z(08)9.99 FROM WS-JRN-CREDITS.
           05 LINE 14 COLUMN 1
               VALUE 'ACTION (L=LINE P=POST C=CANCEL X=EXIT): '.
           05 LINE 14 COLUMN 43 PIC X(01) USING WS-SCREEN-ACTION.
           05 LINE 16 COLUMN 1 PIC X(40) FROM WS-SCREEN-MESSAGE.

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM DETERMINE-RUN-MODE.
           PERFORM LOAD-ACCOUNT-MASTER.
           OPEN OUTPUT HELD-RPT-FILE.
           IF NOT WS-MASTER-LOADED
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE 'NO ACCTMAST ON HAND - NO JOURNAL RELEASED'
                   TO HELD-RPT-RECORD
               PERFORM PUT-REPORT-LINE
               DISPLAY 'JRNLENT - NO ACCTMAST ON HAND - '
                   'NO JOURNAL RELEASED'
           ELSE
               PERFORM OPEN-LEDGER-AND-REGISTER
               IF WS-MODE-SCREEN
                   PERFORM RUN-SCREEN-ENTRY
               ELSE
                   PERFORM RUN-BATCH-ENTRY
               END-IF
               CLOSE LEDGER-FILE
               CLOSE JOURNAL-REG-FILE
           END-IF.
           PERFORM WRITE-RUN-TOTALS.
           PERFORM END-REPORT-PAGES.
           CLOSE HELD-RPT-FILE.
           IF WS-JOURNALS-HELD > ZERO
              AND WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
           CALL 'RUNSTAT' USING WS-STAT-PROGRAM-ID
                                WS-JOURNALS-READ
                                WS-POSTINGS-WRITTEN
                                WS-JOURNALS-HELD
                                WS-START-TIME.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       DETERMINE-RUN-MODE SECTION.
       DETERMINE-RUN-MODE-START.
           MOVE 'B' TO WS-RUN-MODE.
           OPEN INPUT JOURNAL-CTL-FILE.
           IF WS-JOURNAL-CTL-STATUS = '00'
               READ JOURNAL-CTL-FILE
                   AT END
                       MOVE 'B' TO WS-RUN-MODE
                   NOT AT END
                       MOVE JCTL-MODE TO WS-RUN-MODE
               END-READ
               CLOSE JOURNAL-CTL-FILE
           END-IF.
       DETERMINE-RUN-MODE-EXIT.
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

      * LEDGTRAN is appended, never rewritten - released journals
      * join the pile LGRVALID and LGRTRIAL already work from; the
      * register accumulates run over run.
       OPEN-LEDGER-AND-REGISTER SECTION.
       OPEN-LEDGER-AND-REGISTER-START.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = '05' OR WS-LEDGER-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           OPEN EXTEND JOURNAL-REG-FILE.
           IF WS-JOURNAL-REG-STATUS = '05'
              OR WS-JOURNAL-REG-STATUS = '35'
               OPEN OUTPUT JOURNAL-REG-FILE
           END-IF.
       OPEN-LEDGER-AND-REGISTER-EXIT.
           EXIT.

      * A header opens a journal (closing whatever journal was
      * open); lines join the open journal; a line with no journal
      * open, or one that names a journal other than the open one,
      * is reported on its own.
       RUN-BATCH-ENTRY SECTION.
       RUN-BATCH-ENTRY-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT JOURNAL-TRAN-FILE.
           IF WS-JOURNAL-TRAN-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ JOURNAL-TRAN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM PROCESS-ONE-TRAN-RECORD
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-TRAN-FILE
               PERFORM CLOSE-OPEN-JOURNAL
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       RUN-BATCH-ENTRY-EXIT.
           EXIT.

       PROCESS-ONE-TRAN-RECORD SECTION.
       PROCESS-ONE-TRAN-RECORD-START.
           EVALUATE TRUE
               WHEN JTRAN-HEADER
                   PERFORM CLOSE-OPEN-JOURNAL
                   MOVE JTRAN-JOURNAL-NO TO WS-JRN-NUMBER
                   MOVE JHDR-PREPARER TO WS-JRN-PREPARER
                   MOVE JHDR-DESCRIPTION TO WS-JRN-DESCRIPTION
                   PERFORM START-NEW-JOURNAL
               WHEN JTRAN-LINE
                   IF WS-JOURNAL-OPEN
                      AND JTRAN-JOURNAL-NO = WS-JRN-NUMBER
                       MOVE JLIN-ACCOUNT TO WS-SCR-ACCOUNT
                       MOVE JLIN-POSTING-TYPE TO WS-SCR-POSTING-TYPE
                       MOVE JLIN-AMOUNT TO WS-SCR-AMOUNT
                       PERFORM ADD-JOURNAL-LINE
                   ELSE
                       PERFORM WRITE-ORPHAN-LINE
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO HELD-RPT-RECORD
                   STRING 'UNKNOWN RECORD TYPE ' DELIMITED BY SIZE
                          JTRAN-REC-TYPE DELIMITED BY SIZE
                          ' JOURNAL ' DELIMITED BY SIZE
                          JTRAN-JOURNAL-NO DELIMITED BY SIZE
                          ' - RECORD SKIPPED' DELIMITED BY SIZE
                          INTO HELD-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
           END-EVALUATE.
       PROCESS-ONE-TRAN-RECORD-EXIT.
           EXIT.

       START-NEW-JOURNAL SECTION.
       START-NEW-JOURNAL-START.
           SET WS-JOURNAL-OPEN TO TRUE.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-JRN-DEBITS.
           MOVE ZERO TO WS-JRN-CREDITS.
           MOVE 'N' TO WS-LINE-OVERFLOW-SW.
           ADD 1 TO WS-JOURNALS-READ.
       START-NEW-JOURNAL-EXIT.
           EXIT.

      * Each line is kept with its own error (blank when clean) so
      * the held report can show exactly which lines failed; the
      * running totals only count lines that could post.
       ADD-JOURNAL-LINE SECTION.
       ADD-JOURNAL-LINE-START.
           IF WS-LINE-COUNT < 50
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-LINE-COUNT TO WS-LINE-IDX
               MOVE WS-SCR-ACCOUNT TO WS-LIN-ACCOUNT (WS-LINE-IDX)
               MOVE WS-SCR-POSTING-TYPE TO WS-LIN-TYPE (WS-LINE-IDX)
               MOVE WS-SCR-AMOUNT TO WS-LIN-AMOUNT (WS-LINE-IDX)
               MOVE SPACE TO WS-LIN-SIDE (WS-LINE-IDX)
               PERFORM VALIDATE-JOURNAL-LINE
           ELSE
               SET WS-LINE-OVERFLOW TO TRUE
           END-IF.
       ADD-JOURNAL-LINE-EXIT.
           EXIT.

       VALIDATE-JOURNAL-LINE SECTION.
       VALIDATE-JOURNAL-LINE-START.
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
                       ADD WS-LINE-AMOUNT TO WS-JRN-DEBITS
                   ELSE
                       ADD WS-LINE-AMOUNT TO WS-JRN-CREDITS
                   END-IF
           END-EVALUATE.
       VALIDATE-JOURNAL-LINE-EXIT.
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

      * The release decision: the journal is checked as a whole -
      * header fields present, at least two lines, every line
      * clean, debits equal to credits - and either every line
      * posts or none does.
       CLOSE-OPEN-JOURNAL SECTION.
       CLOSE-OPEN-JOURNAL-START.
           IF WS-JOURNAL-OPEN
               PERFORM VALIDATE-WHOLE-JOURNAL
               IF WS-JOURNAL-VALID
                   PERFORM RELEASE-JOURNAL
               ELSE
                   PERFORM HOLD-JOURNAL
               END-IF
               MOVE 'N' TO WS-JOURNAL-OPEN-SW
           END-IF.
       CLOSE-OPEN-JOURNAL-EXIT.
           EXIT.

       VALIDATE-WHOLE-JOURNAL SECTION.
       VALIDATE-WHOLE-JOURNAL-START.
           SET WS-JOURNAL-VALID TO TRUE.
           MOVE SPACES TO WS-HOLD-REASON.
           EVALUATE TRUE
               WHEN WS-JRN-NUMBER = SPACES
                   SET WS-JOURNAL-INVALID TO TRUE
                   MOVE 'JOURNAL NUMBER MISSING' TO WS-HOLD-REASON
               WHEN WS-JRN-PREPARER = SPACES
                   SET WS-JOURNAL-INVALID TO TRUE
                   MOVE 'PREPARER MISSING' TO WS-HOLD-REASON
               WHEN WS-LINE-OVERFLOW
                   SET WS-JOURNAL-INVALID TO TRUE
                   MOVE 'MORE THAN 50 LINES' TO WS-HOLD-REASON
               WHEN WS-LINE-COUNT < 2
                   SET WS-JOURNAL-INVALID TO TRUE
                   MOVE 'FEWER THAN TWO LINES' TO WS-HOLD-REASON
           END-EVALUATE.
           IF WS-JOURNAL-VALID
               PERFORM CHECK-ONE-LINE-ERROR
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
           END-IF.
           IF WS-JOURNAL-VALID
              AND WS-JRN-DEBITS NOT = WS-JRN-CREDITS
               SET WS-JOURNAL-INVALID TO TRUE
               MOVE 'DEBITS NOT EQUAL CREDITS' TO WS-HOLD-REASON
           END-IF.
       VALIDATE-WHOLE-JOURNAL-EXIT.
           EXIT.

       CHECK-ONE-LINE-ERROR SECTION.
       CHECK-ONE-LINE-ERROR-START.
           IF WS-LIN-ERROR (WS-LINE-IDX) NOT = SPACES
              AND WS-JOURNAL-VALID
               SET WS-JOURNAL-INVALID TO TRUE
               MOVE 'INVALID LINE(S)' TO WS-HOLD-REASON
           END-IF.
       CHECK-ONE-LINE-ERROR-EXIT.
           EXIT.

       RELEASE-JOURNAL SECTION.
       RELEASE-JOURNAL-START.
           ADD 1 TO WS-JOURNALS-RELEASED.
           ADD WS-JRN-DEBITS TO WS-RELEASED-TOTAL.
           MOVE SPACES TO JOURNAL-REG-RECORD.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  ' JOURNAL ' DELIMITED BY SIZE
                  WS-JRN-NUMBER DELIMITED BY SIZE
                  ' PREPARER ' DELIMITED BY SIZE
                  WS-JRN-PREPARER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-JRN-DESCRIPTION DELIMITED BY SIZE
                  INTO JOURNAL-REG-RECORD.
           WRITE JOURNAL-REG-RECORD.
           PERFORM POST-ONE-JOURNAL-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT.
           MOVE SPACES TO JOURNAL-REG-RECORD.
           STRING '  JOURNAL ' DELIMITED BY SIZE
                  WS-JRN-NUMBER DELIMITED BY SIZE
                  ' RELEASED - LINES ' DELIMITED BY SIZE
                  WS-LINE-COUNT DELIMITED BY SIZE
                  ' DR ' DELIMITED BY SIZE
                  WS-JRN-DEBITS DELIMITED BY SIZE
                  ' CR ' DELIMITED BY SIZE
                  WS-JRN-CREDITS DELIMITED BY SIZE
                  INTO JOURNAL-REG-RECORD.
           WRITE JOURNAL-REG-RECORD.
       RELEASE-JOURNAL-EXIT.
           EXIT.

      * The account's normal side comes from the master, the same
      * override LGRVALID applies, so a journal can never post a
      * side the chart disagrees with.
       POST-ONE-JOURNAL-LINE SECTION.
       POST-ONE-JOURNAL-LINE-START.
           MOVE WS-LIN-ACCOUNT (WS-LINE-IDX) TO LEDG-ACCOUNT.
           MOVE WS-LIN-SIDE (WS-LINE-IDX) TO LEDG-ACCT-TYPE.
           MOVE WS-LIN-TYPE (WS-LINE-IDX) TO LEDG-POSTING-TYPE.
           MOVE WS-LIN-AMOUNT-N (WS-LINE-IDX) TO WS-LINE-AMOUNT.
           MOVE WS-LINE-AMOUNT TO LEDG-AMOUNT.
           MOVE WS-RUN-DATE TO LEDG-POST-DATE.
           MOVE 'JRNLENT ' TO LEDG-SOURCE.
           MOVE WS-JRN-NUMBER TO LEDG-REFERENCE.
           WRITE LEDGER-RECORD.
           ADD 1 TO WS-POSTINGS-WRITTEN.
           MOVE SPACES TO JOURNAL-REG-RECORD.
           STRING '    ' DELIMITED BY SIZE
                  LEDG-POSTING-TYPE DELIMITED BY SIZE
                  ' ACCOUNT ' DELIMITED BY SIZE
                  LEDG-ACCOUNT DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  LEDG-AMOUNT DELIMITED BY SIZE
                  INTO JOURNAL-REG-RECORD.
           WRITE JOURNAL-REG-RECORD.
       POST-ONE-JOURNAL-LINE-EXIT.
           EXIT.

       HOLD-JOURNAL SECTION.
       HOLD-JOURNAL-START.
           ADD 1 TO WS-JOURNALS-HELD.
           MOVE SPACES TO HELD-RPT-RECORD.
           STRING 'HELD JOURNAL ' DELIMITED BY SIZE
                  WS-JRN-NUMBER DELIMITED BY SIZE
                  ' PREPARER ' DELIMITED BY SIZE
                  WS-JRN-PREPARER DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-HOLD-REASON DELIMITED BY SIZE
                  INTO HELD-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO HELD-RPT-RECORD.
           STRING '  LINES ' DELIMITED BY SIZE
                  WS-LINE-COUNT DELIMITED BY SIZE
                  ' DR ' DELIMITED BY SIZE
                  WS-JRN-DEBITS DELIMITED BY SIZE
                  ' CR ' DELIMITED BY SIZE
                  WS-JRN-CREDITS DELIMITED BY SIZE
                  INTO HELD-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           PERFORM WRITE-ONE-HELD-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT.
       HOLD-JOURNAL-EXIT.
           EXIT.

       WRITE-ONE-HELD-LINE SECTION.
       WRITE-ONE-HELD-LINE-START.
           MOVE SPACES TO HELD-RPT-RECORD.
           STRING '    ' DELIMITED BY SIZE
                  WS-LIN-TYPE (WS-LINE-IDX) DELIMITED BY SIZE
                  ' ACCOUNT ' DELIMITED BY SIZE
                  WS-LIN-ACCOUNT (WS-LINE-IDX) DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  WS-LIN-AMOUNT (WS-LINE-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LIN-ERROR (WS-LINE-IDX) DELIMITED BY SIZE
                  INTO HELD-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       WRITE-ONE-HELD-LINE-EXIT.
           EXIT.

       WRITE-ORPHAN-LINE SECTION.
       WRITE-ORPHAN-LINE-START.
           ADD 1 TO WS-JOURNALS-HELD.
           MOVE SPACES TO HELD-RPT-RECORD.
           STRING 'LINE FOR JOURNAL ' DELIMITED BY SIZE
                  JTRAN-JOURNAL-NO DELIMITED BY SIZE
                  ' HAS NO OPEN HEADER - ACCOUNT ' DELIMITED BY SIZE
                  JLIN-ACCOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  JLIN-POSTING-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  JLIN-AMOUNT DELIMITED BY SIZE
                  INTO HELD-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       WRITE-ORPHAN-LINE-EXIT.
           EXIT.

      * Screen-driven entry: the journal number and preparer stay
      * on the screen while lines are added one at a time; P runs
      * the same release decision the batch path uses, C throws the
      * journal away unposted, X leaves (an unposted journal in
      * progress is held on the report, balanced or not - only P
      * posts, and nothing is silently dropped).
       RUN-SCREEN-ENTRY SECTION.
       RUN-SCREEN-ENTRY-START.
           MOVE SPACES TO WS-SCREEN-MESSAGE.
           PERFORM ACCEPT-ONE-SCREEN-ACTION UNTIL WS-SCREEN-DONE.
           IF WS-JOURNAL-OPEN
               MOVE 'LEFT UNPOSTED AT EXIT' TO WS-HOLD-REASON
               PERFORM HOLD-JOURNAL
               MOVE 'N' TO WS-JOURNAL-OPEN-SW
           END-IF.
       RUN-SCREEN-ENTRY-EXIT.
           EXIT.

       ACCEPT-ONE-SCREEN-ACTION SECTION.
       ACCEPT-ONE-SCREEN-ACTION-START.
           MOVE SPACES TO WS-SCR-ACCOUNT.
           MOVE SPACES TO WS-SCR-POSTING-TYPE.
           MOVE SPACES TO WS-SCR-AMOUNT.
           MOVE SPACE TO WS-SCREEN-ACTION.
           DISPLAY SS-JOURNAL-SCREEN.
           ACCEPT SS-JOURNAL-SCREEN.
           EVALUATE WS-SCREEN-ACTION
               WHEN 'X'
                   SET WS-SCREEN-DONE TO TRUE
               WHEN 'L'
                   PERFORM SCREEN-ADD-LINE
               WHEN 'P'
                   PERFORM SCREEN-POST-JOURNAL
               WHEN 'C'
                   MOVE 'N' TO WS-JOURNAL-OPEN-SW
                   MOVE ZERO TO WS-LINE-COUNT
                   MOVE ZERO TO WS-JRN-DEBITS
                   MOVE ZERO TO WS-JRN-CREDITS
                   MOVE 'JOURNAL CANCELLED - NOTHING POSTED'
                       TO WS-SCREEN-MESSAGE
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO WS-SCREEN-MESSAGE
           END-EVALUATE.
       ACCEPT-ONE-SCREEN-ACTION-EXIT.
           EXIT.

       SCREEN-ADD-LINE SECTION.
       SCREEN-ADD-LINE-START.
           IF NOT WS-JOURNAL-OPEN
               MOVE WS-SCR-JOURNAL-NO TO WS-JRN-NUMBER
               MOVE WS-SCR-PREPARER TO WS-JRN-PREPARER
               MOVE SPACES TO WS-JRN-DESCRIPTION
               PERFORM START-NEW-JOURNAL
           END-IF.
           PERFORM ADD-JOURNAL-LINE.
           IF WS-LINE-OVERFLOW
               MOVE 'JOURNAL FULL - 50 LINES' TO WS-SCREEN-MESSAGE
           ELSE
               IF WS-LIN-ERROR (WS-LINE-IDX) = SPACES
                   MOVE 'LINE ADDED' TO WS-SCREEN-MESSAGE
               ELSE
                   MOVE WS-LIN-ERROR (WS-LINE-IDX)
                       TO WS-SCREEN-MESSAGE
                   SUBTRACT 1 FROM WS-LINE-COUNT
               END-IF
           END-IF.
       SCREEN-ADD-LINE-EXIT.
           EXIT.

       SCREEN-POST-JOURNAL SECTION.
       SCREEN-POST-JOURNAL-START.
           IF NOT WS-JOURNAL-OPEN
               MOVE 'NO LINES ENTERED' TO WS-SCREEN-MESSAGE
           ELSE
               PERFORM CLOSE-OPEN-JOURNAL
               IF WS-JOURNAL-VALID
                   MOVE 'JOURNAL RELEASED' TO WS-SCREEN-MESSAGE
                   MOVE SPACES TO WS-SCR-JOURNAL-NO
               ELSE
                   MOVE WS-HOLD-REASON TO WS-SCREEN-MESSAGE
               END-IF
               MOVE ZERO TO WS-LINE-COUNT
               MOVE ZERO TO WS-JRN-DEBITS
               MOVE ZERO TO WS-JRN-CREDITS
           END-IF.
       SCREEN-POST-JOURNAL-EXIT.
           EXIT.

      * Every JRNLHLD line runs through the shared RPTWRIT writer,
      * which hands back the title block at each page break along
      * with the detail.
       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE HELD-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO HELD-RPT-RECORD.
           WRITE HELD-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.

       WRITE-RUN-TOTALS SECTION.
       WRITE-RUN-TOTALS-START.
           MOVE SPACES TO HELD-RPT-RECORD.
           STRING 'JOURNAL TOTALS - READ: ' DELIMITED BY SIZE
                  WS-JOURNALS-READ DELIMITED BY SIZE
                  ' RELEASED: ' DELIMITED BY SIZE
                  WS-JOURNALS-RELEASED DELIMITED BY SIZE
                  ' HELD: ' DELIMITED BY SIZE
                  WS-JOURNALS-HELD DELIMITED BY SIZE
                  ' AMOUNT: ' DELIMITED BY SIZE
                  WS-RELEASED-TOTAL DELIMITED BY SIZE
                  INTO HELD-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       WRITE-RUN-TOTALS-EXIT.
           EXIT.
