       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNRUN.
       AUTHOR. MTH.

      * Dunning letter run over the AGEWORK collections worklist
      * ACCTAGE writes, replacing reminder letters typed by hand
      * from the printout.  Each worklist account is resolved to its
      * customer through ACSTXREF and to a mailing address through
      * the standardized ADDRFILE, the same join STMTMAIL makes, and
      * gets the letter for its stage: first reminder, second
      * notice, final demand.  The DUNCTL letter-control file holds
      * each stage's wording and its wait period - the days that
      * must pass after the previous letter before this one goes.
      *
      * The DUNHIST history file carries the last stage sent and the
      * date, one record per account, so successive runs escalate
      * instead of repeating.  An account whose wait has not run out
      * gets no letter this run; an account already sent its final
      * demand is listed for referral instead.  An account that has
      * left the worklist has paid up, and its history is dropped so
      * a later delinquency starts again at the first reminder.
      * Debits under open dispute are held off the worklist by
      * ACCTAGE, so a disputed charge is never dunned.
      *
      * Collections notices are not marketing, so customers on the
      * SUPPFILE mail-suppression list still get their letters, but
      * each one is listed on DUNSUPP for review.  The DUNRPT run
      * report lists every account and what was done with it.  An
      * account with no cross-reference or address gets no letter
      * and ends the run with RETURN-CODE 4; missing letter control
      * or an unreadable history stops the run with RETURN-CODE 8,
      * and an unreadable AGEWORK worklist ends it with RETURN-CODE
      * 8 and DUNHIST untouched, since no account on it can be told
      * from one that has paid up.
      * Each letter sent, and each one a known customer could not be
      * sent, is added to the CORRHIST correspondence history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKLIST-FILE ASSIGN TO "AGEWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.
           SELECT ACCT-XREF-FILE ASSIGN TO "ACSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-XREF-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "ADDRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT SUPPRESS-FILE ASSIGN TO "SUPPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-STATUS.
           SELECT LETTER-CTL-FILE ASSIGN TO "DUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-CTL-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "DUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT LETTER-FILE ASSIGN TO "DUNLTRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT SUPP-REVIEW-FILE ASSIGN TO "DUNSUPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-REVIEW-STATUS.
           SELECT DUN-RPT-FILE ASSIGN TO "DUNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUN-RPT-STATUS.
           SELECT CORR-FILE ASSIGN TO "CORRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * The line ACCTAGE writes for each account it flags.
       FD  WORKLIST-FILE
           RECORDING MODE IS F.
       01  WORKLIST-RECORD.
           05 WL-CAPTION         PIC X(15).
           05 WL-ACCOUNT         PIC 9(06).
           05 FILLER             PIC X(13).
           05 WL-DEBIT-TOTAL     PIC 9(07)V9(02).
           05 FILLER             PIC X(09).
           05 WL-OVER-90         PIC 9(07)V9(02).
           05 FILLER             PIC X(19).

      * Same shape STMTMAIL reads - one record per account.
       FD  ACCT-XREF-FILE
           RECORDING MODE IS F.
       01  ACCT-XREF-RECORD.
           05 XREF-ACCOUNT       PIC 9(06).
           05 XREF-CUST-ID       PIC 9(06).

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

      * Same shape MAILLBL reads - customers who asked not to
      * receive mailings.
       FD  SUPPRESS-FILE
           RECORDING MODE IS F.
       01  SUPPRESS-RECORD.
           05 SUPP-CUST-ID         PIC 9(06).

      * One line of letter wording per record: the stage it belongs
      * to (1 first reminder, 2 second notice, 3 final demand), the
      * days that must pass after the previous letter before this
      * stage is sent (taken from the stage's first record), and
      * the text, printed in file order.
       FD  LETTER-CTL-FILE
           RECORDING MODE IS F.
       01  LETTER-CTL-RECORD.
           05 DUNC-STAGE           PIC 9(01).
           05 DUNC-WAIT-DAYS       PIC 9(03).
           05 DUNC-TEXT            PIC X(60).

      * Last letter sent to each account in the cycle.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           05 DHIST-ACCOUNT        PIC 9(06).
           05 DHIST-STAGE          PIC 9(01).
           05 DHIST-SENT-DATE      PIC 9(08).

       FD  LETTER-FILE
           RECORDING MODE IS F.
       01  LETTER-RECORD           PIC X(80).

       FD  SUPP-REVIEW-FILE
           RECORDING MODE IS F.
       01  SUPP-REVIEW-RECORD      PIC X(80).

       FD  DUN-RPT-FILE
           RECORDING MODE IS F.
       01  DUN-RPT-RECORD          PIC X(80).

       FD  CORR-FILE
           RECORDING MODE IS F.
           COPY CORRREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-WORKLIST-STATUS   PIC XX.
           05 WS-ACCT-XREF-STATUS  PIC XX.
           05 WS-ADDRESS-STATUS    PIC XX.
           05 WS-SUPPRESS-STATUS   PIC XX.
           05 WS-LETTER-CTL-STATUS PIC XX.
           05 WS-HISTORY-STATUS    PIC XX.
           05 WS-LETTER-STATUS     PIC XX.
           05 WS-SUPP-REVIEW-STATUS PIC XX.
           05 WS-DUN-RPT-STATUS    PIC XX.
           05 WS-CORR-STATUS       PIC XX.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-TODAY-SERIAL         PIC 9(07).
      * Letter control by stage.
       01  WS-STAGE-IDX            PIC 9(01).
       01  WS-LINE-IDX             PIC 9(02).
       01  WS-CTL-OK-SW            PIC X VALUE 'Y'.
           88 WS-CTL-OK               VALUE 'Y'.
       01  WS-STAGE-TABLE.
           05  WS-STAGE OCCURS 3 TIMES.
               10 WS-STG-WAIT-DAYS PIC 9(03).
               10 WS-STG-LINE-COUNT PIC 9(02).
               10 WS-STG-LINE OCCURS 15 TIMES PIC X(60).
       01  WS-STAGE-NAMES.
           05 FILLER PIC X(14) VALUE 'FIRST REMINDER'.
           05 FILLER PIC X(14) VALUE 'SECOND NOTICE '.
           05 FILLER PIC X(14) VALUE 'FINAL DEMAND  '.
       01  WS-STAGE-NAME-TABLE REDEFINES WS-STAGE-NAMES.
           05 WS-STAGE-NAME OCCURS 3 TIMES PIC X(14).
      * Account-to-customer and customer-to-address, as STMTMAIL.
       01  WS-LEAD-SPACES          PIC 9(02).
       01  WS-TRIM-LEN             PIC 9(02).
       01  WS-XREF-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-XREF-IDX             PIC 9(03).
       01  WS-XREF-FOUND-SW        PIC X.
           88 WS-XREF-FOUND           VALUE 'Y'.
       01  WS-XREF-OVERFLOW-COUNT  PIC 9(06) VALUE ZERO.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 500 TIMES.
               10 WS-XR-ACCOUNT    PIC 9(06).
               10 WS-XR-CUST-ID    PIC 9(06).
       01  WS-ADDR-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-ADDR-IDX             PIC 9(03).
       01  WS-ADDR-FOUND-SW        PIC X.
           88 WS-ADDR-FOUND           VALUE 'Y'.
       01  WS-ADDR-OVERFLOW-COUNT  PIC 9(06) VALUE ZERO.
       01  WS-ADDR-TABLE.
           05  WS-ADDR-ENTRY OCCURS 500 TIMES.
               10 WS-AD-CUST-ID    PIC 9(06).
               10 WS-AD-NAME       PIC X(30).
               10 WS-AD-STREET     PIC X(30).
               10 WS-AD-CITY       PIC X(20).
               10 WS-AD-STATE      PIC X(02).
               10 WS-AD-ZIP        PIC X(10).
       01  WS-CITY-TRIMMED         PIC X(20).
       01  WS-CITY-LINE            PIC X(35).
       01  WS-SUPP-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-SUPP-IDX             PIC 9(03).
       01  WS-SUPPRESSED-SW        PIC X.
           88 WS-SUPPRESSED           VALUE 'Y'.
       01  WS-SUPP-TABLE.
           05  WS-SUPP-ID OCCURS 200 TIMES PIC 9(06).
      * Dunning history; entries not touched by this run's worklist
      * are dropped when the file is rewritten.
       01  WS-HIST-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-HIST-IDX             PIC 9(04).
       01  WS-HIST-LOAD-STATUS     PIC X(02).
       01  WS-HIST-OVERFLOW-COUNT  PIC 9(06) VALUE ZERO.
       01  WS-HIST-FOUND-SW        PIC X.
           88 WS-HIST-FOUND           VALUE 'Y'.
       01  WS-HIST-TABLE.
           05  WS-HIST OCCURS 2000 TIMES.
               10 WS-HS-ACCOUNT    PIC 9(06).
               10 WS-HS-STAGE      PIC 9(01).
               10 WS-HS-SENT-DATE  PIC 9(08).
               10 WS-HS-KEEP-SW    PIC X(01).
      * The worklist account in hand.
       01  WS-THIS-ACCOUNT         PIC 9(06).
       01  WS-THIS-CUST-ID         PIC 9(06).
       01  WS-NEXT-STAGE           PIC 9(01).
       01  WS-DAYS-SINCE           PIC S9(05).
       01  WS-DAYS-EDIT            PIC ZZZZ9.
       01  WS-AMOUNT-EDIT          PIC Z(6)9.99.
       01  WS-ACTION-TEXT          PIC X(60).
       01  WS-ACCOUNTS-READ        PIC 9(06) VALUE ZERO.
       01  WS-MALFORMED-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-LETTERS-SENT         PIC 9(06) VALUE ZERO.
       01  WS-STAGE-SENT-TABLE.
           05 WS-STAGE-SENT OCCURS 3 TIMES PIC 9(06).
       01  WS-WAITING-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-REFER-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-EXCEPTION-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-SUPP-REVIEW-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-CLEARED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE    PIC 9(4) VALUE ZERO.
      * Day-serial work fields - the computation ACCTAGE ages by.
       01  WS-DATE-WORK            PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DATE-YYYY         PIC 9(4).
           05 WS-DATE-MM           PIC 9(2).
           05 WS-DATE-DD           PIC 9(2).
       01  WS-SERIAL-RESULT        PIC 9(07).
       01  WS-YEAR-WORK            PIC 9(04).
       01  WS-LEAP-QUOT            PIC 9(04).
       01  WS-LEAP-DAYS            PIC S9(05).
       01  WS-LEAP-REM             PIC 9(03).
       01  WS-MONTH-OFFSETS.
           05 FILLER PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSETS.
           05 WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block.
       01  WS-RPT-PROGRAM-ID       PIC X(08) VALUE 'DUNNRUN'.
       01  WS-RPT-TITLE            PIC X(30)
                                   VALUE 'DUNNING LETTER RUN'.
       01  WS-RPT-HEADING          PIC X(80) VALUE SPACES.
       01  WS-RPT-ACTION           PIC X(01).
       01  WS-RPT-DETAIL           PIC X(80).
       01  WS-RPT-STATE.
           05 WS-RPT-LINE-COUNT    PIC 9(02) VALUE 99.
           05 WS-RPT-PAGE-NUM      PIC 9(04) VALUE ZERO.
           05 WS-RPT-TOTAL-LINES   PIC 9(06) VALUE ZERO.
       01  WS-RPT-OUT.
           05 WS-RPT-OUT-COUNT     PIC 9(01).
           05 WS-RPT-OUT-LINE OCCURS 4 TIMES PIC X(80).
       01  WS-RPT-OUT-IDX          PIC 9(01).

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM COMPUTE-DAY-SERIAL.
           MOVE WS-SERIAL-RESULT TO WS-TODAY-SERIAL.
           OPEN OUTPUT DUN-RPT-FILE.
           MOVE 'ACCOUNT' TO WS-RPT-HEADING (1:7).
           MOVE 'CUSTOMER' TO WS-RPT-HEADING (9:8).
           MOVE 'ACTION' TO WS-RPT-HEADING (19:6).
           PERFORM LOAD-LETTER-CONTROL.
           PERFORM LOAD-HISTORY-TABLE.
           EVALUATE TRUE
               WHEN NOT WS-CTL-OK
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'DUNCTL MISSING A STAGE - NO LETTERS SENT'
                       TO DUN-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'DUNNRUN - ' DUN-RPT-RECORD
               WHEN WS-HIST-LOAD-STATUS NOT = '00'
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO DUN-RPT-RECORD
                   STRING 'DUNHIST NOT READABLE - STATUS '
                              DELIMITED BY SIZE
                          WS-HIST-LOAD-STATUS DELIMITED BY SIZE
                          ' - NO LETTERS SENT' DELIMITED BY SIZE
                          INTO DUN-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'DUNNRUN - ' DUN-RPT-RECORD
               WHEN WS-HIST-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO DUN-RPT-RECORD
                   STRING 'DUNHIST BEYOND TABLE: ' DELIMITED BY SIZE
                          WS-HIST-OVERFLOW-COUNT DELIMITED BY SIZE
                          ' - NO LETTERS SENT' DELIMITED BY SIZE
                          INTO DUN-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'DUNNRUN - ' DUN-RPT-RECORD
               WHEN OTHER
                   PERFORM LOAD-XREF-TABLE
                   PERFORM LOAD-ADDRESS-TABLE
                   PERFORM LOAD-SUPPRESSION-TABLE
                   PERFORM RUN-DUNNING-CYCLE
           END-EVALUATE.
           PERFORM END-REPORT-PAGES.
           CLOSE DUN-RPT-FILE.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * Every stage needs at least one line of wording, or there is
      * no letter to send when an account reaches it.
       LOAD-LETTER-CONTROL SECTION.
       LOAD-LETTER-CONTROL-START.
           PERFORM CLEAR-ONE-STAGE
               VARYING WS-STAGE-IDX FROM 1 BY 1
               UNTIL WS-STAGE-IDX > 3.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT LETTER-CTL-FILE.
           IF WS-LETTER-CTL-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ LETTER-CTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-ONE-CONTROL-LINE
                   END-READ
               END-PERFORM
               CLOSE LETTER-CTL-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'Y' TO WS-CTL-OK-SW.
           PERFORM CHECK-ONE-STAGE
               VARYING WS-STAGE-IDX FROM 1 BY 1
               UNTIL WS-STAGE-IDX > 3.
       LOAD-LETTER-CONTROL-EXIT.
           EXIT.

       CLEAR-ONE-STAGE SECTION.
       CLEAR-ONE-STAGE-START.
           MOVE ZERO TO WS-STG-WAIT-DAYS (WS-STAGE-IDX).
           MOVE ZERO TO WS-STG-LINE-COUNT (WS-STAGE-IDX).
           MOVE ZERO TO WS-STAGE-SENT (WS-STAGE-IDX).
       CLEAR-ONE-STAGE-EXIT.
           EXIT.

       STORE-ONE-CONTROL-LINE SECTION.
       STORE-ONE-CONTROL-LINE-START.
           IF LETTER-CTL-RECORD (1:4) IS NUMERIC
              AND DUNC-STAGE >= 1 AND DUNC-STAGE <= 3
               MOVE DUNC-STAGE TO WS-STAGE-IDX
               IF WS-STG-LINE-COUNT (WS-STAGE-IDX) = ZERO
                   MOVE DUNC-WAIT-DAYS
                       TO WS-STG-WAIT-DAYS (WS-STAGE-IDX)
               END-IF
               IF WS-STG-LINE-COUNT (WS-STAGE-IDX) < 15
                   ADD 1 TO WS-STG-LINE-COUNT (WS-STAGE-IDX)
                   MOVE WS-STG-LINE-COUNT (WS-STAGE-IDX)
                       TO WS-LINE-IDX
                   MOVE DUNC-TEXT
                       TO WS-STG-LINE (WS-STAGE-IDX, WS-LINE-IDX)
               END-IF
           END-IF.
       STORE-ONE-CONTROL-LINE-EXIT.
           EXIT.

       CHECK-ONE-STAGE SECTION.
       CHECK-ONE-STAGE-START.
           IF WS-STG-LINE-COUNT (WS-STAGE-IDX) = ZERO
               MOVE 'N' TO WS-CTL-OK-SW
           END-IF.
       CHECK-ONE-STAGE-EXIT.
           EXIT.

      * No DUNHIST yet just means no account has had a letter.
       LOAD-HISTORY-TABLE SECTION.
       LOAD-HISTORY-TABLE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           MOVE WS-HISTORY-STATUS TO WS-HIST-LOAD-STATUS.
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-HIST-COUNT < 2000
                               ADD 1 TO WS-HIST-COUNT
                               MOVE DHIST-ACCOUNT
                                   TO WS-HS-ACCOUNT (WS-HIST-COUNT)
                               MOVE DHIST-STAGE
                                   TO WS-HS-STAGE (WS-HIST-COUNT)
                               MOVE DHIST-SENT-DATE
                                   TO WS-HS-SENT-DATE (WS-HIST-COUNT)
                               MOVE 'N'
                                   TO WS-HS-KEEP-SW (WS-HIST-COUNT)
                           ELSE
                               ADD 1 TO WS-HIST-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-HIST-LOAD-STATUS = '35'
               MOVE '00' TO WS-HIST-LOAD-STATUS
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-HISTORY-TABLE-EXIT.
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
      * trim STMTMAIL applies before printing - so the address block
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

       LOAD-SUPPRESSION-TABLE SECTION.
       LOAD-SUPPRESSION-TABLE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SUPPRESS-FILE.
           IF WS-SUPPRESS-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ SUPPRESS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-SUPP-COUNT < 200
                               ADD 1 TO WS-SUPP-COUNT
                               MOVE SUPP-CUST-ID
                                   TO WS-SUPP-ID (WS-SUPP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPRESS-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-SUPPRESSION-TABLE-EXIT.
           EXIT.

       RUN-DUNNING-CYCLE SECTION.
       RUN-DUNNING-CYCLE-START.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT SUPP-REVIEW-FILE.
           OPEN EXTEND CORR-FILE.
           IF WS-CORR-STATUS = '05' OR WS-CORR-STATUS = '35'
               OPEN OUTPUT CORR-FILE
           END-IF.
           MOVE 'DUNNING LETTERS SENT TO MAIL-SUPPRESSED CUSTOMERS'
               TO SUPP-REVIEW-RECORD.
           WRITE SUPP-REVIEW-RECORD.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT WORKLIST-FILE.
           IF WS-WORKLIST-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ WORKLIST-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM DUN-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE WORKLIST-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-WORKLIST-STATUS = '00'
               PERFORM REWRITE-HISTORY-FILE
           ELSE
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE SPACES TO DUN-RPT-RECORD
               STRING 'AGEWORK NOT READABLE - STATUS '
                          DELIMITED BY SIZE
                      WS-WORKLIST-STATUS DELIMITED BY SIZE
                      ' - DUNHIST LEFT AS IT WAS' DELIMITED BY SIZE
                      INTO DUN-RPT-RECORD
               PERFORM PUT-REPORT-LINE
               DISPLAY 'DUNNRUN - ' DUN-RPT-RECORD
           END-IF.
           MOVE SPACES TO SUPP-REVIEW-RECORD.
           STRING 'LETTERS FOR REVIEW: ' DELIMITED BY SIZE
                  WS-SUPP-REVIEW-COUNT DELIMITED BY SIZE
                  INTO SUPP-REVIEW-RECORD.
           WRITE SUPP-REVIEW-RECORD.
           CLOSE LETTER-FILE.
           CLOSE SUPP-REVIEW-FILE.
           CLOSE CORR-FILE.
           PERFORM WRITE-RUN-TOTALS.
           IF (WS-EXCEPTION-COUNT > ZERO
              OR WS-MALFORMED-COUNT > ZERO)
              AND WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
       RUN-DUNNING-CYCLE-EXIT.
           EXIT.

      * The next stage is one past the last letter sent, once that
      * stage's wait has run out; after a final demand there is no
      * further letter, only referral.
       DUN-ONE-ACCOUNT SECTION.
       DUN-ONE-ACCOUNT-START.
           IF WL-CAPTION NOT = 'FOLLOW UP ACCT '
              OR WL-ACCOUNT IS NOT NUMERIC
              OR WL-DEBIT-TOTAL IS NOT NUMERIC
              OR WL-OVER-90 IS NOT NUMERIC
               ADD 1 TO WS-MALFORMED-COUNT
               MOVE SPACES TO DUN-RPT-RECORD
               STRING 'UNREADABLE WORKLIST LINE: ' DELIMITED BY SIZE
                      WORKLIST-RECORD (1:50) DELIMITED BY SIZE
                      INTO DUN-RPT-RECORD
               PERFORM PUT-REPORT-LINE
           ELSE
               ADD 1 TO WS-ACCOUNTS-READ
               MOVE WL-ACCOUNT TO WS-THIS-ACCOUNT
               MOVE ZERO TO WS-THIS-CUST-ID
               MOVE 'N' TO WS-HIST-FOUND-SW
               PERFORM FIND-HISTORY-ENTRY
                   VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
                      OR WS-HIST-FOUND
               IF WS-HIST-FOUND
                   MOVE 'Y' TO WS-HS-KEEP-SW (WS-HIST-IDX)
                   PERFORM DECIDE-NEXT-STAGE
               ELSE
                   MOVE 1 TO WS-NEXT-STAGE
                   PERFORM SEND-STAGE-LETTER
               END-IF
           END-IF.
       DUN-ONE-ACCOUNT-EXIT.
           EXIT.

       FIND-HISTORY-ENTRY SECTION.
       FIND-HISTORY-ENTRY-START.
           IF WS-HS-ACCOUNT (WS-HIST-IDX) = WS-THIS-ACCOUNT
               SET WS-HIST-FOUND TO TRUE
               SUBTRACT 1 FROM WS-HIST-IDX
           END-IF.
       FIND-HISTORY-ENTRY-EXIT.
           EXIT.

       DECIDE-NEXT-STAGE SECTION.
       DECIDE-NEXT-STAGE-START.
           MOVE WS-HS-SENT-DATE (WS-HIST-IDX) TO WS-DATE-WORK.
           PERFORM COMPUTE-DAY-SERIAL.
           COMPUTE WS-DAYS-SINCE = WS-TODAY-SERIAL - WS-SERIAL-RESULT.
           MOVE WS-DAYS-SINCE TO WS-DAYS-EDIT.
           IF WS-HS-STAGE (WS-HIST-IDX) >= 3
               ADD 1 TO WS-REFER-COUNT
               MOVE SPACES TO WS-ACTION-TEXT
               STRING 'FINAL DEMAND SENT ' DELIMITED BY SIZE
                      WS-HS-SENT-DATE (WS-HIST-IDX) DELIMITED BY SIZE
                      ' - REFER FOR COLLECTION' DELIMITED BY SIZE
                      INTO WS-ACTION-TEXT
               PERFORM WRITE-ACTION-LINE
           ELSE
               COMPUTE WS-NEXT-STAGE = WS-HS-STAGE (WS-HIST-IDX) + 1
               IF WS-DAYS-SINCE < WS-STG-WAIT-DAYS (WS-NEXT-STAGE)
                   ADD 1 TO WS-WAITING-COUNT
                   MOVE SPACES TO WS-ACTION-TEXT
                   STRING 'WAITING - LAST LETTER ' DELIMITED BY SIZE
                          WS-DAYS-EDIT DELIMITED BY SIZE
                          ' DAYS AGO, NEXT IS ' DELIMITED BY SIZE
                          WS-STAGE-NAME (WS-NEXT-STAGE)
                              DELIMITED BY SIZE
                          INTO WS-ACTION-TEXT
                   PERFORM WRITE-ACTION-LINE
               ELSE
                   PERFORM SEND-STAGE-LETTER
               END-IF
           END-IF.
       DECIDE-NEXT-STAGE-EXIT.
           EXIT.

      * No address means no letter, and the history stays where it
      * was so the same stage is tried again next run.
       SEND-STAGE-LETTER SECTION.
       SEND-STAGE-LETTER-START.
           PERFORM RESOLVE-ADDRESS.
           EVALUATE TRUE
               WHEN NOT WS-XREF-FOUND
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE 'NO ACSTXREF CROSS-REFERENCE - NO LETTER'
                       TO WS-ACTION-TEXT
                   PERFORM WRITE-ACTION-LINE
               WHEN NOT WS-ADDR-FOUND
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE 'NO ADDRESS ON ADDRFILE - NO LETTER'
                       TO WS-ACTION-TEXT
                   PERFORM WRITE-ACTION-LINE
                   PERFORM BEGIN-CORRESPONDENCE
                   SET CORR-SKIPPED TO TRUE
                   MOVE 'NO ADDRESS ON FILE' TO CORR-REASON
                   WRITE CORRESPONDENCE-RECORD
               WHEN NOT WS-HIST-FOUND AND WS-HIST-COUNT >= 2000
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE 'DUNHIST TABLE FULL - NO LETTER'
                       TO WS-ACTION-TEXT
                   PERFORM WRITE-ACTION-LINE
                   PERFORM BEGIN-CORRESPONDENCE
                   SET CORR-SKIPPED TO TRUE
                   MOVE 'DUNHIST TABLE FULL' TO CORR-REASON
                   WRITE CORRESPONDENCE-RECORD
               WHEN OTHER
                   PERFORM WRITE-LETTER
                   PERFORM RECORD-LETTER-SENT
                   PERFORM BEGIN-CORRESPONDENCE
                   SET CORR-SENT TO TRUE
                   MOVE WS-LETTERS-SENT TO CORR-SEQUENCE
                   MOVE WS-STAGE-NAME (WS-NEXT-STAGE) TO CORR-REASON
                   IF WS-SUPPRESSED
                       MOVE '- ON SUPPFILE' TO CORR-REASON (16:13)
                   END-IF
                   MOVE WS-AD-STREET (WS-ADDR-IDX) TO CORR-STREET
                   MOVE WS-AD-CITY (WS-ADDR-IDX) TO CORR-CITY
                   MOVE WS-AD-STATE (WS-ADDR-IDX) TO CORR-STATE
                   MOVE WS-AD-ZIP (WS-ADDR-IDX) TO CORR-ZIP
                   WRITE CORRESPONDENCE-RECORD
           END-EVALUATE.
       SEND-STAGE-LETTER-EXIT.
           EXIT.

      * The letter number is its place in this run's DUNLTRS; the
      * reason names the stage, and a suppressed customer's letter
      * says so, since it went regardless.
       BEGIN-CORRESPONDENCE SECTION.
       BEGIN-CORRESPONDENCE-START.
           MOVE SPACES TO CORRESPONDENCE-RECORD.
           MOVE WS-THIS-CUST-ID TO CORR-CUST-ID.
           SET CORR-DUNNING-LTR TO TRUE.
           MOVE WS-RUN-DATE TO CORR-RUN-DATE.
           MOVE 'DUNNRUN' TO CORR-PROGRAM.
           MOVE ZERO TO CORR-SEQUENCE.
       BEGIN-CORRESPONDENCE-EXIT.
           EXIT.

       RESOLVE-ADDRESS SECTION.
       RESOLVE-ADDRESS-START.
           MOVE 'N' TO WS-ADDR-FOUND-SW.
           MOVE 'N' TO WS-XREF-FOUND-SW.
           PERFORM FIND-XREF-ENTRY
               VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT
                  OR WS-XREF-FOUND.
           IF WS-XREF-FOUND
               MOVE WS-XR-CUST-ID (WS-XREF-IDX) TO WS-THIS-CUST-ID
               PERFORM FIND-ADDRESS-ENTRY
                   VARYING WS-ADDR-IDX FROM 1 BY 1
                   UNTIL WS-ADDR-IDX > WS-ADDR-COUNT
                      OR WS-ADDR-FOUND
           END-IF.
       RESOLVE-ADDRESS-EXIT.
           EXIT.

       FIND-XREF-ENTRY SECTION.
       FIND-XREF-ENTRY-START.
           IF WS-XR-ACCOUNT (WS-XREF-IDX) = WS-THIS-ACCOUNT
               SET WS-XREF-FOUND TO TRUE
               SUBTRACT 1 FROM WS-XREF-IDX
           END-IF.
       FIND-XREF-ENTRY-EXIT.
           EXIT.

       FIND-ADDRESS-ENTRY SECTION.
       FIND-ADDRESS-ENTRY-START.
           IF WS-AD-CUST-ID (WS-ADDR-IDX) = WS-THIS-CUST-ID
               SET WS-ADDR-FOUND TO TRUE
               SUBTRACT 1 FROM WS-ADDR-IDX
           END-IF.
       FIND-ADDRESS-ENTRY-EXIT.
           EXIT.

      * Address block, date and account, the stage's wording from
      * DUNCTL, and the amounts off the worklist line.
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
                  '    ACCOUNT: ' DELIMITED BY SIZE
                  WS-THIS-ACCOUNT DELIMITED BY SIZE
                  INTO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE WS-STAGE-NAME (WS-NEXT-STAGE) TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE WS-NEXT-STAGE TO WS-STAGE-IDX.
           PERFORM WRITE-ONE-WORDING-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-STG-LINE-COUNT (WS-STAGE-IDX).
           MOVE SPACES TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE WL-DEBIT-TOTAL TO WS-AMOUNT-EDIT.
           STRING 'AMOUNT PAST DUE:        ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  INTO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           MOVE WL-OVER-90 TO WS-AMOUNT-EDIT.
           STRING 'OF WHICH OVER 90 DAYS:  ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  INTO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE ALL '-' TO LETTER-RECORD.
           WRITE LETTER-RECORD.
       WRITE-LETTER-EXIT.
           EXIT.

       WRITE-ONE-WORDING-LINE SECTION.
       WRITE-ONE-WORDING-LINE-START.
           MOVE WS-STG-LINE (WS-STAGE-IDX, WS-LINE-IDX)
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
       WRITE-ONE-WORDING-LINE-EXIT.
           EXIT.

      * Same CITY, SS ZIP line STMTMAIL prints on its statements.
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

      * The letter is on its way: history moves to this stage, and a
      * suppressed customer goes on the review list.
       RECORD-LETTER-SENT SECTION.
       RECORD-LETTER-SENT-START.
           ADD 1 TO WS-LETTERS-SENT.
           ADD 1 TO WS-STAGE-SENT (WS-NEXT-STAGE).
           IF NOT WS-HIST-FOUND
               ADD 1 TO WS-HIST-COUNT
               MOVE WS-HIST-COUNT TO WS-HIST-IDX
               MOVE WS-THIS-ACCOUNT TO WS-HS-ACCOUNT (WS-HIST-IDX)
               MOVE 'Y' TO WS-HS-KEEP-SW (WS-HIST-IDX)
           END-IF.
           MOVE WS-NEXT-STAGE TO WS-HS-STAGE (WS-HIST-IDX).
           MOVE WS-RUN-DATE TO WS-HS-SENT-DATE (WS-HIST-IDX).
           MOVE SPACES TO WS-ACTION-TEXT.
           STRING WS-STAGE-NAME (WS-NEXT-STAGE) DELIMITED BY SIZE
                  ' SENT' DELIMITED BY SIZE
                  INTO WS-ACTION-TEXT.
           MOVE 'N' TO WS-SUPPRESSED-SW.
           PERFORM CHECK-SUPPRESSION
               VARYING WS-SUPP-IDX FROM 1 BY 1
               UNTIL WS-SUPP-IDX > WS-SUPP-COUNT
                  OR WS-SUPPRESSED.
           IF WS-SUPPRESSED
               MOVE 'MAIL-SUPPRESSED - SEE DUNSUPP'
                   TO WS-ACTION-TEXT (31:30)
               PERFORM WRITE-SUPP-REVIEW-LINE
           END-IF.
           PERFORM WRITE-ACTION-LINE.
       RECORD-LETTER-SENT-EXIT.
           EXIT.

       CHECK-SUPPRESSION SECTION.
       CHECK-SUPPRESSION-START.
           IF WS-SUPP-ID (WS-SUPP-IDX) = WS-THIS-CUST-ID
               SET WS-SUPPRESSED TO TRUE
           END-IF.
       CHECK-SUPPRESSION-EXIT.
           EXIT.

       WRITE-SUPP-REVIEW-LINE SECTION.
       WRITE-SUPP-REVIEW-LINE-START.
           ADD 1 TO WS-SUPP-REVIEW-COUNT.
           MOVE SPACES TO SUPP-REVIEW-RECORD.
           STRING 'CUSTOMER ' DELIMITED BY SIZE
                  WS-THIS-CUST-ID DELIMITED BY SIZE
                  ' ACCOUNT ' DELIMITED BY SIZE
                  WS-THIS-ACCOUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STAGE-NAME (WS-NEXT-STAGE) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AD-NAME (WS-ADDR-IDX) DELIMITED BY SIZE
                  INTO SUPP-REVIEW-RECORD.
           WRITE SUPP-REVIEW-RECORD.
       WRITE-SUPP-REVIEW-LINE-EXIT.
           EXIT.

       WRITE-ACTION-LINE SECTION.
       WRITE-ACTION-LINE-START.
           MOVE SPACES TO DUN-RPT-RECORD.
           MOVE WS-THIS-ACCOUNT TO DUN-RPT-RECORD (1:6).
           IF WS-THIS-CUST-ID NOT = ZERO
               MOVE WS-THIS-CUST-ID TO DUN-RPT-RECORD (9:6)
           END-IF.
           MOVE WS-ACTION-TEXT TO DUN-RPT-RECORD (19:60).
           PERFORM PUT-REPORT-LINE.
       WRITE-ACTION-LINE-EXIT.
           EXIT.

      * Only accounts still on the worklist keep their history; the
      * rest have been paid up or cleared and start over.
       REWRITE-HISTORY-FILE SECTION.
       REWRITE-HISTORY-FILE-START.
           OPEN OUTPUT HISTORY-FILE.
           PERFORM WRITE-ONE-HISTORY-RECORD
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT.
           CLOSE HISTORY-FILE.
       REWRITE-HISTORY-FILE-EXIT.
           EXIT.

       WRITE-ONE-HISTORY-RECORD SECTION.
       WRITE-ONE-HISTORY-RECORD-START.
           IF WS-HS-KEEP-SW (WS-HIST-IDX) = 'Y'
               MOVE WS-HS-ACCOUNT (WS-HIST-IDX) TO DHIST-ACCOUNT
               MOVE WS-HS-STAGE (WS-HIST-IDX) TO DHIST-STAGE
               MOVE WS-HS-SENT-DATE (WS-HIST-IDX) TO DHIST-SENT-DATE
               WRITE HISTORY-RECORD
           ELSE
               ADD 1 TO WS-CLEARED-COUNT
           END-IF.
       WRITE-ONE-HISTORY-RECORD-EXIT.
           EXIT.

       WRITE-RUN-TOTALS SECTION.
       WRITE-RUN-TOTALS-START.
           MOVE SPACES TO DUN-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO DUN-RPT-RECORD.
           STRING 'WORKLIST ACCOUNTS: ' DELIMITED BY SIZE
                  WS-ACCOUNTS-READ DELIMITED BY SIZE
                  ' LETTERS SENT: ' DELIMITED BY SIZE
                  WS-LETTERS-SENT DELIMITED BY SIZE
                  ' UNREADABLE: ' DELIMITED BY SIZE
                  WS-MALFORMED-COUNT DELIMITED BY SIZE
                  INTO DUN-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO DUN-RPT-RECORD.
           STRING 'FIRST REMINDERS: ' DELIMITED BY SIZE
                  WS-STAGE-SENT (1) DELIMITED BY SIZE
                  ' SECOND NOTICES: ' DELIMITED BY SIZE
                  WS-STAGE-SENT (2) DELIMITED BY SIZE
                  ' FINAL DEMANDS: ' DELIMITED BY SIZE
                  WS-STAGE-SENT (3) DELIMITED BY SIZE
                  INTO DUN-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO DUN-RPT-RECORD.
           STRING 'WAITING: ' DELIMITED BY SIZE
                  WS-WAITING-COUNT DELIMITED BY SIZE
                  ' REFERRED: ' DELIMITED BY SIZE
                  WS-REFER-COUNT DELIMITED BY SIZE
                  ' NO ADDRESS: ' DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  ' CLEARED: ' DELIMITED BY SIZE
                  WS-CLEARED-COUNT DELIMITED BY SIZE
                  INTO DUN-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO DUN-RPT-RECORD.
           STRING 'SUPPRESSED CUSTOMERS LISTED FOR REVIEW: '
                      DELIMITED BY SIZE
                  WS-SUPP-REVIEW-COUNT DELIMITED BY SIZE
                  INTO DUN-RPT-RECORD.
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

      * Every DUNRPT line runs through the shared RPTWRIT writer,
      * which hands back the title block at each page break along
      * with the detail.
       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE DUN-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO DUN-RPT-RECORD.
           WRITE DUN-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.
