       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPRUN.
       AUTHOR. MTH.

      * Disputed-item maintenance and dispute aging.  A customer who
      * disputes a charge used to be chased for it like any other
      * debit: it kept aging in ACCTAGE, ACCTASSM assessed on it and
      * it pushed the account onto the collections worklist.  The
      * DISPFILE dispute file now holds each disputed AMTFILE debit
      * (account, debit date and amount) with its reason, opened
      * date and resolution status, and the aging, assessment and
      * statement runs read it.
      *
      * This run applies the day's DISPTRAN transactions to it - O
      * opens a dispute on a debit that really is on AMTFILE, U
      * resolves an open dispute as upheld (the charge stands and
      * goes back to aging), R resolves it as reversed.  A reversed
      * dispute is credited: the offsetting credit is appended to
      * AMTFILE and applied against the disputed debit on AMTAPPL,
      * the way LBXAPPLY applies a payment, so the debit drops out
      * of aging for good.  Resolved disputes stay on DISPFILE as
      * the history.
      *
      * DISPRPT lists the transactions applied and any refused, then
      * ages every dispute still open by the days since it was
      * opened, with totals by age band.  A refused transaction ends
      * the run with RETURN-CODE 4; a DISPFILE that cannot be read or
      * outgrows the table changes nothing and ends with
      * RETURN-CODE 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "DISPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT DISPUTE-TRAN-FILE ASSIGN TO "DISPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-TRAN-STATUS.
           SELECT AMOUNT-FILE ASSIGN TO "AMTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMOUNT-STATUS.
           SELECT APPLIED-FILE ASSIGN TO "AMTAPPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLIED-STATUS.
           SELECT DISPUTE-RPT-FILE ASSIGN TO "DISPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  DISPUTE-FILE
           RECORDING MODE IS F.
           COPY DISPREC.

      * One maintenance action: O open, U upheld, R reversed, with
      * the debit it concerns and (for an open) the reason.
       FD  DISPUTE-TRAN-FILE
           RECORDING MODE IS F.
       01  DISPUTE-TRAN-RECORD.
           05 DTR-ACTION            PIC X(01).
               88 DTR-OPEN             VALUE 'O'.
               88 DTR-UPHOLD           VALUE 'U'.
               88 DTR-REVERSE          VALUE 'R'.
           05 DTR-ACCOUNT           PIC 9(06).
           05 DTR-AMT-DATE          PIC 9(08).
           05 DTR-AMOUNT            PIC 9(05)V9(02).
           05 DTR-REASON            PIC X(30).

       FD  AMOUNT-FILE
           RECORDING MODE IS F.
       01  AMOUNT-RECORD.
           05 AMT-ACCOUNT           PIC 9(06).
           05 AMT-DATE              PIC 9(08).
           05 AMT-SIGNED            PIC S9(05)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.

       FD  APPLIED-FILE
           RECORDING MODE IS F.
           COPY APPLREC.

       FD  DISPUTE-RPT-FILE
           RECORDING MODE IS F.
       01  DISPUTE-RPT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-DISPUTE-STATUS     PIC XX.
           05 WS-DISPUTE-TRAN-STATUS PIC XX.
           05 WS-AMOUNT-STATUS      PIC XX.
           05 WS-APPLIED-STATUS     PIC XX.
           05 WS-DISPUTE-RPT-STATUS PIC XX.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88 WS-EOF                   VALUE 'Y'.
       01  WS-RUN-DATE              PIC 9(8).
       01  WS-TODAY-SERIAL          PIC 9(07).
      * DISPFILE, held as whole DISPREC images.
       01  WS-DISP-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-DISP-IDX              PIC 9(04).
       01  WS-DISP-OVERFLOW-COUNT   PIC 9(06) VALUE ZERO.
       01  WS-DISP-LOAD-STATUS      PIC X(02).
       01  WS-DISP-FOUND-SW         PIC X.
           88 WS-DISP-FOUND            VALUE 'Y'.
       01  WS-DISP-TABLE.
           05  WS-DISP-ENTRY OCCURS 1000 TIMES PIC X(68).
      * The day's transactions, each with whether its debit was
      * found on AMTFILE.
       01  WS-TRAN-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-TRAN-IDX              PIC 9(03).
       01  WS-TRAN-OVERFLOW-COUNT   PIC 9(06) VALUE ZERO.
       01  WS-TRAN-TABLE.
           05  WS-TRAN OCCURS 500 TIMES.
               10 WS-TRAN-IMAGE     PIC X(52).
               10 WS-TRAN-ON-FILE-SW PIC X(01).
       01  WS-ABS-AMOUNT            PIC 9(05)V9(02).
       01  WS-REFUSE-TEXT           PIC X(40).
       01  WS-AMOUNT-EDIT           PIC ZZZZ9.99.
       01  WS-TOTAL-EDIT            PIC Z(8)9.99.
       01  WS-DAYS-OPEN             PIC S9(05).
       01  WS-DAYS-EDIT             PIC ZZZZ9.
       01  WS-BAND-IDX              PIC 9(01).
       01  WS-BAND-NAMES.
           05 FILLER PIC X(08) VALUE '0-30    '.
           05 FILLER PIC X(08) VALUE '31-60   '.
           05 FILLER PIC X(08) VALUE '61-90   '.
           05 FILLER PIC X(08) VALUE 'OVER 90 '.
       01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
           05 WS-BAND-NAME OCCURS 4 TIMES PIC X(08).
       01  WS-BAND-TOTALS.
           05  WS-BAND OCCURS 4 TIMES.
               10 WS-BAND-COUNT     PIC 9(06).
               10 WS-BAND-AMOUNT    PIC 9(09)V9(02).
       01  WS-TRANS-READ            PIC 9(06) VALUE ZERO.
       01  WS-OPENED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-UPHELD-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-REVERSED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-REVERSED-TOTAL        PIC 9(09)V9(02) VALUE ZERO.
       01  WS-REFUSED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-OPEN-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-OPEN-TOTAL            PIC 9(09)V9(02) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE     PIC 9(4) VALUE ZERO.
      * Day-serial work fields - the computation ACCTAGE ages by.
       01  WS-DATE-WORK             PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DATE-YYYY          PIC 9(4).
           05 WS-DATE-MM            PIC 9(2).
           05 WS-DATE-DD            PIC 9(2).
       01  WS-SERIAL-RESULT         PIC 9(07).
       01  WS-YEAR-WORK             PIC 9(04).
       01  WS-LEAP-QUOT             PIC 9(04).
       01  WS-LEAP-DAYS             PIC S9(05).
       01  WS-LEAP-REM              PIC 9(03).
       01  WS-MONTH-OFFSETS.
           05 FILLER PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSETS.
           05 WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block.
       01  WS-RPT-PROGRAM-ID        PIC X(08) VALUE 'DISPRUN'.
       01  WS-RPT-TITLE             PIC X(30)
                                    VALUE 'DISPUTED ITEMS AND AGING'.
       01  WS-RPT-HEADING           PIC X(80) VALUE SPACES.
       01  WS-RPT-ACTION            PIC X(01).
       01  WS-RPT-DETAIL            PIC X(80).
       01  WS-RPT-STATE.
           05 WS-RPT-LINE-COUNT     PIC 9(02) VALUE 99.
           05 WS-RPT-PAGE-NUM       PIC 9(04) VALUE ZERO.
           05 WS-RPT-TOTAL-LINES    PIC 9(06) VALUE ZERO.
       01  WS-RPT-OUT.
           05 WS-RPT-OUT-COUNT      PIC 9(01).
           05 WS-RPT-OUT-LINE OCCURS 4 TIMES PIC X(80).
       01  WS-RPT-OUT-IDX           PIC 9(01).

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM COMPUTE-DAY-SERIAL.
           MOVE WS-SERIAL-RESULT TO WS-TODAY-SERIAL.
           OPEN OUTPUT DISPUTE-RPT-FILE.
           MOVE 'ACCOUNT' TO WS-RPT-HEADING (1:7).
           MOVE 'ITEM DATE' TO WS-RPT-HEADING (9:9).
           MOVE 'AMOUNT' TO WS-RPT-HEADING (22:6).
           MOVE 'OPENED' TO WS-RPT-HEADING (30:6).
           MOVE 'DAYS' TO WS-RPT-HEADING (40:4).
           MOVE 'REASON / ACTION' TO WS-RPT-HEADING (46:15).
           PERFORM LOAD-DISPUTE-FILE.
           PERFORM LOAD-DISPUTE-TRANS.
           EVALUATE TRUE
               WHEN WS-DISP-LOAD-STATUS NOT = '00'
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO DISPUTE-RPT-RECORD
                   STRING 'DISPFILE NOT READABLE - STATUS '
                              DELIMITED BY SIZE
                          WS-DISP-LOAD-STATUS DELIMITED BY SIZE
                          ' - NOTHING CHANGED' DELIMITED BY SIZE
                          INTO DISPUTE-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'DISPRUN - ' DISPUTE-RPT-RECORD
               WHEN WS-DISP-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'DISPFILE EXCEEDS TABLE - NOTHING CHANGED'
                       TO DISPUTE-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'DISPRUN - ' DISPUTE-RPT-RECORD
               WHEN WS-TRAN-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'DISPTRAN EXCEEDS TABLE - NOTHING CHANGED'
                       TO DISPUTE-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'DISPRUN - ' DISPUTE-RPT-RECORD
               WHEN OTHER
                   PERFORM MARK-DEBITS-ON-FILE
                   PERFORM APPLY-DISPUTE-TRANS
                   PERFORM REWRITE-DISPUTE-FILE
                   PERFORM AGE-OPEN-DISPUTES
                   PERFORM WRITE-RUN-TOTALS
           END-EVALUATE.
           PERFORM END-REPORT-PAGES.
           CLOSE DISPUTE-RPT-FILE.
           IF WS-REFUSED-COUNT > ZERO
              AND WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * No DISPFILE yet just means nothing has been disputed.
       LOAD-DISPUTE-FILE SECTION.
       LOAD-DISPUTE-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DISPUTE-FILE.
           MOVE WS-DISPUTE-STATUS TO WS-DISP-LOAD-STATUS.
           IF WS-DISPUTE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ DISPUTE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-DISP-COUNT < 1000
                               ADD 1 TO WS-DISP-COUNT
                               MOVE DISPUTE-RECORD
                                   TO WS-DISP-ENTRY (WS-DISP-COUNT)
                           ELSE
                               ADD 1 TO WS-DISP-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF.
           IF WS-DISP-LOAD-STATUS = '35'
               MOVE '00' TO WS-DISP-LOAD-STATUS
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-DISPUTE-FILE-EXIT.
           EXIT.

       LOAD-DISPUTE-TRANS SECTION.
       LOAD-DISPUTE-TRANS-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DISPUTE-TRAN-FILE.
           IF WS-DISPUTE-TRAN-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ DISPUTE-TRAN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-TRAN-COUNT < 500
                               ADD 1 TO WS-TRAN-COUNT
                               MOVE DISPUTE-TRAN-RECORD
                                   TO WS-TRAN-IMAGE (WS-TRAN-COUNT)
                               MOVE 'N' TO
                                   WS-TRAN-ON-FILE-SW (WS-TRAN-COUNT)
                           ELSE
                               ADD 1 TO WS-TRAN-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-TRAN-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-DISPUTE-TRANS-EXIT.
           EXIT.

      * One pass of AMTFILE marks every transaction whose debit -
      * account, date and amount - is really there.
       MARK-DEBITS-ON-FILE SECTION.
       MARK-DEBITS-ON-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT AMOUNT-FILE.
           IF WS-AMOUNT-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ AMOUNT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF AMT-SIGNED IS NEGATIVE
                               MOVE AMT-SIGNED TO WS-ABS-AMOUNT
                               PERFORM MARK-ONE-TRAN
                                   VARYING WS-TRAN-IDX FROM 1 BY 1
                                   UNTIL WS-TRAN-IDX > WS-TRAN-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AMOUNT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       MARK-DEBITS-ON-FILE-EXIT.
           EXIT.

       MARK-ONE-TRAN SECTION.
       MARK-ONE-TRAN-START.
           MOVE WS-TRAN-IMAGE (WS-TRAN-IDX) TO DISPUTE-TRAN-RECORD.
           IF DTR-ACCOUNT = AMT-ACCOUNT
              AND DTR-AMT-DATE = AMT-DATE
              AND DTR-AMOUNT = WS-ABS-AMOUNT
               MOVE 'Y' TO WS-TRAN-ON-FILE-SW (WS-TRAN-IDX)
           END-IF.
       MARK-ONE-TRAN-EXIT.
           EXIT.

       APPLY-DISPUTE-TRANS SECTION.
       APPLY-DISPUTE-TRANS-START.
           OPEN EXTEND AMOUNT-FILE.
           IF WS-AMOUNT-STATUS = '05' OR WS-AMOUNT-STATUS = '35'
               OPEN OUTPUT AMOUNT-FILE
           END-IF.
           OPEN EXTEND APPLIED-FILE.
           IF WS-APPLIED-STATUS = '05' OR WS-APPLIED-STATUS = '35'
               OPEN OUTPUT APPLIED-FILE
           END-IF.
           PERFORM APPLY-ONE-TRAN
               VARYING WS-TRAN-IDX FROM 1 BY 1
               UNTIL WS-TRAN-IDX > WS-TRAN-COUNT.
           CLOSE AMOUNT-FILE.
           CLOSE APPLIED-FILE.
       APPLY-DISPUTE-TRANS-EXIT.
           EXIT.

      * An open needs its debit on AMTFILE and no open dispute on it
      * already; a resolution needs an open dispute to resolve.
       APPLY-ONE-TRAN SECTION.
       APPLY-ONE-TRAN-START.
           ADD 1 TO WS-TRANS-READ.
           MOVE WS-TRAN-IMAGE (WS-TRAN-IDX) TO DISPUTE-TRAN-RECORD.
           MOVE SPACES TO WS-REFUSE-TEXT.
           MOVE 'N' TO WS-DISP-FOUND-SW.
           IF DISPUTE-TRAN-RECORD (2:21) IS NUMERIC
               PERFORM FIND-OPEN-DISPUTE
                   VARYING WS-DISP-IDX FROM 1 BY 1
                   UNTIL WS-DISP-IDX > WS-DISP-COUNT
                      OR WS-DISP-FOUND
           END-IF.
           EVALUATE TRUE
               WHEN DISPUTE-TRAN-RECORD (2:21) IS NOT NUMERIC
                  OR NOT (DTR-OPEN OR DTR-UPHOLD OR DTR-REVERSE)
                   MOVE 'UNREADABLE TRANSACTION - REFUSED'
                       TO WS-REFUSE-TEXT
               WHEN DTR-OPEN AND WS-DISP-FOUND
                   MOVE 'ALREADY IN DISPUTE - REFUSED'
                       TO WS-REFUSE-TEXT
               WHEN DTR-OPEN
                  AND WS-TRAN-ON-FILE-SW (WS-TRAN-IDX) NOT = 'Y'
                   MOVE 'NO SUCH DEBIT ON AMTFILE - REFUSED'
                       TO WS-REFUSE-TEXT
               WHEN DTR-OPEN AND WS-DISP-COUNT NOT < 1000
                   MOVE 'DISPFILE TABLE FULL - REFUSED'
                       TO WS-REFUSE-TEXT
               WHEN DTR-OPEN
                   PERFORM OPEN-ONE-DISPUTE
               WHEN NOT WS-DISP-FOUND
                   MOVE 'NO OPEN DISPUTE ON THIS ITEM - REFUSED'
                       TO WS-REFUSE-TEXT
               WHEN DTR-UPHOLD
                   PERFORM RESOLVE-ONE-DISPUTE
               WHEN OTHER
                   PERFORM RESOLVE-ONE-DISPUTE
                   PERFORM CREDIT-REVERSED-ITEM
           END-EVALUATE.
           IF WS-REFUSE-TEXT NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               PERFORM WRITE-TRAN-LINE
           END-IF.
       APPLY-ONE-TRAN-EXIT.
           EXIT.

       FIND-OPEN-DISPUTE SECTION.
       FIND-OPEN-DISPUTE-START.
           MOVE WS-DISP-ENTRY (WS-DISP-IDX) TO DISPUTE-RECORD.
           IF DISP-OPEN
              AND DISP-ACCOUNT = DTR-ACCOUNT
              AND DISP-AMT-DATE = DTR-AMT-DATE
              AND DISP-AMOUNT = DTR-AMOUNT
               SET WS-DISP-FOUND TO TRUE
               SUBTRACT 1 FROM WS-DISP-IDX
           END-IF.
       FIND-OPEN-DISPUTE-EXIT.
           EXIT.

       OPEN-ONE-DISPUTE SECTION.
       OPEN-ONE-DISPUTE-START.
           MOVE DTR-ACCOUNT TO DISP-ACCOUNT.
           MOVE DTR-AMT-DATE TO DISP-AMT-DATE.
           MOVE DTR-AMOUNT TO DISP-AMOUNT.
           MOVE DTR-REASON TO DISP-REASON.
           MOVE WS-RUN-DATE TO DISP-OPENED-DATE.
           SET DISP-OPEN TO TRUE.
           MOVE ZERO TO DISP-RESOLVED-DATE.
           ADD 1 TO WS-DISP-COUNT.
           MOVE DISPUTE-RECORD TO WS-DISP-ENTRY (WS-DISP-COUNT).
           ADD 1 TO WS-OPENED-COUNT.
           MOVE 'OPENED' TO WS-REFUSE-TEXT.
           PERFORM WRITE-TRAN-LINE.
           MOVE SPACES TO WS-REFUSE-TEXT.
       OPEN-ONE-DISPUTE-EXIT.
           EXIT.

       RESOLVE-ONE-DISPUTE SECTION.
       RESOLVE-ONE-DISPUTE-START.
           MOVE WS-DISP-ENTRY (WS-DISP-IDX) TO DISPUTE-RECORD.
           MOVE WS-RUN-DATE TO DISP-RESOLVED-DATE.
           IF DTR-UPHOLD
               SET DISP-UPHELD TO TRUE
               ADD 1 TO WS-UPHELD-COUNT
               MOVE 'RESOLVED - UPHELD, BACK TO AGING'
                   TO WS-REFUSE-TEXT
           ELSE
               SET DISP-REVERSED TO TRUE
               ADD 1 TO WS-REVERSED-COUNT
               ADD DISP-AMOUNT TO WS-REVERSED-TOTAL
               MOVE 'RESOLVED - REVERSED, CREDITED'
                   TO WS-REFUSE-TEXT
           END-IF.
           MOVE DISPUTE-RECORD TO WS-DISP-ENTRY (WS-DISP-IDX).
           PERFORM WRITE-TRAN-LINE.
           MOVE SPACES TO WS-REFUSE-TEXT.
       RESOLVE-ONE-DISPUTE-EXIT.
           EXIT.

      * The credit is dated today and applied against the disputed
      * debit itself, so the readers of AMTAPPL see it paid.
       CREDIT-REVERSED-ITEM SECTION.
       CREDIT-REVERSED-ITEM-START.
           MOVE DTR-ACCOUNT TO AMT-ACCOUNT.
           MOVE WS-RUN-DATE TO AMT-DATE.
           MOVE DTR-AMOUNT TO AMT-SIGNED.
           WRITE AMOUNT-RECORD.
           MOVE DTR-ACCOUNT TO APPL-ACCOUNT.
           MOVE DTR-AMT-DATE TO APPL-DEBIT-DATE.
           MOVE DTR-AMOUNT TO APPL-DEBIT-AMOUNT.
           MOVE DTR-AMOUNT TO APPL-APPLIED-AMOUNT.
           MOVE WS-RUN-DATE TO APPL-PAY-DATE.
           MOVE 'DISPRUN' TO APPL-SOURCE.
           MOVE 'DISPUTE' TO APPL-REFERENCE.
           WRITE APPLIED-ITEM-RECORD.
       CREDIT-REVERSED-ITEM-EXIT.
           EXIT.

       WRITE-TRAN-LINE SECTION.
       WRITE-TRAN-LINE-START.
           MOVE SPACES TO DISPUTE-RPT-RECORD.
           MOVE DTR-ACTION TO DISPUTE-RPT-RECORD (1:1).
           IF DISPUTE-TRAN-RECORD (2:21) IS NUMERIC
               MOVE DTR-ACCOUNT TO DISPUTE-RPT-RECORD (2:6)
               MOVE DTR-AMT-DATE TO DISPUTE-RPT-RECORD (9:8)
               MOVE DTR-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO DISPUTE-RPT-RECORD (19:8)
           ELSE
               MOVE DISPUTE-TRAN-RECORD (2:21)
                   TO DISPUTE-RPT-RECORD (2:21)
           END-IF.
           MOVE WS-REFUSE-TEXT TO DISPUTE-RPT-RECORD (40:40).
           PERFORM PUT-REPORT-LINE.
       WRITE-TRAN-LINE-EXIT.
           EXIT.

       REWRITE-DISPUTE-FILE SECTION.
       REWRITE-DISPUTE-FILE-START.
           OPEN OUTPUT DISPUTE-FILE.
           PERFORM WRITE-ONE-DISPUTE
               VARYING WS-DISP-IDX FROM 1 BY 1
               UNTIL WS-DISP-IDX > WS-DISP-COUNT.
           CLOSE DISPUTE-FILE.
       REWRITE-DISPUTE-FILE-EXIT.
           EXIT.

       WRITE-ONE-DISPUTE SECTION.
       WRITE-ONE-DISPUTE-START.
           MOVE WS-DISP-ENTRY (WS-DISP-IDX) TO DISPUTE-RECORD.
           WRITE DISPUTE-RECORD.
       WRITE-ONE-DISPUTE-EXIT.
           EXIT.

      * Days open counted from the opened date, in the collection
      * age bands ACCTAGE uses.
       AGE-OPEN-DISPUTES SECTION.
       AGE-OPEN-DISPUTES-START.
           PERFORM CLEAR-ONE-BAND
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 4.
           MOVE SPACES TO DISPUTE-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE 'OPEN DISPUTES' TO DISPUTE-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           PERFORM AGE-ONE-DISPUTE
               VARYING WS-DISP-IDX FROM 1 BY 1
               UNTIL WS-DISP-IDX > WS-DISP-COUNT.
           MOVE SPACES TO DISPUTE-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           PERFORM WRITE-ONE-BAND-TOTAL
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 4.
       AGE-OPEN-DISPUTES-EXIT.
           EXIT.

       CLEAR-ONE-BAND SECTION.
       CLEAR-ONE-BAND-START.
           MOVE ZERO TO WS-BAND-COUNT (WS-BAND-IDX).
           MOVE ZERO TO WS-BAND-AMOUNT (WS-BAND-IDX).
       CLEAR-ONE-BAND-EXIT.
           EXIT.

       AGE-ONE-DISPUTE SECTION.
       AGE-ONE-DISPUTE-START.
           MOVE WS-DISP-ENTRY (WS-DISP-IDX) TO DISPUTE-RECORD.
           IF DISP-OPEN
               MOVE DISP-OPENED-DATE TO WS-DATE-WORK
               PERFORM COMPUTE-DAY-SERIAL
               COMPUTE WS-DAYS-OPEN =
                   WS-TODAY-SERIAL - WS-SERIAL-RESULT
               EVALUATE TRUE
                   WHEN WS-DAYS-OPEN NOT GREATER THAN 30
                       MOVE 1 TO WS-BAND-IDX
                   WHEN WS-DAYS-OPEN NOT GREATER THAN 60
                       MOVE 2 TO WS-BAND-IDX
                   WHEN WS-DAYS-OPEN NOT GREATER THAN 90
                       MOVE 3 TO WS-BAND-IDX
                   WHEN OTHER
                       MOVE 4 TO WS-BAND-IDX
               END-EVALUATE
               ADD 1 TO WS-BAND-COUNT (WS-BAND-IDX)
               ADD DISP-AMOUNT TO WS-BAND-AMOUNT (WS-BAND-IDX)
               ADD 1 TO WS-OPEN-COUNT
               ADD DISP-AMOUNT TO WS-OPEN-TOTAL
               MOVE SPACES TO DISPUTE-RPT-RECORD
               MOVE DISP-ACCOUNT TO DISPUTE-RPT-RECORD (1:6)
               MOVE DISP-AMT-DATE TO DISPUTE-RPT-RECORD (9:8)
               MOVE DISP-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO DISPUTE-RPT-RECORD (19:8)
               MOVE DISP-OPENED-DATE TO DISPUTE-RPT-RECORD (30:8)
               MOVE WS-DAYS-OPEN TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO DISPUTE-RPT-RECORD (39:5)
               MOVE DISP-REASON TO DISPUTE-RPT-RECORD (46:30)
               PERFORM PUT-REPORT-LINE
           END-IF.
       AGE-ONE-DISPUTE-EXIT.
           EXIT.

       WRITE-ONE-BAND-TOTAL SECTION.
       WRITE-ONE-BAND-TOTAL-START.
           MOVE WS-BAND-AMOUNT (WS-BAND-IDX) TO WS-TOTAL-EDIT.
           MOVE SPACES TO DISPUTE-RPT-RECORD.
           STRING 'OPEN ' DELIMITED BY SIZE
                  WS-BAND-NAME (WS-BAND-IDX) DELIMITED BY SIZE
                  ' DAYS: ' DELIMITED BY SIZE
                  WS-BAND-COUNT (WS-BAND-IDX) DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO DISPUTE-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       WRITE-ONE-BAND-TOTAL-EXIT.
           EXIT.

       WRITE-RUN-TOTALS SECTION.
       WRITE-RUN-TOTALS-START.
           MOVE SPACES TO DISPUTE-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE WS-OPEN-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO DISPUTE-RPT-RECORD.
           STRING 'DISPUTES OPEN: ' DELIMITED BY SIZE
                  WS-OPEN-COUNT DELIMITED BY SIZE
                  ' AMOUNT HELD: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO DISPUTE-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO DISPUTE-RPT-RECORD.
           STRING 'TRANSACTIONS: ' DELIMITED BY SIZE
                  WS-TRANS-READ DELIMITED BY SIZE
                  ' OPENED: ' DELIMITED BY SIZE
                  WS-OPENED-COUNT DELIMITED BY SIZE
                  ' UPHELD: ' DELIMITED BY SIZE
                  WS-UPHELD-COUNT DELIMITED BY SIZE
                  ' REFUSED: ' DELIMITED BY SIZE
                  WS-REFUSED-COUNT DELIMITED BY SIZE
                  INTO DISPUTE-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE WS-REVERSED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO DISPUTE-RPT-RECORD.
           STRING 'REVERSED AND CREDITED: ' DELIMITED BY SIZE
                  WS-REVERSED-COUNT DELIMITED BY SIZE
                  ' AMOUNT: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO DISPUTE-RPT-RECORD.
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

      * Every DISPRPT line runs through the shared RPTWRIT writer,
      * which hands back the title block at each page break along
      * with the detail.
       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE DISPUTE-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO DISPUTE-RPT-RECORD.
           WRITE DISPUTE-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.
