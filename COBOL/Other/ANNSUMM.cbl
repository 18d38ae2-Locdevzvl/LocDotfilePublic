       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNSUMM.
       AUTHOR. MTH.

      * Year-end summary of the service charges and interest each
      * customer was assessed, for the customers who ask every
      * January and for our tax preparer - replacing twelve monthly
      * ACCTASSM registers added up by hand.  The calendar year comes
      * from the ANNCTL control record.  ACCTASSM records every fee
      * and interest amount it writes to AMTFILE on the ASSMHIST
      * assessment history (ASSMHREC), so its charges are told apart
      * from ordinary activity on the same account and date; this run
      * takes that year's history and confirms each entry against
      * its AMTFILE record (account, date and signed amount, each
      * AMTFILE record claimed once).  An entry with no AMTFILE
      * record is still totalled - it was charged - but is listed
      * for investigation.
      *
      * Account totals roll up to the owning customer through
      * ACSTXREF, and each customer gets a mail-ready summary on
      * ANNLTRS at the ADDRFILE address - address block, the year,
      * a line per account and the customer's totals - separated by
      * a dashed line the way the dunning letters are.  The ANNEXTR
      * extract for the tax preparer is a fixed layout in the
      * POSPAY style: a header, one detail per customer, and a
      * trailer carrying the detail count and the fee and interest
      * control totals.  The ANNRPT report lists every customer,
      * every exception - an account with no owning customer, a
      * customer with no address (left off the letters but still
      * extracted) and history with no AMTFILE record - and proves
      * the customer totals against the history read.  Exceptions
      * end the run with RETURN-CODE 4; an unusable control record
      * or a table overflow produces nothing and ends with 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANN-CTL-FILE ASSIGN TO "ANNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANN-CTL-STATUS.
           SELECT ASSESS-HIST-FILE ASSIGN TO "ASSMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSESS-HIST-STATUS.
           SELECT AMOUNT-FILE ASSIGN TO "AMTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMOUNT-STATUS.
           SELECT ACCT-XREF-FILE ASSIGN TO "ACSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-XREF-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "ADDRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "ANNLTRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "ANNEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT ANN-RPT-FILE ASSIGN TO "ANNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANN-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * The calendar year to summarize.
       FD  ANN-CTL-FILE
           RECORDING MODE IS F.
       01  ANN-CTL-RECORD.
           05 ANNCTL-YEAR            PIC 9(04).

       FD  ASSESS-HIST-FILE
           RECORDING MODE IS F.
           COPY ASSMHREC.

       FD  AMOUNT-FILE
           RECORDING MODE IS F.
       01  AMOUNT-RECORD.
           05 AMT-ACCOUNT            PIC 9(06).
           05 AMT-DATE               PIC 9(08).
           05 AMT-SIGNED             PIC S9(05)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.

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

       FD  SUMMARY-FILE
           RECORDING MODE IS F.
       01  SUMMARY-RECORD            PIC X(80).

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD            PIC X(60).

       FD  ANN-RPT-FILE
           RECORDING MODE IS F.
       01  ANN-RPT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-ANN-CTL-STATUS      PIC XX.
           05 WS-ASSESS-HIST-STATUS  PIC XX.
           05 WS-AMOUNT-STATUS       PIC XX.
           05 WS-ACCT-XREF-STATUS    PIC XX.
           05 WS-ADDRESS-STATUS      PIC XX.
           05 WS-SUMMARY-STATUS      PIC XX.
           05 WS-EXTRACT-STATUS      PIC XX.
           05 WS-ANN-RPT-STATUS      PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-YEAR                   PIC 9(04) VALUE ZERO.
       01  WS-CTL-OK-SW              PIC X VALUE 'N'.
           88 WS-CTL-OK                 VALUE 'Y'.
      * The year's assessment history, each entry with whether its
      * AMTFILE record has been found.
       01  WS-HIST-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-HIST-IDX               PIC 9(04).
       01  WS-HIST-OVERFLOW-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-HIST-FOUND-SW          PIC X.
           88 WS-HIST-FOUND             VALUE 'Y'.
       01  WS-HIST-TABLE.
           05  WS-HST OCCURS 5000 TIMES.
               10 WS-HST-ACCOUNT     PIC 9(06).
               10 WS-HST-DATE        PIC 9(08).
               10 WS-HST-TYPE        PIC X(01).
               10 WS-HST-AMOUNT      PIC 9(05)V9(02).
               10 WS-HST-MATCHED-SW  PIC X(01).
                   88 WS-HST-MATCHED    VALUE 'Y'.
       01  WS-MATCH-AMOUNT           PIC 9(05)V9(02).
       01  WS-MATCH-TYPE             PIC X(01).
      * Year totals by account, with the owning customer.
       01  WS-ACCT-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-ACCT-IDX               PIC 9(04).
       01  WS-ACCT-OVERFLOW-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-ACCT-FOUND-SW          PIC X.
           88 WS-ACCT-FOUND             VALUE 'Y'.
       01  WS-ACCT-TABLE.
           05  WS-ACC OCCURS 2000 TIMES.
               10 WS-ACC-ACCOUNT     PIC 9(06).
               10 WS-ACC-CUST-ID     PIC 9(06).
               10 WS-ACC-FEES        PIC 9(07)V9(02).
               10 WS-ACC-INTEREST    PIC 9(07)V9(02).
      * Year totals by customer.
       01  WS-CUST-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-CUST-IDX               PIC 9(04).
       01  WS-CUST-OVERFLOW-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-CUST-FOUND-SW          PIC X.
           88 WS-CUST-FOUND             VALUE 'Y'.
       01  WS-CUST-TABLE.
           05  WS-CST OCCURS 1000 TIMES.
               10 WS-CST-CUST-ID     PIC 9(06).
               10 WS-CST-FEES        PIC 9(07)V9(02).
               10 WS-CST-INTEREST    PIC 9(07)V9(02).
      * Account-to-customer and customer-to-address, as STMTMAIL.
       01  WS-LEAD-SPACES            PIC 9(02).
       01  WS-TRIM-LEN               PIC 9(02).
       01  WS-THIS-ACCOUNT           PIC 9(06).
       01  WS-THIS-CUST-ID           PIC 9(06).
       01  WS-XREF-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-XREF-IDX               PIC 9(03).
       01  WS-XREF-FOUND-SW          PIC X.
           88 WS-XREF-FOUND             VALUE 'Y'.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 500 TIMES.
               10 WS-XR-ACCOUNT      PIC 9(06).
               10 WS-XR-CUST-ID      PIC 9(06).
       01  WS-ADDR-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-ADDR-IDX               PIC 9(03).
       01  WS-ADDR-FOUND-SW          PIC X.
           88 WS-ADDR-FOUND             VALUE 'Y'.
       01  WS-ADDR-TABLE.
           05  WS-ADDR-ENTRY OCCURS 500 TIMES.
               10 WS-AD-CUST-ID      PIC 9(06).
               10 WS-AD-NAME         PIC X(30).
               10 WS-AD-STREET       PIC X(30).
               10 WS-AD-CITY         PIC X(20).
               10 WS-AD-STATE        PIC X(02).
               10 WS-AD-ZIP          PIC X(10).
       01  WS-CITY-TRIMMED           PIC X(20).
       01  WS-CITY-LINE              PIC X(35).
      * Tax extract header, detail and trailer images.
       01  WS-EXTRACT-HEADER.
           05 WS-EXH-TYPE            PIC X(01) VALUE 'H'.
           05 WS-EXH-SOURCE          PIC X(08) VALUE 'OURSHOP '.
           05 WS-EXH-YEAR            PIC 9(04).
           05 WS-EXH-RUN-DATE        PIC 9(08).
       01  WS-EXTRACT-DETAIL.
           05 WS-EXD-TYPE            PIC X(01) VALUE 'D'.
           05 WS-EXD-CUST-ID         PIC 9(06).
           05 WS-EXD-YEAR            PIC 9(04).
           05 WS-EXD-FEES            PIC 9(07)V9(02).
           05 WS-EXD-INTEREST        PIC 9(07)V9(02).
           05 WS-EXD-NAME            PIC X(30).
       01  WS-EXTRACT-TRAILER.
           05 WS-EXT-TYPE            PIC X(01) VALUE 'T'.
           05 WS-EXT-COUNT           PIC 9(06).
           05 WS-EXT-FEES            PIC 9(09)V9(02).
           05 WS-EXT-INTEREST        PIC 9(09)V9(02).
       01  WS-AMOUNT-EDIT            PIC Z(6)9.99.
       01  WS-INTEREST-EDIT          PIC Z(6)9.99.
       01  WS-TOTAL-EDIT             PIC Z(8)9.99.
       01  WS-EXCEPTION-TEXT         PIC X(50).
       01  WS-HIST-READ              PIC 9(06) VALUE ZERO.
       01  WS-HIST-FEES              PIC 9(09)V9(02) VALUE ZERO.
       01  WS-HIST-INTEREST          PIC 9(09)V9(02) VALUE ZERO.
       01  WS-UNMATCHED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-NO-OWNER-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-NO-ADDRESS-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-SUMMARIES-WRITTEN      PIC 9(06) VALUE ZERO.
       01  WS-EXTRACTED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-EXTRACT-FEES           PIC 9(09)V9(02) VALUE ZERO.
       01  WS-EXTRACT-INTEREST       PIC 9(09)V9(02) VALUE ZERO.
       01  WS-NO-OWNER-FEES          PIC 9(09)V9(02) VALUE ZERO.
       01  WS-NO-OWNER-INTEREST      PIC 9(09)V9(02) VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'ANNSUMM'.
       01  WS-RPT-TITLE              PIC X(30)
                                 VALUE 'ANNUAL FEES AND INTEREST'.
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
           OPEN OUTPUT ANN-RPT-FILE.
           MOVE 'CUSTOMER' TO WS-RPT-HEADING (1:8).
           MOVE 'ACCOUNTS' TO WS-RPT-HEADING (10:8).
           MOVE 'FEES' TO WS-RPT-HEADING (26:4).
           MOVE 'INTEREST' TO WS-RPT-HEADING (34:8).
           MOVE 'NOTE' TO WS-RPT-HEADING (44:4).
           PERFORM READ-ANNUAL-CONTROL.
           IF WS-CTL-OK
               PERFORM LOAD-YEAR-HISTORY
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-CTL-OK
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'ANNCTL MISSING OR YEAR NOT NUMERIC - NO RUN'
                       TO ANN-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'ANNSUMM - ' ANN-RPT-RECORD
               WHEN WS-HIST-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'ASSMHIST YEAR EXCEEDS TABLE - NO RUN'
                       TO ANN-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'ANNSUMM - ' ANN-RPT-RECORD
               WHEN OTHER
                   PERFORM MATCH-AMOUNT-FILE
                   PERFORM LOAD-XREF-TABLE
                   PERFORM LOAD-ADDRESS-TABLE
                   PERFORM TOTAL-BY-ACCOUNT
                   PERFORM TOTAL-BY-CUSTOMER
                   IF WS-ACCT-OVERFLOW-COUNT > ZERO
                      OR WS-CUST-OVERFLOW-COUNT > ZERO
                       MOVE 8 TO WS-FINAL-RETURN-CODE
                       MOVE 'TOTALS TABLES EXCEEDED - NO RUN'
                           TO ANN-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                       DISPLAY 'ANNSUMM - ' ANN-RPT-RECORD
                   ELSE
                       PERFORM PRODUCE-SUMMARIES
                       PERFORM LIST-UNMATCHED-HISTORY
                       PERFORM WRITE-RUN-TOTALS
                   END-IF
           END-EVALUATE.
           PERFORM END-REPORT-PAGES.
           CLOSE ANN-RPT-FILE.
           IF WS-EXCEPTION-COUNT > ZERO
              AND WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       READ-ANNUAL-CONTROL SECTION.
       READ-ANNUAL-CONTROL-START.
           OPEN INPUT ANN-CTL-FILE.
           IF WS-ANN-CTL-STATUS = '00'
               READ ANN-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ANNCTL-YEAR IS NUMERIC
                          AND ANNCTL-YEAR > ZERO
                           MOVE ANNCTL-YEAR TO WS-YEAR
                           SET WS-CTL-OK TO TRUE
                       END-IF
               END-READ
               CLOSE ANN-CTL-FILE
           END-IF.
       READ-ANNUAL-CONTROL-EXIT.
           EXIT.

      * Only the control year's entries are kept; no ASSMHIST at all
      * simply means nothing was assessed.
       LOAD-YEAR-HISTORY SECTION.
       LOAD-YEAR-HISTORY-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ASSESS-HIST-FILE.
           IF WS-ASSESS-HIST-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ ASSESS-HIST-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF AH-DATE (1:4) = WS-YEAR
                              AND AH-AMOUNT IS NUMERIC
                              AND (AH-FEE OR AH-INTEREST)
                               PERFORM STORE-ONE-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSESS-HIST-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-YEAR-HISTORY-EXIT.
           EXIT.

       STORE-ONE-HISTORY SECTION.
       STORE-ONE-HISTORY-START.
           IF WS-HIST-COUNT < 5000
               ADD 1 TO WS-HIST-COUNT
               ADD 1 TO WS-HIST-READ
               MOVE AH-ACCOUNT TO WS-HST-ACCOUNT (WS-HIST-COUNT)
               MOVE AH-DATE TO WS-HST-DATE (WS-HIST-COUNT)
               MOVE AH-TYPE TO WS-HST-TYPE (WS-HIST-COUNT)
               MOVE AH-AMOUNT TO WS-HST-AMOUNT (WS-HIST-COUNT)
               MOVE 'N' TO WS-HST-MATCHED-SW (WS-HIST-COUNT)
               IF AH-FEE
                   ADD AH-AMOUNT TO WS-HIST-FEES
               ELSE
                   ADD AH-AMOUNT TO WS-HIST-INTEREST
               END-IF
           ELSE
               ADD 1 TO WS-HIST-OVERFLOW-COUNT
           END-IF.
       STORE-ONE-HISTORY-EXIT.
           EXIT.

      * Each AMTFILE record of the year claims the first unclaimed
      * history entry with its account and date - a fee against a
      * debit, interest against a credit, at the same amount.
       MATCH-AMOUNT-FILE SECTION.
       MATCH-AMOUNT-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT AMOUNT-FILE.
           IF WS-AMOUNT-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ AMOUNT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF AMT-DATE (1:4) = WS-YEAR
                              AND AMT-SIGNED NOT = ZERO
                               PERFORM MATCH-ONE-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AMOUNT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       MATCH-AMOUNT-FILE-EXIT.
           EXIT.

       MATCH-ONE-AMOUNT SECTION.
       MATCH-ONE-AMOUNT-START.
           IF AMT-SIGNED < ZERO
               COMPUTE WS-MATCH-AMOUNT = ZERO - AMT-SIGNED
               MOVE 'F' TO WS-MATCH-TYPE
           ELSE
               MOVE AMT-SIGNED TO WS-MATCH-AMOUNT
               MOVE 'I' TO WS-MATCH-TYPE
           END-IF.
           MOVE 'N' TO WS-HIST-FOUND-SW.
           PERFORM FIND-HISTORY-ENTRY
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT
                  OR WS-HIST-FOUND.
           IF WS-HIST-FOUND
               SET WS-HST-MATCHED (WS-HIST-IDX) TO TRUE
           END-IF.
       MATCH-ONE-AMOUNT-EXIT.
           EXIT.

       FIND-HISTORY-ENTRY SECTION.
       FIND-HISTORY-ENTRY-START.
           IF WS-HST-ACCOUNT (WS-HIST-IDX) = AMT-ACCOUNT
              AND WS-HST-DATE (WS-HIST-IDX) = AMT-DATE
              AND WS-HST-TYPE (WS-HIST-IDX) = WS-MATCH-TYPE
              AND WS-HST-AMOUNT (WS-HIST-IDX) = WS-MATCH-AMOUNT
              AND NOT WS-HST-MATCHED (WS-HIST-IDX)
               SET WS-HIST-FOUND TO TRUE
               SUBTRACT 1 FROM WS-HIST-IDX
           END-IF.
       FIND-HISTORY-ENTRY-EXIT.
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-ADDRESS-TABLE-EXIT.
           EXIT.

      * Strip the leading spaces the pipeline fields carry - the same
      * trim STMTMAIL applies before printing.
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

       TOTAL-BY-ACCOUNT SECTION.
       TOTAL-BY-ACCOUNT-START.
           PERFORM ADD-ONE-HISTORY
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT.
       TOTAL-BY-ACCOUNT-EXIT.
           EXIT.

       ADD-ONE-HISTORY SECTION.
       ADD-ONE-HISTORY-START.
           MOVE WS-HST-ACCOUNT (WS-HIST-IDX) TO WS-THIS-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           PERFORM FIND-ACCOUNT-ENTRY
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                  OR WS-ACCT-FOUND.
           IF NOT WS-ACCT-FOUND
               IF WS-ACCT-COUNT < 2000
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-IDX
                   MOVE WS-THIS-ACCOUNT TO WS-ACC-ACCOUNT (WS-ACCT-IDX)
                   MOVE ZERO TO WS-ACC-FEES (WS-ACCT-IDX)
                   MOVE ZERO TO WS-ACC-INTEREST (WS-ACCT-IDX)
                   PERFORM RESOLVE-OWNER
                   MOVE WS-THIS-CUST-ID TO WS-ACC-CUST-ID (WS-ACCT-IDX)
                   SET WS-ACCT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-ACCT-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF WS-ACCT-FOUND
               IF WS-HST-TYPE (WS-HIST-IDX) = 'F'
                   ADD WS-HST-AMOUNT (WS-HIST-IDX)
                       TO WS-ACC-FEES (WS-ACCT-IDX)
               ELSE
                   ADD WS-HST-AMOUNT (WS-HIST-IDX)
                       TO WS-ACC-INTEREST (WS-ACCT-IDX)
               END-IF
           END-IF.
       ADD-ONE-HISTORY-EXIT.
           EXIT.

       FIND-ACCOUNT-ENTRY SECTION.
       FIND-ACCOUNT-ENTRY-START.
           IF WS-ACC-ACCOUNT (WS-ACCT-IDX) = WS-THIS-ACCOUNT
               SET WS-ACCT-FOUND TO TRUE
               SUBTRACT 1 FROM WS-ACCT-IDX
           END-IF.
       FIND-ACCOUNT-ENTRY-EXIT.
           EXIT.

      * Zero where ACSTXREF has no owner for the account.
       RESOLVE-OWNER SECTION.
       RESOLVE-OWNER-START.
           MOVE ZERO TO WS-THIS-CUST-ID.
           MOVE 'N' TO WS-XREF-FOUND-SW.
           PERFORM FIND-XREF-ENTRY
               VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT
                  OR WS-XREF-FOUND.
           IF WS-XREF-FOUND
               MOVE WS-XR-CUST-ID (WS-XREF-IDX) TO WS-THIS-CUST-ID
           END-IF.
       RESOLVE-OWNER-EXIT.
           EXIT.

       FIND-XREF-ENTRY SECTION.
       FIND-XREF-ENTRY-START.
           IF WS-XR-ACCOUNT (WS-XREF-IDX) = WS-THIS-ACCOUNT
               SET WS-XREF-FOUND TO TRUE
               SUBTRACT 1 FROM WS-XREF-IDX
           END-IF.
       FIND-XREF-ENTRY-EXIT.
           EXIT.

       TOTAL-BY-CUSTOMER SECTION.
       TOTAL-BY-CUSTOMER-START.
           PERFORM ADD-ONE-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
       TOTAL-BY-CUSTOMER-EXIT.
           EXIT.

       ADD-ONE-ACCOUNT SECTION.
       ADD-ONE-ACCOUNT-START.
           IF WS-ACC-CUST-ID (WS-ACCT-IDX) NOT = ZERO
               MOVE WS-ACC-CUST-ID (WS-ACCT-IDX) TO WS-THIS-CUST-ID
               MOVE 'N' TO WS-CUST-FOUND-SW
               PERFORM FIND-CUSTOMER-ENTRY
                   VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                      OR WS-CUST-FOUND
               IF NOT WS-CUST-FOUND
                   IF WS-CUST-COUNT < 1000
                       ADD 1 TO WS-CUST-COUNT
                       MOVE WS-CUST-COUNT TO WS-CUST-IDX
                       MOVE WS-THIS-CUST-ID
                           TO WS-CST-CUST-ID (WS-CUST-IDX)
                       MOVE ZERO TO WS-CST-FEES (WS-CUST-IDX)
                       MOVE ZERO TO WS-CST-INTEREST (WS-CUST-IDX)
                       SET WS-CUST-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-CUST-OVERFLOW-COUNT
                   END-IF
               END-IF
               IF WS-CUST-FOUND
                   ADD WS-ACC-FEES (WS-ACCT-IDX)
                       TO WS-CST-FEES (WS-CUST-IDX)
                   ADD WS-ACC-INTEREST (WS-ACCT-IDX)
                       TO WS-CST-INTEREST (WS-CUST-IDX)
               END-IF
           END-IF.
       ADD-ONE-ACCOUNT-EXIT.
           EXIT.

       FIND-CUSTOMER-ENTRY SECTION.
       FIND-CUSTOMER-ENTRY-START.
           IF WS-CST-CUST-ID (WS-CUST-IDX) = WS-THIS-CUST-ID
               SET WS-CUST-FOUND TO TRUE
               SUBTRACT 1 FROM WS-CUST-IDX
           END-IF.
       FIND-CUSTOMER-ENTRY-EXIT.
           EXIT.

      * One summary and one extract detail per customer, then the
      * accounts that could not be tied to a customer.
       PRODUCE-SUMMARIES SECTION.
       PRODUCE-SUMMARIES-START.
           OPEN OUTPUT SUMMARY-FILE.
           OPEN OUTPUT EXTRACT-FILE.
           MOVE WS-YEAR TO WS-EXH-YEAR.
           MOVE WS-RUN-DATE TO WS-EXH-RUN-DATE.
           MOVE WS-EXTRACT-HEADER TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           PERFORM SUMMARIZE-ONE-CUSTOMER
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-COUNT.
           MOVE WS-EXTRACTED-COUNT TO WS-EXT-COUNT.
           MOVE WS-EXTRACT-FEES TO WS-EXT-FEES.
           MOVE WS-EXTRACT-INTEREST TO WS-EXT-INTEREST.
           MOVE WS-EXTRACT-TRAILER TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           CLOSE SUMMARY-FILE.
           CLOSE EXTRACT-FILE.
           PERFORM LIST-ONE-UNOWNED-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
       PRODUCE-SUMMARIES-EXIT.
           EXIT.

       SUMMARIZE-ONE-CUSTOMER SECTION.
       SUMMARIZE-ONE-CUSTOMER-START.
           MOVE WS-CST-CUST-ID (WS-CUST-IDX) TO WS-THIS-CUST-ID.
           MOVE 'N' TO WS-ADDR-FOUND-SW.
           PERFORM FIND-ADDRESS-ENTRY
               VARYING WS-ADDR-IDX FROM 1 BY 1
               UNTIL WS-ADDR-IDX > WS-ADDR-COUNT
                  OR WS-ADDR-FOUND.
           MOVE WS-THIS-CUST-ID TO WS-EXD-CUST-ID.
           MOVE WS-YEAR TO WS-EXD-YEAR.
           MOVE WS-CST-FEES (WS-CUST-IDX) TO WS-EXD-FEES.
           MOVE WS-CST-INTEREST (WS-CUST-IDX) TO WS-EXD-INTEREST.
           IF WS-ADDR-FOUND
               MOVE WS-AD-NAME (WS-ADDR-IDX) TO WS-EXD-NAME
               PERFORM WRITE-ANNUAL-SUMMARY
               MOVE SPACES TO WS-EXCEPTION-TEXT
           ELSE
               MOVE SPACES TO WS-EXD-NAME
               ADD 1 TO WS-NO-ADDRESS-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE 'NO ADDRFILE ADDRESS - NOT MAILED'
                   TO WS-EXCEPTION-TEXT
           END-IF.
           MOVE WS-EXTRACT-DETAIL TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACTED-COUNT.
           ADD WS-CST-FEES (WS-CUST-IDX) TO WS-EXTRACT-FEES.
           ADD WS-CST-INTEREST (WS-CUST-IDX) TO WS-EXTRACT-INTEREST.
           MOVE SPACES TO ANN-RPT-RECORD.
           MOVE WS-THIS-CUST-ID TO ANN-RPT-RECORD (1:6).
           MOVE WS-CST-FEES (WS-CUST-IDX) TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO ANN-RPT-RECORD (20:10).
           MOVE WS-CST-INTEREST (WS-CUST-IDX) TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO ANN-RPT-RECORD (32:10).
           MOVE WS-EXCEPTION-TEXT TO ANN-RPT-RECORD (44:37).
           PERFORM PUT-REPORT-LINE.
       SUMMARIZE-ONE-CUSTOMER-EXIT.
           EXIT.

       FIND-ADDRESS-ENTRY SECTION.
       FIND-ADDRESS-ENTRY-START.
           IF WS-AD-CUST-ID (WS-ADDR-IDX) = WS-THIS-CUST-ID
               SET WS-ADDR-FOUND TO TRUE
               SUBTRACT 1 FROM WS-ADDR-IDX
           END-IF.
       FIND-ADDRESS-ENTRY-EXIT.
           EXIT.

      * Address block, the year, a line per account the customer
      * owns and the customer's totals.
       WRITE-ANNUAL-SUMMARY SECTION.
       WRITE-ANNUAL-SUMMARY-START.
           MOVE WS-AD-NAME (WS-ADDR-IDX) TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE WS-AD-STREET (WS-ADDR-IDX) TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           PERFORM BUILD-CITY-LINE.
           MOVE WS-CITY-LINE TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE SPACES TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           STRING 'DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '    CUSTOMER: ' DELIMITED BY SIZE
                  WS-THIS-CUST-ID DELIMITED BY SIZE
                  INTO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE SPACES TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           STRING 'SERVICE CHARGES AND INTEREST FOR THE YEAR '
                      DELIMITED BY SIZE
                  WS-YEAR DELIMITED BY SIZE
                  INTO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE SPACES TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE 'ACCOUNT          SERVICE CHARGES    INTEREST PAID'
               TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           PERFORM WRITE-ONE-ACCOUNT-LINE
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
           MOVE SPACES TO SUMMARY-RECORD.
           MOVE WS-CST-FEES (WS-CUST-IDX) TO WS-AMOUNT-EDIT.
           MOVE WS-CST-INTEREST (WS-CUST-IDX) TO WS-INTEREST-EDIT.
           STRING 'TOTAL                 ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  '       ' DELIMITED BY SIZE
                  WS-INTEREST-EDIT DELIMITED BY SIZE
                  INTO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE ALL '-' TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           ADD 1 TO WS-SUMMARIES-WRITTEN.
       WRITE-ANNUAL-SUMMARY-EXIT.
           EXIT.

       WRITE-ONE-ACCOUNT-LINE SECTION.
       WRITE-ONE-ACCOUNT-LINE-START.
           IF WS-ACC-CUST-ID (WS-ACCT-IDX) = WS-THIS-CUST-ID
               MOVE SPACES TO SUMMARY-RECORD
               MOVE WS-ACC-FEES (WS-ACCT-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-ACC-INTEREST (WS-ACCT-IDX) TO WS-INTEREST-EDIT
               STRING WS-ACC-ACCOUNT (WS-ACCT-IDX) DELIMITED BY SIZE
                      '                ' DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                      '       ' DELIMITED BY SIZE
                      WS-INTEREST-EDIT DELIMITED BY SIZE
                      INTO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           END-IF.
       WRITE-ONE-ACCOUNT-LINE-EXIT.
           EXIT.

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

       LIST-ONE-UNOWNED-ACCOUNT SECTION.
       LIST-ONE-UNOWNED-ACCOUNT-START.
           IF WS-ACC-CUST-ID (WS-ACCT-IDX) = ZERO
               ADD 1 TO WS-NO-OWNER-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD WS-ACC-FEES (WS-ACCT-IDX) TO WS-NO-OWNER-FEES
               ADD WS-ACC-INTEREST (WS-ACCT-IDX)
                   TO WS-NO-OWNER-INTEREST
               MOVE SPACES TO ANN-RPT-RECORD
               MOVE WS-ACC-ACCOUNT (WS-ACCT-IDX)
                   TO ANN-RPT-RECORD (10:6)
               MOVE WS-ACC-FEES (WS-ACCT-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO ANN-RPT-RECORD (20:10)
               MOVE WS-ACC-INTEREST (WS-ACCT-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO ANN-RPT-RECORD (32:10)
               MOVE 'NO ACSTXREF OWNER - NOT SUMMARIZED'
                   TO ANN-RPT-RECORD (44:37)
               PERFORM PUT-REPORT-LINE
           END-IF.
       LIST-ONE-UNOWNED-ACCOUNT-EXIT.
           EXIT.

       LIST-UNMATCHED-HISTORY SECTION.
       LIST-UNMATCHED-HISTORY-START.
           PERFORM LIST-ONE-UNMATCHED
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT.
       LIST-UNMATCHED-HISTORY-EXIT.
           EXIT.

       LIST-ONE-UNMATCHED SECTION.
       LIST-ONE-UNMATCHED-START.
           IF NOT WS-HST-MATCHED (WS-HIST-IDX)
               ADD 1 TO WS-UNMATCHED-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO ANN-RPT-RECORD
               MOVE WS-HST-ACCOUNT (WS-HIST-IDX)
                   TO ANN-RPT-RECORD (10:6)
               MOVE WS-HST-AMOUNT (WS-HIST-IDX) TO WS-AMOUNT-EDIT
               IF WS-HST-TYPE (WS-HIST-IDX) = 'F'
                   MOVE WS-AMOUNT-EDIT TO ANN-RPT-RECORD (20:10)
               ELSE
                   MOVE WS-AMOUNT-EDIT TO ANN-RPT-RECORD (32:10)
               END-IF
               STRING 'NOT ON AMTFILE - DATED ' DELIMITED BY SIZE
                      WS-HST-DATE (WS-HIST-IDX) DELIMITED BY SIZE
                      INTO ANN-RPT-RECORD (44:37)
               PERFORM PUT-REPORT-LINE
           END-IF.
       LIST-ONE-UNMATCHED-EXIT.
           EXIT.

      * Customer totals plus the unowned accounts must come back to
      * the year's history.
       WRITE-RUN-TOTALS SECTION.
       WRITE-RUN-TOTALS-START.
           MOVE SPACES TO ANN-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO ANN-RPT-RECORD.
           STRING 'YEAR: ' DELIMITED BY SIZE
                  WS-YEAR DELIMITED BY SIZE
                  ' HISTORY: ' DELIMITED BY SIZE
                  WS-HIST-READ DELIMITED BY SIZE
                  ' CUSTOMERS: ' DELIMITED BY SIZE
                  WS-EXTRACTED-COUNT DELIMITED BY SIZE
                  ' MAILED: ' DELIMITED BY SIZE
                  WS-SUMMARIES-WRITTEN DELIMITED BY SIZE
                  INTO ANN-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO ANN-RPT-RECORD.
           STRING 'NO OWNER: ' DELIMITED BY SIZE
                  WS-NO-OWNER-COUNT DELIMITED BY SIZE
                  ' NO ADDRESS: ' DELIMITED BY SIZE
                  WS-NO-ADDRESS-COUNT DELIMITED BY SIZE
                  ' NOT ON AMTFILE: ' DELIMITED BY SIZE
                  WS-UNMATCHED-COUNT DELIMITED BY SIZE
                  INTO ANN-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE WS-HIST-FEES TO WS-TOTAL-EDIT.
           MOVE SPACES TO ANN-RPT-RECORD.
           STRING 'FEES ASSESSED: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO ANN-RPT-RECORD.
           MOVE WS-HIST-INTEREST TO WS-TOTAL-EDIT.
           MOVE 'INTEREST PAID: ' TO ANN-RPT-RECORD (36:15).
           MOVE WS-TOTAL-EDIT TO ANN-RPT-RECORD (51:12).
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO ANN-RPT-RECORD.
           IF WS-EXTRACT-FEES + WS-NO-OWNER-FEES = WS-HIST-FEES
              AND WS-EXTRACT-INTEREST + WS-NO-OWNER-INTEREST
                  = WS-HIST-INTEREST
               MOVE 'EXTRACT CONTROL TOTALS PROVEN' TO ANN-RPT-RECORD
           ELSE
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE 'EXTRACT CONTROL TOTALS BROKEN' TO ANN-RPT-RECORD
               DISPLAY 'ANNSUMM - ' ANN-RPT-RECORD
           END-IF.
           PERFORM PUT-REPORT-LINE.
       WRITE-RUN-TOTALS-EXIT.
           EXIT.

      * Every ANNRPT line runs through the shared RPTWRIT writer,
      * which hands back the title block at each page break along
      * with the detail.
       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE ANN-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO ANN-RPT-RECORD.
           WRITE ANN-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.
