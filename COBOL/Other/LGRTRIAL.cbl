       FILE SECTION.
       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY LEDGREC.

      * Opening balances LGRCLOSE carries across a period-end close -
      * seeded into the account totals so the proof holds across the
      * close.
       FD  OPEN-BAL-FILE
           RECORDING MODE IS F.
           COPY LEDGOPN.

       FD  TRIAL-RPT-FILE
           RECORDING MODE IS F.
       01  SORT-WORK-RECORD.
           05 SRT-ACCOUNT         PIC 9(06).
           05 SRT-ACCT-TYPE       PIC X(01).
           05 SRT-DEBITS          PIC S9(11)V9(02).
           05 SRT-CREDITS         PIC S9(11)V9(02).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           88 WS-ACCOUNT-OPEN        VALUE 'Y'.
       01  WS-CURRENT-ACCOUNT     PIC 9(06).
       01  WS-CURRENT-TYPE        PIC X(01).
       01  WS-ACCT-DEBITS         PIC S9(11)V9(02).
       01  WS-ACCT-CREDITS        PIC S9(11)V9(02).
       01  WS-NET-AMOUNT          PIC S9(11)V9(02).
       01  WS-CONTRARY-SW         PIC X.
           88 WS-CONTRARY            VALUE 'Y'.
       01  WS-CONTRARY-COUNT      PIC 9(03) VALUE ZERO.
       01  WS-GRAND-DEBITS        PIC S9(13)V9(02) VALUE ZERO.
       01  WS-GRAND-CREDITS       PIC S9(13)V9(02) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE   PIC 9(4) VALUE ZERO.
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
                      WS-NET-AMOUNT DELIMITED BY SIZE
                      INTO TRIAL-RPT-RECORD
               IF WS-CONTRARY
                   MOVE ' *CONTRARY*'
                       TO TRIAL-RPT-RECORD (70:11)
               END-IF
               PERFORM PUT-REPORT-LINE
           END-IF.
                      WS-GRAND-DEBITS DELIMITED BY SIZE
                      ' CREDITS ' DELIMITED BY SIZE
                      WS-GRAND-CREDITS DELIMITED BY SIZE
                      ' CONTRARY ' DELIMITED BY SIZE
                      WS-CONTRARY-COUNT DELIMITED BY SIZE
                      INTO TRIAL-RPT-RECORD
           END-IF.
