       FILE SECTION.
       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY LEDGREC.

      * One record per account: the accumulated debit and credit
      * sides carried into the new period.  LGRTRIAL seeds its
      * account totals from this file.
       FD  OPEN-BAL-FILE
           RECORDING MODE IS F.
           COPY LEDGOPN.

      * Closed postings, stamped with the period they belonged to;
      * appended, never rewritten, so every closed period survives.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
           COPY LEDGHST.

       FD  CLOSE-CTL-FILE
           RECORDING MODE IS F.
       01  SORT-WORK-RECORD.
           05 SRT-ACCOUNT         PIC 9(06).
           05 SRT-ACCT-TYPE       PIC X(01).
           05 SRT-DEBITS          PIC S9(11)V9(02).
           05 SRT-CREDITS         PIC S9(11)V9(02).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
       01  WS-CURRENT-TYPE        PIC X(01).
       01  WS-ACCOUNT-OPEN-SW     PIC X VALUE 'N'.
           88 WS-ACCOUNT-OPEN        VALUE 'Y'.
       01  WS-ACCT-DEBITS         PIC S9(11)V9(02).
       01  WS-ACCT-CREDITS        PIC S9(11)V9(02).
       01  WS-GRAND-DEBITS        PIC S9(13)V9(02) VALUE ZERO.
       01  WS-GRAND-CREDITS       PIC S9(13)V9(02) VALUE ZERO.
       01  WS-SORT-EOF-SW         PIC X VALUE 'N'.
           88 WS-SORT-EOF            VALUE 'Y'.
       01  WS-FINAL-RETURN-CODE   PIC 9(4) VALUE ZERO.
