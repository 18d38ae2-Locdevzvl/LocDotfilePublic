           05 FILLER                 PIC X(09).
           05 LREJ-POSTING-TYPE      PIC X(02).
           05 FILLER                 PIC X(08).
           05 LREJ-AMOUNT            PIC S9(07)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER                 PIC X(03).
           05 LREJ-REASON            PIC X(21).
       01  SUSP-RECORD.
           05 SUSP-ORIG-ACCOUNT      PIC 9(06).
           05 SUSP-POSTING-TYPE      PIC X(02).
           05 SUSP-AMOUNT            PIC S9(07)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.
           05 SUSP-ENTERED-DATE      PIC 9(08).

       01  SUSP-CLEAR-RECORD.
           05 SCLR-ACCOUNT           PIC 9(06).
           05 SCLR-POSTING-TYPE      PIC X(02).
           05 SCLR-AMOUNT            PIC S9(07)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.

       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY LEDGREC.

       FD  SUSP-AGE-RPT-FILE
           RECORDING MODE IS F.
           05  WS-ITEM OCCURS 500 TIMES.
               10 WS-ITEM-ACCOUNT    PIC 9(06).
               10 WS-ITEM-TYPE       PIC X(02).
               10 WS-ITEM-AMOUNT     PIC S9(07)V9(02).
               10 WS-ITEM-ENTERED    PIC 9(08).
               10 WS-ITEM-CLEARED-SW PIC X(01).
                   88 WS-ITEM-CLEARED   VALUE 'Y'.
       01  WS-CLEARED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-UNMATCHED-CLEAR-COUNT  PIC 9(06) VALUE ZERO.
       01  WS-OPEN-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-OPEN-TOTAL             PIC S9(10)V9(02) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.

       01  WS-TODAY-SERIAL           PIC 9(07).
       01  WS-AGE-BUCKETS.
           05  WS-BUCKET OCCURS 3 TIMES.
               10 WS-BUCKET-COUNT    PIC 9(05).
               10 WS-BUCKET-TOTAL    PIC S9(10)V9(02).

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM COMPUTE-DAY-SERIAL.
           MOVE WS-SERIAL-RESULT TO WS-TODAY-SERIAL.
               MOVE WS-SUSP-SIDE TO LEDG-ACCT-TYPE
               MOVE LREJ-POSTING-TYPE TO LEDG-POSTING-TYPE
               MOVE LREJ-AMOUNT TO LEDG-AMOUNT
               MOVE WS-RUN-DATE TO LEDG-POST-DATE
               MOVE 'SUSPPOST' TO LEDG-SOURCE
               MOVE SPACES TO LEDG-REFERENCE
               STRING 'REJ ' DELIMITED BY SIZE
                      LREJ-ACCOUNT DELIMITED BY SIZE
                      INTO LEDG-REFERENCE
               WRITE LEDGER-RECORD
               ADD 1 TO WS-NEW-SUSP-COUNT
               IF WS-ITEM-COUNT < 500
                   MOVE 'DR' TO LEDG-POSTING-TYPE
               END-IF
               MOVE WS-ITEM-AMOUNT (WS-ITEM-IDX) TO LEDG-AMOUNT
               MOVE WS-RUN-DATE TO LEDG-POST-DATE
               MOVE 'SUSPPOST' TO LEDG-SOURCE
               MOVE SPACES TO LEDG-REFERENCE
               STRING 'CLR ' DELIMITED BY SIZE
                      SCLR-ACCOUNT DELIMITED BY SIZE
                      INTO LEDG-REFERENCE
               WRITE LEDGER-RECORD
               MOVE SPACES TO SUSP-AGE-RPT-RECORD
               STRING WS-RUN-DATE DELIMITED BY SIZE
