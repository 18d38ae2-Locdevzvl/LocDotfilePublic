      * Charges are written as proper signed AMTFILE records - the
      * fee as a negative (DB) amount, interest as a positive (CR)
      * amount, dated with the run date - appended so the statement
      * run picks them up like any other transaction.  Each charge
      * is also appended to the ASSMHIST assessment history
      * (ASSMHREC) so the year-end summary can tell it from ordinary
      * activity.  Interest is
      * rounded through the shared CURRND subprogram.  The ASSMLAST
      * marker file refuses a second assessment in the same month,
      * and the ASSMRPT register lists every charge with run totals.
      *
      * Debits the customer has an open dispute on (DISPFILE, kept
      * by DISPRUN) are not held against the account: the balance
      * assessed is the carried balance with the open disputed
      * amounts added back, so a disputed charge neither triggers
      * the fee nor cuts the interest.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ASSESS-RPT-FILE ASSIGN TO "ASSMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSESS-RPT-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT ASSESS-HIST-FILE ASSIGN TO "ASSMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASSESS-HIST-STATUS.

       DATA DIVISION.

           RECORDING MODE IS F.
       01  ASSESS-RPT-RECORD     PIC X(80).

       FD  DISPUTE-FILE
           RECORDING MODE IS F.
           COPY DISPREC.

       FD  ASSESS-HIST-FILE
           RECORDING MODE IS F.
           COPY ASSMHREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-BALANCE-IN-STATUS PIC XX.
           05 WS-AMOUNT-STATUS     PIC XX.
           05 WS-ASSESS-LAST-STATUS PIC XX.
           05 WS-ASSESS-RPT-STATUS PIC XX.
           05 WS-DISPUTE-STATUS    PIC XX.
           05 WS-ASSESS-HIST-STATUS PIC XX.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01  WS-RUN-DATE             PIC 9(8).
               10 WS-SCH-FEE       PIC 9(03)V9(02).
               10 WS-SCH-WAIVER    PIC 9(05)V9(02).
               10 WS-SCH-RATE      PIC 9(01)V9(04).
      * Open disputed amounts summed by account.
       01  WS-DISPUTE-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-DISPUTE-IDX          PIC 9(04).
       01  WS-DISPUTE-OVERFLOW-COUNT PIC 9(06) VALUE ZERO.
       01  WS-DISPUTE-FOUND-SW     PIC X.
           88 WS-DISPUTE-FOUND        VALUE 'Y'.
       01  WS-DISPUTE-TABLE.
           05  WS-DSP OCCURS 1000 TIMES.
               10 WS-DSP-ACCOUNT   PIC 9(06).
               10 WS-DSP-AMOUNT    PIC 9(07)V9(02).
       01  WS-DISPUTE-KEY          PIC 9(06).
       01  WS-ASSESSED-BALANCE     PIC S9(07)V9(02).
       01  WS-DISPUTE-ADJUSTED-COUNT PIC 9(06) VALUE ZERO.
       01  WS-THIS-FEE             PIC 9(03)V9(02).
       01  WS-THIS-WAIVER          PIC 9(05)V9(02).
       01  WS-THIS-RATE            PIC 9(01)V9(04).
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-MONTH.
           OPEN OUTPUT ASSESS-RPT-FILE.
           PERFORM CHECK-LAST-ASSESSMENT.
                   WRITE ASSESS-RPT-RECORD
                   DISPLAY ASSESS-RPT-RECORD
               ELSE
                   PERFORM LOAD-OPEN-DISPUTES
                   PERFORM ASSESS-ALL-ACCOUNTS
      * Only a run that really assessed something claims the month -
      * a run that found no balance file must leave ASSMLAST alone
       LOAD-SCHEME-TABLE-EXIT.
           EXIT.

      * Past the table the remaining disputes are not added back,
      * and the operator is told.
       LOAD-OPEN-DISPUTES SECTION.
       LOAD-OPEN-DISPUTES-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DISPUTE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ DISPUTE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF DISP-OPEN
                               PERFORM STORE-ONE-DISPUTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-DISPUTE-OVERFLOW-COUNT > ZERO
               DISPLAY 'ACCTASSM - OPEN DISPUTES BEYOND TABLE: '
                   WS-DISPUTE-OVERFLOW-COUNT ' - NOT ADDED BACK'
           END-IF.
       LOAD-OPEN-DISPUTES-EXIT.
           EXIT.

       STORE-ONE-DISPUTE SECTION.
       STORE-ONE-DISPUTE-START.
           MOVE DISP-ACCOUNT TO WS-DISPUTE-KEY.
           MOVE 'N' TO WS-DISPUTE-FOUND-SW.
           PERFORM FIND-DISPUTE-ACCOUNT
               VARYING WS-DISPUTE-IDX FROM 1 BY 1
               UNTIL WS-DISPUTE-IDX > WS-DISPUTE-COUNT
                  OR WS-DISPUTE-FOUND.
           EVALUATE TRUE
               WHEN WS-DISPUTE-FOUND
                   ADD DISP-AMOUNT TO WS-DSP-AMOUNT (WS-DISPUTE-IDX)
               WHEN WS-DISPUTE-COUNT < 1000
                   ADD 1 TO WS-DISPUTE-COUNT
                   MOVE DISP-ACCOUNT
                       TO WS-DSP-ACCOUNT (WS-DISPUTE-COUNT)
                   MOVE DISP-AMOUNT
                       TO WS-DSP-AMOUNT (WS-DISPUTE-COUNT)
               WHEN OTHER
                   ADD 1 TO WS-DISPUTE-OVERFLOW-COUNT
           END-EVALUATE.
       STORE-ONE-DISPUTE-EXIT.
           EXIT.

       FIND-DISPUTE-ACCOUNT SECTION.
       FIND-DISPUTE-ACCOUNT-START.
           IF WS-DSP-ACCOUNT (WS-DISPUTE-IDX) = WS-DISPUTE-KEY
               SET WS-DISPUTE-FOUND TO TRUE
               SUBTRACT 1 FROM WS-DISPUTE-IDX
           END-IF.
       FIND-DISPUTE-ACCOUNT-EXIT.
           EXIT.

       ASSESS-ALL-ACCOUNTS SECTION.
       ASSESS-ALL-ACCOUNTS-START.
           MOVE 'N' TO WS-EOF-SW.
               IF WS-AMOUNT-STATUS = '05' OR WS-AMOUNT-STATUS = '35'
                   OPEN OUTPUT AMOUNT-FILE
               END-IF
               OPEN EXTEND ASSESS-HIST-FILE
               IF WS-ASSESS-HIST-STATUS = '05'
                  OR WS-ASSESS-HIST-STATUS = '35'
                   OPEN OUTPUT ASSESS-HIST-FILE
               END-IF
               PERFORM UNTIL WS-EOF
                   READ BALANCE-IN-FILE
                       AT END
               END-PERFORM
               CLOSE BALANCE-IN-FILE
               CLOSE AMOUNT-FILE
               CLOSE ASSESS-HIST-FILE
           END-IF.
       ASSESS-ALL-ACCOUNTS-EXIT.
           EXIT.
       ASSESS-ONE-ACCOUNT SECTION.
       ASSESS-ONE-ACCOUNT-START.
           PERFORM FIND-ACCOUNT-SCHEME.
           PERFORM DETERMINE-ASSESSED-BALANCE.
           IF WS-SCHEME-FOUND
               IF WS-ASSESSED-BALANCE NOT LESS THAN WS-THIS-WAIVER
                   ADD 1 TO WS-FEES-WAIVED-COUNT
               ELSE
                   IF WS-THIS-FEE > ZERO
                       PERFORM CHARGE-ONE-FEE
                   END-IF
               END-IF
               IF WS-ASSESSED-BALANCE > ZERO AND WS-THIS-RATE > ZERO
                   PERFORM PAY-ONE-INTEREST
               END-IF
           END-IF.
       ASSESS-ONE-ACCOUNT-EXIT.
           EXIT.

      * The carried balance with this account's open disputed debits
      * added back.
       DETERMINE-ASSESSED-BALANCE SECTION.
       DETERMINE-ASSESSED-BALANCE-START.
           MOVE BAL-IN-AMOUNT TO WS-ASSESSED-BALANCE.
           MOVE BAL-IN-ACCOUNT TO WS-DISPUTE-KEY.
           MOVE 'N' TO WS-DISPUTE-FOUND-SW.
           PERFORM FIND-DISPUTE-ACCOUNT
               VARYING WS-DISPUTE-IDX FROM 1 BY 1
               UNTIL WS-DISPUTE-IDX > WS-DISPUTE-COUNT
                  OR WS-DISPUTE-FOUND.
           IF WS-DISPUTE-FOUND
               ADD WS-DSP-AMOUNT (WS-DISPUTE-IDX)
                   TO WS-ASSESSED-BALANCE
               ADD 1 TO WS-DISPUTE-ADJUSTED-COUNT
           END-IF.
       DETERMINE-ASSESSED-BALANCE-EXIT.
           EXIT.

      * The class is the first digit of the account number; an exact
      * class record wins, the '*' default covers the rest, and an
      * account with neither is simply not assessed.
           MOVE WS-RUN-DATE TO AMT-DATE.
           COMPUTE AMT-SIGNED = ZERO - WS-THIS-FEE.
           WRITE AMOUNT-RECORD.
           MOVE BAL-IN-ACCOUNT TO AH-ACCOUNT.
           MOVE WS-RUN-DATE TO AH-DATE.
           SET AH-FEE TO TRUE.
           MOVE WS-THIS-FEE TO AH-AMOUNT.
           WRITE ASSESSMENT-HISTORY-RECORD.
           MOVE SPACES TO ASSESS-RPT-RECORD.
           STRING 'FEE      ACCOUNT ' DELIMITED BY SIZE
                  BAL-IN-ACCOUNT DELIMITED BY SIZE
                  ' BALANCE ' DELIMITED BY SIZE
                  WS-ASSESSED-BALANCE DELIMITED BY SIZE
                  ' CHARGED ' DELIMITED BY SIZE
                  WS-THIS-FEE DELIMITED BY SIZE
                  INTO ASSESS-RPT-RECORD.
      * amount shape through the shared CURRND subprogram.
       PAY-ONE-INTEREST SECTION.
       PAY-ONE-INTEREST-START.
           COMPUTE WS-CURRND-AMOUNT =
               WS-ASSESSED-BALANCE * WS-THIS-RATE.
           CALL 'CURRND' USING WS-CURRND-AMOUNT
                               WS-CURRND-MODE
                               WS-CURRND-RESULT.
               MOVE WS-RUN-DATE TO AMT-DATE
               MOVE WS-INTEREST-AMOUNT TO AMT-SIGNED
               WRITE AMOUNT-RECORD
               MOVE BAL-IN-ACCOUNT TO AH-ACCOUNT
               MOVE WS-RUN-DATE TO AH-DATE
               SET AH-INTEREST TO TRUE
               MOVE WS-INTEREST-AMOUNT TO AH-AMOUNT
               WRITE ASSESSMENT-HISTORY-RECORD
               MOVE SPACES TO ASSESS-RPT-RECORD
               STRING 'INTEREST ACCOUNT ' DELIMITED BY SIZE
                      BAL-IN-ACCOUNT DELIMITED BY SIZE
                      ' BALANCE ' DELIMITED BY SIZE
                      WS-ASSESSED-BALANCE DELIMITED BY SIZE
                      ' PAID ' DELIMITED BY SIZE
                      WS-INTEREST-AMOUNT DELIMITED BY SIZE
                      INTO ASSESS-RPT-RECORD
                  WS-INTEREST-TOTAL DELIMITED BY SIZE
                  INTO ASSESS-RPT-RECORD.
           WRITE ASSESS-RPT-RECORD.
           MOVE SPACES TO ASSESS-RPT-RECORD.
           STRING 'ACCOUNTS WITH DISPUTED DEBITS ADDED BACK: '
                      DELIMITED BY SIZE
                  WS-DISPUTE-ADJUSTED-COUNT DELIMITED BY SIZE
                  INTO ASSESS-RPT-RECORD.
           WRITE ASSESS-RPT-RECORD.
       WRITE-ASSESSMENT-TOTALS-EXIT.
           EXIT.
