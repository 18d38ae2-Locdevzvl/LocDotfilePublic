           05 RND-CONTRA-ACCOUNT   PIC 9(06).
           05 RND-CONTRA-SIDE      PIC X(01).

      * Sub-cent residue carried run to run: whatever part of the
      * accumulated rounding differences was too small to post goes
      * here and joins the next run's total, so nothing is ever
      * dropped.

       FD  LEDGER-FILE
           RECORDING MODE IS F.
           COPY LEDGREC.

       WORKING-STORAGE SECTION.
       01 WS-VARS.
       01  WS-RESIDUE-TOTAL            PIC S9(05)V9(04) VALUE ZERO.
       01  WS-CARRY-AMOUNT             PIC S9(03)V9(04) VALUE ZERO.
       01  WS-POSTABLE-RESIDUE         PIC S9(05)V9(04).
       01  WS-CENTS-RESIDUE            PIC S9(05)V9(02).
       01  WS-ABS-RESIDUE              PIC 9(05)V9(02).
       01  WS-RND-CTL-OK-SW            PIC X VALUE 'N'.
           88 WS-RND-CTL-OK               VALUE 'Y'.
       01  WS-RND-DIFF-ACCOUNT         PIC 9(06).

       PROCESS-CURRENCY-FILE SECTION.
       PROCESS-CURRENCY-FILE-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           PERFORM LOAD-RATE-TABLE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CURRENCY-FILE.

      * The half-cents CURRND rounds away used to simply disappear
      * from the totals.  They are accumulated above at every CALL;
      * here the run's residue joins whatever sub-cent carry the
      * last run left on RNDCARRY, the whole-cent part posts as a
      * balanced LEDGTRAN pair to the rounding-difference account
      * and its contra from RNDCTL, and the remaining fraction is
      * carried forward - so the books tie to the penny and nothing
           PERFORM READ-ROUNDING-CARRY.
           COMPUTE WS-POSTABLE-RESIDUE =
               WS-RESIDUE-TOTAL + WS-CARRY-AMOUNT.
           COMPUTE WS-CENTS-RESIDUE = WS-POSTABLE-RESIDUE.
           MOVE SPACES TO CURRENCY-RPT-RECORD.
           STRING 'ROUNDING RESIDUE THIS RUN: ' DELIMITED BY SIZE
                  WS-RESIDUE-TOTAL DELIMITED BY SIZE
                  WS-POSTABLE-RESIDUE DELIMITED BY SIZE
                  INTO CURRENCY-RPT-RECORD.
           WRITE CURRENCY-RPT-RECORD.
           IF WS-CENTS-RESIDUE NOT = ZERO AND WS-RND-CTL-OK
               PERFORM POST-RESIDUE-PAIR
               SUBTRACT WS-CENTS-RESIDUE FROM WS-POSTABLE-RESIDUE
           END-IF.
           MOVE WS-POSTABLE-RESIDUE TO WS-CARRY-AMOUNT.
           PERFORM REWRITE-ROUNDING-CARRY.
      * Positive residue means the rounded results fell short of the
      * true amounts - the difference debits the rounding account
      * and credits the contra; negative the reverse.  Both legs
      * carry the same amount to the cent, balanced by construction,
      * stamped with the run date, source ADECPDT and an RND-dated
      * reference so the pair can be traced back to this run.
       POST-RESIDUE-PAIR SECTION.
       POST-RESIDUE-PAIR-START.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = '05' OR WS-LEDGER-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           MOVE WS-RUN-DATE TO LEDG-POST-DATE.
           MOVE 'ADECPDT ' TO LEDG-SOURCE.
           MOVE SPACES TO LEDG-REFERENCE.
           STRING 'RND' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO LEDG-REFERENCE.
           IF WS-CENTS-RESIDUE > ZERO
               MOVE WS-CENTS-RESIDUE TO WS-ABS-RESIDUE
               MOVE WS-RND-DIFF-ACCOUNT TO LEDG-ACCOUNT
               MOVE WS-RND-DIFF-SIDE TO LEDG-ACCT-TYPE
               MOVE 'DR' TO LEDG-POSTING-TYPE
               MOVE WS-ABS-RESIDUE TO LEDG-AMOUNT
               WRITE LEDGER-RECORD
               MOVE WS-RND-CONTRA-ACCOUNT TO LEDG-ACCOUNT
               MOVE WS-RND-CONTRA-SIDE TO LEDG-ACCT-TYPE
               MOVE 'CR' TO LEDG-POSTING-TYPE
               MOVE WS-ABS-RESIDUE TO LEDG-AMOUNT
               WRITE LEDGER-RECORD
           ELSE
               COMPUTE WS-ABS-RESIDUE = ZERO - WS-CENTS-RESIDUE
               MOVE WS-RND-CONTRA-ACCOUNT TO LEDG-ACCOUNT
               MOVE WS-RND-CONTRA-SIDE TO LEDG-ACCT-TYPE
               MOVE 'DR' TO LEDG-POSTING-TYPE
               MOVE WS-ABS-RESIDUE TO LEDG-AMOUNT
               WRITE LEDGER-RECORD
               MOVE WS-RND-DIFF-ACCOUNT TO LEDG-ACCOUNT
               MOVE WS-RND-DIFF-SIDE TO LEDG-ACCT-TYPE
               MOVE 'CR' TO LEDG-POSTING-TYPE
               MOVE WS-ABS-RESIDUE TO LEDG-AMOUNT
               WRITE LEDGER-RECORD
           END-IF.
           CLOSE LEDGER-FILE.
           STRING 'RESIDUE POSTED TO ACCOUNT ' DELIMITED BY SIZE
                  WS-RND-DIFF-ACCOUNT DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  WS-CENTS-RESIDUE DELIMITED BY SIZE
                  INTO CURRENCY-RPT-RECORD.
           WRITE CURRENCY-RPT-RECORD.
       POST-RESIDUE-PAIR-EXIT.
