       FILE SECTION.
      * The transaction now carries its operating company after the
      * pair; old two-company-less files read back with spaces
      * there and process as company '  '.  A reversal record (type
      * V) carries no pair of its own - it names the transaction to
      * back out by its TRANIDX key and the run date it was summed
      * on.  Ordinary records leave the type blank.
       FD  TRAN-FILE
           RECORDING MODE IS F.
       01  TRAN-RECORD.
           05 TRAN-NUMA PIC X(5).
           05 TRAN-NUMB PIC X(5).
           05 TRAN-COMPANY PIC X(2).
           05 TRAN-TYPE PIC X(1).
               88 TRAN-REVERSAL VALUE 'V'.
           05 TRAN-ORIG-ID PIC X(6).
           05 TRAN-ORIG-DATE PIC X(8).

       FD  RESULT-FILE
           RECORDING MODE IS F.
       01  WS-BYTE-CHAR               PIC X(01).
       01  WS-COMPANY-SELECTOR        PIC X(02) VALUE SPACES.
       01  WS-COMPANY-SKIPPED         PIC 9(06) VALUE ZERO.
      * Reversals named on this run's TRANFILE, resolved before the
      * first record is summed: TRANIDX gives the original's pair,
      * the original run date's AUDITLOG line gives its RES and
      * company, and a REV line already on the log for the same
      * key and date marks it as backed out before.  A reversal
      * backs its original's RES out of the hash total, so the
      * trailer hash is the net of the two and carries a sign.
       01  WS-REV-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-REV-IDX                 PIC 9(03).
       01  WS-REV-FOUND-SW            PIC X.
           88 WS-REV-FOUND               VALUE 'Y'.
       01  WS-REV-OVERFLOW            PIC 9(06) VALUE ZERO.
       01  WS-REV-TABLE.
           05  WS-REV OCCURS 500 TIMES.
               10 WS-REV-ORIG-ID      PIC X(06).
               10 WS-REV-ORIG-DATE    PIC X(08).
               10 WS-REV-NUMA         PIC X(05).
               10 WS-REV-NUMB         PIC X(05).
               10 WS-REV-RES          PIC 9(06).
               10 WS-REV-COMPANY      PIC X(02).
               10 WS-REV-STATE        PIC X(01).
                   88 WS-REV-NOT-ON-INDEX   VALUE 'K'.
                   88 WS-REV-PENDING        VALUE 'P'.
                   88 WS-REV-ORIGINAL-FOUND VALUE 'F'.
                   88 WS-REV-DONE           VALUE 'D'.
       01  WS-REV-REASON              PIC X(05).
       01  WS-REVERSAL-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-REVERSAL-HASH           PIC 9(10) VALUE ZERO.
       01  WS-REVERSAL-READ           PIC 9(06) VALUE ZERO.
       01  WS-NET-HASH                PIC S9(10) VALUE ZERO.
       01  WS-NET-HASH-PRINT          PIC 9(10).
       01  WS-NET-HASH-SIGN           PIC X(01).
       01  WS-CTLT-TOTAL-NAME         PIC X(08).
       01  WS-CTLT-COUNT              PIC 9(06).
       01  WS-CTLT-AMOUNT             PIC S9(11)V9(02).

       SCREEN SECTION.
       01  SS-ENTRY-SCREEN.
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO COMPANY-CODE.
           PERFORM DETERMINE-RUN-MODE.
       EXECUTE-TWO-NUMBER-RUN-START.
           PERFORM COUNT-TRAN-RECORDS.
           PERFORM READ-CHECKPOINT.
           PERFORM RESOLVE-REVERSAL-KEYS.
           PERFORM READ-LAST-AUDIT-CHAIN.
           OPEN INPUT TRAN-FILE.
           OPEN OUTPUT RESULT-FILE.
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-NUMBER
                       IF TRAN-REVERSAL
                           ADD 1 TO WS-REVERSAL-READ
                       END-IF
                       IF WS-RECORD-NUMBER > WS-LAST-CHECKPOINT
                          AND WS-COMPANY-SELECTOR NOT = SPACES
                          AND TRAN-COMPANY NOT = WS-COMPANY-SELECTOR
                          AND (WS-COMPANY-SELECTOR = SPACES
                               OR TRAN-COMPANY = WS-COMPANY-SELECTOR)
                           ADD 1 TO WS-RUN-RECORD-COUNT
                           MOVE TRAN-COMPANY TO COMPANY-CODE
                           EVALUATE TRUE
                               WHEN TRAN-REVERSAL
                                   PERFORM PROCESS-REVERSAL-RECORD
                               WHEN OTHER
                                   PERFORM PROCESS-PAIR-RECORD
                           END-EVALUATE
                           PERFORM WRITE-CHECKPOINT-IF-DUE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM WRITE-BATCH-TRAILER.
           IF WS-REVERSAL-COUNT > ZERO
               DISPLAY 'REVERSALS APPLIED: ' WS-REVERSAL-COUNT
                   ' AMOUNT BACKED OUT: ' WS-REVERSAL-HASH
           END-IF.
           IF WS-REV-OVERFLOW > ZERO
               DISPLAY 'REVERSAL TABLE FULL - ' WS-REV-OVERFLOW
                   ' REVERSALS REJECTED UNRESOLVED'
           END-IF.
           CLOSE TRAN-FILE.
           CLOSE RESULT-FILE.
           CLOSE REJECT-FILE.
                                WS-STAT-WRITTEN
                                WS-REJECT-COUNT
                                WS-RUN-TIME.
           PERFORM WRITE-CONTROL-TOTALS.
           IF WS-COMPANY-SKIPPED > ZERO
               DISPLAY 'COMPANY SELECTOR ' WS-COMPANY-SELECTOR
                   ' SKIPPED ' WS-COMPANY-SKIPPED ' RECORDS'
       EXECUTE-TWO-NUMBER-RUN-EXIT.
           EXIT.

      * TRANFILE records read, result details written (with the net
      * hash as their amount), rejects, and the records passed over
      * below the restart checkpoint or for another company go to
      * CTLTOTAL, so the proof can tie this run back to the TRANFILE
      * DUPSCRN screened.  Reversals are keyed into TRANFILE after
      * the screen, so every reversal record read - applied or
      * rejected - is also written as REVERSAL, with the RES backed
      * out as its amount, and the screen handoff is
      * DUPSCRN OUT + SUMTWO01 REVERSAL = SUMTWO01 RESDTL
      *   + SUMTWO01 REJFILE + SUMTWO01 BYPASSED.
       WRITE-CONTROL-TOTALS SECTION.
       WRITE-CONTROL-TOTALS-START.
           MOVE ZERO TO WS-CTLT-AMOUNT.
           MOVE 'TRANFILE' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-RECORD-NUMBER TO WS-CTLT-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'RESDTL  ' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-STAT-WRITTEN TO WS-CTLT-COUNT.
           MOVE WS-NET-HASH TO WS-CTLT-AMOUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE ZERO TO WS-CTLT-AMOUNT.
           MOVE 'REJFILE ' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-REJECT-COUNT TO WS-CTLT-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'BYPASSED' TO WS-CTLT-TOTAL-NAME.
           COMPUTE WS-CTLT-COUNT =
               WS-RECORD-NUMBER - WS-RUN-RECORD-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'REVERSAL' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-REVERSAL-READ TO WS-CTLT-COUNT.
           MOVE WS-REVERSAL-HASH TO WS-CTLT-AMOUNT.
           PERFORM CALL-CONTROL-TOTAL.
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

       CALL-CONTROL-TOTAL SECTION.
       CALL-CONTROL-TOTAL-START.
           CALL 'CTLTOT' USING WS-JOB-ID
                               WS-CTLT-TOTAL-NAME
                               WS-CTLT-COUNT
                               WS-CTLT-AMOUNT.
       CALL-CONTROL-TOTAL-EXIT.
           EXIT.

       PROCESS-PAIR-RECORD SECTION.
       PROCESS-PAIR-RECORD-START.
           MOVE TRAN-NUMA TO NUMA.
           MOVE TRAN-NUMB TO NUMB.
           SET WS-RECORD-VALID TO TRUE.
           PERFORM CHECK-INPUT.
           IF WS-RECORD-VALID
               PERFORM SUM-TWO-NUMBER
           END-IF.
           IF WS-RECORD-VALID
               PERFORM WRITE-RESULT-RECORD
               PERFORM WRITE-AUDIT-RECORD
               IF WS-CSV-OUTPUT-ON
                   PERFORM WRITE-RESULT-CSV-RECORD
               END-IF
               ADD RES TO WS-HASH-TOTAL
               IF WS-REV-COUNT > ZERO
                   PERFORM NOTE-ORIGINAL-IN-THIS-RUN
                       VARYING WS-REV-IDX FROM 1 BY 1
                       UNTIL WS-REV-IDX > WS-REV-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
       PROCESS-PAIR-RECORD-EXIT.
           EXIT.

      * A reversal whose original is on hand and not yet backed out
      * writes its own RESFILE and AUDITLOG lines pointing at the
      * original and takes the original's RES off the hash total;
      * any other reversal is rejected - NOTFD when the original
      * cannot be found, DUPRV when it has already been reversed.
       PROCESS-REVERSAL-RECORD SECTION.
       PROCESS-REVERSAL-RECORD-START.
           MOVE 'N' TO WS-REV-FOUND-SW.
           PERFORM FIND-REVERSAL-ENTRY
               VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
                  OR WS-REV-FOUND.
           EVALUATE TRUE
               WHEN NOT WS-REV-FOUND
                   MOVE 'NOTFD' TO WS-REV-REASON
                   PERFORM REJECT-REVERSAL-RECORD
               WHEN WS-REV-DONE (WS-REV-IDX)
                   MOVE 'DUPRV' TO WS-REV-REASON
                   PERFORM REJECT-REVERSAL-RECORD
               WHEN NOT WS-REV-ORIGINAL-FOUND (WS-REV-IDX)
                   MOVE 'NOTFD' TO WS-REV-REASON
                   PERFORM REJECT-REVERSAL-RECORD
               WHEN OTHER
                   MOVE WS-REV-NUMA (WS-REV-IDX) TO NUMA
                   MOVE WS-REV-NUMB (WS-REV-IDX) TO NUMB
                   MOVE WS-REV-RES (WS-REV-IDX) TO RES
                   MOVE WS-REV-COMPANY (WS-REV-IDX) TO COMPANY-CODE
                   PERFORM WRITE-REVERSAL-RESULT-RECORD
                   PERFORM WRITE-REVERSAL-AUDIT-RECORD
                   ADD 1 TO WS-REVERSAL-COUNT
                   ADD RES TO WS-REVERSAL-HASH
                   SET WS-REV-DONE (WS-REV-IDX) TO TRUE
           END-EVALUATE.
       PROCESS-REVERSAL-RECORD-EXIT.
           EXIT.

       FIND-REVERSAL-ENTRY SECTION.
       FIND-REVERSAL-ENTRY-START.
           IF WS-REV-ORIG-ID (WS-REV-IDX) = TRAN-ORIG-ID
              AND WS-REV-ORIG-DATE (WS-REV-IDX) = TRAN-ORIG-DATE
               SET WS-REV-FOUND TO TRUE
               SUBTRACT 1 FROM WS-REV-IDX
           END-IF.
       FIND-REVERSAL-ENTRY-EXIT.
           EXIT.

       REJECT-REVERSAL-RECORD SECTION.
       REJECT-REVERSAL-RECORD-START.
           SET WS-RECORD-REJECTED TO TRUE.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM WRITE-REVERSAL-REJECT-RECORD.
           DISPLAY 'REVERSAL RECORD ' WS-RECORD-NUMBER
               ' OF TRAN ' TRAN-ORIG-ID ' RUN ' TRAN-ORIG-DATE
               ' REJECTED - ' WS-REV-REASON.
       REJECT-REVERSAL-RECORD-EXIT.
           EXIT.

      * An original summed earlier in this same run is not on the
      * AUDITLOG the pre-run pass read, so a reversal of it dated
      * today is satisfied here as the original goes by.
       NOTE-ORIGINAL-IN-THIS-RUN SECTION.
       NOTE-ORIGINAL-IN-THIS-RUN-START.
           IF WS-REV-PENDING (WS-REV-IDX)
              AND WS-REV-ORIG-DATE (WS-REV-IDX) = WS-RUN-DATE
              AND WS-REV-NUMA (WS-REV-IDX) = NUMA
              AND WS-REV-NUMB (WS-REV-IDX) = NUMB
               MOVE RES TO WS-REV-RES (WS-REV-IDX)
               MOVE COMPANY-CODE TO WS-REV-COMPANY (WS-REV-IDX)
               SET WS-REV-ORIGINAL-FOUND (WS-REV-IDX) TO TRUE
           END-IF.
       NOTE-ORIGINAL-IN-THIS-RUN-EXIT.
           EXIT.

      * Each reversal's original key is looked up on TRANIDX for
      * the pair it carried; a key not on file leaves the entry
      * unresolved and the reversal is rejected when it comes up.
       RESOLVE-REVERSAL-KEYS SECTION.
       RESOLVE-REVERSAL-KEYS-START.
           IF WS-REV-COUNT > ZERO
               OPEN INPUT TRAN-INDEXED-FILE
               IF WS-TRAN-INDEXED-STATUS = '00'
                   PERFORM RESOLVE-ONE-REVERSAL-KEY
                       VARYING WS-REV-IDX FROM 1 BY 1
                       UNTIL WS-REV-IDX > WS-REV-COUNT
                   CLOSE TRAN-INDEXED-FILE
               ELSE
                   DISPLAY 'TRANIDX NOT AVAILABLE - STATUS '
                       WS-TRAN-INDEXED-STATUS
                       ' - REVERSALS CANNOT BE RESOLVED'
               END-IF
           END-IF.
       RESOLVE-REVERSAL-KEYS-EXIT.
           EXIT.

       RESOLVE-ONE-REVERSAL-KEY SECTION.
       RESOLVE-ONE-REVERSAL-KEY-START.
           MOVE WS-REV-ORIG-ID (WS-REV-IDX) TO TRAN-ID-KEY.
           READ TRAN-INDEXED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TRAN-IDX-NUMA TO WS-REV-NUMA (WS-REV-IDX)
                   MOVE TRAN-IDX-NUMB TO WS-REV-NUMB (WS-REV-IDX)
                   SET WS-REV-PENDING (WS-REV-IDX) TO TRUE
           END-READ.
       RESOLVE-ONE-REVERSAL-KEY-EXIT.
           EXIT.

      * One table entry per distinct original key and run date, so
      * a second reversal of the same original in one file finds
      * the entry already done and is rejected.
       LOAD-REVERSAL-ENTRY SECTION.
       LOAD-REVERSAL-ENTRY-START.
           IF TRAN-ORIG-ID IS NUMERIC
              AND TRAN-ORIG-DATE IS NUMERIC
               MOVE 'N' TO WS-REV-FOUND-SW
               PERFORM FIND-REVERSAL-ENTRY
                   VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
                      OR WS-REV-FOUND
               IF NOT WS-REV-FOUND
                   IF WS-REV-COUNT < 500
                       ADD 1 TO WS-REV-COUNT
                       MOVE TRAN-ORIG-ID
                           TO WS-REV-ORIG-ID (WS-REV-COUNT)
                       MOVE TRAN-ORIG-DATE
                           TO WS-REV-ORIG-DATE (WS-REV-COUNT)
                       MOVE SPACES TO WS-REV-NUMA (WS-REV-COUNT)
                       MOVE SPACES TO WS-REV-NUMB (WS-REV-COUNT)
                       MOVE ZERO TO WS-REV-RES (WS-REV-COUNT)
                       MOVE SPACES TO WS-REV-COMPANY (WS-REV-COUNT)
                       SET WS-REV-NOT-ON-INDEX (WS-REV-COUNT)
                           TO TRUE
                   ELSE
                       ADD 1 TO WS-REV-OVERFLOW
                   END-IF
               END-IF
           END-IF.
       LOAD-REVERSAL-ENTRY-EXIT.
           EXIT.

      * Checked against every line the pre-run AUDITLOG pass reads:
      * a REV line for the key and date means the original is
      * already backed out; otherwise the first ordinary line on
      * the original run date carrying the pair is the original.
       MATCH-ONE-REVERSAL-ENTRY SECTION.
       MATCH-ONE-REVERSAL-ENTRY-START.
           EVALUATE TRUE
               WHEN AUDIT-RECORD (28:3) = 'REV'
                AND AUDIT-RECORD (31:6) = WS-REV-ORIG-ID (WS-REV-IDX)
                AND AUDIT-RECORD (63:8)
                    = WS-REV-ORIG-DATE (WS-REV-IDX)
                   SET WS-REV-DONE (WS-REV-IDX) TO TRUE
               WHEN WS-REV-PENDING (WS-REV-IDX)
                AND AUDIT-RECORD (1:8) = WS-REV-ORIG-DATE (WS-REV-IDX)
                AND AUDIT-RECORD (28:5) = WS-REV-NUMA (WS-REV-IDX)
                AND AUDIT-RECORD (34:5) = WS-REV-NUMB (WS-REV-IDX)
                AND AUDIT-RECORD (40:6) IS NUMERIC
                   MOVE AUDIT-RECORD (40:6) TO WS-REV-RES (WS-REV-IDX)
                   MOVE AUDIT-RECORD (61:2)
                       TO WS-REV-COMPANY (WS-REV-IDX)
                   SET WS-REV-ORIGINAL-FOUND (WS-REV-IDX) TO TRUE
           END-EVALUATE.
       MATCH-ONE-REVERSAL-ENTRY-EXIT.
           EXIT.

       READ-CHECKPOINT SECTION.
       READ-CHECKPOINT-START.
           MOVE ZERO TO WS-LAST-CHECKPOINT.
           MOVE ZERO TO WS-RUN-RECORD-COUNT.
           MOVE ZERO TO WS-REJECT-COUNT.
           MOVE ZERO TO WS-HASH-TOTAL.
           MOVE ZERO TO WS-REV-COUNT.
           MOVE ZERO TO WS-REV-OVERFLOW.
           MOVE ZERO TO WS-REVERSAL-COUNT.
           MOVE ZERO TO WS-REVERSAL-HASH.
           OPEN INPUT TRAN-FILE.
           PERFORM UNTIL WS-EOF
               READ TRAN-FILE
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EXPECTED-COUNT
                       IF TRAN-REVERSAL
                           PERFORM LOAD-REVERSAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRAN-FILE.

       WRITE-BATCH-HEADER SECTION.
       WRITE-BATCH-HEADER-START.
           MOVE SPACES TO RESULT-RECORD.
           STRING 'BATCH HEADER - RUN DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' EXPECTED RECORDS: ' DELIMITED BY SIZE
       WRITE-BATCH-HEADER-EXIT.
           EXIT.

      * The hash total is the summed RES less the RES of every
      * original reversed this run; a net below zero prints its
      * magnitude with a '-' in column 77.
       WRITE-BATCH-TRAILER SECTION.
       WRITE-BATCH-TRAILER-START.
           COMPUTE WS-NET-HASH = WS-HASH-TOTAL - WS-REVERSAL-HASH.
           MOVE WS-NET-HASH TO WS-NET-HASH-PRINT.
           IF WS-NET-HASH < ZERO
               MOVE '-' TO WS-NET-HASH-SIGN
           ELSE
               MOVE SPACE TO WS-NET-HASH-SIGN
           END-IF.
           MOVE SPACES TO RESULT-RECORD.
           STRING 'BATCH TRAILER - RECORDS READ: ' DELIMITED BY SIZE
                  WS-RUN-RECORD-COUNT DELIMITED BY SIZE
                  ' REJECTED: ' DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  ' HASH TOTAL: ' DELIMITED BY SIZE
                  WS-NET-HASH-PRINT DELIMITED BY SIZE
                  WS-NET-HASH-SIGN DELIMITED BY SIZE
                  INTO RESULT-RECORD.
           WRITE RESULT-RECORD.
       WRITE-BATCH-TRAILER-EXIT.

       WRITE-RESULT-RECORD SECTION.
       WRITE-RESULT-RECORD-START.
           MOVE SPACES TO RESULT-RECORD.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NUMA DELIMITED BY SIZE
       WRITE-RESULT-RECORD-EXIT.
           EXIT.

      * The reversal line repeats the original's pair, RES and
      * company and names the original's key and run date after
      * them, so the detail positions read the same as ever.
       WRITE-REVERSAL-RESULT-RECORD SECTION.
       WRITE-REVERSAL-RESULT-RECORD-START.
           MOVE SPACES TO RESULT-RECORD.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NUMA DELIMITED BY SIZE
                  ' + ' DELIMITED BY SIZE
                  NUMB DELIMITED BY SIZE
                  ' = ' DELIMITED BY SIZE
                  RES DELIMITED BY SIZE
                  ' CO ' DELIMITED BY SIZE
                  COMPANY-CODE DELIMITED BY SIZE
                  ' REVERSAL OF TRAN ' DELIMITED BY SIZE
                  TRAN-ORIG-ID DELIMITED BY SIZE
                  ' RUN ' DELIMITED BY SIZE
                  TRAN-ORIG-DATE DELIMITED BY SIZE
                  INTO RESULT-RECORD.
           WRITE RESULT-RECORD.
       WRITE-REVERSAL-RESULT-RECORD-EXIT.
           EXIT.

      * Comma-delimited NUMA,NUMB,RES line for downstream loads into
      * a spreadsheet or another system - only written when the run
      * control record turns the CSV option on.
                               MOVE AUDIT-RECORD (54:6)
                                   TO WS-AUD-CHAIN
                           END-IF
                           PERFORM MATCH-ONE-REVERSAL-ENTRY
                               VARYING WS-REV-IDX FROM 1 BY 1
                               UNTIL WS-REV-IDX > WS-REV-COUNT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE

       WRITE-AUDIT-RECORD SECTION.
       WRITE-AUDIT-RECORD-START.
           MOVE SPACES TO AUDIT-RECORD.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  RES DELIMITED BY SIZE
                  INTO AUDIT-RECORD.
           MOVE COMPANY-CODE TO AUDIT-RECORD (61:2).
           PERFORM CHAIN-AND-WRITE-AUDIT.
       WRITE-AUDIT-RECORD-EXIT.
           EXIT.

      * The reversal audit line: 'REV' and the original's key where
      * the pair would stand, the original's RES and company in
      * their usual places, and the original's run date in columns
      * 63-70 - chained like the rest of the line.
       WRITE-REVERSAL-AUDIT-RECORD SECTION.
       WRITE-REVERSAL-AUDIT-RECORD-START.
           MOVE SPACES TO AUDIT-RECORD.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-JOB-ID DELIMITED BY SIZE
                  ' REV' DELIMITED BY SIZE
                  TRAN-ORIG-ID DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  RES DELIMITED BY SIZE
                  INTO AUDIT-RECORD.
           MOVE COMPANY-CODE TO AUDIT-RECORD (61:2).
           MOVE TRAN-ORIG-DATE TO AUDIT-RECORD (63:8).
           PERFORM CHAIN-AND-WRITE-AUDIT.
       WRITE-REVERSAL-AUDIT-RECORD-EXIT.
           EXIT.

       CHAIN-AND-WRITE-AUDIT SECTION.
       CHAIN-AND-WRITE-AUDIT-START.
           ADD 1 TO WS-AUD-SEQ.
           PERFORM SUM-AUDIT-CONTENT-BYTES.
           COMPUTE WS-CHAIN-WORK =
           MOVE WS-AUD-SEQ TO AUDIT-RECORD (47:6).
           MOVE WS-AUD-CHAIN TO AUDIT-RECORD (54:6).
           WRITE AUDIT-RECORD.
       CHAIN-AND-WRITE-AUDIT-EXIT.
           EXIT.

      * Position-weighted byte sum over everything the record says
      * (columns 1-45 and the company in 61-62), so editing any
      * field - or swapping two of them - moves the check value.
      * A reversal line also covers the original's run date in
      * columns 63-70.  AUDVERIF computes the identical sum when
      * it walks the chain.
       SUM-AUDIT-CONTENT-BYTES SECTION.
       SUM-AUDIT-CONTENT-BYTES-START.
           MOVE ZERO TO WS-BYTE-SUM.
           PERFORM SUM-ONE-AUDIT-BYTE
               VARYING WS-BYTE-IDX FROM 61 BY 1
               UNTIL WS-BYTE-IDX > 62.
           IF AUDIT-RECORD (28:3) = 'REV'
               PERFORM SUM-ONE-AUDIT-BYTE
                   VARYING WS-BYTE-IDX FROM 63 BY 1
                   UNTIL WS-BYTE-IDX > 70
           END-IF.
       SUM-AUDIT-CONTENT-BYTES-EXIT.
           EXIT.

       WRITE-REJECT-RECORD-EXIT.
           EXIT.

      * Same columns as the bad-value reject, with the reason code
      * where the bad value would stand.
       WRITE-REVERSAL-REJECT-RECORD SECTION.
       WRITE-REVERSAL-REJECT-RECORD-START.
           MOVE SPACES TO REJECT-RECORD.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  ' RECORD ' DELIMITED BY SIZE
                  WS-RECORD-NUMBER DELIMITED BY SIZE
                  ' REJECTED - REVERSAL - ' DELIMITED BY SIZE
                  WS-REV-REASON DELIMITED BY SIZE
                  ' CO ' DELIMITED BY SIZE
                  COMPANY-CODE DELIMITED BY SIZE
                  INTO REJECT-RECORD.
           WRITE REJECT-RECORD.
       WRITE-REVERSAL-REJECT-RECORD-EXIT.
           EXIT.

