      * discrepancy on the BALRPT report so SUMTWOJ can stop the
      * downstream steps.  An audit-line count that disagrees (a
      * rerun appends to AUDITLOG, so this can be benign) ends with
      * RETURN-CODE 4 when nothing worse was found.  Reversal lines
      * are tallied as their own count and amount: detail lines
      * plus reversal lines must make up the records read less the
      * rejects, the detail RES less the reversed RES must equal
      * the signed trailer hash, and the day's REV audit lines are
      * matched against the reversal lines apart from the ordinary
      * ones.  The lines found and the discrepancies raised go to
      * CTLTOTAL for the end-of-chain control-total proof.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORDING MODE IS F.
       01  AUDIT-IN-RECORD.
           05 AUDIT-IN-DATE          PIC 9(08).
           05 FILLER                 PIC X(19).
           05 AUDIT-IN-REV-FLAG      PIC X(03).
           05 FILLER                 PIC X(40).

       FD  BALANCE-RPT-FILE
           RECORDING MODE IS F.

      * The three RESFILE line shapes sumTwoNumber builds, redefined
      * over one buffer so the figures come straight off the line.
      * A reversal line is a detail line with the reversal
      * reference after the company.
       01  WS-RES-LINE               PIC X(80).
       01  WS-RES-HEADER REDEFINES WS-RES-LINE.
           05 FILLER                 PIC X(25).
           05 WS-DET-RES             PIC 9(06).
           05 FILLER                 PIC X(04).
           05 WS-DET-COMPANY         PIC X(02).
           05 FILLER                 PIC X(01).
           05 WS-DET-REVERSAL-FLAG   PIC X(08).
           05 FILLER                 PIC X(34).
       01  WS-RES-TRAILER REDEFINES WS-RES-LINE.
           05 FILLER                 PIC X(30).
           05 WS-TRL-READ            PIC 9(06).
           05 WS-TRL-REJECTED        PIC 9(06).
           05 FILLER                 PIC X(13).
           05 WS-TRL-HASH            PIC 9(10).
           05 WS-TRL-HASH-SIGN       PIC X(01).
           05 FILLER                 PIC X(03).

       01  WS-HEADER-SEEN-SW         PIC X VALUE 'N'.
           88 WS-HEADER-SEEN            VALUE 'Y'.
       01  WS-TRAILER-READ           PIC 9(06) VALUE ZERO.
       01  WS-TRAILER-REJECTED       PIC 9(06) VALUE ZERO.
       01  WS-TRAILER-HASH           PIC 9(10) VALUE ZERO.
       01  WS-TRAILER-HASH-SIGN      PIC X(01) VALUE SPACE.
       01  WS-EXPECTED-DETAILS       PIC 9(06) VALUE ZERO.
       01  WS-AUDIT-LINE-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-REVERSAL-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-REVERSAL-HASH          PIC 9(10) VALUE ZERO.
       01  WS-AUDIT-REV-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-LINES-ON-FILE          PIC 9(06) VALUE ZERO.
       01  WS-NET-HASH               PIC S9(10) VALUE ZERO.
       01  WS-NET-HASH-PRINT         PIC 9(10).
       01  WS-NET-HASH-SIGN          PIC X(01).
       01  WS-TRAILER-NET            PIC S9(10) VALUE ZERO.
       01  WS-THIS-REVERSAL-SW       PIC X VALUE 'N'.
           88 WS-THIS-REVERSAL          VALUE 'Y'.
       01  WS-DISCREPANCY-COUNT      PIC 9(03) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
       01  WS-GEN-DATE               PIC X(08) VALUE SPACES.
               10 WS-CO-CODE         PIC X(02).
               10 WS-CO-DETAILS      PIC 9(06).
               10 WS-CO-HASH         PIC 9(10).
               10 WS-CO-REVERSALS    PIC 9(06).
               10 WS-CO-REV-HASH     PIC 9(10).
       01  WS-CTLT-PROGRAM-ID        PIC X(08) VALUE 'RESVERIF'.
       01  WS-CTLT-TOTAL-NAME        PIC X(08).
       01  WS-CTLT-COUNT             PIC 9(06).
       01  WS-CTLT-AMOUNT            PIC S9(11)V9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM COMPARE-FIGURES.
           PERFORM WRITE-VERDICT-LINE.
           CLOSE BALANCE-RPT-FILE.
           IF NOT WS-GEN-SELECTED
               PERFORM WRITE-CONTROL-TOTALS
           END-IF.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
                   MOVE WS-TRL-READ TO WS-TRAILER-READ
                   MOVE WS-TRL-REJECTED TO WS-TRAILER-REJECTED
                   MOVE WS-TRL-HASH TO WS-TRAILER-HASH
                   MOVE WS-TRL-HASH-SIGN TO WS-TRAILER-HASH-SIGN
               WHEN WS-DET-REVERSAL-FLAG = 'REVERSAL'
                   SET WS-THIS-REVERSAL TO TRUE
                   ADD 1 TO WS-REVERSAL-COUNT
                   ADD WS-DET-RES TO WS-REVERSAL-HASH
                   PERFORM TALLY-COMPANY-DETAIL
               WHEN OTHER
                   MOVE 'N' TO WS-THIS-REVERSAL-SW
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD WS-DET-RES TO WS-DETAIL-HASH
                   PERFORM TALLY-COMPANY-DETAIL
               IF WS-CO-COUNT < 10
                   ADD 1 TO WS-CO-COUNT
                   MOVE WS-DET-COMPANY TO WS-CO-CODE (WS-CO-COUNT)
                   MOVE ZERO TO WS-CO-DETAILS (WS-CO-COUNT)
                   MOVE ZERO TO WS-CO-HASH (WS-CO-COUNT)
                   MOVE ZERO TO WS-CO-REVERSALS (WS-CO-COUNT)
                   MOVE ZERO TO WS-CO-REV-HASH (WS-CO-COUNT)
                   MOVE WS-CO-COUNT TO WS-CO-IDX
                   PERFORM APPLY-COMPANY-DETAIL
               END-IF
           END-IF.
       TALLY-COMPANY-DETAIL-EXIT.
       BUMP-ONE-COMPANY-START.
           IF WS-CO-CODE (WS-CO-IDX) = WS-DET-COMPANY
               SET WS-CO-FOUND TO TRUE
               PERFORM APPLY-COMPANY-DETAIL
           END-IF.
       BUMP-ONE-COMPANY-EXIT.
           EXIT.

       APPLY-COMPANY-DETAIL SECTION.
       APPLY-COMPANY-DETAIL-START.
           IF WS-THIS-REVERSAL
               ADD 1 TO WS-CO-REVERSALS (WS-CO-IDX)
               ADD WS-DET-RES TO WS-CO-REV-HASH (WS-CO-IDX)
           ELSE
               ADD 1 TO WS-CO-DETAILS (WS-CO-IDX)
               ADD WS-DET-RES TO WS-CO-HASH (WS-CO-IDX)
           END-IF.
       APPLY-COMPANY-DETAIL-EXIT.
           EXIT.

      * Count the audit lines stamped with the run date the RESFILE
      * header carries - each valid detail should have written one,
      * each applied reversal one REV line.
       COUNT-AUDIT-LINES SECTION.
       COUNT-AUDIT-LINES-START.
           MOVE 'N' TO WS-EOF-SW.
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF AUDIT-IN-DATE = WS-RUN-DATE-ON-FILE
                               IF AUDIT-IN-REV-FLAG = 'REV'
                                   ADD 1 TO WS-AUDIT-REV-COUNT
                               ELSE
                                   ADD 1 TO WS-AUDIT-LINE-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

       COMPARE-FIGURES SECTION.
       COMPARE-FIGURES-START.
           COMPUTE WS-NET-HASH = WS-DETAIL-HASH - WS-REVERSAL-HASH.
           MOVE WS-NET-HASH TO WS-NET-HASH-PRINT.
           IF WS-NET-HASH < ZERO
               MOVE '-' TO WS-NET-HASH-SIGN
           ELSE
               MOVE SPACE TO WS-NET-HASH-SIGN
           END-IF.
           IF NOT WS-HEADER-SEEN
               PERFORM WRITE-DISCREPANCY-LINE-RC8
               MOVE 'NO BATCH HEADER ON RESFILE' TO BALANCE-RPT-RECORD
           ELSE
               COMPUTE WS-EXPECTED-DETAILS =
                   WS-TRAILER-READ - WS-TRAILER-REJECTED
               COMPUTE WS-LINES-ON-FILE =
                   WS-DETAIL-COUNT + WS-REVERSAL-COUNT
               IF WS-LINES-ON-FILE NOT = WS-EXPECTED-DETAILS
                   PERFORM WRITE-DISCREPANCY-LINE-RC8
                   PERFORM WRITE-COUNT-DISCREPANCY
               END-IF
               MOVE WS-TRAILER-HASH TO WS-TRAILER-NET
               IF WS-TRAILER-HASH-SIGN = '-'
                   COMPUTE WS-TRAILER-NET = ZERO - WS-TRAILER-HASH
               END-IF
               IF WS-NET-HASH NOT = WS-TRAILER-NET
                   PERFORM WRITE-DISCREPANCY-LINE-RC8
                   PERFORM WRITE-HASH-DISCREPANCY
               END-IF
                   END-IF
                   PERFORM WRITE-AUDIT-DISCREPANCY
               END-IF
               IF WS-AUDIT-REV-COUNT NOT = WS-REVERSAL-COUNT
                   ADD 1 TO WS-DISCREPANCY-COUNT
                   IF WS-FINAL-RETURN-CODE < 4
                       MOVE 4 TO WS-FINAL-RETURN-CODE
                   END-IF
                   PERFORM WRITE-AUDIT-REV-DISCREPANCY
               END-IF
           END-IF.
       COMPARE-FIGURES-EXIT.
           EXIT.
       WRITE-COUNT-DISCREPANCY SECTION.
       WRITE-COUNT-DISCREPANCY-START.
           MOVE SPACES TO BALANCE-RPT-RECORD.
           STRING 'DETAIL+REVERSAL ' DELIMITED BY SIZE
                  WS-LINES-ON-FILE DELIMITED BY SIZE
                  ' DISAGREES WITH TRAILER READ ' DELIMITED BY SIZE
                  WS-TRAILER-READ DELIMITED BY SIZE
                  ' LESS REJECTED ' DELIMITED BY SIZE
       WRITE-HASH-DISCREPANCY SECTION.
       WRITE-HASH-DISCREPANCY-START.
           MOVE SPACES TO BALANCE-RPT-RECORD.
           STRING 'NET DETAIL HASH ' DELIMITED BY SIZE
                  WS-NET-HASH-PRINT DELIMITED BY SIZE
                  WS-NET-HASH-SIGN DELIMITED BY SIZE
                  ' DISAGREES WITH TRAILER HASH ' DELIMITED BY SIZE
                  WS-TRAILER-HASH DELIMITED BY SIZE
                  WS-TRAILER-HASH-SIGN DELIMITED BY SIZE
                  INTO BALANCE-RPT-RECORD.
           WRITE BALANCE-RPT-RECORD.
       WRITE-HASH-DISCREPANCY-EXIT.
       WRITE-AUDIT-DISCREPANCY-EXIT.
           EXIT.

       WRITE-AUDIT-REV-DISCREPANCY SECTION.
       WRITE-AUDIT-REV-DISCREPANCY-START.
           MOVE SPACES TO BALANCE-RPT-RECORD.
           STRING 'AUDITLOG REV LINES FOR ' DELIMITED BY SIZE
                  WS-RUN-DATE-ON-FILE DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-AUDIT-REV-COUNT DELIMITED BY SIZE
                  ' DISAGREES WITH REVERSALS ' DELIMITED BY SIZE
                  WS-REVERSAL-COUNT DELIMITED BY SIZE
                  INTO BALANCE-RPT-RECORD.
           WRITE BALANCE-RPT-RECORD.
       WRITE-AUDIT-REV-DISCREPANCY-EXIT.
           EXIT.

       WRITE-VERDICT-LINE SECTION.
       WRITE-VERDICT-LINE-START.
           PERFORM WRITE-ONE-COMPANY-LINE
           IF WS-DISCREPANCY-COUNT = ZERO
               STRING 'RESFILE IN BALANCE - DETAILS: ' DELIMITED BY SIZE
                      WS-DETAIL-COUNT DELIMITED BY SIZE
                      ' REVERSALS: ' DELIMITED BY SIZE
                      WS-REVERSAL-COUNT DELIMITED BY SIZE
                      ' NET HASH: ' DELIMITED BY SIZE
                      WS-NET-HASH-PRINT DELIMITED BY SIZE
                      WS-NET-HASH-SIGN DELIMITED BY SIZE
                      INTO BALANCE-RPT-RECORD
           ELSE
               STRING 'RESFILE OUT OF BALANCE - DISCREPANCIES: '
                  WS-CO-DETAILS (WS-CO-IDX) DELIMITED BY SIZE
                  ' HASH: ' DELIMITED BY SIZE
                  WS-CO-HASH (WS-CO-IDX) DELIMITED BY SIZE
                  ' REVERSED: ' DELIMITED BY SIZE
                  WS-CO-REVERSALS (WS-CO-IDX) DELIMITED BY SIZE
                  ' AMT: ' DELIMITED BY SIZE
                  WS-CO-REV-HASH (WS-CO-IDX) DELIMITED BY SIZE
                  INTO BALANCE-RPT-RECORD.
           WRITE BALANCE-RPT-RECORD.
       WRITE-ONE-COMPANY-LINE-EXIT.
           EXIT.

      * The RESFILE lines found - detail and reversal lines with
      * their net RES, the same figures sumTwoNumber reports for
      * what it wrote - and the discrepancies raised, for the
      * end-of-chain control-total proof.  A re-verified archive
      * generation is another night's file and reports nothing.
       WRITE-CONTROL-TOTALS SECTION.
       WRITE-CONTROL-TOTALS-START.
           MOVE 'RESDTL  ' TO WS-CTLT-TOTAL-NAME.
           COMPUTE WS-CTLT-COUNT =
               WS-DETAIL-COUNT + WS-REVERSAL-COUNT.
           MOVE WS-NET-HASH TO WS-CTLT-AMOUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'DISCREPS' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-DISCREPANCY-COUNT TO WS-CTLT-COUNT.
           MOVE ZERO TO WS-CTLT-AMOUNT.
           PERFORM CALL-CONTROL-TOTAL.
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

       CALL-CONTROL-TOTAL SECTION.
       CALL-CONTROL-TOTAL-START.
           CALL 'CTLTOT' USING WS-CTLT-PROGRAM-ID
                               WS-CTLT-TOTAL-NAME
                               WS-CTLT-COUNT
                               WS-CTLT-AMOUNT.
       CALL-CONTROL-TOTAL-EXIT.
           EXIT.
