      * the clean/incomplete verdict is appended to RUNLOG, each
      * discrepancy goes to the DAYCLRPT report, and RETURN-CODE 8
      * on an incomplete close lets the scheduler hold the next
      * day-open until somebody resolves it.  The close also looks
      * for the night's CTLPROOF control-total proof on CTLTOTAL: no
      * proof for the day, a proof that checked no equations, or
      * one that found a handoff out of balance keeps the day from
      * closing clean.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RES-ARCH-FILE ASSIGN TO "RESGARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-ARCH-STATUS.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.

       DATA DIVISION.

           05 RESG-GEN-DATE          PIC 9(08).
           05 RESG-LINE              PIC X(80).

       FD  CONTROL-TOTAL-FILE
           RECORDING MODE IS F.
           COPY CTLTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-RUN-LOG-STATUS      PIC XX.
           05 WS-CLOSE-RPT-STATUS    PIC XX.
           05 WS-GEN-SEL-STATUS      PIC XX.
           05 WS-RES-ARCH-STATUS     PIC XX.
           05 WS-CONTROL-TOTAL-STATUS PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-GEN-DATE               PIC X(08) VALUE SPACES.
           88 WS-RESFILE-PRESENT        VALUE 'Y'.
       01  WS-REGRESS-PRESENT-SW     PIC X VALUE 'N'.
           88 WS-REGRESS-PRESENT        VALUE 'Y'.
       01  WS-PROOF-SEEN-SW          PIC X VALUE 'N'.
           88 WS-PROOF-SEEN             VALUE 'Y'.
       01  WS-PROOF-EQUATIONS        PIC 9(06) VALUE ZERO.
       01  WS-PROOF-BREAKS           PIC 9(06) VALUE ZERO.
       01  WS-DISCREPANCY-COUNT      PIC 9(03) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM DETERMINE-GENERATION.
           IF WS-GEN-SELECTED
           PERFORM CHECK-STEP-STATUS.
           PERFORM CHECK-AUDIT-LOG.
           PERFORM CHECK-REPORTS-EXIST.
           PERFORM CHECK-CONTROL-PROOF.
           PERFORM DECIDE-AND-RECORD-VERDICT.
           CLOSE CLOSE-RPT-FILE.
       MAIN-EXIT.
       CHECK-RESFILE-GENERATION-EXIT.
           EXIT.

      * CTLPROOF leaves its equations proved and breaks found on
      * CTLTOTAL under the processing date; a rerun proof's figures
      * are the ones that stand.
       CHECK-CONTROL-PROOF SECTION.
       CHECK-CONTROL-PROOF-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CONTROL-TOTAL-FILE.
           IF WS-CONTROL-TOTAL-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ CONTROL-TOTAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CTLT-RUN-DATE = WS-RUN-DATE
                              AND CTLT-PROGRAM-ID = 'CTLPROOF'
                               PERFORM TAKE-PROOF-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-TOTAL-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO CLOSE-RPT-RECORD.
           EVALUATE TRUE
               WHEN NOT WS-PROOF-SEEN
                   PERFORM WRITE-DISCREPANCY
                   MOVE 'NO CONTROL-TOTAL PROOF FOR TODAY'
                       TO CLOSE-RPT-RECORD
                   WRITE CLOSE-RPT-RECORD
               WHEN WS-PROOF-BREAKS > ZERO
                   PERFORM WRITE-DISCREPANCY
                   STRING 'CONTROL-TOTAL PROOF OUT OF BALANCE: '
                              DELIMITED BY SIZE
                          WS-PROOF-BREAKS DELIMITED BY SIZE
                          ' BREAK(S)' DELIMITED BY SIZE
                          INTO CLOSE-RPT-RECORD
                   WRITE CLOSE-RPT-RECORD
               WHEN WS-PROOF-EQUATIONS = ZERO
                   PERFORM WRITE-DISCREPANCY
                   MOVE 'CONTROL-TOTAL PROOF CHECKED NO EQUATIONS'
                       TO CLOSE-RPT-RECORD
                   WRITE CLOSE-RPT-RECORD
           END-EVALUATE.
       CHECK-CONTROL-PROOF-EXIT.
           EXIT.

       TAKE-PROOF-TOTAL SECTION.
       TAKE-PROOF-TOTAL-START.
           EVALUATE CTLT-TOTAL-NAME
               WHEN 'EQUATNS '
                   SET WS-PROOF-SEEN TO TRUE
                   MOVE CTLT-COUNT TO WS-PROOF-EQUATIONS
               WHEN 'BREAKS  '
                   SET WS-PROOF-SEEN TO TRUE
                   MOVE CTLT-COUNT TO WS-PROOF-BREAKS
           END-EVALUATE.
       TAKE-PROOF-TOTAL-EXIT.
           EXIT.

       WRITE-DISCREPANCY SECTION.
       WRITE-DISCREPANCY-START.
           ADD 1 TO WS-DISCREPANCY-COUNT.
