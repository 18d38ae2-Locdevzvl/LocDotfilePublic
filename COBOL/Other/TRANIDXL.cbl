      * on the way in.  Purge mode deletes the processed keys listed
      * in PURGLIST so the indexed file does not grow without bound.
      * Duplicate keys and load/purge counts go to the TIDXRPT report.
      * Reversal records on TRANFILE carry no pair of their own and
      * are passed over by the load - they point at a key, they do
      * not take one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 TRAN-NUMA              PIC X(5).
           05 TRAN-NUMB              PIC X(5).
           05 TRAN-COMPANY           PIC X(2).
           05 TRAN-TYPE              PIC X(1).
               88 TRAN-REVERSAL         VALUE 'V'.
           05 TRAN-ORIG-ID           PIC X(6).
           05 TRAN-ORIG-DATE         PIC X(8).

      * Upstream keyed extract - same shape as the indexed record, so
      * the supplier's key assignment can be carried straight through
       01  WS-BAD-KEY-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-PURGE-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-NOT-FOUND-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-REVERSAL-SKIPPED       PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           PERFORM DETERMINE-RUN-MODE.
           OPEN OUTPUT IDX-RPT-FILE.
           EVALUATE TRUE
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF TRAN-REVERSAL
                           ADD 1 TO WS-REVERSAL-SKIPPED
                       ELSE
                           ADD 1 TO WS-NEXT-KEY
                           MOVE WS-NEXT-KEY TO TRAN-ID-KEY
                           MOVE TRAN-NUMA TO TRAN-IDX-NUMA
                           MOVE TRAN-NUMB TO TRAN-IDX-NUMB
                           PERFORM WRITE-INDEXED-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRAN-FILE.
                          INTO IDX-RPT-RECORD
           END-EVALUATE.
           WRITE IDX-RPT-RECORD.
           IF WS-REVERSAL-SKIPPED > ZERO
               MOVE SPACES TO IDX-RPT-RECORD
               STRING 'REVERSAL RECORDS PASSED OVER: ' DELIMITED BY SIZE
                      WS-REVERSAL-SKIPPED DELIMITED BY SIZE
                      INTO IDX-RPT-RECORD
               WRITE IDX-RPT-RECORD
           END-IF.
       WRITE-RUN-TOTALS-EXIT.
           EXIT.
