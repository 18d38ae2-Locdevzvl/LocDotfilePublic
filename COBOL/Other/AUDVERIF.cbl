      * with a run sequence number and a check value chained from
      * the previous record over a position-weighted byte sum of
      * the record's whole content (columns 1-45 and the company
      * in 61-62, plus the original's run date in 63-70 on a
      * reversal line); this run walks the whole log recomputing the
      * chain - a sequence gap, a reordered record, or an edit to
      * ANY field breaks it - and reports the first break
      * on AUDVRRPT with RETURN-CODE 8.  Records written before the

      * The same additive check the writer computes: the previous
      * record's value plus this record's sequence plus the
      * position-weighted byte sum of columns 1-45 and 61-62 (and
      * 63-70 on a reversal line), modulo a million.
       CHECK-CHAIN-VALUE SECTION.
       CHECK-CHAIN-VALUE-START.
           IF WS-CHAIN-STARTED
           PERFORM SUM-ONE-AUDIT-BYTE
               VARYING WS-BYTE-IDX FROM 61 BY 1
               UNTIL WS-BYTE-IDX > 62.
           IF AUDIT-IN-RECORD (28:3) = 'REV'
               PERFORM SUM-ONE-AUDIT-BYTE
                   VARYING WS-BYTE-IDX FROM 63 BY 1
                   UNTIL WS-BYTE-IDX > 70
           END-IF.
       SUM-AUDIT-CONTENT-BYTES-EXIT.
           EXIT.

