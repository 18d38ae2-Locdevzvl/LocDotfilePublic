      * level with the minimum tray pieces that qualify for it and
      * the rate per piece; each tray gets the deepest level its
      * piece count earns - into the PSTCOST expected-postage
      * statement with a run total.  The pieces MAILLBL printed with
      * an Intelligent Mail barcode are priced apart, at the
      * deepest barcoded level (class B on PSTRATES) their own
      * count in the tray earns, and fall back to the tray's
      * ordinary level when no barcoded level applies.  When the
      * PSTCCTL control record selects reconciliation mode ('R'),
      * the mail house's MHBILL
      * billed file is matched by tray against our expected figures
      * and every over-billing (and billed tray we never cut) is
      * reported on PSTRECRP with the net difference, so we stop
           05 PRST-ZIP-PREFIX        PIC X(03).
           05 FILLER                 PIC X(09).
           05 PRST-PIECES            PIC X(06).
           05 FILLER                 PIC X(11).
           05 PRST-BARCODED          PIC X(06).
           05 FILLER                 PIC X(24).

      * One record per presort level: the level code, the minimum
      * tray pieces that qualify, the rate per piece, and B for a
      * rate that applies only to barcoded pieces.
       FD  RATE-TABLE-FILE
           RECORDING MODE IS F.
       01  RATE-TABLE-RECORD.
           05 PSTR-LEVEL             PIC X(02).
           05 PSTR-MIN-PIECES        PIC 9(05).
           05 PSTR-RATE              PIC 9(01)V9(04).
           05 PSTR-CLASS             PIC X(01).
               88 PSTR-BARCODED         VALUE 'B'.

       FD  COST-CTL-FILE
           RECORDING MODE IS F.
               10 WS-RTE-LEVEL       PIC X(02).
               10 WS-RTE-MIN         PIC 9(05).
               10 WS-RTE-RATE        PIC 9(01)V9(04).
               10 WS-RTE-CLASS       PIC X(01).
                   88 WS-RTE-BARCODED   VALUE 'B'.
       01  WS-BEST-LEVEL             PIC X(02).
       01  WS-BEST-MIN               PIC 9(05).
       01  WS-BEST-RATE              PIC 9(01)V9(04).
       01  WS-LEVEL-FOUND-SW         PIC X.
           88 WS-LEVEL-FOUND            VALUE 'Y'.
       01  WS-BAR-LEVEL              PIC X(02).
       01  WS-BAR-MIN                PIC 9(05).
       01  WS-BAR-RATE               PIC 9(01)V9(04).
       01  WS-BAR-LEVEL-FOUND-SW     PIC X.
           88 WS-BAR-LEVEL-FOUND        VALUE 'Y'.
       01  WS-TRAY-PIECES            PIC 9(06).
       01  WS-TRAY-BARCODED          PIC 9(06).
       01  WS-TRAY-ORDINARY          PIC 9(06).
       01  WS-TRAY-COST              PIC 9(07)V9(02).
       01  WS-CURRND-AMOUNT          PIC S9(09)V9(04).
       01  WS-CURRND-MODE            PIC X(01) VALUE 'N'.
                                   WS-RTE-MIN (WS-RATE-COUNT)
                               MOVE PSTR-RATE TO
                                   WS-RTE-RATE (WS-RATE-COUNT)
                               MOVE PSTR-CLASS TO
                                   WS-RTE-CLASS (WS-RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM

      * The deepest level the tray's piece count earns: among the
      * rate records whose minimum the tray meets, the one with the
      * highest minimum wins.  Barcoded pieces go the same way
      * through the barcoded levels on their own count, or take the
      * ordinary level when none applies; a tray line written
      * before barcodes were counted has none.
       COST-ONE-TRAY SECTION.
       COST-ONE-TRAY-START.
           MOVE PRST-PIECES TO WS-TRAY-PIECES.
           MOVE ZERO TO WS-TRAY-BARCODED.
           IF PRST-BARCODED IS NUMERIC
               MOVE PRST-BARCODED TO WS-TRAY-BARCODED
           END-IF.
           IF WS-TRAY-BARCODED > WS-TRAY-PIECES
               MOVE WS-TRAY-PIECES TO WS-TRAY-BARCODED
           END-IF.
           COMPUTE WS-TRAY-ORDINARY =
               WS-TRAY-PIECES - WS-TRAY-BARCODED.
           MOVE 'N' TO WS-LEVEL-FOUND-SW.
           MOVE ZERO TO WS-BEST-MIN.
           MOVE ZERO TO WS-BEST-RATE.
           PERFORM CONSIDER-ONE-RATE-LEVEL
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT.
           MOVE 'N' TO WS-BAR-LEVEL-FOUND-SW.
           MOVE ZERO TO WS-BAR-MIN.
           MOVE ZERO TO WS-BAR-RATE.
           MOVE SPACES TO WS-BAR-LEVEL.
           IF WS-TRAY-BARCODED > ZERO
               PERFORM CONSIDER-ONE-BARCODE-LEVEL
                   VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF NOT WS-BAR-LEVEL-FOUND AND WS-LEVEL-FOUND
                   SET WS-BAR-LEVEL-FOUND TO TRUE
                   MOVE WS-BEST-LEVEL TO WS-BAR-LEVEL
                   MOVE WS-BEST-RATE TO WS-BAR-RATE
               END-IF
           END-IF.
           IF WS-TRAY-ORDINARY = ZERO AND WS-BAR-LEVEL-FOUND
               SET WS-LEVEL-FOUND TO TRUE
               MOVE WS-BAR-LEVEL TO WS-BEST-LEVEL
           END-IF.
           IF WS-TRAY-BARCODED > ZERO AND NOT WS-BAR-LEVEL-FOUND
               MOVE 'N' TO WS-LEVEL-FOUND-SW
           END-IF.
           IF WS-LEVEL-FOUND
               COMPUTE WS-CURRND-AMOUNT =
                   WS-TRAY-ORDINARY * WS-BEST-RATE
                 + WS-TRAY-BARCODED * WS-BAR-RATE
               CALL 'CURRND' USING WS-CURRND-AMOUNT
                                   WS-CURRND-MODE
                                   WS-CURRND-RESULT
                      WS-TRAY-COST DELIMITED BY SIZE
                      INTO COST-STMT-RECORD
               WRITE COST-STMT-RECORD
               IF WS-TRAY-BARCODED > ZERO
                   MOVE SPACES TO COST-STMT-RECORD
                   STRING '     OF WHICH BARCODED ' DELIMITED BY SIZE
                          WS-TRAY-BARCODED DELIMITED BY SIZE
                          ' AT LEVEL ' DELIMITED BY SIZE
                          WS-BAR-LEVEL DELIMITED BY SIZE
                          ' RATE ' DELIMITED BY SIZE
                          WS-BAR-RATE DELIMITED BY SIZE
                          INTO COST-STMT-RECORD
                   WRITE COST-STMT-RECORD
               END-IF
           ELSE
               MOVE SPACES TO COST-STMT-RECORD
               STRING 'TRAY ' DELIMITED BY SIZE

       CONSIDER-ONE-RATE-LEVEL SECTION.
       CONSIDER-ONE-RATE-LEVEL-START.
           IF NOT WS-RTE-BARCODED (WS-RATE-IDX)
              AND WS-TRAY-PIECES NOT LESS THAN WS-RTE-MIN (WS-RATE-IDX)
              AND (NOT WS-LEVEL-FOUND
                   OR WS-RTE-MIN (WS-RATE-IDX) > WS-BEST-MIN)
               SET WS-LEVEL-FOUND TO TRUE
       CONSIDER-ONE-RATE-LEVEL-EXIT.
           EXIT.

       CONSIDER-ONE-BARCODE-LEVEL SECTION.
       CONSIDER-ONE-BARCODE-LEVEL-START.
           IF WS-RTE-BARCODED (WS-RATE-IDX)
              AND WS-TRAY-BARCODED NOT LESS THAN
                  WS-RTE-MIN (WS-RATE-IDX)
              AND (NOT WS-BAR-LEVEL-FOUND
                   OR WS-RTE-MIN (WS-RATE-IDX) > WS-BAR-MIN)
               SET WS-BAR-LEVEL-FOUND TO TRUE
               MOVE WS-RTE-LEVEL (WS-RATE-IDX) TO WS-BAR-LEVEL
               MOVE WS-RTE-MIN (WS-RATE-IDX) TO WS-BAR-MIN
               MOVE WS-RTE-RATE (WS-RATE-IDX) TO WS-BAR-RATE
           END-IF.
       CONSIDER-ONE-BARCODE-LEVEL-EXIT.
           EXIT.

       WRITE-COST-TOTAL SECTION.
       WRITE-COST-TOTAL-START.
           MOVE SPACES TO COST-STMT-RECORD.
