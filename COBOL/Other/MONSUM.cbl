      * report - count and sum of RES for each day in the target
      * month, plus a month-level total line.  The target month
      * defaults to the current year-month but can be overridden by
      * dropping a YYYYMM record in MOSUMCTL.  Reversal lines (REV
      * in the pair position) are counted and summed on their own -
      * per day, per company and for the month, with the month's
      * net of the two - and stay out of the ordinary count and sum
      * the MOHIST history carries.  The AUDITLOG lines read and
      * the report lines written go to CTLTOTAL for the
      * end-of-chain control-total proof.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 WS-DAY-TOTAL        PIC 9(10).
               10 WS-DAY-REJECTS      PIC 9(05).
               10 WS-DAY-ERRORS       PIC 9(05).
               10 WS-DAY-REVERSALS    PIC 9(05).
       01  WS-MONTH-REJECTS           PIC 9(06) VALUE ZERO.
       01  WS-MONTH-ERRORS            PIC 9(06) VALUE ZERO.
       01  WS-MONTH-REVERSALS         PIC 9(06) VALUE ZERO.
       01  WS-MONTH-REV-TOTAL         PIC 9(12) VALUE ZERO.
       01  WS-MONTH-NET               PIC S9(12) VALUE ZERO.
       01  WS-MONTH-NET-PRINT         PIC 9(12).
       01  WS-MONTH-NET-SIGN          PIC X(01).
      * Per-company breakdown so one rollup serves both operating
      * companies without their numbers blending.
       01  WS-CO-COUNT                PIC 9(02) VALUE ZERO.
           88 WS-CO-FOUND                VALUE 'Y'.
       01  WS-THIS-COMPANY            PIC X(02).
       01  WS-THIS-RES                PIC 9(06).
      * 0 an ordinary line, 1 a reject, 2 a reversal.
       01  WS-THIS-REJECT             PIC 9(01).
       01  WS-CO-TABLE.
           05  WS-CO OCCURS 10 TIMES.
               10 WS-CO-TRAN-COUNT    PIC 9(06).
               10 WS-CO-TRAN-SUM      PIC 9(12).
               10 WS-CO-REJECTS       PIC 9(06).
               10 WS-CO-REVERSALS     PIC 9(06).
       01  WS-REJECT-RATE             PIC 9(03)V9(02).
       01  WS-REJECT-RATE-EDIT        PIC ZZ9.99.
       01  WS-RATE-BASE               PIC 9(07).
       01  WS-READ-COUNT              PIC 9(06) VALUE ZERO.
       01  WS-WRITTEN-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-CTLT-PROGRAM-ID         PIC X(08) VALUE 'MONSUM  '.
       01  WS-CTLT-TOTAL-NAME         PIC X(08).
       01  WS-CTLT-COUNT              PIC 9(06).
       01  WS-CTLT-AMOUNT             PIC S9(11)V9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN SECTION.
                                WS-WRITTEN-COUNT
                                WS-REJECTED-COUNT
                                WS-START-TIME.
           PERFORM WRITE-CONTROL-TOTALS.
       MAIN-EXIT.
           GOBACK.

       DETERMINE-TARGET-MONTH SECTION.
       DETERMINE-TARGET-MONTH-START.
           CALL 'BUSDATE' USING WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE (1:6) TO WS-TARGET-MONTH.
           OPEN INPUT MONTH-CTL-FILE.
           IF WS-MONTH-CTL-STATUS = '00'
           MOVE ZERO TO WS-DAY-TOTAL (DAY-IDX).
           MOVE ZERO TO WS-DAY-REJECTS (DAY-IDX).
           MOVE ZERO TO WS-DAY-ERRORS (DAY-IDX).
           MOVE ZERO TO WS-DAY-REVERSALS (DAY-IDX).
       INITIALIZE-DAY-TABLE-EXIT.
           EXIT.

                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF AUDIT-IN-DATE (1:6) = WS-TARGET-MONTH
                               IF AUDIT-IN-RECORD (28:3) = 'REV'
                                   PERFORM ADD-TO-DAY-REVERSALS
                               ELSE
                                   PERFORM ADD-TO-DAY-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
       ADD-TO-DAY-TOTAL-EXIT.
           EXIT.

       ADD-TO-DAY-REVERSALS SECTION.
       ADD-TO-DAY-REVERSALS-START.
           MOVE AUDIT-IN-DATE (7:2) TO WS-DAY-OF-MONTH.
           ADD 1 TO WS-DAY-REVERSALS (WS-DAY-OF-MONTH).
           ADD 1 TO WS-MONTH-REVERSALS.
           ADD AUDIT-IN-RES TO WS-MONTH-REV-TOTAL.
           MOVE AUDIT-IN-COMPANY TO WS-THIS-COMPANY.
           MOVE AUDIT-IN-RES TO WS-THIS-RES.
           MOVE 2 TO WS-THIS-REJECT.
           PERFORM ADD-TO-COMPANY-TOTAL.
       ADD-TO-DAY-REVERSALS-EXIT.
           EXIT.

       ADD-TO-COMPANY-TOTAL SECTION.
       ADD-TO-COMPANY-TOTAL-START.
           MOVE 'N' TO WS-CO-FOUND-SW.
                   MOVE ZERO TO WS-CO-TRAN-COUNT (WS-CO-IDX)
                   MOVE ZERO TO WS-CO-TRAN-SUM (WS-CO-IDX)
                   MOVE ZERO TO WS-CO-REJECTS (WS-CO-IDX)
                   MOVE ZERO TO WS-CO-REVERSALS (WS-CO-IDX)
                   SET WS-CO-FOUND TO TRUE
                   PERFORM APPLY-ONE-COMPANY-FACT
               END-IF

       APPLY-ONE-COMPANY-FACT SECTION.
       APPLY-ONE-COMPANY-FACT-START.
           EVALUATE WS-THIS-REJECT
               WHEN 1
                   ADD 1 TO WS-CO-REJECTS (WS-CO-IDX)
               WHEN 2
                   ADD 1 TO WS-CO-REVERSALS (WS-CO-IDX)
               WHEN OTHER
                   ADD 1 TO WS-CO-TRAN-COUNT (WS-CO-IDX)
                   ADD WS-THIS-RES TO WS-CO-TRAN-SUM (WS-CO-IDX)
           END-EVALUATE.
       APPLY-ONE-COMPANY-FACT-EXIT.
           EXIT.

           PERFORM WRITE-ONE-DAY-LINE
               VARYING DAY-IDX FROM 1 BY 1
               UNTIL DAY-IDX > 31.
           COMPUTE WS-RATE-BASE = WS-MONTH-COUNT + WS-MONTH-REVERSALS
                                + WS-MONTH-REJECTS.
           IF WS-RATE-BASE > ZERO
               COMPUTE WS-REJECT-RATE ROUNDED =
                   WS-MONTH-REJECTS * 100 / WS-RATE-BASE
                  WS-REJECT-RATE-EDIT DELIMITED BY SIZE
                  INTO MONTHLY-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           COMPUTE WS-MONTH-NET = WS-MONTH-TOTAL - WS-MONTH-REV-TOTAL.
           MOVE WS-MONTH-NET TO WS-MONTH-NET-PRINT.
           IF WS-MONTH-NET < ZERO
               MOVE '-' TO WS-MONTH-NET-SIGN
           ELSE
               MOVE SPACE TO WS-MONTH-NET-SIGN
           END-IF.
           MOVE SPACES TO MONTHLY-RPT-RECORD.
           STRING 'MONTH REVERSALS - CNT: ' DELIMITED BY SIZE
                  WS-MONTH-REVERSALS DELIMITED BY SIZE
                  ' SUM: ' DELIMITED BY SIZE
                  WS-MONTH-REV-TOTAL DELIMITED BY SIZE
                  ' NET: ' DELIMITED BY SIZE
                  WS-MONTH-NET-PRINT DELIMITED BY SIZE
                  WS-MONTH-NET-SIGN DELIMITED BY SIZE
                  INTO MONTHLY-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           PERFORM WRITE-ONE-COMPANY-LINE
               VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT.
                  WS-CO-TRAN-SUM (WS-CO-IDX) DELIMITED BY SIZE
                  ' REJ: ' DELIMITED BY SIZE
                  WS-CO-REJECTS (WS-CO-IDX) DELIMITED BY SIZE
                  ' REV: ' DELIMITED BY SIZE
                  WS-CO-REVERSALS (WS-CO-IDX) DELIMITED BY SIZE
                  INTO MONTHLY-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       WRITE-ONE-COMPANY-LINE-EXIT.
           EXIT.

      * A day shows up when anything at all happened on it - clean
      * processing, rejects, size errors or reversals - so a day
      * that bounced everything no longer vanishes from the month.
       WRITE-ONE-DAY-LINE SECTION.
       WRITE-ONE-DAY-LINE-START.
           IF WS-DAY-COUNT (DAY-IDX) > ZERO
              OR WS-DAY-REJECTS (DAY-IDX) > ZERO
              OR WS-DAY-ERRORS (DAY-IDX) > ZERO
              OR WS-DAY-REVERSALS (DAY-IDX) > ZERO
               MOVE SPACES TO MONTHLY-RPT-RECORD
               STRING '  DAY: ' DELIMITED BY SIZE
                      WS-DAY-NUM (DAY-IDX) DELIMITED BY SIZE
                      WS-DAY-REJECTS (DAY-IDX) DELIMITED BY SIZE
                      ' ERR: ' DELIMITED BY SIZE
                      WS-DAY-ERRORS (DAY-IDX) DELIMITED BY SIZE
                      ' REV: ' DELIMITED BY SIZE
                      WS-DAY-REVERSALS (DAY-IDX) DELIMITED BY SIZE
                      INTO MONTHLY-RPT-RECORD
               PERFORM PUT-REPORT-LINE
           END-IF.
       WRITE-ONE-DAY-LINE-EXIT.
           EXIT.

      * AUDITLOG lines read and report lines written, for the
      * end-of-chain control-total proof.  AUDITLOG holds every run
      * of the day - restarts and company reruns included - so no
      * day figure is offered against the sum run's RESDTL.
       WRITE-CONTROL-TOTALS SECTION.
       WRITE-CONTROL-TOTALS-START.
           MOVE 'AUDITLOG' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-READ-COUNT TO WS-CTLT-COUNT.
           MOVE ZERO TO WS-CTLT-AMOUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'MOSUMRPT' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-WRITTEN-COUNT TO WS-CTLT-COUNT.
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
