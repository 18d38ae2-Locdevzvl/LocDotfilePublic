      * address file is rebuilt through the ADDRNEW work file and
      * copied back - the AUDARCH turnover - so a run that dies
      * mid-apply leaves the original addresses intact.  Run totals
      * go to COARPRT.  A customer the mail house has returned mail
      * for is marked undeliverable on RTNMAST by RTNLOAD, and the
      * label and statement runs hold their mail back; applying the
      * customer's change of address clears that mark, dated the
      * run date, so the mail flows again to the new address.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COA-RPT-FILE ASSIGN TO "COARPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-RPT-STATUS.
           SELECT RTNM-FILE ASSIGN TO "RTNMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNM-STATUS.

       DATA DIVISION.

           RECORDING MODE IS F.
       01  COA-RPT-RECORD          PIC X(80).

       FD  RTNM-FILE
           RECORDING MODE IS F.
           COPY RTNMREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-COA-STATUS        PIC XX.
           05 WS-COA-AUDIT-STATUS  PIC XX.
           05 WS-COA-EXCP-STATUS   PIC XX.
           05 WS-COA-RPT-STATUS    PIC XX.
           05 WS-RTNM-STATUS       PIC XX.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-DUP-IDX              PIC 9(03).
       01  WS-DUP-FOUND-SW         PIC X.
           88 WS-DUP-FOUND            VALUE 'Y'.
      * Returned-mail marks, held whole for the rewrite.
       01  WS-RTNM-LOAD-STATUS     PIC X(02).
       01  WS-RTNM-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-RTNM-IDX             PIC 9(04).
       01  WS-RTNM-FOUND-SW        PIC X.
           88 WS-RTNM-FOUND           VALUE 'Y'.
       01  WS-RTNM-OVERFLOW-COUNT  PIC 9(06) VALUE ZERO.
       01  WS-RTNM-TABLE.
           05  WS-RTNM-ENTRY OCCURS 2000 TIMES.
               10 WS-RM-CUST-ID    PIC 9(06).
               10 WS-RM-STATUS     PIC X(01).
                   88 WS-RM-UNDELIVERABLE VALUE 'U'.
                   88 WS-RM-CLEARED       VALUE 'C'.
               10 WS-RM-REST       PIC X(54).
               10 WS-RM-CLEARED-DATE PIC 9(08).
       01  WS-MARKS-CLEARED-COUNT  PIC 9(05) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE    PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT COA-RPT-FILE.
           OPEN OUTPUT COA-EXCP-FILE.
                   PERFORM OPEN-AUDIT-EXTEND
                   PERFORM APPLY-CHANGES-TO-ADDRESSES
                   CLOSE COA-AUDIT-FILE
                   IF WS-APPLIED-COUNT > ZERO
                       PERFORM CLEAR-RETURNED-MAIL-MARKS
                   END-IF
                   PERFORM SETTLE-REMAINING-CHANGES
                       VARYING WS-COA-IDX FROM 1 BY 1
                       UNTIL WS-COA-IDX > WS-COA-COUNT
       REPLACE-ADDRESS-FILE-EXIT.
           EXIT.

      * A missing RTNMAST means nobody has had mail returned; any
      * other failed open, or a file bigger than the table, leaves
      * the marks as they are and fails the run so the customers
      * are not left held back unnoticed.
       CLEAR-RETURNED-MAIL-MARKS SECTION.
       CLEAR-RETURNED-MAIL-MARKS-START.
           PERFORM LOAD-RETURNED-MAIL.
           EVALUATE TRUE
               WHEN WS-RTNM-LOAD-STATUS = '35'
                   CONTINUE
               WHEN WS-RTNM-LOAD-STATUS NOT = '00'
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO COA-RPT-RECORD
                   STRING 'RTNMAST NOT READABLE - STATUS '
                              DELIMITED BY SIZE
                          WS-RTNM-LOAD-STATUS DELIMITED BY SIZE
                          ' - RETURNED-MAIL MARKS NOT CLEARED'
                              DELIMITED BY SIZE
                          INTO COA-RPT-RECORD
                   WRITE COA-RPT-RECORD
                   DISPLAY 'COAAPPLY - ' COA-RPT-RECORD
               WHEN WS-RTNM-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO COA-RPT-RECORD
                   STRING 'RETURNED-MAIL RECORDS BEYOND TABLE: '
                              DELIMITED BY SIZE
                          WS-RTNM-OVERFLOW-COUNT DELIMITED BY SIZE
                          ' - MARKS NOT CLEARED' DELIMITED BY SIZE
                          INTO COA-RPT-RECORD
                   WRITE COA-RPT-RECORD
                   DISPLAY 'COAAPPLY - ' COA-RPT-RECORD
               WHEN OTHER
                   PERFORM CLEAR-ONE-RETURNED-MARK
                       VARYING WS-COA-IDX FROM 1 BY 1
                       UNTIL WS-COA-IDX > WS-COA-COUNT
                   IF WS-MARKS-CLEARED-COUNT > ZERO
                       PERFORM REWRITE-RETURNED-MAIL
                   END-IF
           END-EVALUATE.
       CLEAR-RETURNED-MAIL-MARKS-EXIT.
           EXIT.

       LOAD-RETURNED-MAIL SECTION.
       LOAD-RETURNED-MAIL-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RTNM-FILE.
           MOVE WS-RTNM-STATUS TO WS-RTNM-LOAD-STATUS.
           IF WS-RTNM-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ RTNM-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-RTNM-COUNT < 2000
                               ADD 1 TO WS-RTNM-COUNT
                               MOVE RETURNED-MAIL-RECORD TO
                                   WS-RTNM-ENTRY (WS-RTNM-COUNT)
                           ELSE
                               ADD 1 TO WS-RTNM-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RTNM-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-RETURNED-MAIL-EXIT.
           EXIT.

       CLEAR-ONE-RETURNED-MARK SECTION.
       CLEAR-ONE-RETURNED-MARK-START.
           IF WS-COA-APPLIED (WS-COA-IDX)
               MOVE 'N' TO WS-RTNM-FOUND-SW
               PERFORM FIND-RETURNED-MAIL-ENTRY
                   VARYING WS-RTNM-IDX FROM 1 BY 1
                   UNTIL WS-RTNM-IDX > WS-RTNM-COUNT
                      OR WS-RTNM-FOUND
               IF WS-RTNM-FOUND
                   IF WS-RM-UNDELIVERABLE (WS-RTNM-IDX)
                       SET WS-RM-CLEARED (WS-RTNM-IDX) TO TRUE
                       MOVE WS-RUN-DATE
                           TO WS-RM-CLEARED-DATE (WS-RTNM-IDX)
                       ADD 1 TO WS-MARKS-CLEARED-COUNT
                       MOVE SPACES TO COA-RPT-RECORD
                       STRING 'RETURNED-MAIL MARK CLEARED FOR CUSTOMER '
                                  DELIMITED BY SIZE
                              WS-RM-CUST-ID (WS-RTNM-IDX)
                                  DELIMITED BY SIZE
                              INTO COA-RPT-RECORD
                       WRITE COA-RPT-RECORD
                   END-IF
               END-IF
           END-IF.
       CLEAR-ONE-RETURNED-MARK-EXIT.
           EXIT.

       FIND-RETURNED-MAIL-ENTRY SECTION.
       FIND-RETURNED-MAIL-ENTRY-START.
           IF WS-RM-CUST-ID (WS-RTNM-IDX) =
              WS-COA-CUST-ID (WS-COA-IDX)
               SET WS-RTNM-FOUND TO TRUE
               SUBTRACT 1 FROM WS-RTNM-IDX
           END-IF.
       FIND-RETURNED-MAIL-ENTRY-EXIT.
           EXIT.

       REWRITE-RETURNED-MAIL SECTION.
       REWRITE-RETURNED-MAIL-START.
           OPEN OUTPUT RTNM-FILE.
           PERFORM WRITE-ONE-RETURNED-MAIL
               VARYING WS-RTNM-IDX FROM 1 BY 1
               UNTIL WS-RTNM-IDX > WS-RTNM-COUNT.
           CLOSE RTNM-FILE.
       REWRITE-RETURNED-MAIL-EXIT.
           EXIT.

       WRITE-ONE-RETURNED-MAIL SECTION.
       WRITE-ONE-RETURNED-MAIL-START.
           MOVE WS-RTNM-ENTRY (WS-RTNM-IDX) TO RETURNED-MAIL-RECORD.
           WRITE RETURNED-MAIL-RECORD.
       WRITE-ONE-RETURNED-MAIL-EXIT.
           EXIT.

      * Whatever is still pending after the pass either matched
      * nothing - a true exception - or was the second due change
      * for a customer whose first change already applied this run.
                  WS-UNMATCHED-COUNT DELIMITED BY SIZE
                  INTO COA-RPT-RECORD.
           WRITE COA-RPT-RECORD.
           MOVE SPACES TO COA-RPT-RECORD.
           STRING 'RETURNED-MAIL MARKS CLEARED: ' DELIMITED BY SIZE
                  WS-MARKS-CLEARED-COUNT DELIMITED BY SIZE
                  INTO COA-RPT-RECORD.
           WRITE COA-RPT-RECORD.
       WRITE-COA-TOTALS-EXIT.
           EXIT.
