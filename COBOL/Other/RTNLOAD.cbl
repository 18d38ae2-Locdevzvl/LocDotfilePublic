       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNLOAD.
       AUTHOR. MTH.

      * Weekly returned-mail load.  The mail house sends back the
      * RTNMAIL file of pieces it could not deliver - the customer
      * number when the piece carried one (statements do, labels do
      * not), the name, street and ZIP as printed, the date the
      * piece came back and the two-letter reason.  Each return is
      * matched to its customer on ADDRFILE: by customer number when
      * there is one, otherwise by name, street and five-digit ZIP
      * with the leading padding trimmed the way MAILLBL trims it
      * for printing, and failing that by street and ZIP alone - a
      * household label that read THE <surname> FAMILY names nobody,
      * so every customer at that address is marked.  A matched
      * customer is marked undeliverable on RTNMAST (RTNMREC) with
      * the return date, reason and the address the piece went to,
      * and the customer's return count goes up by one.  A return
      * dated on or before the one already recorded for a marked
      * customer is a re-sent or re-run return and is not counted
      * again; one dated on or before a COAAPPLY change of address
      * went to the old address and is ignored.  MAILLBL, HSHLDLBL
      * and STMTMAIL hold back mail for a marked customer until
      * COAAPPLY clears the mark.  Matches, repeats, rejects and
      * unmatched returns go to the RTNLDRPT run log (RC 4 for any
      * reject or unmatched return), and RTNWORK lists every
      * customer still marked with no change of address waiting on
      * COAFILE, for customer service to contact.  RTNMAST is
      * rewritten with the same load-status guard the other master
      * files use.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "RTNMAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "ADDRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT RTNM-FILE ASSIGN TO "RTNMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNM-STATUS.
           SELECT COA-FILE ASSIGN TO "COAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.
           SELECT RTN-LOG-FILE ASSIGN TO "RTNLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-LOG-STATUS.
           SELECT RTN-WORK-FILE ASSIGN TO "RTNWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-WORK-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * One undeliverable piece per record, as the mail house keys
      * it; the customer number is spaces when the piece had none.
       FD  RETURN-FILE
           RECORDING MODE IS F.
       01  RETURN-RECORD.
           05 RTN-CUST-ID            PIC X(06).
           05 RTN-NAME               PIC X(30).
           05 RTN-STREET             PIC X(30).
           05 RTN-ZIP                PIC X(10).
           05 RTN-RETURN-DATE        PIC X(08).
           05 RTN-REASON             PIC X(02).

      * Same shape MAILLBL reads - the standardized address the
      * CUSTSTD/CLNBRDG pipeline generates.
       FD  ADDRESS-FILE
           RECORDING MODE IS F.
       01  ADDRESS-RECORD.
           05 ADDR-CUST-ID           PIC 9(06).
           05 ADDR-NAME              PIC A(30).
           05 ADDR-STREET            PIC A(30).
           05 ADDR-CITY              PIC A(20).
           05 ADDR-STATE             PIC A(02).
           05 ADDR-ZIP               PIC X(10).

       FD  RTNM-FILE
           RECORDING MODE IS F.
           COPY RTNMREC.

      * Same shape COAAPPLY reads - only the customer and date of
      * the changes still waiting are wanted here.
       FD  COA-FILE
           RECORDING MODE IS F.
       01  COA-RECORD.
           05 COA-CUST-ID            PIC 9(06).
           05 COA-NEW-STREET         PIC X(30).
           05 COA-NEW-CITY           PIC X(20).
           05 COA-NEW-STATE          PIC X(02).
           05 COA-NEW-ZIP            PIC X(10).
           05 COA-EFF-DATE           PIC 9(08).

       FD  RTN-LOG-FILE
           RECORDING MODE IS F.
       01  RTN-LOG-RECORD            PIC X(80).

       FD  RTN-WORK-FILE
           RECORDING MODE IS F.
       01  RTN-WORK-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-RETURN-STATUS       PIC XX.
           05 WS-ADDRESS-STATUS      PIC XX.
           05 WS-RTNM-STATUS         PIC XX.
           05 WS-COA-STATUS          PIC XX.
           05 WS-RTN-LOG-STATUS      PIC XX.
           05 WS-RTN-WORK-STATUS     PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RTNM-LOAD-STATUS       PIC X(02).
      * Addresses, trimmed of their leading padding for matching.
       01  WS-ADDR-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-ADDR-IDX               PIC 9(04).
       01  WS-ADDR-FOUND-SW          PIC X.
           88 WS-ADDR-FOUND             VALUE 'Y'.
       01  WS-ADDR-OVERFLOW-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-ADDR-TABLE.
           05  WS-ADDR-ENTRY OCCURS 2000 TIMES.
               10 WS-AD-CUST-ID      PIC 9(06).
               10 WS-AD-NAME         PIC X(30).
               10 WS-AD-STREET       PIC X(30).
               10 WS-AD-ZIP          PIC X(10).
      * The returned-mail master, held whole for the rewrite.
       01  WS-RTNM-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-RTNM-IDX               PIC 9(04).
       01  WS-RTNM-FOUND-SW          PIC X.
           88 WS-RTNM-FOUND             VALUE 'Y'.
       01  WS-RTNM-OVERFLOW-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-RTNM-FULL-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-RTNM-TABLE.
           05  WS-RTNM-ENTRY OCCURS 2000 TIMES.
               10 WS-RM-CUST-ID      PIC 9(06).
               10 WS-RM-STATUS       PIC X(01).
                   88 WS-RM-UNDELIVERABLE VALUE 'U'.
                   88 WS-RM-CLEARED       VALUE 'C'.
               10 WS-RM-RETURN-COUNT PIC 9(04).
               10 WS-RM-LAST-RETURN  PIC 9(08).
               10 WS-RM-REASON       PIC X(02).
               10 WS-RM-STREET       PIC X(30).
               10 WS-RM-ZIP          PIC X(10).
               10 WS-RM-CLEARED-DATE PIC 9(08).
      * Changes of address still waiting on COAFILE.
       01  WS-COA-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-COA-IDX                PIC 9(03).
       01  WS-COA-FOUND-SW           PIC X.
           88 WS-COA-FOUND              VALUE 'Y'.
       01  WS-COA-TABLE.
           05  WS-COA-ENTRY OCCURS 200 TIMES.
               10 WS-CP-CUST-ID      PIC 9(06).
               10 WS-CP-EFF-DATE     PIC 9(08).
      * The return being matched.
       01  WS-RETURN-DATE            PIC 9(08).
       01  WS-RETURN-CUST-ID         PIC 9(06).
       01  WS-RTN-NAME-TRIM          PIC X(30).
       01  WS-RTN-STREET-TRIM        PIC X(30).
       01  WS-TRIM-SOURCE            PIC X(30).
       01  WS-TRIM-RESULT            PIC X(30).
       01  WS-LEAD-SPACES            PIC 9(02).
       01  WS-TRIM-LEN               PIC 9(02).
       01  WS-MATCH-COUNT            PIC 9(04).
       01  WS-REJECT-REASON          PIC X(34).
       01  WS-RECORD-NOTE            PIC X(26).
       01  WS-REASON-TEXT            PIC X(21).
       01  WS-COUNT-EDIT             PIC ZZZ9.
       01  WS-RETURNS-READ           PIC 9(06) VALUE ZERO.
       01  WS-FLAGGED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-REPEAT-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-STALE-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-UNMATCHED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-CONTACT-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-PENDING-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'RTNLOAD'.
       01  WS-RPT-TITLE              PIC X(30)
                          VALUE 'RETURNED MAIL - NO NEW ADDRESS'.
       01  WS-RPT-HEADING            PIC X(80) VALUE SPACES.
       01  WS-RPT-ACTION             PIC X(01).
       01  WS-RPT-DETAIL             PIC X(80).
       01  WS-RPT-STATE.
           05 WS-RPT-LINE-COUNT      PIC 9(02) VALUE 99.
           05 WS-RPT-PAGE-NUM        PIC 9(04) VALUE ZERO.
           05 WS-RPT-TOTAL-LINES     PIC 9(06) VALUE ZERO.
       01  WS-RPT-OUT.
           05 WS-RPT-OUT-COUNT       PIC 9(01).
           05 WS-RPT-OUT-LINE OCCURS 4 TIMES PIC X(80).
       01  WS-RPT-OUT-IDX            PIC 9(01).

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           OPEN OUTPUT RTN-LOG-FILE.
           OPEN OUTPUT RTN-WORK-FILE.
           MOVE 'CUST' TO WS-RPT-HEADING (1:4).
           MOVE 'NAME / RETURNED ADDRESS' TO WS-RPT-HEADING (9:23).
           MOVE 'RETURNED' TO WS-RPT-HEADING (40:8).
           MOVE 'COUNT' TO WS-RPT-HEADING (49:5).
           MOVE 'REASON' TO WS-RPT-HEADING (57:6).
           PERFORM LOAD-ADDRESS-TABLE.
           PERFORM LOAD-RETURNED-MAIL.
           PERFORM LOAD-PENDING-CHANGES.
           EVALUATE TRUE
               WHEN WS-RTNM-LOAD-STATUS NOT = '00'
                AND WS-RTNM-LOAD-STATUS NOT = '35'
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO RTN-LOG-RECORD
                   STRING 'RTNMAST NOT READABLE - STATUS '
                              DELIMITED BY SIZE
                          WS-RTNM-LOAD-STATUS DELIMITED BY SIZE
                          ' - NOTHING APPLIED' DELIMITED BY SIZE
                          INTO RTN-LOG-RECORD
                   WRITE RTN-LOG-RECORD
                   DISPLAY 'RTNLOAD - ' RTN-LOG-RECORD
               WHEN WS-RTNM-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO RTN-LOG-RECORD
                   STRING 'RETURNED-MAIL RECORDS BEYOND TABLE: '
                              DELIMITED BY SIZE
                          WS-RTNM-OVERFLOW-COUNT DELIMITED BY SIZE
                          ' - NOTHING APPLIED' DELIMITED BY SIZE
                          INTO RTN-LOG-RECORD
                   WRITE RTN-LOG-RECORD
                   DISPLAY 'RTNLOAD - ' RTN-LOG-RECORD
               WHEN WS-ADDR-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO RTN-LOG-RECORD
                   STRING 'ADDRESSES BEYOND TABLE: ' DELIMITED BY SIZE
                          WS-ADDR-OVERFLOW-COUNT DELIMITED BY SIZE
                          ' - NOTHING APPLIED' DELIMITED BY SIZE
                          INTO RTN-LOG-RECORD
                   WRITE RTN-LOG-RECORD
                   DISPLAY 'RTNLOAD - ' RTN-LOG-RECORD
               WHEN WS-ADDR-COUNT = ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'NO ADDRFILE ON HAND - NOTHING APPLIED'
                       TO RTN-LOG-RECORD
                   WRITE RTN-LOG-RECORD
                   DISPLAY 'RTNLOAD - ' RTN-LOG-RECORD
               WHEN OTHER
                   PERFORM APPLY-RETURN-FILE
                   IF WS-RTNM-FULL-COUNT > ZERO
                       MOVE 8 TO WS-FINAL-RETURN-CODE
                       MOVE SPACES TO RTN-LOG-RECORD
                       STRING 'RETURNED-MAIL TABLE FULL - '
                                  DELIMITED BY SIZE
                              WS-RTNM-FULL-COUNT DELIMITED BY SIZE
                              ' NOT RECORDED, RTNMAST LEFT AS IS'
                                  DELIMITED BY SIZE
                              INTO RTN-LOG-RECORD
                       WRITE RTN-LOG-RECORD
                       DISPLAY 'RTNLOAD - ' RTN-LOG-RECORD
                   ELSE
                       PERFORM REWRITE-RETURNED-MAIL
                   END-IF
                   PERFORM WRITE-OUTREACH-LIST
           END-EVALUATE.
           PERFORM END-REPORT-PAGES.
           PERFORM WRITE-RUN-TOTALS.
           CLOSE RTN-LOG-FILE.
           CLOSE RTN-WORK-FILE.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-ADDRESS-TABLE SECTION.
       LOAD-ADDRESS-TABLE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ ADDRESS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-ADDR-COUNT < 2000
                               ADD 1 TO WS-ADDR-COUNT
                               PERFORM STORE-ONE-ADDRESS
                           ELSE
                               ADD 1 TO WS-ADDR-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-ADDRESS-TABLE-EXIT.
           EXIT.

      * Strip the leading spaces the pipeline fields carry - the same
      * trim MAILLBL applies before printing - so the fields compare
      * the way the mail house saw them on the piece.
       STORE-ONE-ADDRESS SECTION.
       STORE-ONE-ADDRESS-START.
           MOVE ADDR-CUST-ID TO WS-AD-CUST-ID (WS-ADDR-COUNT).
           MOVE ADDR-NAME TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-AD-NAME (WS-ADDR-COUNT).
           MOVE ADDR-STREET TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-AD-STREET (WS-ADDR-COUNT).
           MOVE ADDR-ZIP TO WS-AD-ZIP (WS-ADDR-COUNT).
       STORE-ONE-ADDRESS-EXIT.
           EXIT.

       TRIM-LEADING-SPACES SECTION.
       TRIM-LEADING-SPACES-START.
           MOVE SPACES TO WS-TRIM-RESULT.
           MOVE ZERO TO WS-LEAD-SPACES.
           INSPECT WS-TRIM-SOURCE TALLYING WS-LEAD-SPACES
               FOR LEADING SPACE.
           IF WS-LEAD-SPACES < 30
               COMPUTE WS-TRIM-LEN = 30 - WS-LEAD-SPACES
               MOVE WS-TRIM-SOURCE (WS-LEAD-SPACES + 1:WS-TRIM-LEN)
                   TO WS-TRIM-RESULT
           END-IF.
       TRIM-LEADING-SPACES-EXIT.
           EXIT.

      * No RTNMAST yet (status 35) is the first run - nobody has been
      * returned.  Any other failed open leaves the file untouched.
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

      * A missing COAFILE just means no change is waiting.
       LOAD-PENDING-CHANGES SECTION.
       LOAD-PENDING-CHANGES-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT COA-FILE.
           IF WS-COA-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ COA-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-COA-COUNT < 200
                               ADD 1 TO WS-COA-COUNT
                               MOVE COA-CUST-ID TO
                                   WS-CP-CUST-ID (WS-COA-COUNT)
                               MOVE COA-EFF-DATE TO
                                   WS-CP-EFF-DATE (WS-COA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COA-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-PENDING-CHANGES-EXIT.
           EXIT.

       APPLY-RETURN-FILE SECTION.
       APPLY-RETURN-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RETURN-FILE.
           IF WS-RETURN-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ RETURN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-ONE-RETURN
                   END-READ
               END-PERFORM
               CLOSE RETURN-FILE
           ELSE
               MOVE 'NO RTNMAIL RETURN FILE THIS RUN'
                   TO RTN-LOG-RECORD
               WRITE RTN-LOG-RECORD
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       APPLY-RETURN-FILE-EXIT.
           EXIT.

       APPLY-ONE-RETURN SECTION.
       APPLY-ONE-RETURN-START.
           ADD 1 TO WS-RETURNS-READ.
           PERFORM VALIDATE-RETURN.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               IF WS-FINAL-RETURN-CODE < 4
                   MOVE 4 TO WS-FINAL-RETURN-CODE
               END-IF
               MOVE SPACES TO RTN-LOG-RECORD
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      ' REJECTED ' DELIMITED BY SIZE
                      RTN-CUST-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      RTN-ZIP DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      INTO RTN-LOG-RECORD
               WRITE RTN-LOG-RECORD
               DISPLAY 'RTNLOAD - ' RTN-LOG-RECORD
           ELSE
               MOVE RTN-RETURN-DATE TO WS-RETURN-DATE
               PERFORM MATCH-RETURN
               IF WS-MATCH-COUNT = ZERO
                   ADD 1 TO WS-UNMATCHED-COUNT
                   IF WS-FINAL-RETURN-CODE < 4
                       MOVE 4 TO WS-FINAL-RETURN-CODE
                   END-IF
                   MOVE SPACES TO RTN-LOG-RECORD
                   STRING WS-RUN-DATE DELIMITED BY SIZE
                          ' UNMATCHED ' DELIMITED BY SIZE
                          RTN-NAME DELIMITED BY '  '
                          ' / ' DELIMITED BY SIZE
                          RTN-STREET DELIMITED BY '  '
                          ' ' DELIMITED BY SIZE
                          RTN-ZIP DELIMITED BY SIZE
                          INTO RTN-LOG-RECORD
                   WRITE RTN-LOG-RECORD
                   DISPLAY 'RTNLOAD - ' RTN-LOG-RECORD
               END-IF
           END-IF.
       APPLY-ONE-RETURN-EXIT.
           EXIT.

       VALIDATE-RETURN SECTION.
       VALIDATE-RETURN-START.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN RTN-RETURN-DATE IS NOT NUMERIC
                   MOVE 'RETURN DATE NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN RTN-RETURN-DATE = '00000000'
                   MOVE 'NO RETURN DATE' TO WS-REJECT-REASON
               WHEN RTN-REASON = SPACES
                   MOVE 'NO RETURN REASON' TO WS-REJECT-REASON
               WHEN RTN-CUST-ID = SPACES AND RTN-STREET = SPACES
                   MOVE 'NO CUSTOMER NUMBER OR STREET'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       VALIDATE-RETURN-EXIT.
           EXIT.

      * Customer number first; then name, street and ZIP; then the
      * street and ZIP alone, which marks the whole household.
       MATCH-RETURN SECTION.
       MATCH-RETURN-START.
           MOVE ZERO TO WS-MATCH-COUNT.
           IF RTN-CUST-ID IS NUMERIC
              AND RTN-CUST-ID NOT = '000000'
               MOVE RTN-CUST-ID TO WS-RETURN-CUST-ID
               MOVE 'N' TO WS-ADDR-FOUND-SW
               PERFORM FIND-ADDRESS-BY-CUSTOMER
                   VARYING WS-ADDR-IDX FROM 1 BY 1
                   UNTIL WS-ADDR-IDX > WS-ADDR-COUNT
                      OR WS-ADDR-FOUND
               IF WS-ADDR-FOUND
                   PERFORM RECORD-RETURN
               END-IF
           END-IF.
           IF WS-MATCH-COUNT = ZERO AND RTN-STREET NOT = SPACES
               MOVE RTN-NAME TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-RTN-NAME-TRIM
               MOVE RTN-STREET TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-RTN-STREET-TRIM
               MOVE 'N' TO WS-ADDR-FOUND-SW
               PERFORM FIND-ADDRESS-BY-NAME
                   VARYING WS-ADDR-IDX FROM 1 BY 1
                   UNTIL WS-ADDR-IDX > WS-ADDR-COUNT
                      OR WS-ADDR-FOUND
               IF WS-ADDR-FOUND
                   PERFORM RECORD-RETURN
               ELSE
                   PERFORM TEST-HOUSEHOLD-ADDRESS
                       VARYING WS-ADDR-IDX FROM 1 BY 1
                       UNTIL WS-ADDR-IDX > WS-ADDR-COUNT
               END-IF
           END-IF.
       MATCH-RETURN-EXIT.
           EXIT.

       FIND-ADDRESS-BY-CUSTOMER SECTION.
       FIND-ADDRESS-BY-CUSTOMER-START.
           IF WS-AD-CUST-ID (WS-ADDR-IDX) = WS-RETURN-CUST-ID
               SET WS-ADDR-FOUND TO TRUE
               SUBTRACT 1 FROM WS-ADDR-IDX
           END-IF.
       FIND-ADDRESS-BY-CUSTOMER-EXIT.
           EXIT.

       FIND-ADDRESS-BY-NAME SECTION.
       FIND-ADDRESS-BY-NAME-START.
           IF WS-AD-NAME (WS-ADDR-IDX) = WS-RTN-NAME-TRIM
              AND WS-AD-STREET (WS-ADDR-IDX) = WS-RTN-STREET-TRIM
              AND WS-AD-ZIP (WS-ADDR-IDX) (1:5) = RTN-ZIP (1:5)
               SET WS-ADDR-FOUND TO TRUE
               SUBTRACT 1 FROM WS-ADDR-IDX
           END-IF.
       FIND-ADDRESS-BY-NAME-EXIT.
           EXIT.

       TEST-HOUSEHOLD-ADDRESS SECTION.
       TEST-HOUSEHOLD-ADDRESS-START.
           IF WS-AD-STREET (WS-ADDR-IDX) = WS-RTN-STREET-TRIM
              AND WS-AD-ZIP (WS-ADDR-IDX) (1:5) = RTN-ZIP (1:5)
               PERFORM RECORD-RETURN
           END-IF.
       TEST-HOUSEHOLD-ADDRESS-EXIT.
           EXIT.

      * Marks the customer at WS-ADDR-IDX.  A return no later than
      * the one already on file is a repeat; one no later than the
      * last change of address went to the old address.
       RECORD-RETURN SECTION.
       RECORD-RETURN-START.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE 'N' TO WS-RTNM-FOUND-SW.
           PERFORM FIND-RETURNED-MAIL-ENTRY
               VARYING WS-RTNM-IDX FROM 1 BY 1
               UNTIL WS-RTNM-IDX > WS-RTNM-COUNT
                  OR WS-RTNM-FOUND.
           EVALUATE TRUE
               WHEN NOT WS-RTNM-FOUND
                AND WS-RTNM-COUNT NOT < 2000
                   ADD 1 TO WS-RTNM-FULL-COUNT
                   MOVE 'NOT RECORDED - TABLE FULL'
                       TO WS-RECORD-NOTE
               WHEN NOT WS-RTNM-FOUND
                   ADD 1 TO WS-RTNM-COUNT
                   MOVE WS-RTNM-COUNT TO WS-RTNM-IDX
                   MOVE WS-AD-CUST-ID (WS-ADDR-IDX)
                       TO WS-RM-CUST-ID (WS-RTNM-IDX)
                   MOVE ZERO TO WS-RM-RETURN-COUNT (WS-RTNM-IDX)
                   PERFORM MARK-UNDELIVERABLE
               WHEN WS-RM-UNDELIVERABLE (WS-RTNM-IDX)
                AND WS-RETURN-DATE
                    NOT > WS-RM-LAST-RETURN (WS-RTNM-IDX)
                   ADD 1 TO WS-REPEAT-COUNT
                   MOVE 'ALREADY RECORDED' TO WS-RECORD-NOTE
               WHEN WS-RM-CLEARED (WS-RTNM-IDX)
                AND WS-RETURN-DATE
                    NOT > WS-RM-CLEARED-DATE (WS-RTNM-IDX)
                   ADD 1 TO WS-STALE-COUNT
                   MOVE 'PREDATES ADDRESS CHANGE' TO WS-RECORD-NOTE
               WHEN OTHER
                   PERFORM MARK-UNDELIVERABLE
           END-EVALUATE.
           MOVE SPACES TO RTN-LOG-RECORD.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  ' CUSTOMER ' DELIMITED BY SIZE
                  WS-AD-CUST-ID (WS-ADDR-IDX) DELIMITED BY SIZE
                  ' RETURNED ' DELIMITED BY SIZE
                  WS-RETURN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RTN-REASON DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-RECORD-NOTE DELIMITED BY SIZE
                  INTO RTN-LOG-RECORD.
           WRITE RTN-LOG-RECORD.
       RECORD-RETURN-EXIT.
           EXIT.

       FIND-RETURNED-MAIL-ENTRY SECTION.
       FIND-RETURNED-MAIL-ENTRY-START.
           IF WS-RM-CUST-ID (WS-RTNM-IDX) = WS-AD-CUST-ID (WS-ADDR-IDX)
               SET WS-RTNM-FOUND TO TRUE
               SUBTRACT 1 FROM WS-RTNM-IDX
           END-IF.
       FIND-RETURNED-MAIL-ENTRY-EXIT.
           EXIT.

       MARK-UNDELIVERABLE SECTION.
       MARK-UNDELIVERABLE-START.
           SET WS-RM-UNDELIVERABLE (WS-RTNM-IDX) TO TRUE.
           ADD 1 TO WS-RM-RETURN-COUNT (WS-RTNM-IDX).
           MOVE WS-RETURN-DATE TO WS-RM-LAST-RETURN (WS-RTNM-IDX).
           MOVE RTN-REASON TO WS-RM-REASON (WS-RTNM-IDX).
           MOVE WS-AD-STREET (WS-ADDR-IDX)
               TO WS-RM-STREET (WS-RTNM-IDX).
           MOVE WS-AD-ZIP (WS-ADDR-IDX) TO WS-RM-ZIP (WS-RTNM-IDX).
           MOVE ZERO TO WS-RM-CLEARED-DATE (WS-RTNM-IDX).
           ADD 1 TO WS-FLAGGED-COUNT.
           MOVE WS-RM-RETURN-COUNT (WS-RTNM-IDX) TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RECORD-NOTE.
           STRING 'MARKED - RETURN ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO WS-RECORD-NOTE.
       MARK-UNDELIVERABLE-EXIT.
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

      * Customer service's worklist: every customer still marked,
      * less those whose change of address is already waiting on
      * COAFILE - the next COAAPPLY run clears them.
       WRITE-OUTREACH-LIST SECTION.
       WRITE-OUTREACH-LIST-START.
           PERFORM LIST-ONE-RETURNED-CUSTOMER
               VARYING WS-RTNM-IDX FROM 1 BY 1
               UNTIL WS-RTNM-IDX > WS-RTNM-COUNT.
           IF WS-CONTACT-COUNT = ZERO
               MOVE 'NO CUSTOMERS WITH UNRESOLVED RETURNED MAIL'
                   TO RTN-WORK-RECORD
               PERFORM PUT-REPORT-LINE
           END-IF.
           MOVE SPACES TO RTN-WORK-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO RTN-WORK-RECORD.
           STRING 'CUSTOMERS TO CONTACT: ' DELIMITED BY SIZE
                  WS-CONTACT-COUNT DELIMITED BY SIZE
                  '  CHANGE OF ADDRESS PENDING: ' DELIMITED BY SIZE
                  WS-PENDING-COUNT DELIMITED BY SIZE
                  INTO RTN-WORK-RECORD.
           PERFORM PUT-REPORT-LINE.
       WRITE-OUTREACH-LIST-EXIT.
           EXIT.

       LIST-ONE-RETURNED-CUSTOMER SECTION.
       LIST-ONE-RETURNED-CUSTOMER-START.
           IF WS-RM-UNDELIVERABLE (WS-RTNM-IDX)
               MOVE 'N' TO WS-COA-FOUND-SW
               PERFORM FIND-PENDING-CHANGE
                   VARYING WS-COA-IDX FROM 1 BY 1
                   UNTIL WS-COA-IDX > WS-COA-COUNT
                      OR WS-COA-FOUND
               IF WS-COA-FOUND
                   ADD 1 TO WS-PENDING-COUNT
               ELSE
                   ADD 1 TO WS-CONTACT-COUNT
                   PERFORM WRITE-OUTREACH-LINES
               END-IF
           END-IF.
       LIST-ONE-RETURNED-CUSTOMER-EXIT.
           EXIT.

       FIND-PENDING-CHANGE SECTION.
       FIND-PENDING-CHANGE-START.
           IF WS-CP-CUST-ID (WS-COA-IDX) = WS-RM-CUST-ID (WS-RTNM-IDX)
               SET WS-COA-FOUND TO TRUE
           END-IF.
       FIND-PENDING-CHANGE-EXIT.
           EXIT.

       WRITE-OUTREACH-LINES SECTION.
       WRITE-OUTREACH-LINES-START.
           MOVE WS-RM-CUST-ID (WS-RTNM-IDX) TO WS-RETURN-CUST-ID.
           MOVE 'N' TO WS-ADDR-FOUND-SW.
           PERFORM FIND-ADDRESS-BY-CUSTOMER
               VARYING WS-ADDR-IDX FROM 1 BY 1
               UNTIL WS-ADDR-IDX > WS-ADDR-COUNT
                  OR WS-ADDR-FOUND.
           PERFORM DESCRIBE-REASON.
           MOVE SPACES TO RTN-WORK-RECORD.
           MOVE WS-RM-CUST-ID (WS-RTNM-IDX) TO RTN-WORK-RECORD (1:6).
           IF WS-ADDR-FOUND
               MOVE WS-AD-NAME (WS-ADDR-IDX) TO RTN-WORK-RECORD (9:30)
           ELSE
               MOVE 'NOT ON ADDRFILE' TO RTN-WORK-RECORD (9:15)
           END-IF.
           MOVE WS-RM-LAST-RETURN (WS-RTNM-IDX)
               TO RTN-WORK-RECORD (40:8).
           MOVE WS-RM-RETURN-COUNT (WS-RTNM-IDX) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO RTN-WORK-RECORD (50:4).
           MOVE WS-RM-REASON (WS-RTNM-IDX) TO RTN-WORK-RECORD (57:2).
           MOVE WS-REASON-TEXT TO RTN-WORK-RECORD (60:21).
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO RTN-WORK-RECORD.
           MOVE WS-RM-STREET (WS-RTNM-IDX) TO RTN-WORK-RECORD (9:30).
           MOVE WS-RM-ZIP (WS-RTNM-IDX) TO RTN-WORK-RECORD (40:10).
           PERFORM PUT-REPORT-LINE.
       WRITE-OUTREACH-LINES-EXIT.
           EXIT.

      * The mail house's return reasons, spelled out for the
      * customer service desk.
       DESCRIBE-REASON SECTION.
       DESCRIBE-REASON-START.
           EVALUATE WS-RM-REASON (WS-RTNM-IDX)
               WHEN 'AN'
                   MOVE 'ATTEMPTED - NOT KNOWN' TO WS-REASON-TEXT
               WHEN 'NS'
                   MOVE 'NO SUCH STREET/NUMBER' TO WS-REASON-TEXT
               WHEN 'VC'
                   MOVE 'VACANT' TO WS-REASON-TEXT
               WHEN 'IA'
                   MOVE 'INSUFFICIENT ADDRESS' TO WS-REASON-TEXT
               WHEN 'UF'
                   MOVE 'UNABLE TO FORWARD' TO WS-REASON-TEXT
               WHEN 'MV'
                   MOVE 'MOVED - LEFT NO ADDR' TO WS-REASON-TEXT
               WHEN 'RF'
                   MOVE 'REFUSED' TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'OTHER - SEE RTNMAIL' TO WS-REASON-TEXT
           END-EVALUATE.
       DESCRIBE-REASON-EXIT.
           EXIT.

       WRITE-RUN-TOTALS SECTION.
       WRITE-RUN-TOTALS-START.
           MOVE SPACES TO RTN-LOG-RECORD.
           STRING 'RETURNED MAIL TOTALS - RETURNS: ' DELIMITED BY SIZE
                  WS-RETURNS-READ DELIMITED BY SIZE
                  ' MARKED: ' DELIMITED BY SIZE
                  WS-FLAGGED-COUNT DELIMITED BY SIZE
                  ' UNMATCHED: ' DELIMITED BY SIZE
                  WS-UNMATCHED-COUNT DELIMITED BY SIZE
                  INTO RTN-LOG-RECORD.
           WRITE RTN-LOG-RECORD.
           MOVE SPACES TO RTN-LOG-RECORD.
           STRING 'ALREADY RECORDED: ' DELIMITED BY SIZE
                  WS-REPEAT-COUNT DELIMITED BY SIZE
                  ' PREDATES CHANGE: ' DELIMITED BY SIZE
                  WS-STALE-COUNT DELIMITED BY SIZE
                  ' REJECTED: ' DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  INTO RTN-LOG-RECORD.
           WRITE RTN-LOG-RECORD.
       WRITE-RUN-TOTALS-EXIT.
           EXIT.

      * Every RTNWORK line runs through the shared RPTWRIT writer,
      * which hands back the title block at each page break along
      * with the detail.
       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE RTN-WORK-RECORD TO WS-RPT-DETAIL.
           MOVE 'L' TO WS-RPT-ACTION.
           PERFORM CALL-REPORT-WRITER.
       PUT-REPORT-LINE-EXIT.
           EXIT.

       END-REPORT-PAGES SECTION.
       END-REPORT-PAGES-START.
           MOVE SPACES TO WS-RPT-DETAIL.
           MOVE 'E' TO WS-RPT-ACTION.
           PERFORM CALL-REPORT-WRITER.
       END-REPORT-PAGES-EXIT.
           EXIT.

       CALL-REPORT-WRITER SECTION.
       CALL-REPORT-WRITER-START.
           CALL 'RPTWRIT' USING WS-RPT-PROGRAM-ID
                                WS-RPT-TITLE
                                WS-RPT-HEADING
                                WS-RPT-ACTION
                                WS-RPT-DETAIL
                                WS-RPT-STATE
                                WS-RPT-OUT.
           PERFORM WRITE-ONE-RPT-OUT-LINE
               VARYING WS-RPT-OUT-IDX FROM 1 BY 1
               UNTIL WS-RPT-OUT-IDX > WS-RPT-OUT-COUNT.
       CALL-REPORT-WRITER-EXIT.
           EXIT.

       WRITE-ONE-RPT-OUT-LINE SECTION.
       WRITE-ONE-RPT-OUT-LINE-START.
           MOVE WS-RPT-OUT-LINE (WS-RPT-OUT-IDX)
               TO RTN-WORK-RECORD.
           WRITE RTN-WORK-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.
