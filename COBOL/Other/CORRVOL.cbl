       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRVOL.
       AUTHOR. MTH.

      * Monthly mail volume report for the mail budget.  Reads the
      * CORRHIST correspondence history the label, statement and
      * letter runs add to, takes the month's records, and counts
      * the pieces sent for each document type in each state of the
      * address they went to - mailing labels, household labels,
      * paper statements, e-statements, dunning letters and
      * dormancy letters - with a subtotal per document type, the
      * pieces suppressed and skipped beside it, and a grand total.
      * E-statements carry no postal address and are counted under
      * state --.  The month defaults to the current year-month but
      * can be overridden by dropping a YYYYMM record in CORRCTL,
      * as MOSUMCTL does for MONSUM.  The CORRVRPT report goes
      * through RPTWRIT.  A history record of a type not listed
      * ends the run with RETURN-CODE 4; an unreadable CORRHIST or
      * more document type and state pairs than the table holds
      * ends it with RETURN-CODE 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORR-FILE ASSIGN TO "CORRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT MONTH-CTL-FILE ASSIGN TO "CORRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-CTL-STATUS.
           SELECT VOLUME-RPT-FILE ASSIGN TO "CORRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLUME-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CORR-FILE
           RECORDING MODE IS F.
           COPY CORRREC.

       FD  MONTH-CTL-FILE
           RECORDING MODE IS F.
       01  MONTH-CTL-RECORD          PIC X(06).

       FD  VOLUME-RPT-FILE
           RECORDING MODE IS F.
       01  VOLUME-RPT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-CORR-STATUS         PIC XX.
           05 WS-MONTH-CTL-STATUS    PIC XX.
           05 WS-VOLUME-RPT-STATUS   PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-CURRENT-DATE           PIC 9(08).
       01  WS-TARGET-MONTH           PIC X(06).
      * The document types, in the order the report prints them.
       01  WS-DOC-NAMES.
           05 FILLER PIC X(18) VALUE 'LBMAILING LABEL'.
           05 FILLER PIC X(18) VALUE 'HLHOUSEHOLD LABEL'.
           05 FILLER PIC X(18) VALUE 'STPAPER STATEMENT'.
           05 FILLER PIC X(18) VALUE 'SEE-STATEMENT'.
           05 FILLER PIC X(18) VALUE 'DNDUNNING LETTER'.
           05 FILLER PIC X(18) VALUE 'DLDORMANCY LETTER'.
       01  WS-DOC-TABLE REDEFINES WS-DOC-NAMES.
           05  WS-DOC-ENTRY OCCURS 6 TIMES.
               10 WS-DOC-TYPE        PIC X(02).
               10 WS-DOC-NAME        PIC X(16).
       01  WS-DOC-IDX                PIC 9(01).
       01  WS-DOC-FOUND-SW           PIC X.
           88 WS-DOC-FOUND              VALUE 'Y'.
       01  WS-DOC-TOTALS.
           05  WS-DT-ENTRY OCCURS 6 TIMES.
               10 WS-DT-SENT         PIC 9(06).
               10 WS-DT-SUPPRESSED   PIC 9(06).
               10 WS-DT-SKIPPED      PIC 9(06).
      * Pieces sent by document type and state, kept in document
      * type then state order as they are added.
       01  WS-VOL-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-VOL-IDX                PIC 9(03).
       01  WS-VOL-POS                PIC 9(03).
       01  WS-VOL-FOUND-SW           PIC X.
           88 WS-VOL-FOUND              VALUE 'Y'.
       01  WS-VOL-POS-FOUND-SW       PIC X.
           88 WS-VOL-POS-FOUND          VALUE 'Y'.
       01  WS-VOL-OVERFLOW-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-VOL-TABLE.
           05  WS-VOL-ENTRY OCCURS 400 TIMES.
               10 WS-VL-DOC-IDX      PIC 9(01).
               10 WS-VL-STATE        PIC X(02).
               10 WS-VL-PIECES       PIC 9(06).
       01  WS-VOL-NEW.
           05 WS-VN-DOC-IDX          PIC 9(01).
           05 WS-VN-STATE            PIC X(02).
           05 WS-VN-PIECES           PIC 9(06).
      * Run totals.
       01  WS-RECORDS-READ           PIC 9(06) VALUE ZERO.
       01  WS-MONTH-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-UNKNOWN-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-SENT             PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-SUPPRESSED       PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-SKIPPED          PIC 9(06) VALUE ZERO.
       01  WS-COUNT-EDIT             PIC ZZZ,ZZ9.
       01  WS-FINAL-RETURN-CODE      PIC 9(04) VALUE ZERO.
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'CORRVOL'.
       01  WS-RPT-TITLE              PIC X(30)
                                 VALUE 'MONTHLY MAIL VOLUME'.
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
           PERFORM DETERMINE-TARGET-MONTH.
           OPEN OUTPUT VOLUME-RPT-FILE.
           MOVE 'DOCUMENT' TO WS-RPT-HEADING (1:8).
           MOVE 'STATE' TO WS-RPT-HEADING (22:5).
           MOVE 'SENT' TO WS-RPT-HEADING (36:4).
           MOVE 'SUPPRESSED' TO WS-RPT-HEADING (44:10).
           MOVE 'SKIPPED' TO WS-RPT-HEADING (59:7).
           PERFORM CLEAR-ONE-DOC-TOTAL
               VARYING WS-DOC-IDX FROM 1 BY 1
               UNTIL WS-DOC-IDX > 6.
           MOVE SPACES TO VOLUME-RPT-RECORD.
           STRING 'MONTH: ' DELIMITED BY SIZE
                  WS-TARGET-MONTH DELIMITED BY SIZE
                  INTO VOLUME-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO VOLUME-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           PERFORM COUNT-MONTH-PIECES.
           EVALUATE TRUE
               WHEN WS-CORR-STATUS NOT = '00'
                AND WS-CORR-STATUS NOT = '10'
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO VOLUME-RPT-RECORD
                   STRING 'CORRHIST NOT READABLE - STATUS '
                              DELIMITED BY SIZE
                          WS-CORR-STATUS DELIMITED BY SIZE
                          ' - NO VOLUMES' DELIMITED BY SIZE
                          INTO VOLUME-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'CORRVOL - ' VOLUME-RPT-RECORD
               WHEN WS-VOL-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO VOLUME-RPT-RECORD
                   STRING 'TYPE/STATE PAIRS BEYOND TABLE: '
                              DELIMITED BY SIZE
                          WS-VOL-OVERFLOW-COUNT DELIMITED BY SIZE
                          ' - NO VOLUMES' DELIMITED BY SIZE
                          INTO VOLUME-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'CORRVOL - ' VOLUME-RPT-RECORD
               WHEN WS-MONTH-COUNT = ZERO
                   MOVE 'NO CORRESPONDENCE ON CORRHIST FOR THE MONTH'
                       TO VOLUME-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
               WHEN OTHER
                   PERFORM PRINT-ONE-DOC-TYPE
                       VARYING WS-DOC-IDX FROM 1 BY 1
                       UNTIL WS-DOC-IDX > 6
                   PERFORM PRINT-GRAND-TOTAL
           END-EVALUATE.
           IF WS-UNKNOWN-COUNT > ZERO
               IF WS-FINAL-RETURN-CODE < 4
                   MOVE 4 TO WS-FINAL-RETURN-CODE
               END-IF
               MOVE SPACES TO VOLUME-RPT-RECORD
               STRING 'RECORDS OF NO KNOWN DOCUMENT TYPE: '
                          DELIMITED BY SIZE
                      WS-UNKNOWN-COUNT DELIMITED BY SIZE
                      ' - NOT COUNTED' DELIMITED BY SIZE
                      INTO VOLUME-RPT-RECORD
               PERFORM PUT-REPORT-LINE
           END-IF.
           PERFORM END-REPORT-PAGES.
           CLOSE VOLUME-RPT-FILE.
           DISPLAY 'CORRVOL - MONTH ' WS-TARGET-MONTH
               ' READ: ' WS-RECORDS-READ
               ' IN MONTH: ' WS-MONTH-COUNT
               ' SENT: ' WS-TOTAL-SENT.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       DETERMINE-TARGET-MONTH SECTION.
       DETERMINE-TARGET-MONTH-START.
           CALL 'BUSDATE' USING WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE (1:6) TO WS-TARGET-MONTH.
           OPEN INPUT MONTH-CTL-FILE.
           IF WS-MONTH-CTL-STATUS = '00'
               READ MONTH-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MONTH-CTL-RECORD IS NUMERIC
                           MOVE MONTH-CTL-RECORD TO WS-TARGET-MONTH
                       END-IF
               END-READ
               CLOSE MONTH-CTL-FILE
           END-IF.
       DETERMINE-TARGET-MONTH-EXIT.
           EXIT.

       CLEAR-ONE-DOC-TOTAL SECTION.
       CLEAR-ONE-DOC-TOTAL-START.
           MOVE ZERO TO WS-DT-SENT (WS-DOC-IDX).
           MOVE ZERO TO WS-DT-SUPPRESSED (WS-DOC-IDX).
           MOVE ZERO TO WS-DT-SKIPPED (WS-DOC-IDX).
       CLEAR-ONE-DOC-TOTAL-EXIT.
           EXIT.

      * No CORRHIST yet is an empty month, not an error; the status
      * is left at 10 (end of file) so the run reads it that way.
       COUNT-MONTH-PIECES SECTION.
       COUNT-MONTH-PIECES-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CORR-FILE.
           EVALUATE WS-CORR-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-EOF
                       READ CORR-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RECORDS-READ
                               IF CORR-RUN-DATE (1:6) = WS-TARGET-MONTH
                                   PERFORM COUNT-ONE-PIECE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CORR-FILE
               WHEN '35'
                   MOVE '10' TO WS-CORR-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE 'N' TO WS-EOF-SW.
       COUNT-MONTH-PIECES-EXIT.
           EXIT.

       COUNT-ONE-PIECE SECTION.
       COUNT-ONE-PIECE-START.
           ADD 1 TO WS-MONTH-COUNT.
           MOVE 'N' TO WS-DOC-FOUND-SW.
           PERFORM FIND-DOC-TYPE
               VARYING WS-DOC-IDX FROM 1 BY 1
               UNTIL WS-DOC-IDX > 6
                  OR WS-DOC-FOUND.
           EVALUATE TRUE
               WHEN NOT WS-DOC-FOUND
                   ADD 1 TO WS-UNKNOWN-COUNT
               WHEN CORR-SENT
                   ADD 1 TO WS-DT-SENT (WS-DOC-IDX)
                   ADD 1 TO WS-TOTAL-SENT
                   PERFORM ADD-TO-STATE-VOLUME
               WHEN CORR-SUPPRESSED
                   ADD 1 TO WS-DT-SUPPRESSED (WS-DOC-IDX)
                   ADD 1 TO WS-TOTAL-SUPPRESSED
               WHEN OTHER
                   ADD 1 TO WS-DT-SKIPPED (WS-DOC-IDX)
                   ADD 1 TO WS-TOTAL-SKIPPED
           END-EVALUATE.
       COUNT-ONE-PIECE-EXIT.
           EXIT.

       FIND-DOC-TYPE SECTION.
       FIND-DOC-TYPE-START.
           IF WS-DOC-TYPE (WS-DOC-IDX) = CORR-DOC-TYPE
               SET WS-DOC-FOUND TO TRUE
               SUBTRACT 1 FROM WS-DOC-IDX
           END-IF.
       FIND-DOC-TYPE-EXIT.
           EXIT.

      * A pair already held is counted in place; a new pair goes in
      * ahead of the first entry that sorts after it.
       ADD-TO-STATE-VOLUME SECTION.
       ADD-TO-STATE-VOLUME-START.
           MOVE WS-DOC-IDX TO WS-VN-DOC-IDX.
           MOVE CORR-STATE TO WS-VN-STATE.
           IF WS-VN-STATE = SPACES
               MOVE '--' TO WS-VN-STATE
           END-IF.
           MOVE 1 TO WS-VN-PIECES.
           MOVE 'N' TO WS-VOL-FOUND-SW.
           PERFORM FIND-VOLUME-ENTRY
               VARYING WS-VOL-IDX FROM 1 BY 1
               UNTIL WS-VOL-IDX > WS-VOL-COUNT
                  OR WS-VOL-FOUND.
           EVALUATE TRUE
               WHEN WS-VOL-FOUND
                   ADD 1 TO WS-VL-PIECES (WS-VOL-IDX)
               WHEN WS-VOL-COUNT NOT < 400
                   ADD 1 TO WS-VOL-OVERFLOW-COUNT
               WHEN OTHER
                   PERFORM INSERT-VOLUME-ENTRY
           END-EVALUATE.
       ADD-TO-STATE-VOLUME-EXIT.
           EXIT.

       FIND-VOLUME-ENTRY SECTION.
       FIND-VOLUME-ENTRY-START.
           IF WS-VL-DOC-IDX (WS-VOL-IDX) = WS-VN-DOC-IDX
              AND WS-VL-STATE (WS-VOL-IDX) = WS-VN-STATE
               SET WS-VOL-FOUND TO TRUE
               SUBTRACT 1 FROM WS-VOL-IDX
           END-IF.
       FIND-VOLUME-ENTRY-EXIT.
           EXIT.

       INSERT-VOLUME-ENTRY SECTION.
       INSERT-VOLUME-ENTRY-START.
           MOVE 'N' TO WS-VOL-POS-FOUND-SW.
           PERFORM FIND-VOLUME-POSITION
               VARYING WS-VOL-POS FROM 1 BY 1
               UNTIL WS-VOL-POS > WS-VOL-COUNT
                  OR WS-VOL-POS-FOUND.
           PERFORM SHIFT-ONE-VOLUME
               VARYING WS-VOL-IDX FROM WS-VOL-COUNT BY -1
               UNTIL WS-VOL-IDX < WS-VOL-POS.
           MOVE WS-VOL-NEW TO WS-VOL-ENTRY (WS-VOL-POS).
           ADD 1 TO WS-VOL-COUNT.
       INSERT-VOLUME-ENTRY-EXIT.
           EXIT.

       FIND-VOLUME-POSITION SECTION.
       FIND-VOLUME-POSITION-START.
           IF WS-VL-DOC-IDX (WS-VOL-POS) > WS-VN-DOC-IDX
              OR (WS-VL-DOC-IDX (WS-VOL-POS) = WS-VN-DOC-IDX
                  AND WS-VL-STATE (WS-VOL-POS) > WS-VN-STATE)
               SET WS-VOL-POS-FOUND TO TRUE
               SUBTRACT 1 FROM WS-VOL-POS
           END-IF.
       FIND-VOLUME-POSITION-EXIT.
           EXIT.

       SHIFT-ONE-VOLUME SECTION.
       SHIFT-ONE-VOLUME-START.
           MOVE WS-VOL-ENTRY (WS-VOL-IDX)
               TO WS-VOL-ENTRY (WS-VOL-IDX + 1).
       SHIFT-ONE-VOLUME-EXIT.
           EXIT.

      * A document type with nothing this month is left off; one
      * with pieces prints a line per state and its subtotal.
       PRINT-ONE-DOC-TYPE SECTION.
       PRINT-ONE-DOC-TYPE-START.
           IF WS-DT-SENT (WS-DOC-IDX) > ZERO
              OR WS-DT-SUPPRESSED (WS-DOC-IDX) > ZERO
              OR WS-DT-SKIPPED (WS-DOC-IDX) > ZERO
               PERFORM PRINT-ONE-VOLUME-IF-TYPE
                   VARYING WS-VOL-IDX FROM 1 BY 1
                   UNTIL WS-VOL-IDX > WS-VOL-COUNT
               MOVE SPACES TO VOLUME-RPT-RECORD
               STRING '   ' DELIMITED BY SIZE
                      WS-DOC-TYPE (WS-DOC-IDX) DELIMITED BY SIZE
                      ' TOTAL' DELIMITED BY SIZE
                      INTO VOLUME-RPT-RECORD
               MOVE WS-DT-SENT (WS-DOC-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO VOLUME-RPT-RECORD (33:7)
               MOVE WS-DT-SUPPRESSED (WS-DOC-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO VOLUME-RPT-RECORD (47:7)
               MOVE WS-DT-SKIPPED (WS-DOC-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO VOLUME-RPT-RECORD (59:7)
               PERFORM PUT-REPORT-LINE
               MOVE SPACES TO VOLUME-RPT-RECORD
               PERFORM PUT-REPORT-LINE
           END-IF.
       PRINT-ONE-DOC-TYPE-EXIT.
           EXIT.

       PRINT-ONE-VOLUME-IF-TYPE SECTION.
       PRINT-ONE-VOLUME-IF-TYPE-START.
           IF WS-VL-DOC-IDX (WS-VOL-IDX) = WS-DOC-IDX
               MOVE SPACES TO VOLUME-RPT-RECORD
               MOVE WS-DOC-TYPE (WS-DOC-IDX)
                   TO VOLUME-RPT-RECORD (1:2)
               MOVE WS-DOC-NAME (WS-DOC-IDX)
                   TO VOLUME-RPT-RECORD (4:16)
               MOVE WS-VL-STATE (WS-VOL-IDX)
                   TO VOLUME-RPT-RECORD (23:2)
               MOVE WS-VL-PIECES (WS-VOL-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO VOLUME-RPT-RECORD (33:7)
               PERFORM PUT-REPORT-LINE
           END-IF.
       PRINT-ONE-VOLUME-IF-TYPE-EXIT.
           EXIT.

       PRINT-GRAND-TOTAL SECTION.
       PRINT-GRAND-TOTAL-START.
           MOVE SPACES TO VOLUME-RPT-RECORD.
           MOVE 'ALL DOCUMENTS' TO VOLUME-RPT-RECORD (1:13).
           MOVE WS-TOTAL-SENT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO VOLUME-RPT-RECORD (33:7).
           MOVE WS-TOTAL-SUPPRESSED TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO VOLUME-RPT-RECORD (47:7).
           MOVE WS-TOTAL-SKIPPED TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO VOLUME-RPT-RECORD (59:7).
           PERFORM PUT-REPORT-LINE.
       PRINT-GRAND-TOTAL-EXIT.
           EXIT.

      * Every CORRVRPT line runs through the shared RPTWRIT writer,
      * which hands back the title block at each page break along
      * with the detail.
       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE VOLUME-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO VOLUME-RPT-RECORD.
           WRITE VOLUME-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.
