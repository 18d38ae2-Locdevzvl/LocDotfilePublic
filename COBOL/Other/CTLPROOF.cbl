       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLPROOF.
       AUTHOR. MTH.

      * End-of-chain control-total proof.  Every step balances
      * itself, but nothing used to prove that what one step handed
      * on is what the next one took in.  Each step in the chain
      * now CALLs CTLTOT with its input and output counts and
      * amounts, and this run, last in the night, checks the
      * handoff equations on the PROOFDEF proof-definition file
      * against the processing date's CTLTOTAL records - the last
      * record for a program and total is the one that stands, so a
      * rerun step replaces its own figures.
      *
      * PROOFDEF holds an E line for each equation - its id in
      * columns 2-9, what is proved in column 10 (C the counts, A
      * the amounts, B or space both) and a description in 11-50 -
      * followed by its T term lines: side L or R in column 2, sign
      * + (or space) or - in column 3, program in 4-11 and total
      * name in 12-19.  The equation balances when the signed sum
      * of its left terms equals that of its right; a chain such
      * as CUSTMAST = CUSTCLN = ADDRFILE is written as one equation
      * per handoff.  Lines starting '*' are comments.  The duplicate
      * screen sits between the TRANGATE gather and the sum run, so
      * that handoff is two equations, one each side of DUPSCRN:
      *   TRANGATE TRANFILE - DUPSCRN HELD - DUPSCRN SUSPECT
      *     + DUPSCRN RELEASED = DUPSCRN OUT
      *   DUPSCRN OUT + SUMTWO01 REVERSAL = SUMTWO01 RESDTL
      *     + SUMTWO01 REJFILE + SUMTWO01 BYPASSED
      * since reversals are keyed into TRANFILE after the screen.
      * On a sharded night RESMERGE writes the SUMTWO01 totals from
      * the summed shard trailers after the shards, so the merged
      * figures are the ones that stand.
      *
      * PROOFRPT prints every equation with its terms, the left and
      * right sums and the difference, and BALANCED or OUT OF
      * BALANCE; a term with no CTLTOTAL record for the day breaks
      * its equation, since a step that did not report cannot be
      * proved.  Any break, a bad definition line, or no PROOFDEF at
      * all ends the run with RETURN-CODE 8.  The equations proved
      * and the breaks found go to CTLTOTAL under CTLPROOF so
      * DAYCLOSE can refuse to call the day clean.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROOF-DEF-FILE ASSIGN TO "PROOFDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-DEF-STATUS.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           SELECT PROOF-RPT-FILE ASSIGN TO "PROOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PROOF-DEF-FILE
           RECORDING MODE IS F.
       01  PROOF-DEF-RECORD.
           05 PDEF-TYPE              PIC X(01).
               88 PDEF-EQUATION         VALUE 'E'.
               88 PDEF-TERM             VALUE 'T'.
               88 PDEF-COMMENT          VALUE '*'.
           05 PDEF-EQ-ID             PIC X(08).
           05 PDEF-EQ-MEASURE        PIC X(01).
           05 PDEF-EQ-DESC           PIC X(40).
           05 FILLER                 PIC X(30).
       01  PROOF-DEF-TERM-RECORD.
           05 FILLER                 PIC X(01).
           05 PDEF-T-SIDE            PIC X(01).
           05 PDEF-T-SIGN            PIC X(01).
           05 PDEF-T-PROGRAM         PIC X(08).
           05 PDEF-T-TOTAL           PIC X(08).
           05 FILLER                 PIC X(61).

       FD  CONTROL-TOTAL-FILE
           RECORDING MODE IS F.
           COPY CTLTREC.

       FD  PROOF-RPT-FILE
           RECORDING MODE IS F.
       01  PROOF-RPT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-PROOF-DEF-STATUS    PIC XX.
           05 WS-CONTROL-TOTAL-STATUS PIC XX.
           05 WS-PROOF-RPT-STATUS    PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-DEF-LOAD-STATUS        PIC XX.
       01  WS-TOT-LOAD-STATUS        PIC XX.
      * The day's control totals, one entry per program and total.
       01  WS-TOTALS-READ            PIC 9(06) VALUE ZERO.
       01  WS-TOT-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-TOT-IDX                PIC 9(03).
       01  WS-TOT-OVERFLOW           PIC 9(06) VALUE ZERO.
       01  WS-TOT-FOUND-SW           PIC X.
           88 WS-TOT-FOUND              VALUE 'Y'.
       01  WS-TOT-TABLE.
           05  WS-TOT OCCURS 300 TIMES.
               10 WS-TOT-PROGRAM     PIC X(08).
               10 WS-TOT-NAME        PIC X(08).
               10 WS-TOT-RECORDS     PIC 9(06).
               10 WS-TOT-AMOUNT      PIC S9(11)V9(02).
       01  WS-SEARCH-PROGRAM         PIC X(08).
       01  WS-SEARCH-NAME            PIC X(08).
      * The equations and their terms, in PROOFDEF order.
       01  WS-EQ-COUNT               PIC 9(02) VALUE ZERO.
       01  WS-EQ-IDX                 PIC 9(02).
       01  WS-EQ-CHECK-IDX           PIC 9(02).
       01  WS-EQ-DUP-SW              PIC X.
           88 WS-EQ-DUP                 VALUE 'Y'.
       01  WS-EQ-TABLE.
           05  WS-EQ OCCURS 50 TIMES.
               10 WS-EQ-ID           PIC X(08).
               10 WS-EQ-MEASURE      PIC X(01).
                   88 WS-EQ-PROVES-COUNT VALUE 'C' 'B'.
                   88 WS-EQ-PROVES-AMOUNT VALUE 'A' 'B'.
               10 WS-EQ-DESC         PIC X(40).
               10 WS-EQ-FIRST-TERM   PIC 9(03).
               10 WS-EQ-LAST-TERM    PIC 9(03).
               10 WS-EQ-LEFT-TERMS   PIC 9(03).
               10 WS-EQ-RIGHT-TERMS  PIC 9(03).
               10 WS-EQ-VALID-SW     PIC X(01).
                   88 WS-EQ-VALID       VALUE 'Y'.
       01  WS-TERMS-TAKEN-SW         PIC X VALUE 'N'.
           88 WS-TERMS-TAKEN            VALUE 'Y'.
       01  WS-TRM-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-TRM-IDX                PIC 9(03).
       01  WS-TRM-TABLE.
           05  WS-TRM OCCURS 400 TIMES.
               10 WS-TRM-SIDE        PIC X(01).
                   88 WS-TRM-LEFT       VALUE 'L'.
               10 WS-TRM-SIGN        PIC X(01).
                   88 WS-TRM-MINUS      VALUE '-'.
               10 WS-TRM-PROGRAM     PIC X(08).
               10 WS-TRM-NAME        PIC X(08).
      * The equation in hand.
       01  WS-LEFT-COUNT             PIC S9(08).
       01  WS-RIGHT-COUNT            PIC S9(08).
       01  WS-DIFF-COUNT             PIC S9(08).
       01  WS-LEFT-AMOUNT            PIC S9(12)V9(02).
       01  WS-RIGHT-AMOUNT           PIC S9(12)V9(02).
       01  WS-DIFF-AMOUNT            PIC S9(12)V9(02).
       01  WS-TERM-COUNT             PIC S9(08).
       01  WS-TERM-AMOUNT            PIC S9(12)V9(02).
       01  WS-MISSING-TERMS          PIC 9(03).
       01  WS-EQ-BALANCED-SW         PIC X.
           88 WS-EQ-BALANCED            VALUE 'Y'.
       01  WS-EQ-PROVED              PIC 9(06) VALUE ZERO.
       01  WS-BALANCED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-BREAK-COUNT            PIC 9(06) VALUE ZERO.
       01  WS-DEF-ERROR-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-ERROR-TEXT             PIC X(60).
       01  WS-SIDE-WORD              PIC X(05).
       01  WS-COUNT-EDIT             PIC -(8)9.
       01  WS-AMOUNT-EDIT            PIC -(12)9.99.
       01  WS-NUMBER-EDIT            PIC Z(5)9.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
       01  WS-STAT-PROGRAM-ID        PIC X(08) VALUE 'CTLPROOF'.
       01  WS-START-TIME             PIC 9(8).
       01  WS-CTLT-TOTAL-NAME        PIC X(08).
       01  WS-CTLT-COUNT             PIC 9(06).
       01  WS-CTLT-AMOUNT            PIC S9(11)V9(02) VALUE ZERO.
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'CTLPROOF'.
       01  WS-RPT-TITLE              PIC X(30)
                                     VALUE 'CONTROL-TOTAL PROOF'.
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
           ACCEPT WS-START-TIME FROM TIME.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           OPEN OUTPUT PROOF-RPT-FILE.
           MOVE 'SIDE' TO WS-RPT-HEADING (3:4).
           MOVE 'PROGRAM' TO WS-RPT-HEADING (11:7).
           MOVE 'TOTAL' TO WS-RPT-HEADING (20:5).
           MOVE 'COUNT' TO WS-RPT-HEADING (34:5).
           MOVE 'AMOUNT' TO WS-RPT-HEADING (50:6).
           PERFORM LOAD-CONTROL-TOTALS.
           PERFORM WRITE-PROOF-DATE-LINE.
           PERFORM LOAD-PROOF-DEFINITIONS.
           EVALUATE TRUE
               WHEN WS-DEF-LOAD-STATUS NOT = '00'
                   MOVE SPACES TO PROOF-RPT-RECORD
                   STRING 'PROOFDEF NOT READABLE - STATUS '
                              DELIMITED BY SIZE
                          WS-DEF-LOAD-STATUS DELIMITED BY SIZE
                          ' - NOTHING PROVED' DELIMITED BY SIZE
                          INTO PROOF-RPT-RECORD
                   DISPLAY 'CTLPROOF - ' PROOF-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   ADD 1 TO WS-DEF-ERROR-COUNT
               WHEN WS-EQ-COUNT = ZERO
                   MOVE 'PROOFDEF DEFINES NO EQUATIONS - NOTHING PROVED'
                       TO PROOF-RPT-RECORD
                   DISPLAY 'CTLPROOF - ' PROOF-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   ADD 1 TO WS-DEF-ERROR-COUNT
               WHEN OTHER
                   PERFORM PROVE-ONE-EQUATION
                       VARYING WS-EQ-IDX FROM 1 BY 1
                       UNTIL WS-EQ-IDX > WS-EQ-COUNT
           END-EVALUATE.
           PERFORM WRITE-PROOF-TOTALS.
           PERFORM END-REPORT-PAGES.
           CLOSE PROOF-RPT-FILE.
           IF WS-BREAK-COUNT > ZERO
              OR WS-DEF-ERROR-COUNT > ZERO
               MOVE 8 TO WS-FINAL-RETURN-CODE
               DISPLAY 'CTLPROOF - OUT OF BALANCE: ' WS-BREAK-COUNT
                   ' DEFINITION ERRORS: ' WS-DEF-ERROR-COUNT
           END-IF.
           CALL 'RUNSTAT' USING WS-STAT-PROGRAM-ID
                                WS-TOTALS-READ
                                WS-EQ-PROVED
                                WS-BREAK-COUNT
                                WS-START-TIME.
           PERFORM WRITE-CONTROL-TOTALS.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *================================================================
      * PROOFDEF: E lines open an equation, T lines add its terms;
      * each equation is checked for a term on both sides once
      * every line is in.
      *================================================================
       LOAD-PROOF-DEFINITIONS SECTION.
       LOAD-PROOF-DEFINITIONS-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PROOF-DEF-FILE.
           MOVE WS-PROOF-DEF-STATUS TO WS-DEF-LOAD-STATUS.
           IF WS-PROOF-DEF-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ PROOF-DEF-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN PDEF-EQUATION
                                   PERFORM TAKE-EQUATION-RECORD
                               WHEN PDEF-TERM
                                   PERFORM TAKE-TERM-RECORD
                               WHEN PDEF-COMMENT
                                   CONTINUE
                               WHEN PROOF-DEF-RECORD = SPACES
                                   CONTINUE
                               WHEN OTHER
                                   MOVE SPACES TO WS-ERROR-TEXT
                                   STRING 'UNKNOWN LINE TYPE '
                                              DELIMITED BY SIZE
                                          PDEF-TYPE DELIMITED BY SIZE
                                       INTO WS-ERROR-TEXT
                                   PERFORM REPORT-DEFINITION-ERROR
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PROOF-DEF-FILE
               PERFORM CHECK-ONE-EQUATION
                   VARYING WS-EQ-IDX FROM 1 BY 1
                   UNTIL WS-EQ-IDX > WS-EQ-COUNT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-PROOF-DEFINITIONS-EXIT.
           EXIT.

       TAKE-EQUATION-RECORD SECTION.
       TAKE-EQUATION-RECORD-START.
           MOVE 'N' TO WS-TERMS-TAKEN-SW.
           MOVE 'N' TO WS-EQ-DUP-SW.
           PERFORM CHECK-EQUATION-DUP
               VARYING WS-EQ-CHECK-IDX FROM 1 BY 1
               UNTIL WS-EQ-CHECK-IDX > WS-EQ-COUNT.
           MOVE SPACES TO WS-ERROR-TEXT.
           EVALUATE TRUE
               WHEN PDEF-EQ-ID = SPACES
                   MOVE 'EQUATION WITH NO ID' TO WS-ERROR-TEXT
                   PERFORM REPORT-DEFINITION-ERROR
               WHEN PDEF-EQ-MEASURE NOT = 'C'
                AND PDEF-EQ-MEASURE NOT = 'A'
                AND PDEF-EQ-MEASURE NOT = 'B'
                AND PDEF-EQ-MEASURE NOT = SPACE
                   STRING 'EQUATION ' DELIMITED BY SIZE
                          PDEF-EQ-ID DELIMITED BY SIZE
                          ' - MEASURE MUST BE C, A OR B'
                              DELIMITED BY SIZE
                       INTO WS-ERROR-TEXT
                   PERFORM REPORT-DEFINITION-ERROR
               WHEN WS-EQ-DUP
                   STRING 'EQUATION ' DELIMITED BY SIZE
                          PDEF-EQ-ID DELIMITED BY SIZE
                          ' - ALREADY DEFINED' DELIMITED BY SIZE
                       INTO WS-ERROR-TEXT
                   PERFORM REPORT-DEFINITION-ERROR
               WHEN WS-EQ-COUNT NOT < 50
                   STRING 'MORE THAN 50 EQUATIONS - ' DELIMITED BY SIZE
                          PDEF-EQ-ID DELIMITED BY SIZE
                          ' NOT TAKEN' DELIMITED BY SIZE
                       INTO WS-ERROR-TEXT
                   PERFORM REPORT-DEFINITION-ERROR
               WHEN OTHER
                   ADD 1 TO WS-EQ-COUNT
                   MOVE PDEF-EQ-ID TO WS-EQ-ID (WS-EQ-COUNT)
                   MOVE PDEF-EQ-MEASURE TO WS-EQ-MEASURE (WS-EQ-COUNT)
                   IF PDEF-EQ-MEASURE = SPACE
                       MOVE 'B' TO WS-EQ-MEASURE (WS-EQ-COUNT)
                   END-IF
                   MOVE PDEF-EQ-DESC TO WS-EQ-DESC (WS-EQ-COUNT)
                   COMPUTE WS-EQ-FIRST-TERM (WS-EQ-COUNT) =
                       WS-TRM-COUNT + 1
                   MOVE WS-TRM-COUNT TO WS-EQ-LAST-TERM (WS-EQ-COUNT)
                   MOVE ZERO TO WS-EQ-LEFT-TERMS (WS-EQ-COUNT)
                                WS-EQ-RIGHT-TERMS (WS-EQ-COUNT)
                   MOVE 'Y' TO WS-EQ-VALID-SW (WS-EQ-COUNT)
                   MOVE 'Y' TO WS-TERMS-TAKEN-SW
           END-EVALUATE.
       TAKE-EQUATION-RECORD-EXIT.
           EXIT.

       CHECK-EQUATION-DUP SECTION.
       CHECK-EQUATION-DUP-START.
           IF WS-EQ-ID (WS-EQ-CHECK-IDX) = PDEF-EQ-ID
               SET WS-EQ-DUP TO TRUE
           END-IF.
       CHECK-EQUATION-DUP-EXIT.
           EXIT.

      * A term belongs to the equation above it; the terms of an
      * equation that was not taken were reported with it and are
      * passed over.
       TAKE-TERM-RECORD SECTION.
       TAKE-TERM-RECORD-START.
           MOVE SPACES TO WS-ERROR-TEXT.
           EVALUATE TRUE
               WHEN WS-EQ-COUNT = ZERO
                   STRING 'TERM ' DELIMITED BY SIZE
                          PDEF-T-PROGRAM DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          PDEF-T-TOTAL DELIMITED BY SIZE
                          ' - NO EQUATION ABOVE IT' DELIMITED BY SIZE
                       INTO WS-ERROR-TEXT
                   PERFORM REPORT-DEFINITION-ERROR
               WHEN NOT WS-TERMS-TAKEN
                   CONTINUE
               WHEN PDEF-T-SIDE NOT = 'L' AND PDEF-T-SIDE NOT = 'R'
                   STRING 'EQUATION ' DELIMITED BY SIZE
                          WS-EQ-ID (WS-EQ-COUNT) DELIMITED BY SIZE
                          ' - TERM SIDE MUST BE L OR R'
                              DELIMITED BY SIZE
                       INTO WS-ERROR-TEXT
                   PERFORM REPORT-DEFINITION-ERROR
                   MOVE 'N' TO WS-EQ-VALID-SW (WS-EQ-COUNT)
               WHEN PDEF-T-SIGN NOT = '+' AND PDEF-T-SIGN NOT = '-'
                AND PDEF-T-SIGN NOT = SPACE
                   STRING 'EQUATION ' DELIMITED BY SIZE
                          WS-EQ-ID (WS-EQ-COUNT) DELIMITED BY SIZE
                          ' - TERM SIGN MUST BE + OR -'
                              DELIMITED BY SIZE
                       INTO WS-ERROR-TEXT
                   PERFORM REPORT-DEFINITION-ERROR
                   MOVE 'N' TO WS-EQ-VALID-SW (WS-EQ-COUNT)
               WHEN PDEF-T-PROGRAM = SPACES OR PDEF-T-TOTAL = SPACES
                   STRING 'EQUATION ' DELIMITED BY SIZE
                          WS-EQ-ID (WS-EQ-COUNT) DELIMITED BY SIZE
                          ' - TERM NEEDS A PROGRAM AND A TOTAL'
                              DELIMITED BY SIZE
                       INTO WS-ERROR-TEXT
                   PERFORM REPORT-DEFINITION-ERROR
                   MOVE 'N' TO WS-EQ-VALID-SW (WS-EQ-COUNT)
               WHEN WS-TRM-COUNT NOT < 400
                   STRING 'MORE THAN 400 TERMS - EQUATION '
                              DELIMITED BY SIZE
                          WS-EQ-ID (WS-EQ-COUNT) DELIMITED BY SIZE
                          ' INCOMPLETE' DELIMITED BY SIZE
                       INTO WS-ERROR-TEXT
                   PERFORM REPORT-DEFINITION-ERROR
                   MOVE 'N' TO WS-EQ-VALID-SW (WS-EQ-COUNT)
               WHEN OTHER
                   ADD 1 TO WS-TRM-COUNT
                   MOVE PDEF-T-SIDE TO WS-TRM-SIDE (WS-TRM-COUNT)
                   MOVE PDEF-T-SIGN TO WS-TRM-SIGN (WS-TRM-COUNT)
                   IF PDEF-T-SIGN = SPACE
                       MOVE '+' TO WS-TRM-SIGN (WS-TRM-COUNT)
                   END-IF
                   MOVE PDEF-T-PROGRAM TO WS-TRM-PROGRAM (WS-TRM-COUNT)
                   MOVE PDEF-T-TOTAL TO WS-TRM-NAME (WS-TRM-COUNT)
                   MOVE WS-TRM-COUNT TO WS-EQ-LAST-TERM (WS-EQ-COUNT)
                   IF PDEF-T-SIDE = 'L'
                       ADD 1 TO WS-EQ-LEFT-TERMS (WS-EQ-COUNT)
                   ELSE
                       ADD 1 TO WS-EQ-RIGHT-TERMS (WS-EQ-COUNT)
                   END-IF
           END-EVALUATE.
       TAKE-TERM-RECORD-EXIT.
           EXIT.

       CHECK-ONE-EQUATION SECTION.
       CHECK-ONE-EQUATION-START.
           IF WS-EQ-VALID (WS-EQ-IDX)
              AND (WS-EQ-LEFT-TERMS (WS-EQ-IDX) = ZERO
                   OR WS-EQ-RIGHT-TERMS (WS-EQ-IDX) = ZERO)
               MOVE 'N' TO WS-EQ-VALID-SW (WS-EQ-IDX)
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'EQUATION ' DELIMITED BY SIZE
                      WS-EQ-ID (WS-EQ-IDX) DELIMITED BY SIZE
                      ' - NEEDS A TERM ON EACH SIDE' DELIMITED BY SIZE
                   INTO WS-ERROR-TEXT
               PERFORM REPORT-DEFINITION-ERROR
           END-IF.
       CHECK-ONE-EQUATION-EXIT.
           EXIT.

       REPORT-DEFINITION-ERROR SECTION.
       REPORT-DEFINITION-ERROR-START.
           ADD 1 TO WS-DEF-ERROR-COUNT.
           MOVE SPACES TO PROOF-RPT-RECORD.
           STRING 'PROOFDEF ERROR - ' DELIMITED BY SIZE
                  WS-ERROR-TEXT DELIMITED BY SIZE
                  INTO PROOF-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       REPORT-DEFINITION-ERROR-EXIT.
           EXIT.

      *================================================================
      * CTLTOTAL: only the processing date's records count, and for
      * any program and total the last record stands.
      *================================================================
       LOAD-CONTROL-TOTALS SECTION.
       LOAD-CONTROL-TOTALS-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CONTROL-TOTAL-FILE.
           MOVE WS-CONTROL-TOTAL-STATUS TO WS-TOT-LOAD-STATUS.
           IF WS-CONTROL-TOTAL-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ CONTROL-TOTAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CTLT-RUN-DATE = WS-RUN-DATE
                               ADD 1 TO WS-TOTALS-READ
                               PERFORM ENTER-ONE-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-TOTAL-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-CONTROL-TOTALS-EXIT.
           EXIT.

       ENTER-ONE-TOTAL SECTION.
       ENTER-ONE-TOTAL-START.
           MOVE CTLT-PROGRAM-ID TO WS-SEARCH-PROGRAM.
           MOVE CTLT-TOTAL-NAME TO WS-SEARCH-NAME.
           PERFORM LOCATE-TOTAL.
           IF NOT WS-TOT-FOUND
               IF WS-TOT-COUNT < 300
                   ADD 1 TO WS-TOT-COUNT
                   MOVE WS-TOT-COUNT TO WS-TOT-IDX
                   MOVE CTLT-PROGRAM-ID TO WS-TOT-PROGRAM (WS-TOT-IDX)
                   MOVE CTLT-TOTAL-NAME TO WS-TOT-NAME (WS-TOT-IDX)
                   SET WS-TOT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-TOT-OVERFLOW
               END-IF
           END-IF.
           IF WS-TOT-FOUND
               MOVE CTLT-COUNT TO WS-TOT-RECORDS (WS-TOT-IDX)
               MOVE CTLT-AMOUNT TO WS-TOT-AMOUNT (WS-TOT-IDX)
           END-IF.
       ENTER-ONE-TOTAL-EXIT.
           EXIT.

       LOCATE-TOTAL SECTION.
       LOCATE-TOTAL-START.
           MOVE 'N' TO WS-TOT-FOUND-SW.
           PERFORM FIND-TOTAL
               VARYING WS-TOT-IDX FROM 1 BY 1
               UNTIL WS-TOT-IDX > WS-TOT-COUNT
                  OR WS-TOT-FOUND.
       LOCATE-TOTAL-EXIT.
           EXIT.

       FIND-TOTAL SECTION.
       FIND-TOTAL-START.
           IF WS-TOT-PROGRAM (WS-TOT-IDX) = WS-SEARCH-PROGRAM
              AND WS-TOT-NAME (WS-TOT-IDX) = WS-SEARCH-NAME
               SET WS-TOT-FOUND TO TRUE
               SUBTRACT 1 FROM WS-TOT-IDX
           END-IF.
       FIND-TOTAL-EXIT.
           EXIT.

       WRITE-PROOF-DATE-LINE SECTION.
       WRITE-PROOF-DATE-LINE-START.
           MOVE SPACES TO PROOF-RPT-RECORD.
           MOVE WS-TOTALS-READ TO WS-NUMBER-EDIT.
           STRING 'PROCESSING DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '   CONTROL TOTALS FOR THE DAY: ' DELIMITED BY SIZE
                  WS-NUMBER-EDIT DELIMITED BY SIZE
                  INTO PROOF-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           IF WS-TOT-LOAD-STATUS NOT = '00'
               MOVE SPACES TO PROOF-RPT-RECORD
               STRING 'CTLTOTAL NOT READABLE - STATUS '
                          DELIMITED BY SIZE
                      WS-TOT-LOAD-STATUS DELIMITED BY SIZE
                      ' - NO TOTAL CAN BE PROVED' DELIMITED BY SIZE
                      INTO PROOF-RPT-RECORD
               PERFORM PUT-REPORT-LINE
           END-IF.
           IF WS-TOT-OVERFLOW > ZERO
               ADD 1 TO WS-DEF-ERROR-COUNT
               MOVE SPACES TO PROOF-RPT-RECORD
               STRING 'CONTROL TOTALS BEYOND TABLE: ' DELIMITED BY SIZE
                      WS-TOT-OVERFLOW DELIMITED BY SIZE
                      ' - NOT PROVED' DELIMITED BY SIZE
                      INTO PROOF-RPT-RECORD
               PERFORM PUT-REPORT-LINE
           END-IF.
       WRITE-PROOF-DATE-LINE-EXIT.
           EXIT.

      *================================================================
      * One equation: its terms, the two sums and the verdict.  A
      * term with no record for the day breaks the equation.
      *================================================================
       PROVE-ONE-EQUATION SECTION.
       PROVE-ONE-EQUATION-START.
           MOVE SPACES TO PROOF-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO PROOF-RPT-RECORD.
           STRING 'EQUATION ' DELIMITED BY SIZE
                  WS-EQ-ID (WS-EQ-IDX) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-EQ-DESC (WS-EQ-IDX) DELIMITED BY SIZE
                  INTO PROOF-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           IF NOT WS-EQ-VALID (WS-EQ-IDX)
               MOVE '  NOT PROVED - SEE PROOFDEF ERRORS ABOVE'
                   TO PROOF-RPT-RECORD
               PERFORM PUT-REPORT-LINE
           ELSE
               ADD 1 TO WS-EQ-PROVED
               MOVE ZERO TO WS-LEFT-COUNT WS-RIGHT-COUNT
                            WS-LEFT-AMOUNT WS-RIGHT-AMOUNT
                            WS-MISSING-TERMS
               PERFORM ADD-ONE-TERM
                   VARYING WS-TRM-IDX
                   FROM WS-EQ-FIRST-TERM (WS-EQ-IDX) BY 1
                   UNTIL WS-TRM-IDX > WS-EQ-LAST-TERM (WS-EQ-IDX)
               COMPUTE WS-DIFF-COUNT = WS-LEFT-COUNT - WS-RIGHT-COUNT
               COMPUTE WS-DIFF-AMOUNT =
                   WS-LEFT-AMOUNT - WS-RIGHT-AMOUNT
               MOVE 'Y' TO WS-EQ-BALANCED-SW
               IF WS-MISSING-TERMS > ZERO
                   MOVE 'N' TO WS-EQ-BALANCED-SW
               END-IF
               IF WS-EQ-PROVES-COUNT (WS-EQ-IDX)
                   PERFORM WRITE-COUNT-SUMS
                   IF WS-DIFF-COUNT NOT = ZERO
                       MOVE 'N' TO WS-EQ-BALANCED-SW
                   END-IF
               END-IF
               IF WS-EQ-PROVES-AMOUNT (WS-EQ-IDX)
                   PERFORM WRITE-AMOUNT-SUMS
                   IF WS-DIFF-AMOUNT NOT = ZERO
                       MOVE 'N' TO WS-EQ-BALANCED-SW
                   END-IF
               END-IF
               PERFORM WRITE-EQUATION-VERDICT
           END-IF.
       PROVE-ONE-EQUATION-EXIT.
           EXIT.

       ADD-ONE-TERM SECTION.
       ADD-ONE-TERM-START.
           MOVE WS-TRM-PROGRAM (WS-TRM-IDX) TO WS-SEARCH-PROGRAM.
           MOVE WS-TRM-NAME (WS-TRM-IDX) TO WS-SEARCH-NAME.
           PERFORM LOCATE-TOTAL.
           IF WS-TRM-LEFT (WS-TRM-IDX)
               MOVE 'LEFT' TO WS-SIDE-WORD
           ELSE
               MOVE 'RIGHT' TO WS-SIDE-WORD
           END-IF.
           MOVE SPACES TO PROOF-RPT-RECORD.
           MOVE WS-SIDE-WORD TO PROOF-RPT-RECORD (3:5).
           MOVE WS-TRM-SIGN (WS-TRM-IDX) TO PROOF-RPT-RECORD (9:1).
           MOVE WS-SEARCH-PROGRAM TO PROOF-RPT-RECORD (11:8).
           MOVE WS-SEARCH-NAME TO PROOF-RPT-RECORD (20:8).
           IF WS-TOT-FOUND
               MOVE WS-TOT-RECORDS (WS-TOT-IDX) TO WS-TERM-COUNT
               MOVE WS-TOT-AMOUNT (WS-TOT-IDX) TO WS-TERM-AMOUNT
               MOVE WS-TERM-COUNT TO WS-COUNT-EDIT
               MOVE WS-TERM-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-COUNT-EDIT TO PROOF-RPT-RECORD (30:9)
               MOVE WS-AMOUNT-EDIT TO PROOF-RPT-RECORD (40:16)
               IF WS-TRM-MINUS (WS-TRM-IDX)
                   MULTIPLY -1 BY WS-TERM-COUNT
                   MULTIPLY -1 BY WS-TERM-AMOUNT
               END-IF
               IF WS-TRM-LEFT (WS-TRM-IDX)
                   ADD WS-TERM-COUNT TO WS-LEFT-COUNT
                   ADD WS-TERM-AMOUNT TO WS-LEFT-AMOUNT
               ELSE
                   ADD WS-TERM-COUNT TO WS-RIGHT-COUNT
                   ADD WS-TERM-AMOUNT TO WS-RIGHT-AMOUNT
               END-IF
           ELSE
               ADD 1 TO WS-MISSING-TERMS
               MOVE '*** NOT ON CTLTOTAL TODAY'
                   TO PROOF-RPT-RECORD (30:25)
           END-IF.
           PERFORM PUT-REPORT-LINE.
       ADD-ONE-TERM-EXIT.
           EXIT.

       WRITE-COUNT-SUMS SECTION.
       WRITE-COUNT-SUMS-START.
           MOVE SPACES TO PROOF-RPT-RECORD.
           MOVE 'COUNT' TO PROOF-RPT-RECORD (3:5).
           MOVE 'LEFT' TO PROOF-RPT-RECORD (11:4).
           MOVE WS-LEFT-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO PROOF-RPT-RECORD (23:9).
           MOVE 'RIGHT' TO PROOF-RPT-RECORD (33:5).
           MOVE WS-RIGHT-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO PROOF-RPT-RECORD (46:9).
           MOVE 'DIFF' TO PROOF-RPT-RECORD (56:4).
           MOVE WS-DIFF-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO PROOF-RPT-RECORD (68:9).
           PERFORM PUT-REPORT-LINE.
       WRITE-COUNT-SUMS-EXIT.
           EXIT.

       WRITE-AMOUNT-SUMS SECTION.
       WRITE-AMOUNT-SUMS-START.
           MOVE SPACES TO PROOF-RPT-RECORD.
           MOVE 'AMOUNT' TO PROOF-RPT-RECORD (3:6).
           MOVE 'LEFT' TO PROOF-RPT-RECORD (11:4).
           MOVE WS-LEFT-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO PROOF-RPT-RECORD (16:16).
           MOVE 'RIGHT' TO PROOF-RPT-RECORD (33:5).
           MOVE WS-RIGHT-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO PROOF-RPT-RECORD (39:16).
           MOVE 'DIFF' TO PROOF-RPT-RECORD (56:4).
           MOVE WS-DIFF-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO PROOF-RPT-RECORD (61:16).
           PERFORM PUT-REPORT-LINE.
       WRITE-AMOUNT-SUMS-EXIT.
           EXIT.

       WRITE-EQUATION-VERDICT SECTION.
       WRITE-EQUATION-VERDICT-START.
           MOVE SPACES TO PROOF-RPT-RECORD.
           IF WS-EQ-BALANCED
               ADD 1 TO WS-BALANCED-COUNT
               STRING '  EQUATION ' DELIMITED BY SIZE
                      WS-EQ-ID (WS-EQ-IDX) DELIMITED BY SIZE
                      ' BALANCED' DELIMITED BY SIZE
                      INTO PROOF-RPT-RECORD
           ELSE
               ADD 1 TO WS-BREAK-COUNT
               IF WS-MISSING-TERMS > ZERO
                   MOVE WS-MISSING-TERMS TO WS-NUMBER-EDIT
                   STRING '  *** EQUATION ' DELIMITED BY SIZE
                          WS-EQ-ID (WS-EQ-IDX) DELIMITED BY SIZE
                          ' OUT OF BALANCE - ' DELIMITED BY SIZE
                          WS-NUMBER-EDIT DELIMITED BY SIZE
                          ' TOTAL(S) NOT REPORTED' DELIMITED BY SIZE
                          INTO PROOF-RPT-RECORD
               ELSE
                   STRING '  *** EQUATION ' DELIMITED BY SIZE
                          WS-EQ-ID (WS-EQ-IDX) DELIMITED BY SIZE
                          ' OUT OF BALANCE' DELIMITED BY SIZE
                          INTO PROOF-RPT-RECORD
               END-IF
               DISPLAY 'CTLPROOF - EQUATION ' WS-EQ-ID (WS-EQ-IDX)
                   ' OUT OF BALANCE'
           END-IF.
           PERFORM PUT-REPORT-LINE.
       WRITE-EQUATION-VERDICT-EXIT.
           EXIT.

       WRITE-PROOF-TOTALS SECTION.
       WRITE-PROOF-TOTALS-START.
           MOVE SPACES TO PROOF-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO PROOF-RPT-RECORD.
           STRING 'EQUATIONS PROVED: ' DELIMITED BY SIZE
                  WS-EQ-PROVED DELIMITED BY SIZE
                  '  BALANCED: ' DELIMITED BY SIZE
                  WS-BALANCED-COUNT DELIMITED BY SIZE
                  '  OUT OF BALANCE: ' DELIMITED BY SIZE
                  WS-BREAK-COUNT DELIMITED BY SIZE
                  INTO PROOF-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO PROOF-RPT-RECORD.
           STRING 'PROOFDEF ERRORS: ' DELIMITED BY SIZE
                  WS-DEF-ERROR-COUNT DELIMITED BY SIZE
                  INTO PROOF-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO PROOF-RPT-RECORD.
           IF WS-BREAK-COUNT > ZERO
              OR WS-DEF-ERROR-COUNT > ZERO
               MOVE 'CHAIN NOT PROVED - THE DAY CANNOT CLOSE CLEAN'
                   TO PROOF-RPT-RECORD
           ELSE
               MOVE 'CHAIN PROVED - EVERY HANDOFF BALANCES'
                   TO PROOF-RPT-RECORD
           END-IF.
           PERFORM PUT-REPORT-LINE.
       WRITE-PROOF-TOTALS-EXIT.
           EXIT.

      * The proof's own result, for DAYCLOSE: equations proved, and
      * breaks counting definition errors as well as equations out
      * of balance.
       WRITE-CONTROL-TOTALS SECTION.
       WRITE-CONTROL-TOTALS-START.
           MOVE 'EQUATNS ' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-EQ-PROVED TO WS-CTLT-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'BREAKS  ' TO WS-CTLT-TOTAL-NAME.
           COMPUTE WS-CTLT-COUNT = WS-BREAK-COUNT + WS-DEF-ERROR-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

       CALL-CONTROL-TOTAL SECTION.
       CALL-CONTROL-TOTAL-START.
           CALL 'CTLTOT' USING WS-STAT-PROGRAM-ID
                               WS-CTLT-TOTAL-NAME
                               WS-CTLT-COUNT
                               WS-CTLT-AMOUNT.
       CALL-CONTROL-TOTAL-EXIT.
           EXIT.

       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE PROOF-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO PROOF-RPT-RECORD.
           WRITE PROOF-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.
