       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINSTRUN.
       AUTHOR. MTH.

      * Nightly standing-instruction run.  Regular payment
      * arrangements and our own recurring charges used to be keyed
      * into AMTFILE by hand on the day they fell due, and a due day
      * on a weekend depended on somebody remembering to catch up.
      * The SIMAST master now holds each instruction - account,
      * amount, CR or DB, weekly / monthly on day N / quarterly,
      * start and end dates and a status - and this run appends to
      * AMTFILE every transaction that has fallen due.
      *
      * A due date that is not a business day rolls forward to the
      * next one on the CALFILE business calendar the sequencer
      * reads; as there, a date with no calendar record counts as a
      * business day.  The generated record is dated the business
      * day it was rolled to.  Each instruction remembers the last
      * scheduled date it generated, so a night that was missed is
      * caught up on the next and no date is ever generated twice.
      * An instruction whose next date passes its end date is marked
      * expired.
      *
      * The SIRPT report lists every transaction generated, every
      * instruction expired, and every instruction that fails
      * validation (left untouched and not generated) with run
      * totals.  A failed validation ends the run with RETURN-CODE
      * 4; an unreadable SIMAST or a table overflow generates
      * nothing and ends with RETURN-CODE 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTION-FILE ASSIGN TO "SIMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTRUCTION-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT AMOUNT-FILE ASSIGN TO "AMTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMOUNT-STATUS.
           SELECT INSTR-RPT-FILE ASSIGN TO "SIRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSTR-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  INSTRUCTION-FILE
           RECORDING MODE IS F.
           COPY SINSREC.

      * Same shape THRU and PREFLITE read.
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-RECORD.
           05 CAL-DATE                PIC 9(08).
           05 CAL-DAY-TYPE            PIC X(01).
               88 CAL-BUSINESS-DAY       VALUE 'B'.
           05 CAL-MONTH-END           PIC X(01).

       FD  AMOUNT-FILE
           RECORDING MODE IS F.
       01  AMOUNT-RECORD.
           05 AMT-ACCOUNT            PIC 9(06).
           05 AMT-DATE               PIC 9(08).
           05 AMT-SIGNED             PIC S9(05)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.

       FD  INSTR-RPT-FILE
           RECORDING MODE IS F.
       01  INSTR-RPT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-INSTRUCTION-STATUS  PIC XX.
           05 WS-CALENDAR-STATUS     PIC XX.
           05 WS-AMOUNT-STATUS       PIC XX.
           05 WS-INSTR-RPT-STATUS    PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
      * SIMAST, held as whole SINSREC images.
       01  WS-INSTR-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-INSTR-IDX              PIC 9(04).
       01  WS-INSTR-OVERFLOW-COUNT   PIC 9(06) VALUE ZERO.
       01  WS-INSTR-LOAD-STATUS      PIC X(02).
       01  WS-INSTR-TABLE.
           05  WS-INSTR-ENTRY OCCURS 1000 TIMES PIC X(65).
      * The days CALFILE says are not business days.
       01  WS-HOLIDAY-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-HOLIDAY-IDX            PIC 9(04).
       01  WS-HOLIDAY-OVERFLOW-COUNT PIC 9(06) VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE OCCURS 1000 TIMES PIC 9(08).
       01  WS-BUSINESS-DAY-SW        PIC X.
           88 WS-BUSINESS-DAY           VALUE 'Y'.
      * The instruction in hand: its next scheduled date and the
      * business day that date rolls to.
       01  WS-VALID-SW               PIC X.
           88 WS-INSTR-VALID            VALUE 'Y'.
       01  WS-DUE-SW                 PIC X.
           88 WS-STILL-DUE              VALUE 'Y'.
       01  WS-REJECT-TEXT            PIC X(40).
       01  WS-NEXT-DATE              PIC 9(08).
       01  WS-EFFECTIVE-DATE         PIC 9(08).
       01  WS-MONTHS-TO-ADD          PIC 9(02).
       01  WS-DAYS-TO-ADD            PIC 9(02).
       01  WS-STEP-IDX               PIC 9(02).
       01  WS-INSTR-GENERATED        PIC 9(04).
       01  WS-AMOUNT-EDIT            PIC ZZZZ9.99.
       01  WS-TOTAL-EDIT             PIC Z(8)9.99.
       01  WS-INSTR-READ             PIC 9(06) VALUE ZERO.
       01  WS-GENERATED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-CREDIT-TOTAL           PIC 9(09)V9(02) VALUE ZERO.
       01  WS-DEBIT-TOTAL            PIC 9(09)V9(02) VALUE ZERO.
       01  WS-EXPIRED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-INVALID-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
      * Calendar arithmetic on one date at a time.
       01  WS-DATE-WORK              PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DATE-YYYY           PIC 9(4).
           05 WS-DATE-MM             PIC 9(2).
           05 WS-DATE-DD             PIC 9(2).
       01  WS-MONTH-LENGTH           PIC 9(02).
       01  WS-LEAP-QUOT              PIC 9(04).
       01  WS-LEAP-REM               PIC 9(03).
       01  WS-MONTH-LENGTHS.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'SINSTRUN'.
       01  WS-RPT-TITLE              PIC X(30)
                                    VALUE 'STANDING INSTRUCTIONS RUN'.
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
           OPEN OUTPUT INSTR-RPT-FILE.
           MOVE 'ACCOUNT SQ' TO WS-RPT-HEADING (1:10).
           MOVE 'DUE DATE' TO WS-RPT-HEADING (12:8).
           MOVE 'POSTED' TO WS-RPT-HEADING (21:6).
           MOVE 'DIR' TO WS-RPT-HEADING (30:3).
           MOVE 'AMOUNT' TO WS-RPT-HEADING (36:6).
           MOVE 'OUTCOME' TO WS-RPT-HEADING (44:7).
           PERFORM LOAD-INSTRUCTION-FILE.
           PERFORM LOAD-CALENDAR.
           EVALUATE TRUE
               WHEN WS-INSTR-LOAD-STATUS NOT = '00'
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO INSTR-RPT-RECORD
                   STRING 'SIMAST NOT READABLE - STATUS '
                              DELIMITED BY SIZE
                          WS-INSTR-LOAD-STATUS DELIMITED BY SIZE
                          ' - NOTHING GENERATED' DELIMITED BY SIZE
                          INTO INSTR-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'SINSTRUN - ' INSTR-RPT-RECORD
               WHEN WS-INSTR-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'SIMAST EXCEEDS TABLE - NOTHING GENERATED'
                       TO INSTR-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'SINSTRUN - ' INSTR-RPT-RECORD
               WHEN WS-HOLIDAY-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE 'CALFILE EXCEEDS TABLE - NOTHING GENERATED'
                       TO INSTR-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
                   DISPLAY 'SINSTRUN - ' INSTR-RPT-RECORD
               WHEN OTHER
                   OPEN EXTEND AMOUNT-FILE
                   IF WS-AMOUNT-STATUS = '05'
                      OR WS-AMOUNT-STATUS = '35'
                       OPEN OUTPUT AMOUNT-FILE
                   END-IF
                   PERFORM RUN-ONE-INSTRUCTION
                       VARYING WS-INSTR-IDX FROM 1 BY 1
                       UNTIL WS-INSTR-IDX > WS-INSTR-COUNT
                   CLOSE AMOUNT-FILE
                   PERFORM REWRITE-INSTRUCTION-FILE
                   PERFORM WRITE-RUN-TOTALS
           END-EVALUATE.
           PERFORM END-REPORT-PAGES.
           CLOSE INSTR-RPT-FILE.
           IF WS-INVALID-COUNT > ZERO
              AND WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * No SIMAST yet just means there are no instructions.
       LOAD-INSTRUCTION-FILE SECTION.
       LOAD-INSTRUCTION-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT INSTRUCTION-FILE.
           MOVE WS-INSTRUCTION-STATUS TO WS-INSTR-LOAD-STATUS.
           IF WS-INSTRUCTION-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ INSTRUCTION-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-INSTR-COUNT < 1000
                               ADD 1 TO WS-INSTR-COUNT
                               MOVE STANDING-INSTRUCTION-RECORD
                                   TO WS-INSTR-ENTRY (WS-INSTR-COUNT)
                           ELSE
                               ADD 1 TO WS-INSTR-OVERFLOW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSTRUCTION-FILE
           END-IF.
           IF WS-INSTR-LOAD-STATUS = '35'
               MOVE '00' TO WS-INSTR-LOAD-STATUS
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-INSTRUCTION-FILE-EXIT.
           EXIT.

      * Only the days flagged as something other than a business
      * day are kept; no calendar at all means every day is one.
       LOAD-CALENDAR SECTION.
       LOAD-CALENDAR-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ CALENDAR-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF NOT CAL-BUSINESS-DAY
                              AND CAL-DATE IS NUMERIC
                               IF WS-HOLIDAY-COUNT < 1000
                                   ADD 1 TO WS-HOLIDAY-COUNT
                                   MOVE CAL-DATE TO
                                      WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
                               ELSE
                                   ADD 1 TO WS-HOLIDAY-OVERFLOW-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-CALENDAR-EXIT.
           EXIT.

      * Generates every date now due, oldest first, each dated the
      * business day it rolls to; stops at the first date not yet
      * due or past the end date.
       RUN-ONE-INSTRUCTION SECTION.
       RUN-ONE-INSTRUCTION-START.
           ADD 1 TO WS-INSTR-READ.
           MOVE WS-INSTR-ENTRY (WS-INSTR-IDX)
               TO STANDING-INSTRUCTION-RECORD.
           IF SI-ACTIVE
               PERFORM VALIDATE-INSTRUCTION
               IF WS-INSTR-VALID
                   MOVE ZERO TO WS-INSTR-GENERATED
                   PERFORM FIND-NEXT-DUE-DATE
                   PERFORM CHECK-STILL-DUE
                   PERFORM GENERATE-ONE-TRANSACTION
                       UNTIL NOT WS-STILL-DUE
                   IF SI-END-DATE NOT = ZERO
                      AND WS-NEXT-DATE > SI-END-DATE
                       SET SI-EXPIRED TO TRUE
                       ADD 1 TO WS-EXPIRED-COUNT
                       MOVE WS-NEXT-DATE TO WS-EFFECTIVE-DATE
                       MOVE 'EXPIRED - END DATE PASSED'
                           TO WS-REJECT-TEXT
                       PERFORM WRITE-INSTRUCTION-LINE
                   END-IF
                   MOVE STANDING-INSTRUCTION-RECORD
                       TO WS-INSTR-ENTRY (WS-INSTR-IDX)
               ELSE
                   ADD 1 TO WS-INVALID-COUNT
                   MOVE ZERO TO WS-NEXT-DATE
                   MOVE ZERO TO WS-EFFECTIVE-DATE
                   PERFORM WRITE-INSTRUCTION-LINE
               END-IF
           END-IF.
       RUN-ONE-INSTRUCTION-EXIT.
           EXIT.

      * Account and amount present, a known direction and frequency,
      * a day of month for the monthly kinds, a real start date and
      * an end date (if any) not before it.
       VALIDATE-INSTRUCTION SECTION.
       VALIDATE-INSTRUCTION-START.
           MOVE 'N' TO WS-VALID-SW.
           MOVE SPACES TO WS-REJECT-TEXT.
           EVALUATE TRUE
               WHEN STANDING-INSTRUCTION-RECORD (1:15) IS NOT NUMERIC
                  OR SI-ACCOUNT = ZERO
                   MOVE 'INVALID - ACCOUNT OR AMOUNT NOT NUMERIC'
                       TO WS-REJECT-TEXT
               WHEN SI-AMOUNT = ZERO
                   MOVE 'INVALID - ZERO AMOUNT' TO WS-REJECT-TEXT
               WHEN NOT SI-CREDIT AND NOT SI-DEBIT
                   MOVE 'INVALID - DIRECTION NOT CR OR DB'
                       TO WS-REJECT-TEXT
               WHEN NOT SI-WEEKLY AND NOT SI-MONTHLY
                    AND NOT SI-QUARTERLY
                   MOVE 'INVALID - FREQUENCY NOT W, M OR Q'
                       TO WS-REJECT-TEXT
               WHEN NOT SI-WEEKLY
                    AND (SI-DAY-OF-MONTH IS NOT NUMERIC
                         OR SI-DAY-OF-MONTH = ZERO
                         OR SI-DAY-OF-MONTH > 31)
                   MOVE 'INVALID - DAY OF MONTH NOT 1-31'
                       TO WS-REJECT-TEXT
               WHEN SI-START-DATE IS NOT NUMERIC
                  OR SI-END-DATE IS NOT NUMERIC
                  OR SI-LAST-GENERATED IS NOT NUMERIC
                   MOVE 'INVALID - DATES NOT NUMERIC'
                       TO WS-REJECT-TEXT
               WHEN OTHER
                   MOVE SI-START-DATE TO WS-DATE-WORK
                   PERFORM SET-MONTH-LENGTH
                   EVALUATE TRUE
                       WHEN WS-DATE-MM = ZERO OR WS-DATE-MM > 12
                          OR WS-DATE-DD = ZERO
                          OR WS-DATE-DD > WS-MONTH-LENGTH
                           MOVE 'INVALID - START DATE NOT A DATE'
                               TO WS-REJECT-TEXT
                       WHEN SI-END-DATE NOT = ZERO
                            AND SI-END-DATE < SI-START-DATE
                           MOVE 'INVALID - ENDS BEFORE IT STARTS'
                               TO WS-REJECT-TEXT
                       WHEN OTHER
                           SET WS-INSTR-VALID TO TRUE
                   END-EVALUATE
           END-EVALUATE.
       VALIDATE-INSTRUCTION-EXIT.
           EXIT.

      * The first date on or after the start date, or the one after
      * the last date generated.  Monthly and quarterly dates are
      * worked from the instruction's own day of the month, so a
      * short month never drags the later dates back.
       FIND-NEXT-DUE-DATE SECTION.
       FIND-NEXT-DUE-DATE-START.
           IF SI-LAST-GENERATED = ZERO
               MOVE SI-START-DATE TO WS-DATE-WORK
               IF NOT SI-WEEKLY
                   PERFORM SET-DAY-OF-MONTH
                   IF WS-DATE-WORK < SI-START-DATE
                       MOVE 1 TO WS-MONTHS-TO-ADD
                       PERFORM ADD-MONTHS
                   END-IF
               END-IF
           ELSE
               MOVE SI-LAST-GENERATED TO WS-DATE-WORK
               EVALUATE TRUE
                   WHEN SI-WEEKLY
                       MOVE 7 TO WS-DAYS-TO-ADD
                       PERFORM ADVANCE-ONE-DAY
                           VARYING WS-STEP-IDX FROM 1 BY 1
                           UNTIL WS-STEP-IDX > WS-DAYS-TO-ADD
                   WHEN SI-MONTHLY
                       MOVE 1 TO WS-MONTHS-TO-ADD
                       PERFORM ADD-MONTHS
                   WHEN OTHER
                       MOVE 3 TO WS-MONTHS-TO-ADD
                       PERFORM ADD-MONTHS
               END-EVALUATE
           END-IF.
           MOVE WS-DATE-WORK TO WS-NEXT-DATE.
           PERFORM ROLL-TO-BUSINESS-DAY.
       FIND-NEXT-DUE-DATE-EXIT.
           EXIT.

       CHECK-STILL-DUE SECTION.
       CHECK-STILL-DUE-START.
           MOVE 'N' TO WS-DUE-SW.
           IF WS-EFFECTIVE-DATE NOT > WS-RUN-DATE
               IF SI-END-DATE = ZERO
                  OR WS-NEXT-DATE NOT > SI-END-DATE
                   SET WS-STILL-DUE TO TRUE
               END-IF
           END-IF.
       CHECK-STILL-DUE-EXIT.
           EXIT.

       GENERATE-ONE-TRANSACTION SECTION.
       GENERATE-ONE-TRANSACTION-START.
           MOVE SI-ACCOUNT TO AMT-ACCOUNT.
           MOVE WS-EFFECTIVE-DATE TO AMT-DATE.
           IF SI-DEBIT
               COMPUTE AMT-SIGNED = ZERO - SI-AMOUNT
               ADD SI-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               MOVE SI-AMOUNT TO AMT-SIGNED
               ADD SI-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
           WRITE AMOUNT-RECORD.
           ADD 1 TO WS-GENERATED-COUNT.
           ADD 1 TO WS-INSTR-GENERATED.
           MOVE WS-NEXT-DATE TO SI-LAST-GENERATED.
           MOVE 'GENERATED' TO WS-REJECT-TEXT.
           PERFORM WRITE-INSTRUCTION-LINE.
           PERFORM FIND-NEXT-DUE-DATE.
           PERFORM CHECK-STILL-DUE.
       GENERATE-ONE-TRANSACTION-EXIT.
           EXIT.

      * The day of the month the instruction names, or the month's
      * last day where the month is shorter.
       SET-DAY-OF-MONTH SECTION.
       SET-DAY-OF-MONTH-START.
           PERFORM SET-MONTH-LENGTH.
           IF SI-DAY-OF-MONTH > WS-MONTH-LENGTH
               MOVE WS-MONTH-LENGTH TO WS-DATE-DD
           ELSE
               MOVE SI-DAY-OF-MONTH TO WS-DATE-DD
           END-IF.
       SET-DAY-OF-MONTH-EXIT.
           EXIT.

       ADD-MONTHS SECTION.
       ADD-MONTHS-START.
           ADD WS-MONTHS-TO-ADD TO WS-DATE-MM.
           IF WS-DATE-MM > 12
               SUBTRACT 12 FROM WS-DATE-MM
               ADD 1 TO WS-DATE-YYYY
           END-IF.
           PERFORM SET-DAY-OF-MONTH.
       ADD-MONTHS-EXIT.
           EXIT.

       ADVANCE-ONE-DAY SECTION.
       ADVANCE-ONE-DAY-START.
           PERFORM SET-MONTH-LENGTH.
           ADD 1 TO WS-DATE-DD.
           IF WS-DATE-DD > WS-MONTH-LENGTH
               MOVE 1 TO WS-DATE-DD
               ADD 1 TO WS-DATE-MM
               IF WS-DATE-MM > 12
                   MOVE 1 TO WS-DATE-MM
                   ADD 1 TO WS-DATE-YYYY
               END-IF
           END-IF.
       ADVANCE-ONE-DAY-EXIT.
           EXIT.

      * Days in WS-DATE-MM of WS-DATE-YYYY, February counting the
      * leap day by the same 4/100/400 rule the aging runs use.
       SET-MONTH-LENGTH SECTION.
       SET-MONTH-LENGTH-START.
           IF WS-DATE-MM = ZERO OR WS-DATE-MM > 12
               MOVE 31 TO WS-MONTH-LENGTH
           ELSE
               MOVE WS-MONTH-DAYS (WS-DATE-MM) TO WS-MONTH-LENGTH
           END-IF.
           IF WS-DATE-MM = 2
               DIVIDE WS-DATE-YYYY BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 29 TO WS-MONTH-LENGTH
               ELSE
                   DIVIDE WS-DATE-YYYY BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = ZERO
                       DIVIDE WS-DATE-YYYY BY 4 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = ZERO
                           MOVE 29 TO WS-MONTH-LENGTH
                       END-IF
                   END-IF
               END-IF
           END-IF.
       SET-MONTH-LENGTH-EXIT.
           EXIT.

      * WS-NEXT-DATE, or the first business day after it.
       ROLL-TO-BUSINESS-DAY SECTION.
       ROLL-TO-BUSINESS-DAY-START.
           MOVE WS-NEXT-DATE TO WS-DATE-WORK.
           PERFORM CHECK-BUSINESS-DAY.
           PERFORM ROLL-ONE-DAY UNTIL WS-BUSINESS-DAY.
           MOVE WS-DATE-WORK TO WS-EFFECTIVE-DATE.
       ROLL-TO-BUSINESS-DAY-EXIT.
           EXIT.

       ROLL-ONE-DAY SECTION.
       ROLL-ONE-DAY-START.
           PERFORM ADVANCE-ONE-DAY.
           PERFORM CHECK-BUSINESS-DAY.
       ROLL-ONE-DAY-EXIT.
           EXIT.

       CHECK-BUSINESS-DAY SECTION.
       CHECK-BUSINESS-DAY-START.
           SET WS-BUSINESS-DAY TO TRUE.
           PERFORM MATCH-HOLIDAY
               VARYING WS-HOLIDAY-IDX FROM 1 BY 1
               UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
                  OR NOT WS-BUSINESS-DAY.
       CHECK-BUSINESS-DAY-EXIT.
           EXIT.

       MATCH-HOLIDAY SECTION.
       MATCH-HOLIDAY-START.
           IF WS-HOLIDAY-DATE (WS-HOLIDAY-IDX) = WS-DATE-WORK
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           END-IF.
       MATCH-HOLIDAY-EXIT.
           EXIT.

       WRITE-INSTRUCTION-LINE SECTION.
       WRITE-INSTRUCTION-LINE-START.
           MOVE SPACES TO INSTR-RPT-RECORD.
           MOVE STANDING-INSTRUCTION-RECORD (1:6)
               TO INSTR-RPT-RECORD (1:6).
           MOVE STANDING-INSTRUCTION-RECORD (7:2)
               TO INSTR-RPT-RECORD (9:2).
           IF WS-NEXT-DATE NOT = ZERO
               MOVE WS-NEXT-DATE TO INSTR-RPT-RECORD (12:8)
           END-IF.
           IF WS-REJECT-TEXT = 'GENERATED'
               MOVE WS-EFFECTIVE-DATE TO INSTR-RPT-RECORD (21:8)
               MOVE SI-DIRECTION TO INSTR-RPT-RECORD (30:2)
               MOVE SI-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO INSTR-RPT-RECORD (33:8)
           END-IF.
           MOVE WS-REJECT-TEXT TO INSTR-RPT-RECORD (44:37).
           PERFORM PUT-REPORT-LINE.
       WRITE-INSTRUCTION-LINE-EXIT.
           EXIT.

       REWRITE-INSTRUCTION-FILE SECTION.
       REWRITE-INSTRUCTION-FILE-START.
           OPEN OUTPUT INSTRUCTION-FILE.
           PERFORM WRITE-ONE-INSTRUCTION
               VARYING WS-INSTR-IDX FROM 1 BY 1
               UNTIL WS-INSTR-IDX > WS-INSTR-COUNT.
           CLOSE INSTRUCTION-FILE.
       REWRITE-INSTRUCTION-FILE-EXIT.
           EXIT.

       WRITE-ONE-INSTRUCTION SECTION.
       WRITE-ONE-INSTRUCTION-START.
           MOVE WS-INSTR-ENTRY (WS-INSTR-IDX)
               TO STANDING-INSTRUCTION-RECORD.
           WRITE STANDING-INSTRUCTION-RECORD.
       WRITE-ONE-INSTRUCTION-EXIT.
           EXIT.

       WRITE-RUN-TOTALS SECTION.
       WRITE-RUN-TOTALS-START.
           MOVE SPACES TO INSTR-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO INSTR-RPT-RECORD.
           STRING 'INSTRUCTIONS: ' DELIMITED BY SIZE
                  WS-INSTR-READ DELIMITED BY SIZE
                  ' GENERATED: ' DELIMITED BY SIZE
                  WS-GENERATED-COUNT DELIMITED BY SIZE
                  ' EXPIRED: ' DELIMITED BY SIZE
                  WS-EXPIRED-COUNT DELIMITED BY SIZE
                  ' INVALID: ' DELIMITED BY SIZE
                  WS-INVALID-COUNT DELIMITED BY SIZE
                  INTO INSTR-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO INSTR-RPT-RECORD.
           STRING 'CREDITS GENERATED: ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO INSTR-RPT-RECORD.
           MOVE WS-DEBIT-TOTAL TO WS-TOTAL-EDIT.
           MOVE 'DEBITS GENERATED: ' TO INSTR-RPT-RECORD (36:18).
           MOVE WS-TOTAL-EDIT TO INSTR-RPT-RECORD (54:12).
           PERFORM PUT-REPORT-LINE.
       WRITE-RUN-TOTALS-EXIT.
           EXIT.

      * Every SIRPT line runs through the shared RPTWRIT writer,
      * which hands back the title block at each page break along
      * with the detail.
       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE INSTR-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO INSTR-RPT-RECORD.
           WRITE INSTR-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.
