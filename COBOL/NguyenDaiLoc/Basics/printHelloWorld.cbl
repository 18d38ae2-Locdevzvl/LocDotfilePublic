       IDENTIFICATION DIVISION.
       PROGRAM-ID. printHelloWorld.

      * The day-open step.  Before the START-OF-DAY banner goes on
      * RUNLOG it sets the PROCDATE processing-date control record
      * every program takes its business date from through BUSDATE.
      * Ordinarily the processing date is the clock date.  A date
      * operations put on PROCREQ runs the suite in catch-up mode
      * for that past business date instead; the override is logged
      * on RUNLOG and the request is used up.  Either way the date
      * must be a business day on the CALFILE calendar (a date with
      * no calendar record counts as one) and a catch-up date may
      * not lie ahead of the clock; a date that fails is refused
      * with RETURN-CODE 8, no START-OF-DAY is written and PROCDATE
      * is left as it was.  A PROCDATE that will not open or take
      * its record ends the step the same way, with RETURN-CODE 8,
      * no START-OF-DAY and any catch-up request kept for the
      * rerun.  An ordinary day-open that finds a business day
      * skipped since the last processing date says so on RUNLOG
      * with RETURN-CODE 4, so the missed night can be caught up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROC-DATE-STATUS.
           SELECT PROC-REQ-FILE ASSIGN TO "PROCREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROC-REQ-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.

           RECORDING MODE IS F.
       01  RUN-LOG-RECORD             PIC X(80).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PDATREC.

      * A catch-up request: the past business date to process.
       FD  PROC-REQ-FILE
           RECORDING MODE IS F.
       01  PROC-REQ-RECORD.
           05 PREQ-PROC-DATE          PIC X(08).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-RECORD.
           05 CAL-DATE                PIC 9(08).
           05 CAL-DAY-TYPE            PIC X(01).
               88 CAL-BUSINESS-DAY       VALUE 'B'.
           05 CAL-MONTH-END           PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-RUN-LOG-STATUS          PIC XX.
       01  WS-PROC-DATE-STATUS        PIC XX.
       01  WS-PROC-REQ-STATUS         PIC XX.
       01  WS-CALENDAR-STATUS         PIC XX.
       01  WS-EOF-SW                  PIC X VALUE 'N'.
           88 WS-EOF                     VALUE 'Y'.
       01  WS-RUN-DATE                PIC 9(8).
       01  WS-RUN-TIME                PIC 9(8).
       01  WS-CLOCK-DATE              PIC 9(8).
       01  WS-PRIOR-DATE              PIC 9(8) VALUE ZERO.
       01  WS-REQUEST-DATE            PIC X(08) VALUE SPACES.
       01  WS-CATCH-UP-SW             PIC X VALUE 'N'.
           88 WS-CATCH-UP                VALUE 'Y'.
       01  WS-DATE-REFUSED-SW         PIC X VALUE 'N'.
           88 WS-DATE-REFUSED            VALUE 'Y'.
       01  WS-REFUSAL-REASON          PIC X(24) VALUE SPACES.
       01  WS-LOG-LINE                PIC X(80).
       01  WS-JOB-ID                  PIC X(8) VALUE 'PRTHELLO'.
       01  WS-RETURN-CODE-DISPLAY     PIC 9(4).
       01  WS-FINAL-RETURN-CODE       PIC 9(4) VALUE ZERO.
      * The days CALFILE says are not business days.
       01  WS-HOLIDAY-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-HOLIDAY-IDX             PIC 9(04).
       01  WS-HOLIDAY-OVERFLOW-COUNT  PIC 9(06) VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE OCCURS 1000 TIMES PIC 9(08).
       01  WS-BUSINESS-DAY-SW         PIC X.
           88 WS-BUSINESS-DAY            VALUE 'Y'.
      * Calendar arithmetic on one date at a time.
       01  WS-DATE-WORK               PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DATE-YYYY            PIC 9(4).
           05 WS-DATE-MM              PIC 9(2).
           05 WS-DATE-DD              PIC 9(2).
       01  WS-MONTH-LENGTH            PIC 9(02).
       01  WS-LEAP-QUOT               PIC 9(04).
       01  WS-LEAP-REM                PIC 9(03).
       01  WS-MONTH-LENGTHS.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           PERFORM SET-PROCESSING-DATE.
           IF NOT WS-DATE-REFUSED
               PERFORM WRITE-STARTUP-BANNER
           END-IF.
           PERFORM PRINT.
           PERFORM PRINT-START.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       SET-PROCESSING-DATE SECTION.
       SET-PROCESSING-DATE-START.
           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-CALENDAR.
           PERFORM READ-PRIOR-DATE.
           PERFORM READ-CATCH-UP-REQUEST.
           IF WS-CATCH-UP
               PERFORM VALIDATE-CATCH-UP-DATE
           ELSE
               MOVE WS-CLOCK-DATE TO WS-RUN-DATE
               PERFORM VALIDATE-BUSINESS-DAY
           END-IF.
           IF WS-DATE-REFUSED
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE SPACES TO WS-LOG-LINE
               STRING 'PROCESSING DATE REFUSED: ' DELIMITED BY SIZE
                      WS-REQUEST-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-REFUSAL-REASON DELIMITED BY SIZE
                      ' JOB: ' DELIMITED BY SIZE
                      WS-JOB-ID DELIMITED BY SIZE
                      INTO WS-LOG-LINE
               PERFORM WRITE-RUN-LOG-LINE
           ELSE
               PERFORM WRITE-PROCESSING-DATE
               EVALUATE TRUE
                   WHEN WS-DATE-REFUSED
                       MOVE 8 TO WS-FINAL-RETURN-CODE
                       MOVE SPACES TO WS-LOG-LINE
                       STRING 'PROCESSING DATE NOT SET: '
                                  DELIMITED BY SIZE
                              WS-RUN-DATE DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WS-REFUSAL-REASON DELIMITED BY SIZE
                              ' JOB: ' DELIMITED BY SIZE
                              WS-JOB-ID DELIMITED BY SIZE
                              INTO WS-LOG-LINE
                       PERFORM WRITE-RUN-LOG-LINE
                   WHEN WS-CATCH-UP
                       PERFORM CLEAR-CATCH-UP-REQUEST
                       MOVE SPACES TO WS-LOG-LINE
                       STRING 'CATCH-UP PROCESSING DATE: '
                                  DELIMITED BY SIZE
                              WS-RUN-DATE DELIMITED BY SIZE
                              ' CLOCK: ' DELIMITED BY SIZE
                              WS-CLOCK-DATE DELIMITED BY SIZE
                              ' JOB: ' DELIMITED BY SIZE
                              WS-JOB-ID DELIMITED BY SIZE
                              INTO WS-LOG-LINE
                       PERFORM WRITE-RUN-LOG-LINE
                   WHEN OTHER
                       PERFORM CHECK-SKIPPED-DAY
               END-EVALUATE
           END-IF.
       SET-PROCESSING-DATE-EXIT.
           EXIT.

       READ-PRIOR-DATE SECTION.
       READ-PRIOR-DATE-START.
           OPEN INPUT PROC-DATE-FILE.
           IF WS-PROC-DATE-STATUS = '00'
               READ PROC-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PDAT-PROC-DATE IS NUMERIC
                           MOVE PDAT-PROC-DATE TO WS-PRIOR-DATE
                       END-IF
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF.
       READ-PRIOR-DATE-EXIT.
           EXIT.

       READ-CATCH-UP-REQUEST SECTION.
       READ-CATCH-UP-REQUEST-START.
           MOVE WS-CLOCK-DATE TO WS-REQUEST-DATE.
           OPEN INPUT PROC-REQ-FILE.
           IF WS-PROC-REQ-STATUS = '00'
               READ PROC-REQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PREQ-PROC-DATE NOT = SPACES
                           MOVE PREQ-PROC-DATE TO WS-REQUEST-DATE
                           SET WS-CATCH-UP TO TRUE
                       END-IF
               END-READ
               CLOSE PROC-REQ-FILE
           END-IF.
       READ-CATCH-UP-REQUEST-EXIT.
           EXIT.

      * A catch-up date must be a real date, not ahead of the clock,
      * and a business day.
       VALIDATE-CATCH-UP-DATE SECTION.
       VALIDATE-CATCH-UP-DATE-START.
           IF WS-REQUEST-DATE IS NOT NUMERIC
               SET WS-DATE-REFUSED TO TRUE
               MOVE 'IS NOT A DATE' TO WS-REFUSAL-REASON
           ELSE
               MOVE WS-REQUEST-DATE TO WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-DATE-WORK
               PERFORM SET-MONTH-LENGTH
               EVALUATE TRUE
                   WHEN WS-DATE-MM = ZERO OR WS-DATE-MM > 12
                     OR WS-DATE-DD = ZERO
                     OR WS-DATE-DD > WS-MONTH-LENGTH
                       SET WS-DATE-REFUSED TO TRUE
                       MOVE 'IS NOT A DATE' TO WS-REFUSAL-REASON
                   WHEN WS-RUN-DATE > WS-CLOCK-DATE
                       SET WS-DATE-REFUSED TO TRUE
                       MOVE 'IS AFTER TODAY' TO WS-REFUSAL-REASON
                   WHEN OTHER
                       PERFORM VALIDATE-BUSINESS-DAY
               END-EVALUATE
           END-IF.
       VALIDATE-CATCH-UP-DATE-EXIT.
           EXIT.

       VALIDATE-BUSINESS-DAY SECTION.
       VALIDATE-BUSINESS-DAY-START.
           IF WS-HOLIDAY-OVERFLOW-COUNT > ZERO
               SET WS-DATE-REFUSED TO TRUE
               MOVE 'CALFILE TOO LARGE' TO WS-REFUSAL-REASON
           ELSE
               MOVE WS-RUN-DATE TO WS-DATE-WORK
               PERFORM CHECK-BUSINESS-DAY
               IF NOT WS-BUSINESS-DAY
                   SET WS-DATE-REFUSED TO TRUE
                   MOVE 'IS NOT A BUSINESS DAY' TO WS-REFUSAL-REASON
               END-IF
           END-IF.
       VALIDATE-BUSINESS-DAY-EXIT.
           EXIT.

      * A PROCDATE that will not open or take the record leaves the
      * day unopened - the date counts as refused.
       WRITE-PROCESSING-DATE SECTION.
       WRITE-PROCESSING-DATE-START.
           OPEN OUTPUT PROC-DATE-FILE.
           IF WS-PROC-DATE-STATUS NOT = '00'
               SET WS-DATE-REFUSED TO TRUE
               MOVE 'PROCDATE WILL NOT OPEN' TO WS-REFUSAL-REASON
           ELSE
               MOVE WS-RUN-DATE TO PDAT-PROC-DATE
               IF WS-CATCH-UP
                   SET PDAT-CATCH-UP TO TRUE
               ELSE
                   SET PDAT-NORMAL TO TRUE
               END-IF
               MOVE WS-CLOCK-DATE TO PDAT-SET-DATE
               MOVE WS-RUN-TIME TO PDAT-SET-TIME
               WRITE PROC-DATE-RECORD
               IF WS-PROC-DATE-STATUS NOT = '00'
                   SET WS-DATE-REFUSED TO TRUE
                   MOVE 'PROCDATE NOT WRITTEN' TO WS-REFUSAL-REASON
               END-IF
               CLOSE PROC-DATE-FILE
           END-IF.
       WRITE-PROCESSING-DATE-EXIT.
           EXIT.

      * A catch-up request is good for one day-open only.
       CLEAR-CATCH-UP-REQUEST SECTION.
       CLEAR-CATCH-UP-REQUEST-START.
           OPEN OUTPUT PROC-REQ-FILE.
           CLOSE PROC-REQ-FILE.
       CLEAR-CATCH-UP-REQUEST-EXIT.
           EXIT.

      * The business day after the last one processed should be
      * today; an earlier one was never run.
       CHECK-SKIPPED-DAY SECTION.
       CHECK-SKIPPED-DAY-START.
           IF WS-PRIOR-DATE > ZERO AND WS-PRIOR-DATE < WS-RUN-DATE
               MOVE WS-PRIOR-DATE TO WS-DATE-WORK
               PERFORM ROLL-ONE-DAY
               PERFORM ROLL-ONE-DAY UNTIL WS-BUSINESS-DAY
               IF WS-DATE-WORK < WS-RUN-DATE
                   MOVE 4 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO WS-LOG-LINE
                   STRING 'BUSINESS DAY NOT PROCESSED: '
                              DELIMITED BY SIZE
                          WS-DATE-WORK DELIMITED BY SIZE
                          ' LAST PROCESSED: ' DELIMITED BY SIZE
                          WS-PRIOR-DATE DELIMITED BY SIZE
                          INTO WS-LOG-LINE
                   PERFORM WRITE-RUN-LOG-LINE
               END-IF
           END-IF.
       CHECK-SKIPPED-DAY-EXIT.
           EXIT.

       WRITE-RUN-LOG-LINE SECTION.
       WRITE-RUN-LOG-LINE-START.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUN-LOG-STATUS = '05' OR WS-RUN-LOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE WS-LOG-LINE TO RUN-LOG-RECORD.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
       WRITE-RUN-LOG-LINE-EXIT.
           EXIT.

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

       ROLL-ONE-DAY SECTION.
       ROLL-ONE-DAY-START.
           PERFORM ADVANCE-ONE-DAY.
           PERFORM CHECK-BUSINESS-DAY.
       ROLL-ONE-DAY-EXIT.
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

       WRITE-STARTUP-BANNER SECTION.
       WRITE-STARTUP-BANNER-START.
           MOVE RETURN-CODE TO WS-RETURN-CODE-DISPLAY.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUN-LOG-STATUS = '05' OR WS-RUN-LOG-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE SPACES TO RUN-LOG-RECORD.
           STRING 'START-OF-DAY DATE: ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' TIME: ' DELIMITED BY SIZE
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.
           IF WS-RUN-LOG-STATUS NOT = '00'
              AND WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
       WRITE-STARTUP-BANNER-EXIT.
           EXIT.
