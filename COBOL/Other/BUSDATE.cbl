       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDATE.
       AUTHOR. MTH.

      * Common business-date service in the RUNSTAT/RPTWRIT mold.
      * Every program used to date its run from the system clock,
      * so a night rerun the next morning dated RESFILE, AUDITLOG,
      * RUNLOG, the aging and the generations a day late.  A program
      * now CALLs BUSDATE with its run-date field instead and gets
      * back the processing date from the PROCDATE control record
      * the day-open step sets - the business date being processed,
      * which in catch-up mode is a past one.  With no usable
      * PROCDATE record on hand the clock date comes back, as it
      * always did.  The record is read on the first call of a run
      * and remembered, so RPTWRIT can ask once per page at no cost.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROC-DATE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PROC-DATE-FILE
           RECORDING MODE IS F.
           COPY PDATREC.

       WORKING-STORAGE SECTION.
       01  WS-PROC-DATE-STATUS       PIC XX.
       01  WS-BUSINESS-DATE          PIC 9(8) VALUE ZERO.
       01  WS-DATE-KNOWN-SW          PIC X VALUE 'N'.
           88 WS-DATE-KNOWN             VALUE 'Y'.

       LINKAGE SECTION.
       01  LK-BUSINESS-DATE          PIC 9(8).

       PROCEDURE DIVISION USING LK-BUSINESS-DATE.
       MAIN SECTION.
       MAIN-START.
           IF NOT WS-DATE-KNOWN
               PERFORM READ-PROCESSING-DATE
               SET WS-DATE-KNOWN TO TRUE
           END-IF.
           MOVE WS-BUSINESS-DATE TO LK-BUSINESS-DATE.
       MAIN-EXIT.
           GOBACK.

       READ-PROCESSING-DATE SECTION.
       READ-PROCESSING-DATE-START.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PROC-DATE-FILE.
           IF WS-PROC-DATE-STATUS = '00'
               READ PROC-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PDAT-PROC-DATE IS NUMERIC
                          AND PDAT-PROC-DATE > ZERO
                           MOVE PDAT-PROC-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF.
       READ-PROCESSING-DATE-EXIT.
           EXIT.
