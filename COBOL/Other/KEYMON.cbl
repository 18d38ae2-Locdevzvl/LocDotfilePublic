       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYMON.
       AUTHOR. MTH.

      * Nightly key-space and counter monitor.  The suite's
      * identifiers and counters are six-digit fields that will one
      * day roll over - CUST-ID on CUSTIDX, TRAN-ID-KEY on TRANIDX,
      * the AUDITLOG run sequence, the RESFILE batch-trailer counts
      * and every program's per-run volumes on RUNSTATS - and
      * nothing used to say so before one wrapped.  KEYMON reads the
      * high-water mark of each from its own file, takes the
      * percentage of the 999999 key space it has used, and from
      * the RUNSTATS history projects the date it will run out.
      *
      * Growth comes from the RUNSTATS lines of a named program
      * inside the lookback window: a consuming counter (keys,
      * sequence) advances by that program's summed volume per day
      * (method S); a size-like figure (a master's record count, a
      * run's volume) by the trend from the first run in the window
      * to the last (method T).  The built-in sources can be
      * changed by G lines on the KEYMCTL control record, and the
      * W line there carries the warning percentage (default 80),
      * the projection horizon in days (default 90) and the
      * RUNSTATS lookback in days (default 90).  Every item is
      * listed on KEYMRPT; one above the warning percentage ends the
      * run with RETURN-CODE 4, or RETURN-CODE 8 when its projected
      * exhaustion falls inside the horizon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONITOR-CTL-FILE ASSIGN TO "KEYMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONITOR-CTL-STATUS.
           SELECT CUST-INDEXED-FILE ASSIGN TO "CUSTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-IDX-ID
               ALTERNATE RECORD KEY IS CUST-IDX-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-INDEXED-STATUS.
           SELECT TRAN-INDEXED-FILE ASSIGN TO "TRANIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAN-ID-KEY
               FILE STATUS IS WS-TRAN-INDEXED-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RESULT-FILE ASSIGN TO "RESFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATS-STATUS.
           SELECT MONITOR-RPT-FILE ASSIGN TO "KEYMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONITOR-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  MONITOR-CTL-FILE
           RECORDING MODE IS F.
       01  MONITOR-CTL-RECORD.
           05 KMCTL-TYPE             PIC X(01).
               88 KMCTL-LIMITS          VALUE 'W'.
               88 KMCTL-GROWTH          VALUE 'G'.
           05 KMCTL-WARN-PCT         PIC X(03).
           05 KMCTL-HORIZON-DAYS     PIC X(04).
           05 KMCTL-LOOKBACK-DAYS    PIC X(03).
           05 FILLER                 PIC X(08).
       01  MONITOR-CTL-GROWTH-RECORD.
           05 FILLER                 PIC X(01).
           05 KMCTL-ITEM             PIC X(08).
           05 KMCTL-GROWTH-PGM       PIC X(08).
           05 KMCTL-GROWTH-COUNT     PIC X(01).
           05 KMCTL-GROWTH-METHOD    PIC X(01).

       FD  CUST-INDEXED-FILE
           RECORDING MODE IS F.
       01  CUST-INDEXED-RECORD.
           05 CUST-IDX-ID            PIC 9(06).
           05 CUST-IDX-NAME          PIC A(50).
           05 CUST-IDX-ADDRESS       PIC A(30).
           05 CUST-IDX-NAME-KEY      PIC X(05).

       FD  TRAN-INDEXED-FILE
           RECORDING MODE IS F.
       01  TRAN-INDEXED-RECORD.
           05 TRAN-ID-KEY            PIC 9(06).
           05 TRAN-IDX-NUMA          PIC X(05).
           05 TRAN-IDX-NUMB          PIC X(05).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD              PIC X(70).

       FD  RESULT-FILE
           RECORDING MODE IS F.
       01  RESULT-RECORD             PIC X(80).

       FD  RUN-STATS-FILE
           RECORDING MODE IS F.
       01  RUN-STATS-RECORD.
           05 STAT-PROGRAM-ID        PIC X(08).
           05 STAT-RUN-DATE          PIC 9(08).
           05 STAT-RUN-TIME          PIC 9(08).
           05 STAT-READ-COUNT        PIC 9(06).
           05 STAT-WRITTEN-COUNT     PIC 9(06).
           05 STAT-REJECTED-COUNT    PIC 9(06).
           05 STAT-ELAPSED-SECS      PIC 9(06).

       FD  MONITOR-RPT-FILE
           RECORDING MODE IS F.
       01  MONITOR-RPT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-MONITOR-CTL-STATUS  PIC XX.
           05 WS-CUST-INDEXED-STATUS PIC XX.
           05 WS-TRAN-INDEXED-STATUS PIC XX.
           05 WS-AUDIT-STATUS        PIC XX.
           05 WS-RESULT-STATUS       PIC XX.
           05 WS-RUN-STATS-STATUS    PIC XX.
           05 WS-MONITOR-RPT-STATUS  PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-START-TIME             PIC 9(8).
       01  WS-STAT-PROGRAM-ID        PIC X(08) VALUE 'KEYMON'.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
       01  WS-WARN-PCT               PIC 9(03) VALUE 80.
       01  WS-HORIZON-DAYS           PIC 9(04) VALUE 90.
       01  WS-LOOKBACK-DAYS          PIC 9(03) VALUE 90.
       01  WS-KEY-SPACE              PIC 9(06) VALUE 999999.
       01  WS-TODAY-SERIAL           PIC 9(07).
       01  WS-CUTOFF-SERIAL          PIC 9(07).
       01  WS-ITEMS-READ             PIC 9(06) VALUE ZERO.
       01  WS-ITEMS-LISTED           PIC 9(06) VALUE ZERO.
       01  WS-ITEMS-FLAGGED          PIC 9(06) VALUE ZERO.
       01  WS-ITEMS-CRITICAL         PIC 9(06) VALUE ZERO.
       01  WS-STATS-READ             PIC 9(06) VALUE ZERO.
       01  WS-HIGH-WORK              PIC 9(06).

      * The fixed items and where their growth comes from: item,
      * file, RUNSTATS program, count (R read, W written, V the
      * larger of read, written and rejected) and method.
       01  WS-STANDARD-ITEMS.
           05 FILLER PIC X(26) VALUE 'CUSTID  CUSTIDX CUSTSTD RT'.
           05 FILLER PIC X(26) VALUE 'TRANID  TRANIDX SUMTWO01RS'.
           05 FILLER PIC X(26) VALUE 'AUDSEQ  AUDITLOGSUMTWO01RS'.
           05 FILLER PIC X(26) VALUE 'RESTRLR RESFILE SUMTWO01RT'.
       01  WS-STANDARD-TABLE REDEFINES WS-STANDARD-ITEMS.
           05 WS-STD OCCURS 4 TIMES.
               10 WS-STD-NAME        PIC X(08).
               10 WS-STD-SOURCE      PIC X(08).
               10 WS-STD-GROWTH-PGM  PIC X(08).
               10 WS-STD-GROWTH-COUNT PIC X(01).
               10 WS-STD-GROWTH-METHOD PIC X(01).
       01  WS-STD-COUNT              PIC 9(02) VALUE 4.
       01  WS-STD-IDX                PIC 9(02).

      * Everything monitored - the fixed items, then one per
      * program on RUNSTATS for its largest per-run volume.
       01  WS-ITEM-TABLE.
           05 WS-ITEM OCCURS 120 TIMES.
               10 WS-ITEM-NAME       PIC X(08).
               10 WS-ITEM-SOURCE     PIC X(08).
               10 WS-ITEM-ON-HAND    PIC X(01).
                   88 WS-ITEM-PRESENT   VALUE 'Y'.
               10 WS-ITEM-HWM        PIC 9(06).
               10 WS-ITEM-GROWTH-PGM PIC X(08).
               10 WS-ITEM-GROWTH-COUNT PIC X(01).
                   88 WS-ITEM-BY-READ   VALUE 'R'.
                   88 WS-ITEM-BY-WRITTEN VALUE 'W'.
               10 WS-ITEM-GROWTH-METHOD PIC X(01).
                   88 WS-ITEM-BY-SUM    VALUE 'S'.
       01  WS-ITEM-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-ITEM-IDX               PIC 9(03).
       01  WS-ITEM-FOUND-SW          PIC X VALUE 'N'.
           88 WS-ITEM-FOUND             VALUE 'Y'.
       01  WS-ITEM-OVERFLOW          PIC 9(04) VALUE ZERO.

      * G-line growth overrides, applied once the items are built.
       01  WS-OVERRIDE-TABLE.
           05 WS-OVR OCCURS 30 TIMES.
               10 WS-OVR-ITEM        PIC X(08).
               10 WS-OVR-GROWTH-PGM  PIC X(08).
               10 WS-OVR-GROWTH-COUNT PIC X(01).
               10 WS-OVR-GROWTH-METHOD PIC X(01).
       01  WS-OVR-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-OVR-IDX                PIC 9(02).

      * RUNSTATS history inside the lookback window, by program.
       01  WS-PGM-TABLE.
           05 WS-PGM OCCURS 100 TIMES.
               10 WS-PGM-ID          PIC X(08).
               10 WS-PGM-FIRST-DATE  PIC 9(08).
               10 WS-PGM-LAST-DATE   PIC 9(08).
               10 WS-PGM-FIRST-READ  PIC 9(06).
               10 WS-PGM-LAST-READ   PIC 9(06).
               10 WS-PGM-SUM-READ    PIC 9(09).
               10 WS-PGM-FIRST-WRIT  PIC 9(06).
               10 WS-PGM-LAST-WRIT   PIC 9(06).
               10 WS-PGM-SUM-WRIT    PIC 9(09).
               10 WS-PGM-FIRST-VOL   PIC 9(06).
               10 WS-PGM-LAST-VOL    PIC 9(06).
               10 WS-PGM-SUM-VOL     PIC 9(09).
               10 WS-PGM-HWM-VOL     PIC 9(06).
       01  WS-PGM-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-PGM-IDX                PIC 9(03).
       01  WS-PGM-FOUND-SW           PIC X VALUE 'N'.
           88 WS-PGM-FOUND              VALUE 'Y'.
       01  WS-SEARCH-PGM             PIC X(08).
       01  WS-RUN-VOLUME             PIC 9(06).

      * One item's assessment.
       01  WS-PCT-USED               PIC 9(03)V9.
       01  WS-DAILY-RATE             PIC 9(07)V99.
       01  WS-SPAN-DAYS              PIC 9(05).
       01  WS-FIRST-SERIAL           PIC 9(07).
       01  WS-GROWTH-FIRST           PIC 9(06).
       01  WS-GROWTH-LAST            PIC 9(06).
       01  WS-GROWTH-SUM             PIC 9(09).
       01  WS-DAYS-LEFT              PIC 9(07).
       01  WS-DAY-IDX                PIC 9(07).
       01  WS-EXHAUST-DATE           PIC 9(08).
       01  WS-EXHAUST-TEXT           PIC X(09).
       01  WS-ITEM-STATUS            PIC X(08).
       01  WS-EDIT-HWM               PIC ZZZZZ9.
       01  WS-EDIT-PCT               PIC ZZ9.9.
       01  WS-EDIT-RATE              PIC ZZZZZZ9.9.
       01  WS-EDIT-COUNT             PIC ZZZZZ9.

       01  WS-DATE-WORK              PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DATE-YYYY           PIC 9(4).
           05 WS-DATE-MM             PIC 9(2).
           05 WS-DATE-DD             PIC 9(2).
       01  WS-SERIAL-RESULT          PIC 9(07).
       01  WS-YEAR-WORK              PIC 9(04).
       01  WS-LEAP-QUOT              PIC 9(04).
       01  WS-LEAP-DAYS              PIC S9(05).
       01  WS-LEAP-REM               PIC 9(03).
       01  WS-MONTH-LENGTH           PIC 9(02).
       01  WS-MONTH-OFFSETS.
           05 FILLER PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSETS.
           05 WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
       01  WS-MONTH-LENGTHS.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM LOAD-MONITOR-CONTROL.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM COMPUTE-DAY-SERIAL.
           MOVE WS-SERIAL-RESULT TO WS-TODAY-SERIAL.
           COMPUTE WS-CUTOFF-SERIAL =
               WS-TODAY-SERIAL - WS-LOOKBACK-DAYS.
           PERFORM ENTER-STANDARD-ITEM
               VARYING WS-STD-IDX FROM 1 BY 1
               UNTIL WS-STD-IDX > WS-STD-COUNT.
           PERFORM READ-CUSTOMER-HIGH-KEY.
           PERFORM READ-TRANSACTION-HIGH-KEY.
           PERFORM READ-AUDIT-SEQUENCE.
           PERFORM READ-RESULT-TRAILERS.
           PERFORM LOAD-RUN-STATISTICS.
           PERFORM APPLY-GROWTH-OVERRIDE
               VARYING WS-OVR-IDX FROM 1 BY 1
               UNTIL WS-OVR-IDX > WS-OVR-COUNT.
           OPEN OUTPUT MONITOR-RPT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM ASSESS-ONE-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
           PERFORM WRITE-MONITOR-TOTALS.
           CLOSE MONITOR-RPT-FILE.
           DISPLAY 'KEYMON - ITEMS: ' WS-ITEMS-LISTED
               ' FLAGGED: ' WS-ITEMS-FLAGGED
               ' INSIDE HORIZON: ' WS-ITEMS-CRITICAL.
           CALL 'RUNSTAT' USING WS-STAT-PROGRAM-ID
                                WS-ITEMS-READ
                                WS-ITEMS-LISTED
                                WS-ITEMS-FLAGGED
                                WS-START-TIME.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * The W line sets the limits; each G line names a different
      * growth source for one item.
       LOAD-MONITOR-CONTROL SECTION.
       LOAD-MONITOR-CONTROL-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT MONITOR-CTL-FILE.
           IF WS-MONITOR-CTL-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ MONITOR-CTL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE MONITOR-CTL-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-MONITOR-CONTROL-EXIT.
           EXIT.

       TAKE-CONTROL-RECORD SECTION.
       TAKE-CONTROL-RECORD-START.
           EVALUATE TRUE
               WHEN KMCTL-LIMITS
                   IF KMCTL-WARN-PCT IS NUMERIC
                      AND KMCTL-WARN-PCT > ZERO
                      AND KMCTL-WARN-PCT NOT > 100
                       MOVE KMCTL-WARN-PCT TO WS-WARN-PCT
                   END-IF
                   IF KMCTL-HORIZON-DAYS IS NUMERIC
                      AND KMCTL-HORIZON-DAYS > ZERO
                       MOVE KMCTL-HORIZON-DAYS TO WS-HORIZON-DAYS
                   END-IF
                   IF KMCTL-LOOKBACK-DAYS IS NUMERIC
                      AND KMCTL-LOOKBACK-DAYS > ZERO
                       MOVE KMCTL-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                   END-IF
               WHEN KMCTL-GROWTH
                   IF WS-OVR-COUNT < 30
                       ADD 1 TO WS-OVR-COUNT
                       MOVE KMCTL-ITEM
                           TO WS-OVR-ITEM (WS-OVR-COUNT)
                       MOVE KMCTL-GROWTH-PGM
                           TO WS-OVR-GROWTH-PGM (WS-OVR-COUNT)
                       MOVE KMCTL-GROWTH-COUNT
                           TO WS-OVR-GROWTH-COUNT (WS-OVR-COUNT)
                       MOVE KMCTL-GROWTH-METHOD
                           TO WS-OVR-GROWTH-METHOD (WS-OVR-COUNT)
                   END-IF
           END-EVALUATE.
       TAKE-CONTROL-RECORD-EXIT.
           EXIT.

       ENTER-STANDARD-ITEM SECTION.
       ENTER-STANDARD-ITEM-START.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE WS-STD-NAME (WS-STD-IDX)
               TO WS-ITEM-NAME (WS-ITEM-COUNT).
           MOVE WS-STD-SOURCE (WS-STD-IDX)
               TO WS-ITEM-SOURCE (WS-ITEM-COUNT).
           MOVE 'N' TO WS-ITEM-ON-HAND (WS-ITEM-COUNT).
           MOVE ZERO TO WS-ITEM-HWM (WS-ITEM-COUNT).
           MOVE WS-STD-GROWTH-PGM (WS-STD-IDX)
               TO WS-ITEM-GROWTH-PGM (WS-ITEM-COUNT).
           MOVE WS-STD-GROWTH-COUNT (WS-STD-IDX)
               TO WS-ITEM-GROWTH-COUNT (WS-ITEM-COUNT).
           MOVE WS-STD-GROWTH-METHOD (WS-STD-IDX)
               TO WS-ITEM-GROWTH-METHOD (WS-ITEM-COUNT).
       ENTER-STANDARD-ITEM-EXIT.
           EXIT.

      * Keys are read to the end in key sequence; the last one is
      * the high-water mark, as TRANIDXL finds its next key.
       READ-CUSTOMER-HIGH-KEY SECTION.
       READ-CUSTOMER-HIGH-KEY-START.
           MOVE ZERO TO WS-HIGH-WORK.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CUST-INDEXED-FILE.
           IF WS-CUST-INDEXED-STATUS = '00'
               MOVE 'Y' TO WS-ITEM-ON-HAND (1)
               PERFORM UNTIL WS-EOF
                   READ CUST-INDEXED-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ITEMS-READ
                           IF CUST-IDX-ID > WS-HIGH-WORK
                               MOVE CUST-IDX-ID TO WS-HIGH-WORK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-INDEXED-FILE
           END-IF.
           MOVE WS-HIGH-WORK TO WS-ITEM-HWM (1).
           MOVE 'N' TO WS-EOF-SW.
       READ-CUSTOMER-HIGH-KEY-EXIT.
           EXIT.

       READ-TRANSACTION-HIGH-KEY SECTION.
       READ-TRANSACTION-HIGH-KEY-START.
           MOVE ZERO TO WS-HIGH-WORK.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT TRAN-INDEXED-FILE.
           IF WS-TRAN-INDEXED-STATUS = '00'
               MOVE 'Y' TO WS-ITEM-ON-HAND (2)
               PERFORM UNTIL WS-EOF
                   READ TRAN-INDEXED-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ITEMS-READ
                           IF TRAN-ID-KEY > WS-HIGH-WORK
                               MOVE TRAN-ID-KEY TO WS-HIGH-WORK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAN-INDEXED-FILE
           END-IF.
           MOVE WS-HIGH-WORK TO WS-ITEM-HWM (2).
           MOVE 'N' TO WS-EOF-SW.
       READ-TRANSACTION-HIGH-KEY-EXIT.
           EXIT.

      * The chained sequence sits in columns 47-52 of every audit
      * line sumTwoNumber writes.
       READ-AUDIT-SEQUENCE SECTION.
       READ-AUDIT-SEQUENCE-START.
           MOVE ZERO TO WS-HIGH-WORK.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = '00'
               MOVE 'Y' TO WS-ITEM-ON-HAND (3)
               PERFORM UNTIL WS-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ITEMS-READ
                           IF AUDIT-RECORD (47:6) IS NUMERIC
                              AND AUDIT-RECORD (47:6) > WS-HIGH-WORK
                               MOVE AUDIT-RECORD (47:6)
                                   TO WS-HIGH-WORK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           MOVE WS-HIGH-WORK TO WS-ITEM-HWM (3).
           MOVE 'N' TO WS-EOF-SW.
       READ-AUDIT-SEQUENCE-EXIT.
           EXIT.

      * Records read and rejected on each batch trailer - the run's
      * record counter at the close of the batch.
       READ-RESULT-TRAILERS SECTION.
       READ-RESULT-TRAILERS-START.
           MOVE ZERO TO WS-HIGH-WORK.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-STATUS = '00'
               MOVE 'Y' TO WS-ITEM-ON-HAND (4)
               PERFORM UNTIL WS-EOF
                   READ RESULT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF RESULT-RECORD (1:13) = 'BATCH TRAILER'
                               ADD 1 TO WS-ITEMS-READ
                               PERFORM TAKE-TRAILER-COUNTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
           END-IF.
           MOVE WS-HIGH-WORK TO WS-ITEM-HWM (4).
           MOVE 'N' TO WS-EOF-SW.
       READ-RESULT-TRAILERS-EXIT.
           EXIT.

       TAKE-TRAILER-COUNTS SECTION.
       TAKE-TRAILER-COUNTS-START.
           IF RESULT-RECORD (31:6) IS NUMERIC
              AND RESULT-RECORD (31:6) > WS-HIGH-WORK
               MOVE RESULT-RECORD (31:6) TO WS-HIGH-WORK
           END-IF.
           IF RESULT-RECORD (48:6) IS NUMERIC
              AND RESULT-RECORD (48:6) > WS-HIGH-WORK
               MOVE RESULT-RECORD (48:6) TO WS-HIGH-WORK
           END-IF.
       TAKE-TRAILER-COUNTS-EXIT.
           EXIT.

      * RUNSTATS lines inside the lookback window are gathered by
      * program; each program becomes an item of its own for the
      * largest per-run volume it has counted.
       LOAD-RUN-STATISTICS SECTION.
       LOAD-RUN-STATISTICS-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RUN-STATS-FILE.
           IF WS-RUN-STATS-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ RUN-STATS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF STAT-RUN-DATE IS NUMERIC
                              AND STAT-RUN-DATE > ZERO
                               PERFORM TAKE-RUN-STATISTIC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-STATS-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM ENTER-PROGRAM-ITEM
               VARYING WS-PGM-IDX FROM 1 BY 1
               UNTIL WS-PGM-IDX > WS-PGM-COUNT.
       LOAD-RUN-STATISTICS-EXIT.
           EXIT.

       TAKE-RUN-STATISTIC SECTION.
       TAKE-RUN-STATISTIC-START.
           MOVE STAT-RUN-DATE TO WS-DATE-WORK.
           PERFORM COMPUTE-DAY-SERIAL.
           IF WS-SERIAL-RESULT NOT < WS-CUTOFF-SERIAL
               ADD 1 TO WS-STATS-READ
               ADD 1 TO WS-ITEMS-READ
               MOVE STAT-READ-COUNT TO WS-RUN-VOLUME
               IF STAT-WRITTEN-COUNT > WS-RUN-VOLUME
                   MOVE STAT-WRITTEN-COUNT TO WS-RUN-VOLUME
               END-IF
               IF STAT-REJECTED-COUNT > WS-RUN-VOLUME
                   MOVE STAT-REJECTED-COUNT TO WS-RUN-VOLUME
               END-IF
               MOVE STAT-PROGRAM-ID TO WS-SEARCH-PGM
               PERFORM LOCATE-PROGRAM
               IF NOT WS-PGM-FOUND
                  AND WS-PGM-COUNT < 100
                   ADD 1 TO WS-PGM-COUNT
                   MOVE WS-PGM-COUNT TO WS-PGM-IDX
                   PERFORM START-PROGRAM-HISTORY
                   SET WS-PGM-FOUND TO TRUE
               END-IF
               IF WS-PGM-FOUND
                   PERFORM ADD-PROGRAM-HISTORY
               END-IF
           END-IF.
       TAKE-RUN-STATISTIC-EXIT.
           EXIT.

       LOCATE-PROGRAM SECTION.
       LOCATE-PROGRAM-START.
           MOVE 'N' TO WS-PGM-FOUND-SW.
           PERFORM FIND-PROGRAM
               VARYING WS-PGM-IDX FROM 1 BY 1
               UNTIL WS-PGM-IDX > WS-PGM-COUNT OR WS-PGM-FOUND.
       LOCATE-PROGRAM-EXIT.
           EXIT.

       FIND-PROGRAM SECTION.
       FIND-PROGRAM-START.
           IF WS-PGM-ID (WS-PGM-IDX) = WS-SEARCH-PGM
               SET WS-PGM-FOUND TO TRUE
               SUBTRACT 1 FROM WS-PGM-IDX
           END-IF.
       FIND-PROGRAM-EXIT.
           EXIT.

       START-PROGRAM-HISTORY SECTION.
       START-PROGRAM-HISTORY-START.
           MOVE STAT-PROGRAM-ID TO WS-PGM-ID (WS-PGM-IDX).
           MOVE STAT-RUN-DATE TO WS-PGM-FIRST-DATE (WS-PGM-IDX).
           MOVE STAT-READ-COUNT TO WS-PGM-FIRST-READ (WS-PGM-IDX).
           MOVE STAT-WRITTEN-COUNT TO WS-PGM-FIRST-WRIT (WS-PGM-IDX).
           MOVE WS-RUN-VOLUME TO WS-PGM-FIRST-VOL (WS-PGM-IDX).
           MOVE ZERO TO WS-PGM-SUM-READ (WS-PGM-IDX)
                        WS-PGM-SUM-WRIT (WS-PGM-IDX)
                        WS-PGM-SUM-VOL (WS-PGM-IDX)
                        WS-PGM-HWM-VOL (WS-PGM-IDX).
       START-PROGRAM-HISTORY-EXIT.
           EXIT.

       ADD-PROGRAM-HISTORY SECTION.
       ADD-PROGRAM-HISTORY-START.
           MOVE STAT-RUN-DATE TO WS-PGM-LAST-DATE (WS-PGM-IDX).
           MOVE STAT-READ-COUNT TO WS-PGM-LAST-READ (WS-PGM-IDX).
           MOVE STAT-WRITTEN-COUNT TO WS-PGM-LAST-WRIT (WS-PGM-IDX).
           MOVE WS-RUN-VOLUME TO WS-PGM-LAST-VOL (WS-PGM-IDX).
           ADD STAT-READ-COUNT TO WS-PGM-SUM-READ (WS-PGM-IDX).
           ADD STAT-WRITTEN-COUNT TO WS-PGM-SUM-WRIT (WS-PGM-IDX).
           ADD WS-RUN-VOLUME TO WS-PGM-SUM-VOL (WS-PGM-IDX).
           IF WS-RUN-VOLUME > WS-PGM-HWM-VOL (WS-PGM-IDX)
               MOVE WS-RUN-VOLUME TO WS-PGM-HWM-VOL (WS-PGM-IDX)
           END-IF.
       ADD-PROGRAM-HISTORY-EXIT.
           EXIT.

       ENTER-PROGRAM-ITEM SECTION.
       ENTER-PROGRAM-ITEM-START.
           IF WS-ITEM-COUNT < 120
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-PGM-ID (WS-PGM-IDX)
                   TO WS-ITEM-NAME (WS-ITEM-COUNT)
               MOVE 'RUNSTATS' TO WS-ITEM-SOURCE (WS-ITEM-COUNT)
               MOVE 'Y' TO WS-ITEM-ON-HAND (WS-ITEM-COUNT)
               MOVE WS-PGM-HWM-VOL (WS-PGM-IDX)
                   TO WS-ITEM-HWM (WS-ITEM-COUNT)
               MOVE WS-PGM-ID (WS-PGM-IDX)
                   TO WS-ITEM-GROWTH-PGM (WS-ITEM-COUNT)
               MOVE 'V' TO WS-ITEM-GROWTH-COUNT (WS-ITEM-COUNT)
               MOVE 'T' TO WS-ITEM-GROWTH-METHOD (WS-ITEM-COUNT)
           ELSE
               ADD 1 TO WS-ITEM-OVERFLOW
           END-IF.
       ENTER-PROGRAM-ITEM-EXIT.
           EXIT.

       APPLY-GROWTH-OVERRIDE SECTION.
       APPLY-GROWTH-OVERRIDE-START.
           MOVE 'N' TO WS-ITEM-FOUND-SW.
           PERFORM FIND-OVERRIDDEN-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT OR WS-ITEM-FOUND.
           IF WS-ITEM-FOUND
               MOVE WS-OVR-GROWTH-PGM (WS-OVR-IDX)
                   TO WS-ITEM-GROWTH-PGM (WS-ITEM-IDX)
               MOVE WS-OVR-GROWTH-COUNT (WS-OVR-IDX)
                   TO WS-ITEM-GROWTH-COUNT (WS-ITEM-IDX)
               MOVE WS-OVR-GROWTH-METHOD (WS-OVR-IDX)
                   TO WS-ITEM-GROWTH-METHOD (WS-ITEM-IDX)
           END-IF.
       APPLY-GROWTH-OVERRIDE-EXIT.
           EXIT.

       FIND-OVERRIDDEN-ITEM SECTION.
       FIND-OVERRIDDEN-ITEM-START.
           IF WS-ITEM-NAME (WS-ITEM-IDX) = WS-OVR-ITEM (WS-OVR-IDX)
               SET WS-ITEM-FOUND TO TRUE
               SUBTRACT 1 FROM WS-ITEM-IDX
           END-IF.
       FIND-OVERRIDDEN-ITEM-EXIT.
           EXIT.

       WRITE-REPORT-HEADING SECTION.
       WRITE-REPORT-HEADING-START.
           MOVE SPACES TO MONITOR-RPT-RECORD.
           STRING 'KEYMON  KEY-SPACE AND COUNTER MONITOR'
                      DELIMITED BY SIZE
                  '   PROCESSING DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO MONITOR-RPT-RECORD.
           WRITE MONITOR-RPT-RECORD.
           MOVE SPACES TO MONITOR-RPT-RECORD.
           STRING 'WARNING AT ' DELIMITED BY SIZE
                  WS-WARN-PCT DELIMITED BY SIZE
                  ' PCT   HORIZON ' DELIMITED BY SIZE
                  WS-HORIZON-DAYS DELIMITED BY SIZE
                  ' DAYS   LOOKBACK ' DELIMITED BY SIZE
                  WS-LOOKBACK-DAYS DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
               INTO MONITOR-RPT-RECORD.
           WRITE MONITOR-RPT-RECORD.
           MOVE SPACES TO MONITOR-RPT-RECORD.
           WRITE MONITOR-RPT-RECORD.
           MOVE SPACES TO MONITOR-RPT-RECORD.
           STRING 'ITEM      SOURCE      HIGH      PCT    PER DAY'
                      DELIMITED BY SIZE
                  '  EXHAUSTED  STATUS' DELIMITED BY SIZE
               INTO MONITOR-RPT-RECORD.
           WRITE MONITOR-RPT-RECORD.
       WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *================================================================
      * One item: percentage of the key space used, the growth rate
      * from its RUNSTATS source, the projected exhaustion date, and
      * the verdict against the warning percentage and horizon.
      *================================================================
       ASSESS-ONE-ITEM SECTION.
       ASSESS-ONE-ITEM-START.
           ADD 1 TO WS-ITEMS-LISTED.
           MOVE SPACES TO MONITOR-RPT-RECORD.
           IF NOT WS-ITEM-PRESENT (WS-ITEM-IDX)
               STRING WS-ITEM-NAME (WS-ITEM-IDX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-ITEM-SOURCE (WS-ITEM-IDX) DELIMITED BY SIZE
                      '  NOT ON HAND - NOT MEASURED'
                          DELIMITED BY SIZE
                   INTO MONITOR-RPT-RECORD
           ELSE
               COMPUTE WS-PCT-USED =
                   WS-ITEM-HWM (WS-ITEM-IDX) * 100 / WS-KEY-SPACE
               PERFORM DETERMINE-GROWTH-RATE
               PERFORM PROJECT-EXHAUSTION
               EVALUATE TRUE
                   WHEN WS-PCT-USED < WS-WARN-PCT
                       MOVE 'OK' TO WS-ITEM-STATUS
                   WHEN WS-DAILY-RATE > ZERO
                    AND WS-DAYS-LEFT NOT > WS-HORIZON-DAYS
                       MOVE 'CRITICAL' TO WS-ITEM-STATUS
                       ADD 1 TO WS-ITEMS-FLAGGED
                       ADD 1 TO WS-ITEMS-CRITICAL
                       MOVE 8 TO WS-FINAL-RETURN-CODE
                   WHEN OTHER
                       MOVE 'WARNING' TO WS-ITEM-STATUS
                       ADD 1 TO WS-ITEMS-FLAGGED
                       IF WS-FINAL-RETURN-CODE < 4
                           MOVE 4 TO WS-FINAL-RETURN-CODE
                       END-IF
               END-EVALUATE
               MOVE WS-ITEM-HWM (WS-ITEM-IDX) TO WS-EDIT-HWM
               MOVE WS-PCT-USED TO WS-EDIT-PCT
               MOVE WS-DAILY-RATE TO WS-EDIT-RATE
               STRING WS-ITEM-NAME (WS-ITEM-IDX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-ITEM-SOURCE (WS-ITEM-IDX) DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-EDIT-HWM DELIMITED BY SIZE
                      '    ' DELIMITED BY SIZE
                      WS-EDIT-PCT DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-EDIT-RATE DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-EXHAUST-TEXT DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-ITEM-STATUS DELIMITED BY SIZE
                   INTO MONITOR-RPT-RECORD
           END-IF.
           WRITE MONITOR-RPT-RECORD.
       ASSESS-ONE-ITEM-EXIT.
           EXIT.

      * Method S: the source program's summed count per day over
      * the days its runs span.  Method T: the change in its count
      * from the first run in the window to the last, per day.
       DETERMINE-GROWTH-RATE SECTION.
       DETERMINE-GROWTH-RATE-START.
           MOVE ZERO TO WS-DAILY-RATE.
           MOVE WS-ITEM-GROWTH-PGM (WS-ITEM-IDX) TO WS-SEARCH-PGM.
           PERFORM LOCATE-PROGRAM.
           IF WS-PGM-FOUND
               EVALUATE TRUE
                   WHEN WS-ITEM-BY-READ (WS-ITEM-IDX)
                       MOVE WS-PGM-FIRST-READ (WS-PGM-IDX)
                           TO WS-GROWTH-FIRST
                       MOVE WS-PGM-LAST-READ (WS-PGM-IDX)
                           TO WS-GROWTH-LAST
                       MOVE WS-PGM-SUM-READ (WS-PGM-IDX)
                           TO WS-GROWTH-SUM
                   WHEN WS-ITEM-BY-WRITTEN (WS-ITEM-IDX)
                       MOVE WS-PGM-FIRST-WRIT (WS-PGM-IDX)
                           TO WS-GROWTH-FIRST
                       MOVE WS-PGM-LAST-WRIT (WS-PGM-IDX)
                           TO WS-GROWTH-LAST
                       MOVE WS-PGM-SUM-WRIT (WS-PGM-IDX)
                           TO WS-GROWTH-SUM
                   WHEN OTHER
                       MOVE WS-PGM-FIRST-VOL (WS-PGM-IDX)
                           TO WS-GROWTH-FIRST
                       MOVE WS-PGM-LAST-VOL (WS-PGM-IDX)
                           TO WS-GROWTH-LAST
                       MOVE WS-PGM-SUM-VOL (WS-PGM-IDX)
                           TO WS-GROWTH-SUM
               END-EVALUATE
               MOVE WS-PGM-FIRST-DATE (WS-PGM-IDX) TO WS-DATE-WORK
               PERFORM COMPUTE-DAY-SERIAL
               MOVE WS-SERIAL-RESULT TO WS-FIRST-SERIAL
               MOVE WS-PGM-LAST-DATE (WS-PGM-IDX) TO WS-DATE-WORK
               PERFORM COMPUTE-DAY-SERIAL
               COMPUTE WS-SPAN-DAYS =
                   WS-SERIAL-RESULT - WS-FIRST-SERIAL
               IF WS-ITEM-BY-SUM (WS-ITEM-IDX)
                   COMPUTE WS-DAILY-RATE =
                       WS-GROWTH-SUM / (WS-SPAN-DAYS + 1)
               ELSE
                   IF WS-SPAN-DAYS > ZERO
                      AND WS-GROWTH-LAST > WS-GROWTH-FIRST
                       COMPUTE WS-DAILY-RATE =
                           (WS-GROWTH-LAST - WS-GROWTH-FIRST)
                           / WS-SPAN-DAYS
                   END-IF
               END-IF
           END-IF.
       DETERMINE-GROWTH-RATE-EXIT.
           EXIT.

      * Days left at the current rate, and the calendar date they
      * run out on; past a hundred years the date is not worked.
       PROJECT-EXHAUSTION SECTION.
       PROJECT-EXHAUSTION-START.
           MOVE 9999999 TO WS-DAYS-LEFT.
           EVALUATE TRUE
               WHEN WS-ITEM-HWM (WS-ITEM-IDX) NOT < WS-KEY-SPACE
                   MOVE ZERO TO WS-DAYS-LEFT
                   MOVE 'EXHAUSTED' TO WS-EXHAUST-TEXT
               WHEN WS-DAILY-RATE = ZERO
                   MOVE 'NO GROWTH' TO WS-EXHAUST-TEXT
               WHEN OTHER
                   COMPUTE WS-DAYS-LEFT =
                       (WS-KEY-SPACE - WS-ITEM-HWM (WS-ITEM-IDX))
                       / WS-DAILY-RATE
                   IF WS-DAYS-LEFT > 36500
                       MOVE 'OVER 100Y' TO WS-EXHAUST-TEXT
                   ELSE
                       MOVE WS-RUN-DATE TO WS-DATE-WORK
                       PERFORM ADVANCE-ONE-DAY
                           VARYING WS-DAY-IDX FROM 1 BY 1
                           UNTIL WS-DAY-IDX > WS-DAYS-LEFT
                       MOVE WS-DATE-WORK TO WS-EXHAUST-DATE
                       MOVE WS-EXHAUST-DATE TO WS-EXHAUST-TEXT
                   END-IF
           END-EVALUATE.
       PROJECT-EXHAUSTION-EXIT.
           EXIT.

       WRITE-MONITOR-TOTALS SECTION.
       WRITE-MONITOR-TOTALS-START.
           MOVE SPACES TO MONITOR-RPT-RECORD.
           WRITE MONITOR-RPT-RECORD.
           IF WS-ITEM-OVERFLOW > ZERO
               MOVE WS-ITEM-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO MONITOR-RPT-RECORD
               STRING 'RUNSTATS PROGRAMS NOT MONITORED - TABLE FULL: '
                          DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO MONITOR-RPT-RECORD
               WRITE MONITOR-RPT-RECORD
               IF WS-FINAL-RETURN-CODE < 4
                   MOVE 4 TO WS-FINAL-RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-ITEMS-LISTED TO WS-EDIT-COUNT.
           MOVE SPACES TO MONITOR-RPT-RECORD.
           STRING 'ITEMS MONITORED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  '   ABOVE WARNING: ' DELIMITED BY SIZE
                  WS-ITEMS-FLAGGED DELIMITED BY SIZE
                  '   INSIDE HORIZON: ' DELIMITED BY SIZE
                  WS-ITEMS-CRITICAL DELIMITED BY SIZE
               INTO MONITOR-RPT-RECORD.
           WRITE MONITOR-RPT-RECORD.
       WRITE-MONITOR-TOTALS-EXIT.
           EXIT.

      * Same whole-day serial computation the aging runs share.
       COMPUTE-DAY-SERIAL SECTION.
       COMPUTE-DAY-SERIAL-START.
           COMPUTE WS-YEAR-WORK = WS-DATE-YYYY - 1.
           DIVIDE WS-YEAR-WORK BY 4 GIVING WS-LEAP-QUOT.
           MOVE WS-LEAP-QUOT TO WS-LEAP-DAYS.
           DIVIDE WS-YEAR-WORK BY 100 GIVING WS-LEAP-QUOT.
           SUBTRACT WS-LEAP-QUOT FROM WS-LEAP-DAYS.
           DIVIDE WS-YEAR-WORK BY 400 GIVING WS-LEAP-QUOT.
           ADD WS-LEAP-QUOT TO WS-LEAP-DAYS.
           COMPUTE WS-SERIAL-RESULT =
               WS-YEAR-WORK * 365
               + WS-LEAP-DAYS
               + WS-MONTH-OFFSET (WS-DATE-MM)
               + WS-DATE-DD.
           IF WS-DATE-MM > 2
               PERFORM ADD-LEAP-DAY-IF-LEAP-YEAR
           END-IF.
       COMPUTE-DAY-SERIAL-EXIT.
           EXIT.

       ADD-LEAP-DAY-IF-LEAP-YEAR SECTION.
       ADD-LEAP-DAY-IF-LEAP-YEAR-START.
           DIVIDE WS-DATE-YYYY BY 400 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               ADD 1 TO WS-SERIAL-RESULT
           ELSE
               DIVIDE WS-DATE-YYYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM NOT = ZERO
                   DIVIDE WS-DATE-YYYY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       ADD 1 TO WS-SERIAL-RESULT
                   END-IF
               END-IF
           END-IF.
       ADD-LEAP-DAY-IF-LEAP-YEAR-EXIT.
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
