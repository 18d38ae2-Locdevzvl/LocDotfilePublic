      * reads the REJFILE the sum run wrote, maps each reject's
      * record number back through GATEMAP, and splits the rejects
      * into the per-source return files DEPTRT1-DEPTRT4.  Every
      * feed gets a receipt line on GATERPT either way.  Both modes
      * append the day's per-source figures to the GATEVOL volume
      * log - gather what each feed had accepted (zero for one
      * refused or not on hand), return what each source had
      * rejected - for CHGBACK's monthly departmental chargeback.
      *
      * Each source has a cutoff time on the GATECUT control file
      * (a source with none has no cutoff).  A feed's arrival is the
      * transmission date and time stamped on its count control
      * record, or the gather's own pickup time when the sending
      * side stamps none, and is shown on its receipt.  A feed that
      * proves out but arrived after its source's cutoff on the
      * gather day is not loaded: it is parked whole in the GATEHELD
      * held-feed area, due for release on the next business day on
      * the CALFILE calendar (a date with no calendar record counts
      * as a business day), and the gather run on or after that day
      * releases it ahead of the source's own feed as a GATEMAP
      * range of its own, its records keeping their original
      * arrival date.  Every feed parked or released is listed on
      * the GATELATE late-arrivals report that goes back to the
      * departments; a feed still held a business day past its
      * release day is escalated as a severity E record in the
      * shared ERRREC shape on ERRFILE so ERRMON alerts on it, and
      * the gather ends with RETURN-CODE 4.  The records gathered and
      * written to TRANFILE, or the rejects read back and returned,
      * go to CTLTOTAL for the end-of-chain control-total proof.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GATE-RPT-FILE ASSIGN TO "GATERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-RPT-STATUS.
           SELECT GATE-VOL-FILE ASSIGN TO "GATEVOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-VOL-STATUS.
           SELECT GATE-CUT-FILE ASSIGN TO "GATECUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-CUT-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT HELD-FEED-FILE ASSIGN TO "GATEHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-FEED-STATUS.
           SELECT LATE-RPT-FILE ASSIGN TO "GATELATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-RPT-STATUS.
           SELECT ERROR-FILE ASSIGN TO "ERRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Each departmental feed: a count control record first - the
      * six-digit count, then the transmission date and time
      * (YYYYMMDD HHMM) where the sending side stamps them - then
      * the NUMA/NUMB pairs it counts.
       FD  DEPT1-FILE
           RECORDING MODE IS F.
       01  DEPT1-RECORD              PIC X(18).

       FD  DEPT2-FILE
           RECORDING MODE IS F.
       01  DEPT2-RECORD              PIC X(18).

       FD  DEPT3-FILE
           RECORDING MODE IS F.
       01  DEPT3-RECORD              PIC X(18).

       FD  DEPT4-FILE
           RECORDING MODE IS F.
       01  DEPT4-RECORD              PIC X(18).

       FD  TRAN-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  GATE-RPT-RECORD           PIC X(80).

       FD  GATE-VOL-FILE
           RECORDING MODE IS F.
           COPY GVOLREC.

      * Latest time of day (HHMM) a source's feed may arrive and
      * still go into that day's gather.
       FD  GATE-CUT-FILE
           RECORDING MODE IS F.
       01  GATE-CUT-RECORD.
           05 GCUT-SOURCE            PIC X(02).
           05 GCUT-CUTOFF-TIME       PIC 9(04).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-RECORD.
           05 CAL-DATE                PIC 9(08).
           05 CAL-DAY-TYPE            PIC X(01).
               88 CAL-BUSINESS-DAY       VALUE 'B'.
           05 CAL-MONTH-END           PIC X(01).

      * The held-feed area: one line per record of a parked feed,
      * carrying the feed's source, its original arrival date and
      * time and the business day it is due for release.
       FD  HELD-FEED-FILE
           RECORDING MODE IS F.
       01  HELD-FEED-RECORD.
           05 GHLD-SOURCE            PIC X(02).
           05 GHLD-ARRIVAL-DATE      PIC 9(08).
           05 GHLD-ARRIVAL-TIME      PIC 9(04).
           05 GHLD-RELEASE-DATE      PIC 9(08).
           05 GHLD-PAIR              PIC X(10).

       FD  LATE-RPT-FILE
           RECORDING MODE IS F.
       01  LATE-RPT-RECORD           PIC X(80).

       FD  ERROR-FILE
           RECORDING MODE IS F.
           COPY ERRREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-DEPT1-STATUS        PIC XX.
           05 WS-RETURN3-STATUS      PIC XX.
           05 WS-RETURN4-STATUS      PIC XX.
           05 WS-GATE-RPT-STATUS     PIC XX.
           05 WS-GATE-VOL-STATUS     PIC XX.
           05 WS-GATE-CUT-STATUS     PIC XX.
           05 WS-CALENDAR-STATUS     PIC XX.
           05 WS-HELD-FEED-STATUS    PIC XX.
           05 WS-LATE-RPT-STATUS     PIC XX.
           05 WS-ERROR-STATUS        PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-TIME               PIC 9(8).
       01  WS-RUN-MODE               PIC X(01) VALUE 'G'.
           88 WS-MODE-GATHER            VALUE 'G'.
           88 WS-MODE-RETURN            VALUE 'R'.
       01  WS-DEPT-IDX               PIC 9(01).
       01  WS-THIS-SOURCE            PIC X(02).
       01  WS-FEED-RECORD            PIC X(18).
       01  WS-FEED-OPEN-SW           PIC X.
           88 WS-FEED-OPEN              VALUE 'Y'.
       01  WS-FEED-FIRST-SW          PIC X.
       01  WS-FEED-BAD-CTL-SW        PIC X.
           88 WS-FEED-BAD-CTL           VALUE 'Y'.
       01  WS-HOLD-COUNT             PIC 9(03).
       01  WS-FEED-ACCEPTED          PIC 9(06).
       01  WS-HOLD-IDX               PIC 9(03).
       01  WS-HOLD-TABLE.
           05  WS-HOLD OCCURS 500 TIMES PIC X(10).
           05  WS-RETURNED OCCURS 4 TIMES PIC 9(06).
       01  WS-UNROUTED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
      * The feed in hand: when it arrived and whether that was after
      * its source's cutoff.
       01  WS-FEED-ARRIVAL-DATE      PIC 9(08).
       01  WS-FEED-ARRIVAL-TIME      PIC 9(04).
       01  WS-FEED-CUTOFF            PIC 9(04).
       01  WS-FEED-LATE-SW           PIC X.
           88 WS-FEED-LATE              VALUE 'Y'.
       01  WS-FEED-RELEASED          PIC 9(06).
       01  WS-CUT-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-CUT-IDX                PIC 9(02).
       01  WS-CUT-FOUND-SW           PIC X.
           88 WS-CUT-FOUND              VALUE 'Y'.
       01  WS-CUT-TABLE.
           05  WS-CUT OCCURS 10 TIMES.
               10 WS-CUT-SOURCE      PIC X(02).
               10 WS-CUT-TIME        PIC 9(04).
      * The days CALFILE says are not business days.
       01  WS-HOLIDAY-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-HOLIDAY-IDX            PIC 9(04).
       01  WS-HOLIDAY-OVERFLOW-COUNT PIC 9(06) VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-DATE OCCURS 1000 TIMES PIC 9(08).
       01  WS-BUSINESS-DAY-SW        PIC X.
           88 WS-BUSINESS-DAY           VALUE 'Y'.
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
      * The held-feed area in memory - what GATEHELD carried in
      * plus every feed parked tonight; what is still pending at
      * the end of the gather is written back.
       01  WS-PARK-USABLE-SW         PIC X VALUE 'N'.
           88 WS-PARK-USABLE            VALUE 'Y'.
       01  WS-PARK-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-PARK-IDX               PIC 9(04).
       01  WS-PARK-TABLE.
           05  WS-PARK OCCURS 2000 TIMES.
               10 WS-PARK-SOURCE     PIC X(02).
               10 WS-PARK-ARR-DATE   PIC 9(08).
               10 WS-PARK-ARR-TIME   PIC 9(04).
               10 WS-PARK-RELEASE    PIC 9(08).
               10 WS-PARK-PAIR       PIC X(10).
               10 WS-PARK-STATE      PIC X(01).
                   88 WS-PARK-PENDING   VALUE 'P'.
                   88 WS-PARK-DONE      VALUE 'R'.
      * One parked feed being released - consecutive held records
      * with the same source, arrival and release day.
       01  WS-GROUP-OPEN-SW          PIC X VALUE 'N'.
           88 WS-GROUP-OPEN             VALUE 'Y'.
       01  WS-GROUP-RELEASING-SW     PIC X.
           88 WS-GROUP-RELEASING        VALUE 'Y'.
       01  WS-GROUP-ARR-DATE         PIC 9(08).
       01  WS-GROUP-ARR-TIME         PIC 9(04).
       01  WS-GROUP-RELEASE          PIC 9(08).
       01  WS-GROUP-COUNT            PIC 9(06).
       01  WS-GROUP-FROM-REC         PIC 9(06).
      * GATEMAP ranges written so far; the readers hold ten, so a
      * release only takes a range when one is left for this feed
      * and every feed still to be gathered.
       01  WS-RANGE-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-RANGES-RESERVED        PIC 9(02).
       01  WS-FEEDS-PARKED           PIC 9(04) VALUE ZERO.
       01  WS-FEEDS-RELEASED         PIC 9(04) VALUE ZERO.
       01  WS-FEEDS-ESCALATED        PIC 9(04) VALUE ZERO.
       01  WS-RECORDS-STILL-HELD     PIC 9(06) VALUE ZERO.
      * Control totals for the proof run.
       01  WS-GATHERED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-REJECTS-READ           PIC 9(06) VALUE ZERO.
       01  WS-CTLT-PROGRAM-ID        PIC X(08) VALUE 'TRANGATE'.
       01  WS-CTLT-TOTAL-NAME        PIC X(08).
       01  WS-CTLT-COUNT             PIC 9(06).
       01  WS-CTLT-AMOUNT            PIC S9(11)V9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM DETERMINE-RUN-MODE.
           OPEN OUTPUT GATE-RPT-FILE.
           IF WS-MODE-RETURN
               PERFORM RUN-GATHER
           END-IF.
           CLOSE GATE-RPT-FILE.
           PERFORM WRITE-CONTROL-TOTALS.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * Gather: records taken from the feeds (held-feed releases
      * included) and records written to TRANFILE.  Return: rejects
      * read back, rejects returned to a source, rejects unrouted.
       WRITE-CONTROL-TOTALS SECTION.
       WRITE-CONTROL-TOTALS-START.
           IF WS-MODE-RETURN
               MOVE 'REJIN   ' TO WS-CTLT-TOTAL-NAME
               MOVE WS-REJECTS-READ TO WS-CTLT-COUNT
               PERFORM CALL-CONTROL-TOTAL
               MOVE 'RETURNED' TO WS-CTLT-TOTAL-NAME
               COMPUTE WS-CTLT-COUNT = WS-RETURNED (1)
                   + WS-RETURNED (2) + WS-RETURNED (3)
                   + WS-RETURNED (4)
               PERFORM CALL-CONTROL-TOTAL
               MOVE 'UNROUTED' TO WS-CTLT-TOTAL-NAME
               MOVE WS-UNROUTED-COUNT TO WS-CTLT-COUNT
               PERFORM CALL-CONTROL-TOTAL
           ELSE
               MOVE 'GATHERED' TO WS-CTLT-TOTAL-NAME
               MOVE WS-GATHERED-COUNT TO WS-CTLT-COUNT
               PERFORM CALL-CONTROL-TOTAL
               MOVE 'TRANFILE' TO WS-CTLT-TOTAL-NAME
               MOVE WS-NEXT-REC-NUM TO WS-CTLT-COUNT
               PERFORM CALL-CONTROL-TOTAL
           END-IF.
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

       DETERMINE-RUN-MODE SECTION.
       DETERMINE-RUN-MODE-START.
           MOVE 'G' TO WS-RUN-MODE.
           OPEN OUTPUT TRAN-FILE.
           OPEN OUTPUT GATE-FILE.
           OPEN OUTPUT GATE-MAP-FILE.
           PERFORM OPEN-VOLUME-EXTEND.
           OPEN OUTPUT LATE-RPT-FILE.
           PERFORM LOAD-CUTOFFS.
           PERFORM LOAD-CALENDAR.
           PERFORM LOAD-HELD-FEEDS.
           PERFORM GATHER-ONE-FEED
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > 4.
           IF WS-PARK-USABLE
               PERFORM REWRITE-HELD-FEEDS
           END-IF.
           PERFORM WRITE-LATE-TOTALS.
           CLOSE TRAN-FILE.
           CLOSE GATE-FILE.
           CLOSE GATE-MAP-FILE.
           CLOSE GATE-VOL-FILE.
           CLOSE LATE-RPT-FILE.
       RUN-GATHER-EXIT.
           EXIT.

           MOVE ZERO TO WS-FEED-EXPECTED.
           MOVE ZERO TO WS-FEED-ACTUAL.
           MOVE ZERO TO WS-HOLD-COUNT.
           MOVE ZERO TO WS-FEED-ACCEPTED.
           MOVE ZERO TO WS-FEED-RELEASED.
           MOVE WS-RUN-DATE TO WS-FEED-ARRIVAL-DATE.
           MOVE WS-RUN-TIME (1:4) TO WS-FEED-ARRIVAL-TIME.
           MOVE 'N' TO WS-FEED-LATE-SW.
           IF WS-PARK-USABLE
               PERFORM RELEASE-HELD-FEEDS
           END-IF.
           PERFORM OPEN-ONE-DEPT-FEED.
           IF WS-FEED-OPEN
               MOVE 'N' TO WS-EOF-SW
                      INTO GATE-RPT-RECORD
               WRITE GATE-RPT-RECORD
           END-IF.
           MOVE 'P' TO GVOL-KIND.
           COMPUTE GVOL-COUNT = WS-FEED-ACCEPTED + WS-FEED-RELEASED.
           ADD GVOL-COUNT TO WS-GATHERED-COUNT.
           PERFORM WRITE-VOLUME-LINE.
       GATHER-ONE-FEED-EXIT.
           EXIT.

               ELSE
                   SET WS-FEED-BAD-CTL TO TRUE
               END-IF
               IF WS-FEED-RECORD (7:12) IS NUMERIC
                   MOVE WS-FEED-RECORD (7:8) TO WS-FEED-ARRIVAL-DATE
                   MOVE WS-FEED-RECORD (15:4) TO WS-FEED-ARRIVAL-TIME
               END-IF
           ELSE
               ADD 1 TO WS-FEED-ACTUAL
               IF WS-HOLD-COUNT < 500

       SETTLE-ONE-FEED SECTION.
       SETTLE-ONE-FEED-START.
           PERFORM JUDGE-FEED-ARRIVAL.
           EVALUATE TRUE
               WHEN WS-FEED-BAD-CTL
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                          ' - REFUSED' DELIMITED BY SIZE
                          INTO GATE-RPT-RECORD
                   WRITE GATE-RPT-RECORD
               WHEN WS-FEED-LATE
                   PERFORM PARK-ONE-FEED
               WHEN OTHER
                   PERFORM ACCEPT-ONE-FEED
           END-EVALUATE.

       ACCEPT-ONE-FEED SECTION.
       ACCEPT-ONE-FEED-START.
           MOVE WS-HOLD-COUNT TO WS-FEED-ACCEPTED.
           IF WS-HOLD-COUNT > ZERO
               MOVE WS-NEXT-REC-NUM TO GMAP-FROM-REC
               ADD 1 TO GMAP-FROM-REC
               MOVE WS-THIS-SOURCE TO GMAP-SOURCE
               MOVE WS-NEXT-REC-NUM TO GMAP-TO-REC
               WRITE GATE-MAP-RECORD
               ADD 1 TO WS-RANGE-COUNT
           END-IF.
           MOVE SPACES TO GATE-RPT-RECORD.
           STRING 'FEED ' DELIMITED BY SIZE
                  WS-FEED-ACTUAL DELIMITED BY SIZE
                  ' ACCEPTED: ' DELIMITED BY SIZE
                  WS-HOLD-COUNT DELIMITED BY SIZE
                  ' ARRIVED ' DELIMITED BY SIZE
                  WS-FEED-ARRIVAL-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FEED-ARRIVAL-TIME DELIMITED BY SIZE
                  INTO GATE-RPT-RECORD.
           WRITE GATE-RPT-RECORD.
       ACCEPT-ONE-FEED-EXIT.
           MOVE SPACES TO TRAN-COMPANY.
           WRITE TRAN-RECORD.
           MOVE WS-THIS-SOURCE TO GATE-SOURCE.
           MOVE WS-FEED-ARRIVAL-DATE TO GATE-ARRIVAL-DATE.
           MOVE WS-HOLD (WS-HOLD-IDX) (1:5) TO GATE-NUMA.
           MOVE WS-HOLD (WS-HOLD-IDX) (6:5) TO GATE-NUMB.
           WRITE GATE-RECORD.
       WRITE-ONE-HELD-RECORD-EXIT.
           EXIT.

      * A feed in on time is judged on its arrival against its
      * source's cutoff; a source with no cutoff is never late.
       JUDGE-FEED-ARRIVAL SECTION.
       JUDGE-FEED-ARRIVAL-START.
           MOVE 'N' TO WS-FEED-LATE-SW.
           MOVE 'N' TO WS-CUT-FOUND-SW.
           PERFORM FIND-SOURCE-CUTOFF
               VARYING WS-CUT-IDX FROM 1 BY 1
               UNTIL WS-CUT-IDX > WS-CUT-COUNT OR WS-CUT-FOUND.
           IF WS-CUT-FOUND
               EVALUATE TRUE
                   WHEN WS-FEED-ARRIVAL-DATE > WS-RUN-DATE
                       SET WS-FEED-LATE TO TRUE
                   WHEN WS-FEED-ARRIVAL-DATE = WS-RUN-DATE
                    AND WS-FEED-ARRIVAL-TIME > WS-FEED-CUTOFF
                       SET WS-FEED-LATE TO TRUE
               END-EVALUATE
           END-IF.
       JUDGE-FEED-ARRIVAL-EXIT.
           EXIT.

       FIND-SOURCE-CUTOFF SECTION.
       FIND-SOURCE-CUTOFF-START.
           IF WS-CUT-SOURCE (WS-CUT-IDX) = WS-THIS-SOURCE
               SET WS-CUT-FOUND TO TRUE
               MOVE WS-CUT-TIME (WS-CUT-IDX) TO WS-FEED-CUTOFF
               SUBTRACT 1 FROM WS-CUT-IDX
           END-IF.
       FIND-SOURCE-CUTOFF-EXIT.
           EXIT.

      * A late feed that proved out is parked whole in the held-feed
      * area for the next business day; with no usable held-feed
      * area, or no room left in it, it is refused like any other
      * feed the gather cannot take tonight.
       PARK-ONE-FEED SECTION.
       PARK-ONE-FEED-START.
           IF NOT WS-PARK-USABLE
              OR WS-PARK-COUNT + WS-HOLD-COUNT > 2000
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE SPACES TO GATE-RPT-RECORD
               STRING 'FEED ' DELIMITED BY SIZE
                      WS-THIS-SOURCE DELIMITED BY SIZE
                      ' ARRIVED ' DELIMITED BY SIZE
                      WS-FEED-ARRIVAL-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FEED-ARRIVAL-TIME DELIMITED BY SIZE
                      ' AFTER CUTOFF - CANNOT BE HELD - REFUSED'
                          DELIMITED BY SIZE
                      INTO GATE-RPT-RECORD
               WRITE GATE-RPT-RECORD
               MOVE SPACES TO LATE-RPT-RECORD
               STRING 'REFUSED  FEED ' DELIMITED BY SIZE
                      WS-THIS-SOURCE DELIMITED BY SIZE
                      ' ARRIVED ' DELIMITED BY SIZE
                      WS-FEED-ARRIVAL-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FEED-ARRIVAL-TIME DELIMITED BY SIZE
                      ' CUTOFF ' DELIMITED BY SIZE
                      WS-FEED-CUTOFF DELIMITED BY SIZE
                      ' - RESEND' DELIMITED BY SIZE
                      INTO LATE-RPT-RECORD
               WRITE LATE-RPT-RECORD
           ELSE
               MOVE WS-RUN-DATE TO WS-DATE-WORK
               PERFORM NEXT-BUSINESS-DAY
               PERFORM PARK-ONE-RECORD
                   VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               ADD 1 TO WS-FEEDS-PARKED
               MOVE SPACES TO GATE-RPT-RECORD
               STRING 'FEED ' DELIMITED BY SIZE
                      WS-THIS-SOURCE DELIMITED BY SIZE
                      ' ARRIVED ' DELIMITED BY SIZE
                      WS-FEED-ARRIVAL-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FEED-ARRIVAL-TIME DELIMITED BY SIZE
                      ' AFTER CUTOFF ' DELIMITED BY SIZE
                      WS-FEED-CUTOFF DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-HOLD-COUNT DELIMITED BY SIZE
                      ' HELD FOR ' DELIMITED BY SIZE
                      WS-DATE-WORK DELIMITED BY SIZE
                      INTO GATE-RPT-RECORD
               WRITE GATE-RPT-RECORD
               MOVE SPACES TO LATE-RPT-RECORD
               STRING 'HELD     FEED ' DELIMITED BY SIZE
                      WS-THIS-SOURCE DELIMITED BY SIZE
                      ' ARRIVED ' DELIMITED BY SIZE
                      WS-FEED-ARRIVAL-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FEED-ARRIVAL-TIME DELIMITED BY SIZE
                      ' CUTOFF ' DELIMITED BY SIZE
                      WS-FEED-CUTOFF DELIMITED BY SIZE
                      ' RECORDS ' DELIMITED BY SIZE
                      WS-HOLD-COUNT DELIMITED BY SIZE
                      ' FOR ' DELIMITED BY SIZE
                      WS-DATE-WORK DELIMITED BY SIZE
                      INTO LATE-RPT-RECORD
               WRITE LATE-RPT-RECORD
           END-IF.
       PARK-ONE-FEED-EXIT.
           EXIT.

       PARK-ONE-RECORD SECTION.
       PARK-ONE-RECORD-START.
           ADD 1 TO WS-PARK-COUNT.
           MOVE WS-THIS-SOURCE TO WS-PARK-SOURCE (WS-PARK-COUNT).
           MOVE WS-FEED-ARRIVAL-DATE
               TO WS-PARK-ARR-DATE (WS-PARK-COUNT).
           MOVE WS-FEED-ARRIVAL-TIME
               TO WS-PARK-ARR-TIME (WS-PARK-COUNT).
           MOVE WS-DATE-WORK TO WS-PARK-RELEASE (WS-PARK-COUNT).
           MOVE WS-HOLD (WS-HOLD-IDX) (1:10)
               TO WS-PARK-PAIR (WS-PARK-COUNT).
           SET WS-PARK-PENDING (WS-PARK-COUNT) TO TRUE.
       PARK-ONE-RECORD-EXIT.
           EXIT.

      * Before a source's own feed is gathered, every parked feed of
      * that source now due goes into the batch, one GATEMAP range
      * per parked feed, its records dated the day they arrived.
       RELEASE-HELD-FEEDS SECTION.
       RELEASE-HELD-FEEDS-START.
           MOVE 'N' TO WS-GROUP-OPEN-SW.
           PERFORM RELEASE-ONE-PARKED-RECORD
               VARYING WS-PARK-IDX FROM 1 BY 1
               UNTIL WS-PARK-IDX > WS-PARK-COUNT.
           IF WS-GROUP-OPEN
               PERFORM CLOSE-PARKED-FEED
           END-IF.
       RELEASE-HELD-FEEDS-EXIT.
           EXIT.

       RELEASE-ONE-PARKED-RECORD SECTION.
       RELEASE-ONE-PARKED-RECORD-START.
           IF WS-PARK-PENDING (WS-PARK-IDX)
              AND WS-PARK-SOURCE (WS-PARK-IDX) = WS-THIS-SOURCE
              AND WS-PARK-RELEASE (WS-PARK-IDX) NOT > WS-RUN-DATE
               IF WS-GROUP-OPEN
                   IF WS-PARK-ARR-DATE (WS-PARK-IDX)
                          NOT = WS-GROUP-ARR-DATE
                      OR WS-PARK-ARR-TIME (WS-PARK-IDX)
                          NOT = WS-GROUP-ARR-TIME
                      OR WS-PARK-RELEASE (WS-PARK-IDX)
                          NOT = WS-GROUP-RELEASE
                       PERFORM CLOSE-PARKED-FEED
                   END-IF
               END-IF
               IF NOT WS-GROUP-OPEN
                   PERFORM OPEN-PARKED-FEED
               END-IF
               ADD 1 TO WS-GROUP-COUNT
               IF WS-GROUP-RELEASING
                   PERFORM WRITE-ONE-PARKED-RECORD
               END-IF
           END-IF.
       RELEASE-ONE-PARKED-RECORD-EXIT.
           EXIT.

      * The map readers hold ten ranges; a parked feed is only
      * released while a range is still left over for this source's
      * own feed and each feed after it, otherwise it stays held.
      * Either way, a feed not released by the business day after
      * its release day is escalated to ERRFILE.
       OPEN-PARKED-FEED SECTION.
       OPEN-PARKED-FEED-START.
           SET WS-GROUP-OPEN TO TRUE.
           MOVE WS-PARK-ARR-DATE (WS-PARK-IDX) TO WS-GROUP-ARR-DATE.
           MOVE WS-PARK-ARR-TIME (WS-PARK-IDX) TO WS-GROUP-ARR-TIME.
           MOVE WS-PARK-RELEASE (WS-PARK-IDX) TO WS-GROUP-RELEASE.
           MOVE ZERO TO WS-GROUP-COUNT.
           MOVE WS-NEXT-REC-NUM TO WS-GROUP-FROM-REC.
           ADD 1 TO WS-GROUP-FROM-REC.
           COMPUTE WS-RANGES-RESERVED = 5 - WS-DEPT-IDX.
           IF WS-RANGE-COUNT + WS-RANGES-RESERVED < 10
               SET WS-GROUP-RELEASING TO TRUE
           ELSE
               MOVE 'N' TO WS-GROUP-RELEASING-SW
           END-IF.
           MOVE WS-GROUP-RELEASE TO WS-DATE-WORK.
           PERFORM NEXT-BUSINESS-DAY.
           IF WS-RUN-DATE NOT < WS-DATE-WORK
               PERFORM ESCALATE-PARKED-FEED
           END-IF.
       OPEN-PARKED-FEED-EXIT.
           EXIT.

       WRITE-ONE-PARKED-RECORD SECTION.
       WRITE-ONE-PARKED-RECORD-START.
           ADD 1 TO WS-NEXT-REC-NUM.
           MOVE WS-PARK-PAIR (WS-PARK-IDX) (1:5) TO TRAN-NUMA.
           MOVE WS-PARK-PAIR (WS-PARK-IDX) (6:5) TO TRAN-NUMB.
           MOVE SPACES TO TRAN-COMPANY.
           WRITE TRAN-RECORD.
           MOVE WS-THIS-SOURCE TO GATE-SOURCE.
           MOVE WS-GROUP-ARR-DATE TO GATE-ARRIVAL-DATE.
           MOVE WS-PARK-PAIR (WS-PARK-IDX) (1:5) TO GATE-NUMA.
           MOVE WS-PARK-PAIR (WS-PARK-IDX) (6:5) TO GATE-NUMB.
           WRITE GATE-RECORD.
           SET WS-PARK-DONE (WS-PARK-IDX) TO TRUE.
       WRITE-ONE-PARKED-RECORD-EXIT.
           EXIT.

       CLOSE-PARKED-FEED SECTION.
       CLOSE-PARKED-FEED-START.
           MOVE 'N' TO WS-GROUP-OPEN-SW.
           MOVE SPACES TO GATE-RPT-RECORD.
           MOVE SPACES TO LATE-RPT-RECORD.
           IF WS-GROUP-RELEASING
               MOVE WS-GROUP-FROM-REC TO GMAP-FROM-REC
               MOVE WS-THIS-SOURCE TO GMAP-SOURCE
               MOVE WS-NEXT-REC-NUM TO GMAP-TO-REC
               WRITE GATE-MAP-RECORD
               ADD 1 TO WS-RANGE-COUNT
               ADD WS-GROUP-COUNT TO WS-FEED-RELEASED
               ADD 1 TO WS-FEEDS-RELEASED
               STRING 'FEED ' DELIMITED BY SIZE
                      WS-THIS-SOURCE DELIMITED BY SIZE
                      ' HELD SINCE ' DELIMITED BY SIZE
                      WS-GROUP-ARR-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-GROUP-ARR-TIME DELIMITED BY SIZE
                      ' RELEASED: ' DELIMITED BY SIZE
                      WS-GROUP-COUNT DELIMITED BY SIZE
                      INTO GATE-RPT-RECORD
               STRING 'RELEASED FEED ' DELIMITED BY SIZE
                      WS-THIS-SOURCE DELIMITED BY SIZE
                      ' ARRIVED ' DELIMITED BY SIZE
                      WS-GROUP-ARR-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-GROUP-ARR-TIME DELIMITED BY SIZE
                      ' RECORDS ' DELIMITED BY SIZE
                      WS-GROUP-COUNT DELIMITED BY SIZE
                      ' ON ' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      INTO LATE-RPT-RECORD
           ELSE
               IF WS-FINAL-RETURN-CODE < 4
                   MOVE 4 TO WS-FINAL-RETURN-CODE
               END-IF
               STRING 'FEED ' DELIMITED BY SIZE
                      WS-THIS-SOURCE DELIMITED BY SIZE
                      ' HELD SINCE ' DELIMITED BY SIZE
                      WS-GROUP-ARR-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-GROUP-ARR-TIME DELIMITED BY SIZE
                      ' - NO MAP RANGE LEFT, STILL HELD'
                          DELIMITED BY SIZE
                      INTO GATE-RPT-RECORD
               STRING 'HELD     FEED ' DELIMITED BY SIZE
                      WS-THIS-SOURCE DELIMITED BY SIZE
                      ' ARRIVED ' DELIMITED BY SIZE
                      WS-GROUP-ARR-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-GROUP-ARR-TIME DELIMITED BY SIZE
                      ' RECORDS ' DELIMITED BY SIZE
                      WS-GROUP-COUNT DELIMITED BY SIZE
                      ' STILL HELD' DELIMITED BY SIZE
                      INTO LATE-RPT-RECORD
           END-IF.
           WRITE GATE-RPT-RECORD.
           WRITE LATE-RPT-RECORD.
       CLOSE-PARKED-FEED-EXIT.
           EXIT.

       ESCALATE-PARKED-FEED SECTION.
       ESCALATE-PARKED-FEED-START.
           ADD 1 TO WS-FEEDS-ESCALATED.
           IF WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
           OPEN EXTEND ERROR-FILE.
           IF WS-ERROR-STATUS = '05' OR WS-ERROR-STATUS = '35'
               OPEN OUTPUT ERROR-FILE
           END-IF.
           MOVE 'TRANGATE' TO ERROR-PROGRAM-ID.
           MOVE WS-RUN-DATE TO ERROR-DATE.
           MOVE WS-RUN-TIME TO ERROR-TIME.
           SET ERROR-SEVERITY-ERROR TO TRUE.
           MOVE ZERO TO ERROR-RECORD-NUM.
           MOVE SPACES TO ERROR-TEXT.
           STRING 'FEED ' DELIMITED BY SIZE
                  WS-THIS-SOURCE DELIMITED BY SIZE
                  ' HELD SINCE ' DELIMITED BY SIZE
                  WS-GROUP-ARR-DATE DELIMITED BY SIZE
                  ' OVERDUE' DELIMITED BY SIZE
                  INTO ERROR-TEXT.
           WRITE ERROR-RECORD.
           CLOSE ERROR-FILE.
           MOVE SPACES TO LATE-RPT-RECORD.
           STRING 'ESCALATE FEED ' DELIMITED BY SIZE
                  WS-THIS-SOURCE DELIMITED BY SIZE
                  ' ARRIVED ' DELIMITED BY SIZE
                  WS-GROUP-ARR-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-GROUP-ARR-TIME DELIMITED BY SIZE
                  ' DUE ' DELIMITED BY SIZE
                  WS-GROUP-RELEASE DELIMITED BY SIZE
                  ' - HELD OVER A BUSINESS DAY'
                      DELIMITED BY SIZE
                  INTO LATE-RPT-RECORD.
           WRITE LATE-RPT-RECORD.
       ESCALATE-PARKED-FEED-EXIT.
           EXIT.

      * Return mode: route each reject's record number back through
      * the map the gather run wrote, so every department gets its
      * own rejects back.
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REJECTS-READ
                           PERFORM ROUTE-ONE-REJECT
                   END-READ
               END-PERFORM
           CLOSE RETURN3-FILE.
           CLOSE RETURN4-FILE.
           PERFORM WRITE-RETURN-TOTALS.
           PERFORM OPEN-VOLUME-EXTEND.
           PERFORM WRITE-RETURN-VOLUME
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > 4.
           CLOSE GATE-VOL-FILE.
       RUN-RETURN-SPLIT-EXIT.
           EXIT.

           WRITE GATE-RPT-RECORD.
       WRITE-RETURN-TOTALS-EXIT.
           EXIT.

      * GATEVOL is appended, never rewritten - a rerun's lines
      * follow the first run's and are the ones that stand.
       OPEN-VOLUME-EXTEND SECTION.
       OPEN-VOLUME-EXTEND-START.
           OPEN EXTEND GATE-VOL-FILE.
           IF WS-GATE-VOL-STATUS = '05' OR WS-GATE-VOL-STATUS = '35'
               OPEN OUTPUT GATE-VOL-FILE
           END-IF.
       OPEN-VOLUME-EXTEND-EXIT.
           EXIT.

       WRITE-RETURN-VOLUME SECTION.
       WRITE-RETURN-VOLUME-START.
           MOVE SPACES TO WS-THIS-SOURCE.
           STRING 'D' DELIMITED BY SIZE
                  WS-DEPT-IDX DELIMITED BY SIZE
                  INTO WS-THIS-SOURCE.
           MOVE 'R' TO GVOL-KIND.
           MOVE WS-RETURNED (WS-DEPT-IDX) TO GVOL-COUNT.
           PERFORM WRITE-VOLUME-LINE.
       WRITE-RETURN-VOLUME-EXIT.
           EXIT.

       WRITE-VOLUME-LINE SECTION.
       WRITE-VOLUME-LINE-START.
           MOVE WS-RUN-DATE TO GVOL-DATE.
           MOVE WS-THIS-SOURCE TO GVOL-SOURCE.
           WRITE GATE-VOLUME-RECORD.
       WRITE-VOLUME-LINE-EXIT.
           EXIT.

       LOAD-CUTOFFS SECTION.
       LOAD-CUTOFFS-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT GATE-CUT-FILE.
           IF WS-GATE-CUT-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ GATE-CUT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM ENTER-ONE-CUTOFF
                   END-READ
               END-PERFORM
               CLOSE GATE-CUT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-CUTOFFS-EXIT.
           EXIT.

       ENTER-ONE-CUTOFF SECTION.
       ENTER-ONE-CUTOFF-START.
           EVALUATE TRUE
               WHEN GCUT-CUTOFF-TIME IS NOT NUMERIC
                   MOVE SPACES TO GATE-RPT-RECORD
                   STRING 'GATECUT SOURCE ' DELIMITED BY SIZE
                          GCUT-SOURCE DELIMITED BY SIZE
                          ' HAS NO VALID CUTOFF - IGNORED'
                              DELIMITED BY SIZE
                          INTO GATE-RPT-RECORD
                   WRITE GATE-RPT-RECORD
               WHEN WS-CUT-COUNT < 10
                   ADD 1 TO WS-CUT-COUNT
                   MOVE GCUT-SOURCE TO WS-CUT-SOURCE (WS-CUT-COUNT)
                   MOVE GCUT-CUTOFF-TIME TO WS-CUT-TIME (WS-CUT-COUNT)
               WHEN OTHER
                   MOVE SPACES TO GATE-RPT-RECORD
                   STRING 'GATECUT SOURCE ' DELIMITED BY SIZE
                          GCUT-SOURCE DELIMITED BY SIZE
                          ' EXCEEDS CUTOFF TABLE - IGNORED'
                              DELIMITED BY SIZE
                          INTO GATE-RPT-RECORD
                   WRITE GATE-RPT-RECORD
           END-EVALUATE.
       ENTER-ONE-CUTOFF-EXIT.
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

      * The held-feed area carried in from earlier gathers.  None on
      * hand means nothing is held; one that cannot be read in full,
      * or a calendar too big to hold, leaves the area untouched for
      * tonight - nothing released, nothing parked, and the gather
      * ends with RETURN-CODE 8.
       LOAD-HELD-FEEDS SECTION.
       LOAD-HELD-FEEDS-START.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'Y' TO WS-PARK-USABLE-SW.
           OPEN INPUT HELD-FEED-FILE.
           EVALUATE WS-HELD-FEED-STATUS
               WHEN '00'
                   PERFORM UNTIL WS-EOF
                       READ HELD-FEED-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM ENTER-ONE-HELD-FEED
                       END-READ
                   END-PERFORM
                   CLOSE HELD-FEED-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-PARK-USABLE-SW
           END-EVALUATE.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-HOLIDAY-OVERFLOW-COUNT > ZERO
               MOVE 'N' TO WS-PARK-USABLE-SW
           END-IF.
           MOVE SPACES TO LATE-RPT-RECORD.
           STRING 'LATE ARRIVALS - GATHER OF ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO LATE-RPT-RECORD.
           WRITE LATE-RPT-RECORD.
           IF NOT WS-PARK-USABLE
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE SPACES TO GATE-RPT-RECORD
               STRING 'GATEHELD OR CALFILE UNUSABLE - NO HELD FEEDS '
                          DELIMITED BY SIZE
                      'RELEASED OR PARKED' DELIMITED BY SIZE
                      INTO GATE-RPT-RECORD
               WRITE GATE-RPT-RECORD
               MOVE GATE-RPT-RECORD TO LATE-RPT-RECORD
               WRITE LATE-RPT-RECORD
           END-IF.
       LOAD-HELD-FEEDS-EXIT.
           EXIT.

       ENTER-ONE-HELD-FEED SECTION.
       ENTER-ONE-HELD-FEED-START.
           IF WS-PARK-COUNT < 2000
               ADD 1 TO WS-PARK-COUNT
               MOVE GHLD-SOURCE TO WS-PARK-SOURCE (WS-PARK-COUNT)
               MOVE GHLD-ARRIVAL-DATE
                   TO WS-PARK-ARR-DATE (WS-PARK-COUNT)
               MOVE GHLD-ARRIVAL-TIME
                   TO WS-PARK-ARR-TIME (WS-PARK-COUNT)
               MOVE GHLD-RELEASE-DATE
                   TO WS-PARK-RELEASE (WS-PARK-COUNT)
               MOVE GHLD-PAIR TO WS-PARK-PAIR (WS-PARK-COUNT)
               SET WS-PARK-PENDING (WS-PARK-COUNT) TO TRUE
           ELSE
               MOVE 'N' TO WS-PARK-USABLE-SW
           END-IF.
       ENTER-ONE-HELD-FEED-EXIT.
           EXIT.

      * Only what is still pending goes back - released feeds leave
      * the held-feed area once they are in the batch.
       REWRITE-HELD-FEEDS SECTION.
       REWRITE-HELD-FEEDS-START.
           OPEN OUTPUT HELD-FEED-FILE.
           PERFORM WRITE-ONE-HELD-FEED
               VARYING WS-PARK-IDX FROM 1 BY 1
               UNTIL WS-PARK-IDX > WS-PARK-COUNT.
           CLOSE HELD-FEED-FILE.
       REWRITE-HELD-FEEDS-EXIT.
           EXIT.

       WRITE-ONE-HELD-FEED SECTION.
       WRITE-ONE-HELD-FEED-START.
           IF WS-PARK-PENDING (WS-PARK-IDX)
               MOVE WS-PARK-SOURCE (WS-PARK-IDX) TO GHLD-SOURCE
               MOVE WS-PARK-ARR-DATE (WS-PARK-IDX)
                   TO GHLD-ARRIVAL-DATE
               MOVE WS-PARK-ARR-TIME (WS-PARK-IDX)
                   TO GHLD-ARRIVAL-TIME
               MOVE WS-PARK-RELEASE (WS-PARK-IDX)
                   TO GHLD-RELEASE-DATE
               MOVE WS-PARK-PAIR (WS-PARK-IDX) TO GHLD-PAIR
               WRITE HELD-FEED-RECORD
               ADD 1 TO WS-RECORDS-STILL-HELD
           END-IF.
       WRITE-ONE-HELD-FEED-EXIT.
           EXIT.

       WRITE-LATE-TOTALS SECTION.
       WRITE-LATE-TOTALS-START.
           MOVE SPACES TO LATE-RPT-RECORD.
           STRING 'FEEDS HELD: ' DELIMITED BY SIZE
                  WS-FEEDS-PARKED DELIMITED BY SIZE
                  ' RELEASED: ' DELIMITED BY SIZE
                  WS-FEEDS-RELEASED DELIMITED BY SIZE
                  ' ESCALATED: ' DELIMITED BY SIZE
                  WS-FEEDS-ESCALATED DELIMITED BY SIZE
                  ' RECORDS STILL HELD: ' DELIMITED BY SIZE
                  WS-RECORDS-STILL-HELD DELIMITED BY SIZE
                  INTO LATE-RPT-RECORD.
           WRITE LATE-RPT-RECORD.
       WRITE-LATE-TOTALS-EXIT.
           EXIT.

      * The first business day after WS-DATE-WORK, in WS-DATE-WORK.
       NEXT-BUSINESS-DAY SECTION.
       NEXT-BUSINESS-DAY-START.
           PERFORM ROLL-ONE-DAY.
           PERFORM ROLL-ONE-DAY UNTIL WS-BUSINESS-DAY.
       NEXT-BUSINESS-DAY-EXIT.
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
