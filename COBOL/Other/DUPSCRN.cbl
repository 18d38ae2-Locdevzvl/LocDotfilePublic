       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPSCRN.
       AUTHOR. MTH.

      * Duplicate screen between the TRANGATE gather and the sum
      * run.  A department that resends yesterday's feed used to
      * have it summed a second time, and the RES totals and the
      * MONSUM roll-ups carried the double count until someone
      * noticed.  The screen reads the gathered TRANFILE with its
      * GATEFILE provenance copy and GATEMAP source ranges and
      * keeps the DUPHIST rolling history, over the number of days
      * on the DUPCTL control record (7 when none is on hand, and
      * 7 with a report line when it asks for more than the 14
      * days the history tables are sized for):
      *   - a fingerprint per feed - source, record count and a
      *     hash of its NUMA/NUMB pairs.  A feed whose fingerprint
      *     matches one already in the window is held back whole
      *     on DUPHELD and not summed;
      *   - a line per transaction - source, company, pair and
      *     arrival date.  A transaction repeating one already in
      *     the window (or earlier in the same gather) is moved to
      *     the DUPSUSP suspect file under a suspect id for the
      *     operator.
      * The operator answers suspects on DUPRLSE by id - R to
      * release, D to discard - and the file is emptied once the
      * answers are acted on.  Released suspects re-enter the
      * TRANFILE this run passes to the sum step, under their
      * original source and arrival date; the rest stay pending.
      * GATEMAP holds ten source ranges at most, so a released
      * source whose range would take it past ten is not written
      * tonight: its suspects stay pending with the operator's
      * answer kept on DUPRLSE for the next run, and it is
      * reported.
      * TRANFILE, GATEFILE and GATEMAP are written back with the
      * screened records removed and the source ranges renumbered,
      * so the sum run and TRANGATE's return split see one
      * consistent batch, so the screen runs once per gather - a
      * rerun starts from a fresh TRANGATE gather.  Everything is
      * reported on DUPRPT, and the records in, held, suspect,
      * released and out go to CTLTOTAL for the end-of-chain
      * control-total proof.  Each source's held and suspect records
      * go to the GATEVOL volume log as a held (H) line that
      * CHGBACK nets off what the gather accepted, and a source with
      * suspects released tonight gets a processed (P) line that
      * restates the gather's with the released records added.
      * RETURN-CODE 4 when anything is held, suspect, an unknown
      * release or a release left for GATEMAP room, or the window
      * was refused; 8 when a table overflows while the batch, the
      * history, the answers or the suspects are loaded - the
      * gathered files are then left untouched and the history is
      * not advanced.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUP-CTL-FILE ASSIGN TO "DUPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-CTL-STATUS.
           SELECT TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT GATE-FILE ASSIGN TO "GATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-STATUS.
           SELECT GATE-MAP-FILE ASSIGN TO "GATEMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-MAP-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "DUPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SUSPECT-FILE ASSIGN TO "DUPSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPECT-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "DUPRLSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT HELD-FILE ASSIGN TO "DUPHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT DUP-RPT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-RPT-STATUS.
           SELECT GATE-VOL-FILE ASSIGN TO "GATEVOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-VOL-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * Days of history the screen looks back over.
       FD  DUP-CTL-FILE
           RECORDING MODE IS F.
       01  DUP-CTL-RECORD.
           05 DUPC-WINDOW-DAYS       PIC 9(03).

      * Same shapes TRANGATE writes.
       FD  TRAN-FILE
           RECORDING MODE IS F.
       01  TRAN-RECORD.
           05 TRAN-NUMA              PIC X(5).
           05 TRAN-NUMB              PIC X(5).
           05 TRAN-COMPANY           PIC X(2).

       FD  GATE-FILE
           RECORDING MODE IS F.
       01  GATE-RECORD.
           05 GATE-SOURCE            PIC X(02).
           05 GATE-ARRIVAL-DATE      PIC 9(08).
           05 GATE-NUMA              PIC X(05).
           05 GATE-NUMB              PIC X(05).

       FD  GATE-MAP-FILE
           RECORDING MODE IS F.
       01  GATE-MAP-RECORD.
           05 GMAP-SOURCE            PIC X(02).
           05 GMAP-FROM-REC          PIC 9(06).
           05 GMAP-TO-REC            PIC 9(06).

      * One line per feed fingerprint (F) or transaction (T), dated
      * by arrival; lines older than the window drop off as the
      * file is written back.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-RECORD.
           05 DUPH-TYPE              PIC X(01).
               88 DUPH-FEED             VALUE 'F'.
               88 DUPH-TRAN             VALUE 'T'.
           05 DUPH-DATE              PIC 9(08).
           05 DUPH-SOURCE            PIC X(02).
           05 DUPH-FEED-DETAIL.
               10 DUPH-FEED-COUNT    PIC 9(06).
               10 DUPH-FEED-HASH     PIC 9(10).
           05 DUPH-TRAN-DETAIL REDEFINES DUPH-FEED-DETAIL.
               10 DUPH-COMPANY       PIC X(02).
               10 DUPH-NUMA          PIC X(05).
               10 DUPH-NUMB          PIC X(05).
               10 FILLER             PIC X(04).

      * A transaction awaiting the operator: the suspect id (date
      * found and a sequence within the date), the transaction as
      * it arrived, and the arrival date of the one it repeats.
       FD  SUSPECT-FILE
           RECORDING MODE IS F.
       01  SUSPECT-RECORD.
           05 DUPS-SUSPECT-ID.
               10 DUPS-SUSPECT-DATE  PIC 9(08).
               10 DUPS-SUSPECT-SEQ   PIC 9(04).
           05 DUPS-SOURCE            PIC X(02).
           05 DUPS-ARRIVAL-DATE      PIC 9(08).
           05 DUPS-NUMA              PIC X(05).
           05 DUPS-NUMB              PIC X(05).
           05 DUPS-COMPANY           PIC X(02).
           05 DUPS-PRIOR-DATE        PIC 9(08).

      * Operator answer to a suspect: R releases it into the next
      * TRANFILE, D discards it.
       FD  RELEASE-FILE
           RECORDING MODE IS F.
       01  RELEASE-RECORD.
           05 DUPR-SUSPECT-ID        PIC X(12).
           05 DUPR-ACTION            PIC X(01).

      * A held feed's records, provenance and company kept.
       FD  HELD-FILE
           RECORDING MODE IS F.
       01  HELD-RECORD.
           05 HELD-SOURCE            PIC X(02).
           05 HELD-ARRIVAL-DATE      PIC 9(08).
           05 HELD-NUMA              PIC X(05).
           05 HELD-NUMB              PIC X(05).
           05 HELD-COMPANY           PIC X(02).

       FD  DUP-RPT-FILE
           RECORDING MODE IS F.
       01  DUP-RPT-RECORD            PIC X(80).

       FD  GATE-VOL-FILE
           RECORDING MODE IS F.
           COPY GVOLREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-DUP-CTL-STATUS      PIC XX.
           05 WS-TRAN-STATUS         PIC XX.
           05 WS-GATE-STATUS         PIC XX.
           05 WS-GATE-MAP-STATUS     PIC XX.
           05 WS-HISTORY-STATUS      PIC XX.
           05 WS-SUSPECT-STATUS      PIC XX.
           05 WS-RELEASE-STATUS      PIC XX.
           05 WS-HELD-STATUS         PIC XX.
           05 WS-DUP-RPT-STATUS      PIC XX.
           05 WS-GATE-VOL-STATUS     PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-GATE-EOF-SW            PIC X VALUE 'N'.
           88 WS-GATE-EOF               VALUE 'Y'.
       01  WS-GATE-ON-HAND-SW        PIC X VALUE 'N'.
           88 WS-GATE-ON-HAND           VALUE 'Y'.
       01  WS-SCREEN-FAILED-SW       PIC X VALUE 'N'.
           88 WS-SCREEN-FAILED          VALUE 'Y'.
       01  WS-HISTORY-FULL-SW        PIC X VALUE 'N'.
           88 WS-HISTORY-FULL           VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-WINDOW-DAYS            PIC 9(03) VALUE 7.
       01  WS-TODAY-SERIAL           PIC 9(07).
       01  WS-OLDEST-SERIAL          PIC 9(07).
      * Day-serial work fields - the computation ACCTAGE ages by.
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
       01  WS-MONTH-OFFSETS.
           05 FILLER PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSETS.
           05 WS-MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
      * The gathered batch, in TRANFILE order, with the source
      * range each record falls in and what the screen made of it.
       01  WS-TRN-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-TRN-IDX                PIC 9(04).
       01  WS-TRN-TABLE.
           05 WS-TRN OCCURS 3000 TIMES.
               10 WS-TRN-SOURCE      PIC X(02).
               10 WS-TRN-ARRIVAL     PIC 9(08).
               10 WS-TRN-NUMA        PIC X(05).
               10 WS-TRN-NUMB        PIC X(05).
               10 WS-TRN-COMPANY     PIC X(02).
               10 WS-TRN-MAP-IDX     PIC 9(02).
               10 WS-TRN-PRIOR-DATE  PIC 9(08).
               10 WS-TRN-STATE       PIC X(01).
                   88 WS-TRN-PASSED     VALUE 'A'.
                   88 WS-TRN-HELD       VALUE 'H'.
                   88 WS-TRN-SUSPECT    VALUE 'S'.
       01  WS-MAP-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-MAP-IDX                PIC 9(02).
       01  WS-MAP-FOUND-SW           PIC X.
           88 WS-MAP-FOUND              VALUE 'Y'.
       01  WS-MAP-TABLE.
           05 WS-MAP OCCURS 10 TIMES.
               10 WS-MAP-SOURCE      PIC X(02).
               10 WS-MAP-FROM        PIC 9(06).
               10 WS-MAP-TO          PIC 9(06).
               10 WS-MAP-FEED-COUNT  PIC 9(06).
               10 WS-MAP-FEED-HASH   PIC 9(10).
               10 WS-MAP-ARRIVAL     PIC 9(08).
               10 WS-MAP-PRIOR-DATE  PIC 9(08).
               10 WS-MAP-HELD-SW     PIC X(01).
                   88 WS-MAP-HELD       VALUE 'Y'.
               10 WS-MAP-NEW-FROM    PIC 9(06).
               10 WS-MAP-NEW-TO      PIC 9(06).
      * Retained history inside the window, today's additions on
      * the end.  A window of 14 days holds at most 14 gathers of
      * 3000 records and ten feeds before tonight's are added.
       01  WS-HFD-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-HFD-IDX                PIC 9(03).
       01  WS-HFD-TABLE.
           05 WS-HFD OCCURS 500 TIMES.
               10 WS-HFD-DATE        PIC 9(08).
               10 WS-HFD-SOURCE      PIC X(02).
               10 WS-HFD-COUNT-RECS  PIC 9(06).
               10 WS-HFD-HASH        PIC 9(10).
       01  WS-HTR-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-HTR-IDX                PIC 9(05).
       01  WS-HTR-TABLE.
           05 WS-HTR OCCURS 45000 TIMES.
               10 WS-HTR-DATE        PIC 9(08).
               10 WS-HTR-SOURCE      PIC X(02).
               10 WS-HTR-COMPANY     PIC X(02).
               10 WS-HTR-NUMA        PIC X(05).
               10 WS-HTR-NUMB        PIC X(05).
       01  WS-HIST-FOUND-SW          PIC X.
           88 WS-HIST-FOUND             VALUE 'Y'.
      * Operator answers, and the suspects still awaiting one.
       01  WS-RLS-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-RLS-IDX                PIC 9(03).
       01  WS-RLS-TABLE.
           05 WS-RLS OCCURS 500 TIMES.
               10 WS-RLS-ID          PIC X(12).
               10 WS-RLS-ACTION      PIC X(01).
               10 WS-RLS-USED-SW     PIC X(01).
                   88 WS-RLS-USED       VALUE 'Y'.
       01  WS-RLS-FOUND-SW           PIC X.
           88 WS-RLS-FOUND              VALUE 'Y'.
       01  WS-PND-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-PND-IDX                PIC 9(03).
       01  WS-PND-GROUP-IDX          PIC 9(03).
       01  WS-PND-TABLE.
           05 WS-PND OCCURS 500 TIMES.
               10 WS-PND-RECORD      PIC X(42).
               10 WS-PND-STATE       PIC X(01).
                   88 WS-PND-WAITING    VALUE 'P'.
                   88 WS-PND-RELEASED   VALUE 'R'.
                   88 WS-PND-DISCARDED  VALUE 'D'.
                   88 WS-PND-WRITTEN    VALUE 'W'.
                   88 WS-PND-DEFERRED   VALUE 'Q'.
       01  WS-GROUP-SOURCE           PIC X(02).
       01  WS-GROUP-DEFERRED         PIC 9(04).
       01  WS-RANGE-COUNT            PIC 9(02) VALUE ZERO.
      * Per-source volume for the GATEVOL log.
       01  WS-SRC-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-SRC-IDX                PIC 9(02).
       01  WS-SRC-FOUND-SW           PIC X.
           88 WS-SRC-FOUND              VALUE 'Y'.
       01  WS-FIND-SOURCE            PIC X(02).
       01  WS-SRC-TABLE.
           05 WS-SRC OCCURS 20 TIMES.
               10 WS-SRC-CODE        PIC X(02).
               10 WS-SRC-GATHERED    PIC 9(06).
               10 WS-SRC-SCREENED    PIC 9(06).
               10 WS-SRC-RELEASED    PIC 9(06).
       01  WS-NEXT-SUSPECT-SEQ       PIC 9(04) VALUE 1.
      * Fingerprint work.
       01  WS-PAIR-WORK.
           05 WS-PAIR-NUMA           PIC X(05).
           05 WS-PAIR-NUMB           PIC X(05).
       01  WS-BYTE-IDX               PIC 9(02).
       01  WS-BYTE-CHAR              PIC X(01).
       01  WS-BYTE-VAL               PIC 9(03).
       01  WS-PAIR-SUM               PIC 9(06).
       01  WS-HASH-WORK              PIC 9(12).
       01  WS-HASH-QUOT              PIC 9(12).
       01  WS-NEXT-REC-NUM           PIC 9(06) VALUE ZERO.
      * Run totals.
       01  WS-IN-COUNT               PIC 9(06) VALUE ZERO.
       01  WS-PASSED-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-HELD-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-SUSPECT-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-RELEASED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-DEFERRED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-DISCARDED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-PENDING-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
       01  WS-CTLT-PROGRAM-ID        PIC X(08) VALUE 'DUPSCRN '.
       01  WS-CTLT-TOTAL-NAME        PIC X(08).
       01  WS-CTLT-COUNT             PIC 9(06).
       01  WS-CTLT-AMOUNT            PIC S9(11)V9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           OPEN OUTPUT DUP-RPT-FILE.
           PERFORM LOAD-SCREEN-CONTROL.
           PERFORM LOAD-HISTORY.
           PERFORM LOAD-RELEASES.
           PERFORM LOAD-PENDING-SUSPECTS.
           PERFORM LOAD-GATE-MAP.
           PERFORM LOAD-GATHERED-BATCH.
           IF WS-SCREEN-FAILED
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE SPACES TO DUP-RPT-RECORD
               MOVE 'TABLE FULL - BATCH NOT SCREENED, FILES UNCHANGED'
                   TO DUP-RPT-RECORD
               WRITE DUP-RPT-RECORD
           ELSE
               PERFORM SCREEN-ONE-FEED
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               PERFORM SCREEN-ONE-TRANSACTION
                   VARYING WS-TRN-IDX FROM 1 BY 1
                   UNTIL WS-TRN-IDX > WS-TRN-COUNT
               PERFORM REPORT-UNUSED-RELEASES
               PERFORM REWRITE-GATHERED-BATCH
               PERFORM WRITE-HELD-FEEDS
               PERFORM REWRITE-SUSPECT-FILE
               PERFORM CLEAR-RELEASE-FILE
               PERFORM WRITE-SOURCE-VOLUMES
               IF WS-HISTORY-FULL
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO DUP-RPT-RECORD
                   MOVE 'DUPHIST TABLE FULL - HISTORY NOT ADVANCED'
                       TO DUP-RPT-RECORD
                   WRITE DUP-RPT-RECORD
               ELSE
                   PERFORM REWRITE-HISTORY
               END-IF
           END-IF.
           PERFORM WRITE-SCREEN-TOTALS.
           CLOSE DUP-RPT-FILE.
           PERFORM WRITE-CONTROL-TOTALS.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * The window runs back from today; anything dated before its
      * first day is out of it.
       LOAD-SCREEN-CONTROL SECTION.
       LOAD-SCREEN-CONTROL-START.
           OPEN INPUT DUP-CTL-FILE.
           IF WS-DUP-CTL-STATUS = '00'
               READ DUP-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DUPC-WINDOW-DAYS IS NUMERIC
                          AND DUPC-WINDOW-DAYS > ZERO
                           PERFORM TAKE-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE DUP-CTL-FILE
           END-IF.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM COMPUTE-DAY-SERIAL.
           MOVE WS-SERIAL-RESULT TO WS-TODAY-SERIAL.
           COMPUTE WS-OLDEST-SERIAL =
               WS-TODAY-SERIAL - WS-WINDOW-DAYS.
       LOAD-SCREEN-CONTROL-EXIT.
           EXIT.

      * The history tables hold 14 days; a longer window is refused
      * and the screen runs over the default.
       TAKE-WINDOW-DAYS SECTION.
       TAKE-WINDOW-DAYS-START.
           IF DUPC-WINDOW-DAYS > 14
               IF WS-FINAL-RETURN-CODE < 4
                   MOVE 4 TO WS-FINAL-RETURN-CODE
               END-IF
               MOVE SPACES TO DUP-RPT-RECORD
               STRING 'DUPCTL WINDOW ' DELIMITED BY SIZE
                      DUPC-WINDOW-DAYS DELIMITED BY SIZE
                      ' DAYS OVER 14 - REFUSED, WINDOW IS '
                          DELIMITED BY SIZE
                      WS-WINDOW-DAYS DELIMITED BY SIZE
                      INTO DUP-RPT-RECORD
               WRITE DUP-RPT-RECORD
           ELSE
               MOVE DUPC-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF.
       TAKE-WINDOW-DAYS-EXIT.
           EXIT.

       LOAD-HISTORY SECTION.
       LOAD-HISTORY-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-HISTORY-EXIT.
           EXIT.

       TAKE-ONE-HISTORY-LINE SECTION.
       TAKE-ONE-HISTORY-LINE-START.
           IF DUPH-DATE IS NUMERIC
               MOVE DUPH-DATE TO WS-DATE-WORK
               PERFORM COMPUTE-DAY-SERIAL
               IF WS-SERIAL-RESULT NOT LESS THAN WS-OLDEST-SERIAL
                   EVALUATE TRUE
                       WHEN DUPH-FEED
                           PERFORM KEEP-HISTORY-FEED
                       WHEN DUPH-TRAN
                           PERFORM KEEP-HISTORY-TRAN
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
       TAKE-ONE-HISTORY-LINE-EXIT.
           EXIT.

      * Room is left in both tables for tonight's additions; a
      * history that does not fit stops the screen before anything
      * is rewritten.
       KEEP-HISTORY-FEED SECTION.
       KEEP-HISTORY-FEED-START.
           IF WS-HFD-COUNT < 490
               ADD 1 TO WS-HFD-COUNT
               MOVE DUPH-DATE TO WS-HFD-DATE (WS-HFD-COUNT)
               MOVE DUPH-SOURCE TO WS-HFD-SOURCE (WS-HFD-COUNT)
               MOVE DUPH-FEED-COUNT TO WS-HFD-COUNT-RECS (WS-HFD-COUNT)
               MOVE DUPH-FEED-HASH TO WS-HFD-HASH (WS-HFD-COUNT)
           ELSE
               SET WS-SCREEN-FAILED TO TRUE
           END-IF.
       KEEP-HISTORY-FEED-EXIT.
           EXIT.

       KEEP-HISTORY-TRAN SECTION.
       KEEP-HISTORY-TRAN-START.
           IF WS-HTR-COUNT < 42000
               ADD 1 TO WS-HTR-COUNT
               MOVE DUPH-DATE TO WS-HTR-DATE (WS-HTR-COUNT)
               MOVE DUPH-SOURCE TO WS-HTR-SOURCE (WS-HTR-COUNT)
               MOVE DUPH-COMPANY TO WS-HTR-COMPANY (WS-HTR-COUNT)
               MOVE DUPH-NUMA TO WS-HTR-NUMA (WS-HTR-COUNT)
               MOVE DUPH-NUMB TO WS-HTR-NUMB (WS-HTR-COUNT)
           ELSE
               SET WS-SCREEN-FAILED TO TRUE
           END-IF.
       KEEP-HISTORY-TRAN-EXIT.
           EXIT.

       LOAD-RELEASES SECTION.
       LOAD-RELEASES-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RELEASE-FILE.
           IF WS-RELEASE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ RELEASE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-RLS-COUNT < 500
                               ADD 1 TO WS-RLS-COUNT
                               MOVE DUPR-SUSPECT-ID
                                   TO WS-RLS-ID (WS-RLS-COUNT)
                               MOVE DUPR-ACTION
                                   TO WS-RLS-ACTION (WS-RLS-COUNT)
                               MOVE 'N'
                                   TO WS-RLS-USED-SW (WS-RLS-COUNT)
                           ELSE
                               SET WS-SCREEN-FAILED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELEASE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-RELEASES-EXIT.
           EXIT.

      * Each suspect still on file picks up its operator answer, if
      * there is one; the next suspect sequence for today follows
      * the highest already issued.
       LOAD-PENDING-SUSPECTS SECTION.
       LOAD-PENDING-SUSPECTS-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SUSPECT-FILE.
           IF WS-SUSPECT-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ SUSPECT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-PENDING-SUSPECT
                   END-READ
               END-PERFORM
               CLOSE SUSPECT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-PENDING-SUSPECTS-EXIT.
           EXIT.

       TAKE-ONE-PENDING-SUSPECT SECTION.
       TAKE-ONE-PENDING-SUSPECT-START.
           IF WS-PND-COUNT < 500
               ADD 1 TO WS-PND-COUNT
               MOVE SUSPECT-RECORD TO WS-PND-RECORD (WS-PND-COUNT)
               SET WS-PND-WAITING (WS-PND-COUNT) TO TRUE
               IF DUPS-SUSPECT-DATE = WS-RUN-DATE
                  AND DUPS-SUSPECT-SEQ NOT LESS THAN
                      WS-NEXT-SUSPECT-SEQ
                   COMPUTE WS-NEXT-SUSPECT-SEQ = DUPS-SUSPECT-SEQ + 1
               END-IF
               MOVE 'N' TO WS-RLS-FOUND-SW
               PERFORM FIND-RELEASE-FOR-SUSPECT
                   VARYING WS-RLS-IDX FROM 1 BY 1
                   UNTIL WS-RLS-IDX > WS-RLS-COUNT
                      OR WS-RLS-FOUND
               IF WS-RLS-FOUND
                   PERFORM APPLY-ONE-RELEASE
               END-IF
           ELSE
               SET WS-SCREEN-FAILED TO TRUE
           END-IF.
       TAKE-ONE-PENDING-SUSPECT-EXIT.
           EXIT.

       FIND-RELEASE-FOR-SUSPECT SECTION.
       FIND-RELEASE-FOR-SUSPECT-START.
           IF WS-RLS-ID (WS-RLS-IDX) = DUPS-SUSPECT-ID
              AND NOT WS-RLS-USED (WS-RLS-IDX)
               SET WS-RLS-FOUND TO TRUE
               SUBTRACT 1 FROM WS-RLS-IDX
           END-IF.
       FIND-RELEASE-FOR-SUSPECT-EXIT.
           EXIT.

       APPLY-ONE-RELEASE SECTION.
       APPLY-ONE-RELEASE-START.
           EVALUATE WS-RLS-ACTION (WS-RLS-IDX)
               WHEN 'R'
                   SET WS-RLS-USED (WS-RLS-IDX) TO TRUE
                   SET WS-PND-RELEASED (WS-PND-COUNT) TO TRUE
               WHEN 'D'
                   SET WS-RLS-USED (WS-RLS-IDX) TO TRUE
                   SET WS-PND-DISCARDED (WS-PND-COUNT) TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       APPLY-ONE-RELEASE-EXIT.
           EXIT.

       LOAD-GATE-MAP SECTION.
       LOAD-GATE-MAP-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT GATE-MAP-FILE.
           IF WS-GATE-MAP-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ GATE-MAP-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-MAP-COUNT < 10
                               ADD 1 TO WS-MAP-COUNT
                               MOVE GMAP-SOURCE TO
                                   WS-MAP-SOURCE (WS-MAP-COUNT)
                               MOVE GMAP-FROM-REC TO
                                   WS-MAP-FROM (WS-MAP-COUNT)
                               MOVE GMAP-TO-REC TO
                                   WS-MAP-TO (WS-MAP-COUNT)
                               MOVE ZERO TO
                                   WS-MAP-FEED-COUNT (WS-MAP-COUNT)
                               MOVE ZERO TO
                                   WS-MAP-FEED-HASH (WS-MAP-COUNT)
                               MOVE WS-RUN-DATE TO
                                   WS-MAP-ARRIVAL (WS-MAP-COUNT)
                               MOVE ZERO TO
                                   WS-MAP-PRIOR-DATE (WS-MAP-COUNT)
                               MOVE 'N' TO
                                   WS-MAP-HELD-SW (WS-MAP-COUNT)
                               MOVE ZERO TO
                                   WS-MAP-NEW-FROM (WS-MAP-COUNT)
                               MOVE ZERO TO
                                   WS-MAP-NEW-TO (WS-MAP-COUNT)
                           ELSE
                               SET WS-SCREEN-FAILED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GATE-MAP-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-GATE-MAP-EXIT.
           EXIT.

      * TRANFILE and GATEFILE are written record for record by the
      * gather, so they are read side by side; the GATEFILE copy
      * supplies the arrival date.  A record outside every source
      * range is screened under a blank source.
       LOAD-GATHERED-BATCH SECTION.
       LOAD-GATHERED-BATCH-START.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'N' TO WS-GATE-EOF-SW.
           OPEN INPUT GATE-FILE.
           IF WS-GATE-STATUS = '00'
               SET WS-GATE-ON-HAND TO TRUE
           ELSE
               SET WS-GATE-EOF TO TRUE
           END-IF.
           OPEN INPUT TRAN-FILE.
           IF WS-TRAN-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ TRAN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-GATHERED-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRAN-FILE
           END-IF.
           IF WS-GATE-ON-HAND
               CLOSE GATE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-GATHERED-BATCH-EXIT.
           EXIT.

       TAKE-ONE-GATHERED-RECORD SECTION.
       TAKE-ONE-GATHERED-RECORD-START.
           ADD 1 TO WS-IN-COUNT.
           IF WS-TRN-COUNT < 3000
               ADD 1 TO WS-TRN-COUNT
               MOVE TRAN-NUMA TO WS-TRN-NUMA (WS-TRN-COUNT)
               MOVE TRAN-NUMB TO WS-TRN-NUMB (WS-TRN-COUNT)
               MOVE TRAN-COMPANY TO WS-TRN-COMPANY (WS-TRN-COUNT)
               MOVE WS-RUN-DATE TO WS-TRN-ARRIVAL (WS-TRN-COUNT)
               MOVE ZERO TO WS-TRN-PRIOR-DATE (WS-TRN-COUNT)
               SET WS-TRN-PASSED (WS-TRN-COUNT) TO TRUE
               IF NOT WS-GATE-EOF
                   READ GATE-FILE
                       AT END
                           SET WS-GATE-EOF TO TRUE
                       NOT AT END
                           MOVE GATE-ARRIVAL-DATE
                               TO WS-TRN-ARRIVAL (WS-TRN-COUNT)
                   END-READ
               END-IF
               MOVE 'N' TO WS-MAP-FOUND-SW
               PERFORM FIND-RECORD-SOURCE
                   VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                      OR WS-MAP-FOUND
               IF WS-MAP-FOUND
                   MOVE WS-MAP-IDX TO WS-TRN-MAP-IDX (WS-TRN-COUNT)
                   MOVE WS-MAP-SOURCE (WS-MAP-IDX)
                       TO WS-TRN-SOURCE (WS-TRN-COUNT)
                   MOVE WS-TRN-ARRIVAL (WS-TRN-COUNT)
                       TO WS-MAP-ARRIVAL (WS-MAP-IDX)
                   PERFORM ADD-RECORD-TO-FINGERPRINT
               ELSE
                   MOVE ZERO TO WS-TRN-MAP-IDX (WS-TRN-COUNT)
                   MOVE SPACES TO WS-TRN-SOURCE (WS-TRN-COUNT)
               END-IF
           ELSE
               SET WS-SCREEN-FAILED TO TRUE
           END-IF.
       TAKE-ONE-GATHERED-RECORD-EXIT.
           EXIT.

       FIND-RECORD-SOURCE SECTION.
       FIND-RECORD-SOURCE-START.
           IF WS-TRN-COUNT NOT LESS THAN WS-MAP-FROM (WS-MAP-IDX)
              AND WS-TRN-COUNT NOT GREATER THAN WS-MAP-TO (WS-MAP-IDX)
               SET WS-MAP-FOUND TO TRUE
               SUBTRACT 1 FROM WS-MAP-IDX
           END-IF.
       FIND-RECORD-SOURCE-EXIT.
           EXIT.

      * Order-sensitive hash of the feed's pairs: the running value
      * times 31 plus a position-weighted byte sum of the pair,
      * kept to ten digits.
       ADD-RECORD-TO-FINGERPRINT SECTION.
       ADD-RECORD-TO-FINGERPRINT-START.
           ADD 1 TO WS-MAP-FEED-COUNT (WS-MAP-IDX).
           MOVE TRAN-NUMA TO WS-PAIR-NUMA.
           MOVE TRAN-NUMB TO WS-PAIR-NUMB.
           MOVE ZERO TO WS-PAIR-SUM.
           PERFORM SUM-ONE-PAIR-BYTE
               VARYING WS-BYTE-IDX FROM 1 BY 1
               UNTIL WS-BYTE-IDX > 10.
           COMPUTE WS-HASH-WORK =
               WS-MAP-FEED-HASH (WS-MAP-IDX) * 31 + WS-PAIR-SUM.
           DIVIDE WS-HASH-WORK BY 9999999967
               GIVING WS-HASH-QUOT
               REMAINDER WS-MAP-FEED-HASH (WS-MAP-IDX).
       ADD-RECORD-TO-FINGERPRINT-EXIT.
           EXIT.

       SUM-ONE-PAIR-BYTE SECTION.
       SUM-ONE-PAIR-BYTE-START.
           MOVE WS-PAIR-WORK (WS-BYTE-IDX:1) TO WS-BYTE-CHAR.
           COMPUTE WS-BYTE-VAL = FUNCTION ORD (WS-BYTE-CHAR).
           COMPUTE WS-PAIR-SUM =
               WS-PAIR-SUM + WS-BYTE-VAL * WS-BYTE-IDX.
       SUM-ONE-PAIR-BYTE-EXIT.
           EXIT.

      * A feed matching a fingerprint already in the window is the
      * same feed sent again - every record of it is held.
       SCREEN-ONE-FEED SECTION.
       SCREEN-ONE-FEED-START.
           IF WS-MAP-FEED-COUNT (WS-MAP-IDX) > ZERO
               MOVE 'N' TO WS-HIST-FOUND-SW
               PERFORM FIND-FEED-IN-HISTORY
                   VARYING WS-HFD-IDX FROM 1 BY 1
                   UNTIL WS-HFD-IDX > WS-HFD-COUNT
                      OR WS-HIST-FOUND
               MOVE SPACES TO DUP-RPT-RECORD
               IF WS-HIST-FOUND
                   SET WS-MAP-HELD (WS-MAP-IDX) TO TRUE
                   MOVE WS-HFD-DATE (WS-HFD-IDX)
                       TO WS-MAP-PRIOR-DATE (WS-MAP-IDX)
                   ADD WS-MAP-FEED-COUNT (WS-MAP-IDX) TO WS-HELD-COUNT
                   IF WS-FINAL-RETURN-CODE < 4
                       MOVE 4 TO WS-FINAL-RETURN-CODE
                   END-IF
                   STRING 'FEED ' DELIMITED BY SIZE
                          WS-MAP-SOURCE (WS-MAP-IDX) DELIMITED BY SIZE
                          ' RECORDS: ' DELIMITED BY SIZE
                          WS-MAP-FEED-COUNT (WS-MAP-IDX)
                              DELIMITED BY SIZE
                          ' HASH: ' DELIMITED BY SIZE
                          WS-MAP-FEED-HASH (WS-MAP-IDX)
                              DELIMITED BY SIZE
                          ' - HELD, SAME AS FEED OF ' DELIMITED BY SIZE
                          WS-MAP-PRIOR-DATE (WS-MAP-IDX)
                              DELIMITED BY SIZE
                          INTO DUP-RPT-RECORD
               ELSE
                   PERFORM ADD-FEED-TO-HISTORY
                   STRING 'FEED ' DELIMITED BY SIZE
                          WS-MAP-SOURCE (WS-MAP-IDX) DELIMITED BY SIZE
                          ' RECORDS: ' DELIMITED BY SIZE
                          WS-MAP-FEED-COUNT (WS-MAP-IDX)
                              DELIMITED BY SIZE
                          ' HASH: ' DELIMITED BY SIZE
                          WS-MAP-FEED-HASH (WS-MAP-IDX)
                              DELIMITED BY SIZE
                          ' - NEW FEED' DELIMITED BY SIZE
                          INTO DUP-RPT-RECORD
               END-IF
               WRITE DUP-RPT-RECORD
           END-IF.
       SCREEN-ONE-FEED-EXIT.
           EXIT.

       FIND-FEED-IN-HISTORY SECTION.
       FIND-FEED-IN-HISTORY-START.
           IF WS-HFD-SOURCE (WS-HFD-IDX) = WS-MAP-SOURCE (WS-MAP-IDX)
              AND WS-HFD-COUNT-RECS (WS-HFD-IDX) =
                  WS-MAP-FEED-COUNT (WS-MAP-IDX)
              AND WS-HFD-HASH (WS-HFD-IDX) =
                  WS-MAP-FEED-HASH (WS-MAP-IDX)
               SET WS-HIST-FOUND TO TRUE
               SUBTRACT 1 FROM WS-HFD-IDX
           END-IF.
       FIND-FEED-IN-HISTORY-EXIT.
           EXIT.

       ADD-FEED-TO-HISTORY SECTION.
       ADD-FEED-TO-HISTORY-START.
           IF WS-HFD-COUNT < 500
               ADD 1 TO WS-HFD-COUNT
               MOVE WS-MAP-ARRIVAL (WS-MAP-IDX)
                   TO WS-HFD-DATE (WS-HFD-COUNT)
               MOVE WS-MAP-SOURCE (WS-MAP-IDX)
                   TO WS-HFD-SOURCE (WS-HFD-COUNT)
               MOVE WS-MAP-FEED-COUNT (WS-MAP-IDX)
                   TO WS-HFD-COUNT-RECS (WS-HFD-COUNT)
               MOVE WS-MAP-FEED-HASH (WS-MAP-IDX)
                   TO WS-HFD-HASH (WS-HFD-COUNT)
           ELSE
               SET WS-HISTORY-FULL TO TRUE
           END-IF.
       ADD-FEED-TO-HISTORY-EXIT.
           EXIT.

      * A transaction of a feed that was not held is checked on its
      * source, company and pair against the window and against
      * what this gather has already passed.
       SCREEN-ONE-TRANSACTION SECTION.
       SCREEN-ONE-TRANSACTION-START.
           MOVE WS-TRN-MAP-IDX (WS-TRN-IDX) TO WS-MAP-IDX.
           IF WS-MAP-IDX > ZERO
               IF WS-MAP-HELD (WS-MAP-IDX)
                   SET WS-TRN-HELD (WS-TRN-IDX) TO TRUE
               END-IF
           END-IF.
           IF WS-TRN-PASSED (WS-TRN-IDX)
               MOVE 'N' TO WS-HIST-FOUND-SW
               PERFORM FIND-TRAN-IN-HISTORY
                   VARYING WS-HTR-IDX FROM 1 BY 1
                   UNTIL WS-HTR-IDX > WS-HTR-COUNT
                      OR WS-HIST-FOUND
               IF WS-HIST-FOUND
                   SET WS-TRN-SUSPECT (WS-TRN-IDX) TO TRUE
                   MOVE WS-HTR-DATE (WS-HTR-IDX)
                       TO WS-TRN-PRIOR-DATE (WS-TRN-IDX)
                   ADD 1 TO WS-SUSPECT-COUNT
                   IF WS-FINAL-RETURN-CODE < 4
                       MOVE 4 TO WS-FINAL-RETURN-CODE
                   END-IF
               ELSE
                   ADD 1 TO WS-PASSED-COUNT
                   PERFORM ADD-TRAN-TO-HISTORY
               END-IF
           END-IF.
       SCREEN-ONE-TRANSACTION-EXIT.
           EXIT.

       FIND-TRAN-IN-HISTORY SECTION.
       FIND-TRAN-IN-HISTORY-START.
           IF WS-HTR-SOURCE (WS-HTR-IDX) = WS-TRN-SOURCE (WS-TRN-IDX)
              AND WS-HTR-COMPANY (WS-HTR-IDX) =
                  WS-TRN-COMPANY (WS-TRN-IDX)
              AND WS-HTR-NUMA (WS-HTR-IDX) = WS-TRN-NUMA (WS-TRN-IDX)
              AND WS-HTR-NUMB (WS-HTR-IDX) = WS-TRN-NUMB (WS-TRN-IDX)
               SET WS-HIST-FOUND TO TRUE
               SUBTRACT 1 FROM WS-HTR-IDX
           END-IF.
       FIND-TRAN-IN-HISTORY-EXIT.
           EXIT.

       ADD-TRAN-TO-HISTORY SECTION.
       ADD-TRAN-TO-HISTORY-START.
           IF WS-HTR-COUNT < 45000
               ADD 1 TO WS-HTR-COUNT
               MOVE WS-TRN-ARRIVAL (WS-TRN-IDX)
                   TO WS-HTR-DATE (WS-HTR-COUNT)
               MOVE WS-TRN-SOURCE (WS-TRN-IDX)
                   TO WS-HTR-SOURCE (WS-HTR-COUNT)
               MOVE WS-TRN-COMPANY (WS-TRN-IDX)
                   TO WS-HTR-COMPANY (WS-HTR-COUNT)
               MOVE WS-TRN-NUMA (WS-TRN-IDX)
                   TO WS-HTR-NUMA (WS-HTR-COUNT)
               MOVE WS-TRN-NUMB (WS-TRN-IDX)
                   TO WS-HTR-NUMB (WS-HTR-COUNT)
           ELSE
               SET WS-HISTORY-FULL TO TRUE
           END-IF.
       ADD-TRAN-TO-HISTORY-EXIT.
           EXIT.

       REPORT-UNUSED-RELEASES SECTION.
       REPORT-UNUSED-RELEASES-START.
           PERFORM REPORT-ONE-UNUSED-RELEASE
               VARYING WS-RLS-IDX FROM 1 BY 1
               UNTIL WS-RLS-IDX > WS-RLS-COUNT.
       REPORT-UNUSED-RELEASES-EXIT.
           EXIT.

       REPORT-ONE-UNUSED-RELEASE SECTION.
       REPORT-ONE-UNUSED-RELEASE-START.
           IF NOT WS-RLS-USED (WS-RLS-IDX)
               IF WS-FINAL-RETURN-CODE < 4
                   MOVE 4 TO WS-FINAL-RETURN-CODE
               END-IF
               MOVE SPACES TO DUP-RPT-RECORD
               STRING 'RELEASE ' DELIMITED BY SIZE
                      WS-RLS-ID (WS-RLS-IDX) DELIMITED BY SIZE
                      ' ACTION ' DELIMITED BY SIZE
                      WS-RLS-ACTION (WS-RLS-IDX) DELIMITED BY SIZE
                      ' - NO SUCH PENDING SUSPECT, IGNORED'
                          DELIMITED BY SIZE
                      INTO DUP-RPT-RECORD
               WRITE DUP-RPT-RECORD
           END-IF.
       REPORT-ONE-UNUSED-RELEASE-EXIT.
           EXIT.

      * The passed records go back in their gathered order with
      * each source range renumbered around what was taken out;
      * the released suspects follow, one range per source.
       REWRITE-GATHERED-BATCH SECTION.
       REWRITE-GATHERED-BATCH-START.
           MOVE ZERO TO WS-NEXT-REC-NUM.
           OPEN OUTPUT TRAN-FILE.
           OPEN OUTPUT GATE-FILE.
           OPEN OUTPUT GATE-MAP-FILE.
           PERFORM WRITE-ONE-PASSED-RECORD
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-COUNT.
           PERFORM WRITE-ONE-RENUMBERED-RANGE
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT.
           PERFORM WRITE-ONE-RELEASE-GROUP
               VARYING WS-PND-GROUP-IDX FROM 1 BY 1
               UNTIL WS-PND-GROUP-IDX > WS-PND-COUNT.
           CLOSE TRAN-FILE.
           CLOSE GATE-FILE.
           CLOSE GATE-MAP-FILE.
       REWRITE-GATHERED-BATCH-EXIT.
           EXIT.

       WRITE-ONE-PASSED-RECORD SECTION.
       WRITE-ONE-PASSED-RECORD-START.
           IF WS-TRN-PASSED (WS-TRN-IDX)
               ADD 1 TO WS-NEXT-REC-NUM
               MOVE WS-TRN-NUMA (WS-TRN-IDX) TO TRAN-NUMA
               MOVE WS-TRN-NUMB (WS-TRN-IDX) TO TRAN-NUMB
               MOVE WS-TRN-COMPANY (WS-TRN-IDX) TO TRAN-COMPANY
               WRITE TRAN-RECORD
               MOVE WS-TRN-SOURCE (WS-TRN-IDX) TO GATE-SOURCE
               MOVE WS-TRN-ARRIVAL (WS-TRN-IDX) TO GATE-ARRIVAL-DATE
               MOVE WS-TRN-NUMA (WS-TRN-IDX) TO GATE-NUMA
               MOVE WS-TRN-NUMB (WS-TRN-IDX) TO GATE-NUMB
               WRITE GATE-RECORD
               MOVE WS-TRN-MAP-IDX (WS-TRN-IDX) TO WS-MAP-IDX
               IF WS-MAP-IDX > ZERO
                   IF WS-MAP-NEW-FROM (WS-MAP-IDX) = ZERO
                       MOVE WS-NEXT-REC-NUM
                           TO WS-MAP-NEW-FROM (WS-MAP-IDX)
                   END-IF
                   MOVE WS-NEXT-REC-NUM TO WS-MAP-NEW-TO (WS-MAP-IDX)
               END-IF
           END-IF.
       WRITE-ONE-PASSED-RECORD-EXIT.
           EXIT.

       WRITE-ONE-RENUMBERED-RANGE SECTION.
       WRITE-ONE-RENUMBERED-RANGE-START.
           IF WS-MAP-NEW-FROM (WS-MAP-IDX) > ZERO
               MOVE WS-MAP-SOURCE (WS-MAP-IDX) TO GMAP-SOURCE
               MOVE WS-MAP-NEW-FROM (WS-MAP-IDX) TO GMAP-FROM-REC
               MOVE WS-MAP-NEW-TO (WS-MAP-IDX) TO GMAP-TO-REC
               WRITE GATE-MAP-RECORD
               ADD 1 TO WS-RANGE-COUNT
           END-IF.
       WRITE-ONE-RENUMBERED-RANGE-EXIT.
           EXIT.

      * The first released suspect not yet written opens a group
      * for its source; every released suspect of that source is
      * written with it and the group gets its own range, while
      * GATEMAP has room for one.  A group that would take it past
      * ten ranges is left for the next run.
       WRITE-ONE-RELEASE-GROUP SECTION.
       WRITE-ONE-RELEASE-GROUP-START.
           IF WS-PND-RELEASED (WS-PND-GROUP-IDX)
               MOVE WS-PND-RECORD (WS-PND-GROUP-IDX) TO SUSPECT-RECORD
               MOVE DUPS-SOURCE TO WS-GROUP-SOURCE
               IF WS-RANGE-COUNT < 10
                   MOVE WS-NEXT-REC-NUM TO GMAP-FROM-REC
                   ADD 1 TO GMAP-FROM-REC
                   PERFORM WRITE-ONE-RELEASED-RECORD
                       VARYING WS-PND-IDX FROM WS-PND-GROUP-IDX BY 1
                       UNTIL WS-PND-IDX > WS-PND-COUNT
                   MOVE WS-GROUP-SOURCE TO GMAP-SOURCE
                   MOVE WS-NEXT-REC-NUM TO GMAP-TO-REC
                   WRITE GATE-MAP-RECORD
                   ADD 1 TO WS-RANGE-COUNT
               ELSE
                   PERFORM DEFER-RELEASE-GROUP
               END-IF
           END-IF.
       WRITE-ONE-RELEASE-GROUP-EXIT.
           EXIT.

      * The group's suspects stay pending and their release answers
      * are written back to DUPRLSE, so the next run picks them up
      * without the operator answering again.
       DEFER-RELEASE-GROUP SECTION.
       DEFER-RELEASE-GROUP-START.
           MOVE ZERO TO WS-GROUP-DEFERRED.
           PERFORM DEFER-ONE-RELEASED-RECORD
               VARYING WS-PND-IDX FROM WS-PND-GROUP-IDX BY 1
               UNTIL WS-PND-IDX > WS-PND-COUNT.
           ADD WS-GROUP-DEFERRED TO WS-DEFERRED-COUNT.
           IF WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
           MOVE SPACES TO DUP-RPT-RECORD.
           STRING 'RELEASE OF SOURCE ' DELIMITED BY SIZE
                  WS-GROUP-SOURCE DELIMITED BY SIZE
                  ' RECORDS ' DELIMITED BY SIZE
                  WS-GROUP-DEFERRED DELIMITED BY SIZE
                  ' LEFT PENDING - GATEMAP HAS 10 RANGES'
                      DELIMITED BY SIZE
                  INTO DUP-RPT-RECORD.
           WRITE DUP-RPT-RECORD.
       DEFER-RELEASE-GROUP-EXIT.
           EXIT.

       DEFER-ONE-RELEASED-RECORD SECTION.
       DEFER-ONE-RELEASED-RECORD-START.
           IF WS-PND-RELEASED (WS-PND-IDX)
               MOVE WS-PND-RECORD (WS-PND-IDX) TO SUSPECT-RECORD
               IF DUPS-SOURCE = WS-GROUP-SOURCE
                   SET WS-PND-DEFERRED (WS-PND-IDX) TO TRUE
                   ADD 1 TO WS-GROUP-DEFERRED
               END-IF
           END-IF.
       DEFER-ONE-RELEASED-RECORD-EXIT.
           EXIT.

       WRITE-ONE-RELEASED-RECORD SECTION.
       WRITE-ONE-RELEASED-RECORD-START.
           IF WS-PND-RELEASED (WS-PND-IDX)
               MOVE WS-PND-RECORD (WS-PND-IDX) TO SUSPECT-RECORD
               IF DUPS-SOURCE = WS-GROUP-SOURCE
                   ADD 1 TO WS-NEXT-REC-NUM
                   MOVE DUPS-NUMA TO TRAN-NUMA
                   MOVE DUPS-NUMB TO TRAN-NUMB
                   MOVE DUPS-COMPANY TO TRAN-COMPANY
                   WRITE TRAN-RECORD
                   MOVE DUPS-SOURCE TO GATE-SOURCE
                   MOVE DUPS-ARRIVAL-DATE TO GATE-ARRIVAL-DATE
                   MOVE DUPS-NUMA TO GATE-NUMA
                   MOVE DUPS-NUMB TO GATE-NUMB
                   WRITE GATE-RECORD
                   SET WS-PND-WRITTEN (WS-PND-IDX) TO TRUE
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE SPACES TO DUP-RPT-RECORD
                   STRING 'RELEASED ' DELIMITED BY SIZE
                          DUPS-SUSPECT-ID DELIMITED BY SIZE
                          ' SOURCE ' DELIMITED BY SIZE
                          DUPS-SOURCE DELIMITED BY SIZE
                          ' PAIR ' DELIMITED BY SIZE
                          DUPS-NUMA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          DUPS-NUMB DELIMITED BY SIZE
                          ' - TO TRANFILE RECORD ' DELIMITED BY SIZE
                          WS-NEXT-REC-NUM DELIMITED BY SIZE
                          INTO DUP-RPT-RECORD
                   WRITE DUP-RPT-RECORD
               END-IF
           END-IF.
       WRITE-ONE-RELEASED-RECORD-EXIT.
           EXIT.

       WRITE-HELD-FEEDS SECTION.
       WRITE-HELD-FEEDS-START.
           OPEN OUTPUT HELD-FILE.
           PERFORM WRITE-ONE-HELD-RECORD
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-COUNT.
           CLOSE HELD-FILE.
       WRITE-HELD-FEEDS-EXIT.
           EXIT.

       WRITE-ONE-HELD-RECORD SECTION.
       WRITE-ONE-HELD-RECORD-START.
           IF WS-TRN-HELD (WS-TRN-IDX)
               MOVE WS-TRN-SOURCE (WS-TRN-IDX) TO HELD-SOURCE
               MOVE WS-TRN-ARRIVAL (WS-TRN-IDX) TO HELD-ARRIVAL-DATE
               MOVE WS-TRN-NUMA (WS-TRN-IDX) TO HELD-NUMA
               MOVE WS-TRN-NUMB (WS-TRN-IDX) TO HELD-NUMB
               MOVE WS-TRN-COMPANY (WS-TRN-IDX) TO HELD-COMPANY
               WRITE HELD-RECORD
           END-IF.
       WRITE-ONE-HELD-RECORD-EXIT.
           EXIT.

      * Suspects still awaiting an answer are carried forward, and
      * today's new ones are added under fresh ids.
       REWRITE-SUSPECT-FILE SECTION.
       REWRITE-SUSPECT-FILE-START.
           OPEN OUTPUT SUSPECT-FILE.
           PERFORM CARRY-ONE-PENDING-SUSPECT
               VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PND-COUNT.
           PERFORM WRITE-ONE-NEW-SUSPECT
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-COUNT.
           CLOSE SUSPECT-FILE.
       REWRITE-SUSPECT-FILE-EXIT.
           EXIT.

       CARRY-ONE-PENDING-SUSPECT SECTION.
       CARRY-ONE-PENDING-SUSPECT-START.
           MOVE WS-PND-RECORD (WS-PND-IDX) TO SUSPECT-RECORD.
           EVALUATE TRUE
               WHEN WS-PND-WAITING (WS-PND-IDX)
               WHEN WS-PND-DEFERRED (WS-PND-IDX)
                   WRITE SUSPECT-RECORD
                   ADD 1 TO WS-PENDING-COUNT
               WHEN WS-PND-DISCARDED (WS-PND-IDX)
                   ADD 1 TO WS-DISCARDED-COUNT
                   MOVE SPACES TO DUP-RPT-RECORD
                   STRING 'DISCARDED ' DELIMITED BY SIZE
                          DUPS-SUSPECT-ID DELIMITED BY SIZE
                          ' SOURCE ' DELIMITED BY SIZE
                          DUPS-SOURCE DELIMITED BY SIZE
                          ' PAIR ' DELIMITED BY SIZE
                          DUPS-NUMA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          DUPS-NUMB DELIMITED BY SIZE
                          INTO DUP-RPT-RECORD
                   WRITE DUP-RPT-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       CARRY-ONE-PENDING-SUSPECT-EXIT.
           EXIT.

       WRITE-ONE-NEW-SUSPECT SECTION.
       WRITE-ONE-NEW-SUSPECT-START.
           IF WS-TRN-SUSPECT (WS-TRN-IDX)
               MOVE WS-RUN-DATE TO DUPS-SUSPECT-DATE
               MOVE WS-NEXT-SUSPECT-SEQ TO DUPS-SUSPECT-SEQ
               ADD 1 TO WS-NEXT-SUSPECT-SEQ
               MOVE WS-TRN-SOURCE (WS-TRN-IDX) TO DUPS-SOURCE
               MOVE WS-TRN-ARRIVAL (WS-TRN-IDX) TO DUPS-ARRIVAL-DATE
               MOVE WS-TRN-NUMA (WS-TRN-IDX) TO DUPS-NUMA
               MOVE WS-TRN-NUMB (WS-TRN-IDX) TO DUPS-NUMB
               MOVE WS-TRN-COMPANY (WS-TRN-IDX) TO DUPS-COMPANY
               MOVE WS-TRN-PRIOR-DATE (WS-TRN-IDX) TO DUPS-PRIOR-DATE
               WRITE SUSPECT-RECORD
               ADD 1 TO WS-PENDING-COUNT
               MOVE SPACES TO DUP-RPT-RECORD
               STRING 'SUSPECT ' DELIMITED BY SIZE
                      DUPS-SUSPECT-ID DELIMITED BY SIZE
                      ' SOURCE ' DELIMITED BY SIZE
                      DUPS-SOURCE DELIMITED BY SIZE
                      ' PAIR ' DELIMITED BY SIZE
                      DUPS-NUMA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      DUPS-NUMB DELIMITED BY SIZE
                      ' CO ' DELIMITED BY SIZE
                      DUPS-COMPANY DELIMITED BY SIZE
                      ' SEEN ' DELIMITED BY SIZE
                      DUPS-PRIOR-DATE DELIMITED BY SIZE
                      INTO DUP-RPT-RECORD
               WRITE DUP-RPT-RECORD
           END-IF.
       WRITE-ONE-NEW-SUSPECT-EXIT.
           EXIT.

      * The operator's answers have been acted on; an emptied file
      * keeps them from being applied again.  Only the releases
      * left for GATEMAP room are written back.
       CLEAR-RELEASE-FILE SECTION.
       CLEAR-RELEASE-FILE-START.
           IF WS-RLS-COUNT > ZERO
               OPEN OUTPUT RELEASE-FILE
               PERFORM KEEP-ONE-DEFERRED-RELEASE
                   VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
               CLOSE RELEASE-FILE
           END-IF.
       CLEAR-RELEASE-FILE-EXIT.
           EXIT.

       KEEP-ONE-DEFERRED-RELEASE SECTION.
       KEEP-ONE-DEFERRED-RELEASE-START.
           IF WS-PND-DEFERRED (WS-PND-IDX)
               MOVE WS-PND-RECORD (WS-PND-IDX) TO SUSPECT-RECORD
               MOVE DUPS-SUSPECT-ID TO DUPR-SUSPECT-ID
               MOVE 'R' TO DUPR-ACTION
               WRITE RELEASE-RECORD
           END-IF.
       KEEP-ONE-DEFERRED-RELEASE-EXIT.
           EXIT.

      * Per source: what the gather accepted (the GATEMAP ranges),
      * what the screen held or made suspect, and what was released
      * back in.  Every source gets a held line, zero included, so
      * a rerun on a fresh gather replaces the last one; a source
      * with releases gets a processed line restating the gather's
      * count with them added, since the last line for a date,
      * source and kind is the one that stands.
       WRITE-SOURCE-VOLUMES SECTION.
       WRITE-SOURCE-VOLUMES-START.
           PERFORM TALLY-ONE-RANGE-VOLUME
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT.
           PERFORM TALLY-ONE-SCREENED-VOLUME
               VARYING WS-TRN-IDX FROM 1 BY 1
               UNTIL WS-TRN-IDX > WS-TRN-COUNT.
           PERFORM TALLY-ONE-RELEASED-VOLUME
               VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PND-COUNT.
           IF WS-SRC-COUNT > ZERO
               OPEN EXTEND GATE-VOL-FILE
               IF WS-GATE-VOL-STATUS = '05'
                  OR WS-GATE-VOL-STATUS = '35'
                   OPEN OUTPUT GATE-VOL-FILE
               END-IF
               PERFORM WRITE-ONE-SOURCE-VOLUME
                   VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               CLOSE GATE-VOL-FILE
           END-IF.
       WRITE-SOURCE-VOLUMES-EXIT.
           EXIT.

       TALLY-ONE-RANGE-VOLUME SECTION.
       TALLY-ONE-RANGE-VOLUME-START.
           MOVE WS-MAP-SOURCE (WS-MAP-IDX) TO WS-FIND-SOURCE.
           PERFORM LOCATE-VOLUME-SOURCE.
           IF WS-SRC-FOUND
               ADD WS-MAP-FEED-COUNT (WS-MAP-IDX)
                   TO WS-SRC-GATHERED (WS-SRC-IDX)
           END-IF.
       TALLY-ONE-RANGE-VOLUME-EXIT.
           EXIT.

       TALLY-ONE-SCREENED-VOLUME SECTION.
       TALLY-ONE-SCREENED-VOLUME-START.
           IF WS-TRN-HELD (WS-TRN-IDX)
              OR WS-TRN-SUSPECT (WS-TRN-IDX)
               MOVE WS-TRN-SOURCE (WS-TRN-IDX) TO WS-FIND-SOURCE
               PERFORM LOCATE-VOLUME-SOURCE
               IF WS-SRC-FOUND
                   ADD 1 TO WS-SRC-SCREENED (WS-SRC-IDX)
               END-IF
           END-IF.
       TALLY-ONE-SCREENED-VOLUME-EXIT.
           EXIT.

       TALLY-ONE-RELEASED-VOLUME SECTION.
       TALLY-ONE-RELEASED-VOLUME-START.
           IF WS-PND-WRITTEN (WS-PND-IDX)
               MOVE WS-PND-RECORD (WS-PND-IDX) TO SUSPECT-RECORD
               MOVE DUPS-SOURCE TO WS-FIND-SOURCE
               PERFORM LOCATE-VOLUME-SOURCE
               IF WS-SRC-FOUND
                   ADD 1 TO WS-SRC-RELEASED (WS-SRC-IDX)
               END-IF
           END-IF.
       TALLY-ONE-RELEASED-VOLUME-EXIT.
           EXIT.

      * Finds the source's entry, adding it when it is new; a record
      * outside every source range has no source to charge.
       LOCATE-VOLUME-SOURCE SECTION.
       LOCATE-VOLUME-SOURCE-START.
           MOVE 'N' TO WS-SRC-FOUND-SW.
           IF WS-FIND-SOURCE NOT = SPACES
               PERFORM FIND-VOLUME-SOURCE
                   VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
                      OR WS-SRC-FOUND
               IF NOT WS-SRC-FOUND
                  AND WS-SRC-COUNT < 20
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-SRC-COUNT TO WS-SRC-IDX
                   MOVE WS-FIND-SOURCE TO WS-SRC-CODE (WS-SRC-IDX)
                   MOVE ZERO TO WS-SRC-GATHERED (WS-SRC-IDX)
                   MOVE ZERO TO WS-SRC-SCREENED (WS-SRC-IDX)
                   MOVE ZERO TO WS-SRC-RELEASED (WS-SRC-IDX)
                   SET WS-SRC-FOUND TO TRUE
               END-IF
           END-IF.
       LOCATE-VOLUME-SOURCE-EXIT.
           EXIT.

       FIND-VOLUME-SOURCE SECTION.
       FIND-VOLUME-SOURCE-START.
           IF WS-SRC-CODE (WS-SRC-IDX) = WS-FIND-SOURCE
               SET WS-SRC-FOUND TO TRUE
               SUBTRACT 1 FROM WS-SRC-IDX
           END-IF.
       FIND-VOLUME-SOURCE-EXIT.
           EXIT.

       WRITE-ONE-SOURCE-VOLUME SECTION.
       WRITE-ONE-SOURCE-VOLUME-START.
           MOVE WS-RUN-DATE TO GVOL-DATE.
           MOVE WS-SRC-CODE (WS-SRC-IDX) TO GVOL-SOURCE.
           SET GVOL-HELD TO TRUE.
           MOVE WS-SRC-SCREENED (WS-SRC-IDX) TO GVOL-COUNT.
           WRITE GATE-VOLUME-RECORD.
           IF WS-SRC-RELEASED (WS-SRC-IDX) > ZERO
               SET GVOL-PROCESSED TO TRUE
               COMPUTE GVOL-COUNT = WS-SRC-GATHERED (WS-SRC-IDX)
                   + WS-SRC-RELEASED (WS-SRC-IDX)
               WRITE GATE-VOLUME-RECORD
           END-IF.
       WRITE-ONE-SOURCE-VOLUME-EXIT.
           EXIT.

       REWRITE-HISTORY SECTION.
       REWRITE-HISTORY-START.
           OPEN OUTPUT HISTORY-FILE.
           PERFORM WRITE-ONE-HISTORY-FEED
               VARYING WS-HFD-IDX FROM 1 BY 1
               UNTIL WS-HFD-IDX > WS-HFD-COUNT.
           PERFORM WRITE-ONE-HISTORY-TRAN
               VARYING WS-HTR-IDX FROM 1 BY 1
               UNTIL WS-HTR-IDX > WS-HTR-COUNT.
           CLOSE HISTORY-FILE.
       REWRITE-HISTORY-EXIT.
           EXIT.

       WRITE-ONE-HISTORY-FEED SECTION.
       WRITE-ONE-HISTORY-FEED-START.
           MOVE SPACES TO HISTORY-RECORD.
           SET DUPH-FEED TO TRUE.
           MOVE WS-HFD-DATE (WS-HFD-IDX) TO DUPH-DATE.
           MOVE WS-HFD-SOURCE (WS-HFD-IDX) TO DUPH-SOURCE.
           MOVE WS-HFD-COUNT-RECS (WS-HFD-IDX) TO DUPH-FEED-COUNT.
           MOVE WS-HFD-HASH (WS-HFD-IDX) TO DUPH-FEED-HASH.
           WRITE HISTORY-RECORD.
       WRITE-ONE-HISTORY-FEED-EXIT.
           EXIT.

       WRITE-ONE-HISTORY-TRAN SECTION.
       WRITE-ONE-HISTORY-TRAN-START.
           MOVE SPACES TO HISTORY-RECORD.
           SET DUPH-TRAN TO TRUE.
           MOVE WS-HTR-DATE (WS-HTR-IDX) TO DUPH-DATE.
           MOVE WS-HTR-SOURCE (WS-HTR-IDX) TO DUPH-SOURCE.
           MOVE WS-HTR-COMPANY (WS-HTR-IDX) TO DUPH-COMPANY.
           MOVE WS-HTR-NUMA (WS-HTR-IDX) TO DUPH-NUMA.
           MOVE WS-HTR-NUMB (WS-HTR-IDX) TO DUPH-NUMB.
           WRITE HISTORY-RECORD.
       WRITE-ONE-HISTORY-TRAN-EXIT.
           EXIT.

       WRITE-SCREEN-TOTALS SECTION.
       WRITE-SCREEN-TOTALS-START.
           MOVE SPACES TO DUP-RPT-RECORD.
           STRING 'DUPLICATE SCREEN - IN: ' DELIMITED BY SIZE
                  WS-IN-COUNT DELIMITED BY SIZE
                  ' PASSED: ' DELIMITED BY SIZE
                  WS-PASSED-COUNT DELIMITED BY SIZE
                  ' HELD: ' DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  ' SUSPECT: ' DELIMITED BY SIZE
                  WS-SUSPECT-COUNT DELIMITED BY SIZE
                  INTO DUP-RPT-RECORD.
           WRITE DUP-RPT-RECORD.
           MOVE SPACES TO DUP-RPT-RECORD.
           STRING 'SUSPECTS - RELEASED: ' DELIMITED BY SIZE
                  WS-RELEASED-COUNT DELIMITED BY SIZE
                  ' DISCARDED: ' DELIMITED BY SIZE
                  WS-DISCARDED-COUNT DELIMITED BY SIZE
                  ' PENDING: ' DELIMITED BY SIZE
                  WS-PENDING-COUNT DELIMITED BY SIZE
                  ' DEFERRED: ' DELIMITED BY SIZE
                  WS-DEFERRED-COUNT DELIMITED BY SIZE
                  INTO DUP-RPT-RECORD.
           WRITE DUP-RPT-RECORD.
           DISPLAY 'DUPSCRN - IN: ' WS-IN-COUNT
               ' PASSED: ' WS-PASSED-COUNT
               ' HELD: ' WS-HELD-COUNT
               ' SUSPECT: ' WS-SUSPECT-COUNT
               ' RELEASED: ' WS-RELEASED-COUNT.
       WRITE-SCREEN-TOTALS-EXIT.
           EXIT.

      * What the screen took in, took out and put back, for the
      * end-of-chain control-total proof.  TRANFILE out is what was
      * written back - or, when the batch was not screened, the
      * gathered file left as it was.
       WRITE-CONTROL-TOTALS SECTION.
       WRITE-CONTROL-TOTALS-START.
           MOVE 'IN      ' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-IN-COUNT TO WS-CTLT-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'HELD    ' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-HELD-COUNT TO WS-CTLT-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'SUSPECT ' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-SUSPECT-COUNT TO WS-CTLT-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'RELEASED' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-RELEASED-COUNT TO WS-CTLT-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'OUT     ' TO WS-CTLT-TOTAL-NAME.
           IF WS-SCREEN-FAILED
               MOVE WS-IN-COUNT TO WS-CTLT-COUNT
           ELSE
               MOVE WS-NEXT-REC-NUM TO WS-CTLT-COUNT
           END-IF.
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

      * Same whole-day serial computation the aging runs use.
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
