      *      repair's cycle, escalating or resubmitting, and the
      *      updated counts are written to REJCYCNW and copied back
      *      over REJCYCLE once the merge completes.
      * Each resubmit is traced back to the department that sent it
      * through the night's TRANGATE GATEMAP source ranges, and the
      * per-source resubmit counts are appended to the GATEVOL
      * volume log for CHGBACK's chargeback; a resubmit whose record
      * number maps to no source is counted on the repair totals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CYCLE-NEW-FILE ASSIGN TO "REJCYCNW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-NEW-STATUS.
           SELECT GATE-MAP-FILE ASSIGN TO "GATEMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-MAP-STATUS.
           SELECT GATE-VOL-FILE ASSIGN TO "GATEVOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-VOL-STATUS.

       DATA DIVISION.

           05 CYCN-REPAIR-ID         PIC 9(06).
           05 CYCN-COUNT             PIC 9(02).

      * Same shape TRANGATE writes.
       FD  GATE-MAP-FILE
           RECORDING MODE IS F.
       01  GATE-MAP-RECORD.
           05 GMAP-SOURCE            PIC X(02).
           05 GMAP-FROM-REC          PIC 9(06).
           05 GMAP-TO-REC            PIC 9(06).

       FD  GATE-VOL-FILE
           RECORDING MODE IS F.
           COPY GVOLREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-REJECT-STATUS       PIC XX.
           05 WS-MATCH-SORTED-STATUS PIC XX.
           05 WS-CYC-SORTED-STATUS   PIC XX.
           05 WS-CYCLE-NEW-STATUS    PIC XX.
           05 WS-GATE-MAP-STATUS     PIC XX.
           05 WS-GATE-VOL-STATUS     PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-CORR-EOF-SW            PIC X VALUE 'N'.
           88 WS-REPAIR-OPEN            VALUE 'Y'.
       01  WS-CURRENT-REPAIR-ID      PIC 9(06).
       01  WS-THIS-CYCLE             PIC 9(02).
      * GATEMAP source ranges, and the distinct sources they name
      * with the resubmits counted against each.
       01  WS-MAP-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-MAP-IDX                PIC 9(02).
       01  WS-MAP-FOUND-SW           PIC X.
           88 WS-MAP-FOUND              VALUE 'Y'.
       01  WS-MAP-TABLE.
           05  WS-MAP OCCURS 10 TIMES.
               10 WS-MAP-SOURCE      PIC X(02).
               10 WS-MAP-FROM        PIC 9(06).
               10 WS-MAP-TO          PIC 9(06).
       01  WS-SRC-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-SRC-IDX                PIC 9(02).
       01  WS-SRC-FOUND-SW           PIC X.
           88 WS-SRC-FOUND              VALUE 'Y'.
       01  WS-SRC-TABLE.
           05  WS-SRC OCCURS 10 TIMES.
               10 WS-SRC-SOURCE      PIC X(02).
               10 WS-SRC-RESUBMITS   PIC 9(06).
       01  WS-THIS-SOURCE            PIC X(02).
       01  WS-UNSOURCED-COUNT        PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           OPEN OUTPUT RESUBMIT-FILE.
           OPEN OUTPUT ESCALATION-FILE.
           OPEN OUTPUT REPAIR-RPT-FILE.
               PERFORM SORT-PHASE-ONE-INPUTS
               PERFORM MATCH-REJECTS-TO-CORRECTIONS
               PERFORM SORT-PHASE-TWO-INPUTS
               PERFORM LOAD-GATE-MAP
               PERFORM CYCLE-AND-RESUBMIT-MATCHES
               PERFORM REPLACE-CYCLE-FILE
               PERFORM WRITE-RESUBMIT-VOLUMES
           END-IF.
           PERFORM WRITE-REPAIR-TOTALS.
           CLOSE RESUBMIT-FILE.
               MOVE SMCH-COMPANY TO RESUB-COMPANY
               WRITE RESUBMIT-RECORD
               ADD 1 TO WS-RESUBMIT-COUNT
               PERFORM COUNT-RESUBMIT-SOURCE
           END-IF.
       CYCLE-ONE-MATCH-EXIT.
           EXIT.
       REPLACE-CYCLE-FILE-EXIT.
           EXIT.

      * The night's source ranges as TRANGATE (or the duplicate
      * screen after it) left them; each source is entered once on
      * the resubmit tally however many ranges it holds.
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
                               MOVE GMAP-SOURCE TO WS-THIS-SOURCE
                               PERFORM ENTER-MAP-SOURCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GATE-MAP-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-GATE-MAP-EXIT.
           EXIT.

       ENTER-MAP-SOURCE SECTION.
       ENTER-MAP-SOURCE-START.
           MOVE 'N' TO WS-SRC-FOUND-SW.
           PERFORM FIND-TALLY-SOURCE
               VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT
                  OR WS-SRC-FOUND.
           IF NOT WS-SRC-FOUND
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-THIS-SOURCE TO WS-SRC-SOURCE (WS-SRC-COUNT)
               MOVE ZERO TO WS-SRC-RESUBMITS (WS-SRC-COUNT)
           END-IF.
       ENTER-MAP-SOURCE-EXIT.
           EXIT.

       FIND-TALLY-SOURCE SECTION.
       FIND-TALLY-SOURCE-START.
           IF WS-SRC-SOURCE (WS-SRC-IDX) = WS-THIS-SOURCE
               SET WS-SRC-FOUND TO TRUE
               SUBTRACT 1 FROM WS-SRC-IDX
           END-IF.
       FIND-TALLY-SOURCE-EXIT.
           EXIT.

      * The match carries the reject's TRANFILE record number,
      * which falls in exactly one source range.
       COUNT-RESUBMIT-SOURCE SECTION.
       COUNT-RESUBMIT-SOURCE-START.
           MOVE 'N' TO WS-MAP-FOUND-SW.
           PERFORM FIND-MATCH-SOURCE
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
                  OR WS-MAP-FOUND.
           IF WS-MAP-FOUND
               MOVE WS-MAP-SOURCE (WS-MAP-IDX) TO WS-THIS-SOURCE
               MOVE 'N' TO WS-SRC-FOUND-SW
               PERFORM FIND-TALLY-SOURCE
                   VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
                      OR WS-SRC-FOUND
               ADD 1 TO WS-SRC-RESUBMITS (WS-SRC-IDX)
           ELSE
               ADD 1 TO WS-UNSOURCED-COUNT
           END-IF.
       COUNT-RESUBMIT-SOURCE-EXIT.
           EXIT.

       FIND-MATCH-SOURCE SECTION.
       FIND-MATCH-SOURCE-START.
           IF SMCH-REC-NUM NOT LESS THAN WS-MAP-FROM (WS-MAP-IDX)
              AND SMCH-REC-NUM NOT GREATER THAN
                  WS-MAP-TO (WS-MAP-IDX)
               SET WS-MAP-FOUND TO TRUE
               SUBTRACT 1 FROM WS-MAP-IDX
           END-IF.
       FIND-MATCH-SOURCE-EXIT.
           EXIT.

      * One line per source, zero included, so a rerun's figure
      * replaces the first run's for the day.
       WRITE-RESUBMIT-VOLUMES SECTION.
       WRITE-RESUBMIT-VOLUMES-START.
           IF WS-SRC-COUNT > ZERO
               OPEN EXTEND GATE-VOL-FILE
               IF WS-GATE-VOL-STATUS = '05'
                  OR WS-GATE-VOL-STATUS = '35'
                   OPEN OUTPUT GATE-VOL-FILE
               END-IF
               PERFORM WRITE-ONE-RESUBMIT-VOLUME
                   VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               CLOSE GATE-VOL-FILE
           END-IF.
       WRITE-RESUBMIT-VOLUMES-EXIT.
           EXIT.

       WRITE-ONE-RESUBMIT-VOLUME SECTION.
       WRITE-ONE-RESUBMIT-VOLUME-START.
           MOVE WS-RUN-DATE TO GVOL-DATE.
           MOVE WS-SRC-SOURCE (WS-SRC-IDX) TO GVOL-SOURCE.
           MOVE 'S' TO GVOL-KIND.
           MOVE WS-SRC-RESUBMITS (WS-SRC-IDX) TO GVOL-COUNT.
           WRITE GATE-VOLUME-RECORD.
       WRITE-ONE-RESUBMIT-VOLUME-EXIT.
           EXIT.

       WRITE-REPAIR-TOTALS SECTION.
       WRITE-REPAIR-TOTALS-START.
           MOVE SPACES TO REPAIR-RPT-RECORD.
                  WS-UNMATCHED-COUNT DELIMITED BY SIZE
                  INTO REPAIR-RPT-RECORD.
           WRITE REPAIR-RPT-RECORD.
           IF WS-UNSOURCED-COUNT > ZERO
               MOVE SPACES TO REPAIR-RPT-RECORD
               STRING 'RESUBMITS MAPPING TO NO GATEMAP SOURCE: '
                          DELIMITED BY SIZE
                      WS-UNSOURCED-COUNT DELIMITED BY SIZE
                      INTO REPAIR-RPT-RECORD
               WRITE REPAIR-RPT-RECORD
           END-IF.
       WRITE-REPAIR-TOTALS-EXIT.
           EXIT.
