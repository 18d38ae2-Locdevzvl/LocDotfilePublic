      * the original unsplit input.  Each shard's detail RES values
      * are also re-added independently and any shard whose detail
      * sum disagrees with its own trailer hash is flagged on the
      * console.  A reversal line counts against its shard's detail
      * sum, and the shard and consolidated trailer hashes are net
      * figures carrying a '-' in column 77 when they fall below
      * zero.
      *
      * Every shard step writes its control totals under SUMTWO01,
      * so once the shards are merged the consolidated figures go
      * to CTLTOTAL under SUMTWO01 as well and are the ones that
      * stand for the night: TRANFILE, RESDTL (with the net hash)
      * and REJFILE from the summed shard trailers, BYPASSED as
      * zero since a shard trailer counts only what it processed,
      * and REVERSAL - the reversal lines merged, with their RES,
      * plus the reversal rejects found on the shard REJFILEs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SHARD4-RES-FILE ASSIGN TO "RESSHRD4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHARD4-RES-STATUS.
           SELECT SHARD1-REJ-FILE ASSIGN TO "REJSHRD1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHARD1-REJ-STATUS.
           SELECT SHARD2-REJ-FILE ASSIGN TO "REJSHRD2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHARD2-REJ-STATUS.
           SELECT SHARD3-REJ-FILE ASSIGN TO "REJSHRD3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHARD3-REJ-STATUS.
           SELECT SHARD4-REJ-FILE ASSIGN TO "REJSHRD4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHARD4-REJ-STATUS.
           SELECT RESULT-FILE ASSIGN TO "RESFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-STATUS.
           RECORDING MODE IS F.
       01  SHARD4-RES-RECORD         PIC X(80).

       FD  SHARD1-REJ-FILE
           RECORDING MODE IS F.
       01  SHARD1-REJ-RECORD         PIC X(60).

       FD  SHARD2-REJ-FILE
           RECORDING MODE IS F.
       01  SHARD2-REJ-RECORD         PIC X(60).

       FD  SHARD3-REJ-FILE
           RECORDING MODE IS F.
       01  SHARD3-REJ-RECORD         PIC X(60).

       FD  SHARD4-REJ-FILE
           RECORDING MODE IS F.
       01  SHARD4-REJ-RECORD         PIC X(60).

       FD  RESULT-FILE
           RECORDING MODE IS F.
       01  RESULT-RECORD             PIC X(80).
           05 WS-SHARD2-RES-STATUS   PIC XX.
           05 WS-SHARD3-RES-STATUS   PIC XX.
           05 WS-SHARD4-RES-STATUS   PIC XX.
           05 WS-SHARD1-REJ-STATUS   PIC XX.
           05 WS-SHARD2-REJ-STATUS   PIC XX.
           05 WS-SHARD3-REJ-STATUS   PIC XX.
           05 WS-SHARD4-REJ-STATUS   PIC XX.
           05 WS-RESULT-STATUS       PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
           05 WS-DET-DATE            PIC X(08).
           05 FILLER                 PIC X(17).
           05 WS-DET-RES             PIC 9(06).
           05 FILLER                 PIC X(07).
           05 WS-DET-REVERSAL-FLAG   PIC X(08).
           05 FILLER                 PIC X(34).
       01  WS-SHARD-TRAILER REDEFINES WS-SHARD-LINE.
           05 FILLER                 PIC X(30).
           05 WS-TRL-READ            PIC 9(06).
           05 WS-TRL-REJECTED        PIC 9(06).
           05 FILLER                 PIC X(13).
           05 WS-TRL-HASH            PIC 9(10).
           05 WS-TRL-HASH-SIGN       PIC X(01).
           05 FILLER                 PIC X(03).

       01  WS-TOTAL-READ             PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-REJECTED         PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-HASH             PIC S9(10) VALUE ZERO.
       01  WS-TOTAL-HASH-PRINT       PIC 9(10).
       01  WS-TOTAL-HASH-SIGN        PIC X(01).
       01  WS-SHARD-DETAIL-HASH      PIC S9(10) VALUE ZERO.
       01  WS-SHARD-TRAILER-HASH     PIC S9(10) VALUE ZERO.
       01  WS-MERGED-DETAIL-COUNT    PIC 9(06) VALUE ZERO.

      * One shard REJFILE line - sumTwoNumber's reversal reject
      * carries its marker straight after the run date and record
      * number.
       01  WS-REJECT-LINE            PIC X(60).
       01  WS-REVERSAL-READ          PIC 9(06) VALUE ZERO.
       01  WS-REVERSAL-HASH          PIC 9(10) VALUE ZERO.
       01  WS-CTLT-PROGRAM-ID        PIC X(08) VALUE 'SUMTWO01'.
       01  WS-CTLT-TOTAL-NAME        PIC X(08).
       01  WS-CTLT-COUNT             PIC 9(06).
       01  WS-CTLT-AMOUNT            PIC S9(11)V9(02).

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           OPEN OUTPUT RESULT-FILE.
           PERFORM WRITE-MERGED-HEADER.
           PERFORM MERGE-SHARD-1.
           PERFORM MERGE-SHARD-4.
           PERFORM WRITE-MERGED-TRAILER.
           CLOSE RESULT-FILE.
           PERFORM COUNT-SHARD-REJECTS-1.
           PERFORM COUNT-SHARD-REJECTS-2.
           PERFORM COUNT-SHARD-REJECTS-3.
           PERFORM COUNT-SHARD-REJECTS-4.
           PERFORM WRITE-CONTROL-TOTALS.
       MAIN-EXIT.
           GOBACK.

               WHEN WS-SHARD-LINE (1:13) = 'BATCH TRAILER'
                   ADD WS-TRL-READ TO WS-TOTAL-READ
                   ADD WS-TRL-REJECTED TO WS-TOTAL-REJECTED
                   MOVE WS-TRL-HASH TO WS-SHARD-TRAILER-HASH
                   IF WS-TRL-HASH-SIGN = '-'
                       COMPUTE WS-SHARD-TRAILER-HASH =
                           ZERO - WS-TRL-HASH
                   END-IF
                   ADD WS-SHARD-TRAILER-HASH TO WS-TOTAL-HASH
               WHEN WS-DET-REVERSAL-FLAG = 'REVERSAL'
                   ADD 1 TO WS-MERGED-DETAIL-COUNT
                   ADD 1 TO WS-REVERSAL-READ
                   ADD WS-DET-RES TO WS-REVERSAL-HASH
                   SUBTRACT WS-DET-RES FROM WS-SHARD-DETAIL-HASH
                   MOVE WS-SHARD-LINE TO RESULT-RECORD
                   WRITE RESULT-RECORD
               WHEN OTHER
                   ADD 1 TO WS-MERGED-DETAIL-COUNT
                   ADD WS-DET-RES TO WS-SHARD-DETAIL-HASH
      * readers of the merged file see the trailer they always saw.
       WRITE-MERGED-TRAILER SECTION.
       WRITE-MERGED-TRAILER-START.
           MOVE WS-TOTAL-HASH TO WS-TOTAL-HASH-PRINT.
           IF WS-TOTAL-HASH < ZERO
               MOVE '-' TO WS-TOTAL-HASH-SIGN
           ELSE
               MOVE SPACE TO WS-TOTAL-HASH-SIGN
           END-IF.
           MOVE SPACES TO RESULT-RECORD.
           STRING 'BATCH TRAILER - RECORDS READ: ' DELIMITED BY SIZE
                  WS-TOTAL-READ DELIMITED BY SIZE
                  ' REJECTED: ' DELIMITED BY SIZE
                  WS-TOTAL-REJECTED DELIMITED BY SIZE
                  ' HASH TOTAL: ' DELIMITED BY SIZE
                  WS-TOTAL-HASH-PRINT DELIMITED BY SIZE
                  WS-TOTAL-HASH-SIGN DELIMITED BY SIZE
                  INTO RESULT-RECORD.
           WRITE RESULT-RECORD.
           DISPLAY 'RESMERGE - DETAILS MERGED: ' WS-MERGED-DETAIL-COUNT
               ' REJECTED: ' WS-TOTAL-REJECTED.
       WRITE-MERGED-TRAILER-EXIT.
           EXIT.

      * One reject-count paragraph per shard REJFILE, the same way
      * the result files are merged - a shard not produced this
      * night opens 35 and is skipped.  Only the reversal rejects
      * are counted; the rest are already in the trailer figures.
       COUNT-SHARD-REJECTS-1 SECTION.
       COUNT-SHARD-REJECTS-1-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SHARD1-REJ-FILE.
           IF WS-SHARD1-REJ-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ SHARD1-REJ-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SHARD1-REJ-RECORD TO WS-REJECT-LINE
                           PERFORM COUNT-ONE-REJECT-LINE
                   END-READ
               END-PERFORM
               CLOSE SHARD1-REJ-FILE
           END-IF.
       COUNT-SHARD-REJECTS-1-EXIT.
           EXIT.

       COUNT-SHARD-REJECTS-2 SECTION.
       COUNT-SHARD-REJECTS-2-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SHARD2-REJ-FILE.
           IF WS-SHARD2-REJ-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ SHARD2-REJ-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SHARD2-REJ-RECORD TO WS-REJECT-LINE
                           PERFORM COUNT-ONE-REJECT-LINE
                   END-READ
               END-PERFORM
               CLOSE SHARD2-REJ-FILE
           END-IF.
       COUNT-SHARD-REJECTS-2-EXIT.
           EXIT.

       COUNT-SHARD-REJECTS-3 SECTION.
       COUNT-SHARD-REJECTS-3-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SHARD3-REJ-FILE.
           IF WS-SHARD3-REJ-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ SHARD3-REJ-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SHARD3-REJ-RECORD TO WS-REJECT-LINE
                           PERFORM COUNT-ONE-REJECT-LINE
                   END-READ
               END-PERFORM
               CLOSE SHARD3-REJ-FILE
           END-IF.
       COUNT-SHARD-REJECTS-3-EXIT.
           EXIT.

       COUNT-SHARD-REJECTS-4 SECTION.
       COUNT-SHARD-REJECTS-4-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SHARD4-REJ-FILE.
           IF WS-SHARD4-REJ-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ SHARD4-REJ-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SHARD4-REJ-RECORD TO WS-REJECT-LINE
                           PERFORM COUNT-ONE-REJECT-LINE
                   END-READ
               END-PERFORM
               CLOSE SHARD4-REJ-FILE
           END-IF.
       COUNT-SHARD-REJECTS-4-EXIT.
           EXIT.

       COUNT-ONE-REJECT-LINE SECTION.
       COUNT-ONE-REJECT-LINE-START.
           IF WS-REJECT-LINE (23:23) = ' REJECTED - REVERSAL - '
               ADD 1 TO WS-REVERSAL-READ
           END-IF.
       COUNT-ONE-REJECT-LINE-EXIT.
           EXIT.

       WRITE-CONTROL-TOTALS SECTION.
       WRITE-CONTROL-TOTALS-START.
           MOVE ZERO TO WS-CTLT-AMOUNT.
           MOVE 'TRANFILE' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-TOTAL-READ TO WS-CTLT-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'RESDTL  ' TO WS-CTLT-TOTAL-NAME.
           COMPUTE WS-CTLT-COUNT = WS-TOTAL-READ - WS-TOTAL-REJECTED.
           MOVE WS-TOTAL-HASH TO WS-CTLT-AMOUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE ZERO TO WS-CTLT-AMOUNT.
           MOVE 'REJFILE ' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-TOTAL-REJECTED TO WS-CTLT-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'BYPASSED' TO WS-CTLT-TOTAL-NAME.
           MOVE ZERO TO WS-CTLT-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'REVERSAL' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-REVERSAL-READ TO WS-CTLT-COUNT.
           MOVE WS-REVERSAL-HASH TO WS-CTLT-AMOUNT.
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
