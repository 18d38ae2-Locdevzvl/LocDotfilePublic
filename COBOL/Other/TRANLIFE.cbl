      * per id.  The TLIFCTL control file lists one TRAN-ID-KEY per
      * record; for each id the inquiry shows:
      *   - the TRANIDX record TRANIDXL loaded (the pair itself);
      *   - the RESFILE result line where that pair summed (a
      *     reversal line is not a sum and is left out here);
      *   - every AUDITLOG reversal line naming the id, with the
      *     run it reversed - counted apart from the sums;
      *   - any REJFILE line whose bad value matches either side of
      *     the pair, with its record number;
      *   - the REJCYCLE repair-cycle count carried under the same
           SELECT RESUBMIT-FILE ASSIGN TO "RESUBTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-STATUS.
           SELECT AUDIT-IN-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-IN-STATUS.
           SELECT LIFE-CTL-FILE ASSIGN TO "TLIFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIFE-CTL-STATUS.
           05 RES-LINE-NUMB          PIC X(05).
           05 FILLER                 PIC X(03).
           05 RES-LINE-RES           PIC X(06).
           05 FILLER                 PIC X(07).
           05 RES-LINE-REV-FLAG      PIC X(08).
           05 FILLER                 PIC X(34).

      * The reject line as the sum run writes it.
       FD  REJECT-FILE
           05 RESUB-NUMB             PIC X(5).
           05 RESUB-COMPANY          PIC X(2).

      * The reversal audit line - REV and the reversed id where the
      * pair would stand, the original's run date after the
      * company.
       FD  AUDIT-IN-FILE
           RECORDING MODE IS F.
       01  AUDIT-IN-RECORD.
           05 AUDIT-IN-DATE          PIC X(08).
           05 FILLER                 PIC X(19).
           05 AUDIT-IN-REV-FLAG      PIC X(03).
           05 AUDIT-IN-ORIG-ID       PIC X(06).
           05 FILLER                 PIC X(03).
           05 AUDIT-IN-RES           PIC X(06).
           05 FILLER                 PIC X(15).
           05 AUDIT-IN-COMPANY       PIC X(02).
           05 AUDIT-IN-ORIG-DATE     PIC X(08).

       FD  LIFE-CTL-FILE
           RECORDING MODE IS F.
       01  LIFE-CTL-RECORD.
           05 WS-RESUBMIT-STATUS     PIC XX.
           05 WS-LIFE-CTL-STATUS     PIC XX.
           05 WS-LIFE-RPT-STATUS     PIC XX.
           05 WS-AUDIT-IN-STATUS     PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-CTL-EOF-SW             PIC X VALUE 'N'.
       01  WS-THIS-NUMB              PIC X(05).
       01  WS-FACT-COUNT             PIC 9(03).
       01  WS-IDS-SHOWN              PIC 9(05) VALUE ZERO.
       01  WS-REVERSALS-SHOWN        PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE SPACES TO LIFE-RPT-RECORD.
           STRING 'LINEAGE PAGES WRITTEN: ' DELIMITED BY SIZE
                  WS-IDS-SHOWN DELIMITED BY SIZE
                  ' REVERSALS SHOWN: ' DELIMITED BY SIZE
                  WS-REVERSALS-SHOWN DELIMITED BY SIZE
                  INTO LIFE-RPT-RECORD.
           WRITE LIFE-RPT-RECORD.
           CLOSE LIFE-RPT-FILE.
               PERFORM SHOW-REJECT-LINES
               PERFORM SHOW-RESUBMIT-STATE
           END-IF.
           PERFORM SHOW-REVERSAL-LINES.
           PERFORM SHOW-CYCLE-COUNT.
           MOVE SPACES TO LIFE-RPT-RECORD.
           WRITE LIFE-RPT-RECORD.
                       NOT AT END
                           IF RES-LINE-NUMA = WS-THIS-NUMA
                              AND RES-LINE-NUMB = WS-THIS-NUMB
                              AND RES-LINE-REV-FLAG NOT = 'REVERSAL'
                               ADD 1 TO WS-FACT-COUNT
                               MOVE SPACES TO LIFE-RPT-RECORD
                               STRING 'SUMMED:   ' DELIMITED BY SIZE
       SHOW-REJECT-LINES-EXIT.
           EXIT.

      * The reversal lines live on the AUDITLOG, which outlasts any
      * one night's RESFILE, and carry the id they reversed.
       SHOW-REVERSAL-LINES SECTION.
       SHOW-REVERSAL-LINES-START.
           MOVE ZERO TO WS-FACT-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT AUDIT-IN-FILE.
           IF WS-AUDIT-IN-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ AUDIT-IN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF AUDIT-IN-REV-FLAG = 'REV'
                              AND AUDIT-IN-ORIG-ID = WS-THIS-ID
                               ADD 1 TO WS-FACT-COUNT
                               ADD 1 TO WS-REVERSALS-SHOWN
                               MOVE SPACES TO LIFE-RPT-RECORD
                               STRING 'REVERSED: ' DELIMITED BY SIZE
                                      AUDIT-IN-DATE DELIMITED BY SIZE
                                      ' RUN ' DELIMITED BY SIZE
                                      AUDIT-IN-ORIG-DATE
                                          DELIMITED BY SIZE
                                      ' RESULT ' DELIMITED BY SIZE
                                      AUDIT-IN-RES DELIMITED BY SIZE
                                      ' BACKED OUT CO '
                                          DELIMITED BY SIZE
                                      AUDIT-IN-COMPANY
                                          DELIMITED BY SIZE
                                      INTO LIFE-RPT-RECORD
                               WRITE LIFE-RPT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-IN-FILE
           END-IF.
           IF WS-FACT-COUNT = ZERO
               MOVE 'REVERSED: NO REVERSAL ON AUDITLOG'
                   TO LIFE-RPT-RECORD
               WRITE LIFE-RPT-RECORD
           END-IF.
       SHOW-REVERSAL-LINES-EXIT.
           EXIT.

      * The repair desk assigns repair ids from the transaction id
      * where one is known, so the cycle file answers directly.
       SHOW-CYCLE-COUNT SECTION.
