       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTGSWP.
       AUTHOR. MTH.

      * Nightly referential-integrity sweep across the customer,
      * account and address files.  The cross-references drift -
      * ACSTXREF keeps pointing at customers MRGAPPLY merged away or
      * CUSTMNT deleted, ADDRFILE and SUPPFILE keep ids long gone
      * from CUSTIDX, AMTFILE carries accounts ACCTMAST never had -
      * and it only shows weeks later as a blank name on a
      * STMTMAIL exception.  Every parent/child rule below is
      * checked each night and every orphan is listed on INTGRPT
      * with the file, the key and the rule it breaks:
      *
      *   1  ACSTXREF customer must be on CUSTIDX
      *   2  ADDRFILE customer must be on CUSTIDX
      *   3  SUPPFILE customer must be on CUSTIDX
      *   4  AMTFILE account must be on ACCTMAST
      *   5  ACCTMAST account must have an ACSTXREF owner
      *
      * A customer id missing from CUSTIDX is chased through the
      * MRGXREF merge history, merge after merge, to the id that
      * survived; the survivor is proposed on the orphan's line, or
      * flagged when it too is gone.  With repair mode set ('R' in
      * the first column of INTGCTL) the ACSTXREF and SUPPFILE
      * records of a merged-away customer whose survivor is still
      * on CUSTIDX are re-pointed to the survivor - rewritten
      * through the INTGWORK turnover file only when something
      * changed - and an INTGAUD audit record is appended for every
      * record changed.  ADDRFILE is left alone: MRGAPPLY cascades
      * its own merges into it and the next bridge run rebuilds it.
      *
      * The records checked under each rule, the orphans and the
      * audit records written go to CTLTOTAL for the end-of-chain
      * control-total proof.
      *
      * Orphans end the run with RETURN-CODE 4.  No CUSTIDX or
      * ACCTMAST to check against, or a table overflow, ends it with
      * RETURN-CODE 8, and repair is not attempted after an
      * overflow.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTG-CTL-FILE ASSIGN TO "INTGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTG-CTL-STATUS.
           SELECT CUST-INDEXED-FILE ASSIGN TO "CUSTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-IDX-ID
               ALTERNATE RECORD KEY IS CUST-IDX-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-INDEXED-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT MERGE-XREF-FILE ASSIGN TO "MRGXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-XREF-STATUS.
           SELECT ACCT-XREF-FILE ASSIGN TO "ACSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-XREF-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "ADDRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT SUPPRESS-FILE ASSIGN TO "SUPPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-STATUS.
           SELECT AMOUNT-FILE ASSIGN TO "AMTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMOUNT-STATUS.
           SELECT INTG-WORK-FILE ASSIGN TO "INTGWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTG-WORK-STATUS.
           SELECT INTG-AUDIT-FILE ASSIGN TO "INTGAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTG-AUDIT-STATUS.
           SELECT INTG-RPT-FILE ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTG-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  INTG-CTL-FILE
           RECORDING MODE IS F.
       01  INTG-CTL-RECORD.
           05 INTG-CTL-MODE          PIC X(01).

       FD  CUST-INDEXED-FILE
           RECORDING MODE IS F.
       01  CUST-INDEXED-RECORD.
           05 CUST-IDX-ID            PIC 9(06).
           05 CUST-IDX-NAME          PIC A(50).
           05 CUST-IDX-ADDRESS       PIC A(30).
           05 CUST-IDX-NAME-KEY      PIC X(05).

      * Same shape LGRVALID and ACCTMNT use.
       FD  ACCOUNT-MASTER-FILE
           RECORDING MODE IS F.
       01  ACCOUNT-MASTER-RECORD.
           05 ACCT-NUMBER            PIC 9(06).
           05 ACCT-DESCRIPTION       PIC X(30).
           05 ACCT-NORMAL-SIDE       PIC X(01).
           05 ACCT-STATUS            PIC X(01).
           05 ACCT-CURRENCY          PIC X(03).

      * Same shape MRGAPPLY writes.
       FD  MERGE-XREF-FILE
           RECORDING MODE IS F.
       01  MERGE-XREF-RECORD.
           05 MXRF-SURVIVOR-ID       PIC 9(06).
           05 MXRF-VICTIM-ID         PIC 9(06).
           05 MXRF-MERGE-DATE        PIC 9(08).

      * Same shape STMTMAIL reads - one record per account.
       FD  ACCT-XREF-FILE
           RECORDING MODE IS F.
       01  ACCT-XREF-RECORD.
           05 XREF-ACCOUNT           PIC 9(06).
           05 XREF-CUST-ID           PIC 9(06).

      * Same shape MAILLBL reads; only the customer id matters here.
       FD  ADDRESS-FILE
           RECORDING MODE IS F.
       01  ADDRESS-RECORD.
           05 ADDR-CUST-ID           PIC 9(06).
           05 ADDR-REST              PIC X(92).

       FD  SUPPRESS-FILE
           RECORDING MODE IS F.
       01  SUPPRESS-RECORD.
           05 SUPP-CUST-ID           PIC 9(06).

       FD  AMOUNT-FILE
           RECORDING MODE IS F.
       01  AMOUNT-RECORD.
           05 AMT-ACCOUNT            PIC 9(06).
           05 AMT-DATE               PIC 9(08).
           05 AMT-SIGNED             PIC S9(05)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.

      * Turnover copy of ACSTXREF or SUPPFILE while it is re-pointed.
       FD  INTG-WORK-FILE
           RECORDING MODE IS F.
       01  INTG-WORK-RECORD          PIC X(12).

      * One record per re-pointed reference: when, which file and
      * record, the account it belongs to (zero on SUPPFILE) and
      * the customer id before and after.
       FD  INTG-AUDIT-FILE
           RECORDING MODE IS F.
       01  INTG-AUDIT-RECORD.
           05 IAUD-DATE              PIC 9(08).
           05 IAUD-TIME              PIC 9(08).
           05 IAUD-FILE              PIC X(08).
           05 IAUD-RECORD-NUM        PIC 9(06).
           05 IAUD-ACCOUNT           PIC 9(06).
           05 IAUD-OLD-CUST-ID       PIC 9(06).
           05 IAUD-NEW-CUST-ID       PIC 9(06).

       FD  INTG-RPT-FILE
           RECORDING MODE IS F.
       01  INTG-RPT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-INTG-CTL-STATUS     PIC XX.
           05 WS-CUST-INDEXED-STATUS PIC XX.
           05 WS-ACCOUNT-MASTER-STATUS PIC XX.
           05 WS-MERGE-XREF-STATUS   PIC XX.
           05 WS-ACCT-XREF-STATUS    PIC XX.
           05 WS-ADDRESS-STATUS      PIC XX.
           05 WS-SUPPRESS-STATUS     PIC XX.
           05 WS-AMOUNT-STATUS       PIC XX.
           05 WS-INTG-WORK-STATUS    PIC XX.
           05 WS-INTG-AUDIT-STATUS   PIC XX.
           05 WS-INTG-RPT-STATUS     PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-TIME               PIC 9(8).
       01  WS-RUN-MODE               PIC X(01) VALUE 'C'.
           88 WS-MODE-REPAIR            VALUE 'R'.
       01  WS-CUSTIDX-OPEN-SW        PIC X VALUE 'N'.
           88 WS-CUSTIDX-OPEN           VALUE 'Y'.
       01  WS-MASTER-LOADED-SW       PIC X VALUE 'N'.
           88 WS-MASTER-LOADED          VALUE 'Y'.
      * The chart of accounts, each marked once ACSTXREF names an
      * owner for it.
       01  WS-ACCT-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-ACCT-IDX               PIC 9(04).
       01  WS-ACCT-OVERFLOW          PIC 9(06) VALUE ZERO.
       01  WS-ACCT-FOUND-SW          PIC X.
           88 WS-ACCT-FOUND             VALUE 'Y'.
       01  WS-ACCT-TABLE.
           05  WS-ACCT OCCURS 2000 TIMES.
               10 WS-ACCT-NUMBER     PIC 9(06).
               10 WS-ACCT-OWNED-SW   PIC X(01).
                   88 WS-ACCT-OWNED     VALUE 'Y'.
       01  WS-FIND-ACCOUNT           PIC 9(06).
      * Every merge MRGAPPLY has executed, victim to survivor.
       01  WS-MRG-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-MRG-IDX                PIC 9(04).
       01  WS-MRG-OVERFLOW           PIC 9(06) VALUE ZERO.
       01  WS-MRG-FOUND-SW           PIC X.
           88 WS-MRG-FOUND              VALUE 'Y'.
       01  WS-MRG-TABLE.
           05  WS-MRG OCCURS 2000 TIMES.
               10 WS-MRG-VICTIM      PIC 9(06).
               10 WS-MRG-SURVIVOR    PIC 9(06).
      * The customer in hand and where its merges lead.
       01  WS-FIND-CUST-ID           PIC 9(06).
       01  WS-CUST-ON-FILE-SW        PIC X.
           88 WS-CUST-ON-FILE           VALUE 'Y'.
       01  WS-CHASE-ID               PIC 9(06).
       01  WS-CHASE-DEPTH            PIC 9(02).
       01  WS-CHASE-MORE-SW          PIC X.
           88 WS-CHASE-MORE             VALUE 'Y'.
       01  WS-MERGED-SW              PIC X.
           88 WS-MERGED                 VALUE 'Y'.
       01  WS-SURVIVOR-LIVE-SW       PIC X.
           88 WS-SURVIVOR-LIVE          VALUE 'Y'.
       01  WS-SURVIVOR-ID            PIC 9(06).
      * The rules, numbered as the header lists them, with the
      * night's figures for each.
       01  WS-RULE-NAMES.
           05 FILLER PIC X(40) VALUE
               'ACSTXREFCUSTIDX CUSTOMER NOT ON CUSTIDX'.
           05 FILLER PIC X(40) VALUE
               'ADDRFILECUSTIDX CUSTOMER NOT ON CUSTIDX'.
           05 FILLER PIC X(40) VALUE
               'SUPPFILECUSTIDX CUSTOMER NOT ON CUSTIDX'.
           05 FILLER PIC X(40) VALUE
               'AMTFILE ACCTMASTACCOUNT NOT ON ACCTMAST'.
           05 FILLER PIC X(40) VALUE
               'ACCTMASTACSTXREFACCOUNT HAS NO OWNER'.
       01  WS-RULE-TABLE REDEFINES WS-RULE-NAMES.
           05  WS-RL-ENTRY OCCURS 5 TIMES.
               10 WS-RL-CHILD        PIC X(08).
               10 WS-RL-PARENT       PIC X(08).
               10 WS-RL-TEXT         PIC X(24).
       01  WS-RULE-IDX               PIC 9(01).
       01  WS-RULE-RESULTS.
           05  WS-RR-ENTRY OCCURS 5 TIMES.
               10 WS-RR-CHECKED-SW   PIC X(01).
                   88 WS-RR-CHECKED     VALUE 'Y'.
               10 WS-RR-READ         PIC 9(06).
               10 WS-RR-ORPHANS      PIC 9(06).
               10 WS-RR-REPOINTED    PIC 9(06).
      * The orphan line in hand.
       01  WS-ORPHAN-KEY             PIC X(23).
       01  WS-ORPHAN-PROPOSAL        PIC X(22).
       01  WS-RECORD-NUM             PIC 9(06).
       01  WS-FILE-CHANGED-COUNT     PIC 9(06).
       01  WS-OLD-CUST-ID            PIC 9(06).
       01  WS-AUDIT-OPEN-SW          PIC X VALUE 'N'.
           88 WS-AUDIT-OPEN             VALUE 'Y'.
      * Run totals.
       01  WS-RECORDS-CHECKED        PIC 9(06) VALUE ZERO.
       01  WS-ORPHAN-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-REPOINTED-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-NUMBER-EDIT            PIC Z(5)9.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
       01  WS-STAT-PROGRAM-ID        PIC X(08) VALUE 'INTGSWP'.
       01  WS-START-TIME             PIC 9(8).
       01  WS-CTLT-PROGRAM-ID        PIC X(08) VALUE 'INTGSWP '.
       01  WS-CTLT-TOTAL-NAME        PIC X(08).
       01  WS-CTLT-COUNT             PIC 9(06).
       01  WS-CTLT-AMOUNT            PIC S9(11)V9(02) VALUE ZERO.
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block; the rule summary resets the line count to start its
      * own page.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'INTGSWP'.
       01  WS-RPT-TITLE              PIC X(30)
                                 VALUE 'REFERENTIAL-INTEGRITY SWEEP'.
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
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT INTG-RPT-FILE.
           MOVE 'FILE' TO WS-RPT-HEADING (1:4).
           MOVE 'KEY' TO WS-RPT-HEADING (10:3).
           MOVE 'RULE BROKEN' TO WS-RPT-HEADING (34:11).
           MOVE 'SURVIVING CUSTOMER' TO WS-RPT-HEADING (59:18).
           MOVE SPACES TO WS-RULE-RESULTS.
           PERFORM CLEAR-ONE-RULE-RESULT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 5.
           PERFORM DETERMINE-RUN-MODE.
           PERFORM LOAD-ACCOUNT-MASTER.
           PERFORM LOAD-MERGE-HISTORY.
           OPEN INPUT CUST-INDEXED-FILE.
           IF WS-CUST-INDEXED-STATUS = '00'
               SET WS-CUSTIDX-OPEN TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN WS-ACCT-OVERFLOW > ZERO
                 OR WS-MRG-OVERFLOW > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO INTG-RPT-RECORD
                   STRING 'RECORDS BEYOND TABLES - ACCTMAST: '
                              DELIMITED BY SIZE
                          WS-ACCT-OVERFLOW DELIMITED BY SIZE
                          ' MRGXREF: ' DELIMITED BY SIZE
                          WS-MRG-OVERFLOW DELIMITED BY SIZE
                          ' - NOTHING CHECKED' DELIMITED BY SIZE
                          INTO INTG-RPT-RECORD
                   DISPLAY 'INTGSWP - ' INTG-RPT-RECORD
                   PERFORM PUT-REPORT-LINE
               WHEN OTHER
                   IF NOT WS-CUSTIDX-OPEN
                       MOVE 8 TO WS-FINAL-RETURN-CODE
                       MOVE SPACES TO INTG-RPT-RECORD
                       STRING 'CUSTIDX NOT OPENED - STATUS '
                                  DELIMITED BY SIZE
                              WS-CUST-INDEXED-STATUS DELIMITED BY SIZE
                              ' - CUSTOMER RULES NOT CHECKED'
                                  DELIMITED BY SIZE
                              INTO INTG-RPT-RECORD
                       DISPLAY 'INTGSWP - ' INTG-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                   END-IF
                   IF NOT WS-MASTER-LOADED
                       MOVE 8 TO WS-FINAL-RETURN-CODE
                       MOVE SPACES TO INTG-RPT-RECORD
                       STRING 'ACCTMAST NOT READABLE - STATUS '
                                  DELIMITED BY SIZE
                              WS-ACCOUNT-MASTER-STATUS
                                  DELIMITED BY SIZE
                              ' - ACCOUNT RULES NOT CHECKED'
                                  DELIMITED BY SIZE
                              INTO INTG-RPT-RECORD
                       DISPLAY 'INTGSWP - ' INTG-RPT-RECORD
                       PERFORM PUT-REPORT-LINE
                   END-IF
                   PERFORM SWEEP-ACCT-XREF-FILE
                   IF WS-CUSTIDX-OPEN
                       PERFORM SWEEP-ADDRESS-FILE
                       PERFORM SWEEP-SUPPRESS-FILE
                   END-IF
                   IF WS-MASTER-LOADED
                       PERFORM SWEEP-AMOUNT-FILE
                       PERFORM SWEEP-UNOWNED-ACCOUNTS
                   END-IF
           END-EVALUATE.
           IF WS-CUSTIDX-OPEN
               CLOSE CUST-INDEXED-FILE
           END-IF.
           IF WS-AUDIT-OPEN
               CLOSE INTG-AUDIT-FILE
           END-IF.
           PERFORM WRITE-RULE-SUMMARY.
           PERFORM END-REPORT-PAGES.
           CLOSE INTG-RPT-FILE.
           IF WS-ORPHAN-COUNT > ZERO
              AND WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
           DISPLAY 'INTGSWP - CHECKED: ' WS-RECORDS-CHECKED
               ' ORPHANS: ' WS-ORPHAN-COUNT
               ' REPOINTED: ' WS-REPOINTED-COUNT.
           CALL 'RUNSTAT' USING WS-STAT-PROGRAM-ID
                                WS-RECORDS-CHECKED
                                WS-REPOINTED-COUNT
                                WS-ORPHAN-COUNT
                                WS-START-TIME.
           PERFORM WRITE-CONTROL-TOTALS.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       CLEAR-ONE-RULE-RESULT SECTION.
       CLEAR-ONE-RULE-RESULT-START.
           MOVE 'N' TO WS-RR-CHECKED-SW (WS-RULE-IDX).
           MOVE ZERO TO WS-RR-READ (WS-RULE-IDX)
                        WS-RR-ORPHANS (WS-RULE-IDX)
                        WS-RR-REPOINTED (WS-RULE-IDX).
       CLEAR-ONE-RULE-RESULT-EXIT.
           EXIT.

      * Report only unless INTGCTL asks for repair.
       DETERMINE-RUN-MODE SECTION.
       DETERMINE-RUN-MODE-START.
           MOVE 'C' TO WS-RUN-MODE.
           OPEN INPUT INTG-CTL-FILE.
           IF WS-INTG-CTL-STATUS = '00'
               READ INTG-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF INTG-CTL-MODE = 'R'
                           MOVE 'R' TO WS-RUN-MODE
                       END-IF
               END-READ
               CLOSE INTG-CTL-FILE
           END-IF.
           MOVE SPACES TO INTG-RPT-RECORD.
           IF WS-MODE-REPAIR
               STRING 'RUN DATE ' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      '  REPAIR MODE - MERGED-AWAY CUSTOMERS RE-POINTED'
                          DELIMITED BY SIZE
                      INTO INTG-RPT-RECORD
           ELSE
               STRING 'RUN DATE ' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      '  REPORT ONLY - NOTHING CHANGED'
                          DELIMITED BY SIZE
                      INTO INTG-RPT-RECORD
           END-IF.
           PERFORM PUT-REPORT-LINE.
       DETERMINE-RUN-MODE-EXIT.
           EXIT.

       LOAD-ACCOUNT-MASTER SECTION.
       LOAD-ACCOUNT-MASTER-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-MASTER-STATUS = '00'
               SET WS-MASTER-LOADED TO TRUE
               PERFORM UNTIL WS-EOF
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-ACCT-COUNT < 2000
                               ADD 1 TO WS-ACCT-COUNT
                               MOVE ACCT-NUMBER
                                   TO WS-ACCT-NUMBER (WS-ACCT-COUNT)
                               MOVE 'N'
                                   TO WS-ACCT-OWNED-SW (WS-ACCT-COUNT)
                           ELSE
                               ADD 1 TO WS-ACCT-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-ACCOUNT-MASTER-EXIT.
           EXIT.

      * MRGXREF is an appended history; a missing file is simply no
      * merges to chase.
       LOAD-MERGE-HISTORY SECTION.
       LOAD-MERGE-HISTORY-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT MERGE-XREF-FILE.
           IF WS-MERGE-XREF-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ MERGE-XREF-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-MRG-COUNT < 2000
                               ADD 1 TO WS-MRG-COUNT
                               MOVE MXRF-VICTIM-ID
                                   TO WS-MRG-VICTIM (WS-MRG-COUNT)
                               MOVE MXRF-SURVIVOR-ID
                                   TO WS-MRG-SURVIVOR (WS-MRG-COUNT)
                           ELSE
                               ADD 1 TO WS-MRG-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MERGE-XREF-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-MERGE-HISTORY-EXIT.
           EXIT.

      *================================================================
      * Rule 1, and the owners rule 5 needs: every ACSTXREF record
      * marks its account owned; its customer must be on CUSTIDX.
      *================================================================
       SWEEP-ACCT-XREF-FILE SECTION.
       SWEEP-ACCT-XREF-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO WS-RECORD-NUM.
           MOVE ZERO TO WS-FILE-CHANGED-COUNT.
           MOVE 1 TO WS-RULE-IDX.
           OPEN INPUT ACCT-XREF-FILE.
           IF WS-ACCT-XREF-STATUS = '00'
               IF WS-CUSTIDX-OPEN
                   SET WS-RR-CHECKED (1) TO TRUE
               END-IF
               IF WS-MODE-REPAIR AND WS-CUSTIDX-OPEN
                   OPEN OUTPUT INTG-WORK-FILE
               END-IF
               PERFORM UNTIL WS-EOF
                   READ ACCT-XREF-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORD-NUM
                           PERFORM CHECK-ONE-XREF
                   END-READ
               END-PERFORM
               CLOSE ACCT-XREF-FILE
               IF WS-MODE-REPAIR AND WS-CUSTIDX-OPEN
                   CLOSE INTG-WORK-FILE
                   IF WS-FILE-CHANGED-COUNT > ZERO
                       PERFORM REPLACE-ACCT-XREF-FILE
                   END-IF
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       SWEEP-ACCT-XREF-FILE-EXIT.
           EXIT.

       CHECK-ONE-XREF SECTION.
       CHECK-ONE-XREF-START.
           IF WS-MASTER-LOADED
               MOVE XREF-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM LOCATE-ACCOUNT
               IF WS-ACCT-FOUND
                   SET WS-ACCT-OWNED (WS-ACCT-IDX) TO TRUE
               END-IF
           END-IF.
           IF WS-CUSTIDX-OPEN
               ADD 1 TO WS-RR-READ (1)
               ADD 1 TO WS-RECORDS-CHECKED
               MOVE XREF-CUST-ID TO WS-FIND-CUST-ID
               PERFORM CHECK-CUSTOMER-ON-FILE
               IF NOT WS-CUST-ON-FILE
                   PERFORM RESOLVE-SURVIVOR
                   MOVE SPACES TO WS-ORPHAN-KEY
                   STRING 'ACCT ' DELIMITED BY SIZE
                          XREF-ACCOUNT DELIMITED BY SIZE
                          ' CUST ' DELIMITED BY SIZE
                          XREF-CUST-ID DELIMITED BY SIZE
                          INTO WS-ORPHAN-KEY
                   IF WS-MODE-REPAIR AND WS-MERGED
                      AND WS-SURVIVOR-LIVE
                       MOVE XREF-CUST-ID TO WS-OLD-CUST-ID
                       MOVE WS-SURVIVOR-ID TO XREF-CUST-ID
                       MOVE XREF-ACCOUNT TO IAUD-ACCOUNT
                       PERFORM RECORD-ONE-REPOINT
                   END-IF
                   PERFORM WRITE-ORPHAN-LINE
               END-IF
               IF WS-MODE-REPAIR
                   MOVE ACCT-XREF-RECORD TO INTG-WORK-RECORD
                   WRITE INTG-WORK-RECORD
               END-IF
           END-IF.
       CHECK-ONE-XREF-EXIT.
           EXIT.

       REPLACE-ACCT-XREF-FILE SECTION.
       REPLACE-ACCT-XREF-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT INTG-WORK-FILE.
           OPEN OUTPUT ACCT-XREF-FILE.
           PERFORM UNTIL WS-EOF
               READ INTG-WORK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE INTG-WORK-RECORD TO ACCT-XREF-RECORD
                       WRITE ACCT-XREF-RECORD
               END-READ
           END-PERFORM.
           CLOSE INTG-WORK-FILE.
           CLOSE ACCT-XREF-FILE.
           MOVE 'N' TO WS-EOF-SW.
       REPLACE-ACCT-XREF-FILE-EXIT.
           EXIT.

      *================================================================
      * Rule 2: ADDRFILE customers.  Reported only - MRGAPPLY
      * cascades its merges into ADDRFILE itself.
      *================================================================
       SWEEP-ADDRESS-FILE SECTION.
       SWEEP-ADDRESS-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 2 TO WS-RULE-IDX.
           OPEN INPUT ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = '00'
               SET WS-RR-CHECKED (2) TO TRUE
               PERFORM UNTIL WS-EOF
                   READ ADDRESS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-ADDRESS
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       SWEEP-ADDRESS-FILE-EXIT.
           EXIT.

       CHECK-ONE-ADDRESS SECTION.
       CHECK-ONE-ADDRESS-START.
           ADD 1 TO WS-RR-READ (2).
           ADD 1 TO WS-RECORDS-CHECKED.
           MOVE ADDR-CUST-ID TO WS-FIND-CUST-ID.
           PERFORM CHECK-CUSTOMER-ON-FILE.
           IF NOT WS-CUST-ON-FILE
               PERFORM RESOLVE-SURVIVOR
               MOVE SPACES TO WS-ORPHAN-KEY
               STRING 'CUST ' DELIMITED BY SIZE
                      ADDR-CUST-ID DELIMITED BY SIZE
                      INTO WS-ORPHAN-KEY
               PERFORM WRITE-ORPHAN-LINE
           END-IF.
       CHECK-ONE-ADDRESS-EXIT.
           EXIT.

      *================================================================
      * Rule 3: SUPPFILE customers, re-pointed in repair mode so a
      * merged customer's do-not-mail request follows the survivor.
      *================================================================
       SWEEP-SUPPRESS-FILE SECTION.
       SWEEP-SUPPRESS-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO WS-RECORD-NUM.
           MOVE ZERO TO WS-FILE-CHANGED-COUNT.
           MOVE 3 TO WS-RULE-IDX.
           OPEN INPUT SUPPRESS-FILE.
           IF WS-SUPPRESS-STATUS = '00'
               SET WS-RR-CHECKED (3) TO TRUE
               IF WS-MODE-REPAIR
                   OPEN OUTPUT INTG-WORK-FILE
               END-IF
               PERFORM UNTIL WS-EOF
                   READ SUPPRESS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORD-NUM
                           PERFORM CHECK-ONE-SUPPRESSION
                   END-READ
               END-PERFORM
               CLOSE SUPPRESS-FILE
               IF WS-MODE-REPAIR
                   CLOSE INTG-WORK-FILE
                   IF WS-FILE-CHANGED-COUNT > ZERO
                       PERFORM REPLACE-SUPPRESS-FILE
                   END-IF
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       SWEEP-SUPPRESS-FILE-EXIT.
           EXIT.

       CHECK-ONE-SUPPRESSION SECTION.
       CHECK-ONE-SUPPRESSION-START.
           ADD 1 TO WS-RR-READ (3).
           ADD 1 TO WS-RECORDS-CHECKED.
           MOVE SUPP-CUST-ID TO WS-FIND-CUST-ID.
           PERFORM CHECK-CUSTOMER-ON-FILE.
           IF NOT WS-CUST-ON-FILE
               PERFORM RESOLVE-SURVIVOR
               MOVE SPACES TO WS-ORPHAN-KEY
               STRING 'CUST ' DELIMITED BY SIZE
                      SUPP-CUST-ID DELIMITED BY SIZE
                      INTO WS-ORPHAN-KEY
               IF WS-MODE-REPAIR AND WS-MERGED
                  AND WS-SURVIVOR-LIVE
                   MOVE SUPP-CUST-ID TO WS-OLD-CUST-ID
                   MOVE WS-SURVIVOR-ID TO SUPP-CUST-ID
                   MOVE ZERO TO IAUD-ACCOUNT
                   PERFORM RECORD-ONE-REPOINT
               END-IF
               PERFORM WRITE-ORPHAN-LINE
           END-IF.
           IF WS-MODE-REPAIR
               MOVE SUPPRESS-RECORD TO INTG-WORK-RECORD
               WRITE INTG-WORK-RECORD
           END-IF.
       CHECK-ONE-SUPPRESSION-EXIT.
           EXIT.

       REPLACE-SUPPRESS-FILE SECTION.
       REPLACE-SUPPRESS-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT INTG-WORK-FILE.
           OPEN OUTPUT SUPPRESS-FILE.
           PERFORM UNTIL WS-EOF
               READ INTG-WORK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE INTG-WORK-RECORD (1:6) TO SUPPRESS-RECORD
                       WRITE SUPPRESS-RECORD
               END-READ
           END-PERFORM.
           CLOSE INTG-WORK-FILE.
           CLOSE SUPPRESS-FILE.
           MOVE 'N' TO WS-EOF-SW.
       REPLACE-SUPPRESS-FILE-EXIT.
           EXIT.

      *================================================================
      * Rule 4: every AMTFILE item's account must be on ACCTMAST.
      *================================================================
       SWEEP-AMOUNT-FILE SECTION.
       SWEEP-AMOUNT-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 4 TO WS-RULE-IDX.
           OPEN INPUT AMOUNT-FILE.
           IF WS-AMOUNT-STATUS = '00'
               SET WS-RR-CHECKED (4) TO TRUE
               PERFORM UNTIL WS-EOF
                   READ AMOUNT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-AMOUNT
                   END-READ
               END-PERFORM
               CLOSE AMOUNT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       SWEEP-AMOUNT-FILE-EXIT.
           EXIT.

       CHECK-ONE-AMOUNT SECTION.
       CHECK-ONE-AMOUNT-START.
           ADD 1 TO WS-RR-READ (4).
           ADD 1 TO WS-RECORDS-CHECKED.
           MOVE AMT-ACCOUNT TO WS-FIND-ACCOUNT.
           PERFORM LOCATE-ACCOUNT.
           IF NOT WS-ACCT-FOUND
               MOVE 'N' TO WS-MERGED-SW
               MOVE SPACES TO WS-ORPHAN-KEY
               STRING 'ACCT ' DELIMITED BY SIZE
                      AMT-ACCOUNT DELIMITED BY SIZE
                      ' DT ' DELIMITED BY SIZE
                      AMT-DATE DELIMITED BY SIZE
                      INTO WS-ORPHAN-KEY
               PERFORM WRITE-ORPHAN-LINE
           END-IF.
       CHECK-ONE-AMOUNT-EXIT.
           EXIT.

      *================================================================
      * Rule 5: an ACCTMAST account no ACSTXREF record owns.
      *================================================================
       SWEEP-UNOWNED-ACCOUNTS SECTION.
       SWEEP-UNOWNED-ACCOUNTS-START.
           MOVE 5 TO WS-RULE-IDX.
           IF WS-ACCT-XREF-STATUS = '00'
               SET WS-RR-CHECKED (5) TO TRUE
               PERFORM CHECK-ONE-ACCOUNT-OWNER
                   VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
           END-IF.
       SWEEP-UNOWNED-ACCOUNTS-EXIT.
           EXIT.

       CHECK-ONE-ACCOUNT-OWNER SECTION.
       CHECK-ONE-ACCOUNT-OWNER-START.
           ADD 1 TO WS-RR-READ (5).
           ADD 1 TO WS-RECORDS-CHECKED.
           IF NOT WS-ACCT-OWNED (WS-ACCT-IDX)
               MOVE 'N' TO WS-MERGED-SW
               MOVE SPACES TO WS-ORPHAN-KEY
               STRING 'ACCT ' DELIMITED BY SIZE
                      WS-ACCT-NUMBER (WS-ACCT-IDX) DELIMITED BY SIZE
                      INTO WS-ORPHAN-KEY
               PERFORM WRITE-ORPHAN-LINE
           END-IF.
       CHECK-ONE-ACCOUNT-OWNER-EXIT.
           EXIT.

      *================================================================
      * Lookups shared by the rules.
      *================================================================
       CHECK-CUSTOMER-ON-FILE SECTION.
       CHECK-CUSTOMER-ON-FILE-START.
           MOVE 'N' TO WS-CUST-ON-FILE-SW.
           MOVE WS-FIND-CUST-ID TO CUST-IDX-ID.
           READ CUST-INDEXED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CUST-ON-FILE TO TRUE
           END-READ.
       CHECK-CUSTOMER-ON-FILE-EXIT.
           EXIT.

      * Follow the customer through MRGXREF, merge after merge, until
      * a survivor still on CUSTIDX or the end of the trail; ten
      * links is further than any real chain and stops a loop.
       RESOLVE-SURVIVOR SECTION.
       RESOLVE-SURVIVOR-START.
           MOVE 'N' TO WS-MERGED-SW.
           MOVE 'N' TO WS-SURVIVOR-LIVE-SW.
           MOVE ZERO TO WS-SURVIVOR-ID.
           MOVE ZERO TO WS-CHASE-DEPTH.
           MOVE WS-FIND-CUST-ID TO WS-CHASE-ID.
           MOVE 'Y' TO WS-CHASE-MORE-SW.
           PERFORM CHASE-ONE-MERGE
               UNTIL NOT WS-CHASE-MORE
                  OR WS-CHASE-DEPTH > 9.
           IF WS-MERGED
               MOVE WS-CHASE-ID TO WS-SURVIVOR-ID
           END-IF.
       RESOLVE-SURVIVOR-EXIT.
           EXIT.

       CHASE-ONE-MERGE SECTION.
       CHASE-ONE-MERGE-START.
           ADD 1 TO WS-CHASE-DEPTH.
           MOVE 'N' TO WS-MRG-FOUND-SW.
           PERFORM FIND-MERGE-VICTIM
               VARYING WS-MRG-IDX FROM 1 BY 1
               UNTIL WS-MRG-IDX > WS-MRG-COUNT
                  OR WS-MRG-FOUND.
           IF WS-MRG-FOUND
               SET WS-MERGED TO TRUE
               MOVE WS-MRG-SURVIVOR (WS-MRG-IDX) TO WS-CHASE-ID
               MOVE WS-CHASE-ID TO CUST-IDX-ID
               READ CUST-INDEXED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-SURVIVOR-LIVE TO TRUE
                       MOVE 'N' TO WS-CHASE-MORE-SW
               END-READ
           ELSE
               MOVE 'N' TO WS-CHASE-MORE-SW
           END-IF.
       CHASE-ONE-MERGE-EXIT.
           EXIT.

       FIND-MERGE-VICTIM SECTION.
       FIND-MERGE-VICTIM-START.
           IF WS-MRG-VICTIM (WS-MRG-IDX) = WS-CHASE-ID
               SET WS-MRG-FOUND TO TRUE
               SUBTRACT 1 FROM WS-MRG-IDX
           END-IF.
       FIND-MERGE-VICTIM-EXIT.
           EXIT.

       LOCATE-ACCOUNT SECTION.
       LOCATE-ACCOUNT-START.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           PERFORM FIND-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                  OR WS-ACCT-FOUND.
       LOCATE-ACCOUNT-EXIT.
           EXIT.

       FIND-ACCOUNT SECTION.
       FIND-ACCOUNT-START.
           IF WS-ACCT-NUMBER (WS-ACCT-IDX) = WS-FIND-ACCOUNT
               SET WS-ACCT-FOUND TO TRUE
               SUBTRACT 1 FROM WS-ACCT-IDX
           END-IF.
       FIND-ACCOUNT-EXIT.
           EXIT.

      *================================================================
      * Repair: one audit record per reference re-pointed.
      *================================================================
       RECORD-ONE-REPOINT SECTION.
       RECORD-ONE-REPOINT-START.
           IF NOT WS-AUDIT-OPEN
               OPEN EXTEND INTG-AUDIT-FILE
               IF WS-INTG-AUDIT-STATUS = '05'
                  OR WS-INTG-AUDIT-STATUS = '35'
                   OPEN OUTPUT INTG-AUDIT-FILE
               END-IF
               SET WS-AUDIT-OPEN TO TRUE
           END-IF.
           MOVE WS-RUN-DATE TO IAUD-DATE.
           MOVE WS-RUN-TIME TO IAUD-TIME.
           MOVE WS-RL-CHILD (WS-RULE-IDX) TO IAUD-FILE.
           MOVE WS-RECORD-NUM TO IAUD-RECORD-NUM.
           MOVE WS-OLD-CUST-ID TO IAUD-OLD-CUST-ID.
           MOVE WS-SURVIVOR-ID TO IAUD-NEW-CUST-ID.
           WRITE INTG-AUDIT-RECORD.
           ADD 1 TO WS-FILE-CHANGED-COUNT.
           ADD 1 TO WS-RR-REPOINTED (WS-RULE-IDX).
           ADD 1 TO WS-REPOINTED-COUNT.
       RECORD-ONE-REPOINT-EXIT.
           EXIT.

      *================================================================
      * Report lines.
      *================================================================
       WRITE-ORPHAN-LINE SECTION.
       WRITE-ORPHAN-LINE-START.
           ADD 1 TO WS-RR-ORPHANS (WS-RULE-IDX).
           ADD 1 TO WS-ORPHAN-COUNT.
           MOVE SPACES TO WS-ORPHAN-PROPOSAL.
           EVALUATE TRUE
               WHEN NOT WS-MERGED
                   CONTINUE
               WHEN NOT WS-SURVIVOR-LIVE
                   STRING 'SURVIVOR ' DELIMITED BY SIZE
                          WS-SURVIVOR-ID DELIMITED BY SIZE
                          ' GONE' DELIMITED BY SIZE
                          INTO WS-ORPHAN-PROPOSAL
               WHEN WS-MODE-REPAIR
                AND (WS-RULE-IDX = 1 OR WS-RULE-IDX = 3)
                   STRING 'REPOINTED TO ' DELIMITED BY SIZE
                          WS-SURVIVOR-ID DELIMITED BY SIZE
                          INTO WS-ORPHAN-PROPOSAL
               WHEN OTHER
                   STRING 'MERGED INTO ' DELIMITED BY SIZE
                          WS-SURVIVOR-ID DELIMITED BY SIZE
                          INTO WS-ORPHAN-PROPOSAL
           END-EVALUATE.
           MOVE SPACES TO INTG-RPT-RECORD.
           MOVE WS-RL-CHILD (WS-RULE-IDX) TO INTG-RPT-RECORD (1:8).
           MOVE WS-ORPHAN-KEY TO INTG-RPT-RECORD (10:23).
           MOVE WS-RL-TEXT (WS-RULE-IDX) TO INTG-RPT-RECORD (34:24).
           MOVE WS-ORPHAN-PROPOSAL TO INTG-RPT-RECORD (59:22).
           PERFORM PUT-REPORT-LINE.
       WRITE-ORPHAN-LINE-EXIT.
           EXIT.

      * The rules on a page of their own: what was read against
      * each, the orphans found and the references re-pointed.
       WRITE-RULE-SUMMARY SECTION.
       WRITE-RULE-SUMMARY-START.
           MOVE SPACES TO WS-RPT-HEADING.
           MOVE 'RULE' TO WS-RPT-HEADING (1:4).
           MOVE 'CHILD' TO WS-RPT-HEADING (6:5).
           MOVE 'PARENT' TO WS-RPT-HEADING (15:6).
           MOVE 'BROKEN WHEN' TO WS-RPT-HEADING (24:11).
           MOVE 'CHECKED' TO WS-RPT-HEADING (49:7).
           MOVE 'ORPHANS' TO WS-RPT-HEADING (58:7).
           MOVE 'REPOINTED' TO WS-RPT-HEADING (67:9).
           MOVE 99 TO WS-RPT-LINE-COUNT.
           PERFORM WRITE-ONE-RULE-LINE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 5.
           MOVE SPACES TO INTG-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           MOVE SPACES TO INTG-RPT-RECORD.
           STRING 'RECORDS CHECKED: ' DELIMITED BY SIZE
                  WS-RECORDS-CHECKED DELIMITED BY SIZE
                  '  ORPHANS: ' DELIMITED BY SIZE
                  WS-ORPHAN-COUNT DELIMITED BY SIZE
                  '  REPOINTED: ' DELIMITED BY SIZE
                  WS-REPOINTED-COUNT DELIMITED BY SIZE
                  INTO INTG-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       WRITE-RULE-SUMMARY-EXIT.
           EXIT.

       WRITE-ONE-RULE-LINE SECTION.
       WRITE-ONE-RULE-LINE-START.
           MOVE SPACES TO INTG-RPT-RECORD.
           MOVE WS-RULE-IDX TO INTG-RPT-RECORD (3:1).
           MOVE WS-RL-CHILD (WS-RULE-IDX) TO INTG-RPT-RECORD (6:8).
           MOVE WS-RL-PARENT (WS-RULE-IDX) TO INTG-RPT-RECORD (15:8).
           MOVE WS-RL-TEXT (WS-RULE-IDX) TO INTG-RPT-RECORD (24:24).
           IF WS-RR-CHECKED (WS-RULE-IDX)
               MOVE WS-RR-READ (WS-RULE-IDX) TO WS-NUMBER-EDIT
               MOVE WS-NUMBER-EDIT TO INTG-RPT-RECORD (50:6)
               MOVE WS-RR-ORPHANS (WS-RULE-IDX) TO WS-NUMBER-EDIT
               MOVE WS-NUMBER-EDIT TO INTG-RPT-RECORD (59:6)
               MOVE WS-RR-REPOINTED (WS-RULE-IDX) TO WS-NUMBER-EDIT
               MOVE WS-NUMBER-EDIT TO INTG-RPT-RECORD (70:6)
           ELSE
               MOVE 'NOT CHECKED' TO INTG-RPT-RECORD (49:11)
           END-IF.
           PERFORM PUT-REPORT-LINE.
       WRITE-ONE-RULE-LINE-EXIT.
           EXIT.

       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE INTG-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO INTG-RPT-RECORD.
           WRITE INTG-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.

      *================================================================
      * Control totals: the records checked under each rule, the
      * orphans found and the INTGAUD records written, for the
      * end-of-chain control-total proof.
      *================================================================
       WRITE-CONTROL-TOTALS SECTION.
       WRITE-CONTROL-TOTALS-START.
           PERFORM WRITE-ONE-RULE-TOTAL
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 5.
           MOVE 'ORPHANS ' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-ORPHAN-COUNT TO WS-CTLT-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'INTGAUD ' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-REPOINTED-COUNT TO WS-CTLT-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

       WRITE-ONE-RULE-TOTAL SECTION.
       WRITE-ONE-RULE-TOTAL-START.
           MOVE WS-RL-CHILD (WS-RULE-IDX) TO WS-CTLT-TOTAL-NAME.
           MOVE WS-RR-READ (WS-RULE-IDX) TO WS-CTLT-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
       WRITE-ONE-RULE-TOTAL-EXIT.
           EXIT.

       CALL-CONTROL-TOTAL SECTION.
       CALL-CONTROL-TOTAL-START.
           CALL 'CTLTOT' USING WS-CTLT-PROGRAM-ID
                               WS-CTLT-TOTAL-NAME
                               WS-CTLT-COUNT
                               WS-CTLT-AMOUNT.
       CALL-CONTROL-TOTAL-EXIT.
           EXIT.
