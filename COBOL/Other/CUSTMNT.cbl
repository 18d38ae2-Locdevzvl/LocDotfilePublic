      * after images to the CMNTAUD audit file, so each change to a
      * customer record is traceable.  Rejected transactions and run
      * totals go to the CMNTRPT report.
      *
      * CUSTIDX carries a phonetic name key (PHONKEY - Soundex of
      * the surname plus the first initial) as an alternate key with
      * duplicates, which CUST360 searches by name.  Every add and
      * change sets the key from the name it writes.  A third
      * control mode ('K') rebuilds the key on every record - for a
      * master loaded before the key existed - and lists the count
      * on CMNTRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-IDX-ID
               ALTERNATE RECORD KEY IS CUST-IDX-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-INDEXED-STATUS.
           SELECT MAINT-TRAN-FILE ASSIGN TO "CMNTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
           05 CUST-IDX-ID            PIC 9(06).
           05 CUST-IDX-NAME          PIC A(50).
           05 CUST-IDX-ADDRESS       PIC A(30).
           05 CUST-IDX-NAME-KEY      PIC X(05).

      * One maintenance transaction: action A(dd), C(hange) or
      * D(elete) followed by the full customer record image.
       01  WS-RUN-MODE               PIC X(01) VALUE 'B'.
           88 WS-MODE-BATCH             VALUE 'B'.
           88 WS-MODE-SCREEN            VALUE 'S'.
           88 WS-MODE-REKEY             VALUE 'K'.
       01  WS-TRAN-VALID-SW          PIC X VALUE 'Y'.
           88 WS-TRAN-VALID             VALUE 'Y'.
           88 WS-TRAN-INVALID           VALUE 'N'.
       01  WS-APPLIED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-READ-COUNT             PIC 9(06) VALUE ZERO.
       01  WS-REKEYED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-NEW-NAME-KEY           PIC X(05).
       01  WS-SCREEN-ACTION          PIC X(01) VALUE SPACE.
       01  WS-SCREEN-MESSAGE         PIC X(40) VALUE SPACES.
       01  WS-SCREEN-DONE-SW         PIC X VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM DETERMINE-RUN-MODE.
           PERFORM OPEN-MASTER-AND-AUDIT.
           OPEN OUTPUT MAINT-RPT-FILE.
           EVALUATE TRUE
               WHEN WS-MODE-SCREEN
                   PERFORM RUN-SCREEN-MAINTENANCE
               WHEN WS-MODE-REKEY
                   PERFORM REBUILD-NAME-KEYS
               WHEN OTHER
                   PERFORM RUN-BATCH-MAINTENANCE
           END-EVALUATE.
           PERFORM WRITE-RUN-TOTALS.
           PERFORM END-REPORT-PAGES.
           CLOSE MAINT-RPT-FILE.
           MOVE MTRAN-CUST-ID TO CUST-IDX-ID.
           MOVE MTRAN-CUST-NAME TO CUST-IDX-NAME.
           MOVE MTRAN-CUST-ADDRESS TO CUST-IDX-ADDRESS.
           PERFORM BUILD-NAME-KEY.
           WRITE CUST-INDEXED-RECORD
               INVALID KEY
                   SET WS-TRAN-INVALID TO TRUE
                   MOVE CUST-IDX-ADDRESS TO WS-BEF-ADDRESS
                   MOVE MTRAN-CUST-NAME TO CUST-IDX-NAME
                   MOVE MTRAN-CUST-ADDRESS TO CUST-IDX-ADDRESS
                   PERFORM BUILD-NAME-KEY
                   REWRITE CUST-INDEXED-RECORD
                   PERFORM WRITE-BEFORE-IMAGE
                   PERFORM WRITE-AFTER-IMAGE
       APPLY-DELETE-EXIT.
           EXIT.

       BUILD-NAME-KEY SECTION.
       BUILD-NAME-KEY-START.
           CALL 'PHONKEY' USING CUST-IDX-NAME
                                CUST-IDX-NAME-KEY.
       BUILD-NAME-KEY-EXIT.
           EXIT.

      * One pass of the master in CUST-ID order; only a record whose
      * key no longer matches its name is rewritten.  The name and
      * address are untouched, so no audit images are written.
       REBUILD-NAME-KEYS SECTION.
       REBUILD-NAME-KEYS-START.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO CUST-IDX-ID.
           START CUST-INDEXED-FILE KEY IS NOT LESS THAN CUST-IDX-ID
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
               READ CUST-INDEXED-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       CALL 'PHONKEY' USING CUST-IDX-NAME
                                            WS-NEW-NAME-KEY
                       IF WS-NEW-NAME-KEY NOT = CUST-IDX-NAME-KEY
                           MOVE WS-NEW-NAME-KEY TO CUST-IDX-NAME-KEY
                           REWRITE CUST-INDEXED-RECORD
                           ADD 1 TO WS-REKEYED-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF-SW.
           MOVE SPACES TO MAINT-RPT-RECORD.
           STRING 'NAME KEYS REBUILT: ' DELIMITED BY SIZE
                  WS-REKEYED-COUNT DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  ' RECORDS' DELIMITED BY SIZE
                  INTO MAINT-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       REBUILD-NAME-KEYS-EXIT.
           EXIT.

       WRITE-BEFORE-IMAGE SECTION.
       WRITE-BEFORE-IMAGE-START.
           MOVE 'B' TO AUD-IMAGE-TYPE.
