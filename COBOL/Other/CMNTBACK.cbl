      * again since the window cannot be cleanly reversed and goes
      * to the CMNTBKRP report instead of being stomped.  Every
      * reversal writes its own before/after images back to CMNTAUD,
      * so the backout is as traceable as the batch it undid.  A
      * restored or re-added record gets its phonetic name key
      * rebuilt from the name put back.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-IDX-ID
               ALTERNATE RECORD KEY IS CUST-IDX-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-INDEXED-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "CMNTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
           05 CUST-IDX-ID            PIC 9(06).
           05 CUST-IDX-NAME          PIC A(50).
           05 CUST-IDX-ADDRESS       PIC A(30).
           05 CUST-IDX-NAME-KEY      PIC X(05).

      * The image trail exactly as CUSTMNT writes it.
       FD  MAINT-AUDIT-FILE
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT BACKOUT-RPT-FILE.
           PERFORM READ-BACKOUT-WINDOW.
                               TO CUST-IDX-NAME
                           MOVE WS-IMG-ADDRESS (WS-PARTNER-IDX)
                               TO CUST-IDX-ADDRESS
                           PERFORM BUILD-NAME-KEY
                           REWRITE CUST-INDEXED-RECORD
                           PERFORM WRITE-BACKOUT-AFTER-IMAGE
                           ADD 1 TO WS-REVERSED-COUNT
           MOVE WS-IMG-CUST-ID (WS-IMG-IDX) TO CUST-IDX-ID.
           MOVE WS-IMG-NAME (WS-IMG-IDX) TO CUST-IDX-NAME.
           MOVE WS-IMG-ADDRESS (WS-IMG-IDX) TO CUST-IDX-ADDRESS.
           PERFORM BUILD-NAME-KEY.
           WRITE CUST-INDEXED-RECORD
               INVALID KEY
                   PERFORM WRITE-UNCLEAN-LINE
       REVERSE-ONE-DELETE-EXIT.
           EXIT.

      * The phonetic name key CUST360 searches on follows the name
      * that is put back, the same way CUSTMNT sets it.
       BUILD-NAME-KEY SECTION.
       BUILD-NAME-KEY-START.
           CALL 'PHONKEY' USING CUST-IDX-NAME
                                CUST-IDX-NAME-KEY.
       BUILD-NAME-KEY-EXIT.
           EXIT.

      * The backout's own trail: the record as it stood before this
      * reversal touched it...
       WRITE-BACKOUT-BEFORE-IMAGE SECTION.
