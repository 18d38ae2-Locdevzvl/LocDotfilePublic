      * matched against an operator approval record on MRGAPPR -
      * survivor id, victim id, approval flag - and an approved pair
      * is executed: the victim record is deleted from the indexed
      * CUSTIDX master (and so from its phonetic name key - the
      * survivor's record is not rewritten and keeps its own), a
      * survivor/victim line goes to the MRGXREF cross-reference
      * file so old references can be chased later, and the
      * surviving CUST-ID is cascaded into ADDRFILE so the label and
      * statement runs stop splitting one customer in two.
      * NAME-ONLY candidates are never applied (the addresses
      * differ - a human call, not a batch one), and unapproved or
      * conflicting candidates (either id gone from the master) are
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-IDX-ID
               ALTERNATE RECORD KEY IS CUST-IDX-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-INDEXED-STATUS.
           SELECT MERGE-XREF-FILE ASSIGN TO "MRGXREF"
               ORGANIZATION IS LINE SEQUENTIAL
           05 CUST-IDX-ID            PIC 9(06).
           05 CUST-IDX-NAME          PIC A(50).
           05 CUST-IDX-ADDRESS       PIC A(30).
           05 CUST-IDX-NAME-KEY      PIC X(05).

      * Survivor/victim cross-reference, appended so the history of
      * every merge ever executed survives.
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           OPEN OUTPUT APPLY-RPT-FILE.
           PERFORM LOAD-APPROVAL-TABLE.
           OPEN I-O CUST-INDEXED-FILE.
