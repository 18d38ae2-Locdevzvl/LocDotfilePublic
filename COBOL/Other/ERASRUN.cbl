       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERASRUN.
       AUTHOR. MTH.

      * Personal data erasure run.  A customer who asks for their
      * personal data to be erased is keyed onto ERASREQ with the
      * request reference, the date it was received and the
      * operator who approved it; only a request marked approved by
      * an active OPERFILE operator is acted on.  A customer with a
      * balance still carried on ACSTBAL for any of their ACSTXREF
      * accounts, or with a dispute still open on DISPFILE, is
      * refused - the account has to be settled first - and the
      * refusal is listed on ERASRPT.
      *
      * For each customer accepted the name and address are
      * overwritten with ERASED (city, state, ZIP and email are
      * blanked) wherever they are held: CUSTIDX (with its phonetic
      * name key, through PHONKEY), CUSTMAST, CUSTCLN, ADDRFILE, the
      * pending COAFILE changes, the COAAUD and CMNTAUD before and
      * after images, the street and ZIP RTNMAST remembers, the
      * STMTPREF email address and the street, city and ZIP the
      * CORRHIST mail history recorded.  On the LABLFILE and
      * HSHLABEL label files a name line is overwritten only when it
      * carries the customer's ADDRFILE name and the label's street
      * and city lines are the customer's ADDRFILE street and city,
      * state and ZIP, so another customer of the same name keeps
      * their label.  A three-line label of the customer's own
      * loses its address lines and any barcode line under them
      * too; a household label keeps the address the other members
      * still share.
      * The customer is added to SUPPFILE so no further mail is
      * produced.  The CUST-ID itself is kept everywhere, as are
      * ACSTXREF, AMTFILE, ACSTBAL and the ledger - the financial
      * history the retention rules require; MRGXREF holds only
      * customer ids and is left as it is.  No CMNTAUD image is
      * written for the erasure, as the image would carry the very
      * data being removed.  Each erasure is registered on ERASLOG.
      *
      * The ERASCERT certificate lists, request by request, every
      * file with the data anonymized and the number of records
      * changed, and what was kept.  The sequential files are
      * rewritten through the ERASWORK turnover file only when
      * something on them changed.  A refused or rejected request
      * ends the run with RETURN-CODE 4; a CUSTIDX that cannot be
      * opened for update or a table overflow changes nothing and
      * ends with RETURN-CODE 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASE-REQ-FILE ASSIGN TO "ERASREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASE-REQ-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT ACCT-XREF-FILE ASSIGN TO "ACSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-XREF-STATUS.
           SELECT BALANCE-IN-FILE ASSIGN TO "ACSTBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-IN-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT CUST-INDEXED-FILE ASSIGN TO "CUSTIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-IDX-ID
               ALTERNATE RECORD KEY IS CUST-IDX-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-INDEXED-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT CLEAN-FILE ASSIGN TO "CUSTCLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAN-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "ADDRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-STATUS.
           SELECT COA-FILE ASSIGN TO "COAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.
           SELECT COA-AUDIT-FILE ASSIGN TO "COAAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-AUDIT-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "CMNTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-AUDIT-STATUS.
           SELECT RTNM-FILE ASSIGN TO "RTNMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNM-STATUS.
           SELECT PREF-FILE ASSIGN TO "STMTPREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-STATUS.
           SELECT LABEL-FILE ASSIGN TO "LABLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABEL-STATUS.
           SELECT HSHLD-LABEL-FILE ASSIGN TO "HSHLABEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSHLD-LABEL-STATUS.
           SELECT CORR-FILE ASSIGN TO "CORRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT MERGE-XREF-FILE ASSIGN TO "MRGXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-XREF-STATUS.
           SELECT SUPPRESS-FILE ASSIGN TO "SUPPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPPRESS-STATUS.
           SELECT ERASE-WORK-FILE ASSIGN TO "ERASWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASE-WORK-STATUS.
           SELECT ERASE-LOG-FILE ASSIGN TO "ERASLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASE-LOG-STATUS.
           SELECT ERASE-RPT-FILE ASSIGN TO "ERASRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASE-RPT-STATUS.
           SELECT CERT-RPT-FILE ASSIGN TO "ERASCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-RPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * One erasure request: the customer, the request reference,
      * the date it was received and the operator who approved it.
       FD  ERASE-REQ-FILE
           RECORDING MODE IS F.
       01  ERASE-REQ-RECORD.
           05 EREQ-CUST-ID           PIC X(06).
           05 EREQ-REFERENCE         PIC X(10).
           05 EREQ-RECEIVED-DATE     PIC X(08).
           05 EREQ-APPROVED-BY       PIC X(08).
           05 EREQ-APPROVED-FLAG     PIC X(01).
               88 EREQ-APPROVED         VALUE 'Y'.

      * Same shape OPERMNT maintains.
       FD  OPERATOR-FILE
           RECORDING MODE IS F.
       01  OPERATOR-RECORD.
           05 OPER-ID                PIC X(08).
           05 OPER-AUTH-FLAGS.
               10 OPER-AUTH OCCURS 8 TIMES PIC X(01).
           05 OPER-ADMIN-FLAG        PIC X(01).
           05 OPER-STATUS            PIC X(01).

      * Same shape STMTMAIL reads - one record per account.
       FD  ACCT-XREF-FILE
           RECORDING MODE IS F.
       01  ACCT-XREF-RECORD.
           05 XREF-ACCOUNT           PIC 9(06).
           05 XREF-CUST-ID           PIC 9(06).

      * Same shape ACCTSTMT writes and ACCTASSM reads.
       FD  BALANCE-IN-FILE
           RECORDING MODE IS F.
       01  BALANCE-IN-RECORD.
           05 BAL-IN-ACCOUNT         PIC 9(06).
           05 BAL-IN-AMOUNT          PIC S9(07)V9(02)
                                  SIGN IS LEADING SEPARATE CHARACTER.

       FD  DISPUTE-FILE
           RECORDING MODE IS F.
           COPY DISPREC.

       FD  CUST-INDEXED-FILE
           RECORDING MODE IS F.
       01  CUST-INDEXED-RECORD.
           05 CUST-IDX-ID            PIC 9(06).
           05 CUST-IDX-NAME          PIC A(50).
           05 CUST-IDX-ADDRESS       PIC A(30).
           05 CUST-IDX-NAME-KEY      PIC X(05).

       FD  CUSTOMER-FILE
           RECORDING MODE IS F.
           COPY CUSTREC.

      * Same shape CLNBRDG reads.
       FD  CLEAN-FILE
           RECORDING MODE IS F.
       01  CLEAN-RECORD.
           05 CLEAN-ID               PIC 9(06).
           05 CLEAN-NAME             PIC A(56).
           05 CLEAN-ADDRESS          PIC A(36).

      * Same shape MAILLBL reads.
       FD  ADDRESS-FILE
           RECORDING MODE IS F.
       01  ADDRESS-RECORD.
           05 ADDR-CUST-ID           PIC 9(06).
           05 ADDR-NAME              PIC A(30).
           05 ADDR-STREET            PIC A(30).
           05 ADDR-CITY              PIC A(20).
           05 ADDR-STATE             PIC A(02).
           05 ADDR-ZIP               PIC X(10).

      * Same shape COAAPPLY reads.
       FD  COA-FILE
           RECORDING MODE IS F.
       01  COA-RECORD.
           05 COA-CUST-ID            PIC 9(06).
           05 COA-NEW-STREET         PIC X(30).
           05 COA-NEW-CITY           PIC X(20).
           05 COA-NEW-STATE          PIC X(02).
           05 COA-NEW-ZIP            PIC X(10).
           05 COA-EFF-DATE           PIC 9(08).

      * Same shape COAAPPLY writes.
       FD  COA-AUDIT-FILE
           RECORDING MODE IS F.
       01  COA-AUDIT-RECORD.
           05 CAUD-IMAGE-TYPE        PIC X(01).
           05 CAUD-DATE              PIC 9(08).
           05 CAUD-TIME              PIC 9(08).
           05 CAUD-CUST-ID           PIC 9(06).
           05 CAUD-STREET            PIC X(30).
           05 CAUD-CITY              PIC X(20).
           05 CAUD-STATE             PIC X(02).
           05 CAUD-ZIP               PIC X(10).

      * Same shape CUSTMNT writes.
       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F.
       01  MAINT-AUDIT-RECORD.
           05 AUD-IMAGE-TYPE         PIC X(01).
           05 AUD-ACTION             PIC X(01).
           05 AUD-DATE               PIC 9(08).
           05 AUD-TIME               PIC 9(08).
           05 AUD-CUST-ID            PIC 9(06).
           05 AUD-CUST-NAME          PIC X(50).
           05 AUD-CUST-ADDRESS       PIC X(30).

       FD  RTNM-FILE
           RECORDING MODE IS F.
           COPY RTNMREC.

       FD  PREF-FILE
           RECORDING MODE IS F.
           COPY DLVPREC.

      * Print images, as MAILLBL and HSHLDLBL write them - one
      * label to a block, blocks separated by a blank line.
       FD  LABEL-FILE
           RECORDING MODE IS F.
       01  LABEL-RECORD              PIC X(65).

       FD  HSHLD-LABEL-FILE
           RECORDING MODE IS F.
       01  HSHLD-LABEL-RECORD        PIC X(65).

       FD  CORR-FILE
           RECORDING MODE IS F.
           COPY CORRREC.

      * Same shape MRGAPPLY writes.
       FD  MERGE-XREF-FILE
           RECORDING MODE IS F.
       01  MERGE-XREF-RECORD.
           05 MXRF-SURVIVOR-ID       PIC 9(06).
           05 MXRF-VICTIM-ID         PIC 9(06).
           05 MXRF-MERGE-DATE        PIC 9(08).

       FD  SUPPRESS-FILE
           RECORDING MODE IS F.
       01  SUPPRESS-RECORD.
           05 SUPP-CUST-ID           PIC 9(06).

      * Turnover copy of whichever sequential file is being
      * rewritten; every record above fits.
       FD  ERASE-WORK-FILE
           RECORDING MODE IS F.
       01  ERASE-WORK-RECORD         PIC X(130).

      * The register of erasures carried out, one per customer.
       FD  ERASE-LOG-FILE
           RECORDING MODE IS F.
       01  ERASE-LOG-RECORD.
           05 ELOG-CUST-ID           PIC 9(06).
           05 ELOG-ERASE-DATE        PIC 9(08).
           05 ELOG-REFERENCE         PIC X(10).
           05 ELOG-APPROVED-BY       PIC X(08).

       FD  ERASE-RPT-FILE
           RECORDING MODE IS F.
       01  ERASE-RPT-RECORD          PIC X(80).

       FD  CERT-RPT-FILE
           RECORDING MODE IS F.
       01  CERT-RPT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-ERASE-REQ-STATUS    PIC XX.
           05 WS-OPERATOR-STATUS     PIC XX.
           05 WS-ACCT-XREF-STATUS    PIC XX.
           05 WS-BALANCE-IN-STATUS   PIC XX.
           05 WS-DISPUTE-STATUS      PIC XX.
           05 WS-CUST-INDEXED-STATUS PIC XX.
           05 WS-CUSTOMER-STATUS     PIC XX.
           05 WS-CLEAN-STATUS        PIC XX.
           05 WS-ADDRESS-STATUS      PIC XX.
           05 WS-COA-STATUS          PIC XX.
           05 WS-COA-AUDIT-STATUS    PIC XX.
           05 WS-MAINT-AUDIT-STATUS  PIC XX.
           05 WS-RTNM-STATUS         PIC XX.
           05 WS-PREF-STATUS         PIC XX.
           05 WS-LABEL-STATUS        PIC XX.
           05 WS-HSHLD-LABEL-STATUS  PIC XX.
           05 WS-CORR-STATUS         PIC XX.
           05 WS-MERGE-XREF-STATUS   PIC XX.
           05 WS-SUPPRESS-STATUS     PIC XX.
           05 WS-ERASE-WORK-STATUS   PIC XX.
           05 WS-ERASE-LOG-STATUS    PIC XX.
           05 WS-ERASE-RPT-STATUS    PIC XX.
           05 WS-CERT-RPT-STATUS     PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-ERASED-TEXT            PIC X(06) VALUE 'ERASED'.
      * Operators who may approve, with their status.
       01  WS-OPER-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-OPER-IDX               PIC 9(03).
       01  WS-OPER-FOUND-SW          PIC X.
           88 WS-OPER-FOUND             VALUE 'Y'.
       01  WS-OPER-TABLE.
           05  WS-OPR OCCURS 200 TIMES.
               10 WS-OPR-ID          PIC X(08).
               10 WS-OPR-STATUS      PIC X(01).
      * The requests, with the outcome and, for an accepted one,
      * the records changed on each file (numbered as the file
      * table below) and the ADDRFILE name the labels carry, with
      * the street and the city, state and ZIP line squeezed free
      * of spaces, the way the label lines are compared.
       01  WS-ER-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-ER-IDX                 PIC 9(03).
       01  WS-ER-FOUND-SW            PIC X.
           88 WS-ER-FOUND               VALUE 'Y'.
       01  WS-ER-OVERFLOW-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-ER-TABLE.
           05  WS-ER-ENTRY OCCURS 100 TIMES.
               10 WS-ER-CUST-ID      PIC 9(06).
               10 WS-ER-REFERENCE    PIC X(10).
               10 WS-ER-RECEIVED     PIC X(08).
               10 WS-ER-APPROVER     PIC X(08).
               10 WS-ER-STATUS       PIC X(01).
                   88 WS-ER-ACCEPTED    VALUE 'A'.
                   88 WS-ER-REFUSED     VALUE 'R'.
               10 WS-ER-REASON       PIC X(30).
               10 WS-ER-NAME         PIC X(30).
               10 WS-ER-STREET       PIC X(30).
               10 WS-ER-CITY-LINE    PIC X(40).
               10 WS-ER-SUPP-SW      PIC X(01).
                   88 WS-ER-SUPPRESSED  VALUE 'Y'.
                   88 WS-ER-SUPP-ADDED  VALUE 'A'.
               10 WS-ER-FILE-COUNT OCCURS 13 TIMES PIC 9(05).
       01  WS-FIND-CUST-ID           PIC 9(06).
       01  WS-FIND-ACCOUNT           PIC 9(06).
       01  WS-CHECK-IDX              PIC 9(03).
      * The accounts of the customers asking, for the balance and
      * dispute checks.
       01  WS-ACCT-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-ACCT-IDX               PIC 9(03).
       01  WS-ACCT-FOUND-SW          PIC X.
           88 WS-ACCT-FOUND             VALUE 'Y'.
       01  WS-ACCT-OVERFLOW-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10 WS-AC-ACCOUNT      PIC 9(06).
               10 WS-AC-ER-IDX       PIC 9(03).
      * The files the certificate lists, in the order they are
      * worked, with the data each loses and this run's totals.
       01  WS-FILE-NAMES.
           05 FILLER PIC X(38) VALUE
               'CUSTIDX NAME, ADDRESS, NAME KEY'.
           05 FILLER PIC X(38) VALUE
               'CUSTMASTNAME, ADDRESS'.
           05 FILLER PIC X(38) VALUE
               'CUSTCLN NAME, ADDRESS'.
           05 FILLER PIC X(38) VALUE
               'ADDRFILENAME, STREET, CITY, STATE, ZIP'.
           05 FILLER PIC X(38) VALUE
               'COAFILE PENDING NEW ADDRESS'.
           05 FILLER PIC X(38) VALUE
               'COAAUD  ADDRESS CHANGE IMAGES'.
           05 FILLER PIC X(38) VALUE
               'CMNTAUD NAME, ADDRESS IN IMAGES'.
           05 FILLER PIC X(38) VALUE
               'RTNMAST RETURNED STREET, ZIP'.
           05 FILLER PIC X(38) VALUE
               'STMTPREFEMAIL ADDRESS'.
           05 FILLER PIC X(38) VALUE
               'LABLFILENAME LINE, OWN LABEL ADDRESS'.
           05 FILLER PIC X(38) VALUE
               'HSHLABELNAME LINE, OWN LABEL ADDRESS'.
           05 FILLER PIC X(38) VALUE
               'CORRHISTMAILED STREET, CITY, ZIP'.
           05 FILLER PIC X(38) VALUE
               'MRGXREF IDS ONLY - KEPT AS IS'.
       01  WS-FILE-TABLE REDEFINES WS-FILE-NAMES.
           05  WS-FL-ENTRY OCCURS 13 TIMES.
               10 WS-FL-NAME         PIC X(08).
               10 WS-FL-DATA         PIC X(30).
       01  WS-FILE-IDX               PIC 9(02).
       01  WS-FILE-RESULTS.
           05  WS-FR-ENTRY OCCURS 13 TIMES.
               10 WS-FR-OPEN-STATUS  PIC X(02).
               10 WS-FR-TOTAL        PIC 9(06).
      * The file in hand.
       01  WS-FILE-CHANGED-COUNT     PIC 9(06).
       01  WS-BEFORE-IMAGE           PIC X(130).
       01  WS-NEW-NAME-KEY           PIC X(05).
      * A label block, held until the blank line that ends it.
       01  WS-LBL-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-LBL-IDX                PIC 9(02).
       01  WS-LBL-HIT-IDX            PIC 9(02).
       01  WS-LBL-HIT-ER-IDX         PIC 9(03).
       01  WS-LBL-CITY-IDX           PIC 9(02).
       01  WS-LBL-STREET-SQZ         PIC X(30).
       01  WS-LBL-CITY-SQZ           PIC X(40).
      * A label or address line with every space taken out - the
      * label programs pad and justify the lines differently.
       01  WS-SQZ-IN                 PIC X(65).
       01  WS-SQZ-OUT                PIC X(65).
       01  WS-SQZ-IDX                PIC 9(02).
       01  WS-SQZ-LEN                PIC 9(02).
       01  WS-LBL-TABLE.
           05 WS-LBL-LINE OCCURS 12 TIMES PIC X(65).
       01  WS-LBL-TRIMMED            PIC X(65).
       01  WS-LEAD-SPACES            PIC 9(02).
       01  WS-TRIM-LEN               PIC 9(02).
      * Run totals.
       01  WS-REQUESTS-READ          PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-REFUSED-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-ACCEPTED-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-SUPP-ADDED-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-COUNT-EDIT             PIC Z(4)9.
       01  WS-FINAL-RETURN-CODE      PIC 9(04) VALUE ZERO.
      * Pagination state for the shared RPTWRIT report writer -
      * 99/0/0 so the first detail line forces the first title
      * block.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'ERASRUN'.
       01  WS-RPT-TITLE              PIC X(30)
                                 VALUE 'DATA ERASURE CERTIFICATE'.
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
           CALL 'BUSDATE' USING WS-RUN-DATE.
           OPEN OUTPUT ERASE-RPT-FILE.
           OPEN OUTPUT CERT-RPT-FILE.
           MOVE 'FILE' TO WS-RPT-HEADING (3:4).
           MOVE 'DATA ANONYMIZED' TO WS-RPT-HEADING (13:15).
           MOVE 'RECORDS CHANGED' TO WS-RPT-HEADING (45:15).
           MOVE SPACES TO WS-FILE-RESULTS.
           PERFORM CLEAR-ONE-FILE-RESULT
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 13.
           PERFORM LOAD-OPERATOR-TABLE.
           PERFORM LOAD-ERASURE-REQUESTS.
           PERFORM LOAD-REQUEST-ACCOUNTS.
           PERFORM CHECK-OPEN-BALANCES.
           PERFORM CHECK-OPEN-DISPUTES.
           PERFORM COUNT-ONE-OUTCOME
               VARYING WS-ER-IDX FROM 1 BY 1
               UNTIL WS-ER-IDX > WS-ER-COUNT.
           IF WS-REFUSED-COUNT > ZERO OR WS-REJECTED-COUNT > ZERO
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
           OPEN I-O CUST-INDEXED-FILE.
           MOVE WS-CUST-INDEXED-STATUS TO WS-FR-OPEN-STATUS (1).
           EVALUATE TRUE
               WHEN WS-ER-OVERFLOW-COUNT > ZERO
                 OR WS-ACCT-OVERFLOW-COUNT > ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO ERASE-RPT-RECORD
                   STRING 'RECORDS BEYOND TABLES - REQUESTS: '
                              DELIMITED BY SIZE
                          WS-ER-OVERFLOW-COUNT DELIMITED BY SIZE
                          ' ACCOUNTS: ' DELIMITED BY SIZE
                          WS-ACCT-OVERFLOW-COUNT DELIMITED BY SIZE
                          INTO ERASE-RPT-RECORD
                   WRITE ERASE-RPT-RECORD
                   DISPLAY 'ERASRUN - ' ERASE-RPT-RECORD
                   MOVE 'NOTHING CHANGED' TO ERASE-RPT-RECORD
                   WRITE ERASE-RPT-RECORD
                   IF WS-CUST-INDEXED-STATUS = '00'
                       CLOSE CUST-INDEXED-FILE
                   END-IF
               WHEN WS-CUST-INDEXED-STATUS NOT = '00'
                AND WS-CUST-INDEXED-STATUS NOT = '35'
                   MOVE 8 TO WS-FINAL-RETURN-CODE
                   MOVE SPACES TO ERASE-RPT-RECORD
                   STRING 'CUSTIDX NOT OPENED FOR UPDATE - STATUS '
                              DELIMITED BY SIZE
                          WS-CUST-INDEXED-STATUS DELIMITED BY SIZE
                          ' - NOTHING CHANGED' DELIMITED BY SIZE
                          INTO ERASE-RPT-RECORD
                   WRITE ERASE-RPT-RECORD
                   DISPLAY 'ERASRUN - ' ERASE-RPT-RECORD
               WHEN WS-ACCEPTED-COUNT = ZERO
                   MOVE 'NO REQUESTS ACCEPTED - NOTHING CHANGED'
                       TO ERASE-RPT-RECORD
                   WRITE ERASE-RPT-RECORD
                   IF WS-CUST-INDEXED-STATUS = '00'
                       CLOSE CUST-INDEXED-FILE
                   END-IF
                   PERFORM PRINT-CERTIFICATES
               WHEN OTHER
                   IF WS-CUST-INDEXED-STATUS = '00'
                       PERFORM ERASE-ONE-INDEXED-CUSTOMER
                           VARYING WS-ER-IDX FROM 1 BY 1
                           UNTIL WS-ER-IDX > WS-ER-COUNT
                       CLOSE CUST-INDEXED-FILE
                   END-IF
                   PERFORM ERASE-CUSTOMER-FILE
                   PERFORM ERASE-CLEAN-FILE
                   PERFORM ERASE-ADDRESS-FILE
                   PERFORM ERASE-COA-FILE
                   PERFORM ERASE-COA-AUDIT-FILE
                   PERFORM ERASE-MAINT-AUDIT-FILE
                   PERFORM ERASE-RTNM-FILE
                   PERFORM ERASE-PREF-FILE
                   PERFORM ERASE-LABEL-FILE
                   PERFORM ERASE-HSHLD-LABEL-FILE
                   PERFORM ERASE-CORR-FILE
                   PERFORM COUNT-MERGE-XREF-FILE
                   PERFORM SUPPRESS-ERASED-CUSTOMERS
                   PERFORM REGISTER-ERASURES
                   PERFORM PRINT-CERTIFICATES
           END-EVALUATE.
           PERFORM END-REPORT-PAGES.
           PERFORM WRITE-RUN-TOTALS.
           CLOSE ERASE-RPT-FILE.
           CLOSE CERT-RPT-FILE.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       CLEAR-ONE-FILE-RESULT SECTION.
       CLEAR-ONE-FILE-RESULT-START.
           MOVE ZERO TO WS-FR-TOTAL (WS-FILE-IDX).
       CLEAR-ONE-FILE-RESULT-EXIT.
           EXIT.

       LOAD-OPERATOR-TABLE SECTION.
       LOAD-OPERATOR-TABLE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ OPERATOR-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-OPER-COUNT < 200
                               ADD 1 TO WS-OPER-COUNT
                               MOVE OPER-ID
                                   TO WS-OPR-ID (WS-OPER-COUNT)
                               MOVE OPER-STATUS
                                   TO WS-OPR-STATUS (WS-OPER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-OPERATOR-TABLE-EXIT.
           EXIT.

      * A request whose customer id is not a number cannot be held
      * against anything and is rejected at once; every other one
      * is tabled, refused at once if it is not properly approved
      * or repeats a customer already asked for.
       LOAD-ERASURE-REQUESTS SECTION.
       LOAD-ERASURE-REQUESTS-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ERASE-REQ-FILE.
           IF WS-ERASE-REQ-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ ERASE-REQ-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REQUESTS-READ
                           PERFORM TABLE-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE ERASE-REQ-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-ERASURE-REQUESTS-EXIT.
           EXIT.

       TABLE-ONE-REQUEST SECTION.
       TABLE-ONE-REQUEST-START.
           EVALUATE TRUE
               WHEN EREQ-CUST-ID IS NOT NUMERIC
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE SPACES TO ERASE-RPT-RECORD
                   STRING 'REJECTED ' DELIMITED BY SIZE
                          EREQ-CUST-ID DELIMITED BY SIZE
                          ' REF ' DELIMITED BY SIZE
                          EREQ-REFERENCE DELIMITED BY SIZE
                          ' - CUSTOMER ID NOT NUMERIC'
                              DELIMITED BY SIZE
                          INTO ERASE-RPT-RECORD
                   WRITE ERASE-RPT-RECORD
               WHEN WS-ER-COUNT NOT < 100
                   ADD 1 TO WS-ER-OVERFLOW-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ER-COUNT
                   MOVE WS-ER-COUNT TO WS-ER-IDX
                   MOVE EREQ-CUST-ID TO WS-ER-CUST-ID (WS-ER-IDX)
                   MOVE EREQ-REFERENCE TO WS-ER-REFERENCE (WS-ER-IDX)
                   MOVE EREQ-RECEIVED-DATE
                       TO WS-ER-RECEIVED (WS-ER-IDX)
                   MOVE EREQ-APPROVED-BY TO WS-ER-APPROVER (WS-ER-IDX)
                   MOVE SPACES TO WS-ER-REASON (WS-ER-IDX)
                   MOVE SPACES TO WS-ER-NAME (WS-ER-IDX)
                   MOVE SPACES TO WS-ER-STREET (WS-ER-IDX)
                   MOVE SPACES TO WS-ER-CITY-LINE (WS-ER-IDX)
                   MOVE SPACE TO WS-ER-SUPP-SW (WS-ER-IDX)
                   PERFORM CLEAR-ONE-FILE-COUNT
                       VARYING WS-FILE-IDX FROM 1 BY 1
                       UNTIL WS-FILE-IDX > 13
                   SET WS-ER-ACCEPTED (WS-ER-IDX) TO TRUE
                   PERFORM CHECK-REQUEST-APPROVAL
           END-EVALUATE.
       TABLE-ONE-REQUEST-EXIT.
           EXIT.

       CLEAR-ONE-FILE-COUNT SECTION.
       CLEAR-ONE-FILE-COUNT-START.
           MOVE ZERO TO WS-ER-FILE-COUNT (WS-ER-IDX, WS-FILE-IDX).
       CLEAR-ONE-FILE-COUNT-EXIT.
           EXIT.

       CHECK-REQUEST-APPROVAL SECTION.
       CHECK-REQUEST-APPROVAL-START.
           MOVE 'N' TO WS-OPER-FOUND-SW.
           PERFORM FIND-ACTIVE-OPERATOR
               VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT
                  OR WS-OPER-FOUND.
           MOVE 'N' TO WS-ER-FOUND-SW.
           PERFORM FIND-EARLIER-REQUEST
               VARYING WS-CHECK-IDX FROM 1 BY 1
               UNTIL WS-CHECK-IDX NOT < WS-ER-IDX
                  OR WS-ER-FOUND.
           EVALUATE TRUE
               WHEN NOT EREQ-APPROVED
                   SET WS-ER-REFUSED (WS-ER-IDX) TO TRUE
                   MOVE 'NOT APPROVED'
                       TO WS-ER-REASON (WS-ER-IDX)
               WHEN NOT WS-OPER-FOUND
                   SET WS-ER-REFUSED (WS-ER-IDX) TO TRUE
                   MOVE 'APPROVER NOT ACTIVE OPERATOR'
                       TO WS-ER-REASON (WS-ER-IDX)
               WHEN WS-ER-FOUND
                   SET WS-ER-REFUSED (WS-ER-IDX) TO TRUE
                   MOVE 'CUSTOMER ALREADY REQUESTED'
                       TO WS-ER-REASON (WS-ER-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       CHECK-REQUEST-APPROVAL-EXIT.
           EXIT.

       FIND-ACTIVE-OPERATOR SECTION.
       FIND-ACTIVE-OPERATOR-START.
           IF WS-OPR-ID (WS-OPER-IDX) = EREQ-APPROVED-BY
              AND WS-OPR-STATUS (WS-OPER-IDX) NOT = 'D'
               SET WS-OPER-FOUND TO TRUE
               SUBTRACT 1 FROM WS-OPER-IDX
           END-IF.
       FIND-ACTIVE-OPERATOR-EXIT.
           EXIT.

       FIND-EARLIER-REQUEST SECTION.
       FIND-EARLIER-REQUEST-START.
           IF WS-ER-CUST-ID (WS-CHECK-IDX) = WS-ER-CUST-ID (WS-ER-IDX)
               SET WS-ER-FOUND TO TRUE
               SUBTRACT 1 FROM WS-CHECK-IDX
           END-IF.
       FIND-EARLIER-REQUEST-EXIT.
           EXIT.

      * Every account of a customer still in line for erasure.
       LOAD-REQUEST-ACCOUNTS SECTION.
       LOAD-REQUEST-ACCOUNTS-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ACCT-XREF-FILE.
           IF WS-ACCT-XREF-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ ACCT-XREF-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE XREF-CUST-ID TO WS-FIND-CUST-ID
                           PERFORM FIND-ACCEPTED-ERASURE
                           IF WS-ER-FOUND
                               PERFORM STORE-ONE-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-XREF-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-REQUEST-ACCOUNTS-EXIT.
           EXIT.

       STORE-ONE-ACCOUNT SECTION.
       STORE-ONE-ACCOUNT-START.
           IF WS-ACCT-COUNT < 500
               ADD 1 TO WS-ACCT-COUNT
               MOVE XREF-ACCOUNT TO WS-AC-ACCOUNT (WS-ACCT-COUNT)
               MOVE WS-ER-IDX TO WS-AC-ER-IDX (WS-ACCT-COUNT)
           ELSE
               ADD 1 TO WS-ACCT-OVERFLOW-COUNT
           END-IF.
       STORE-ONE-ACCOUNT-EXIT.
           EXIT.

      * Any balance carried forward, debit or credit, is still
      * open business with the customer.
       CHECK-OPEN-BALANCES SECTION.
       CHECK-OPEN-BALANCES-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT BALANCE-IN-FILE.
           IF WS-BALANCE-IN-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ BALANCE-IN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF BAL-IN-AMOUNT NOT = ZERO
                               MOVE BAL-IN-ACCOUNT TO WS-FIND-ACCOUNT
                               PERFORM FIND-REQUEST-ACCOUNT
                               IF WS-ACCT-FOUND
                                   MOVE WS-AC-ER-IDX (WS-ACCT-IDX)
                                       TO WS-ER-IDX
                                   PERFORM REFUSE-FOR-BALANCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-IN-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       CHECK-OPEN-BALANCES-EXIT.
           EXIT.

       REFUSE-FOR-BALANCE SECTION.
       REFUSE-FOR-BALANCE-START.
           IF WS-ER-ACCEPTED (WS-ER-IDX)
               SET WS-ER-REFUSED (WS-ER-IDX) TO TRUE
               MOVE SPACES TO WS-ER-REASON (WS-ER-IDX)
               STRING 'OPEN BALANCE ON ACCOUNT ' DELIMITED BY SIZE
                      WS-FIND-ACCOUNT DELIMITED BY SIZE
                      INTO WS-ER-REASON (WS-ER-IDX)
           END-IF.
       REFUSE-FOR-BALANCE-EXIT.
           EXIT.

       CHECK-OPEN-DISPUTES SECTION.
       CHECK-OPEN-DISPUTES-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DISPUTE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ DISPUTE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF DISP-OPEN
                               MOVE DISP-ACCOUNT TO WS-FIND-ACCOUNT
                               PERFORM FIND-REQUEST-ACCOUNT
                               IF WS-ACCT-FOUND
                                   MOVE WS-AC-ER-IDX (WS-ACCT-IDX)
                                       TO WS-ER-IDX
                                   PERFORM REFUSE-FOR-DISPUTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       CHECK-OPEN-DISPUTES-EXIT.
           EXIT.

       REFUSE-FOR-DISPUTE SECTION.
       REFUSE-FOR-DISPUTE-START.
           IF WS-ER-ACCEPTED (WS-ER-IDX)
               SET WS-ER-REFUSED (WS-ER-IDX) TO TRUE
               MOVE SPACES TO WS-ER-REASON (WS-ER-IDX)
               STRING 'OPEN DISPUTE ON ACCOUNT ' DELIMITED BY SIZE
                      WS-FIND-ACCOUNT DELIMITED BY SIZE
                      INTO WS-ER-REASON (WS-ER-IDX)
           END-IF.
       REFUSE-FOR-DISPUTE-EXIT.
           EXIT.

       FIND-REQUEST-ACCOUNT SECTION.
       FIND-REQUEST-ACCOUNT-START.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           PERFORM FIND-ONE-REQUEST-ACCOUNT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                  OR WS-ACCT-FOUND.
       FIND-REQUEST-ACCOUNT-EXIT.
           EXIT.

       FIND-ONE-REQUEST-ACCOUNT SECTION.
       FIND-ONE-REQUEST-ACCOUNT-START.
           IF WS-AC-ACCOUNT (WS-ACCT-IDX) = WS-FIND-ACCOUNT
               SET WS-ACCT-FOUND TO TRUE
               SUBTRACT 1 FROM WS-ACCT-IDX
           END-IF.
       FIND-ONE-REQUEST-ACCOUNT-EXIT.
           EXIT.

      * An accepted request for WS-FIND-CUST-ID, left at WS-ER-IDX.
       FIND-ACCEPTED-ERASURE SECTION.
       FIND-ACCEPTED-ERASURE-START.
           MOVE 'N' TO WS-ER-FOUND-SW.
           PERFORM FIND-ONE-ERASURE
               VARYING WS-ER-IDX FROM 1 BY 1
               UNTIL WS-ER-IDX > WS-ER-COUNT
                  OR WS-ER-FOUND.
       FIND-ACCEPTED-ERASURE-EXIT.
           EXIT.

       FIND-ONE-ERASURE SECTION.
       FIND-ONE-ERASURE-START.
           IF WS-ER-CUST-ID (WS-ER-IDX) = WS-FIND-CUST-ID
              AND WS-ER-ACCEPTED (WS-ER-IDX)
               SET WS-ER-FOUND TO TRUE
               SUBTRACT 1 FROM WS-ER-IDX
           END-IF.
       FIND-ONE-ERASURE-EXIT.
           EXIT.

      * Refusals are listed here; what was done for the accepted
      * requests goes on the certificate.
       COUNT-ONE-OUTCOME SECTION.
       COUNT-ONE-OUTCOME-START.
           IF WS-ER-ACCEPTED (WS-ER-IDX)
               ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO ERASE-RPT-RECORD
               STRING 'REFUSED ' DELIMITED BY SIZE
                      WS-ER-CUST-ID (WS-ER-IDX) DELIMITED BY SIZE
                      ' REF ' DELIMITED BY SIZE
                      WS-ER-REFERENCE (WS-ER-IDX) DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-ER-REASON (WS-ER-IDX) DELIMITED BY '  '
                      INTO ERASE-RPT-RECORD
               WRITE ERASE-RPT-RECORD
           END-IF.
       COUNT-ONE-OUTCOME-EXIT.
           EXIT.

      * CUSTIDX is updated in place; the phonetic key follows the
      * name as it does for every other CUSTIDX write.
       ERASE-ONE-INDEXED-CUSTOMER SECTION.
       ERASE-ONE-INDEXED-CUSTOMER-START.
           IF WS-ER-ACCEPTED (WS-ER-IDX)
               MOVE WS-ER-CUST-ID (WS-ER-IDX) TO CUST-IDX-ID
               READ CUST-INDEXED-FILE
                   KEY IS CUST-IDX-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-INDEXED-RECORD TO WS-BEFORE-IMAGE
                       MOVE WS-ERASED-TEXT TO CUST-IDX-NAME
                       MOVE WS-ERASED-TEXT TO CUST-IDX-ADDRESS
                       CALL 'PHONKEY' USING CUST-IDX-NAME
                                            WS-NEW-NAME-KEY
                       MOVE WS-NEW-NAME-KEY TO CUST-IDX-NAME-KEY
                       IF CUST-INDEXED-RECORD NOT = WS-BEFORE-IMAGE
                           REWRITE CUST-INDEXED-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-ER-FILE-COUNT
                                                 (WS-ER-IDX, 1)
                                   ADD 1 TO WS-FR-TOTAL (1)
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
       ERASE-ONE-INDEXED-CUSTOMER-EXIT.
           EXIT.

       ERASE-CUSTOMER-FILE SECTION.
       ERASE-CUSTOMER-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO WS-FILE-CHANGED-COUNT.
           OPEN INPUT CUSTOMER-FILE.
           MOVE WS-CUSTOMER-STATUS TO WS-FR-OPEN-STATUS (2).
           IF WS-CUSTOMER-STATUS = '00'
               OPEN OUTPUT ERASE-WORK-FILE
               PERFORM UNTIL WS-EOF
                   READ CUSTOMER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM ERASE-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
               CLOSE ERASE-WORK-FILE
               IF WS-FILE-CHANGED-COUNT > ZERO
                   PERFORM REPLACE-CUSTOMER-FILE
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       ERASE-CUSTOMER-FILE-EXIT.
           EXIT.

       ERASE-ONE-CUSTOMER SECTION.
       ERASE-ONE-CUSTOMER-START.
           MOVE CUST-ID TO WS-FIND-CUST-ID.
           PERFORM FIND-ACCEPTED-ERASURE.
           IF WS-ER-FOUND
               MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-ERASED-TEXT TO CUST-NAME
               MOVE WS-ERASED-TEXT TO CUST-ADDRESS
               MOVE 2 TO WS-FILE-IDX
               IF CUSTOMER-RECORD NOT = WS-BEFORE-IMAGE
                   PERFORM COUNT-RECORD-CHANGED
               END-IF
           END-IF.
           MOVE CUSTOMER-RECORD TO ERASE-WORK-RECORD.
           WRITE ERASE-WORK-RECORD.
       ERASE-ONE-CUSTOMER-EXIT.
           EXIT.

       REPLACE-CUSTOMER-FILE SECTION.
       REPLACE-CUSTOMER-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ERASE-WORK-FILE.
           OPEN OUTPUT CUSTOMER-FILE.
           PERFORM UNTIL WS-EOF
               READ ERASE-WORK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE ERASE-WORK-RECORD TO CUSTOMER-RECORD
                       WRITE CUSTOMER-RECORD
               END-READ
           END-PERFORM.
           CLOSE ERASE-WORK-FILE.
           CLOSE CUSTOMER-FILE.
           MOVE 'N' TO WS-EOF-SW.
       REPLACE-CUSTOMER-FILE-EXIT.
           EXIT.

       ERASE-CLEAN-FILE SECTION.
       ERASE-CLEAN-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO WS-FILE-CHANGED-COUNT.
           OPEN INPUT CLEAN-FILE.
           MOVE WS-CLEAN-STATUS TO WS-FR-OPEN-STATUS (3).
           IF WS-CLEAN-STATUS = '00'
               OPEN OUTPUT ERASE-WORK-FILE
               PERFORM UNTIL WS-EOF
                   READ CLEAN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM ERASE-ONE-CLEAN
                   END-READ
               END-PERFORM
               CLOSE CLEAN-FILE
               CLOSE ERASE-WORK-FILE
               IF WS-FILE-CHANGED-COUNT > ZERO
                   PERFORM REPLACE-CLEAN-FILE
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       ERASE-CLEAN-FILE-EXIT.
           EXIT.

       ERASE-ONE-CLEAN SECTION.
       ERASE-ONE-CLEAN-START.
           MOVE CLEAN-ID TO WS-FIND-CUST-ID.
           PERFORM FIND-ACCEPTED-ERASURE.
           IF WS-ER-FOUND
               MOVE CLEAN-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-ERASED-TEXT TO CLEAN-NAME
               MOVE WS-ERASED-TEXT TO CLEAN-ADDRESS
               MOVE 3 TO WS-FILE-IDX
               IF CLEAN-RECORD NOT = WS-BEFORE-IMAGE
                   PERFORM COUNT-RECORD-CHANGED
               END-IF
           END-IF.
           MOVE CLEAN-RECORD TO ERASE-WORK-RECORD.
           WRITE ERASE-WORK-RECORD.
       ERASE-ONE-CLEAN-EXIT.
           EXIT.

       REPLACE-CLEAN-FILE SECTION.
       REPLACE-CLEAN-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ERASE-WORK-FILE.
           OPEN OUTPUT CLEAN-FILE.
           PERFORM UNTIL WS-EOF
               READ ERASE-WORK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE ERASE-WORK-RECORD TO CLEAN-RECORD
                       WRITE CLEAN-RECORD
               END-READ
           END-PERFORM.
           CLOSE ERASE-WORK-FILE.
           CLOSE CLEAN-FILE.
           MOVE 'N' TO WS-EOF-SW.
       REPLACE-CLEAN-FILE-EXIT.
           EXIT.

      * The name is kept, trimmed, before it goes - it is what the
      * label files print.
       ERASE-ADDRESS-FILE SECTION.
       ERASE-ADDRESS-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO WS-FILE-CHANGED-COUNT.
           OPEN INPUT ADDRESS-FILE.
           MOVE WS-ADDRESS-STATUS TO WS-FR-OPEN-STATUS (4).
           IF WS-ADDRESS-STATUS = '00'
               OPEN OUTPUT ERASE-WORK-FILE
               PERFORM UNTIL WS-EOF
                   READ ADDRESS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM ERASE-ONE-ADDRESS
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FILE
               CLOSE ERASE-WORK-FILE
               IF WS-FILE-CHANGED-COUNT > ZERO
                   PERFORM REPLACE-ADDRESS-FILE
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       ERASE-ADDRESS-FILE-EXIT.
           EXIT.

       ERASE-ONE-ADDRESS SECTION.
       ERASE-ONE-ADDRESS-START.
           MOVE ADDR-CUST-ID TO WS-FIND-CUST-ID.
           PERFORM FIND-ACCEPTED-ERASURE.
           IF WS-ER-FOUND
               IF ADDR-NAME NOT = WS-ERASED-TEXT
                  AND ADDR-NAME NOT = SPACES
                   MOVE ZERO TO WS-LEAD-SPACES
                   INSPECT ADDR-NAME TALLYING WS-LEAD-SPACES
                       FOR LEADING SPACE
                   COMPUTE WS-TRIM-LEN = 30 - WS-LEAD-SPACES
                   MOVE ADDR-NAME (WS-LEAD-SPACES + 1:WS-TRIM-LEN)
                       TO WS-ER-NAME (WS-ER-IDX)
                   MOVE ADDR-STREET TO WS-SQZ-IN
                   PERFORM SQUEEZE-LABEL-TEXT
                   MOVE WS-SQZ-OUT TO WS-ER-STREET (WS-ER-IDX)
                   MOVE SPACES TO WS-SQZ-IN
                   STRING ADDR-CITY DELIMITED BY SIZE
                          ',' DELIMITED BY SIZE
                          ADDR-STATE DELIMITED BY SIZE
                          ADDR-ZIP DELIMITED BY SIZE
                          INTO WS-SQZ-IN
                   PERFORM SQUEEZE-LABEL-TEXT
                   MOVE WS-SQZ-OUT TO WS-ER-CITY-LINE (WS-ER-IDX)
               END-IF
               MOVE ADDRESS-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-ERASED-TEXT TO ADDR-NAME
               MOVE WS-ERASED-TEXT TO ADDR-STREET
               MOVE SPACES TO ADDR-CITY
               MOVE SPACES TO ADDR-STATE
               MOVE SPACES TO ADDR-ZIP
               MOVE 4 TO WS-FILE-IDX
               IF ADDRESS-RECORD NOT = WS-BEFORE-IMAGE
                   PERFORM COUNT-RECORD-CHANGED
               END-IF
           END-IF.
           MOVE ADDRESS-RECORD TO ERASE-WORK-RECORD.
           WRITE ERASE-WORK-RECORD.
       ERASE-ONE-ADDRESS-EXIT.
           EXIT.

       REPLACE-ADDRESS-FILE SECTION.
       REPLACE-ADDRESS-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ERASE-WORK-FILE.
           OPEN OUTPUT ADDRESS-FILE.
           PERFORM UNTIL WS-EOF
               READ ERASE-WORK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE ERASE-WORK-RECORD TO ADDRESS-RECORD
                       WRITE ADDRESS-RECORD
               END-READ
           END-PERFORM.
           CLOSE ERASE-WORK-FILE.
           CLOSE ADDRESS-FILE.
           MOVE 'N' TO WS-EOF-SW.
       REPLACE-ADDRESS-FILE-EXIT.
           EXIT.

       ERASE-COA-FILE SECTION.
       ERASE-COA-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO WS-FILE-CHANGED-COUNT.
           OPEN INPUT COA-FILE.
           MOVE WS-COA-STATUS TO WS-FR-OPEN-STATUS (5).
           IF WS-COA-STATUS = '00'
               OPEN OUTPUT ERASE-WORK-FILE
               PERFORM UNTIL WS-EOF
                   READ COA-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM ERASE-ONE-COA
                   END-READ
               END-PERFORM
               CLOSE COA-FILE
               CLOSE ERASE-WORK-FILE
               IF WS-FILE-CHANGED-COUNT > ZERO
                   PERFORM REPLACE-COA-FILE
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       ERASE-COA-FILE-EXIT.
           EXIT.

       ERASE-ONE-COA SECTION.
       ERASE-ONE-COA-START.
           MOVE COA-CUST-ID TO WS-FIND-CUST-ID.
           PERFORM FIND-ACCEPTED-ERASURE.
           IF WS-ER-FOUND
               MOVE COA-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-ERASED-TEXT TO COA-NEW-STREET
               MOVE SPACES TO COA-NEW-CITY
               MOVE SPACES TO COA-NEW-STATE
               MOVE SPACES TO COA-NEW-ZIP
               MOVE 5 TO WS-FILE-IDX
               IF COA-RECORD NOT = WS-BEFORE-IMAGE
                   PERFORM COUNT-RECORD-CHANGED
               END-IF
           END-IF.
           MOVE COA-RECORD TO ERASE-WORK-RECORD.
           WRITE ERASE-WORK-RECORD.
       ERASE-ONE-COA-EXIT.
           EXIT.

       REPLACE-COA-FILE SECTION.
       REPLACE-COA-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ERASE-WORK-FILE.
           OPEN OUTPUT COA-FILE.
           PERFORM UNTIL WS-EOF
               READ ERASE-WORK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE ERASE-WORK-RECORD TO COA-RECORD
                       WRITE COA-RECORD
               END-READ
           END-PERFORM.
           CLOSE ERASE-WORK-FILE.
           CLOSE COA-FILE.
           MOVE 'N' TO WS-EOF-SW.
       REPLACE-COA-FILE-EXIT.
           EXIT.

       ERASE-COA-AUDIT-FILE SECTION.
       ERASE-COA-AUDIT-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO WS-FILE-CHANGED-COUNT.
           OPEN INPUT COA-AUDIT-FILE.
           MOVE WS-COA-AUDIT-STATUS TO WS-FR-OPEN-STATUS (6).
           IF WS-COA-AUDIT-STATUS = '00'
               OPEN OUTPUT ERASE-WORK-FILE
               PERFORM UNTIL WS-EOF
                   READ COA-AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM ERASE-ONE-COA-AUDIT
                   END-READ
               END-PERFORM
               CLOSE COA-AUDIT-FILE
               CLOSE ERASE-WORK-FILE
               IF WS-FILE-CHANGED-COUNT > ZERO
                   PERFORM REPLACE-COA-AUDIT-FILE
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       ERASE-COA-AUDIT-FILE-EXIT.
           EXIT.

       ERASE-ONE-COA-AUDIT SECTION.
       ERASE-ONE-COA-AUDIT-START.
           MOVE CAUD-CUST-ID TO WS-FIND-CUST-ID.
           PERFORM FIND-ACCEPTED-ERASURE.
           IF WS-ER-FOUND
               MOVE COA-AUDIT-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-ERASED-TEXT TO CAUD-STREET
               MOVE SPACES TO CAUD-CITY
               MOVE SPACES TO CAUD-STATE
               MOVE SPACES TO CAUD-ZIP
               MOVE 6 TO WS-FILE-IDX
               IF COA-AUDIT-RECORD NOT = WS-BEFORE-IMAGE
                   PERFORM COUNT-RECORD-CHANGED
               END-IF
           END-IF.
           MOVE COA-AUDIT-RECORD TO ERASE-WORK-RECORD.
           WRITE ERASE-WORK-RECORD.
       ERASE-ONE-COA-AUDIT-EXIT.
           EXIT.

       REPLACE-COA-AUDIT-FILE SECTION.
       REPLACE-COA-AUDIT-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ERASE-WORK-FILE.
           OPEN OUTPUT COA-AUDIT-FILE.
           PERFORM UNTIL WS-EOF
               READ ERASE-WORK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE ERASE-WORK-RECORD TO COA-AUDIT-RECORD
                       WRITE COA-AUDIT-RECORD
               END-READ
           END-PERFORM.
           CLOSE ERASE-WORK-FILE.
           CLOSE COA-AUDIT-FILE.
           MOVE 'N' TO WS-EOF-SW.
       REPLACE-COA-AUDIT-FILE-EXIT.
           EXIT.

       ERASE-MAINT-AUDIT-FILE SECTION.
       ERASE-MAINT-AUDIT-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO WS-FILE-CHANGED-COUNT.
           OPEN INPUT MAINT-AUDIT-FILE.
           MOVE WS-MAINT-AUDIT-STATUS TO WS-FR-OPEN-STATUS (7).
           IF WS-MAINT-AUDIT-STATUS = '00'
               OPEN OUTPUT ERASE-WORK-FILE
               PERFORM UNTIL WS-EOF
                   READ MAINT-AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM ERASE-ONE-MAINT-AUDIT
                   END-READ
               END-PERFORM
               CLOSE MAINT-AUDIT-FILE
               CLOSE ERASE-WORK-FILE
               IF WS-FILE-CHANGED-COUNT > ZERO
                   PERFORM REPLACE-MAINT-AUDIT-FILE
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       ERASE-MAINT-AUDIT-FILE-EXIT.
           EXIT.

       ERASE-ONE-MAINT-AUDIT SECTION.
       ERASE-ONE-MAINT-AUDIT-START.
           MOVE AUD-CUST-ID TO WS-FIND-CUST-ID.
           PERFORM FIND-ACCEPTED-ERASURE.
           IF WS-ER-FOUND
               MOVE MAINT-AUDIT-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-ERASED-TEXT TO AUD-CUST-NAME
               MOVE WS-ERASED-TEXT TO AUD-CUST-ADDRESS
               MOVE 7 TO WS-FILE-IDX
               IF MAINT-AUDIT-RECORD NOT = WS-BEFORE-IMAGE
                   PERFORM COUNT-RECORD-CHANGED
               END-IF
           END-IF.
           MOVE MAINT-AUDIT-RECORD TO ERASE-WORK-RECORD.
           WRITE ERASE-WORK-RECORD.
       ERASE-ONE-MAINT-AUDIT-EXIT.
           EXIT.

       REPLACE-MAINT-AUDIT-FILE SECTION.
       REPLACE-MAINT-AUDIT-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ERASE-WORK-FILE.
           OPEN OUTPUT MAINT-AUDIT-FILE.
           PERFORM UNTIL WS-EOF
               READ ERASE-WORK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE ERASE-WORK-RECORD TO MAINT-AUDIT-RECORD
                       WRITE MAINT-AUDIT-RECORD
               END-READ
           END-PERFORM.
           CLOSE ERASE-WORK-FILE.
           CLOSE MAINT-AUDIT-FILE.
           MOVE 'N' TO WS-EOF-SW.
       REPLACE-MAINT-AUDIT-FILE-EXIT.
           EXIT.

       ERASE-RTNM-FILE SECTION.
       ERASE-RTNM-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO WS-FILE-CHANGED-COUNT.
           OPEN INPUT RTNM-FILE.
           MOVE WS-RTNM-STATUS TO WS-FR-OPEN-STATUS (8).
           IF WS-RTNM-STATUS = '00'
               OPEN OUTPUT ERASE-WORK-FILE
               PERFORM UNTIL WS-EOF
                   READ RTNM-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM ERASE-ONE-RTNM
                   END-READ
               END-PERFORM
               CLOSE RTNM-FILE
               CLOSE ERASE-WORK-FILE
               IF WS-FILE-CHANGED-COUNT > ZERO
                   PERFORM REPLACE-RTNM-FILE
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       ERASE-RTNM-FILE-EXIT.
           EXIT.

       ERASE-ONE-RTNM SECTION.
       ERASE-ONE-RTNM-START.
           MOVE RTNM-CUST-ID TO WS-FIND-CUST-ID.
           PERFORM FIND-ACCEPTED-ERASURE.
           IF WS-ER-FOUND
               MOVE RETURNED-MAIL-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-ERASED-TEXT TO RTNM-STREET
               MOVE SPACES TO RTNM-ZIP
               MOVE 8 TO WS-FILE-IDX
               IF RETURNED-MAIL-RECORD NOT = WS-BEFORE-IMAGE
                   PERFORM COUNT-RECORD-CHANGED
               END-IF
           END-IF.
           MOVE RETURNED-MAIL-RECORD TO ERASE-WORK-RECORD.
           WRITE ERASE-WORK-RECORD.
       ERASE-ONE-RTNM-EXIT.
           EXIT.

       REPLACE-RTNM-FILE SECTION.
       REPLACE-RTNM-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ERASE-WORK-FILE.
           OPEN OUTPUT RTNM-FILE.
           PERFORM UNTIL WS-EOF
               READ ERASE-WORK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE ERASE-WORK-RECORD TO RETURNED-MAIL-RECORD
                       WRITE RETURNED-MAIL-RECORD
               END-READ
           END-PERFORM.
           CLOSE ERASE-WORK-FILE.
           CLOSE RTNM-FILE.
           MOVE 'N' TO WS-EOF-SW.
       REPLACE-RTNM-FILE-EXIT.
           EXIT.

      * Without an address there is nothing to send electronically;
      * the preference goes back to paper, which SUPPFILE stops.
       ERASE-PREF-FILE SECTION.
       ERASE-PREF-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO WS-FILE-CHANGED-COUNT.
           OPEN INPUT PREF-FILE.
           MOVE WS-PREF-STATUS TO WS-FR-OPEN-STATUS (9).
           IF WS-PREF-STATUS = '00'
               OPEN OUTPUT ERASE-WORK-FILE
               PERFORM UNTIL WS-EOF
                   READ PREF-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM ERASE-ONE-PREF
                   END-READ
               END-PERFORM
               CLOSE PREF-FILE
               CLOSE ERASE-WORK-FILE
               IF WS-FILE-CHANGED-COUNT > ZERO
                   PERFORM REPLACE-PREF-FILE
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       ERASE-PREF-FILE-EXIT.
           EXIT.

       ERASE-ONE-PREF SECTION.
       ERASE-ONE-PREF-START.
           MOVE DLVP-CUST-ID TO WS-FIND-CUST-ID.
           PERFORM FIND-ACCEPTED-ERASURE.
           IF WS-ER-FOUND
               MOVE DELIVERY-PREF-RECORD TO WS-BEFORE-IMAGE
               MOVE SPACES TO DLVP-EMAIL
               SET DLVP-PAPER TO TRUE
               MOVE 9 TO WS-FILE-IDX
               IF DELIVERY-PREF-RECORD NOT = WS-BEFORE-IMAGE
                   PERFORM COUNT-RECORD-CHANGED
               END-IF
           END-IF.
           MOVE DELIVERY-PREF-RECORD TO ERASE-WORK-RECORD.
           WRITE ERASE-WORK-RECORD.
       ERASE-ONE-PREF-EXIT.
           EXIT.

       REPLACE-PREF-FILE SECTION.
       REPLACE-PREF-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ERASE-WORK-FILE.
           OPEN OUTPUT PREF-FILE.
           PERFORM UNTIL WS-EOF
               READ ERASE-WORK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE ERASE-WORK-RECORD TO DELIVERY-PREF-RECORD
                       WRITE DELIVERY-PREF-RECORD
               END-READ
           END-PERFORM.
           CLOSE ERASE-WORK-FILE.
           CLOSE PREF-FILE.
           MOVE 'N' TO WS-EOF-SW.
       REPLACE-PREF-FILE-EXIT.
           EXIT.

      * The label files are print images: each block is gathered
      * up to its blank line, scrubbed, and passed on.
       ERASE-LABEL-FILE SECTION.
       ERASE-LABEL-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO WS-FILE-CHANGED-COUNT.
           MOVE ZERO TO WS-LBL-COUNT.
           MOVE 10 TO WS-FILE-IDX.
           OPEN INPUT LABEL-FILE.
           MOVE WS-LABEL-STATUS TO WS-FR-OPEN-STATUS (10).
           IF WS-LABEL-STATUS = '00'
               OPEN OUTPUT ERASE-WORK-FILE
               PERFORM UNTIL WS-EOF
                   READ LABEL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-LABEL-LINE
                   END-READ
               END-PERFORM
               PERFORM FLUSH-LABEL-BLOCK
               CLOSE LABEL-FILE
               CLOSE ERASE-WORK-FILE
               IF WS-FILE-CHANGED-COUNT > ZERO
                   PERFORM REPLACE-LABEL-FILE
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       ERASE-LABEL-FILE-EXIT.
           EXIT.

       TAKE-ONE-LABEL-LINE SECTION.
       TAKE-ONE-LABEL-LINE-START.
           IF LABEL-RECORD = SPACES
               PERFORM FLUSH-LABEL-BLOCK
               MOVE SPACES TO ERASE-WORK-RECORD
               WRITE ERASE-WORK-RECORD
           ELSE
               IF WS-LBL-COUNT NOT < 12
                   PERFORM FLUSH-LABEL-BLOCK
               END-IF
               ADD 1 TO WS-LBL-COUNT
               MOVE LABEL-RECORD TO WS-LBL-LINE (WS-LBL-COUNT)
           END-IF.
       TAKE-ONE-LABEL-LINE-EXIT.
           EXIT.

       REPLACE-LABEL-FILE SECTION.
       REPLACE-LABEL-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ERASE-WORK-FILE.
           OPEN OUTPUT LABEL-FILE.
           PERFORM UNTIL WS-EOF
               READ ERASE-WORK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE ERASE-WORK-RECORD TO LABEL-RECORD
                       WRITE LABEL-RECORD
               END-READ
           END-PERFORM.
           CLOSE ERASE-WORK-FILE.
           CLOSE LABEL-FILE.
           MOVE 'N' TO WS-EOF-SW.
       REPLACE-LABEL-FILE-EXIT.
           EXIT.

       ERASE-HSHLD-LABEL-FILE SECTION.
       ERASE-HSHLD-LABEL-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO WS-FILE-CHANGED-COUNT.
           MOVE ZERO TO WS-LBL-COUNT.
           MOVE 11 TO WS-FILE-IDX.
           OPEN INPUT HSHLD-LABEL-FILE.
           MOVE WS-HSHLD-LABEL-STATUS TO WS-FR-OPEN-STATUS (11).
           IF WS-HSHLD-LABEL-STATUS = '00'
               OPEN OUTPUT ERASE-WORK-FILE
               PERFORM UNTIL WS-EOF
                   READ HSHLD-LABEL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM TAKE-ONE-HSHLD-LABEL-LINE
                   END-READ
               END-PERFORM
               PERFORM FLUSH-LABEL-BLOCK
               CLOSE HSHLD-LABEL-FILE
               CLOSE ERASE-WORK-FILE
               IF WS-FILE-CHANGED-COUNT > ZERO
                   PERFORM REPLACE-HSHLD-LABEL-FILE
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       ERASE-HSHLD-LABEL-FILE-EXIT.
           EXIT.

       TAKE-ONE-HSHLD-LABEL-LINE SECTION.
       TAKE-ONE-HSHLD-LABEL-LINE-START.
           IF HSHLD-LABEL-RECORD = SPACES
               PERFORM FLUSH-LABEL-BLOCK
               MOVE SPACES TO ERASE-WORK-RECORD
               WRITE ERASE-WORK-RECORD
           ELSE
               IF WS-LBL-COUNT NOT < 12
                   PERFORM FLUSH-LABEL-BLOCK
               END-IF
               ADD 1 TO WS-LBL-COUNT
               MOVE HSHLD-LABEL-RECORD TO WS-LBL-LINE (WS-LBL-COUNT)
           END-IF.
       TAKE-ONE-HSHLD-LABEL-LINE-EXIT.
           EXIT.

       REPLACE-HSHLD-LABEL-FILE SECTION.
       REPLACE-HSHLD-LABEL-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ERASE-WORK-FILE.
           OPEN OUTPUT HSHLD-LABEL-FILE.
           PERFORM UNTIL WS-EOF
               READ ERASE-WORK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE ERASE-WORK-RECORD TO HSHLD-LABEL-RECORD
                       WRITE HSHLD-LABEL-RECORD
               END-READ
           END-PERFORM.
           CLOSE ERASE-WORK-FILE.
           CLOSE HSHLD-LABEL-FILE.
           MOVE 'N' TO WS-EOF-SW.
       REPLACE-HSHLD-LABEL-FILE-EXIT.
           EXIT.

      * The mail history keeps what was sent and when, and the state
      * for the volume counts, but not where it went.
       ERASE-CORR-FILE SECTION.
       ERASE-CORR-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO WS-FILE-CHANGED-COUNT.
           OPEN INPUT CORR-FILE.
           MOVE WS-CORR-STATUS TO WS-FR-OPEN-STATUS (12).
           IF WS-CORR-STATUS = '00'
               OPEN OUTPUT ERASE-WORK-FILE
               PERFORM UNTIL WS-EOF
                   READ CORR-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM ERASE-ONE-CORR
                   END-READ
               END-PERFORM
               CLOSE CORR-FILE
               CLOSE ERASE-WORK-FILE
               IF WS-FILE-CHANGED-COUNT > ZERO
                   PERFORM REPLACE-CORR-FILE
               END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       ERASE-CORR-FILE-EXIT.
           EXIT.

       ERASE-ONE-CORR SECTION.
       ERASE-ONE-CORR-START.
           MOVE CORR-CUST-ID TO WS-FIND-CUST-ID.
           PERFORM FIND-ACCEPTED-ERASURE.
           IF WS-ER-FOUND AND CORR-STREET NOT = SPACES
               MOVE CORRESPONDENCE-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-ERASED-TEXT TO CORR-STREET
               MOVE SPACES TO CORR-CITY
               MOVE SPACES TO CORR-ZIP
               MOVE 12 TO WS-FILE-IDX
               IF CORRESPONDENCE-RECORD NOT = WS-BEFORE-IMAGE
                   PERFORM COUNT-RECORD-CHANGED
               END-IF
           END-IF.
           MOVE CORRESPONDENCE-RECORD TO ERASE-WORK-RECORD.
           WRITE ERASE-WORK-RECORD.
       ERASE-ONE-CORR-EXIT.
           EXIT.

       REPLACE-CORR-FILE SECTION.
       REPLACE-CORR-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ERASE-WORK-FILE.
           OPEN OUTPUT CORR-FILE.
           PERFORM UNTIL WS-EOF
               READ ERASE-WORK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE ERASE-WORK-RECORD TO CORRESPONDENCE-RECORD
                       WRITE CORRESPONDENCE-RECORD
               END-READ
           END-PERFORM.
           CLOSE ERASE-WORK-FILE.
           CLOSE CORR-FILE.
           MOVE 'N' TO WS-EOF-SW.
       REPLACE-CORR-FILE-EXIT.
           EXIT.

      * A block's last two lines are its street and city line,
      * unless the last runs out to the last column - the barcode
      * under them, as no name or address line is that long.  A
      * name line above them naming an erased customer loses that
      * line when the street and city are the customer's too; a
      * block of just name, street and city line is the customer's
      * own label and loses its address and barcode as well.
       FLUSH-LABEL-BLOCK SECTION.
       FLUSH-LABEL-BLOCK-START.
           MOVE ZERO TO WS-LBL-HIT-IDX.
           MOVE WS-LBL-COUNT TO WS-LBL-CITY-IDX.
           IF WS-LBL-COUNT > 3
              AND WS-LBL-LINE (WS-LBL-COUNT) (65:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LBL-CITY-IDX
           END-IF.
           IF WS-LBL-CITY-IDX > 2
               MOVE WS-LBL-LINE (WS-LBL-CITY-IDX - 1) TO WS-SQZ-IN
               PERFORM SQUEEZE-LABEL-TEXT
               MOVE WS-SQZ-OUT TO WS-LBL-STREET-SQZ
               MOVE WS-LBL-LINE (WS-LBL-CITY-IDX) TO WS-SQZ-IN
               PERFORM SQUEEZE-LABEL-TEXT
               MOVE WS-SQZ-OUT TO WS-LBL-CITY-SQZ
               PERFORM SCRUB-ONE-LABEL-LINE
                   VARYING WS-LBL-IDX FROM 1 BY 1
                   UNTIL WS-LBL-IDX > WS-LBL-CITY-IDX - 2
           END-IF.
           IF WS-LBL-HIT-IDX > ZERO
              AND (WS-LBL-COUNT = 3
                   OR (WS-LBL-COUNT = 4
                       AND WS-LBL-LINE (4) (65:1) NOT = SPACE))
               PERFORM ERASE-OTHER-LABEL-LINE
                   VARYING WS-LBL-IDX FROM 1 BY 1
                   UNTIL WS-LBL-IDX > WS-LBL-COUNT
           END-IF.
           PERFORM WRITE-ONE-LABEL-LINE
               VARYING WS-LBL-IDX FROM 1 BY 1
               UNTIL WS-LBL-IDX > WS-LBL-COUNT.
           MOVE ZERO TO WS-LBL-COUNT.
       FLUSH-LABEL-BLOCK-EXIT.
           EXIT.

       SCRUB-ONE-LABEL-LINE SECTION.
       SCRUB-ONE-LABEL-LINE-START.
           MOVE ZERO TO WS-LEAD-SPACES.
           INSPECT WS-LBL-LINE (WS-LBL-IDX) TALLYING WS-LEAD-SPACES
               FOR LEADING SPACE.
           MOVE SPACES TO WS-LBL-TRIMMED.
           IF WS-LEAD-SPACES < 65
               COMPUTE WS-TRIM-LEN = 65 - WS-LEAD-SPACES
               MOVE WS-LBL-LINE (WS-LBL-IDX)
                        (WS-LEAD-SPACES + 1:WS-TRIM-LEN)
                   TO WS-LBL-TRIMMED
           END-IF.
           MOVE 'N' TO WS-ER-FOUND-SW.
           IF WS-LBL-TRIMMED NOT = SPACES
               PERFORM FIND-ERASURE-FOR-NAME
                   VARYING WS-ER-IDX FROM 1 BY 1
                   UNTIL WS-ER-IDX > WS-ER-COUNT
                      OR WS-ER-FOUND
           END-IF.
           IF WS-ER-FOUND
               IF WS-LEAD-SPACES > 44
                   MOVE 44 TO WS-LEAD-SPACES
               END-IF
               MOVE SPACES TO WS-LBL-LINE (WS-LBL-IDX)
               MOVE WS-ERASED-TEXT
                   TO WS-LBL-LINE (WS-LBL-IDX) (WS-LEAD-SPACES + 1:6)
               PERFORM COUNT-RECORD-CHANGED
               MOVE WS-LBL-IDX TO WS-LBL-HIT-IDX
           END-IF.
       SCRUB-ONE-LABEL-LINE-EXIT.
           EXIT.

       FIND-ERASURE-FOR-NAME SECTION.
       FIND-ERASURE-FOR-NAME-START.
           IF WS-ER-ACCEPTED (WS-ER-IDX)
              AND WS-ER-NAME (WS-ER-IDX) NOT = SPACES
              AND WS-ER-NAME (WS-ER-IDX) = WS-LBL-TRIMMED
              AND WS-ER-STREET (WS-ER-IDX) = WS-LBL-STREET-SQZ
              AND WS-ER-CITY-LINE (WS-ER-IDX) = WS-LBL-CITY-SQZ
               SET WS-ER-FOUND TO TRUE
               SUBTRACT 1 FROM WS-ER-IDX
           END-IF.
       FIND-ERASURE-FOR-NAME-EXIT.
           EXIT.

       ERASE-OTHER-LABEL-LINE SECTION.
       ERASE-OTHER-LABEL-LINE-START.
           IF WS-LBL-IDX NOT = WS-LBL-HIT-IDX
               MOVE ZERO TO WS-LEAD-SPACES
               INSPECT WS-LBL-LINE (WS-LBL-IDX) TALLYING WS-LEAD-SPACES
                   FOR LEADING SPACE
               IF WS-LEAD-SPACES > 44
                   MOVE 44 TO WS-LEAD-SPACES
               END-IF
               MOVE SPACES TO WS-LBL-LINE (WS-LBL-IDX)
               MOVE WS-ERASED-TEXT
                   TO WS-LBL-LINE (WS-LBL-IDX) (WS-LEAD-SPACES + 1:6)
           END-IF.
       ERASE-OTHER-LABEL-LINE-EXIT.
           EXIT.

       SQUEEZE-LABEL-TEXT SECTION.
       SQUEEZE-LABEL-TEXT-START.
           MOVE SPACES TO WS-SQZ-OUT.
           MOVE ZERO TO WS-SQZ-LEN.
           PERFORM SQUEEZE-ONE-CHARACTER
               VARYING WS-SQZ-IDX FROM 1 BY 1
               UNTIL WS-SQZ-IDX > 65.
       SQUEEZE-LABEL-TEXT-EXIT.
           EXIT.

       SQUEEZE-ONE-CHARACTER SECTION.
       SQUEEZE-ONE-CHARACTER-START.
           IF WS-SQZ-IN (WS-SQZ-IDX:1) NOT = SPACE
               ADD 1 TO WS-SQZ-LEN
               MOVE WS-SQZ-IN (WS-SQZ-IDX:1)
                   TO WS-SQZ-OUT (WS-SQZ-LEN:1)
           END-IF.
       SQUEEZE-ONE-CHARACTER-EXIT.
           EXIT.

       WRITE-ONE-LABEL-LINE SECTION.
       WRITE-ONE-LABEL-LINE-START.
           MOVE WS-LBL-LINE (WS-LBL-IDX) TO ERASE-WORK-RECORD.
           WRITE ERASE-WORK-RECORD.
       WRITE-ONE-LABEL-LINE-EXIT.
           EXIT.

      * Only ids are held here, so nothing changes; the references
      * are counted for the certificate.
       COUNT-MERGE-XREF-FILE SECTION.
       COUNT-MERGE-XREF-FILE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT MERGE-XREF-FILE.
           MOVE WS-MERGE-XREF-STATUS TO WS-FR-OPEN-STATUS (13).
           IF WS-MERGE-XREF-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ MERGE-XREF-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM COUNT-ONE-MERGE-XREF
                   END-READ
               END-PERFORM
               CLOSE MERGE-XREF-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       COUNT-MERGE-XREF-FILE-EXIT.
           EXIT.

       COUNT-ONE-MERGE-XREF SECTION.
       COUNT-ONE-MERGE-XREF-START.
           MOVE 13 TO WS-FILE-IDX.
           MOVE MXRF-SURVIVOR-ID TO WS-FIND-CUST-ID.
           PERFORM FIND-ACCEPTED-ERASURE.
           IF WS-ER-FOUND
               PERFORM COUNT-RECORD-CHANGED
           END-IF.
           MOVE MXRF-VICTIM-ID TO WS-FIND-CUST-ID.
           PERFORM FIND-ACCEPTED-ERASURE.
           IF WS-ER-FOUND
               PERFORM COUNT-RECORD-CHANGED
           END-IF.
       COUNT-ONE-MERGE-XREF-EXIT.
           EXIT.

       COUNT-RECORD-CHANGED SECTION.
       COUNT-RECORD-CHANGED-START.
           ADD 1 TO WS-ER-FILE-COUNT (WS-ER-IDX, WS-FILE-IDX).
           ADD 1 TO WS-FR-TOTAL (WS-FILE-IDX).
           ADD 1 TO WS-FILE-CHANGED-COUNT.
       COUNT-RECORD-CHANGED-EXIT.
           EXIT.

      * Customers already on SUPPFILE are left as they are; the
      * rest are added to the end of it.
       SUPPRESS-ERASED-CUSTOMERS SECTION.
       SUPPRESS-ERASED-CUSTOMERS-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SUPPRESS-FILE.
           IF WS-SUPPRESS-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ SUPPRESS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SUPP-CUST-ID TO WS-FIND-CUST-ID
                           PERFORM FIND-ACCEPTED-ERASURE
                           IF WS-ER-FOUND
                               SET WS-ER-SUPPRESSED (WS-ER-IDX)
                                   TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPRESS-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           OPEN EXTEND SUPPRESS-FILE.
           IF WS-SUPPRESS-STATUS = '05'
              OR WS-SUPPRESS-STATUS = '35'
               OPEN OUTPUT SUPPRESS-FILE
           END-IF.
           PERFORM SUPPRESS-ONE-CUSTOMER
               VARYING WS-ER-IDX FROM 1 BY 1
               UNTIL WS-ER-IDX > WS-ER-COUNT.
           CLOSE SUPPRESS-FILE.
       SUPPRESS-ERASED-CUSTOMERS-EXIT.
           EXIT.

       SUPPRESS-ONE-CUSTOMER SECTION.
       SUPPRESS-ONE-CUSTOMER-START.
           IF WS-ER-ACCEPTED (WS-ER-IDX)
              AND NOT WS-ER-SUPPRESSED (WS-ER-IDX)
               MOVE WS-ER-CUST-ID (WS-ER-IDX) TO SUPP-CUST-ID
               WRITE SUPPRESS-RECORD
               SET WS-ER-SUPP-ADDED (WS-ER-IDX) TO TRUE
               ADD 1 TO WS-SUPP-ADDED-COUNT
           END-IF.
       SUPPRESS-ONE-CUSTOMER-EXIT.
           EXIT.

       REGISTER-ERASURES SECTION.
       REGISTER-ERASURES-START.
           OPEN EXTEND ERASE-LOG-FILE.
           IF WS-ERASE-LOG-STATUS = '05'
              OR WS-ERASE-LOG-STATUS = '35'
               OPEN OUTPUT ERASE-LOG-FILE
           END-IF.
           PERFORM REGISTER-ONE-ERASURE
               VARYING WS-ER-IDX FROM 1 BY 1
               UNTIL WS-ER-IDX > WS-ER-COUNT.
           CLOSE ERASE-LOG-FILE.
       REGISTER-ERASURES-EXIT.
           EXIT.

       REGISTER-ONE-ERASURE SECTION.
       REGISTER-ONE-ERASURE-START.
           IF WS-ER-ACCEPTED (WS-ER-IDX)
               MOVE WS-ER-CUST-ID (WS-ER-IDX) TO ELOG-CUST-ID
               MOVE WS-RUN-DATE TO ELOG-ERASE-DATE
               MOVE WS-ER-REFERENCE (WS-ER-IDX) TO ELOG-REFERENCE
               MOVE WS-ER-APPROVER (WS-ER-IDX) TO ELOG-APPROVED-BY
               WRITE ERASE-LOG-RECORD
               MOVE SPACES TO ERASE-RPT-RECORD
               STRING 'ERASED  ' DELIMITED BY SIZE
                      WS-ER-CUST-ID (WS-ER-IDX) DELIMITED BY SIZE
                      ' REF ' DELIMITED BY SIZE
                      WS-ER-REFERENCE (WS-ER-IDX) DELIMITED BY SIZE
                      ' APPROVED BY ' DELIMITED BY SIZE
                      WS-ER-APPROVER (WS-ER-IDX) DELIMITED BY SIZE
                      INTO ERASE-RPT-RECORD
               WRITE ERASE-RPT-RECORD
           END-IF.
       REGISTER-ONE-ERASURE-EXIT.
           EXIT.

      * One block per request, in the order received.
       PRINT-CERTIFICATES SECTION.
       PRINT-CERTIFICATES-START.
           PERFORM PRINT-ONE-CERTIFICATE
               VARYING WS-ER-IDX FROM 1 BY 1
               UNTIL WS-ER-IDX > WS-ER-COUNT.
       PRINT-CERTIFICATES-EXIT.
           EXIT.

       PRINT-ONE-CERTIFICATE SECTION.
       PRINT-ONE-CERTIFICATE-START.
           MOVE SPACES TO CERT-RPT-RECORD.
           STRING 'CUSTOMER ' DELIMITED BY SIZE
                  WS-ER-CUST-ID (WS-ER-IDX) DELIMITED BY SIZE
                  '  REQUEST ' DELIMITED BY SIZE
                  WS-ER-REFERENCE (WS-ER-IDX) DELIMITED BY SIZE
                  '  RECEIVED ' DELIMITED BY SIZE
                  WS-ER-RECEIVED (WS-ER-IDX) DELIMITED BY SIZE
                  '  BY ' DELIMITED BY SIZE
                  WS-ER-APPROVER (WS-ER-IDX) DELIMITED BY SIZE
                  INTO CERT-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
           IF WS-ER-ACCEPTED (WS-ER-IDX)
               PERFORM PRINT-ONE-FILE-LINE
                   VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 13
               MOVE SPACES TO CERT-RPT-RECORD
               MOVE 'SUPPFILE' TO CERT-RPT-RECORD (3:8)
               IF WS-ER-SUPP-ADDED (WS-ER-IDX)
                   MOVE 'ADDED - NO FURTHER MAIL'
                       TO CERT-RPT-RECORD (13:30)
               ELSE
                   MOVE 'ALREADY ON - NO FURTHER MAIL'
                       TO CERT-RPT-RECORD (13:30)
               END-IF
               PERFORM PUT-REPORT-LINE
               MOVE SPACES TO CERT-RPT-RECORD
               STRING '  KEPT: CUST-ID, ACSTXREF, AMTFILE, ACSTBAL, '
                          DELIMITED BY SIZE
                      'LEDGER HISTORY' DELIMITED BY SIZE
                      INTO CERT-RPT-RECORD
               PERFORM PUT-REPORT-LINE
               MOVE SPACES TO CERT-RPT-RECORD
               STRING '  ERASED ON ' DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      INTO CERT-RPT-RECORD
               PERFORM PUT-REPORT-LINE
           ELSE
               MOVE SPACES TO CERT-RPT-RECORD
               STRING '  REFUSED - ' DELIMITED BY SIZE
                      WS-ER-REASON (WS-ER-IDX) DELIMITED BY '  '
                      ' - NOTHING CHANGED' DELIMITED BY SIZE
                      INTO CERT-RPT-RECORD
               PERFORM PUT-REPORT-LINE
           END-IF.
           MOVE SPACES TO CERT-RPT-RECORD.
           PERFORM PUT-REPORT-LINE.
       PRINT-ONE-CERTIFICATE-EXIT.
           EXIT.

       PRINT-ONE-FILE-LINE SECTION.
       PRINT-ONE-FILE-LINE-START.
           MOVE SPACES TO CERT-RPT-RECORD.
           MOVE WS-FL-NAME (WS-FILE-IDX) TO CERT-RPT-RECORD (3:8).
           MOVE WS-FL-DATA (WS-FILE-IDX) TO CERT-RPT-RECORD (13:30).
           IF WS-FR-OPEN-STATUS (WS-FILE-IDX) = '00'
               MOVE WS-ER-FILE-COUNT (WS-ER-IDX, WS-FILE-IDX)
                   TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO CERT-RPT-RECORD (55:5)
           ELSE
               MOVE 'NOT ON FILE' TO CERT-RPT-RECORD (49:11)
           END-IF.
           PERFORM PUT-REPORT-LINE.
       PRINT-ONE-FILE-LINE-EXIT.
           EXIT.

       WRITE-RUN-TOTALS SECTION.
       WRITE-RUN-TOTALS-START.
           MOVE SPACES TO ERASE-RPT-RECORD.
           STRING 'ERASURE TOTALS - REQUESTS: ' DELIMITED BY SIZE
                  WS-REQUESTS-READ DELIMITED BY SIZE
                  ' ERASED: ' DELIMITED BY SIZE
                  WS-ACCEPTED-COUNT DELIMITED BY SIZE
                  ' REFUSED: ' DELIMITED BY SIZE
                  WS-REFUSED-COUNT DELIMITED BY SIZE
                  INTO ERASE-RPT-RECORD.
           WRITE ERASE-RPT-RECORD.
           MOVE SPACES TO ERASE-RPT-RECORD.
           STRING 'REJECTED: ' DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  ' ADDED TO SUPPFILE: ' DELIMITED BY SIZE
                  WS-SUPP-ADDED-COUNT DELIMITED BY SIZE
                  INTO ERASE-RPT-RECORD.
           WRITE ERASE-RPT-RECORD.
           PERFORM WRITE-ONE-FILE-TOTAL
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 12.
       WRITE-RUN-TOTALS-EXIT.
           EXIT.

       WRITE-ONE-FILE-TOTAL SECTION.
       WRITE-ONE-FILE-TOTAL-START.
           MOVE SPACES TO ERASE-RPT-RECORD.
           STRING WS-FL-NAME (WS-FILE-IDX) DELIMITED BY SIZE
                  ' RECORDS CHANGED: ' DELIMITED BY SIZE
                  WS-FR-TOTAL (WS-FILE-IDX) DELIMITED BY SIZE
                  INTO ERASE-RPT-RECORD.
           WRITE ERASE-RPT-RECORD.
       WRITE-ONE-FILE-TOTAL-EXIT.
           EXIT.

       PUT-REPORT-LINE SECTION.
       PUT-REPORT-LINE-START.
           MOVE CERT-RPT-RECORD TO WS-RPT-DETAIL.
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
               TO CERT-RPT-RECORD.
           WRITE CERT-RPT-RECORD.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.
