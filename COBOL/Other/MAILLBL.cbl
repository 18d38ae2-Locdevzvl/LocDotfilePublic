           SELECT ADDR-EXCP-FILE ASSIGN TO "ADDREXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDR-EXCP-STATUS.
           SELECT RTNM-FILE ASSIGN TO "RTNMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNM-STATUS.
           SELECT CORR-FILE ASSIGN TO "CORRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT IMB-CTL-FILE ASSIGN TO "IMBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMB-CTL-STATUS.

       DATA DIVISION.

           05 ADDR-STATE           PIC A(02).
           05 ADDR-ZIP             PIC X(10).

      * Name, street and city lines, the Intelligent Mail barcode
      * line under them when the address has a full ZIP+4, and the
      * blank line that ends the label.
       FD  LABEL-FILE
           RECORDING MODE IS F.
       01  LABEL-RECORD             PIC X(65).

       FD  PRESORT-RPT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  ADDR-EXCP-RECORD         PIC X(80).

      * Customers the mail house has returned mail for, marked by
      * RTNLOAD until COAAPPLY applies a new address.
       FD  RTNM-FILE
           RECORDING MODE IS F.
           COPY RTNMREC.

      * Every label printed, suppressed or held is added to the
      * customer's correspondence history.
       FD  CORR-FILE
           RECORDING MODE IS F.
           COPY CORRREC.

       FD  IMB-CTL-FILE
           RECORDING MODE IS F.
           COPY IMBCREC.

      * The JR fields print wider than their source so the JUSTIFIED
      * RIGHT MOVE actually right-aligns the value in the printed
      * field, padding on the left, instead of being a same-length
           05 WS-SUPPRESS-RPT-STATUS PIC XX.
           05 WS-STATE-TABLE-STATUS PIC XX.
           05 WS-ADDR-EXCP-STATUS  PIC XX.
           05 WS-RTNM-STATUS       PIC XX.
           05 WS-CORR-STATUS       PIC XX.
           05 WS-IMB-CTL-STATUS    PIC XX.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88 WS-EOF               VALUE 'Y'.
       01  WS-LEAD-SPACES          PIC 9(02).
       01  WS-SUPP-TABLE.
           05  WS-SUPP-ENTRY OCCURS 200 TIMES.
               10 WS-SUPP-ID       PIC 9(06).
       01  WS-UNDLV-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-UNDLV-IDX            PIC 9(04).
       01  WS-UNDLV-OVERFLOW-COUNT PIC 9(06) VALUE ZERO.
       01  WS-UNDELIVERABLE-SW     PIC X.
           88 WS-UNDELIVERABLE        VALUE 'Y'.
       01  WS-UNDELIVERABLE-COUNT  PIC 9(06) VALUE ZERO.
       01  WS-UNDLV-TABLE.
           05  WS-UNDLV-ENTRY OCCURS 2000 TIMES.
               10 WS-UNDLV-ID      PIC 9(06).
               10 WS-UNDLV-DATE    PIC 9(08).
               10 WS-UNDLV-REASON  PIC X(02).
       01  WS-CURRENT-ZIP-PREFIX   PIC X(03).
       01  WS-PREFIX-OPEN-SW       PIC X VALUE 'N'.
           88 WS-PREFIX-OPEN          VALUE 'Y'.
       01  WS-FS-STATUS            PIC X(02).
       01  WS-STAT-PROGRAM-ID      PIC X(08) VALUE 'MAILLBL '.
       01  WS-START-TIME           PIC 9(8).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-CORR-OUTCOME         PIC X(01).
       01  WS-CORR-REASON          PIC X(30).
      * Intelligent Mail barcode: the tracking code is the IMBCTL
      * barcode id, service type and mailer id with a serial whose
      * first digit names this run (HSHLDLBL numbers from 2) so the
      * two label files never share a serial; the routing code is
      * the ZIP+4 and the delivery point.
       01  WS-IMB-READY-SW         PIC X VALUE 'N'.
           88 WS-IMB-READY            VALUE 'Y'.
       01  WS-IMB-TRACKING.
           05 WS-IMB-BARCODE-ID    PIC 9(02).
           05 WS-IMB-SERVICE-TYPE  PIC 9(03).
           05 WS-IMB-MAILER-ID     PIC 9(06).
           05 WS-IMB-SERIAL-RUN    PIC 9(01) VALUE 1.
           05 WS-IMB-SERIAL-SEQ    PIC 9(08).
       01  WS-IMB-ROUTING.
           05 WS-IMB-ZIP5          PIC X(05).
           05 WS-IMB-ZIP4          PIC X(04).
           05 WS-IMB-DELIVERY-PT   PIC X(02).
       01  WS-IMB-BARCODE          PIC X(65).
       01  WS-STREET-WORK          PIC X(30).
       01  WS-DP-IDX               PIC 9(02).
       01  WS-PRIMARY-LEN          PIC 9(02).
       01  WS-PREFIX-BARCODED-COUNT PIC 9(06) VALUE ZERO.
       01  WS-TOTAL-BARCODED       PIC 9(06) VALUE ZERO.
       01  WS-NO-BARCODE-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-READ-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-WRITTEN-COUNT        PIC 9(06) VALUE ZERO.
       01  WS-REJECTED-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-CTLT-TOTAL-NAME      PIC X(08).
       01  WS-CTLT-COUNT           PIC 9(06).
       01  WS-CTLT-AMOUNT          PIC S9(11)V9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           ACCEPT WS-START-TIME FROM TIME.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           PERFORM LOAD-SUPPRESSION-TABLE.
           PERFORM LOAD-RETURNED-MAIL-TABLE.
           PERFORM LOAD-STATE-TABLE.
           PERFORM LOAD-IMB-CONTROL.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-ZIP
               USING ADDRESS-FILE
           MOVE 'ADDREXCP' TO WS-FS-FILE-NAME.
           MOVE WS-ADDR-EXCP-STATUS TO WS-FS-STATUS.
           PERFORM GUARD-FILE-STATUS.
           IF NOT WS-IMB-READY
               MOVE 4 TO WS-FINAL-RETURN-CODE
               MOVE 'NO IMBCTL MAILER ID - NO BARCODES PRINTED'
                   TO ADDR-EXCP-RECORD
               WRITE ADDR-EXCP-RECORD
               DISPLAY 'MAILLBL - ' ADDR-EXCP-RECORD
           END-IF.
           OPEN EXTEND CORR-FILE.
           IF WS-CORR-STATUS = '05' OR WS-CORR-STATUS = '35'
               OPEN OUTPUT CORR-FILE
           END-IF.
           MOVE 'CORRHIST' TO WS-FS-FILE-NAME.
           MOVE WS-CORR-STATUS TO WS-FS-STATUS.
           PERFORM GUARD-FILE-STATUS.
           PERFORM UNTIL WS-EOF
               READ SORTED-ADDR-FILE
                   AT END
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CHECK-SUPPRESSION
                       PERFORM CHECK-RETURNED-MAIL
                       EVALUATE TRUE
                           WHEN WS-SUPPRESSED
                               ADD 1 TO WS-SUPPRESSED-COUNT
                               PERFORM WRITE-SUPPRESSED-LINE
                               MOVE 'P' TO WS-CORR-OUTCOME
                               MOVE 'ON SUPPFILE - DO NOT MAIL'
                                   TO WS-CORR-REASON
                           WHEN WS-UNDELIVERABLE
                               ADD 1 TO WS-UNDELIVERABLE-COUNT
                               PERFORM WRITE-UNDELIVERABLE-LINE
                               MOVE 'K' TO WS-CORR-OUTCOME
                               MOVE 'RETURNED MAIL - LABEL HELD'
                                   TO WS-CORR-REASON
                           WHEN OTHER
                               PERFORM VALIDATE-ADDRESS
                               IF WS-ADDR-VALID
                                   PERFORM CHECK-TRAY-BREAK
                                   PERFORM BUILD-LABEL
                                   PERFORM BUILD-BARCODE
                                   PERFORM WRITE-LABEL-RECORDS
                                   MOVE 'S' TO WS-CORR-OUTCOME
                                   MOVE SPACES TO WS-CORR-REASON
                               ELSE
                                   ADD 1 TO WS-WITHHELD-COUNT
                                   PERFORM WRITE-ADDR-EXCP-LINE
                                   MOVE 'K' TO WS-CORR-OUTCOME
                                   MOVE WS-ADDR-FAIL-REASON
                                       TO WS-CORR-REASON
                               END-IF
                       END-EVALUATE
                       PERFORM WRITE-CORRESPONDENCE
               END-READ
               MOVE 'ADDRSRT ' TO WS-FS-FILE-NAME
               MOVE 'READ ' TO WS-FS-OPERATION
           PERFORM CLOSE-LAST-TRAY.
           PERFORM WRITE-PRESORT-TOTALS.
           PERFORM WRITE-SUPPRESSION-TRAILER.
           PERFORM WRITE-UNDELIVERABLE-TRAILER.
           CLOSE SORTED-ADDR-FILE.
           CLOSE LABEL-FILE.
           CLOSE PRESORT-RPT-FILE.
           CLOSE SUPPRESS-RPT-FILE.
           CLOSE ADDR-EXCP-FILE.
           CLOSE CORR-FILE.
           DISPLAY 'MAILLBL - PRINTED: ' WS-WRITTEN-COUNT
               ' BARCODED: ' WS-TOTAL-BARCODED
               ' SUPPRESSED: ' WS-SUPPRESSED-COUNT
               ' WITHHELD: ' WS-WITHHELD-COUNT
               ' UNDELIVERABLE: ' WS-UNDELIVERABLE-COUNT.
           COMPUTE WS-REJECTED-COUNT =
               WS-WITHHELD-COUNT + WS-UNDELIVERABLE-COUNT.
           CALL 'RUNSTAT' USING WS-STAT-PROGRAM-ID
                                WS-READ-COUNT
                                WS-WRITTEN-COUNT
                                WS-REJECTED-COUNT
                                WS-START-TIME.
           PERFORM WRITE-CONTROL-TOTALS.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * Every address read ends up as a label, a suppression or an
      * ADDREXCP line (withheld or undeliverable) - the split goes
      * to CTLTOTAL for the end-of-chain control-total proof.
       WRITE-CONTROL-TOTALS SECTION.
       WRITE-CONTROL-TOTALS-START.
           MOVE 'ADDRFILE' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-READ-COUNT TO WS-CTLT-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'LABELS  ' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-WRITTEN-COUNT TO WS-CTLT-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'SUPPRESS' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-SUPPRESSED-COUNT TO WS-CTLT-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
           MOVE 'ADDREXCP' TO WS-CTLT-TOTAL-NAME.
           MOVE WS-REJECTED-COUNT TO WS-CTLT-COUNT.
           PERFORM CALL-CONTROL-TOTAL.
       WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

       CALL-CONTROL-TOTAL SECTION.
       CALL-CONTROL-TOTAL-START.
           CALL 'CTLTOT' USING WS-STAT-PROGRAM-ID
                               WS-CTLT-TOTAL-NAME
                               WS-CTLT-COUNT
                               WS-CTLT-AMOUNT.
       CALL-CONTROL-TOTAL-EXIT.
           EXIT.

      * Opt-outs are loaded once up front; a missing SUPPFILE just
      * means nobody is suppressed.
       LOAD-SUPPRESSION-TABLE SECTION.
       LOAD-SUPPRESSION-TABLE-EXIT.
           EXIT.

      * Only the customers still marked undeliverable are wanted -
      * a cleared mark mails normally.  No RTNMAST just means nobody
      * has had mail returned.
       LOAD-RETURNED-MAIL-TABLE SECTION.
       LOAD-RETURNED-MAIL-TABLE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RTNM-FILE.
           IF WS-RTNM-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ RTNM-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF RTNM-UNDELIVERABLE
                               IF WS-UNDLV-COUNT < 2000
                                   ADD 1 TO WS-UNDLV-COUNT
                                   MOVE RTNM-CUST-ID TO
                                       WS-UNDLV-ID (WS-UNDLV-COUNT)
                                   MOVE RTNM-LAST-RETURN TO
                                       WS-UNDLV-DATE (WS-UNDLV-COUNT)
                                   MOVE RTNM-REASON TO
                                       WS-UNDLV-REASON (WS-UNDLV-COUNT)
                               ELSE
                                   ADD 1 TO WS-UNDLV-OVERFLOW-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RTNM-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-RETURNED-MAIL-TABLE-EXIT.
           EXIT.

       LOAD-STATE-TABLE SECTION.
       LOAD-STATE-TABLE-START.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-STATE-TABLE-EXIT.
           EXIT.

      * The mailer id comes from IMBCTL; without a usable record the
      * run still prints every label, only without barcodes.
       LOAD-IMB-CONTROL SECTION.
       LOAD-IMB-CONTROL-START.
           MOVE 'N' TO WS-IMB-READY-SW.
           OPEN INPUT IMB-CTL-FILE.
           IF WS-IMB-CTL-STATUS = '00'
               READ IMB-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IMBC-BARCODE-ID IS NUMERIC
                          AND IMBC-SERVICE-TYPE IS NUMERIC
                          AND IMBC-MAILER-ID IS NUMERIC
                           MOVE IMBC-BARCODE-ID TO WS-IMB-BARCODE-ID
                           MOVE IMBC-SERVICE-TYPE
                               TO WS-IMB-SERVICE-TYPE
                           MOVE IMBC-MAILER-ID TO WS-IMB-MAILER-ID
                           SET WS-IMB-READY TO TRUE
                       END-IF
               END-READ
               CLOSE IMB-CTL-FILE
           END-IF.
       LOAD-IMB-CONTROL-EXIT.
           EXIT.

      * Reference validation before any postage is spent: the state
      * must be on the table, the ZIP must be five digits or the
      * five-dash-four form, and where the table carries the
       WRITE-ADDR-EXCP-LINE-EXIT.
           EXIT.

       CHECK-RETURNED-MAIL SECTION.
       CHECK-RETURNED-MAIL-START.
           MOVE 'N' TO WS-UNDELIVERABLE-SW.
           PERFORM TEST-ONE-UNDLV-ENTRY
               VARYING WS-UNDLV-IDX FROM 1 BY 1
               UNTIL WS-UNDLV-IDX > WS-UNDLV-COUNT
                  OR WS-UNDELIVERABLE.
       CHECK-RETURNED-MAIL-EXIT.
           EXIT.

       TEST-ONE-UNDLV-ENTRY SECTION.
       TEST-ONE-UNDLV-ENTRY-START.
           IF WS-UNDLV-ID (WS-UNDLV-IDX) = ADDR-CUST-ID
               SET WS-UNDELIVERABLE TO TRUE
               SUBTRACT 1 FROM WS-UNDLV-IDX
           END-IF.
       TEST-ONE-UNDLV-ENTRY-EXIT.
           EXIT.

      * The label is held, not printed, and the customer goes on the
      * address exception report with the return that marked it.
       WRITE-UNDELIVERABLE-LINE SECTION.
       WRITE-UNDELIVERABLE-LINE-START.
           MOVE SPACES TO ADDR-EXCP-RECORD.
           STRING 'UNDELIVERABLE CUSTOMER ' DELIMITED BY SIZE
                  ADDR-CUST-ID DELIMITED BY SIZE
                  ' RETURNED ' DELIMITED BY SIZE
                  WS-UNDLV-DATE (WS-UNDLV-IDX) DELIMITED BY SIZE
                  ' REASON ' DELIMITED BY SIZE
                  WS-UNDLV-REASON (WS-UNDLV-IDX) DELIMITED BY SIZE
                  ' - LABEL HELD' DELIMITED BY SIZE
                  INTO ADDR-EXCP-RECORD.
           WRITE ADDR-EXCP-RECORD.
       WRITE-UNDELIVERABLE-LINE-EXIT.
           EXIT.

      * A marked customer beyond the table would get a label printed
      * for an address known to be bad - fail the run instead.
       WRITE-UNDELIVERABLE-TRAILER SECTION.
       WRITE-UNDELIVERABLE-TRAILER-START.
           IF WS-UNDLV-OVERFLOW-COUNT > ZERO
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE SPACES TO ADDR-EXCP-RECORD
               STRING 'RETURNED-MAIL LIST EXCEEDS TABLE BY '
                          DELIMITED BY SIZE
                      WS-UNDLV-OVERFLOW-COUNT DELIMITED BY SIZE
                      ' - NOT ALL HELD' DELIMITED BY SIZE
                      INTO ADDR-EXCP-RECORD
               WRITE ADDR-EXCP-RECORD
               DISPLAY ADDR-EXCP-RECORD
           END-IF.
       WRITE-UNDELIVERABLE-TRAILER-EXIT.
           EXIT.

       CHECK-SUPPRESSION SECTION.
       CHECK-SUPPRESSION-START.
           MOVE 'N' TO WS-SUPPRESSED-SW.
                   PERFORM WRITE-TRAY-LINE
                   MOVE ADDR-ZIP (1:3) TO WS-CURRENT-ZIP-PREFIX
                   MOVE ZERO TO WS-PREFIX-LABEL-COUNT
                   MOVE ZERO TO WS-PREFIX-BARCODED-COUNT
               END-IF
           ELSE
               SET WS-PREFIX-OPEN TO TRUE
               MOVE ADDR-ZIP (1:3) TO WS-CURRENT-ZIP-PREFIX
               MOVE ZERO TO WS-PREFIX-LABEL-COUNT
               MOVE ZERO TO WS-PREFIX-BARCODED-COUNT
           END-IF.
           ADD 1 TO WS-PREFIX-LABEL-COUNT.
           ADD 1 TO WS-TOTAL-PIECES.
                  WS-CURRENT-ZIP-PREFIX DELIMITED BY SIZE
                  ' LABELS: ' DELIMITED BY SIZE
                  WS-PREFIX-LABEL-COUNT DELIMITED BY SIZE
                  ' BARCODED: ' DELIMITED BY SIZE
                  WS-PREFIX-BARCODED-COUNT DELIMITED BY SIZE
                  INTO PRESORT-RPT-RECORD.
           WRITE PRESORT-RPT-RECORD.
       WRITE-TRAY-LINE-EXIT.
                  WS-TRAY-COUNT DELIMITED BY SIZE
                  ' TOTAL PIECES: ' DELIMITED BY SIZE
                  WS-TOTAL-PIECES DELIMITED BY SIZE
                  ' BARCODED: ' DELIMITED BY SIZE
                  WS-TOTAL-BARCODED DELIMITED BY SIZE
                  INTO PRESORT-RPT-RECORD.
           WRITE PRESORT-RPT-RECORD.
       WRITE-PRESORT-TOTALS-EXIT.
       BUILD-LABEL-EXIT.
           EXIT.

      * Only a full ZIP+4 earns a barcode; a label with the five-digit
      * ZIP alone prints without one and is listed on ADDREXCP.  The
      * serial is the label's number in the run.
       BUILD-BARCODE SECTION.
       BUILD-BARCODE-START.
           MOVE SPACES TO WS-IMB-BARCODE.
           IF WS-IMB-READY
               IF ADDR-ZIP (6:1) = '-' AND ADDR-ZIP (7:4) IS NUMERIC
                   MOVE ADDR-ZIP (1:5) TO WS-IMB-ZIP5
                   MOVE ADDR-ZIP (7:4) TO WS-IMB-ZIP4
                   PERFORM DERIVE-DELIVERY-POINT
                   COMPUTE WS-IMB-SERIAL-SEQ = WS-WRITTEN-COUNT + 1
                   CALL 'IMBENC' USING WS-IMB-TRACKING
                                       WS-IMB-ROUTING
                                       WS-IMB-BARCODE
               END-IF
               IF WS-IMB-BARCODE = SPACES
                   ADD 1 TO WS-NO-BARCODE-COUNT
                   PERFORM WRITE-NO-BARCODE-LINE
               ELSE
                   ADD 1 TO WS-PREFIX-BARCODED-COUNT
                   ADD 1 TO WS-TOTAL-BARCODED
               END-IF
           END-IF.
       BUILD-BARCODE-EXIT.
           EXIT.

      * The delivery point is the last two digits of the street
      * number (a one-digit number is zero-filled); a street with no
      * number takes 99, as the Postal Service default has it.
       DERIVE-DELIVERY-POINT SECTION.
       DERIVE-DELIVERY-POINT-START.
           MOVE '99' TO WS-IMB-DELIVERY-PT.
           MOVE ADDR-STREET TO WS-STREET-WORK.
           MOVE ZERO TO WS-LEAD-SPACES.
           INSPECT WS-STREET-WORK TALLYING WS-LEAD-SPACES
               FOR LEADING SPACE.
           IF WS-LEAD-SPACES < 30
               COMPUTE WS-DP-IDX = WS-LEAD-SPACES + 1
               MOVE ZERO TO WS-PRIMARY-LEN
               PERFORM STEP-PAST-PRIMARY-DIGIT
                   UNTIL WS-DP-IDX > 30
                      OR WS-STREET-WORK (WS-DP-IDX:1) IS NOT NUMERIC
               EVALUATE TRUE
                   WHEN WS-PRIMARY-LEN = 1
                       MOVE '0' TO WS-IMB-DELIVERY-PT (1:1)
                       MOVE WS-STREET-WORK (WS-DP-IDX - 1:1)
                           TO WS-IMB-DELIVERY-PT (2:1)
                   WHEN WS-PRIMARY-LEN > 1
                       MOVE WS-STREET-WORK (WS-DP-IDX - 2:2)
                           TO WS-IMB-DELIVERY-PT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       DERIVE-DELIVERY-POINT-EXIT.
           EXIT.

       STEP-PAST-PRIMARY-DIGIT SECTION.
       STEP-PAST-PRIMARY-DIGIT-START.
           ADD 1 TO WS-DP-IDX.
           ADD 1 TO WS-PRIMARY-LEN.
       STEP-PAST-PRIMARY-DIGIT-EXIT.
           EXIT.

       WRITE-NO-BARCODE-LINE SECTION.
       WRITE-NO-BARCODE-LINE-START.
           MOVE SPACES TO ADDR-EXCP-RECORD.
           STRING 'NO BARCODE CUSTOMER ' DELIMITED BY SIZE
                  ADDR-CUST-ID DELIMITED BY SIZE
                  ' ZIP ' DELIMITED BY SIZE
                  ADDR-ZIP DELIMITED BY SIZE
                  ' - NO ZIP+4, NOT BARCODED' DELIMITED BY SIZE
                  INTO ADDR-EXCP-RECORD.
           WRITE ADDR-EXCP-RECORD.
       WRITE-NO-BARCODE-LINE-EXIT.
           EXIT.

       WRITE-LABEL-RECORDS SECTION.
       WRITE-LABEL-RECORDS-START.
           MOVE ALPHA-JR-NAME     TO LABEL-RECORD.
           WRITE LABEL-RECORD.
           MOVE ALPHA-JR-CITYLINE TO LABEL-RECORD.
           WRITE LABEL-RECORD.
           IF WS-IMB-BARCODE NOT = SPACES
               MOVE WS-IMB-BARCODE TO LABEL-RECORD
               WRITE LABEL-RECORD
           END-IF.
           MOVE SPACES            TO LABEL-RECORD.
           WRITE LABEL-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
       WRITE-LABEL-RECORDS-EXIT.
           EXIT.

      * The history records the address a label went to and its
      * place in the run; a label not printed records why instead.
       WRITE-CORRESPONDENCE SECTION.
       WRITE-CORRESPONDENCE-START.
           MOVE SPACES TO CORRESPONDENCE-RECORD.
           MOVE ADDR-CUST-ID TO CORR-CUST-ID.
           SET CORR-MAIL-LABEL TO TRUE.
           MOVE WS-RUN-DATE TO CORR-RUN-DATE.
           MOVE WS-STAT-PROGRAM-ID TO CORR-PROGRAM.
           MOVE WS-CORR-OUTCOME TO CORR-OUTCOME.
           MOVE WS-CORR-REASON TO CORR-REASON.
           MOVE ZERO TO CORR-SEQUENCE.
           IF CORR-SENT
               MOVE WS-WRITTEN-COUNT TO CORR-SEQUENCE
               MOVE ADDR-STREET TO CORR-STREET
               MOVE ADDR-CITY TO CORR-CITY
               MOVE ADDR-STATE TO CORR-STATE
               MOVE ADDR-ZIP TO CORR-ZIP
           END-IF.
           WRITE CORRESPONDENCE-RECORD.
           MOVE 'CORRHIST' TO WS-FS-FILE-NAME.
           MOVE 'WRITE' TO WS-FS-OPERATION.
           MOVE WS-CORR-STATUS TO WS-FS-STATUS.
           PERFORM GUARD-FILE-STATUS.
       WRITE-CORRESPONDENCE-EXIT.
           EXIT.

      * Shared FILSTAT guard - a disk-full on LABLFILE or a missing
      * sorted address file now stops the run at the point of
      * failure with an ERRREC line instead of printing a short
