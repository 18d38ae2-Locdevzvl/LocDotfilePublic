      * FAMILY from the first member's surname.  Suppressed
      * individuals are dropped before grouping, so an opted-out
      * family member neither mails nor drags the rest of the
      * household in.  A customer the mail house has returned mail
      * for - marked undeliverable on RTNMAST by RTNLOAD, until a
      * COAAPPLY change of address clears it - is dropped the same
      * way and listed on HSHLDRPT, so no label goes to an address
      * known to be bad.  The HSHLDRPT report shows pieces in,
      * households out, and the pieces saved.  Every member is added
      * to the CORRHIST correspondence history - mailed under the
      * household label's number and address, or dropped with the
      * reason.  A household whose ZIP carries the full ZIP+4 gets
      * the Intelligent Mail barcode line under its address, built
      * by IMBENC from the IMBCTL mailer id, the household's number
      * in the run and the ZIP+4 and delivery point; one without is
      * listed on HSHLDRPT and printed without a barcode.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HOUSEHOLD-RPT-FILE ASSIGN TO "HSHLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-RPT-STATUS.
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


       FD  LABEL-FILE
           RECORDING MODE IS F.
       01  LABEL-RECORD             PIC X(65).

       FD  HOUSEHOLD-RPT-FILE
           RECORDING MODE IS F.
       01  HOUSEHOLD-RPT-RECORD     PIC X(80).

       FD  RTNM-FILE
           RECORDING MODE IS F.
           COPY RTNMREC.

       FD  CORR-FILE
           RECORDING MODE IS F.
           COPY CORRREC.

       FD  IMB-CTL-FILE
           RECORDING MODE IS F.
           COPY IMBCREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-ADDRESS-STATUS    PIC XX.
           05 WS-SUPPRESS-STATUS   PIC XX.
           05 WS-LABEL-STATUS      PIC XX.
           05 WS-HOUSEHOLD-RPT-STATUS PIC XX.
           05 WS-RTNM-STATUS       PIC XX.
           05 WS-CORR-STATUS       PIC XX.
           05 WS-IMB-CTL-STATUS    PIC XX.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88 WS-EOF                  VALUE 'Y'.
       01  WS-SUPP-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-SUPP-TABLE.
           05  WS-SUPP-ENTRY OCCURS 200 TIMES.
               10 WS-SUPP-ID       PIC 9(06).
       01  WS-UNDLV-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-UNDLV-IDX            PIC 9(04).
       01  WS-UNDLV-OVERFLOW-COUNT PIC 9(06) VALUE ZERO.
       01  WS-UNDELIVERABLE-SW     PIC X.
           88 WS-UNDELIVERABLE        VALUE 'Y'.
       01  WS-UNDLV-TABLE.
           05  WS-UNDLV-ENTRY OCCURS 2000 TIMES.
               10 WS-UNDLV-ID      PIC 9(06).
               10 WS-UNDLV-DATE    PIC 9(08).
               10 WS-UNDLV-REASON  PIC X(02).
       01  WS-LEAD-SPACES          PIC 9(02).
       01  WS-TRIM-LEN             PIC 9(02).
       01  WS-GROUP-OPEN-SW        PIC X VALUE 'N'.
       01  WS-CITY-TRIM-LEN        PIC 9(02).
       01  WS-PIECES-IN            PIC 9(06) VALUE ZERO.
       01  WS-SUPPRESSED-COUNT     PIC 9(06) VALUE ZERO.
       01  WS-UNDELIVERABLE-COUNT  PIC 9(06) VALUE ZERO.
       01  WS-HOUSEHOLD-COUNT      PIC 9(06) VALUE ZERO.
       01  WS-PIECES-SAVED         PIC 9(06) VALUE ZERO.
       01  WS-RUN-DATE             PIC 9(8).
      * Intelligent Mail barcode, as MAILLBL builds it; the serial
      * run digit is 2 here so the two label files never share one.
       01  WS-IMB-READY-SW         PIC X VALUE 'N'.
           88 WS-IMB-READY            VALUE 'Y'.
       01  WS-IMB-TRACKING.
           05 WS-IMB-BARCODE-ID    PIC 9(02).
           05 WS-IMB-SERVICE-TYPE  PIC 9(03).
           05 WS-IMB-MAILER-ID     PIC 9(06).
           05 WS-IMB-SERIAL-RUN    PIC 9(01) VALUE 2.
           05 WS-IMB-SERIAL-SEQ    PIC 9(08).
       01  WS-IMB-ROUTING.
           05 WS-IMB-ZIP5          PIC X(05).
           05 WS-IMB-ZIP4          PIC X(04).
           05 WS-IMB-DELIVERY-PT   PIC X(02).
       01  WS-IMB-BARCODE          PIC X(65).
       01  WS-DP-IDX               PIC 9(02).
       01  WS-PRIMARY-LEN          PIC 9(02).
       01  WS-BARCODED-COUNT       PIC 9(06) VALUE ZERO.
       01  WS-NO-BARCODE-COUNT     PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           PERFORM LOAD-SUPPRESSION-TABLE.
           PERFORM LOAD-RETURNED-MAIL-TABLE.
           PERFORM LOAD-IMB-CONTROL.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-ZIP SORT-STREET SORT-CITY
                                SORT-NAME
           OPEN INPUT SORTED-ADDR-FILE.
           OPEN OUTPUT LABEL-FILE.
           OPEN OUTPUT HOUSEHOLD-RPT-FILE.
           IF NOT WS-IMB-READY
               MOVE 4 TO WS-FINAL-RETURN-CODE
               MOVE 'NO IMBCTL MAILER ID - NO BARCODES PRINTED'
                   TO HOUSEHOLD-RPT-RECORD
               WRITE HOUSEHOLD-RPT-RECORD
               DISPLAY 'HSHLDLBL - ' HOUSEHOLD-RPT-RECORD
           END-IF.
           OPEN EXTEND CORR-FILE.
           IF WS-CORR-STATUS = '05' OR WS-CORR-STATUS = '35'
               OPEN OUTPUT CORR-FILE
           END-IF.
           PERFORM UNTIL WS-EOF
               READ SORTED-ADDR-FILE
                   AT END
                   NOT AT END
                       ADD 1 TO WS-PIECES-IN
                       PERFORM CHECK-SUPPRESSION
                       PERFORM CHECK-RETURNED-MAIL
                       EVALUATE TRUE
                           WHEN WS-SUPPRESSED
                               ADD 1 TO WS-SUPPRESSED-COUNT
                           WHEN WS-UNDELIVERABLE
                               ADD 1 TO WS-UNDELIVERABLE-COUNT
                               PERFORM WRITE-UNDELIVERABLE-LINE
                           WHEN OTHER
                               PERFORM GROUP-ONE-RECORD
                       END-EVALUATE
                       PERFORM WRITE-CORRESPONDENCE
               END-READ
           END-PERFORM.
           PERFORM PRINT-CURRENT-HOUSEHOLD.
           CLOSE SORTED-ADDR-FILE.
           CLOSE LABEL-FILE.
           CLOSE HOUSEHOLD-RPT-FILE.
           CLOSE CORR-FILE.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           GOBACK.
       LOAD-SUPPRESSION-TABLE-EXIT.
           EXIT.

      * Only the customers still marked undeliverable are wanted,
      * the same table MAILLBL keeps; no RTNMAST just means nobody
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

      * The same IMBCTL record MAILLBL reads; without a usable one
      * every household still gets its label, only not barcoded.
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

       WRITE-UNDELIVERABLE-LINE SECTION.
       WRITE-UNDELIVERABLE-LINE-START.
           MOVE SPACES TO HOUSEHOLD-RPT-RECORD.
           STRING 'UNDELIVERABLE CUSTOMER ' DELIMITED BY SIZE
                  ADDR-CUST-ID DELIMITED BY SIZE
                  ' RETURNED ' DELIMITED BY SIZE
                  WS-UNDLV-DATE (WS-UNDLV-IDX) DELIMITED BY SIZE
                  ' REASON ' DELIMITED BY SIZE
                  WS-UNDLV-REASON (WS-UNDLV-IDX) DELIMITED BY SIZE
                  ' - NOT MAILED' DELIMITED BY SIZE
                  INTO HOUSEHOLD-RPT-RECORD.
           WRITE HOUSEHOLD-RPT-RECORD.
       WRITE-UNDELIVERABLE-LINE-EXIT.
           EXIT.

       CHECK-SUPPRESSION SECTION.
       CHECK-SUPPRESSION-START.
           MOVE 'N' TO WS-SUPPRESSED-SW.
               PERFORM BUILD-CITY-LINE
               MOVE WS-CITY-LINE TO LABEL-RECORD
               WRITE LABEL-RECORD
               PERFORM BUILD-BARCODE
               IF WS-IMB-BARCODE NOT = SPACES
                   MOVE WS-IMB-BARCODE TO LABEL-RECORD
                   WRITE LABEL-RECORD
               END-IF
               MOVE SPACES TO LABEL-RECORD
               WRITE LABEL-RECORD
           END-IF.
       PRINT-CURRENT-HOUSEHOLD-EXIT.
           EXIT.

      * Only a full ZIP+4 earns a barcode, as in MAILLBL; the serial
      * is the household's label number in the run.
       BUILD-BARCODE SECTION.
       BUILD-BARCODE-START.
           MOVE SPACES TO WS-IMB-BARCODE.
           IF WS-IMB-READY
               IF WS-GROUP-ZIP (6:1) = '-'
                  AND WS-GROUP-ZIP (7:4) IS NUMERIC
                   MOVE WS-GROUP-ZIP (1:5) TO WS-IMB-ZIP5
                   MOVE WS-GROUP-ZIP (7:4) TO WS-IMB-ZIP4
                   PERFORM DERIVE-DELIVERY-POINT
                   MOVE WS-HOUSEHOLD-COUNT TO WS-IMB-SERIAL-SEQ
                   CALL 'IMBENC' USING WS-IMB-TRACKING
                                       WS-IMB-ROUTING
                                       WS-IMB-BARCODE
               END-IF
               IF WS-IMB-BARCODE = SPACES
                   ADD 1 TO WS-NO-BARCODE-COUNT
                   MOVE SPACES TO HOUSEHOLD-RPT-RECORD
                   STRING 'NO BARCODE HOUSEHOLD ' DELIMITED BY SIZE
                          WS-HOUSEHOLD-COUNT DELIMITED BY SIZE
                          ' ZIP ' DELIMITED BY SIZE
                          WS-GROUP-ZIP DELIMITED BY SIZE
                          ' - NO ZIP+4, NOT BARCODED'
                              DELIMITED BY SIZE
                          INTO HOUSEHOLD-RPT-RECORD
                   WRITE HOUSEHOLD-RPT-RECORD
               ELSE
                   ADD 1 TO WS-BARCODED-COUNT
               END-IF
           END-IF.
       BUILD-BARCODE-EXIT.
           EXIT.

      * Last two digits of the street number, zero-filled from one
      * digit, or 99 for a street with no number - MAILLBL's rule.
       DERIVE-DELIVERY-POINT SECTION.
       DERIVE-DELIVERY-POINT-START.
           MOVE '99' TO WS-IMB-DELIVERY-PT.
           MOVE ZERO TO WS-LEAD-SPACES.
           INSPECT WS-GROUP-STREET TALLYING WS-LEAD-SPACES
               FOR LEADING SPACE.
           IF WS-LEAD-SPACES < 30
               COMPUTE WS-DP-IDX = WS-LEAD-SPACES + 1
               MOVE ZERO TO WS-PRIMARY-LEN
               PERFORM STEP-PAST-PRIMARY-DIGIT
                   UNTIL WS-DP-IDX > 30
                      OR WS-GROUP-STREET (WS-DP-IDX:1) IS NOT NUMERIC
               EVALUATE TRUE
                   WHEN WS-PRIMARY-LEN = 1
                       MOVE '0' TO WS-IMB-DELIVERY-PT (1:1)
                       MOVE WS-GROUP-STREET (WS-DP-IDX - 1:1)
                           TO WS-IMB-DELIVERY-PT (2:1)
                   WHEN WS-PRIMARY-LEN > 1
                       MOVE WS-GROUP-STREET (WS-DP-IDX - 2:2)
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

      * A grouped member goes out on the label the open household
      * will print as - one past the households already counted -
      * at the household's address.
       WRITE-CORRESPONDENCE SECTION.
       WRITE-CORRESPONDENCE-START.
           MOVE SPACES TO CORRESPONDENCE-RECORD.
           MOVE ADDR-CUST-ID TO CORR-CUST-ID.
           SET CORR-HSHLD-LABEL TO TRUE.
           MOVE WS-RUN-DATE TO CORR-RUN-DATE.
           MOVE 'HSHLDLBL' TO CORR-PROGRAM.
           MOVE ZERO TO CORR-SEQUENCE.
           EVALUATE TRUE
               WHEN WS-SUPPRESSED
                   SET CORR-SUPPRESSED TO TRUE
                   MOVE 'ON SUPPFILE - DO NOT MAIL' TO CORR-REASON
               WHEN WS-UNDELIVERABLE
                   SET CORR-SKIPPED TO TRUE
                   MOVE 'RETURNED MAIL - LABEL HELD' TO CORR-REASON
               WHEN OTHER
                   SET CORR-SENT TO TRUE
                   COMPUTE CORR-SEQUENCE = WS-HOUSEHOLD-COUNT + 1
                   MOVE WS-GROUP-STREET TO CORR-STREET
                   MOVE WS-GROUP-CITY TO CORR-CITY
                   MOVE WS-GROUP-STATE TO CORR-STATE
                   MOVE WS-GROUP-ZIP TO CORR-ZIP
           END-EVALUATE.
           WRITE CORRESPONDENCE-RECORD.
       WRITE-CORRESPONDENCE-EXIT.
           EXIT.

      * THE <surname> FAMILY, with the surname taken as the last
      * word of the first member's name.
       BUILD-FAMILY-LINE SECTION.
               WRITE HOUSEHOLD-RPT-RECORD
               DISPLAY HOUSEHOLD-RPT-RECORD
           END-IF.
           IF WS-UNDLV-OVERFLOW-COUNT > ZERO
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE SPACES TO HOUSEHOLD-RPT-RECORD
               STRING 'RETURNED-MAIL LIST EXCEEDS TABLE BY '
                          DELIMITED BY SIZE
                      WS-UNDLV-OVERFLOW-COUNT DELIMITED BY SIZE
                      ' - NOT ALL HELD' DELIMITED BY SIZE
                      INTO HOUSEHOLD-RPT-RECORD
               WRITE HOUSEHOLD-RPT-RECORD
               DISPLAY HOUSEHOLD-RPT-RECORD
           END-IF.
           MOVE SPACES TO HOUSEHOLD-RPT-RECORD.
           STRING 'UNDELIVERABLE - NOT MAILED: ' DELIMITED BY SIZE
                  WS-UNDELIVERABLE-COUNT DELIMITED BY SIZE
                  INTO HOUSEHOLD-RPT-RECORD.
           WRITE HOUSEHOLD-RPT-RECORD.
           MOVE SPACES TO HOUSEHOLD-RPT-RECORD.
           STRING 'HOUSEHOLDING - PIECES IN: ' DELIMITED BY SIZE
                  WS-PIECES-IN DELIMITED BY SIZE
                  WS-PIECES-SAVED DELIMITED BY SIZE
                  INTO HOUSEHOLD-RPT-RECORD.
           WRITE HOUSEHOLD-RPT-RECORD.
           MOVE SPACES TO HOUSEHOLD-RPT-RECORD.
           STRING 'BARCODED HOUSEHOLDS: ' DELIMITED BY SIZE
                  WS-BARCODED-COUNT DELIMITED BY SIZE
                  ' NOT BARCODED: ' DELIMITED BY SIZE
                  WS-NO-BARCODE-COUNT DELIMITED BY SIZE
                  INTO HOUSEHOLD-RPT-RECORD.
           WRITE HOUSEHOLD-RPT-RECORD.
       WRITE-HOUSEHOLD-TOTALS-EXIT.
           EXIT.
