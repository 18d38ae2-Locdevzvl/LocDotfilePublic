       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTBURST.
       AUTHOR. MTH.

      * Report distribution and bursting.  The night leaves two
      * dozen print files for the morning shift to sort by hand to
      * treasury, accounting, collections and operations, and some
      * never reach their desk.  The DISTTBL distribution table
      * names the recipient groups (G lines - group, output slot
      * DISTOUT1 to DISTOUT8, where it is delivered) and, for each
      * report, who gets it and how many copies (D lines).  A D
      * line takes the whole report, or only one section of it - a
      * section starts at the line carrying its title at the given
      * column and runs to the next listed section - or only the
      * lines carrying one company code at the given column.
      *
      * RPTBURST reads a report afresh for each copy each recipient
      * wants and writes it into the recipient's file.  Each
      * recipient file opens with a cover page in the RPTWRIT
      * title-block style listing what the bundle holds; whole
      * reports are passed through as printed, section and company
      * extracts are paginated afresh through RPTWRIT under the
      * report's own column headings.
      * The DISTMANF delivery manifest lists what each recipient
      * got - copies, pages and lines - and flags every expected
      * report that was not produced (absent, empty, or an RPTWRIT
      * report titled with another night's run date) with a
      * notice in the recipient's bundle as well; a missing report
      * or a bad table line ends the run with RETURN-CODE 4, no
      * table or an output that will not open with RETURN-CODE 8.
      * A report produced but named by no D line is listed too.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-TABLE-FILE ASSIGN TO "DISTTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-TABLE-STATUS.
           SELECT DIST-MANIFEST-FILE ASSIGN TO "DISTMANF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-MANIFEST-STATUS.
           SELECT RECNRPT-FILE ASSIGN TO "RECNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECNRPT-STATUS.
           SELECT TRIALRPT-FILE ASSIGN TO "TRIALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIALRPT-STATUS.
           SELECT AGERPT-FILE ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGERPT-STATUS.
           SELECT NIGHTRPT-FILE ASSIGN TO "NIGHTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHTRPT-STATUS.
           SELECT BALRPT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALRPT-STATUS.
           SELECT DAYCLRPT-FILE ASSIGN TO "DAYCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAYCLRPT-STATUS.
           SELECT AGINGRPT-FILE ASSIGN TO "AGINGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGINGRPT-STATUS.
           SELECT CASHRPT-FILE ASSIGN TO "CASHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHRPT-STATUS.
           SELECT LGRCLRPT-FILE ASSIGN TO "LGRCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGRCLRPT-STATUS.
           SELECT FINRPT-FILE ASSIGN TO "FINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINRPT-STATUS.
           SELECT MOSUMRPT-FILE ASSIGN TO "MOSUMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOSUMRPT-STATUS.
           SELECT GATERPT-FILE ASSIGN TO "GATERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATERPT-STATUS.
           SELECT DUNRPT-FILE ASSIGN TO "DUNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNRPT-STATUS.
           SELECT LRGRPT-FILE ASSIGN TO "LRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LRGRPT-STATUS.
           SELECT FXREVRPT-FILE ASSIGN TO "FXREVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXREVRPT-STATUS.
           SELECT WORPT-FILE ASSIGN TO "WORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORPT-STATUS.
           SELECT DORMRPT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMRPT-STATUS.
           SELECT SIRPT-FILE ASSIGN TO "SIRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIRPT-STATUS.
           SELECT REJRPRPT-FILE ASSIGN TO "REJRPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJRPRPT-STATUS.
           SELECT BNKPRRPT-FILE ASSIGN TO "BNKPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNKPRRPT-STATUS.
           SELECT KEYMRPT-FILE ASSIGN TO "KEYMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYMRPT-STATUS.
           SELECT BKUPRPT-FILE ASSIGN TO "BKUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUPRPT-STATUS.
           SELECT AUDVRRPT-FILE ASSIGN TO "AUDVRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDVRRPT-STATUS.
           SELECT ERRALRT-FILE ASSIGN TO "ERRALRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRALRT-STATUS.
           SELECT DISTOUT1-FILE ASSIGN TO "DISTOUT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTOUT1-STATUS.
           SELECT DISTOUT2-FILE ASSIGN TO "DISTOUT2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTOUT2-STATUS.
           SELECT DISTOUT3-FILE ASSIGN TO "DISTOUT3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTOUT3-STATUS.
           SELECT DISTOUT4-FILE ASSIGN TO "DISTOUT4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTOUT4-STATUS.
           SELECT DISTOUT5-FILE ASSIGN TO "DISTOUT5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTOUT5-STATUS.
           SELECT DISTOUT6-FILE ASSIGN TO "DISTOUT6"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTOUT6-STATUS.
           SELECT DISTOUT7-FILE ASSIGN TO "DISTOUT7"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTOUT7-STATUS.
           SELECT DISTOUT8-FILE ASSIGN TO "DISTOUT8"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISTOUT8-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  DIST-TABLE-FILE
           RECORDING MODE IS F.
       01  DIST-TABLE-RECORD.
           05 DTBL-TYPE              PIC X(01).
               88 DTBL-GROUP            VALUE 'G'.
               88 DTBL-ENTRY            VALUE 'D'.
           05 DTBL-REPORT            PIC X(08).
           05 DTBL-GROUP-NAME        PIC X(08).
           05 DTBL-COPIES            PIC X(02).
           05 DTBL-SCOPE             PIC X(01).
           05 DTBL-KEY-POS           PIC X(02).
           05 DTBL-KEY-LEN           PIC X(02).
           05 DTBL-KEY-VALUE         PIC X(20).
           05 DTBL-EXPECTED          PIC X(01).
       01  DIST-GROUP-RECORD.
           05 FILLER                 PIC X(01).
           05 DGRP-NAME              PIC X(08).
           05 DGRP-SLOT              PIC X(01).
           05 DGRP-DELIVER-TO        PIC X(30).
           05 FILLER                 PIC X(05).

       FD  DIST-MANIFEST-FILE
           RECORDING MODE IS F.
       01  DIST-MANIFEST-RECORD      PIC X(80).

       FD  RECNRPT-FILE
           RECORDING MODE IS F.
       01  RECNRPT-RECORD            PIC X(80).

       FD  TRIALRPT-FILE
           RECORDING MODE IS F.
       01  TRIALRPT-RECORD           PIC X(80).

       FD  AGERPT-FILE
           RECORDING MODE IS F.
       01  AGERPT-RECORD             PIC X(80).

       FD  NIGHTRPT-FILE
           RECORDING MODE IS F.
       01  NIGHTRPT-RECORD           PIC X(80).

       FD  BALRPT-FILE
           RECORDING MODE IS F.
       01  BALRPT-RECORD             PIC X(80).

       FD  DAYCLRPT-FILE
           RECORDING MODE IS F.
       01  DAYCLRPT-RECORD           PIC X(80).

       FD  AGINGRPT-FILE
           RECORDING MODE IS F.
       01  AGINGRPT-RECORD           PIC X(80).

       FD  CASHRPT-FILE
           RECORDING MODE IS F.
       01  CASHRPT-RECORD            PIC X(80).

       FD  LGRCLRPT-FILE
           RECORDING MODE IS F.
       01  LGRCLRPT-RECORD           PIC X(80).

       FD  FINRPT-FILE
           RECORDING MODE IS F.
       01  FINRPT-RECORD             PIC X(80).

       FD  MOSUMRPT-FILE
           RECORDING MODE IS F.
       01  MOSUMRPT-RECORD           PIC X(80).

       FD  GATERPT-FILE
           RECORDING MODE IS F.
       01  GATERPT-RECORD            PIC X(80).

       FD  DUNRPT-FILE
           RECORDING MODE IS F.
       01  DUNRPT-RECORD             PIC X(80).

       FD  LRGRPT-FILE
           RECORDING MODE IS F.
       01  LRGRPT-RECORD             PIC X(80).

       FD  FXREVRPT-FILE
           RECORDING MODE IS F.
       01  FXREVRPT-RECORD           PIC X(80).

       FD  WORPT-FILE
           RECORDING MODE IS F.
       01  WORPT-RECORD              PIC X(80).

       FD  DORMRPT-FILE
           RECORDING MODE IS F.
       01  DORMRPT-RECORD            PIC X(80).

       FD  SIRPT-FILE
           RECORDING MODE IS F.
       01  SIRPT-RECORD              PIC X(80).

       FD  REJRPRPT-FILE
           RECORDING MODE IS F.
       01  REJRPRPT-RECORD           PIC X(80).

       FD  BNKPRRPT-FILE
           RECORDING MODE IS F.
       01  BNKPRRPT-RECORD           PIC X(80).

       FD  KEYMRPT-FILE
           RECORDING MODE IS F.
       01  KEYMRPT-RECORD            PIC X(80).

       FD  BKUPRPT-FILE
           RECORDING MODE IS F.
       01  BKUPRPT-RECORD            PIC X(80).

       FD  AUDVRRPT-FILE
           RECORDING MODE IS F.
       01  AUDVRRPT-RECORD           PIC X(80).

       FD  ERRALRT-FILE
           RECORDING MODE IS F.
       01  ERRALRT-RECORD            PIC X(80).

       FD  DISTOUT1-FILE
           RECORDING MODE IS F.
       01  DISTOUT1-RECORD           PIC X(80).

       FD  DISTOUT2-FILE
           RECORDING MODE IS F.
       01  DISTOUT2-RECORD           PIC X(80).

       FD  DISTOUT3-FILE
           RECORDING MODE IS F.
       01  DISTOUT3-RECORD           PIC X(80).

       FD  DISTOUT4-FILE
           RECORDING MODE IS F.
       01  DISTOUT4-RECORD           PIC X(80).

       FD  DISTOUT5-FILE
           RECORDING MODE IS F.
       01  DISTOUT5-RECORD           PIC X(80).

       FD  DISTOUT6-FILE
           RECORDING MODE IS F.
       01  DISTOUT6-RECORD           PIC X(80).

       FD  DISTOUT7-FILE
           RECORDING MODE IS F.
       01  DISTOUT7-RECORD           PIC X(80).

       FD  DISTOUT8-FILE
           RECORDING MODE IS F.
       01  DISTOUT8-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-DIST-TABLE-STATUS   PIC XX.
           05 WS-DIST-MANIFEST-STATUS PIC XX.
           05 WS-RECNRPT-STATUS      PIC XX.
           05 WS-TRIALRPT-STATUS     PIC XX.
           05 WS-AGERPT-STATUS       PIC XX.
           05 WS-NIGHTRPT-STATUS     PIC XX.
           05 WS-BALRPT-STATUS       PIC XX.
           05 WS-DAYCLRPT-STATUS     PIC XX.
           05 WS-AGINGRPT-STATUS     PIC XX.
           05 WS-CASHRPT-STATUS      PIC XX.
           05 WS-LGRCLRPT-STATUS     PIC XX.
           05 WS-FINRPT-STATUS       PIC XX.
           05 WS-MOSUMRPT-STATUS     PIC XX.
           05 WS-GATERPT-STATUS      PIC XX.
           05 WS-DUNRPT-STATUS       PIC XX.
           05 WS-LRGRPT-STATUS       PIC XX.
           05 WS-FXREVRPT-STATUS     PIC XX.
           05 WS-WORPT-STATUS        PIC XX.
           05 WS-DORMRPT-STATUS      PIC XX.
           05 WS-SIRPT-STATUS        PIC XX.
           05 WS-REJRPRPT-STATUS     PIC XX.
           05 WS-BNKPRRPT-STATUS     PIC XX.
           05 WS-KEYMRPT-STATUS      PIC XX.
           05 WS-BKUPRPT-STATUS      PIC XX.
           05 WS-AUDVRRPT-STATUS     PIC XX.
           05 WS-ERRALRT-STATUS      PIC XX.
           05 WS-DISTOUT1-STATUS     PIC XX.
           05 WS-DISTOUT2-STATUS     PIC XX.
           05 WS-DISTOUT3-STATUS     PIC XX.
           05 WS-DISTOUT4-STATUS     PIC XX.
           05 WS-DISTOUT5-STATUS     PIC XX.
           05 WS-DISTOUT6-STATUS     PIC XX.
           05 WS-DISTOUT7-STATUS     PIC XX.
           05 WS-DISTOUT8-STATUS     PIC XX.
       01  WS-REPORT-STATUS          PIC XX.
       01  WS-SLOT-STATUS            PIC XX.
       01  WS-EOF-SW                 PIC X VALUE 'N'.
           88 WS-EOF                    VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-START-TIME             PIC 9(8).
       01  WS-STAT-PROGRAM-ID        PIC X(08) VALUE 'RPTBURST'.
       01  WS-FINAL-RETURN-CODE      PIC 9(4) VALUE ZERO.
       01  WS-LINES-READ             PIC 9(06) VALUE ZERO.
       01  WS-LINES-WRITTEN          PIC 9(06) VALUE ZERO.
       01  WS-MISSING-COUNT          PIC 9(06) VALUE ZERO.
       01  WS-TABLE-ERRORS           PIC 9(04) VALUE ZERO.
       01  WS-REPORTS-PRODUCED       PIC 9(04) VALUE ZERO.
       01  WS-PAGES-DELIVERED        PIC 9(06) VALUE ZERO.
       01  WS-ERROR-TEXT             PIC X(70).

      * The nightly print files the burst can take.
       01  WS-REPORT-NAMES.
           05 FILLER PIC X(08) VALUE 'RECNRPT'.
           05 FILLER PIC X(08) VALUE 'TRIALRPT'.
           05 FILLER PIC X(08) VALUE 'AGERPT'.
           05 FILLER PIC X(08) VALUE 'NIGHTRPT'.
           05 FILLER PIC X(08) VALUE 'BALRPT'.
           05 FILLER PIC X(08) VALUE 'DAYCLRPT'.
           05 FILLER PIC X(08) VALUE 'AGINGRPT'.
           05 FILLER PIC X(08) VALUE 'CASHRPT'.
           05 FILLER PIC X(08) VALUE 'LGRCLRPT'.
           05 FILLER PIC X(08) VALUE 'FINRPT'.
           05 FILLER PIC X(08) VALUE 'MOSUMRPT'.
           05 FILLER PIC X(08) VALUE 'GATERPT'.
           05 FILLER PIC X(08) VALUE 'DUNRPT'.
           05 FILLER PIC X(08) VALUE 'LRGRPT'.
           05 FILLER PIC X(08) VALUE 'FXREVRPT'.
           05 FILLER PIC X(08) VALUE 'WORPT'.
           05 FILLER PIC X(08) VALUE 'DORMRPT'.
           05 FILLER PIC X(08) VALUE 'SIRPT'.
           05 FILLER PIC X(08) VALUE 'REJRPRPT'.
           05 FILLER PIC X(08) VALUE 'BNKPRRPT'.
           05 FILLER PIC X(08) VALUE 'KEYMRPT'.
           05 FILLER PIC X(08) VALUE 'BKUPRPT'.
           05 FILLER PIC X(08) VALUE 'AUDVRRPT'.
           05 FILLER PIC X(08) VALUE 'ERRALRT'.
       01  WS-REPORT-TABLE REDEFINES WS-REPORT-NAMES.
           05 WS-RPT-NAME OCCURS 24 TIMES PIC X(08).
       01  WS-RPT-COUNT              PIC 9(02) VALUE 24.
       01  WS-RPT-IDX                PIC 9(02).
       01  WS-RPT-FOUND-SW           PIC X VALUE 'N'.
           88 WS-RPT-FOUND              VALUE 'Y'.
       01  WS-SEARCH-NAME            PIC X(08).

       01  WS-REPORT-STATE-TABLE.
           05 WS-RPS OCCURS 24 TIMES.
               10 WS-RPS-PRODUCED    PIC X(01).
                   88 WS-RPS-ON-HAND    VALUE 'Y'.
               10 WS-RPS-USED        PIC X(01).
                   88 WS-RPS-DISTRIBUTED VALUE 'Y'.

      * Recipient groups, one output slot each.
       01  WS-GROUP-TABLE.
           05 WS-GRP OCCURS 8 TIMES.
               10 WS-GRP-NAME        PIC X(08).
               10 WS-GRP-SLOT        PIC 9(01).
               10 WS-GRP-DELIVER-TO  PIC X(30).
               10 WS-GRP-OPEN-SW     PIC X(01).
                   88 WS-GRP-OPEN       VALUE 'Y'.
               10 WS-GRP-ENTRIES     PIC 9(03).
               10 WS-GRP-PAGES       PIC 9(06).
               10 WS-GRP-COVER-STATE.
                   15 WS-GRP-COVER-LINES PIC 9(02).
                   15 WS-GRP-COVER-PAGE  PIC 9(04).
                   15 WS-GRP-COVER-TOTAL PIC 9(06).
       01  WS-GRP-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-GRP-IDX                PIC 9(02).
       01  WS-GRP-FOUND-SW           PIC X VALUE 'N'.
           88 WS-GRP-FOUND              VALUE 'Y'.
       01  WS-GRP-CLASH-SW           PIC X VALUE 'N'.
           88 WS-GRP-CLASH              VALUE 'Y'.
       01  WS-NEW-SLOT               PIC 9(01).

      * Distribution entries - one report, or part of one, to one
      * group.
       01  WS-DIST-TABLE.
           05 WS-DST OCCURS 200 TIMES.
               10 WS-DST-REPORT-NAME PIC X(08).
               10 WS-DST-REPORT-IDX  PIC 9(02).
               10 WS-DST-GROUP-NAME  PIC X(08).
               10 WS-DST-GROUP-IDX   PIC 9(02).
               10 WS-DST-COPIES      PIC 9(02).
               10 WS-DST-SCOPE       PIC X(01).
                   88 WS-DST-WHOLE      VALUE 'R'.
                   88 WS-DST-SECTION    VALUE 'S'.
                   88 WS-DST-COMPANY    VALUE 'C'.
               10 WS-DST-KEY-POS     PIC 9(02).
               10 WS-DST-KEY-LEN     PIC 9(02).
               10 WS-DST-KEY-VALUE   PIC X(20).
               10 WS-DST-EXPECTED-SW PIC X(01).
                   88 WS-DST-EXPECTED   VALUE 'Y'.
               10 WS-DST-VALID-SW    PIC X(01).
                   88 WS-DST-USABLE     VALUE 'Y'.
               10 WS-DST-TITLE       PIC X(30).
               10 WS-DST-LINES       PIC 9(06).
               10 WS-DST-PAGES       PIC 9(04).
               10 WS-DST-STATE.
                   15 WS-DST-LINE-COUNT  PIC 9(02).
                   15 WS-DST-PAGE-NUM    PIC 9(04).
                   15 WS-DST-TOTAL-LINES PIC 9(06).
       01  WS-DST-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-DST-IDX                PIC 9(03).

      * The report being burst and where its reading stands.
       01  WS-SLOT                   PIC 9(01).
       01  WS-SOURCE-LINE            PIC X(80).
       01  WS-OUT-LINE               PIC X(80).
       01  WS-COPY-PASS              PIC 9(02).
       01  WS-SOURCE-LINES           PIC 9(06).
       01  WS-SOURCE-TITLES          PIC 9(04).
       01  WS-SOURCE-PAGES           PIC 9(04).
       01  WS-SOURCE-HEADING         PIC X(80).
       01  WS-FURNITURE-STATE        PIC 9(01).
           88 WS-IN-BODY                VALUE 0.
           88 WS-AFTER-TITLE            VALUE 1.
           88 WS-AFTER-HEADING          VALUE 2.
       01  WS-LINE-KIND              PIC X(01).
           88 WS-BODY-LINE              VALUE 'B'.
           88 WS-PAGE-LINE              VALUE 'P'.
       01  WS-SECTION-SW             PIC X VALUE 'N'.
           88 WS-IN-SECTION             VALUE 'Y'.
       01  WS-CURRENT-SECTION        PIC X(20).
       01  WS-KEY-POS                PIC 9(02).
       01  WS-KEY-LEN                PIC 9(02).
       01  WS-SCAN-IDX               PIC 9(03).
       01  WS-SCAN-POS               PIC 9(02).
       01  WS-SCAN-LEN               PIC 9(02).

       01  WS-CONTENT-TEXT           PIC X(28).
       01  WS-STATUS-TEXT            PIC X(12).
       01  WS-EDIT-PAGES             PIC ZZZ9.
       01  WS-EDIT-LINES             PIC ZZZZZ9.
       01  WS-EDIT-TOTAL             PIC ZZZZZ9.

      * Shared RPTWRIT report writer - cover pages and extracts.
       01  WS-RPT-PROGRAM-ID         PIC X(08) VALUE 'RPTBURST'.
       01  WS-RPT-TITLE              PIC X(30).
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
           ACCEPT WS-START-TIME FROM TIME.
           INITIALIZE WS-REPORT-STATE-TABLE.
           OPEN OUTPUT DIST-MANIFEST-FILE.
           PERFORM WRITE-MANIFEST-HEADING.
           PERFORM LOAD-DISTRIBUTION-TABLE.
           PERFORM RESOLVE-ONE-ENTRY
               VARYING WS-DST-IDX FROM 1 BY 1
               UNTIL WS-DST-IDX > WS-DST-COUNT.
           PERFORM OPEN-RECIPIENT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT.
           PERFORM BURST-ONE-REPORT
               VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > WS-RPT-COUNT.
           PERFORM CLOSE-RECIPIENT
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT.
           PERFORM MANIFEST-ONE-GROUP
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT.
           PERFORM LIST-UNDISTRIBUTED-REPORT
               VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > WS-RPT-COUNT.
           PERFORM WRITE-MANIFEST-TOTALS.
           CLOSE DIST-MANIFEST-FILE.
           DISPLAY 'RPTBURST - REPORTS: ' WS-REPORTS-PRODUCED
               ' LINES WRITTEN: ' WS-LINES-WRITTEN
               ' MISSING: ' WS-MISSING-COUNT.
           CALL 'RUNSTAT' USING WS-STAT-PROGRAM-ID
                                WS-LINES-READ
                                WS-LINES-WRITTEN
                                WS-MISSING-COUNT
                                WS-START-TIME.
       MAIN-EXIT.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-MANIFEST-HEADING SECTION.
       WRITE-MANIFEST-HEADING-START.
           MOVE SPACES TO DIST-MANIFEST-RECORD.
           STRING 'RPTBURST  REPORT DELIVERY MANIFEST'
                      DELIMITED BY SIZE
                  '   PROCESSING DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
               INTO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
           MOVE SPACES TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
       WRITE-MANIFEST-HEADING-EXIT.
           EXIT.

      *================================================================
      * The distribution table: G lines define the groups, D lines
      * the entries; entries are checked once every line is in.
      *================================================================
       LOAD-DISTRIBUTION-TABLE SECTION.
       LOAD-DISTRIBUTION-TABLE-START.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT DIST-TABLE-FILE.
           IF WS-DIST-TABLE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ DIST-TABLE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN DTBL-GROUP
                                   PERFORM TAKE-GROUP-RECORD
                               WHEN DTBL-ENTRY
                                   PERFORM TAKE-ENTRY-RECORD
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE DIST-TABLE-FILE
           ELSE
               MOVE 8 TO WS-FINAL-RETURN-CODE
               MOVE 'NO DISTTBL DISTRIBUTION TABLE - NOTHING BURST'
                   TO DIST-MANIFEST-RECORD
               WRITE DIST-MANIFEST-RECORD
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       LOAD-DISTRIBUTION-TABLE-EXIT.
           EXIT.

       TAKE-GROUP-RECORD SECTION.
       TAKE-GROUP-RECORD-START.
           MOVE 'N' TO WS-GRP-CLASH-SW.
           IF DGRP-SLOT IS NUMERIC
               MOVE DGRP-SLOT TO WS-NEW-SLOT
               PERFORM CHECK-GROUP-CLASH
                   VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
           END-IF.
           MOVE SPACES TO WS-ERROR-TEXT.
           EVALUATE TRUE
               WHEN DGRP-NAME = SPACES
                  OR DGRP-SLOT IS NOT NUMERIC
                  OR DGRP-SLOT = '0' OR DGRP-SLOT = '9'
                   STRING 'GROUP ' DELIMITED BY SIZE
                          DGRP-NAME DELIMITED BY SIZE
                          ' - OUTPUT SLOT MUST BE 1 TO 8'
                              DELIMITED BY SIZE
                       INTO WS-ERROR-TEXT
                   PERFORM REPORT-TABLE-ERROR
               WHEN WS-GRP-CLASH
                   STRING 'GROUP ' DELIMITED BY SIZE
                          DGRP-NAME DELIMITED BY SIZE
                          ' - NAME OR SLOT ALREADY DEFINED'
                              DELIMITED BY SIZE
                       INTO WS-ERROR-TEXT
                   PERFORM REPORT-TABLE-ERROR
               WHEN OTHER
                   ADD 1 TO WS-GRP-COUNT
                   MOVE DGRP-NAME TO WS-GRP-NAME (WS-GRP-COUNT)
                   MOVE WS-NEW-SLOT TO WS-GRP-SLOT (WS-GRP-COUNT)
                   MOVE DGRP-DELIVER-TO
                       TO WS-GRP-DELIVER-TO (WS-GRP-COUNT)
                   MOVE 'N' TO WS-GRP-OPEN-SW (WS-GRP-COUNT)
                   MOVE ZERO TO WS-GRP-ENTRIES (WS-GRP-COUNT)
                                WS-GRP-PAGES (WS-GRP-COUNT)
           END-EVALUATE.
       TAKE-GROUP-RECORD-EXIT.
           EXIT.

      * Eight slots at most, so a ninth group always clashes.
       CHECK-GROUP-CLASH SECTION.
       CHECK-GROUP-CLASH-START.
           IF WS-GRP-NAME (WS-GRP-IDX) = DGRP-NAME
              OR WS-GRP-SLOT (WS-GRP-IDX) = WS-NEW-SLOT
               SET WS-GRP-CLASH TO TRUE
           END-IF.
       CHECK-GROUP-CLASH-EXIT.
           EXIT.

       TAKE-ENTRY-RECORD SECTION.
       TAKE-ENTRY-RECORD-START.
           IF WS-DST-COUNT NOT < 200
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'MORE THAN 200 ENTRIES - ' DELIMITED BY SIZE
                      DTBL-REPORT DELIMITED BY SIZE
                      ' FOR ' DELIMITED BY SIZE
                      DTBL-GROUP-NAME DELIMITED BY SIZE
                      ' NOT TAKEN' DELIMITED BY SIZE
                   INTO WS-ERROR-TEXT
               PERFORM REPORT-TABLE-ERROR
           ELSE
               ADD 1 TO WS-DST-COUNT
               MOVE DTBL-REPORT TO WS-DST-REPORT-NAME (WS-DST-COUNT)
               MOVE DTBL-GROUP-NAME
                   TO WS-DST-GROUP-NAME (WS-DST-COUNT)
               MOVE 1 TO WS-DST-COPIES (WS-DST-COUNT)
               IF DTBL-COPIES IS NUMERIC AND DTBL-COPIES > ZERO
                   MOVE DTBL-COPIES TO WS-DST-COPIES (WS-DST-COUNT)
               END-IF
               MOVE DTBL-SCOPE TO WS-DST-SCOPE (WS-DST-COUNT)
               IF DTBL-SCOPE = SPACE
                   MOVE 'R' TO WS-DST-SCOPE (WS-DST-COUNT)
               END-IF
               MOVE ZERO TO WS-DST-KEY-POS (WS-DST-COUNT)
                            WS-DST-KEY-LEN (WS-DST-COUNT)
               IF DTBL-KEY-POS IS NUMERIC
                  AND DTBL-KEY-LEN IS NUMERIC
                   MOVE DTBL-KEY-POS TO WS-DST-KEY-POS (WS-DST-COUNT)
                   MOVE DTBL-KEY-LEN TO WS-DST-KEY-LEN (WS-DST-COUNT)
               END-IF
               MOVE DTBL-KEY-VALUE TO WS-DST-KEY-VALUE (WS-DST-COUNT)
               MOVE 'Y' TO WS-DST-EXPECTED-SW (WS-DST-COUNT)
               IF DTBL-EXPECTED = 'N'
                   MOVE 'N' TO WS-DST-EXPECTED-SW (WS-DST-COUNT)
               END-IF
           END-IF.
       TAKE-ENTRY-RECORD-EXIT.
           EXIT.

      * An entry must name a report the burst can read, a defined
      * group, and for an extract a key that fits the 80-byte line.
       RESOLVE-ONE-ENTRY SECTION.
       RESOLVE-ONE-ENTRY-START.
           MOVE 'N' TO WS-DST-VALID-SW (WS-DST-IDX).
           MOVE WS-DST-REPORT-NAME (WS-DST-IDX) TO WS-SEARCH-NAME.
           PERFORM LOCATE-REPORT.
           MOVE ZERO TO WS-DST-REPORT-IDX (WS-DST-IDX).
           IF WS-RPT-FOUND
               MOVE WS-RPT-IDX TO WS-DST-REPORT-IDX (WS-DST-IDX)
           END-IF.
           PERFORM LOCATE-GROUP.
           MOVE SPACES TO WS-ERROR-TEXT.
           EVALUATE TRUE
               WHEN NOT WS-RPT-FOUND
                   STRING 'ENTRY FOR ' DELIMITED BY SIZE
                          WS-DST-REPORT-NAME (WS-DST-IDX)
                              DELIMITED BY SIZE
                          ' - NOT A REPORT THE BURST TAKES'
                              DELIMITED BY SIZE
                       INTO WS-ERROR-TEXT
                   PERFORM REPORT-TABLE-ERROR
               WHEN NOT WS-GRP-FOUND
                   STRING 'ENTRY FOR ' DELIMITED BY SIZE
                          WS-DST-REPORT-NAME (WS-DST-IDX)
                              DELIMITED BY SIZE
                          ' - GROUP ' DELIMITED BY SIZE
                          WS-DST-GROUP-NAME (WS-DST-IDX)
                              DELIMITED BY SIZE
                          ' IS NOT DEFINED' DELIMITED BY SIZE
                       INTO WS-ERROR-TEXT
                   PERFORM REPORT-TABLE-ERROR
               WHEN NOT WS-DST-WHOLE (WS-DST-IDX)
                AND NOT WS-DST-SECTION (WS-DST-IDX)
                AND NOT WS-DST-COMPANY (WS-DST-IDX)
                   STRING 'ENTRY FOR ' DELIMITED BY SIZE
                          WS-DST-REPORT-NAME (WS-DST-IDX)
                              DELIMITED BY SIZE
                          ' - SCOPE MUST BE R, S OR C'
                              DELIMITED BY SIZE
                       INTO WS-ERROR-TEXT
                   PERFORM REPORT-TABLE-ERROR
               WHEN NOT WS-DST-WHOLE (WS-DST-IDX)
                AND (WS-DST-KEY-POS (WS-DST-IDX) = ZERO
                  OR WS-DST-KEY-LEN (WS-DST-IDX) = ZERO
                  OR WS-DST-KEY-LEN (WS-DST-IDX) > 20
                  OR WS-DST-KEY-POS (WS-DST-IDX)
                     + WS-DST-KEY-LEN (WS-DST-IDX) > 81)
                   STRING 'ENTRY FOR ' DELIMITED BY SIZE
                          WS-DST-REPORT-NAME (WS-DST-IDX)
                              DELIMITED BY SIZE
                          ' - KEY COLUMN OR LENGTH DOES NOT FIT'
                              DELIMITED BY SIZE
                       INTO WS-ERROR-TEXT
                   PERFORM REPORT-TABLE-ERROR
               WHEN OTHER
                   MOVE 'Y' TO WS-DST-VALID-SW (WS-DST-IDX)
                   MOVE WS-GRP-IDX TO WS-DST-GROUP-IDX (WS-DST-IDX)
                   ADD 1 TO WS-GRP-ENTRIES (WS-GRP-IDX)
                   MOVE 'Y' TO WS-RPS-USED (WS-RPT-IDX)
                   PERFORM BUILD-ENTRY-TITLE
           END-EVALUATE.
       RESOLVE-ONE-ENTRY-EXIT.
           EXIT.

       BUILD-ENTRY-TITLE SECTION.
       BUILD-ENTRY-TITLE-START.
           MOVE WS-DST-KEY-LEN (WS-DST-IDX) TO WS-KEY-LEN.
           MOVE SPACES TO WS-DST-TITLE (WS-DST-IDX)
                          WS-CONTENT-TEXT.
           EVALUATE TRUE
               WHEN WS-DST-SECTION (WS-DST-IDX)
                   STRING 'SECTION ' DELIMITED BY SIZE
                          WS-DST-KEY-VALUE (WS-DST-IDX) (1:WS-KEY-LEN)
                              DELIMITED BY SIZE
                       INTO WS-CONTENT-TEXT
               WHEN WS-DST-COMPANY (WS-DST-IDX)
                   STRING 'COMPANY ' DELIMITED BY SIZE
                          WS-DST-KEY-VALUE (WS-DST-IDX) (1:WS-KEY-LEN)
                              DELIMITED BY SIZE
                       INTO WS-CONTENT-TEXT
               WHEN OTHER
                   MOVE 'WHOLE REPORT' TO WS-CONTENT-TEXT
           END-EVALUATE.
           STRING WS-DST-REPORT-NAME (WS-DST-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-CONTENT-TEXT DELIMITED BY SIZE
               INTO WS-DST-TITLE (WS-DST-IDX).
       BUILD-ENTRY-TITLE-EXIT.
           EXIT.

       LOCATE-REPORT SECTION.
       LOCATE-REPORT-START.
           MOVE 'N' TO WS-RPT-FOUND-SW.
           PERFORM FIND-REPORT
               VARYING WS-RPT-IDX FROM 1 BY 1
               UNTIL WS-RPT-IDX > WS-RPT-COUNT OR WS-RPT-FOUND.
       LOCATE-REPORT-EXIT.
           EXIT.

       FIND-REPORT SECTION.
       FIND-REPORT-START.
           IF WS-RPT-NAME (WS-RPT-IDX) = WS-SEARCH-NAME
               SET WS-RPT-FOUND TO TRUE
               SUBTRACT 1 FROM WS-RPT-IDX
           END-IF.
       FIND-REPORT-EXIT.
           EXIT.

       LOCATE-GROUP SECTION.
       LOCATE-GROUP-START.
           MOVE 'N' TO WS-GRP-FOUND-SW.
           PERFORM FIND-GROUP
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT OR WS-GRP-FOUND.
       LOCATE-GROUP-EXIT.
           EXIT.

       FIND-GROUP SECTION.
       FIND-GROUP-START.
           IF WS-GRP-NAME (WS-GRP-IDX) = WS-DST-GROUP-NAME (WS-DST-IDX)
               SET WS-GRP-FOUND TO TRUE
               SUBTRACT 1 FROM WS-GRP-IDX
           END-IF.
       FIND-GROUP-EXIT.
           EXIT.

       REPORT-TABLE-ERROR SECTION.
       REPORT-TABLE-ERROR-START.
           ADD 1 TO WS-TABLE-ERRORS.
           IF WS-FINAL-RETURN-CODE < 4
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
           MOVE SPACES TO DIST-MANIFEST-RECORD.
           STRING 'DISTTBL: ' DELIMITED BY SIZE
                  WS-ERROR-TEXT DELIMITED BY SIZE
               INTO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
       REPORT-TABLE-ERROR-EXIT.
           EXIT.

      *================================================================
      * Each recipient's bundle opens with its cover page.
      *================================================================
       OPEN-RECIPIENT SECTION.
       OPEN-RECIPIENT-START.
           MOVE WS-GRP-SLOT (WS-GRP-IDX) TO WS-SLOT.
           PERFORM OPEN-SLOT-OUTPUT.
           IF WS-SLOT-STATUS = '00'
               MOVE 'Y' TO WS-GRP-OPEN-SW (WS-GRP-IDX)
               PERFORM WRITE-COVER-PAGE
           ELSE
               MOVE 8 TO WS-FINAL-RETURN-CODE
           END-IF.
       OPEN-RECIPIENT-EXIT.
           EXIT.

       WRITE-COVER-PAGE SECTION.
       WRITE-COVER-PAGE-START.
           MOVE 99 TO WS-GRP-COVER-LINES (WS-GRP-IDX).
           MOVE ZERO TO WS-GRP-COVER-PAGE (WS-GRP-IDX)
                        WS-GRP-COVER-TOTAL (WS-GRP-IDX).
           MOVE SPACES TO WS-RPT-TITLE.
           STRING 'DISTRIBUTION FOR ' DELIMITED BY SIZE
                  WS-GRP-NAME (WS-GRP-IDX) DELIMITED BY SIZE
               INTO WS-RPT-TITLE.
           MOVE SPACES TO WS-RPT-HEADING.
           STRING 'REPORT    CONTENT                       COPIES'
                      DELIMITED BY SIZE
                  '  EXPECTED NIGHTLY' DELIMITED BY SIZE
               INTO WS-RPT-HEADING.
           MOVE SPACES TO WS-RPT-DETAIL.
           STRING 'DELIVER TO: ' DELIMITED BY SIZE
                  WS-GRP-DELIVER-TO (WS-GRP-IDX) DELIMITED BY SIZE
               INTO WS-RPT-DETAIL.
           PERFORM WRITE-COVER-LINE.
           MOVE SPACES TO WS-RPT-DETAIL.
           PERFORM WRITE-COVER-LINE.
           IF WS-GRP-ENTRIES (WS-GRP-IDX) = ZERO
               MOVE 'NO REPORTS ARE DISTRIBUTED TO THIS GROUP'
                   TO WS-RPT-DETAIL
               PERFORM WRITE-COVER-LINE
           ELSE
               PERFORM COVER-ONE-ENTRY
                   VARYING WS-DST-IDX FROM 1 BY 1
                   UNTIL WS-DST-IDX > WS-DST-COUNT
           END-IF.
       WRITE-COVER-PAGE-EXIT.
           EXIT.

       COVER-ONE-ENTRY SECTION.
       COVER-ONE-ENTRY-START.
           IF WS-DST-USABLE (WS-DST-IDX)
              AND WS-DST-GROUP-IDX (WS-DST-IDX) = WS-GRP-IDX
               PERFORM BUILD-ENTRY-TITLE
               MOVE SPACES TO WS-RPT-DETAIL
               STRING WS-DST-REPORT-NAME (WS-DST-IDX)
                          DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-CONTENT-TEXT DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      WS-DST-COPIES (WS-DST-IDX) DELIMITED BY SIZE
                      '      ' DELIMITED BY SIZE
                      WS-DST-EXPECTED-SW (WS-DST-IDX)
                          DELIMITED BY SIZE
                   INTO WS-RPT-DETAIL
               PERFORM WRITE-COVER-LINE
           END-IF.
       COVER-ONE-ENTRY-EXIT.
           EXIT.

       WRITE-COVER-LINE SECTION.
       WRITE-COVER-LINE-START.
           MOVE WS-GRP-COVER-STATE (WS-GRP-IDX) TO WS-RPT-STATE.
           MOVE 'L' TO WS-RPT-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE WS-RPT-STATE TO WS-GRP-COVER-STATE (WS-GRP-IDX).
       WRITE-COVER-LINE-EXIT.
           EXIT.

       CLOSE-RECIPIENT SECTION.
       CLOSE-RECIPIENT-START.
           IF WS-GRP-OPEN (WS-GRP-IDX)
               MOVE WS-GRP-SLOT (WS-GRP-IDX) TO WS-SLOT
               PERFORM CLOSE-SLOT
           END-IF.
       CLOSE-RECIPIENT-EXIT.
           EXIT.

      *================================================================
      * One report: read afresh for every copy of every entry, so
      * each recipient's bundle holds its reports one after another.
      *================================================================
       BURST-ONE-REPORT SECTION.
       BURST-ONE-REPORT-START.
           PERFORM PROBE-REPORT.
           IF WS-RPS-ON-HAND (WS-RPT-IDX)
               ADD 1 TO WS-REPORTS-PRODUCED
           END-IF.
           IF WS-RPS-DISTRIBUTED (WS-RPT-IDX)
               IF WS-RPS-ON-HAND (WS-RPT-IDX)
                   PERFORM BURST-ONE-ENTRY
                       VARYING WS-DST-IDX FROM 1 BY 1
                       UNTIL WS-DST-IDX > WS-DST-COUNT
               ELSE
                   PERFORM NOTE-MISSING-REPORT
                       VARYING WS-DST-IDX FROM 1 BY 1
                       UNTIL WS-DST-IDX > WS-DST-COUNT
               END-IF
           END-IF.
       BURST-ONE-REPORT-EXIT.
           EXIT.

      * A report counts as produced when it is on hand with at
      * least one line in it.  One that opens with an RPTWRIT title
      * line must also carry tonight's run date on it - a report
      * left over from an earlier night is not tonight's.
       PROBE-REPORT SECTION.
       PROBE-REPORT-START.
           MOVE 'N' TO WS-RPS-PRODUCED (WS-RPT-IDX).
           MOVE 'N' TO WS-EOF-SW.
           PERFORM OPEN-REPORT-INPUT.
           IF WS-REPORT-STATUS = '00'
               PERFORM READ-REPORT-RECORD
               EVALUATE TRUE
                   WHEN WS-EOF
                       CONTINUE
                   WHEN WS-SOURCE-LINE (40:5) = ' RUN '
                    AND WS-SOURCE-LINE (53:6) = ' PAGE '
                    AND WS-SOURCE-LINE (45:8) NOT = WS-RUN-DATE
                       CONTINUE
                   WHEN OTHER
                       MOVE 'Y' TO WS-RPS-PRODUCED (WS-RPT-IDX)
               END-EVALUATE
               PERFORM CLOSE-REPORT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
       PROBE-REPORT-EXIT.
           EXIT.

       BURST-ONE-ENTRY SECTION.
       BURST-ONE-ENTRY-START.
           IF WS-DST-USABLE (WS-DST-IDX)
              AND WS-DST-REPORT-IDX (WS-DST-IDX) = WS-RPT-IDX
               MOVE ZERO TO WS-DST-LINES (WS-DST-IDX)
                            WS-DST-PAGES (WS-DST-IDX)
               MOVE WS-DST-GROUP-IDX (WS-DST-IDX) TO WS-GRP-IDX
               IF WS-GRP-OPEN (WS-GRP-IDX)
                   MOVE WS-GRP-SLOT (WS-GRP-IDX) TO WS-SLOT
                   MOVE WS-DST-KEY-POS (WS-DST-IDX) TO WS-KEY-POS
                   MOVE WS-DST-KEY-LEN (WS-DST-IDX) TO WS-KEY-LEN
                   PERFORM BURST-ONE-COPY
                       VARYING WS-COPY-PASS FROM 1 BY 1
                       UNTIL WS-COPY-PASS > WS-DST-COPIES (WS-DST-IDX)
               END-IF
           END-IF.
       BURST-ONE-ENTRY-EXIT.
           EXIT.

       NOTE-MISSING-REPORT SECTION.
       NOTE-MISSING-REPORT-START.
           IF WS-DST-USABLE (WS-DST-IDX)
              AND WS-DST-REPORT-IDX (WS-DST-IDX) = WS-RPT-IDX
              AND WS-DST-EXPECTED (WS-DST-IDX)
               ADD 1 TO WS-MISSING-COUNT
               IF WS-FINAL-RETURN-CODE < 4
                   MOVE 4 TO WS-FINAL-RETURN-CODE
               END-IF
               MOVE WS-DST-GROUP-IDX (WS-DST-IDX) TO WS-GRP-IDX
               IF WS-GRP-OPEN (WS-GRP-IDX)
                   MOVE WS-GRP-SLOT (WS-GRP-IDX) TO WS-SLOT
                   MOVE SPACES TO WS-OUT-LINE
                   STRING '*** ' DELIMITED BY SIZE
                          WS-RPT-NAME (WS-RPT-IDX) DELIMITED BY SPACE
                          ' WAS NOT PRODUCED TONIGHT - '
                              DELIMITED BY SIZE
                          'EXPECTED FOR THIS GROUP ***'
                              DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   PERFORM WRITE-SLOT-LINE
               END-IF
           END-IF.
       NOTE-MISSING-REPORT-EXIT.
           EXIT.

       BURST-ONE-COPY SECTION.
       BURST-ONE-COPY-START.
           MOVE ZERO TO WS-SOURCE-LINES WS-SOURCE-TITLES
                        WS-FURNITURE-STATE.
           MOVE SPACES TO WS-SOURCE-HEADING WS-CURRENT-SECTION.
           MOVE 'N' TO WS-SECTION-SW.
           MOVE 99 TO WS-DST-LINE-COUNT (WS-DST-IDX).
           MOVE ZERO TO WS-DST-PAGE-NUM (WS-DST-IDX)
                        WS-DST-TOTAL-LINES (WS-DST-IDX).
           MOVE 'N' TO WS-EOF-SW.
           PERFORM OPEN-REPORT-INPUT.
           IF WS-REPORT-STATUS = '00'
               PERFORM READ-REPORT-LINE UNTIL WS-EOF
               PERFORM CLOSE-REPORT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           IF WS-SOURCE-TITLES > ZERO
               MOVE WS-SOURCE-TITLES TO WS-SOURCE-PAGES
           ELSE
               COMPUTE WS-SOURCE-PAGES = (WS-SOURCE-LINES + 59) / 60
           END-IF.
           PERFORM FINISH-ENTRY-COPY.
       BURST-ONE-COPY-EXIT.
           EXIT.

       READ-REPORT-LINE SECTION.
       READ-REPORT-LINE-START.
           PERFORM READ-REPORT-RECORD.
           IF NOT WS-EOF
               PERFORM ROUTE-REPORT-LINE
           END-IF.
       READ-REPORT-LINE-EXIT.
           EXIT.

      * RPTWRIT's title line, the column headings under it and the
      * spacer are page furniture: whole reports keep them, extracts
      * are given their own.  A line carrying a listed section title
      * opens that section.
       ROUTE-REPORT-LINE SECTION.
       ROUTE-REPORT-LINE-START.
           ADD 1 TO WS-LINES-READ.
           ADD 1 TO WS-SOURCE-LINES.
           EVALUATE TRUE
               WHEN WS-SOURCE-LINE (40:5) = ' RUN '
                AND WS-SOURCE-LINE (53:6) = ' PAGE '
                   ADD 1 TO WS-SOURCE-TITLES
                   SET WS-AFTER-TITLE TO TRUE
                   SET WS-PAGE-LINE TO TRUE
               WHEN WS-AFTER-TITLE
                   IF WS-SOURCE-LINE = SPACES
                       SET WS-IN-BODY TO TRUE
                       MOVE SPACES TO WS-SOURCE-HEADING
                   ELSE
                       SET WS-AFTER-HEADING TO TRUE
                       MOVE WS-SOURCE-LINE TO WS-SOURCE-HEADING
                   END-IF
                   SET WS-PAGE-LINE TO TRUE
               WHEN WS-AFTER-HEADING
                AND WS-SOURCE-LINE = SPACES
                   SET WS-IN-BODY TO TRUE
                   SET WS-PAGE-LINE TO TRUE
               WHEN OTHER
                   SET WS-IN-BODY TO TRUE
                   SET WS-BODY-LINE TO TRUE
                   PERFORM CHECK-SECTION-START
                       VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-DST-COUNT
           END-EVALUATE.
           PERFORM ROUTE-TO-ENTRY.
       ROUTE-REPORT-LINE-EXIT.
           EXIT.

       CHECK-SECTION-START SECTION.
       CHECK-SECTION-START-START.
           IF WS-DST-USABLE (WS-SCAN-IDX)
              AND WS-DST-REPORT-IDX (WS-SCAN-IDX) = WS-RPT-IDX
              AND WS-DST-SECTION (WS-SCAN-IDX)
               MOVE WS-DST-KEY-POS (WS-SCAN-IDX) TO WS-SCAN-POS
               MOVE WS-DST-KEY-LEN (WS-SCAN-IDX) TO WS-SCAN-LEN
               IF WS-SOURCE-LINE (WS-SCAN-POS:WS-SCAN-LEN) =
                  WS-DST-KEY-VALUE (WS-SCAN-IDX) (1:WS-SCAN-LEN)
                   SET WS-IN-SECTION TO TRUE
                   MOVE WS-DST-KEY-VALUE (WS-SCAN-IDX)
                       TO WS-CURRENT-SECTION
               END-IF
           END-IF.
       CHECK-SECTION-START-EXIT.
           EXIT.

      * Whole reports go over line for line, furniture and all.
       ROUTE-TO-ENTRY SECTION.
       ROUTE-TO-ENTRY-START.
           EVALUATE TRUE
               WHEN WS-DST-WHOLE (WS-DST-IDX)
                   MOVE WS-SOURCE-LINE TO WS-OUT-LINE
                   PERFORM WRITE-SLOT-LINE
                   IF WS-COPY-PASS = 1
                       ADD 1 TO WS-DST-LINES (WS-DST-IDX)
                   END-IF
               WHEN WS-DST-SECTION (WS-DST-IDX)
                AND WS-BODY-LINE
                AND WS-IN-SECTION
                AND WS-CURRENT-SECTION =
                    WS-DST-KEY-VALUE (WS-DST-IDX)
                   PERFORM WRITE-EXTRACT-LINE
               WHEN WS-DST-COMPANY (WS-DST-IDX)
                AND WS-BODY-LINE
                AND WS-SOURCE-LINE (WS-KEY-POS:WS-KEY-LEN) =
                    WS-DST-KEY-VALUE (WS-DST-IDX) (1:WS-KEY-LEN)
                   PERFORM WRITE-EXTRACT-LINE
           END-EVALUATE.
       ROUTE-TO-ENTRY-EXIT.
           EXIT.

       WRITE-EXTRACT-LINE SECTION.
       WRITE-EXTRACT-LINE-START.
           MOVE WS-DST-STATE (WS-DST-IDX) TO WS-RPT-STATE.
           MOVE WS-DST-TITLE (WS-DST-IDX) TO WS-RPT-TITLE.
           MOVE WS-SOURCE-HEADING TO WS-RPT-HEADING.
           MOVE WS-SOURCE-LINE TO WS-RPT-DETAIL.
           MOVE 'L' TO WS-RPT-ACTION.
           PERFORM CALL-REPORT-WRITER.
           MOVE WS-RPT-STATE TO WS-DST-STATE (WS-DST-IDX).
           IF WS-COPY-PASS = 1
               ADD 1 TO WS-DST-LINES (WS-DST-IDX)
           END-IF.
       WRITE-EXTRACT-LINE-EXIT.
           EXIT.

      * Pages of one copy: the report's own pages for a whole
      * report, the extract's RPTWRIT pages otherwise.  An extract
      * with nothing in it says so in the bundle.
       FINISH-ENTRY-COPY SECTION.
       FINISH-ENTRY-COPY-START.
           EVALUATE TRUE
               WHEN WS-DST-WHOLE (WS-DST-IDX)
                   IF WS-COPY-PASS = 1
                       MOVE WS-SOURCE-PAGES TO WS-DST-PAGES (WS-DST-IDX)
                   END-IF
               WHEN WS-DST-TOTAL-LINES (WS-DST-IDX) > ZERO
                   MOVE WS-DST-STATE (WS-DST-IDX) TO WS-RPT-STATE
                   MOVE SPACES TO WS-RPT-DETAIL
                   MOVE 'E' TO WS-RPT-ACTION
                   PERFORM CALL-REPORT-WRITER
                   IF WS-COPY-PASS = 1
                       MOVE WS-DST-PAGE-NUM (WS-DST-IDX)
                           TO WS-DST-PAGES (WS-DST-IDX)
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-OUT-LINE
                   STRING '*** NO LINES FOR ' DELIMITED BY SIZE
                          WS-DST-TITLE (WS-DST-IDX) DELIMITED BY '  '
                          ' TONIGHT ***' DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   PERFORM WRITE-SLOT-LINE
           END-EVALUATE.
       FINISH-ENTRY-COPY-EXIT.
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
           MOVE WS-RPT-OUT-LINE (WS-RPT-OUT-IDX) TO WS-OUT-LINE.
           PERFORM WRITE-SLOT-LINE.
       WRITE-ONE-RPT-OUT-LINE-EXIT.
           EXIT.

      *================================================================
      * The delivery manifest, recipient by recipient.
      *================================================================
       MANIFEST-ONE-GROUP SECTION.
       MANIFEST-ONE-GROUP-START.
           MOVE SPACES TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
           MOVE SPACES TO DIST-MANIFEST-RECORD.
           STRING 'RECIPIENT ' DELIMITED BY SIZE
                  WS-GRP-NAME (WS-GRP-IDX) DELIMITED BY SIZE
                  '  DISTOUT' DELIMITED BY SIZE
                  WS-GRP-SLOT (WS-GRP-IDX) DELIMITED BY SIZE
                  '  DELIVER TO ' DELIMITED BY SIZE
                  WS-GRP-DELIVER-TO (WS-GRP-IDX) DELIMITED BY SIZE
               INTO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
           IF NOT WS-GRP-OPEN (WS-GRP-IDX)
               MOVE SPACES TO DIST-MANIFEST-RECORD
               MOVE '  OUTPUT COULD NOT BE OPENED - NOTHING DELIVERED'
                   TO DIST-MANIFEST-RECORD
               WRITE DIST-MANIFEST-RECORD
           ELSE
               MOVE ZERO TO WS-GRP-PAGES (WS-GRP-IDX)
               PERFORM MANIFEST-ONE-ENTRY
                   VARYING WS-DST-IDX FROM 1 BY 1
                   UNTIL WS-DST-IDX > WS-DST-COUNT
               MOVE WS-GRP-PAGES (WS-GRP-IDX) TO WS-EDIT-TOTAL
               MOVE SPACES TO DIST-MANIFEST-RECORD
               STRING '  PAGES DELIVERED, ALL COPIES: '
                          DELIMITED BY SIZE
                      WS-EDIT-TOTAL DELIMITED BY SIZE
                   INTO DIST-MANIFEST-RECORD
               WRITE DIST-MANIFEST-RECORD
           END-IF.
       MANIFEST-ONE-GROUP-EXIT.
           EXIT.

       MANIFEST-ONE-ENTRY SECTION.
       MANIFEST-ONE-ENTRY-START.
           IF WS-DST-USABLE (WS-DST-IDX)
              AND WS-DST-GROUP-IDX (WS-DST-IDX) = WS-GRP-IDX
               PERFORM BUILD-ENTRY-TITLE
               MOVE WS-DST-REPORT-IDX (WS-DST-IDX) TO WS-RPT-IDX
               EVALUATE TRUE
                   WHEN NOT WS-RPS-ON-HAND (WS-RPT-IDX)
                    AND WS-DST-EXPECTED (WS-DST-IDX)
                       MOVE ZERO TO WS-DST-PAGES (WS-DST-IDX)
                                    WS-DST-LINES (WS-DST-IDX)
                       MOVE 'NOT PRODUCED' TO WS-STATUS-TEXT
                   WHEN NOT WS-RPS-ON-HAND (WS-RPT-IDX)
                       MOVE ZERO TO WS-DST-PAGES (WS-DST-IDX)
                                    WS-DST-LINES (WS-DST-IDX)
                       MOVE 'NOT RUN' TO WS-STATUS-TEXT
                   WHEN WS-DST-LINES (WS-DST-IDX) = ZERO
                       MOVE 'NO LINES' TO WS-STATUS-TEXT
                   WHEN OTHER
                       MOVE 'DELIVERED' TO WS-STATUS-TEXT
                       COMPUTE WS-GRP-PAGES (WS-GRP-IDX) =
                           WS-GRP-PAGES (WS-GRP-IDX)
                           + WS-DST-PAGES (WS-DST-IDX)
                           * WS-DST-COPIES (WS-DST-IDX)
                       COMPUTE WS-PAGES-DELIVERED =
                           WS-PAGES-DELIVERED
                           + WS-DST-PAGES (WS-DST-IDX)
                           * WS-DST-COPIES (WS-DST-IDX)
               END-EVALUATE
               MOVE WS-DST-PAGES (WS-DST-IDX) TO WS-EDIT-PAGES
               MOVE WS-DST-LINES (WS-DST-IDX) TO WS-EDIT-LINES
               MOVE SPACES TO DIST-MANIFEST-RECORD
               STRING '  ' DELIMITED BY SIZE
                      WS-DST-REPORT-NAME (WS-DST-IDX)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CONTENT-TEXT (1:24) DELIMITED BY SIZE
                      ' X' DELIMITED BY SIZE
                      WS-DST-COPIES (WS-DST-IDX) DELIMITED BY SIZE
                      ' PAGES ' DELIMITED BY SIZE
                      WS-EDIT-PAGES DELIMITED BY SIZE
                      ' LINES ' DELIMITED BY SIZE
                      WS-EDIT-LINES DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-STATUS-TEXT DELIMITED BY SIZE
                   INTO DIST-MANIFEST-RECORD
               IF WS-STATUS-TEXT = 'NOT PRODUCED'
                   MOVE '***' TO DIST-MANIFEST-RECORD (78:3)
               END-IF
               WRITE DIST-MANIFEST-RECORD
           END-IF.
       MANIFEST-ONE-ENTRY-EXIT.
           EXIT.

       LIST-UNDISTRIBUTED-REPORT SECTION.
       LIST-UNDISTRIBUTED-REPORT-START.
           IF WS-RPS-ON-HAND (WS-RPT-IDX)
              AND NOT WS-RPS-DISTRIBUTED (WS-RPT-IDX)
               MOVE SPACES TO DIST-MANIFEST-RECORD
               STRING 'PRODUCED BUT NAMED ON NO DISTRIBUTION LINE: '
                          DELIMITED BY SIZE
                      WS-RPT-NAME (WS-RPT-IDX) DELIMITED BY SIZE
                   INTO DIST-MANIFEST-RECORD
               WRITE DIST-MANIFEST-RECORD
           END-IF.
       LIST-UNDISTRIBUTED-REPORT-EXIT.
           EXIT.

       WRITE-MANIFEST-TOTALS SECTION.
       WRITE-MANIFEST-TOTALS-START.
           MOVE SPACES TO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
           MOVE WS-PAGES-DELIVERED TO WS-EDIT-TOTAL.
           MOVE SPACES TO DIST-MANIFEST-RECORD.
           STRING 'REPORTS PRODUCED ' DELIMITED BY SIZE
                  WS-REPORTS-PRODUCED DELIMITED BY SIZE
                  '   EXPECTED DELIVERIES MISSING ' DELIMITED BY SIZE
                  WS-MISSING-COUNT DELIMITED BY SIZE
                  '   PAGES ' DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
               INTO DIST-MANIFEST-RECORD.
           WRITE DIST-MANIFEST-RECORD.
           IF WS-TABLE-ERRORS > ZERO
               MOVE SPACES TO DIST-MANIFEST-RECORD
               STRING 'DISTTBL LINES IN ERROR ' DELIMITED BY SIZE
                      WS-TABLE-ERRORS DELIMITED BY SIZE
                   INTO DIST-MANIFEST-RECORD
               WRITE DIST-MANIFEST-RECORD
           END-IF.
       WRITE-MANIFEST-TOTALS-EXIT.
           EXIT.

      *================================================================
      * File dispatch - the report behind each table entry and the
      * recipient file behind each output slot.
      *================================================================
       OPEN-REPORT-INPUT SECTION.
       OPEN-REPORT-INPUT-START.
           EVALUATE WS-RPT-IDX
               WHEN 1
                   OPEN INPUT RECNRPT-FILE
                   MOVE WS-RECNRPT-STATUS TO WS-REPORT-STATUS
               WHEN 2
                   OPEN INPUT TRIALRPT-FILE
                   MOVE WS-TRIALRPT-STATUS TO WS-REPORT-STATUS
               WHEN 3
                   OPEN INPUT AGERPT-FILE
                   MOVE WS-AGERPT-STATUS TO WS-REPORT-STATUS
               WHEN 4
                   OPEN INPUT NIGHTRPT-FILE
                   MOVE WS-NIGHTRPT-STATUS TO WS-REPORT-STATUS
               WHEN 5
                   OPEN INPUT BALRPT-FILE
                   MOVE WS-BALRPT-STATUS TO WS-REPORT-STATUS
               WHEN 6
                   OPEN INPUT DAYCLRPT-FILE
                   MOVE WS-DAYCLRPT-STATUS TO WS-REPORT-STATUS
               WHEN 7
                   OPEN INPUT AGINGRPT-FILE
                   MOVE WS-AGINGRPT-STATUS TO WS-REPORT-STATUS
               WHEN 8
                   OPEN INPUT CASHRPT-FILE
                   MOVE WS-CASHRPT-STATUS TO WS-REPORT-STATUS
               WHEN 9
                   OPEN INPUT LGRCLRPT-FILE
                   MOVE WS-LGRCLRPT-STATUS TO WS-REPORT-STATUS
               WHEN 10
                   OPEN INPUT FINRPT-FILE
                   MOVE WS-FINRPT-STATUS TO WS-REPORT-STATUS
               WHEN 11
                   OPEN INPUT MOSUMRPT-FILE
                   MOVE WS-MOSUMRPT-STATUS TO WS-REPORT-STATUS
               WHEN 12
                   OPEN INPUT GATERPT-FILE
                   MOVE WS-GATERPT-STATUS TO WS-REPORT-STATUS
               WHEN 13
                   OPEN INPUT DUNRPT-FILE
                   MOVE WS-DUNRPT-STATUS TO WS-REPORT-STATUS
               WHEN 14
                   OPEN INPUT LRGRPT-FILE
                   MOVE WS-LRGRPT-STATUS TO WS-REPORT-STATUS
               WHEN 15
                   OPEN INPUT FXREVRPT-FILE
                   MOVE WS-FXREVRPT-STATUS TO WS-REPORT-STATUS
               WHEN 16
                   OPEN INPUT WORPT-FILE
                   MOVE WS-WORPT-STATUS TO WS-REPORT-STATUS
               WHEN 17
                   OPEN INPUT DORMRPT-FILE
                   MOVE WS-DORMRPT-STATUS TO WS-REPORT-STATUS
               WHEN 18
                   OPEN INPUT SIRPT-FILE
                   MOVE WS-SIRPT-STATUS TO WS-REPORT-STATUS
               WHEN 19
                   OPEN INPUT REJRPRPT-FILE
                   MOVE WS-REJRPRPT-STATUS TO WS-REPORT-STATUS
               WHEN 20
                   OPEN INPUT BNKPRRPT-FILE
                   MOVE WS-BNKPRRPT-STATUS TO WS-REPORT-STATUS
               WHEN 21
                   OPEN INPUT KEYMRPT-FILE
                   MOVE WS-KEYMRPT-STATUS TO WS-REPORT-STATUS
               WHEN 22
                   OPEN INPUT BKUPRPT-FILE
                   MOVE WS-BKUPRPT-STATUS TO WS-REPORT-STATUS
               WHEN 23
                   OPEN INPUT AUDVRRPT-FILE
                   MOVE WS-AUDVRRPT-STATUS TO WS-REPORT-STATUS
               WHEN 24
                   OPEN INPUT ERRALRT-FILE
                   MOVE WS-ERRALRT-STATUS TO WS-REPORT-STATUS
           END-EVALUATE.
       OPEN-REPORT-INPUT-EXIT.
           EXIT.

       READ-REPORT-RECORD SECTION.
       READ-REPORT-RECORD-START.
           EVALUATE WS-RPT-IDX
               WHEN 1
                   READ RECNRPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE RECNRPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 2
                   READ TRIALRPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE TRIALRPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 3
                   READ AGERPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE AGERPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 4
                   READ NIGHTRPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE NIGHTRPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 5
                   READ BALRPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE BALRPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 6
                   READ DAYCLRPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE DAYCLRPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 7
                   READ AGINGRPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE AGINGRPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 8
                   READ CASHRPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CASHRPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 9
                   READ LGRCLRPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE LGRCLRPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 10
                   READ FINRPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE FINRPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 11
                   READ MOSUMRPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE MOSUMRPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 12
                   READ GATERPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE GATERPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 13
                   READ DUNRPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE DUNRPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 14
                   READ LRGRPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE LRGRPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 15
                   READ FXREVRPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE FXREVRPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 16
                   READ WORPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE WORPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 17
                   READ DORMRPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE DORMRPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 18
                   READ SIRPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SIRPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 19
                   READ REJRPRPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE REJRPRPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 20
                   READ BNKPRRPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE BNKPRRPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 21
                   READ KEYMRPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE KEYMRPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 22
                   READ BKUPRPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE BKUPRPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 23
                   READ AUDVRRPT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE AUDVRRPT-RECORD TO WS-SOURCE-LINE
                   END-READ
               WHEN 24
                   READ ERRALRT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE ERRALRT-RECORD TO WS-SOURCE-LINE
                   END-READ
           END-EVALUATE.
       READ-REPORT-RECORD-EXIT.
           EXIT.

       CLOSE-REPORT SECTION.
       CLOSE-REPORT-START.
           EVALUATE WS-RPT-IDX
               WHEN 1
                   CLOSE RECNRPT-FILE
               WHEN 2
                   CLOSE TRIALRPT-FILE
               WHEN 3
                   CLOSE AGERPT-FILE
               WHEN 4
                   CLOSE NIGHTRPT-FILE
               WHEN 5
                   CLOSE BALRPT-FILE
               WHEN 6
                   CLOSE DAYCLRPT-FILE
               WHEN 7
                   CLOSE AGINGRPT-FILE
               WHEN 8
                   CLOSE CASHRPT-FILE
               WHEN 9
                   CLOSE LGRCLRPT-FILE
               WHEN 10
                   CLOSE FINRPT-FILE
               WHEN 11
                   CLOSE MOSUMRPT-FILE
               WHEN 12
                   CLOSE GATERPT-FILE
               WHEN 13
                   CLOSE DUNRPT-FILE
               WHEN 14
                   CLOSE LRGRPT-FILE
               WHEN 15
                   CLOSE FXREVRPT-FILE
               WHEN 16
                   CLOSE WORPT-FILE
               WHEN 17
                   CLOSE DORMRPT-FILE
               WHEN 18
                   CLOSE SIRPT-FILE
               WHEN 19
                   CLOSE REJRPRPT-FILE
               WHEN 20
                   CLOSE BNKPRRPT-FILE
               WHEN 21
                   CLOSE KEYMRPT-FILE
               WHEN 22
                   CLOSE BKUPRPT-FILE
               WHEN 23
                   CLOSE AUDVRRPT-FILE
               WHEN 24
                   CLOSE ERRALRT-FILE
           END-EVALUATE.
       CLOSE-REPORT-EXIT.
           EXIT.

       OPEN-SLOT-OUTPUT SECTION.
       OPEN-SLOT-OUTPUT-START.
           EVALUATE WS-SLOT
               WHEN 1
                   OPEN OUTPUT DISTOUT1-FILE
                   MOVE WS-DISTOUT1-STATUS TO WS-SLOT-STATUS
               WHEN 2
                   OPEN OUTPUT DISTOUT2-FILE
                   MOVE WS-DISTOUT2-STATUS TO WS-SLOT-STATUS
               WHEN 3
                   OPEN OUTPUT DISTOUT3-FILE
                   MOVE WS-DISTOUT3-STATUS TO WS-SLOT-STATUS
               WHEN 4
                   OPEN OUTPUT DISTOUT4-FILE
                   MOVE WS-DISTOUT4-STATUS TO WS-SLOT-STATUS
               WHEN 5
                   OPEN OUTPUT DISTOUT5-FILE
                   MOVE WS-DISTOUT5-STATUS TO WS-SLOT-STATUS
               WHEN 6
                   OPEN OUTPUT DISTOUT6-FILE
                   MOVE WS-DISTOUT6-STATUS TO WS-SLOT-STATUS
               WHEN 7
                   OPEN OUTPUT DISTOUT7-FILE
                   MOVE WS-DISTOUT7-STATUS TO WS-SLOT-STATUS
               WHEN 8
                   OPEN OUTPUT DISTOUT8-FILE
                   MOVE WS-DISTOUT8-STATUS TO WS-SLOT-STATUS
           END-EVALUATE.
       OPEN-SLOT-OUTPUT-EXIT.
           EXIT.

       WRITE-SLOT-LINE SECTION.
       WRITE-SLOT-LINE-START.
           EVALUATE WS-SLOT
               WHEN 1
                   MOVE WS-OUT-LINE TO DISTOUT1-RECORD
                   WRITE DISTOUT1-RECORD
               WHEN 2
                   MOVE WS-OUT-LINE TO DISTOUT2-RECORD
                   WRITE DISTOUT2-RECORD
               WHEN 3
                   MOVE WS-OUT-LINE TO DISTOUT3-RECORD
                   WRITE DISTOUT3-RECORD
               WHEN 4
                   MOVE WS-OUT-LINE TO DISTOUT4-RECORD
                   WRITE DISTOUT4-RECORD
               WHEN 5
                   MOVE WS-OUT-LINE TO DISTOUT5-RECORD
                   WRITE DISTOUT5-RECORD
               WHEN 6
                   MOVE WS-OUT-LINE TO DISTOUT6-RECORD
                   WRITE DISTOUT6-RECORD
               WHEN 7
                   MOVE WS-OUT-LINE TO DISTOUT7-RECORD
                   WRITE DISTOUT7-RECORD
               WHEN 8
                   MOVE WS-OUT-LINE TO DISTOUT8-RECORD
                   WRITE DISTOUT8-RECORD
           END-EVALUATE.
           ADD 1 TO WS-LINES-WRITTEN.
       WRITE-SLOT-LINE-EXIT.
           EXIT.

       CLOSE-SLOT SECTION.
       CLOSE-SLOT-START.
           EVALUATE WS-SLOT
               WHEN 1
                   CLOSE DISTOUT1-FILE
               WHEN 2
                   CLOSE DISTOUT2-FILE
               WHEN 3
                   CLOSE DISTOUT3-FILE
               WHEN 4
                   CLOSE DISTOUT4-FILE
               WHEN 5
                   CLOSE DISTOUT5-FILE
               WHEN 6
                   CLOSE DISTOUT6-FILE
               WHEN 7
                   CLOSE DISTOUT7-FILE
               WHEN 8
                   CLOSE DISTOUT8-FILE
           END-EVALUATE.
       CLOSE-SLOT-EXIT.
           EXIT.
