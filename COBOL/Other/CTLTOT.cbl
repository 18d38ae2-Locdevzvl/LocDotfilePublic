       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLTOT.
       AUTHOR. MTH.

      * Common control-total writer in the RUNSTAT mold: a step
      * CALLs CTLTOT once for each figure it hands on - its program
      * id, the name of the total, the record count and the amount
      * (zero where the records carry no money) - and one CTLTOTAL
      * record is appended, dated with the processing date, so the
      * end-of-chain CTLPROOF run can prove that what one step
      * wrote is what the next one read.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CONTROL-TOTAL-FILE
           RECORDING MODE IS F.
           COPY CTLTREC.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-TOTAL-STATUS   PIC XX.
       01  WS-RUN-DATE               PIC 9(8).
       01  WS-RUN-TIME               PIC 9(8).

       LINKAGE SECTION.
       01  LK-CTLT-PROGRAM-ID        PIC X(08).
       01  LK-CTLT-TOTAL-NAME        PIC X(08).
       01  LK-CTLT-COUNT             PIC 9(06).
       01  LK-CTLT-AMOUNT            PIC S9(11)V9(02).

       PROCEDURE DIVISION USING LK-CTLT-PROGRAM-ID
                                LK-CTLT-TOTAL-NAME
                                LK-CTLT-COUNT
                                LK-CTLT-AMOUNT.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN EXTEND CONTROL-TOTAL-FILE.
           IF WS-CONTROL-TOTAL-STATUS = '05'
              OR WS-CONTROL-TOTAL-STATUS = '35'
               OPEN OUTPUT CONTROL-TOTAL-FILE
           END-IF.
           MOVE WS-RUN-DATE TO CTLT-RUN-DATE.
           MOVE WS-RUN-TIME TO CTLT-RUN-TIME.
           MOVE LK-CTLT-PROGRAM-ID TO CTLT-PROGRAM-ID.
           MOVE LK-CTLT-TOTAL-NAME TO CTLT-TOTAL-NAME.
           MOVE LK-CTLT-COUNT TO CTLT-COUNT.
           MOVE LK-CTLT-AMOUNT TO CTLT-AMOUNT.
           WRITE CONTROL-TOTAL-RECORD.
           CLOSE CONTROL-TOTAL-FILE.
       MAIN-EXIT.
           GOBACK.
