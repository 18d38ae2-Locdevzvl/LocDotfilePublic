       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           PERFORM LOAD-THRESHOLD-TABLE.
           OPEN OUTPUT ALERT-RPT-FILE.
           SORT SORT-WORK-FILE
