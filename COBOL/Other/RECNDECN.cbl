       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           OPEN OUTPUT DECISION-RPT-FILE.
           OPEN OUTPUT ADJ-CONF-FILE.
           PERFORM LOAD-DECISION-TABLE.
