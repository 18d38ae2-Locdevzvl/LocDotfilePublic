       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           OPEN OUTPUT PREFLIGHT-RPT-FILE.
           MOVE SPACES TO PREFLIGHT-RPT-RECORD.
           STRING 'PRE-FLIGHT CHECKLIST FOR ' DELIMITED BY SIZE
