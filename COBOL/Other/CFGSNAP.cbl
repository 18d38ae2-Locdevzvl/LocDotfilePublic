       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           PERFORM GATHER-ALL-CONTROLS.
           PERFORM LOAD-PREVIOUS-SNAPSHOT.
           OPEN OUTPUT SNAP-RPT-FILE.
