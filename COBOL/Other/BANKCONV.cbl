       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           OPEN OUTPUT CONV-RPT-FILE.
           PERFORM DETERMINE-FORMAT-PROFILE.
           PERFORM READ-TRANSMISSION.
