       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM SIGN-ON-OPERATOR
               UNTIL WS-SIGNON-OK OR WS-SIGNON-TRIES > 2.
