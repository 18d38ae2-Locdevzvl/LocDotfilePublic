       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           IF WS-CUSTOMER-STATUS = '00'
