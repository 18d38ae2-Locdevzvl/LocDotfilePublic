       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           OPEN INPUT CSV-IN-FILE.
           OPEN OUTPUT TRAN-FILE.
           OPEN OUTPUT CSV-REJECT-FILE.
