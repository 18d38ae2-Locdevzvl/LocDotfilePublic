       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           PERFORM DETERMINE-CUTOFF-DATE.
           IF WS-CUTOFF-DATE = ZERO
               DISPLAY 'AUDARCH - NO CUTOFF DATE IN AUDARCTL - '
