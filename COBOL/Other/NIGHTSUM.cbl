       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           PERFORM DETERMINE-GENERATION.
           PERFORM TALLY-REGRESSION-LOG.
           PERFORM TALLY-STEP-STATUS.
               MOVE '  RESFILE TRAILER:' TO NIGHT-RPT-RECORD
               PERFORM PUT-REPORT-LINE
               MOVE SPACES TO NIGHT-RPT-RECORD
               STRING '   ' DELIMITED BY SIZE
                      WS-TRAILER-LINE (1:77) DELIMITED BY SIZE
                      INTO NIGHT-RPT-RECORD
           ELSE
               MOVE '  RESFILE TRAILER: MISSING' TO NIGHT-RPT-RECORD
