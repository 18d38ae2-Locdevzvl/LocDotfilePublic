       A-PARA.
           PERFORM DISPLAY 'IN A-PARA'
           END-PERFORM.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           PERFORM CHECK-BUSINESS-CALENDAR.
           IF WS-RUN-ALLOWED
               PERFORM LOAD-STEP-CONFIG
