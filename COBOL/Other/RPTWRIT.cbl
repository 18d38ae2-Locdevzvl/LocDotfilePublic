                                LK-RPT-OUT.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           MOVE ZERO TO LK-RPT-OUT-COUNT.
           EVALUATE TRUE
               WHEN LK-ACTION-END
