                                LK-STAT-START-TIME.
       MAIN SECTION.
       MAIN-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           ACCEPT WS-END-TIME FROM TIME.
           OPEN EXTEND RUN-STATS-FILE.
           IF WS-RUN-STATS-STATUS = '05' OR WS-RUN-STATS-STATUS = '35'
