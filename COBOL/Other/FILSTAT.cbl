
       WRITE-FILE-ERROR-RECORD SECTION.
       WRITE-FILE-ERROR-RECORD-START.
           CALL 'BUSDATE' USING WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN EXTEND FILE-ERROR-FILE.
           IF WS-FILE-ERROR-STATUS = '05'
