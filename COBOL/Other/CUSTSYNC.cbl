               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-IDX-ID
               ALTERNATE RECORD KEY IS CUST-IDX-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-INDEXED-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
           05 CUST-IDX-ID            PIC 9(06).
           05 CUST-IDX-NAME          PIC A(50).
           05 CUST-IDX-ADDRESS       PIC A(30).
           05 CUST-IDX-NAME-KEY      PIC X(05).

       FD  CUSTOMER-FILE
           RECORDING MODE IS F.
