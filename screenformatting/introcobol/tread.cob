               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerId
               ALTERNATE RECORD KEY IS CustNameKey WITH DUPLICATES
               ALTERNATE RECORD KEY IS AddrPostalCode
                   WITH DUPLICATES
               FILE STATUS IS WS-CUST-STATUS.

           SELECT PrintFile ASSIGN TO "RPTFILE"
