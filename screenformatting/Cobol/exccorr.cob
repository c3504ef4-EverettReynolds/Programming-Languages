               organization is indexed
               access mode is random
               record key is CustomerId
               alternate record key is CustNameKey with duplicates
               alternate record key is AddrPostalCode
                   with duplicates
               file status is ws-customer-status.

           select register-file assign to "CORRRPT"
                 if ws-record-valid = 'Y'
                    rewrite CustomerRecord
                    if ws-customer-status not = "00"
                          and ws-customer-status not = "02"
                       display
                          "EXCCORR: REWRITE OF CUSTFILE FAILED, "
                          "STATUS=" ws-customer-status
