               organization is indexed
               access mode is dynamic
               record key is CustomerId
               alternate record key is CustNameKey with duplicates
               alternate record key is AddrPostalCode
                   with duplicates
               file status is ws-customer-status.

           select report-file assign to "PENDRPT"
                       move ws-run-date to StatusDate
                       rewrite CustomerRecord
                       if ws-customer-status not = "00"
                             and ws-customer-status not = "02"
                          display
                             "CUSTPEND: REWRITE OF CUSTFILE FAILED, "
                             "STATUS=" ws-customer-status
