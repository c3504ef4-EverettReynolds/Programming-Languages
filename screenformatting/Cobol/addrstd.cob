               organization is indexed
               access mode is sequential
               record key is CustomerId
               alternate record key is CustNameKey with duplicates
               alternate record key is AddrPostalCode
                   with duplicates
               file status is ws-customer-status.

           select optional xref-file assign to "ZIP4XREF"
              perform P500-print-change-detail
              rewrite CustomerRecord
              if ws-customer-status not = "00"
                    and ws-customer-status not = "02"
                 display
                    "ADDRSTD: REWRITE OF CUSTFILE FAILED, STATUS="
                    ws-customer-status
