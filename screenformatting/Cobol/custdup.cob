               organization is indexed
               access mode is sequential
               record key is CustomerId
               alternate record key is CustNameKey with duplicates
               alternate record key is AddrPostalCode
                   with duplicates
               file status is ws-customer-status.

           select sort-work-file assign to "SORTWK01".
