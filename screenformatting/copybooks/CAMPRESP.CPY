      *================================================================
      *  CAMPRESP.CPY
      *  Campaign response record - one per customer per campaign
      *  that drew a response, loaded by camprsp from the reply/
      *  returns desk's keyed responses and keyed CustomerId then
      *  campaign code, so a second response to the same piece is
      *  refused rather than counted twice. RespState and
      *  RespMailedDate are carried from the campaign mailing
      *  record (CAMPMAIL.CPY) the response was matched to, so the
      *  performance report can break responses down by state and
      *  region without another join.
      *================================================================
       01  ResponseRecord.
           02  RespKey.
               03  RespCustomerId   PIC X(10).
               03  RespCampaign     PIC X(08).
           02  RespDate             PIC X(08).
           02  RespType             PIC X(01).
               88  RespReply        VALUE 'R'.
               88  RespOrder        VALUE 'O'.
           02  RespState            PIC X(02).
           02  RespMailedDate       PIC X(08).
           02  RespLoadedDate       PIC X(08).
