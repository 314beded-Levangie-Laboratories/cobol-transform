                           ADD HD-AMOUNT
                               IN HISTORY-DETAIL-RECORD-FILE TO
                               WS-TC-OVERTIME (WS-FOUND-INDEX)
      *****************************************************************
      * Memo lines - the amount is already inside other earnings       *
      *****************************************************************
                       WHEN 'TIP'
                       WHEN 'CTB'
                       WHEN 'CTU'
                       WHEN 'CTP'
                       WHEN 'PTP'
                       WHEN 'EQW'
                           CONTINUE
                       WHEN OTHER
                           ADD HD-AMOUNT
                               IN HISTORY-DETAIL-RECORD-FILE TO
