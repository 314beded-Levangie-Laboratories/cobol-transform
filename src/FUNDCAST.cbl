      * Open all files                                                 *
      *****************************************************************
           DISPLAY 'CASH FUNDING FORECAST STARTED'
           CALL 'COMPLOAD' USING COMPANY-TABLE
           IF NOT COMPANY-TABLE-LOADED
               DISPLAY 'ERROR LOADING COMPANY MASTER - RUN STOPPED'
               STOP RUN
           END-IF
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT CHECK-REGISTER-FILE
