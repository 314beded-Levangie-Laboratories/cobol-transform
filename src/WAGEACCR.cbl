       01  WS-DT-FOUND-SW                  PIC X VALUE 'N'.
           88  WS-DT-FOUND                 VALUE 'Y'.

      *****************************************************************
      * GL account resolution interface handed to GLRESOLV: the        *
      * posting key of the accrual entry and the debit/credit accounts *
      * the posting rules file gives it ('1' back means suspense)      *
      *****************************************************************
       01  WS-GLRES-INTERFACE.
           05  WS-GLRES-FUNCTION           PIC X VALUE 'R'.
           05  WS-GLRES-PROGRAM-NAME       PIC X(8) VALUE 'WAGEACCR'.
           05  WS-GLRES-POSTING-KEY.
               10  WS-GLRES-COMPANY        PIC X(2).
               10  WS-GLRES-DEPARTMENT     PIC X(4).
               10  WS-GLRES-LINE-TYPE      PIC X VALUE 'A'.
               10  WS-GLRES-CODE           PIC X(3).
           05  WS-GLRES-AMOUNT             PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-GLRES-ACCOUNTS.
               10  WS-GLRES-DEBIT-ACCOUNT  PIC X(10).
               10  WS-GLRES-DEBIT-NAME     PIC X(30).
               10  WS-GLRES-CREDIT-ACCOUNT PIC X(10).
               10  WS-GLRES-CREDIT-NAME    PIC X(30).
           05  WS-GLRES-RETURN-CODE        PIC X VALUE '0'.

       01  WS-RUN-TOTALS.
           05  WS-ACCRUED-COUNT            PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-TOTAL-ACCRUAL            PIC S9(11)V99 COMP-3
       400-WRITE-ACCRUAL-JOURNAL.
      *****************************************************************
      * Per department: the accrual entry dated at month end and its   *
      * automatic reversal dated the first of the following month,     *
      * with the expense and accrued liability accounts resolved from  *
      * the posting rules file (accrual code 'WAG')                    *
      *****************************************************************
           PERFORM VARYING WS-DT-INDEX FROM 1 BY 1
                   UNTIL WS-DT-INDEX > WS-DT-COUNT
               IF WS-DT-ACCRUAL (WS-DT-INDEX) > ZEROS
                   MOVE WS-DT-COMPANY (WS-DT-INDEX) TO
                       WS-GLRES-COMPANY
                   MOVE WS-DT-DEPT (WS-DT-INDEX) TO
                       WS-GLRES-DEPARTMENT
                   MOVE 'WAG' TO WS-GLRES-CODE
                   MOVE WS-DT-ACCRUAL (WS-DT-INDEX) TO
                       WS-GLRES-AMOUNT
                   MOVE 'R' TO WS-GLRES-FUNCTION
                   CALL 'GLRESOLV' USING WS-GLRES-FUNCTION
                                 WS-GLRES-PROGRAM-NAME
                                 WS-GLRES-POSTING-KEY
                                 WS-GLRES-AMOUNT
                                 WS-GLRES-ACCOUNTS
                                 WS-GLRES-RETURN-CODE

                   MOVE WS-MONTH-END-DATE TO GL-RUN-CHECK-DATE
                   MOVE WS-DT-COMPANY (WS-DT-INDEX) TO
                       GL-COMPANY-CODE
                   MOVE WS-DT-DEPT (WS-DT-INDEX) TO GL-DEPARTMENT
                   MOVE WS-GLRES-DEBIT-ACCOUNT TO GL-ACCOUNT-NUMBER
                   MOVE WS-GLRES-DEBIT-NAME TO GL-ACCOUNT-NAME
                   SET GL-IS-DEBIT TO TRUE
                   MOVE WS-DT-ACCRUAL (WS-DT-INDEX) TO GL-AMOUNT
                   WRITE GL-EXPORT-RECORD-FILE

                   MOVE WS-GLRES-CREDIT-ACCOUNT TO GL-ACCOUNT-NUMBER
                   MOVE WS-GLRES-CREDIT-NAME TO GL-ACCOUNT-NAME
                   SET GL-IS-CREDIT TO TRUE
                   WRITE GL-EXPORT-RECORD-FILE

      * The automatic reversal on the first of the next month          *
      *****************************************************************
                   MOVE WS-REVERSAL-DATE TO GL-RUN-CHECK-DATE
                   MOVE WS-GLRES-CREDIT-ACCOUNT TO GL-ACCOUNT-NUMBER
                   MOVE WS-GLRES-CREDIT-NAME TO GL-ACCOUNT-NAME
                   SET GL-IS-DEBIT TO TRUE
                   WRITE GL-EXPORT-RECORD-FILE

                   MOVE WS-GLRES-DEBIT-ACCOUNT TO GL-ACCOUNT-NUMBER
                   MOVE WS-GLRES-DEBIT-NAME TO GL-ACCOUNT-NAME
                   SET GL-IS-CREDIT TO TRUE
                   WRITE GL-EXPORT-RECORD-FILE

      *****************************************************************
      * Close all files and display run totals                         *
      *****************************************************************
           MOVE 'C' TO WS-GLRES-FUNCTION
           CALL 'GLRESOLV' USING WS-GLRES-FUNCTION
                                 WS-GLRES-PROGRAM-NAME
                                 WS-GLRES-POSTING-KEY
                                 WS-GLRES-AMOUNT
                                 WS-GLRES-ACCOUNTS
                                 WS-GLRES-RETURN-CODE

           CLOSE EMPLOYEE-FILE
                 GL-ACCRUAL-FILE
                 ACCR-REPORT-FILE
