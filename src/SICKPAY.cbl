           05  WS-TAX-RESIDENCE-STATE      PIC X(2) VALUE SPACES.
           05  WS-TAX-UI-STATE             PIC X(2) VALUE SPACES.
           05  WS-TAX-LOCAL-CODE           PIC X(5) VALUE SPACES.
           05  WS-TAX-EFFECTIVE-STATE      PIC X(2) VALUE SPACES.
           05  WS-TAX-SUTA-EXPERIENCE-RATE PIC 9V9(5) COMP-3
                                       VALUE ZEROS.
           05  WS-TAX-ALLOWANCES           PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-TAX-ADDITIONAL           PIC 9(5)V99 COMP-3
                                       VALUE ZEROS.
                                       VALUE ZEROS.
           05  WS-TAX-CALC-YTD-LST         PIC 9(5)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TAX-CALC-YTD-SUPPLEMENTAL
                                       PIC 9(8)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-LST-TAX                  PIC 9(5)V99 COMP-3
                                       VALUE ZEROS.

           05  WS-TAX-W4-EXTRA-DEDUCTIONS  PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TAX-W4-TWO-JOBS-IND      PIC X VALUE 'N'.
           05  WS-TAX-W4-NRA-IND           PIC X VALUE 'N'.
           05  WS-TAX-W4-FICA-EXEMPT-IND   PIC X VALUE 'N'.
           05  WS-TAX-W4-TREATY-EXEMPT     PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TAX-W4-FICA-EXEMPT-WAGES PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TAX-W4-YTD-FICA-EXEMPT   PIC 9(8)V99 COMP-3
                                       VALUE ZEROS.

       COPY STALLOC REPLACING ==STATE-ALLOCATION== BY
           ==WS-STATE-ALLOCATION==.

       01  WS-RUN-TOTALS.
           05  WS-PAYMENT-COUNT            PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-CA-ENTRY OCCURS 5 TIMES.
               10  WS-CA-COMPANY           PIC X(2).
               10  WS-CA-FICA-AMOUNT       PIC S9(9)V99 COMP-3.
           05  WS-CA-INDEX                 PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-EMP-COMPANY-CODE             PIC X(2) VALUE '01'.

      *****************************************************************
      * GL account resolution interface handed to GLRESOLV: the        *
      * posting key of the accrual entry and the debit/credit accounts *
      * the posting rules file gives it ('1' back means suspense)      *
      *****************************************************************
       01  WS-GLRES-INTERFACE.
           05  WS-GLRES-FUNCTION           PIC X VALUE 'R'.
           05  WS-GLRES-PROGRAM-NAME       PIC X(8) VALUE 'SICKPAY'.
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

       01  WS-DATETIME.
           05  WS-DATE.
               10  WS-YEAR                 PIC 9(4).
           MOVE EMP-YTD-GROSS IN WS-EMPLOYEE-RECORD TO
               WS-TAX-CALC-YTD-GROSS
           MOVE EMP-UI-STATE IN WS-EMPLOYEE-RECORD TO WS-TAX-UI-STATE
           MOVE ZEROS TO SA-WORK-STATE-COUNT
           MOVE 'N' TO WS-TAX-W4-FICA-EXEMPT-IND
           IF EMP-NRA-YES IN WS-EMPLOYEE-RECORD
               AND EMP-VISA-FICA-EXEMPT IN WS-EMPLOYEE-RECORD
               MOVE 'Y' TO WS-TAX-W4-FICA-EXEMPT-IND
           END-IF
           MOVE ZEROS TO WS-TAX-W4-FICA-EXEMPT-WAGES
           IF EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD IS NUMERIC
               MOVE EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD
                   TO WS-TAX-W4-YTD-FICA-EXEMPT
           ELSE
               MOVE ZEROS TO WS-TAX-W4-YTD-FICA-EXEMPT
           END-IF
           IF EMP-PRIOR-FEIN-WAGES IN WS-EMPLOYEE-RECORD IS NUMERIC
               MOVE EMP-PRIOR-SS-WAGES IN WS-EMPLOYEE-RECORD TO
                   WS-TAX-PRIOR-SS-WAGES
                                WS-TAX-CALC-YTD-LST
                                WS-LST-TAX
                                WS-TAX-PRIOR-WAGE-BASES
                                WS-TAX-EFFECTIVE-STATE
                                WS-TAX-SUTA-EXPERIENCE-RATE
                                WS-STATE-ALLOCATION
                                WS-TAX-CALC-YTD-SUPPLEMENTAL

           ADD WS-SOCIAL-SEC-TAX TO WS-TOTAL-ER-SOC-SEC
           ADD WS-MEDICARE-TAX TO WS-TOTAL-ER-MEDICARE
                   MOVE EMP-FEDERAL-FILING-STATUS IN
                           WS-EMPLOYEE-RECORD TO
                       HIST-FILING-STATUS IN PAY-HISTORY-RECORD-FILE
                   MOVE EMP-WORK-STATE IN WS-EMPLOYEE-RECORD TO
                       HIST-TAX-STATE IN PAY-HISTORY-RECORD-FILE
                   MOVE EMP-LOCAL-CODE IN WS-EMPLOYEE-RECORD TO
                       HIST-TAX-LOCAL-CODE IN PAY-HISTORY-RECORD-FILE
                   WRITE PAY-HISTORY-RECORD-FILE
               NOT INVALID KEY
                   ADD TPS-GROSS-AMOUNT IN WS-SICK-RECORD TO
       900-WRAP-UP.
      *****************************************************************
      * Write the balanced employer FICA accrual journal lines, the    *
      * report totals, close all files, and display run totals. The    *
      * expense and liability accounts are resolved from the posting   *
      * rules file (accrual code 'TPS', company level)                 *
      *****************************************************************
           PERFORM VARYING WS-CA-INDEX FROM 1 BY 1
                   UNTIL WS-CA-INDEX > 5
               IF WS-CA-COMPANY (WS-CA-INDEX) NOT = SPACES
                   AND WS-CA-FICA-AMOUNT (WS-CA-INDEX) > ZEROS
                   MOVE WS-CA-COMPANY (WS-CA-INDEX) TO
                       WS-GLRES-COMPANY
                   MOVE SPACES TO WS-GLRES-DEPARTMENT
                   MOVE 'TPS' TO WS-GLRES-CODE
                   MOVE WS-CA-FICA-AMOUNT (WS-CA-INDEX) TO
                       WS-GLRES-AMOUNT
                   MOVE 'R' TO WS-GLRES-FUNCTION
                   CALL 'GLRESOLV' USING WS-GLRES-FUNCTION
                                 WS-GLRES-PROGRAM-NAME
                                 WS-GLRES-POSTING-KEY
                                 WS-GLRES-AMOUNT
                                 WS-GLRES-ACCOUNTS
                                 WS-GLRES-RETURN-CODE

                   MOVE WS-DATE TO GL-RUN-CHECK-DATE
                   MOVE WS-CA-COMPANY (WS-CA-INDEX) TO
                       GL-COMPANY-CODE
                   MOVE SPACES TO GL-DEPARTMENT
                   MOVE WS-GLRES-DEBIT-ACCOUNT TO GL-ACCOUNT-NUMBER
                   MOVE WS-GLRES-DEBIT-NAME TO GL-ACCOUNT-NAME
                   SET GL-IS-DEBIT TO TRUE
                   MOVE WS-CA-FICA-AMOUNT (WS-CA-INDEX) TO GL-AMOUNT
                   WRITE GL-EXPORT-RECORD-FILE

                   MOVE WS-GLRES-CREDIT-ACCOUNT TO GL-ACCOUNT-NUMBER
                   MOVE WS-GLRES-CREDIT-NAME TO GL-ACCOUNT-NAME
                   SET GL-IS-CREDIT TO TRUE
                   WRITE GL-EXPORT-RECORD-FILE
               END-IF
           END-PERFORM

           MOVE 'C' TO WS-GLRES-FUNCTION
           CALL 'GLRESOLV' USING WS-GLRES-FUNCTION
                                 WS-GLRES-PROGRAM-NAME
                                 WS-GLRES-POSTING-KEY
                                 WS-GLRES-AMOUNT
                                 WS-GLRES-ACCOUNTS
                                 WS-GLRES-RETURN-CODE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-PAYMENT-COUNT TO WS-ED-COUNT
