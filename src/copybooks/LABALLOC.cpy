      * an employee with no lines charges entirely to their home       *
      * department as before.                                          *
      *                                                                *
      * The company code names the company whose department is         *
      * charged. Space (or the employee's own company) keeps the cost  *
      * in the paying company; another company's code makes the line   *
      * an intercompany chargeback, billed by ICCHARGE.                *
      *                                                                *
      * Date Created: 2026-08-22                                       *
      * Author: COBOL Payroll System                                  *
      *****************************************************************
           05  LAL-DEPARTMENT             PIC X(4).
           05  LAL-COST-CENTER            PIC X(6).
           05  LAL-PERCENT                PIC 9(3)V99.
           05  LAL-COMPANY-CODE           PIC X(2).
           05  LAL-FILLER                 PIC X(8).
