      *****************************************************************
      * COMPANY.cpy - Paying Company (FEIN) Table                      *
      *                                                                *
      * This copybook defines the companies one payroll run can pay:  *
      * the company code carried on EMPLOYEE-RECORD, the company      *
      * name and tax ID used on the NACHA batch for that company's    *
      * entries, and the offset/settlement account the company funds  *
      * its batch from. An employee record with a blank company code  *
      * predates multi-company processing and belongs to the first    *
      * company (the lowest code on file, 01).                        *
      *                                                                *
      * The table is filled at startup from the company master file   *
      * (COMPMAST) by CALL 'COMPLOAD' USING COMPANY-TABLE, in company *
      * code order, together with each company's state registration   *
      * rows: state withholding and SUI account numbers, the SUI      *
      * experience rate for each tax year, and the state deposit      *
      * frequency. COMPANY-LOAD-RETURN-CODE is '0' when at least one  *
      * company was loaded.                                           *
      *                                                                *
      * Date Created: 2026-08-22                                       *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       01  COMPANY-TABLE.
           05  COMPANY-LOAD-RETURN-CODE   PIC X.
               88  COMPANY-TABLE-LOADED   VALUE '0'.
           05  COMPANY-ENTRY-COUNT        PIC 9(2) COMP-3.
           05  COMPANY-ENTRY OCCURS 10 TIMES.
               10  COMPANY-CODE           PIC X(2).
               10  COMPANY-NAME           PIC X(16).
               10  COMPANY-FEIN-ID        PIC X(10).
               10  COMPANY-OFFSET-ACCT    PIC X(17).
               10  COMPANY-LEGAL-NAME     PIC X(40).
               10  COMPANY-STREET-ADDRESS PIC X(22).
               10  COMPANY-CITY           PIC X(22).
               10  COMPANY-STATE          PIC X(2).
               10  COMPANY-ZIP            PIC X(5).
               10  COMPANY-ZIP-EXTENSION  PIC X(4).
               10  COMPANY-FED-DEPOSIT-SCHED
                                          PIC X.
           05  COMPANY-REG-COUNT          PIC 9(3) COMP-3.
           05  COMPANY-REG-ENTRY OCCURS 300 TIMES.
               10  COMPANY-REG-COMPANY    PIC X(2).
               10  COMPANY-REG-STATE      PIC X(2).
               10  COMPANY-REG-TAX-YEAR   PIC 9(4).
               10  COMPANY-REG-WH-ACCOUNT PIC X(20).
               10  COMPANY-REG-SUI-ACCOUNT
                                          PIC X(20).
               10  COMPANY-REG-SUI-RATE   PIC 9V9(5) COMP-3.
               10  COMPANY-REG-DEPOSIT-FREQ
                                          PIC X.
