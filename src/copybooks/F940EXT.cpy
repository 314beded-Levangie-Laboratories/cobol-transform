      *****************************************************************
      * F940EXT.cpy - Annual Form 940 FUTA Return Extract Record       *
      *                                                                *
      * This copybook defines one paying company's (FEIN's) annual    *
      * Form 940 figures, built by FUTA940 from the FUTA/SUTA accrual *
      * extract and the pay history: total payments, exempt payments, *
      * payments over the FUTA wage base, taxable FUTA wages, the tax *
      * before adjustments, the Schedule A credit reduction, the      *
      * liability by quarter, and the reconciliation of the 940       *
      * liability against the FUTA accrued through the year. The      *
      * Schedule A lines (one per credit reduction state with wages)  *
      * ride on the same record.                                      *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  F940-EXTRACT-RECORD.
           05  F940-COMPANY-CODE          PIC X(2).
           05  F940-FEIN-ID               PIC X(10).
           05  F940-TAX-YEAR              PIC 9(4).
           05  F940-TOTAL-PAYMENTS        PIC S9(11)V99 COMP-3.
           05  F940-EXEMPT-PAYMENTS       PIC S9(11)V99 COMP-3.
           05  F940-OVER-BASE-PAYMENTS    PIC S9(11)V99 COMP-3.
           05  F940-TAXABLE-FUTA-WAGES    PIC S9(11)V99 COMP-3.
           05  F940-TAX-BEFORE-ADJUST     PIC S9(9)V99 COMP-3.
           05  F940-CREDIT-REDUCTION      PIC S9(9)V99 COMP-3.
           05  F940-TOTAL-FUTA-TAX        PIC S9(9)V99 COMP-3.
           05  F940-QUARTER-LIABILITY OCCURS 4 TIMES
                                          PIC S9(9)V99 COMP-3.
           05  F940-ACCRUED-LIABILITY     PIC S9(9)V99 COMP-3.
           05  F940-ACCRUAL-DIFFERENCE    PIC S9(9)V99 COMP-3.
           05  F940-SCHED-A-COUNT         PIC 9(2).
           05  F940-SCHED-A-STATE OCCURS 20 TIMES.
               10  F940-SA-STATE-CODE     PIC X(2).
               10  F940-SA-FUTA-WAGES     PIC S9(11)V99 COMP-3.
               10  F940-SA-REDUCTION-RATE PIC 9V9(4).
               10  F940-SA-REDUCTION      PIC S9(9)V99 COMP-3.
           05  F940-FILLER                PIC X(10).
