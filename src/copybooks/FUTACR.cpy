      *****************************************************************
      * FUTACR.cpy - FUTA Credit Reduction State Record                *
      *                                                                *
      * This copybook defines one state's FUTA credit reduction for   *
      * a tax year, as published by the Department of Labor each      *
      * November for states with outstanding unemployment trust fund  *
      * loans. The annual 940 run applies the rate to the FUTA        *
      * taxable wages paid in the state (Form 940 Schedule A). One    *
      * record per tax year and state; a state with no record for the *
      * year has no credit reduction.                                 *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  FUTA-CREDIT-REDUCTION-RECORD.
           05  FCR-TAX-YEAR               PIC 9(4).
           05  FCR-STATE-CODE             PIC X(2).
           05  FCR-REDUCTION-RATE         PIC 9V9(4).
           05  FCR-FILLER                 PIC X(20).
