      *****************************************************************
      * SALGRADE.cpy - Salary Grade Structure Record                   *
      *                                                                *
      * This copybook defines one salary grade's pay range for the     *
      * non-union positions: the minimum, midpoint, and maximum,       *
      * stated as hourly-equivalent rates so hourly and salaried       *
      * employees are measured on the same basis (a salary is          *
      * annualized by its pay frequency and divided by 2080 hours).    *
      * EMPMAINT and MERITGEN warn when a transaction would put an     *
      * employee outside their grade's range, and COMPARPT reports     *
      * every graded employee's compa-ratio and position in range.     *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

      *****************************************************************
      * Rows are effective-dated so a new structure can be loaded     *
      * ahead of its start: each program uses the grade's latest row  *
      * effective on or before the date it is testing. Zero           *
      * effective dates are treated as always in force.               *
      *****************************************************************
       01  SALARY-GRADE-RECORD.
           05  SG-GRADE-CODE              PIC X(4).
           05  SG-EFFECTIVE-DATE          PIC 9(8).
           05  SG-MINIMUM-RATE            PIC 9(4)V99 COMP-3.
           05  SG-MIDPOINT-RATE           PIC 9(4)V99 COMP-3.
           05  SG-MAXIMUM-RATE            PIC 9(4)V99 COMP-3.
           05  SG-FILLER                  PIC X(10).
