      *****************************************************************
      * LABBUDG.cpy - Labor Budget Record                              *
      *                                                                *
      * This copybook defines one line of the annual labor budget      *
      * finance loads each year: the budgeted labor dollars (gross     *
      * pay plus employer FICA and unemployment, the same loaded cost  *
      * the labor distribution charges) and budgeted hours for one     *
      * company, department, and cost center in one budget period.     *
      * Budget periods are calendar months of the check date, the      *
      * month a run's labor cost is booked in.                        *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  LABOR-BUDGET-RECORD.
           05  LBG-BUDGET-YEAR            PIC 9(4).
           05  LBG-PERIOD                 PIC 9(2).
           05  LBG-COMPANY-CODE           PIC X(2).
           05  LBG-DEPARTMENT             PIC X(4).
           05  LBG-COST-CENTER            PIC X(6).
           05  LBG-BUDGET-DOLLARS         PIC S9(9)V99 COMP-3.
           05  LBG-BUDGET-HOURS           PIC 9(7)V99 COMP-3.
           05  LBG-FILLER                 PIC X(20).
