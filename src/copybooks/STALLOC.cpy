      *****************************************************************
      * STALLOC.cpy - Multi-State Wage Allocation                      *
      *                                                                *
      * This copybook defines the state split passed to TAXCALC for   *
      * an employee who worked in more than one state during the      *
      * period. The caller fills one entry per work state with its    *
      * share of the period's wages as a decimal fraction (the        *
      * shares total 1); SA-WORK-STATE-COUNT of zero means no split   *
      * and the single work state is taxed as before.                 *
      *                                                                *
      * TAXCALC returns for each entry the state the withholding     *
      * went to (the work state, or the residence state under a       *
      * reciprocity agreement), the wages allocated, and the tax      *
      * withheld. When the residence state still owes tax after the  *
      * credit for tax withheld to the other states, that balance is  *
      * returned on one more entry for the residence state, so        *
      * SA-ENTRY-COUNT can exceed SA-WORK-STATE-COUNT by one.         *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  STATE-ALLOCATION.
           05  SA-WORK-STATE-COUNT        PIC 9(1).
           05  SA-ENTRY-COUNT             PIC 9(1).
           05  SA-RESIDENT-CREDIT         PIC 9(7)V99 COMP-3.
           05  SA-ENTRY OCCURS 6 TIMES.
               10  SA-WORK-STATE          PIC X(2).
               10  SA-SHARE               PIC 9V9(5) COMP-3.
               10  SA-TAX-STATE           PIC X(2).
               10  SA-WAGES               PIC 9(7)V99 COMP-3.
               10  SA-STATE-TAX           PIC 9(7)V99 COMP-3.
