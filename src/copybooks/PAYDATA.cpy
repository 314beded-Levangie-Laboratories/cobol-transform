           05  PAY-JOB2-HOURS.
               10  PAY-JOB2-REG-HOURS     PIC 9(3)V99 COMP-3.
               10  PAY-JOB2-OT-HOURS      PIC 9(3)V99 COMP-3.
      *****************************************************************
      * Compensatory time taken this period by an employee with the   *
      * comp-time election, paid at the regular rate and drawn from   *
      * the comp-time bank on the leave balance record                *
      *****************************************************************
           05  PAY-COMP-TIME-USED         PIC 9(3)V99 COMP-3.
      *****************************************************************
      * Meal and rest period premium hours found by the time import   *
      * from the punch pairs (one hour per day for a missed, short,   *
      * or late meal, one hour per day for a missed rest period),     *
      * each paid at the regular rate under its own earnings code     *
      *****************************************************************
           05  PAY-MEAL-REST-PREMIUM.
               10  PAY-MEAL-PREMIUM-HOURS PIC 9(3)V99 COMP-3.
               10  PAY-REST-PREMIUM-HOURS PIC 9(3)V99 COMP-3.
      *****************************************************************
      * Expense reimbursements imported from the expense system for   *
      * this period: the accountable-plan portion is included in      *
      * PAY-REIMBURSEMENT-AMT and is non-taxable in full; the         *
      * non-accountable portion (per diem over the federal rate,      *
      * unsubstantiated allowances) is included in                    *
      * PAY-ALLOWANCE-AMOUNT and taxed as wages. Records from before  *
      * the import carry spaces/low-values and are treated as zero.   *
      *****************************************************************
           05  PAY-EXPENSE-IMPORT.
               10  PAY-TE-ACCOUNTABLE-AMT PIC 9(7)V99 COMP-3.
               10  PAY-TE-TAXABLE-AMT     PIC 9(7)V99 COMP-3.
      *****************************************************************
      * Suspense entry this record was recycled from: the refusing    *
      * run's ID and the record's input position in that run, set by  *
      * the recycle step so the calculation run can close the entry   *
      * when it pays the record. Records not recycled carry spaces/   *
      * low-values here.                                              *
      *****************************************************************
           05  PAY-SUSPENSE-REF.
               10  PAY-SUSP-RUN-DATE      PIC 9(8) COMP-3.
               10  PAY-SUSP-INPUT-SEQ     PIC 9(7) COMP-3.
      *****************************************************************
      * Equity compensation vest (RSU) built by the vest import: the  *
      * vest income is carried as an imputed item and taxed at the    *
      * supplemental rate, and the fair market value of the shares    *
      * the broker withheld for taxes is a non-cash offset against    *
      * net pay, so no check or deposit is cut for it. Records not    *
      * built by the import carry spaces/low-values here. A vest      *
      * record pays no salary, is taken for a terminated employee     *
      * whose grant still vests, and pays out no leave balance.       *
      *****************************************************************
           05  PAY-EQUITY-VEST-INFO.
               10  PAY-EQUITY-VEST-FLAG   PIC X.
                   88  PAY-EQUITY-VEST    VALUE 'Y'.
               10  PAY-EQUITY-WITHHELD-VALUE
                                          PIC 9(7)V99 COMP-3.
           05  PAY-FILLER                 PIC X(2).
