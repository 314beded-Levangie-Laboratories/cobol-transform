      *****************************************************************
      * VESTSCHD.cpy - 401(k) Employer Match Vesting Schedule Record   *
      *                                                                *
      * This copybook defines one row of the plan vesting schedule     *
      * VESTCALC applies to the employer match. Two row types share    *
      * the file, keyed by the paying company's plan (company code;    *
      * spaces = every company without rows of its own):               *
      *                                                                *
      *  'S' schedule step - the vested percentage reached at a number *
      *      of years of vesting service. A participant is vested at   *
      *      the step with the most years not above their service     *
      *  'B' break-in-service window - the number of consecutive       *
      *      one-year breaks (plan years of 500 hours or less) after   *
      *      which a rehired employee's earlier service is lost        *
      *                                                                *
      * With no rows on file VESTCALC uses the six-year graded         *
      * schedule (20% a year from two years, 100% at six) and a        *
      * five-year break-in-service window.                             *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  VESTING-SCHEDULE-RECORD.
           05  VS-COMPANY-CODE            PIC X(2).
           05  VS-ROW-TYPE                PIC X.
               88  VS-SCHEDULE-STEP       VALUE 'S'.
               88  VS-BREAK-WINDOW        VALUE 'B'.
           05  VS-SERVICE-YEARS           PIC 9(2).
           05  VS-VESTED-PERCENT          PIC 9(3)V99.
           05  VS-BREAK-YEARS             PIC 9(2).
           05  VS-FILLER                  PIC X(20).
