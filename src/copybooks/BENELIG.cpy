      *****************************************************************
      * BENELIG.cpy - Benefit Plan Eligibility Rule Record             *
      *                                                                *
      * This copybook defines one row of the plan eligibility rules    *
      * table ELIGCALC applies to work out each employee's benefit    *
      * eligibility dates. A rule is keyed by the paying company       *
      * (spaces = every company without a rule of its own), the        *
      * benefit, and the plan code (spaces = every plan of that        *
      * benefit without a rule of its own):                            *
      *                                                                *
      *  - the waiting period in days from the hire date, and whether  *
      *    coverage starts the day after it ('D') or on the first of   *
      *    the following month ('M')                                   *
      *  - the scheduled weekly hours the employee must meet; zero =   *
      *    no hours requirement                                        *
      *  - the rehire rule: an employee rehired within this many days  *
      *    of the prior termination has the waiting period waived      *
      *  - the enrollment window in days from the eligibility date     *
      *                                                                *
      * A benefit with no rule has no waiting period.                  *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  BENEFIT-ELIG-RULE-RECORD.
           05  BER-COMPANY-CODE           PIC X(2).
           05  BER-BENEFIT-TYPE           PIC X.
               88  BER-HEALTH             VALUE 'H'.
               88  BER-DENTAL             VALUE 'D'.
               88  BER-VISION             VALUE 'V'.
               88  BER-FSA                VALUE 'F'.
               88  BER-HSA                VALUE 'S'.
           05  BER-PLAN-CODE              PIC X(3).
           05  BER-WAITING-DAYS           PIC 9(3).
           05  BER-START-RULE             PIC X.
               88  BER-START-NEXT-DAY     VALUE 'D' ' '.
               88  BER-START-FIRST-OF-MONTH
                                          VALUE 'M'.
           05  BER-MIN-WEEKLY-HOURS       PIC 9(2)V99.
           05  BER-REHIRE-WAIVE-DAYS      PIC 9(3).
           05  BER-ENROLL-WINDOW-DAYS     PIC 9(3).
           05  BER-FILLER                 PIC X(20).
