      *****************************************************************
      * WORKLOC.cpy - Period Work Location Record                      *
      *                                                                *
      * This copybook defines one line of where an employee worked    *
      * during a pay period: the state and the hours (or, for staff   *
      * not on the time clock, the days) worked there, keyed by       *
      * employee and pay period end date. TIMEIMP appends these from  *
      * the work state on the punch pairs; field staff off the clock  *
      * are keyed in by hand. A zero period end applies the line to   *
      * whatever period is being paid. PAYCALC splits the period's    *
      * taxable wages across the states in proportion to the hours,   *
      * or to the days when no hours are given. An employee with no   *
      * lines, or whose only state is the work state on the master,   *
      * is taxed in that one state as before.                          *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  WORK-LOCATION-RECORD.
           05  WL-EMPLOYEE-ID             PIC X(6).
           05  WL-PERIOD-END-DATE         PIC 9(8).
           05  WL-WORK-STATE              PIC X(2).
           05  WL-HOURS-WORKED            PIC 9(3)V99.
           05  WL-DAYS-WORKED             PIC 9(2)V9.
           05  WL-SOURCE                  PIC X.
               88  WL-FROM-PUNCHES        VALUE 'P'.
               88  WL-KEYED               VALUE 'K' ' '.
           05  WL-FILLER                  PIC X(15).
