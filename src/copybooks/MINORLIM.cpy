      *****************************************************************
      * MINORLIM.cpy - Minor Labor Hours Limit Table Record            *
      *                                                                *
      * This copybook defines one state's hours limits for working     *
      * minors in one age band, read by the minor labor compliance     *
      * check (MINORCHK). A state with no row for the employee's age   *
      * falls back to the '**' row for the age band (the federal       *
      * child labor limits). Hours limits are in hours and tenths;     *
      * times are HHMM on a 24-hour clock. A zero limit means the      *
      * state sets none for the band. The summer latest end applies    *
      * June through August in place of the school-season latest end   *
      * when it is non-zero.                                           *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  MINOR-LIMIT-RECORD.
           05  ML-STATE-CODE              PIC X(2).
           05  ML-AGE-FROM                PIC 9(2).
           05  ML-AGE-TO                  PIC 9(2).
           05  ML-SCHOOL-DAY-HOURS        PIC 9(2)V9.
           05  ML-NONSCHOOL-DAY-HOURS     PIC 9(2)V9.
           05  ML-SCHOOL-WEEK-HOURS       PIC 9(2)V9.
           05  ML-NONSCHOOL-WEEK-HOURS    PIC 9(2)V9.
           05  ML-EARLIEST-START          PIC 9(4).
           05  ML-LATEST-END              PIC 9(4).
           05  ML-SUMMER-LATEST-END       PIC 9(4).
           05  ML-FILLER                  PIC X(20).
