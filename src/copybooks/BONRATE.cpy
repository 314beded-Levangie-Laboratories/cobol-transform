      *****************************************************************
      * BONRATE.cpy - Employee Performance Rating Record               *
      *                                                                *
      * This copybook defines one employee's performance rating for a  *
      * bonus plan year, 1 (lowest) through 5 (highest). BONUSALC      *
      * looks up the rating's multiplier on the employee's department  *
      * bonus pool; an employee with no rating for the plan year is    *
      * left out of the allocation and listed as excluded.             *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  BONUS-RATING-RECORD.
           05  BR-EMP-ID                  PIC X(6).
           05  BR-PLAN-YEAR               PIC 9(4).
           05  BR-RATING                  PIC X.
               88  BR-RATING-VALID        VALUE '1' THRU '5'.
           05  BR-FILLER                  PIC X(9).
