      *****************************************************************
      * BONPOOL.cpy - Annual Bonus Pool Record                         *
      *                                                                *
      * This copybook defines one department's annual bonus pool for  *
      * a plan year: the pool amount Finance has approved for the     *
      * company and department, and the multiplier applied to each     *
      * performance rating (1 lowest through 5 highest) when the pool  *
      * is split. BONUSALC allocates each pool across the             *
      * department's eligible employees by eligible earnings times     *
      * the rating multiplier.                                         *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  BONUS-POOL-RECORD.
           05  BP-PLAN-YEAR               PIC 9(4).
           05  BP-COMPANY-CODE            PIC X(2).
           05  BP-DEPARTMENT              PIC X(4).
           05  BP-POOL-AMOUNT             PIC 9(9)V99 COMP-3.
           05  BP-RATING-MULTIPLIER       PIC 9(1)V99 COMP-3
                                          OCCURS 5 TIMES.
           05  BP-FILLER                  PIC X(10).
