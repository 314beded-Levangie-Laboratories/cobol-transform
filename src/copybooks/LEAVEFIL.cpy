      * This copybook defines the structure of the leave balance       *
      * master file, keyed by employee ID. PAYCALC updates the         *
      * accrual and used-hours balances every pay period from the      *
      * PAY-LEAVE-TIME fields on the payroll data record. A record     *
      * naming a leave policy (LVPOLICY) accrues under that policy's   *
      * service bands, cap, and floor; a blank policy code keeps the   *
      * flat per-period accrual rates below.                           *
      *                                                                *
      * Date Created: 2025-07-09                                       *
      * Author: COBOL Payroll System                                   *
           05  LEAVE-YTD-MILITARY-USED    PIC 9(5)V99 COMP-3.
           05  LEAVE-YTD-OTHER-USED       PIC 9(5)V99 COMP-3.
           05  LEAVE-LAST-UPDATE-DATE     PIC 9(8).
           05  LEAVE-POLICY-CODE          PIC X(4).
      *****************************************************************
      * Compensatory time bank: hours banked from overtime worked by  *
      * an employee with the comp-time election, less comp time used. *
      * The year-to-date fields are hours banked and hours used this  *
      * calendar year. Records from before the bank existed carry     *
      * spaces in these positions and are treated as zero.            *
      *****************************************************************
           05  LEAVE-COMP-TIME-BALANCE    PIC S9(5)V99 COMP-3.
           05  LEAVE-YTD-COMP-TIME-EARNED PIC 9(5)V99 COMP-3.
           05  LEAVE-YTD-COMP-TIME-USED   PIC 9(5)V99 COMP-3.
           05  LEAVE-FILLER               PIC X(4).
