      *****************************************************************
      * LVPOLICY.cpy - Leave Policy Record                             *
      *                                                                *
      * This copybook defines one leave policy for one leave type,     *
      * keyed by policy code and leave type. The leave balance record  *
      * names the employee's policy. Accrual is a number of hours per  *
      * pay period ('P') or per hour worked ('H'), taken from the      *
      * years-of-service band the employee has reached since           *
      * EMP-HIRE-DATE (the highest band whose minimum years the        *
      * employee has served). Accrual stops at the maximum balance,    *
      * usage may take the balance no further below zero than the      *
      * negative floor, and the year-end leave run (LVYREND) carries   *
      * at most the carryover limit into the new year, forfeiting or   *
      * paying out the excess.                                         *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  LEAVE-POLICY-RECORD.
           05  LVP-KEY.
               10  LVP-POLICY-CODE        PIC X(4).
               10  LVP-LEAVE-TYPE         PIC X.
                   88  LVP-VACATION       VALUE 'V'.
                   88  LVP-SICK           VALUE 'S'.
                   88  LVP-PERSONAL       VALUE 'P'.
           05  LVP-DESCRIPTION            PIC X(30).
           05  LVP-ACCRUAL-BASIS          PIC X.
               88  LVP-PER-PERIOD         VALUE 'P'.
               88  LVP-PER-HOUR-WORKED    VALUE 'H'.
      *****************************************************************
      * Years-of-service bands in ascending order of minimum years;   *
      * the rate is hours per period or hours per hour worked         *
      *****************************************************************
           05  LVP-TIER-COUNT             PIC 9(1).
           05  LVP-TIER OCCURS 5 TIMES.
               10  LVP-TIER-MIN-YEARS     PIC 9(2).
               10  LVP-TIER-RATE          PIC 9(3)V9(4).
      *****************************************************************
      * A zero maximum balance means accrual is not capped. The       *
      * negative floor is the number of hours the balance may be      *
      * overdrawn; zero means usage may not overdraw it at all        *
      *****************************************************************
           05  LVP-MAX-BALANCE            PIC 9(5)V99.
           05  LVP-NEGATIVE-FLOOR         PIC 9(5)V99.
           05  LVP-CARRYOVER-RULE         PIC X.
               88  LVP-CARRYOVER-UNLIMITED VALUE 'U'.
               88  LVP-CARRYOVER-LIMITED  VALUE 'L'.
           05  LVP-CARRYOVER-LIMIT        PIC 9(5)V99.
           05  LVP-EXCESS-ACTION          PIC X.
               88  LVP-FORFEIT-EXCESS     VALUE 'F'.
               88  LVP-PAY-OUT-EXCESS     VALUE 'P'.
           05  LVP-FILLER                 PIC X(20).
