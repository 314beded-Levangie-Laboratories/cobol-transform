      *****************************************************************
      * SCHEDBX.cpy - Form 941 Schedule B Daily Liability Extract      *
      *                                                                *
      * This copybook defines one quarter's Schedule B (Report of Tax  *
      * Liability for Semiweekly Schedule Depositors) for one paying   *
      * company/FEIN, built by SCHEDB from the pay history by check    *
      * date. Each day's liability is federal withholding plus both    *
      * the employee and employer halves of social security and        *
      * medicare - the same liability FEDDEP schedules deposits from.  *
      * The quarter total is carried beside the 941 extract's total    *
      * liability for the same company and quarter, with the           *
      * difference, so the two filings cannot go out disagreeing.      *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  SCHEDB-EXTRACT-RECORD.
           05  SBX-COMPANY-CODE           PIC X(2).
           05  SBX-FEIN-ID                PIC X(10).
           05  SBX-TAX-YEAR               PIC 9(4).
           05  SBX-QUARTER                PIC 9(1).
           05  SBX-MONTH OCCURS 3 TIMES.
               10  SBX-CALENDAR-MONTH     PIC 9(2).
               10  SBX-DAY-LIABILITY OCCURS 31 TIMES
                                          PIC S9(9)V99 COMP-3.
               10  SBX-MONTH-TOTAL        PIC S9(9)V99 COMP-3.
           05  SBX-QUARTER-TOTAL          PIC S9(11)V99 COMP-3.
           05  SBX-941-TOTAL-LIABILITY    PIC S9(11)V99 COMP-3.
           05  SBX-DIFFERENCE             PIC S9(11)V99 COMP-3.
           05  SBX-BALANCED-FLAG          PIC X.
               88  SBX-BALANCED           VALUE 'Y'.
               88  SBX-OUT-OF-BALANCE     VALUE 'N'.
           05  SBX-FILLER                 PIC X(10).
