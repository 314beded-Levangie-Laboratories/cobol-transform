      *****************************************************************
      * LABACT.cpy - Posted Labor Actuals Record                       *
      *                                                                *
      * This copybook defines one run's labor actuals for one company, *
      * department, and cost center, posted from that run's labor      *
      * distribution by BUDVACT so year-to-date actuals survive after  *
      * the next calculation run replaces the labor distribution file. *
      * The key carries the run's check date and run type, so posting  *
      * the same run again replaces its actuals instead of adding them *
      * twice. Hours are the employee's regular and overtime hours     *
      * charged in the labor distribution percentage.                  *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  LABOR-ACTUAL-RECORD.
           05  LA-KEY.
               10  LA-YEAR                PIC 9(4).
               10  LA-PERIOD              PIC 9(2).
               10  LA-COMPANY-CODE        PIC X(2).
               10  LA-DEPARTMENT          PIC X(4).
               10  LA-COST-CENTER         PIC X(6).
               10  LA-CHECK-DATE          PIC 9(8).
               10  LA-RUN-TYPE            PIC X.
           05  LA-GROSS                   PIC S9(9)V99 COMP-3.
           05  LA-EMPLOYER-FICA           PIC S9(9)V99 COMP-3.
           05  LA-EMPLOYER-UI             PIC S9(9)V99 COMP-3.
           05  LA-REGULAR-HOURS           PIC 9(7)V99 COMP-3.
           05  LA-OVERTIME-HOURS          PIC 9(7)V99 COMP-3.
           05  LA-PERIOD-ID               PIC 9(6).
           05  LA-POSTED-DATE             PIC 9(8).
           05  LA-FILLER                  PIC X(20).
