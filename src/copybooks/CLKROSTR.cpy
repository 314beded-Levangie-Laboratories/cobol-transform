      *****************************************************************
      * CLKROSTR.cpy - Time Clock Employee Roster Record               *
      *                                                                *
      * This copybook defines one employee on the roster sent to the   *
      * time clock system, in the fixed layout the clock vendor        *
      * loads: who may punch, under which department and position     *
      * (and second job), whether the employee is hourly or salaried,  *
      * and whether minor labor restrictions apply. The same layout   *
      * is kept as the roster-sent snapshot, with a blank action, so  *
      * each daily run sends only what changed since the last roster. *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  CLOCK-ROSTER-RECORD.
      *****************************************************************
      * 'A' new hire, 'R' reactivation, 'T' termination (stop punch   *
      * acceptance after the term date), 'C' department, position,    *
      * second job, pay type, minor status, or other change           *
      *****************************************************************
           05  CLR-ACTION                 PIC X.
               88  CLR-ADD                VALUE 'A'.
               88  CLR-REACTIVATE         VALUE 'R'.
               88  CLR-TERMINATE          VALUE 'T'.
               88  CLR-CHANGE             VALUE 'C'.
               88  CLR-SNAPSHOT           VALUE ' '.
           05  CLR-EMP-ID                 PIC X(6).
           05  CLR-EFFECTIVE-DATE         PIC 9(8).
           05  CLR-LAST-NAME              PIC X(20).
           05  CLR-FIRST-NAME             PIC X(15).
           05  CLR-STATUS                 PIC X.
               88  CLR-ACTIVE             VALUE 'A'.
               88  CLR-ON-LEAVE           VALUE 'L'.
               88  CLR-INACTIVE           VALUE 'T' 'R' 'D'.
           05  CLR-HIRE-DATE              PIC 9(8).
           05  CLR-TERM-DATE              PIC 9(8).
           05  CLR-COMPANY-CODE           PIC X(2).
           05  CLR-DEPARTMENT             PIC X(4).
           05  CLR-POSITION               PIC X(20).
           05  CLR-JOB2-IND               PIC X.
               88  CLR-JOB2-ACTIVE        VALUE 'Y'.
           05  CLR-JOB2-DEPARTMENT        PIC X(4).
           05  CLR-JOB2-POSITION          PIC X(20).
           05  CLR-PAY-TYPE               PIC X.
               88  CLR-HOURLY             VALUE 'H'.
               88  CLR-SALARIED           VALUE 'S'.
      *****************************************************************
      * Minor: under 18 on the roster date; restrictions lift on the  *
      * 18th birthday                                                 *
      *****************************************************************
           05  CLR-MINOR-IND              PIC X.
               88  CLR-MINOR              VALUE 'Y'.
               88  CLR-ADULT              VALUE 'N'.
           05  CLR-ADULT-DATE             PIC 9(8).
           05  CLR-WORK-SITE              PIC X(4).
           05  CLR-SUPERVISOR-ID          PIC X(6).
           05  CLR-FILLER                 PIC X(20).
