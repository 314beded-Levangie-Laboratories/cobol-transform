      *****************************************************************
      * VESTSVC.cpy - 401(k) Vesting Service Record                    *
      *                                                                *
      * This copybook defines one participant's vesting service line   *
      * for the retirement plan recordkeeper, built by VESTCALC as of  *
      * the end of a plan year: the service start date that counts     *
      * (the first hire, or the rehire when earlier service was lost   *
      * to a break in service), the plan year's hours, years of        *
      * vesting service (plan years of 1,000 hours or more), the       *
      * vested percentage from the plan schedule, and the employer     *
      * match accumulated since the service start with its vested     *
      * share and, for a terminated participant, the forfeiture. All   *
      * numeric fields are display format as the recordkeeper's file   *
      * specification requires.                                        *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  VESTING-SERVICE-RECORD.
           05  VSV-PLAN-YEAR              PIC 9(4).
           05  VSV-COMPANY-CODE           PIC X(2).
           05  VSV-EMP-SSN                PIC 9(9).
           05  VSV-EMP-ID                 PIC X(6).
           05  VSV-LAST-NAME              PIC X(20).
           05  VSV-FIRST-NAME             PIC X(15).
           05  VSV-SERVICE-START-DATE     PIC 9(8).
           05  VSV-HIRE-DATE              PIC 9(8).
           05  VSV-TERM-DATE              PIC 9(8).
           05  VSV-STATUS                 PIC X.
           05  VSV-PLAN-YEAR-HOURS        PIC 9(5)V99.
           05  VSV-VESTING-YEARS          PIC 9(2).
           05  VSV-BREAK-YEARS            PIC 9(2).
      *****************************************************************
      * 'Y' rehired inside the break-in-service window with earlier    *
      * service restored, 'N' rehired after it with earlier service    *
      * lost, space never rehired                                      *
      *****************************************************************
           05  VSV-SERVICE-RESTORED-IND   PIC X.
               88  VSV-SERVICE-RESTORED   VALUE 'Y'.
               88  VSV-SERVICE-LOST       VALUE 'N'.
           05  VSV-VESTED-PERCENT         PIC 9(3)V99.
           05  VSV-EMPLOYER-MATCH         PIC 9(7)V99.
           05  VSV-VESTED-MATCH           PIC 9(7)V99.
           05  VSV-FORFEITURE             PIC 9(7)V99.
           05  VSV-FILLER                 PIC X(10).
