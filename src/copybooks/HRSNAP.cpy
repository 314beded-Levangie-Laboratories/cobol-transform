      *****************************************************************
      * HRSNAP.cpy - HR System Employee Snapshot Record                *
      *                                                                *
      * This copybook defines one employee on the HR system's nightly  *
      * full-employee snapshot, in employee ID order: the              *
      * demographics, contact details, position, department, and       *
      * status HR maintains, and the payroll-owned values the HR       *
      * system also happens to hold (federal filing status, primary    *
      * direct deposit account, first garnishment case). The inbound   *
      * comparison proposes the HR-owned values as maintenance         *
      * transactions and only reports the payroll-owned ones - they    *
      * are never carried onto the master from the feed.              *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  HR-SNAPSHOT-RECORD.
           05  HRS-EMP-ID                 PIC X(6).
           05  HRS-PERSONAL-INFO.
               10  HRS-LAST-NAME          PIC X(20).
               10  HRS-FIRST-NAME         PIC X(15).
               10  HRS-MIDDLE-INIT        PIC X.
               10  HRS-GENDER             PIC X.
               10  HRS-BIRTH-DATE         PIC 9(8).
               10  HRS-SSN                PIC 9(9).
               10  HRS-MARITAL-STATUS     PIC X.
               10  HRS-ETHNICITY-CODE     PIC X.
           05  HRS-CONTACT-INFO.
               10  HRS-ADDRESS-LINE-1     PIC X(30).
               10  HRS-ADDRESS-LINE-2     PIC X(30).
               10  HRS-CITY               PIC X(20).
               10  HRS-STATE              PIC X(2).
               10  HRS-ZIP                PIC X(10).
               10  HRS-PHONE              PIC X(15).
               10  HRS-EMAIL              PIC X(50).
           05  HRS-EMPLOYMENT-INFO.
               10  HRS-HIRE-DATE          PIC 9(8).
               10  HRS-DEPARTMENT         PIC X(4).
               10  HRS-POSITION           PIC X(20).
               10  HRS-STATUS             PIC X.
               10  HRS-TERM-DATE          PIC 9(8).
               10  HRS-COMPANY-CODE       PIC X(2).
      *****************************************************************
      * Payroll-owned values as HR holds them: compared and reported, *
      * never proposed. Spaces mean HR does not carry the value       *
      *****************************************************************
           05  HRS-PAYROLL-OWNED-INFO.
               10  HRS-FED-FILING-STATUS  PIC X.
               10  HRS-DD-ROUTING-NUM     PIC X(9).
               10  HRS-DD-ACCOUNT-NUM     PIC X(17).
               10  HRS-GARN-CASE-NUMBER   PIC X(10).
           05  HRS-FILLER                 PIC X(20).
