      *****************************************************************
      * SCHLCAL.cpy - School Session Calendar Record                   *
      *                                                                *
      * This copybook defines one school term in session for a work    *
      * state (or '**' for every state): the first and last dates of   *
      * the term. The minor labor compliance check (MINORCHK) treats   *
      * a Monday through Friday inside a term as a school day and a    *
      * Sunday-to-Saturday week containing one as a school week.       *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  SCHOOL-CALENDAR-RECORD.
           05  SC-STATE-CODE              PIC X(2).
           05  SC-TERM-START-DATE         PIC 9(8).
           05  SC-TERM-END-DATE           PIC 9(8).
           05  SC-TERM-NAME               PIC X(20).
           05  SC-FILLER                  PIC X(10).
