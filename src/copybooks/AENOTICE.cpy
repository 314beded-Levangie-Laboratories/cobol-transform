      *****************************************************************
      * AENOTICE.cpy - 401(k) Automatic Enrollment Notice Record       *
      *                                                                *
      * This copybook defines one line of the automatic enrollment     *
      * notice extract built by AUTOENRL for the notice mailing: an    *
      * eligible employee with no deferral election of their own, the  *
      * default deferral that will be withheld, the date it starts     *
      * unless the employee opts out first, and the yearly automatic   *
      * increase up to the plan cap.                                   *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  AUTO-ENROLL-NOTICE-RECORD.
           05  AEN-EMP-ID                 PIC X(6).
           05  AEN-COMPANY-CODE           PIC X(2).
           05  AEN-LAST-NAME              PIC X(20).
           05  AEN-FIRST-NAME             PIC X(15).
           05  AEN-ADDRESS-LINE-1         PIC X(30).
           05  AEN-ADDRESS-LINE-2         PIC X(30).
           05  AEN-CITY                   PIC X(20).
           05  AEN-STATE                  PIC X(2).
           05  AEN-ZIP                    PIC X(10).
           05  AEN-EMAIL                  PIC X(50).
           05  AEN-ELIG-DATE              PIC 9(8).
           05  AEN-NOTICE-DATE            PIC 9(8).
           05  AEN-OPT-OUT-DEADLINE       PIC 9(8).
           05  AEN-DEFAULT-PERCENT        PIC 9(2)V99.
           05  AEN-ESCALATION-PERCENT     PIC 9(2)V99.
           05  AEN-CAP-PERCENT            PIC 9(2)V99.
           05  AEN-FILLER                 PIC X(10).
