      * taxable wages for the quarter, and a 'T' total record          *
      * closing the state section. All money fields are display        *
      * format with implied decimals, as the state import              *
      * specifications require. Each company files its own sections:  *
      * the employer record carries the company's FEIN, its SUI        *
      * account number with the state, and the experience rate the    *
      * state assigned it for the quarter's year.                     *
      *                                                                *
      * Date Created: 2026-08-22                                       *
      * Author: COBOL Payroll System                                  *
           05  SUI-E-FIELDS REDEFINES SUI-DETAIL.
               10  SUI-EMPLOYER-FEIN      PIC X(10).
               10  SUI-QUARTER-END        PIC 9(8).
               10  SUI-EMPLOYER-ACCOUNT   PIC X(20).
               10  SUI-EXPERIENCE-RATE    PIC 9V9(5).
               10  FILLER                 PIC X(36).
           05  SUI-T-FIELDS REDEFINES SUI-DETAIL.
               10  SUI-EMP-COUNT          PIC 9(6).
               10  SUI-TOT-WAGES          PIC 9(11)V99.
