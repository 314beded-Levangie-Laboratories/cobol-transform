      *****************************************************************
      * ELIGNOTC.cpy - Benefit Enrollment Window Notice Record         *
      *                                                                *
      * This copybook defines one line of the weekly enrollment window *
      * notice extract built by ELIGCALC for the benefits mailing: an  *
      * employee whose enrollment window for a benefit opens in the    *
      * coming week ('O'), or closes in the coming week with no        *
      * election made ('C'), with the eligibility date and the window  *
      * dates.                                                         *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  ELIG-NOTICE-RECORD.
           05  ELN-NOTICE-TYPE            PIC X.
               88  ELN-WINDOW-OPENING     VALUE 'O'.
               88  ELN-WINDOW-CLOSING     VALUE 'C'.
           05  ELN-EMP-ID                 PIC X(6).
           05  ELN-COMPANY-CODE           PIC X(2).
           05  ELN-LAST-NAME              PIC X(20).
           05  ELN-FIRST-NAME             PIC X(15).
           05  ELN-ADDRESS-LINE-1         PIC X(30).
           05  ELN-ADDRESS-LINE-2         PIC X(30).
           05  ELN-CITY                   PIC X(20).
           05  ELN-STATE                  PIC X(2).
           05  ELN-ZIP                    PIC X(10).
           05  ELN-EMAIL                  PIC X(50).
           05  ELN-BENEFIT-TYPE           PIC X.
           05  ELN-ELIG-DATE              PIC 9(8).
           05  ELN-WINDOW-OPEN-DATE       PIC 9(8).
           05  ELN-WINDOW-CLOSE-DATE      PIC 9(8).
           05  ELN-FILLER                 PIC X(10).
