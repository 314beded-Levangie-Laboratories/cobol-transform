      *****************************************************************
      * W2CEXT.cpy - Employee W-2c Print Data Record                   *
      *                                                                *
      * This copybook defines one employee's Form W-2c (Corrected      *
      * Wage and Tax Statement) print data written by W2CORR: the      *
      * employer and employee identification, and for every W-2 box    *
      * the amount previously reported and the correct amount, with   *
      * a flag marking the boxes being corrected - only those are      *
      * printed on the form. The box 13 retirement plan and third-     *
      * party sick pay indicators are carried the same way.            *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  W2C-PRINT-RECORD.
           05  W2CX-COMPANY-CODE          PIC X(2).
           05  W2CX-EMPLOYER-EIN          PIC X(9).
           05  W2CX-EMPLOYER-NAME         PIC X(16).
           05  W2CX-TAX-YEAR              PIC 9(4).
           05  W2CX-EMP-ID                PIC X(6).
           05  W2CX-EMP-SSN               PIC 9(9).
           05  W2CX-EMP-LAST-NAME         PIC X(20).
           05  W2CX-EMP-FIRST-NAME        PIC X(15).
           05  W2CX-EMP-ADDRESS-LINE-1    PIC X(30).
           05  W2CX-EMP-CITY              PIC X(20).
           05  W2CX-EMP-STATE             PIC X(2).
           05  W2CX-EMP-ZIP               PIC X(10).
           05  W2CX-STATE-CODE            PIC X(2).
      *****************************************************************
      * Where the previously reported amounts came from: the saved     *
      * copy of the filed W-2 extract, or rebuilt from pay history     *
      *****************************************************************
           05  W2CX-ORIGINAL-SOURCE       PIC X.
               88  W2CX-FROM-FILED-COPY   VALUE 'F'.
               88  W2CX-FROM-HISTORY      VALUE 'H'.
           05  W2CX-CHANGED-COUNT         PIC 9(2).
           05  W2CX-BOX OCCURS 15 TIMES.
               10  W2CX-BOX-CODE          PIC X(4).
               10  W2CX-BOX-CHANGED-SW    PIC X.
                   88  W2CX-BOX-CHANGED   VALUE 'Y'.
               10  W2CX-PREVIOUS-AMOUNT   PIC 9(8)V99 COMP-3.
               10  W2CX-CORRECT-AMOUNT    PIC 9(8)V99 COMP-3.
           05  W2CX-PREV-RETIREMENT-IND   PIC X.
           05  W2CX-CORR-RETIREMENT-IND   PIC X.
           05  W2CX-PREV-SICK-PAY-IND     PIC X.
           05  W2CX-CORR-SICK-PAY-IND     PIC X.
           05  FILLER                     PIC X(20).
