      *****************************************************************
      * W2CTRAN.cpy - W-2c Correction Transaction Record               *
      *                                                                *
      * This copybook defines one W-2 box correction keyed by payroll  *
      * for an employee's already-filed W-2: the tax year, the box     *
      * being corrected and its correct amount. W2CORR applies the     *
      * year's transactions against the W-2 values as last filed.      *
      *                                                                *
      * Box codes: 1, 2, 3, 4, 5, 6, 8, 12D (401(k)), 12AA (Roth       *
      * 401(k)), 14 (imputed income), SICK (third-party sick pay),     *
      * 16, 17, 18, 19 - left-justified.                               *
      *                                                                *
      * The quarter is the calendar quarter the corrected wages or     *
      * tax were paid in, carried to the 941-X adjustment file; zero   *
      * defaults to the fourth quarter.                                *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  W2C-TRANSACTION-RECORD.
           05  W2CT-EMP-ID                PIC X(6).
           05  W2CT-TAX-YEAR              PIC 9(4).
           05  W2CT-BOX-CODE              PIC X(4).
           05  W2CT-CORRECT-AMOUNT        PIC 9(8)V99.
           05  W2CT-QUARTER               PIC 9(1).
           05  W2CT-REASON                PIC X(30).
           05  W2CT-USER-ID               PIC X(15).
           05  FILLER                     PIC X(10).
