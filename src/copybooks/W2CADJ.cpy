      *****************************************************************
      * W2CADJ.cpy - W-2c Prior-Period 941-X Adjustment Record         *
      *                                                                *
      * This copybook defines one W-2c box correction's effect on the  *
      * Form 941 figures of the quarter the corrected amount was paid  *
      * in, written by W2CORR for every box 1-6 correction. QTRBAL     *
      * reads these alongside the 941 extract so the corrected figures *
      * for the 941-X can be balanced. Deltas are correct less         *
      * previously reported; only the field of the box corrected is    *
      * non-zero.                                                      *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  W2C-ADJUSTMENT-RECORD.
           05  W2CA-COMPANY-CODE          PIC X(2).
           05  W2CA-TAX-YEAR              PIC 9(4).
           05  W2CA-QUARTER               PIC 9(1).
           05  W2CA-EMP-ID                PIC X(6).
           05  W2CA-BOX-CODE              PIC X(4).
           05  W2CA-PROCESS-DATE          PIC 9(8).
           05  W2CA-WAGES-DELTA           PIC S9(9)V99 COMP-3.
           05  W2CA-FED-TAX-DELTA         PIC S9(9)V99 COMP-3.
           05  W2CA-SS-WAGES-DELTA        PIC S9(9)V99 COMP-3.
           05  W2CA-SS-TAX-DELTA          PIC S9(9)V99 COMP-3.
           05  W2CA-MED-WAGES-DELTA       PIC S9(9)V99 COMP-3.
           05  W2CA-MED-TAX-DELTA         PIC S9(9)V99 COMP-3.
           05  FILLER                     PIC X(10).
