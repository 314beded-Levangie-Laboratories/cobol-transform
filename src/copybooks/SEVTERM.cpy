      *****************************************************************
      * SEVTERM.cpy - Severance Termination Input Record               *
      *                                                                *
      * This copybook defines one separated employee to be given       *
      * severance: the severance policy that applies, the separation   *
      * date service is measured to, and whether the severance pays    *
      * as a lump sum or in installments. SEVCALC reads these and      *
      * writes the resulting scheduled payments and the agreement      *
      * worksheet.                                                     *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

      *****************************************************************
      * An installment count of zero takes the policy's default        *
      * number of installments.                                        *
      *****************************************************************
       01  SEVERANCE-TERM-RECORD.
           05  SVT-EMP-ID                 PIC X(6).
           05  SVT-POLICY-CODE            PIC X(4).
           05  SVT-SEPARATION-DATE        PIC 9(8).
           05  SVT-PAYMENT-METHOD         PIC X.
               88  SVT-LUMP-SUM           VALUE 'L'.
               88  SVT-INSTALLMENTS       VALUE 'I'.
           05  SVT-INSTALLMENT-COUNT      PIC 9(2).
           05  SVT-PREPARED-BY            PIC X(15).
           05  SVT-FILLER                 PIC X(10).
