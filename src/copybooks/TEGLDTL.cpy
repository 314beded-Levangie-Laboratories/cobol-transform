      *****************************************************************
      * TEGLDTL.cpy - Expense Reimbursement GL Detail Record           *
      *                                                                *
      * This copybook defines one imported expense claim's share of   *
      * the reimbursement paid through payroll, carrying the claim's  *
      * own GL expense account: the accountable (non-taxable) part    *
      * and the taxable part of a claim are separate lines. The       *
      * expense import appends these keyed by employee and pay period *
      * end date; PAYCALC debits each claim's account for the amount  *
      * it pays instead of posting it with the employee's other       *
      * earnings, and the import checks claim IDs already here so a   *
      * claim is never imported twice.                                 *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  TE-GL-DETAIL-RECORD.
           05  TEG-EMP-ID                 PIC X(6).
           05  TEG-PERIOD-END-DATE        PIC 9(8).
           05  TEG-CLAIM-ID               PIC X(12).
           05  TEG-DEPARTMENT             PIC X(4).
           05  TEG-GL-ACCOUNT             PIC X(10).
           05  TEG-TAX-TREATMENT          PIC X.
               88  TEG-ACCOUNTABLE        VALUE 'A'.
               88  TEG-TAXABLE            VALUE 'T'.
           05  TEG-AMOUNT                 PIC 9(7)V99.
           05  TEG-FILLER                 PIC X(15).
