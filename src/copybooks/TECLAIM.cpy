      *****************************************************************
      * TECLAIM.cpy - Approved Travel and Expense Claim Record         *
      *                                                                *
      * This copybook defines one approved expense claim line from the *
      * expense system, to be reimbursed through payroll: the          *
      * employee, the expense type and amount, whether receipts or an  *
      * adequate accounting substantiate it, the per diem days and     *
      * the federal daily rate for the travel locality, the business   *
      * miles driven, and the GL expense account and department the    *
      * claim is charged to. The import decides from these how much    *
      * of each claim falls under the accountable plan (non-taxable)   *
      * and how much is taxable wages.                                 *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  TE-CLAIM-RECORD.
           05  TEC-CLAIM-ID               PIC X(12).
           05  TEC-EMP-ID                 PIC X(6).
           05  TEC-APPROVED-DATE          PIC 9(8).
           05  TEC-EXPENSE-DATE           PIC 9(8).
           05  TEC-EXPENSE-TYPE           PIC X(3).
               88  TEC-AIRFARE            VALUE 'AIR'.
               88  TEC-LODGING            VALUE 'LOD'.
               88  TEC-MEALS              VALUE 'MEA'.
               88  TEC-PER-DIEM           VALUE 'PDM'.
               88  TEC-MILEAGE            VALUE 'MIL'.
               88  TEC-CAR-ALLOWANCE      VALUE 'CAR'.
               88  TEC-OTHER-EXPENSE      VALUE 'OTH'.
           05  TEC-AMOUNT                 PIC 9(7)V99.
           05  TEC-SUBSTANTIATED-IND      PIC X.
               88  TEC-SUBSTANTIATED      VALUE 'Y'.
               88  TEC-NOT-SUBSTANTIATED  VALUE 'N' ' '.
      *****************************************************************
      * Per diem only: days in travel status and the federal (GSA)    *
      * daily rate for the locality; mileage only: business miles     *
      *****************************************************************
           05  TEC-PER-DIEM-DAYS          PIC 9(3).
           05  TEC-FEDERAL-DAILY-RATE     PIC 9(3)V99.
           05  TEC-BUSINESS-MILES         PIC 9(5).
           05  TEC-GL-ACCOUNT             PIC X(10).
           05  TEC-DEPARTMENT             PIC X(4).
           05  TEC-DESCRIPTION            PIC X(30).
           05  TEC-FILLER                 PIC X(20).
