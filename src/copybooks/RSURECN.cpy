      *****************************************************************
      * RSURECN.cpy - RSU Vest Tax Reconciliation Record to Broker     *
      *                                                                *
      * This copybook defines the reconciliation returned to the       *
      * stock plan broker for one vest from its vest file: the vest    *
      * income and the value of the shares the broker withheld, set    *
      * against the federal, Social Security, Medicare, state, and     *
      * other taxes payroll withholds and remits on the vest. An       *
      * employee with several vests in the file has the taxes on the   *
      * combined vest check spread over the vests by income, the last  *
      * vest taking the rounding.                                      *
      *                                                                *
      * The difference is how far the shares-withheld value and the    *
      * taxes are apart, and the status says which way: excess when    *
      * the broker withheld more than the taxes (the broker's to       *
      * return to the employee), short when the shares withheld fell   *
      * short and payroll collects the rest from the employee. A       *
      * rejected vest carries no taxes and its reason; no payroll      *
      * input was built for it. A vest whose check the calculation run *
      * did not pay (refused or suspended) carries no taxes and is     *
      * marked not paid.                                               *
      *                                                                *
      * The file is written by the vest import's tie-out run after the *
      * calculation run, from the vest checks on the pay history, so   *
      * the taxes are the taxes actually withheld and remitted.        *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  RSU-RECON-RECORD.
           05  RSR-EMP-ID                 PIC X(6).
           05  RSR-GRANT-ID               PIC X(10).
           05  RSR-VEST-DATE              PIC 9(8).
           05  RSR-BROKER-ACCOUNT         PIC X(12).
           05  RSR-PAY-PERIOD-ID          PIC 9(6).
           05  RSR-RECON-STATUS           PIC X.
               88  RSR-BALANCED           VALUE 'B'.
               88  RSR-EXCESS-WITHHELD    VALUE 'E'.
               88  RSR-SHORT-WITHHELD     VALUE 'S'.
               88  RSR-REJECTED           VALUE 'R'.
               88  RSR-NOT-PAID           VALUE 'N'.
           05  RSR-SHARES-VESTED          PIC 9(7)V9(4).
           05  RSR-FMV-PER-SHARE          PIC 9(5)V9(4).
           05  RSR-VEST-INCOME            PIC 9(9)V99.
           05  RSR-SHARES-WITHHELD        PIC 9(7)V9(4).
           05  RSR-WITHHELD-VALUE         PIC 9(9)V99.
           05  RSR-TAXES-REMITTED.
               10  RSR-FEDERAL-TAX        PIC 9(7)V99.
               10  RSR-SOCIAL-SEC-TAX     PIC 9(7)V99.
               10  RSR-MEDICARE-TAX       PIC 9(7)V99.
               10  RSR-STATE-TAX          PIC 9(7)V99.
               10  RSR-OTHER-TAX          PIC 9(7)V99.
               10  RSR-TOTAL-TAX          PIC 9(7)V99.
           05  RSR-DIFFERENCE             PIC 9(9)V99.
           05  RSR-REJECT-REASON          PIC X(30).
           05  RSR-FILLER                 PIC X(20).
