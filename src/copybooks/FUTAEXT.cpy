           05  FSA-SDI-STATE              PIC X(2).
           05  FSA-TAXABLE-SDI-WAGES      PIC 9(7)V99 COMP-3.
           05  FSA-SDI-ER-LIABILITY       PIC 9(7)V99 COMP-3.
      *****************************************************************
      * Paying company the employee was paid under on the check, so   *
      * each company's SUI wage detail and 940 figures stay apart.    *
      * Records from before multi-company accrual carry spaces.       *
      *****************************************************************
           05  FSA-COMPANY-CODE           PIC X(2).
