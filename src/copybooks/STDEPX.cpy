      *****************************************************************
      * STDEPX.cpy - State Withholding Deposit Payment Extract Record  *
      *                                                                *
      * This copybook defines one state withholding deposit payment:   *
      * the company and state it is owed by and to, the deposit due    *
      * date, the latest check date it covers, the total it settles    *
      * (state income tax withheld plus SDI where the state collects   *
      * it with withholding) and the rule that set the due date. One   *
      * record is written per company, state and due date; the         *
      * consolidated AP interface picks the file up as a remittance    *
      * source.                                                        *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  STATE-DEPOSIT-RECORD.
           05  SDX-COMPANY-CODE           PIC X(2).
           05  SDX-STATE-CODE             PIC X(2).
           05  SDX-DUE-DATE               PIC 9(8).
           05  SDX-PERIOD-END-DATE        PIC 9(8).
           05  SDX-AMOUNT                 PIC S9(9)V99 COMP-3.
           05  SDX-STATE-TAX-AMOUNT       PIC S9(9)V99 COMP-3.
           05  SDX-SDI-AMOUNT             PIC S9(9)V99 COMP-3.
           05  SDX-RULE-CODE              PIC X.
               88  SDX-RULE-NEXT-DAY      VALUE 'N'.
               88  SDX-RULE-SEMIWEEKLY    VALUE 'S'.
               88  SDX-RULE-MONTHLY       VALUE 'M'.
               88  SDX-RULE-QUARTERLY     VALUE 'Q'.
           05  SDX-ACCELERATED-IND        PIC X.
               88  SDX-ACCELERATED        VALUE 'Y'.
           05  SDX-PAYEE-ID               PIC X(10).
           05  SDX-STATE-ACCOUNT          PIC X(20).
           05  SDX-FILLER                 PIC X(10).
