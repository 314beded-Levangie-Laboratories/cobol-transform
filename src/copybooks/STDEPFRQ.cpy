      *****************************************************************
      * STDEPFRQ.cpy - State Withholding Deposit Frequency Record      *
      *                                                                *
      * This copybook defines one company's deposit schedule with one  *
      * state's withholding account: how often the state withholding  *
      * (and SDI, where the state collects it through the withholding  *
      * account) is deposited, the due-day rule for that frequency,    *
      * and the state's acceleration threshold. STDEP loads the table  *
      * at initialization. A row with a blank company code applies to  *
      * every company without a row of its own for the state.         *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  STATE-DEPOSIT-FREQ-RECORD.
           05  SDF-COMPANY-CODE           PIC X(2).
           05  SDF-STATE-CODE             PIC X(2).
      *****************************************************************
      * Due-day rule by frequency:                                    *
      *  N next-day  - due the Nth banking day after the check date   *
      *                (zero means the first)                         *
      *  S semiweekly- paydays Wed-Fri due the following Wednesday,   *
      *                Sat-Tue the following Friday (days unused)     *
      *  M monthly   - due the Nth of the following month (zero       *
      *                means the 15th)                                *
      *  Q quarterly - due the Nth of the month after the quarter     *
      *                (zero means that month's last day)             *
      * Every due date is rolled forward off weekends and banking     *
      * holidays.                                                     *
      *****************************************************************
           05  SDF-FREQUENCY              PIC X.
               88  SDF-NEXT-DAY           VALUE 'N'.
               88  SDF-SEMIWEEKLY         VALUE 'S'.
               88  SDF-MONTHLY            VALUE 'M'.
               88  SDF-QUARTERLY          VALUE 'Q'.
               88  SDF-VALID-FREQUENCY    VALUE 'N' 'S' 'M' 'Q'.
           05  SDF-DUE-DAYS               PIC 9(2).
      *****************************************************************
      * Threshold rule: once the liability accumulated toward one     *
      * regular due date reaches the threshold, the check date that   *
      * reached it is deposited on the accelerated frequency instead  *
      * and the accumulation starts over. A zero threshold means the  *
      * state has no acceleration rule.                               *
      *****************************************************************
           05  SDF-THRESHOLD-AMOUNT       PIC 9(9)V99 COMP-3.
           05  SDF-ACCEL-FREQUENCY        PIC X.
           05  SDF-ACCEL-DUE-DAYS         PIC 9(2).
           05  SDF-INCLUDE-SDI-IND        PIC X.
               88  SDF-INCLUDE-SDI        VALUE 'Y'.
           05  SDF-PAYEE-ID               PIC X(10).
           05  SDF-STATE-ACCOUNT          PIC X(20).
           05  SDF-FILLER                 PIC X(10).
