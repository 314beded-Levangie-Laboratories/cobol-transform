      *****************************************************************
      * RSUVEST.cpy - Broker Restricted Stock Unit Vest Record         *
      *                                                                *
      * This copybook defines one vest event from the stock plan       *
      * broker's vest file: the employee, the grant that vested, the   *
      * vest date, the shares released, the fair market value per      *
      * share on the vest date, and the shares the broker withheld     *
      * (sold to cover) for taxes. The broker reports fractional       *
      * shares to four decimal places. The vest import prices the      *
      * vest income and the shares-withheld value from these and       *
      * builds the off-cycle payroll input for the vest.               *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  RSU-VEST-RECORD.
           05  RSV-EMP-ID                 PIC X(6).
           05  RSV-GRANT-ID               PIC X(10).
           05  RSV-VEST-DATE              PIC 9(8).
           05  RSV-SHARES-VESTED          PIC 9(7)V9(4).
           05  RSV-FMV-PER-SHARE          PIC 9(5)V9(4).
           05  RSV-SHARES-WITHHELD        PIC 9(7)V9(4).
           05  RSV-BROKER-ACCOUNT         PIC X(12).
           05  RSV-FILLER                 PIC X(20).
