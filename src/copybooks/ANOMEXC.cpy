      *****************************************************************
      * ANOMEXC.cpy - Net Pay Anomaly Exception Extract Record         *
      *                                                                *
      * This copybook defines one exception flagged by the pre-release *
      * net pay anomaly screen (ANOMSCRN): a first-ever payment, a net *
      * swing beyond the threshold, or a payment following a recent    *
      * bank-account change. ANOMSCRN writes one record beside every   *
      * exception line on its printed report, so downstream programs  *
      * can route each exception to the employee's department.         *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  ANOMALY-EXCEPTION-RECORD.
           05  AX-PERIOD-ID               PIC 9(6).
           05  AX-CHECK-DATE              PIC 9(8).
           05  AX-EMP-ID                  PIC X(6).
           05  AX-EXCEPTION-TYPE          PIC X(10).
               88  AX-FIRST-PAY           VALUE 'FIRST PAY'.
               88  AX-NET-SWING           VALUE 'NET SWING'.
               88  AX-BANK-CHANGE         VALUE 'BANK CHG'.
           05  AX-NET-PAY                 PIC S9(7)V99 COMP-3.
           05  AX-TRAILING-AVERAGE        PIC S9(7)V99 COMP-3.
           05  AX-SWING-PERCENT           PIC S9(5)V99 COMP-3.
           05  AX-DETAIL                  PIC X(60).
           05  AX-FILLER                  PIC X(10).
