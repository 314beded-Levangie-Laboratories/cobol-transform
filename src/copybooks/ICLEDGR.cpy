      *****************************************************************
      * ICLEDGR.cpy - Intercompany Labor Chargeback Ledger Record      *
      *                                                                *
      * This copybook defines one run's intercompany labor charge for  *
      * one paying company, charged company, and department, posted   *
      * by ICCHARGE from that run's labor distribution and booked in   *
      * the month of the run's check date. The key carries the run's   *
      * check date and run type, so posting the same run again         *
      * replaces its charge instead of billing it twice.               *
      *                                                                *
      * The amounts billed are the wage share and the employer FICA    *
      * and unemployment burden. The debit and credit totals are what  *
      * the chargeback journal posted on each company's books, so the  *
      * monthly billing statement can prove both sides net to zero.    *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  IC-LEDGER-RECORD.
           05  ICL-KEY.
               10  ICL-YEAR               PIC 9(4).
               10  ICL-MONTH              PIC 9(2).
               10  ICL-PAY-COMPANY        PIC X(2).
               10  ICL-CHARGE-COMPANY     PIC X(2).
               10  ICL-DEPARTMENT         PIC X(4).
               10  ICL-CHECK-DATE         PIC 9(8).
               10  ICL-RUN-TYPE           PIC X.
           05  ICL-WAGES                  PIC S9(9)V99 COMP-3.
           05  ICL-EMPLOYER-FICA          PIC S9(9)V99 COMP-3.
           05  ICL-EMPLOYER-UI            PIC S9(9)V99 COMP-3.
           05  ICL-LINE-COUNT             PIC 9(5) COMP-3.
           05  ICL-PAYER-DEBITS           PIC S9(9)V99 COMP-3.
           05  ICL-PAYER-CREDITS          PIC S9(9)V99 COMP-3.
           05  ICL-CHARGE-DEBITS          PIC S9(9)V99 COMP-3.
           05  ICL-CHARGE-CREDITS         PIC S9(9)V99 COMP-3.
           05  ICL-SUSPENSE-LINES         PIC 9(3) COMP-3.
           05  ICL-PERIOD-ID              PIC 9(6).
           05  ICL-POSTED-DATE            PIC 9(8).
           05  ICL-FILLER                 PIC X(20).
