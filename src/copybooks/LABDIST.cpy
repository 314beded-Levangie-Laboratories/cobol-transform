      * home department when no allocation instructions exist), so     *
      * finance can post labor cost where it was worked.               *
      *                                                                *
      * The company code is the paying company; the charge company is  *
      * the company whose department the share is charged to. They     *
      * differ only on an intercompany allocation line, which ICCHARGE *
      * bills back from the paying company to the charge company.      *
      *                                                                *
      * Date Created: 2026-08-22                                       *
      * Author: COBOL Payroll System                                  *
      *****************************************************************
           05  LD-GROSS-SHARE             PIC S9(7)V99 COMP-3.
           05  LD-EMPLOYER-FICA-SHARE     PIC S9(7)V99 COMP-3.
           05  LD-EMPLOYER-UI-SHARE       PIC S9(7)V99 COMP-3.
           05  LD-CHARGE-COMPANY          PIC X(2).
           05  LD-FILLER                  PIC X(8).
