      *****************************************************************
      * WHATIFRQ.cpy - Paycheck What-If Request Record                 *
      *                                                                *
      * This copybook defines one employee's paycheck modeling         *
      * request: a proposed W-4, 401(k) election, and/or medical,      *
      * dental, and vision plan change. PAYWHATF reprices the          *
      * employee's most recent regular period as-is and with the       *
      * proposed changes and prints the two side by side. Nothing on   *
      * the request is applied to the employee master.                 *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

      *****************************************************************
      * Each group is modeled only when its change indicator is 'Y'   *
      * (for a plan, when the plan code is not spaces - '000' models  *
      * dropping the coverage). A plan amount of zero leaves the      *
      * plan's cost to the deduction type table.                      *
      *****************************************************************
       01  WHATIF-REQUEST-RECORD.
           05  WIR-EMP-ID                 PIC X(6).
           05  WIR-REQUESTED-BY           PIC X(15).
           05  WIR-W4-CHANGE.
               10  WIR-W4-CHANGE-IND      PIC X.
                   88  WIR-W4-CHANGED     VALUE 'Y'.
               10  WIR-FILING-STATUS      PIC X.
               10  WIR-FEDERAL-ALLOWANCES PIC 9(2).
               10  WIR-ADDITIONAL-FIT     PIC 9(5)V99.
               10  WIR-W4-FORM-VERSION    PIC X.
               10  WIR-W4-DEPENDENT-CREDIT PIC 9(5)V99.
               10  WIR-W4-OTHER-INCOME    PIC 9(7)V99.
               10  WIR-W4-EXTRA-DEDUCTIONS PIC 9(7)V99.
               10  WIR-W4-TWO-JOBS-IND    PIC X.
           05  WIR-401K-CHANGE.
               10  WIR-401K-CHANGE-IND    PIC X.
                   88  WIR-401K-CHANGED   VALUE 'Y'.
               10  WIR-401K-PERCENT       PIC 9(2)V99.
               10  WIR-401K-ROTH-PERCENT  PIC 9(2)V99.
           05  WIR-PLAN-CHANGES.
               10  WIR-HEALTH-PLAN-CODE   PIC X(3).
               10  WIR-HEALTH-DEDUCTION   PIC 9(5)V99.
               10  WIR-DENTAL-PLAN-CODE   PIC X(3).
               10  WIR-DENTAL-DEDUCTION   PIC 9(5)V99.
               10  WIR-VISION-PLAN-CODE   PIC X(3).
               10  WIR-VISION-DEDUCTION   PIC 9(5)V99.
           05  WIR-FILLER                 PIC X(10).
