      *****************************************************************
      * GLRULE.cpy - General Ledger Posting Rule Record                *
      *                                                                *
      * This copybook defines one GL posting rule, keyed by company,   *
      * department, line type, and code, giving the debit and credit   *
      * accounts a journal line for that code posts to. The code is    *
      * the HD-CODE written to HISTDTL for earnings and tax lines, or  *
      * the DEDUCT-CODE from DEDUCFILE for deduction lines. A space    *
      * company or department is a wildcard; GLRESOLV tries the exact  *
      * company/department first, then the company's any-department    *
      * rule, then the any-company rules.                              *
      *                                                                *
      * Which side a line posts to follows its line type: earnings     *
      * post to the debit account, taxes, deductions, and net pay to   *
      * the credit account, and accrual entries ('A') post both sides. *
      * A void reverses the same accounts. A rule of line type 'S'     *
      * names the company's suspense account for lines with no rule.   *
      *                                                                *
      * Intercompany chargeback rules ('I') serve ICCHARGE: codes      *
      * 'WAG' and 'BUR' give the wage and employer burden expense the  *
      * charged company debits and the recovery account the paying     *
      * company credits, each looked up under its own company; code    *
      * 'DUE' carries the other company's code in the department and   *
      * gives the due-from (debit) and due-to (credit) accounts.       *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  GL-POSTING-RULE-RECORD.
           05  GLR-KEY.
               10  GLR-COMPANY-CODE       PIC X(2).
               10  GLR-DEPARTMENT         PIC X(4).
               10  GLR-LINE-TYPE          PIC X.
                   88  GLR-EARNING-RULE   VALUE 'E'.
                   88  GLR-TAX-RULE       VALUE 'T'.
                   88  GLR-DEDUCTION-RULE VALUE 'D'.
                   88  GLR-NET-PAY-RULE   VALUE 'N'.
                   88  GLR-ACCRUAL-RULE   VALUE 'A'.
                   88  GLR-SUSPENSE-RULE  VALUE 'S'.
                   88  GLR-INTERCOMPANY-RULE
                                          VALUE 'I'.
               10  GLR-CODE               PIC X(3).
           05  GLR-DEBIT-ACCOUNT          PIC X(10).
           05  GLR-DEBIT-NAME             PIC X(30).
           05  GLR-CREDIT-ACCOUNT         PIC X(10).
           05  GLR-CREDIT-NAME            PIC X(30).
           05  GLR-FILLER                 PIC X(10).
