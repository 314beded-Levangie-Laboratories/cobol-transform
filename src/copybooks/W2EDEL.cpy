      *****************************************************************
      * W2EDEL.cpy - W-2 Electronic Delivery Export Record             *
      *                                                                *
      * This copybook defines one consenting employee's W-2 in a       *
      * structured, delimited-field-free form, the counterpart of the  *
      * printed Copies B, C and 2, so the employee-portal delivery     *
      * process can render it without re-parsing print lines. The      *
      * SSN is carried masked to its last four digits, as on the       *
      * printed copies. Each state and local line (boxes 15-20) is     *
      * carried in the line table; an employee with more lines than    *
      * the table holds is printed instead.                            *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  W2-EDELIVERY-RECORD.
           05  WX-COMPANY-CODE            PIC X(2).
           05  WX-TAX-YEAR                PIC 9(4).
           05  WX-EMP-ID                  PIC X(6).
           05  WX-EMP-MASKED-SSN          PIC X(11).
           05  WX-EMP-LAST-NAME           PIC X(20).
           05  WX-EMP-FIRST-NAME          PIC X(15).
           05  WX-EMP-EMAIL               PIC X(50).
           05  WX-CONSENT-DATE            PIC 9(8).
           05  WX-EMPLOYER-NAME           PIC X(16).
           05  WX-EMPLOYER-EIN            PIC X(9).
           05  WX-WAGES-TIPS-OTHER        PIC 9(8)V99 COMP-3.
           05  WX-FEDERAL-TAX-WITHHELD    PIC 9(7)V99 COMP-3.
           05  WX-SOCIAL-SEC-WAGES        PIC 9(8)V99 COMP-3.
           05  WX-SOCIAL-SEC-WITHHELD     PIC 9(7)V99 COMP-3.
           05  WX-MEDICARE-WAGES          PIC 9(8)V99 COMP-3.
           05  WX-MEDICARE-WITHHELD       PIC 9(7)V99 COMP-3.
           05  WX-ALLOCATED-TIPS          PIC 9(7)V99 COMP-3.
           05  WX-CODE-D-401K             PIC 9(7)V99 COMP-3.
           05  WX-CODE-AA-ROTH-401K       PIC 9(7)V99 COMP-3.
           05  WX-RETIREMENT-PLAN-IND     PIC X.
           05  WX-THIRD-PARTY-SICK-IND    PIC X.
           05  WX-STATE-LINE-COUNT        PIC 9(2) COMP-3.
           05  WX-STATE-LINE-AREA.
               10  WX-STATE-LINE OCCURS 8 TIMES.
                   15  WX-STATE-CODE      PIC X(2).
                   15  WX-STATE-WAGES     PIC 9(8)V99 COMP-3.
                   15  WX-STATE-TAX       PIC 9(7)V99 COMP-3.
                   15  WX-LOCAL-CODE      PIC X(5).
                   15  WX-LOCAL-WAGES     PIC 9(8)V99 COMP-3.
                   15  WX-LOCAL-TAX       PIC 9(7)V99 COMP-3.
