               10  PERSONAL-EXEMPTION-AMOUNT PIC 9(6)V99 COMP-3.
               10  PERSONAL-EXEMPTION-PHASEOUT PIC 9(8)V99 COMP-3.
               10  TAX-CREDIT-RATE          PIC 9(2)V99 COMP-3.
      *****************************************************************
      * Pub 15-T nonresident alien amounts added to annualized wages  *
      * before federal withholding is figured: one for a 2020 or      *
      * later Form W-4, one for an earlier form. Tables from before   *
      * the amounts were carried hold low-values and TAXCALC uses the *
      * published amounts.                                            *
      *****************************************************************
               10  NRA-ADDL-WAGE-AMOUNT     PIC 9(6)V99 COMP-3.
               10  NRA-ADDL-WAGE-PRE2020    PIC 9(6)V99 COMP-3.
      
           05  TAX-TABLE-FILLER            PIC X(40).
