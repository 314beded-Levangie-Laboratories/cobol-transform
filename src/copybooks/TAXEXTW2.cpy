      * run for tipped employees of large food establishments         *
      *****************************************************************
           05  W2-ALLOCATED-TIPS          PIC 9(7)V99 COMP-3.
      *****************************************************************
      * Military differential pay for the year (box 14, MIL DIFF).    *
      * Included in the box 1 and state wages above, but left out of  *
      * the Social Security and Medicare wages, since the payments    *
      * are not FICA wages.                                           *
      *****************************************************************
           05  W2-MILITARY-DIFF-PAY       PIC 9(7)V99 COMP-3.
