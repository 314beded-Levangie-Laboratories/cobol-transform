      * before the LST existed carry low-values.                     *
      *****************************************************************
           05  HIST-LST-TAX               PIC S9(5)V99 COMP-3.
      *****************************************************************
      * Taxing jurisdiction for the period: the state whose income    *
      * tax was withheld (the work state, or the residence state      *
      * under reciprocity) and the local tax code, so the W-2 state   *
      * and local boxes can be built one line per jurisdiction.       *
      * Records archived before these fields existed carry            *
      * low-values and fall back to the master's work state and       *
      * local code.                                                   *
      *****************************************************************
           05  HIST-TAX-STATE             PIC X(2).
           05  HIST-TAX-LOCAL-CODE        PIC X(5).
      *****************************************************************
      * State split for a period worked in more than one state: the   *
      * wages allocated to and income tax withheld for each taxing    *
      * state (a residence-state entry can carry tax with no wages    *
      * after the credit for the other states). HIST-TAX-STATE above  *
      * is then the state with the most wages. A count of zero means  *
      * the single HIST-TAX-STATE took all the wages and tax; records *
      * archived before the split existed carry low-values.           *
      *****************************************************************
           05  HIST-STATE-SPLITS.
               10  HIST-STATE-SPLIT-COUNT PIC 9(1).
               10  HIST-STATE-SPLIT OCCURS 6 TIMES.
                   15  HIST-SPLIT-STATE   PIC X(2).
                   15  HIST-SPLIT-WAGES   PIC S9(7)V99 COMP-3.
                   15  HIST-SPLIT-TAX     PIC S9(7)V99 COMP-3.
      *****************************************************************
      * Wages for the period exempt from federal income tax under an  *
      * income tax treaty; kept off the W-2 and reported on the       *
      * 1042-S. Records archived before treaty exemption was tracked  *
      * carry low-values and are treated as zero.                     *
      *****************************************************************
           05  HIST-TREATY-EXEMPT         PIC S9(7)V99 COMP-3.
      *****************************************************************
      * Value of vested shares the broker withheld for taxes that was *
      * applied against net pay as a non-cash offset on an equity     *
      * vest check. Records archived before it was tracked carry      *
      * low-values and are treated as zero.                           *
      *****************************************************************
           05  HIST-EQUITY-OFFSET         PIC S9(7)V99 COMP-3.
      *****************************************************************
      * Taxes and deductions on an equity vest check that the shares  *
      * withheld fell short of, carried as a receivable from the      *
      * employee. Records archived before it was tracked carry        *
      * low-values and are treated as zero.                           *
      *****************************************************************
           05  HIST-EQUITY-SHORTFALL      PIC S9(7)V99 COMP-3.
      *****************************************************************
      * 'Y' on an equity vest check, so the broker tie-out after the  *
      * calculation run can find the vest checks it paid. Records     *
      * archived before it was tracked carry low-values (not a vest). *
      *****************************************************************
           05  HIST-EQUITY-VEST-FLAG      PIC X.
               88  HIST-EQUITY-VEST       VALUE 'Y'.
      *****************************************************************
      * Military differential pay for the period, inside gross pay    *
      * above but exempt from FICA and FUTA; kept so a void backs it  *
      * out of the YTD and activation totals. Records archived before *
      * it was tracked carry low-values and are treated as zero.      *
      *****************************************************************
           05  HIST-MILITARY-DIFF         PIC S9(7)V99 COMP-3.
