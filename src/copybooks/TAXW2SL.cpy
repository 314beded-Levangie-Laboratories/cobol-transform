      *****************************************************************
      * TAXW2SL.cpy - W-2 State and Local Line Extract Record          *
      *                                                                *
      * This copybook defines one W-2 box 15-20 line: one state and    *
      * local jurisdiction an employee was actually taxed in during    *
      * the year. TAXRPT rebuilds the lines from the year's pay        *
      * history at each W-2 run and writes them in the same employee   *
      * order as the W-2 extract (TAXEXTW2.cpy), numbered from 1. A    *
      * state with more than one locality carries its state wages and  *
      * tax on its first line only; later lines for the state carry    *
      * the locality amounts alone. The single state/local fields on   *
      * the W-2 extract record hold the line with the most state       *
      * wages.                                                         *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  W2-STATE-LINE-RECORD.
           05  W2SL-COMPANY-CODE          PIC X(2).
           05  W2SL-TAX-YEAR              PIC 9(4).
           05  W2SL-EMP-ID                PIC X(6).
           05  W2SL-LINE-NUMBER           PIC 9(2).
           05  W2SL-STATE-CODE            PIC X(2).
           05  W2SL-STATE-WAGES           PIC 9(8)V99 COMP-3.
           05  W2SL-STATE-TAX-WITHHELD    PIC 9(7)V99 COMP-3.
           05  W2SL-LOCAL-CODE            PIC X(5).
           05  W2SL-LOCAL-WAGES           PIC 9(8)V99 COMP-3.
           05  W2SL-LOCAL-TAX-WITHHELD    PIC 9(7)V99 COMP-3.
      *****************************************************************
      * 'H' = built from pay history; 'M' = no history for the year,  *
      * taken from the master's YTD accumulators and work state       *
      *****************************************************************
           05  W2SL-SOURCE                PIC X.
               88  W2SL-FROM-HISTORY      VALUE 'H'.
               88  W2SL-FROM-MASTER       VALUE 'M'.
           05  FILLER                     PIC X(10).
