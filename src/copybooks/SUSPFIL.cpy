      *****************************************************************
      * SUSPFIL.cpy - Payroll Suspense Record                          *
      *                                                                *
      * This copybook defines one payroll input record the calculation *
      * run (PAYCALC) refused, held whole in the suspense file with    *
      * the reason and the run that refused it, keyed by that run's    *
      * ID and the record's position in the run's input. The record   *
      * is corrected and released through SUSPMNT, fed into the next   *
      * regular or off-cycle run by SUSPRCY, and closed when that run  *
      * pays it. SUSPAGE ages every item not yet paid.                 *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  SUSPENSE-RECORD.
           05  SUSP-KEY.
               10  SUSP-RUN-DATE          PIC 9(8).
               10  SUSP-INPUT-SEQ         PIC 9(7).
           05  SUSP-EMP-ID                PIC X(6).
           05  SUSP-PERIOD-ID             PIC 9(6).
           05  SUSP-PERIOD-END            PIC 9(8).
      *****************************************************************
      * The check date the record missed on this suspension, and the   *
      * date and check date of the first suspension of the same pay    *
      * (carried forward when a recycled record is refused again, so   *
      * the aging runs from the first missed check)                    *
      *****************************************************************
           05  SUSP-CHECK-DATE            PIC 9(8).
           05  SUSP-FIRST-SUSPENDED-DATE  PIC 9(8).
           05  SUSP-FIRST-CHECK-DATE      PIC 9(8).
           05  SUSP-PRIOR-KEY.
               10  SUSP-PRIOR-RUN-DATE    PIC 9(8).
               10  SUSP-PRIOR-INPUT-SEQ   PIC 9(7).
           05  SUSP-REASON                PIC X(100).
           05  SUSP-STATUS                PIC X.
               88  SUSP-OPEN              VALUE 'O'.
               88  SUSP-CORRECTED         VALUE 'C'.
               88  SUSP-RECYCLED          VALUE 'R'.
               88  SUSP-PAID              VALUE 'P'.
               88  SUSP-SUPERSEDED        VALUE 'S'.
               88  SUSP-CANCELLED         VALUE 'X'.
               88  SUSP-UNPAID            VALUE 'O' 'C' 'R'.
           05  SUSP-STATUS-DATE           PIC 9(8).
           05  SUSP-LAST-USER             PIC X(15).
           05  SUSP-CORRECTION-COUNT      PIC 9(3).
      *****************************************************************
      * The run the corrected record was recycled into                 *
      *****************************************************************
           05  SUSP-RECYCLE-PERIOD-ID     PIC 9(6).
           05  SUSP-RECYCLE-CHECK-DATE    PIC 9(8).
      *****************************************************************
      * The refused PAYROLL-DATA-RECORD as it was read, corrected in   *
      * place by the maintenance program                               *
      *****************************************************************
           05  SUSP-PAYROLL-IMAGE         PIC X(600).
           05  SUSP-FILLER                PIC X(20).
