      *****************************************************************
      * SEVPOL.cpy - Severance Policy Table Record                     *
      *                                                                *
      * This copybook defines one severance policy formula: weeks of   *
      * pay per year of service, bounded by a minimum and a maximum    *
      * number of weeks, the COBRA premium subsidy the policy          *
      * provides, and the number of installments the severance pays    *
      * in when the termination does not say. SEVCALC computes each    *
      * separated employee's severance from the policy named on the    *
      * termination input and schedules it for SCHEDGEN to pay.        *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

      *****************************************************************
      * A partial-service indicator of 'Y' credits completed months   *
      * of a partial year as a fraction of a year; otherwise only     *
      * completed years of service count.                             *
      *****************************************************************
       01  SEVERANCE-POLICY-RECORD.
           05  SVP-POLICY-CODE            PIC X(4).
           05  SVP-DESCRIPTION            PIC X(30).
           05  SVP-WEEKS-PER-YEAR         PIC 9(2)V99 COMP-3.
           05  SVP-MINIMUM-WEEKS          PIC 9(3)V99 COMP-3.
           05  SVP-MAXIMUM-WEEKS          PIC 9(3)V99 COMP-3.
           05  SVP-PARTIAL-SERVICE-IND    PIC X.
               88  SVP-PRORATE-PARTIAL    VALUE 'Y'.
           05  SVP-COBRA-MONTHS           PIC 9(2).
           05  SVP-COBRA-MONTHLY-AMT      PIC 9(5)V99 COMP-3.
           05  SVP-DEFAULT-INSTALLMENTS   PIC 9(2).
           05  SVP-FILLER                 PIC X(10).
