      *****************************************************************
      * STEPMAP.cpy - Batch Pipeline Predecessor Map                   *
      *                                                                *
      * This copybook defines the order of the batch pipeline: each    *
      * pipeline program and the steps that must be complete for the  *
      * period before it may open its inputs. STEPCHK enforces it at   *
      * every step start, and BATCHSLA walks it backward from the      *
      * period's last step to find the window's critical path, so the  *
      * order is kept in one place for both.                           *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

      *****************************************************************
      * Predecessor map: each pipeline program and up to three steps   *
      * of which at least one must be complete for the period before   *
      * it may open its inputs. The slots are alternates: the edit     *
      * accepts payroll input staged by the time import, by the        *
      * pre-edit salaried sweep, or by the emergency generator, so     *
      * any one of them satisfies the verify. Programs not on the      *
      * map verify no predecessors.                                    *
      *****************************************************************
       01  WS-PREDECESSOR-MAP-DATA.
           05  FILLER PIC X(32) VALUE 'TIMEIMP'.
           05  FILLER PIC X(32) VALUE 'PREEDIT'.
           05  FILLER PIC X(32) VALUE 'EMERGPAY'.
           05  FILLER PIC X(32) VALUE
               'PAYEDIT TIMEIMP EMERGPAYPREEDIT'.
           05  FILLER PIC X(32) VALUE 'PAYCALC PAYEDIT'.
           05  FILLER PIC X(32) VALUE 'PAYMERGEPAYCALC'.
           05  FILLER PIC X(32) VALUE 'POSPAY  PAYCALC'.
           05  FILLER PIC X(32) VALUE 'VENDREM PAYCALC'.
           05  FILLER PIC X(32) VALUE 'GARNREM PAYCALC'.
           05  FILLER PIC X(32) VALUE 'UNIONREMPAYCALC'.
           05  FILLER PIC X(32) VALUE 'FEDDEP  PAYCALC'.
           05  FILLER PIC X(32) VALUE 'STDEP   PAYCALC'.

       01  WS-PREDECESSOR-MAP REDEFINES WS-PREDECESSOR-MAP-DATA.
           05  WS-MAP-ENTRY OCCURS 12 TIMES.
               10  WS-MAP-PROGRAM         PIC X(8).
               10  WS-MAP-PRED OCCURS 3 TIMES
                                          PIC X(8).
