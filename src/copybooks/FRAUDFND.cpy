      *****************************************************************
      * FRAUDFND.cpy - Payroll Fraud Sweep Finding Record              *
      *                                                                *
      * This copybook defines one finding written by the periodic      *
      * fraud sweep (FRAUDSWP) for internal audit follow-up: a         *
      * deposit account or home address shared between employees, a   *
      * payment with no punches, time, or leave behind it, a payment   *
      * for a period after separation, or a master record untouched    *
      * for years. The file carries full identifiers and is printed    *
      * only through the restricted register (RESTREG), which logs     *
      * every production of it.                                        *
      *                                                                *
      * Date Created: 2026-10-15                                       *
      * Author: COBOL Payroll System                                   *
      *****************************************************************

       01  FRAUD-FINDING-RECORD.
           05  FF-SWEEP-DATE              PIC 9(8).
           05  FF-WINDOW-START            PIC 9(8).
           05  FF-WINDOW-END              PIC 9(8).
           05  FF-FINDING-TYPE            PIC X(2).
               88  FF-SHARED-ACCOUNT      VALUE 'BA'.
               88  FF-SHARED-ADDRESS      VALUE 'AD'.
               88  FF-PAID-AFTER-TERM     VALUE 'PT'.
               88  FF-PAID-WITHOUT-TIME   VALUE 'NT'.
               88  FF-DORMANT-MASTER      VALUE 'DM'.
           05  FF-EMP-ID                  PIC X(6).
           05  FF-EMP-NAME                PIC X(30).
           05  FF-EMP-STATUS              PIC X.
      *****************************************************************
      * The other employee on a shared account or address; spaces on  *
      * the single-employee findings                                   *
      *****************************************************************
           05  FF-RELATED-EMP-ID          PIC X(6).
           05  FF-RELATED-EMP-NAME        PIC X(30).
      *****************************************************************
      * Finding detail: the shared routing/account or address, the    *
      * separation date and pay period, or the hire date              *
      *****************************************************************
           05  FF-DETAIL                  PIC X(40).
      *****************************************************************
      * The check date (latest check for a payment without time), or  *
      * the last master change date (zeros when none is on the log),  *
      * the gross paid, and the number of checks                       *
      *****************************************************************
           05  FF-DATE                    PIC 9(8).
           05  FF-AMOUNT                  PIC S9(7)V99 COMP-3.
           05  FF-COUNT                   PIC 9(5).
           05  FF-FILLER                  PIC X(20).
