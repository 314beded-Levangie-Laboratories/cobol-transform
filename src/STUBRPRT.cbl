      *   2026-09-01  The history scan now positions by key on the    *
      *               requested employee and date range instead of    *
      *               passing the whole pay history file.             *
      *   2026-10-15  Meal and rest period premium lines ('MLP',      *
      *               'RSP') rebuild the stub's premium line and      *
      *               hours; the memo lines already inside other      *
      *               earnings (tips, comp time) are no longer added  *
      *               to it a second time.                            *
      *   2026-10-15  The final-check vacation payout memo line       *
      *               ('PTP') is skipped like the other memo lines.   *
      *   2026-10-15  Military differential lines ('MDP') rebuild the *
      *               stub's differential line; the equity vest       *
      *               shares-withheld line ('EQW') is skipped like    *
      *               the other memo lines.                           *
      *                                                               *
      * Date Created: 2026-08-22                                      *
      * Author: COBOL Payroll System                                  *
           05  WS-STUB-FLSA-RATE          PIC 9(4)V99 COMP-3.
           05  WS-STUB-FLSA-PREMIUM       PIC 9(7)V99 COMP-3.
           05  WS-STUB-TIP-TOPUP          PIC 9(7)V99 COMP-3.
           05  WS-STUB-SDI-TAX            PIC 9(7)V99 COMP-3.
           05  WS-STUB-LST-TAX            PIC 9(5)V99 COMP-3.
           05  WS-STUB-MEAL-REST-PREMIUM  PIC 9(7)V99 COMP-3.
           05  WS-STUB-MILITARY-DIFF      PIC 9(7)V99 COMP-3.

       01  WS-DETAIL-TABLE.
           05  WS-HD-COUNT                PIC 9(4) COMP-3 VALUE ZEROS.
                               WS-OVERTIME-PAY
                           MOVE WS-HD-HOURS (WS-HD-INDEX) TO
                               PAY-OVERTIME-HOURS IN WS-PAYROLL-DATA
                       WHEN 'MLP'
                           ADD WS-HD-AMOUNT (WS-HD-INDEX) TO
                               WS-OTHER-PAY
                               WS-STUB-MEAL-REST-PREMIUM
                           MOVE WS-HD-HOURS (WS-HD-INDEX) TO
                               PAY-MEAL-PREMIUM-HOURS IN WS-PAYROLL-DATA
                       WHEN 'RSP'
                           ADD WS-HD-AMOUNT (WS-HD-INDEX) TO
                               WS-OTHER-PAY
                               WS-STUB-MEAL-REST-PREMIUM
                           MOVE WS-HD-HOURS (WS-HD-INDEX) TO
                               PAY-REST-PREMIUM-HOURS IN WS-PAYROLL-DATA
                       WHEN 'MDP'
                           ADD WS-HD-AMOUNT (WS-HD-INDEX) TO
                               WS-OTHER-PAY
                               WS-STUB-MILITARY-DIFF
      *****************************************************************
      * Memo lines - the amount is already inside other earnings       *
      *****************************************************************
                       WHEN 'TIP'
                       WHEN 'CTB'
                       WHEN 'CTU'
                       WHEN 'CTP'
                       WHEN 'PTP'
                       WHEN 'EQW'
                           CONTINUE
                       WHEN OTHER
                           ADD WS-HD-AMOUNT (WS-HD-INDEX) TO
                               WS-OTHER-PAY
