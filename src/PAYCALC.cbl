      *               the overpayment receivable file and posts an    *
      *               'OVP' arrears balance so the money is           *
      *               recovered automatically from future net pay.    *
      *   2026-10-15  GL export accounts come from the posting rules  *
      *               file through GLRESOLV, by company, department,  *
      *               and earnings/tax/deduction code, for the run's  *
      *               journal and the void reversal; lines with no    *
      *               rule post to suspense and are listed on the     *
      *               unmapped-codes report.                          *
      *   2026-10-15  DEDCALC is handed this check's place among the  *
      *               month's regular checks from the pay period      *
      *               calendar so deduction frequencies are honored,  *
      *               and an employee whose required deduction        *
      *               cannot be taken is refused.                     *
      *   2026-10-15  Leave accrues under the employee's leave policy *
      *               (LVPOLICY): the years-of-service band's rate    *
      *               per period or per hour worked, stopped at the   *
      *               policy maximum, with usage past the policy's    *
      *               negative floor refused.                         *
      *   2026-10-15  Pay history records the state the period's      *
      *               withholding was figured for and the local code, *
      *               so the W-2 state and local boxes can be rebuilt *
      *               per jurisdiction.                               *
      *   2026-10-15  The company table is loaded from the company    *
      *               master at startup, and SUTA accrues at the      *
      *               company's own experience rate for the UI state  *
      *               and check year when the master carries one.     *
      *   2026-10-15  Hourly employees with the comp-time election    *
      *               bank overtime at one and a half hours per hour  *
      *               up to their cap instead of being paid for it;   *
      *               comp time taken is paid at the regular rate,    *
      *               and a terminating employee's remaining bank is  *
      *               paid out at the final regular rate.             *
      *   2026-10-15  Meal and rest period premium hours found by the *
      *               time import are paid at the regular rate as     *
      *               their own 'MLP' and 'RSP' earnings in pay       *
      *               history, the GL journal, and on the stub.       *
      *   2026-10-15  Employees who worked in more than one state     *
      *               have the period's wages split across those      *
      *               states from the work location file, with state  *
      *               tax withheld in each and the residence state    *
      *               credited; the split is kept per state in pay    *
      *               history and listed on the allocation register.  *
      *   2026-10-15  Nonresident aliens: the NRA and FICA-exempt visa*
      *               status and the period's treaty-exempt wages     *
      *               (up to the annual treaty amount) go to TAXCALC; *
      *               the treaty-exempt wages are accumulated YTD for *
      *               the 1042-S, kept in pay history, and backed out *
      *               on a void.                                      *
      *   2026-10-15  Expense claims imported under the accountable   *
      *               plan are non-taxable in full, outside the       *
      *               reimbursement limit, and each claim part posts  *
      *               to its own GL expense account and department    *
      *               from the expense GL detail file.                *
      *   2026-10-15  The vacation balance paid out on a final check  *
      *               is archived as its own 'PTP' memo line in the   *
      *               history detail.                                 *
      *   2026-10-15  A record refused by the run is written whole to *
      *               the suspense file with the reason and run ID; a *
      *               record recycled from suspense closes its entry  *
      *               when paid, or is suspended again.               *
      *   2026-10-15  A labor allocation line may name the company    *
      *               whose department is charged; the labor          *
      *               distribution carries it as the charge company   *
      *               for the intercompany chargeback.                *
      *   2026-10-15  Equity vest checks: supplemental wages are      *
      *               tracked YTD for the 37 percent rate over $1     *
      *               million, and the value of shares withheld is a  *
      *               non-cash offset to net pay, posted to GL as     *
      *               'EQW' and archived in the history. A vest       *
      *               record pays no salary and touches no leave.     *
      *   2026-10-15  Military differential pay: while an employee's  *
      *               activation covers the period, the regular pay   *
      *               lost to the orders less the military pay is     *
      *               paid as 'MDP' earnings, withheld for income tax *
      *               but kept out of FICA and FUTA wages, and        *
      *               tracked YTD and for the activation.             *
      *   2026-10-15  Employee before-images are journaled at the     *
      *               full record length. A final check's vacation    *
      *               and comp-time payout closes the balances only   *
      *               in the period's leave update, so a record       *
      *               refused for a required deduction keeps them.    *
      *               The shares-withheld offset on a vest check is   *
      *               capped at the broker's withheld value. The      *
      *               calendar lookup for the deduction schedule no   *
      *               longer overruns its index.                      *
      *   2026-10-15  A voided check's GL reversal posts by the       *
      *               original earnings and deduction codes HISTDTL   *
      *               holds for it, spread over the check's labor     *
      *               allocation.                                     *
      *   2026-10-15  Employer FUTA/SUTA and workers' comp accruals   *
      *               are written only for a check that settles. An   *
      *               equity vest shortfall posts as an EQR           *
      *               receivable, is archived with the vest flag on   *
      *               PAYHIST and reverses on void. A void writes     *
      *               reversing labor distribution lines.             *
      *****************************************************************

       IDENTIFICATION DIVISION.
           RECORD KEY IS OVP-KEY
           FILE STATUS IS OVERPAY-FILE-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'SUSPENSE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUSP-KEY
           FILE STATUS IS SUSPENSE-FILE-STATUS.

           SELECT OPTIONAL LOAN-FILE ASSIGN TO 'LOANFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS UNLOCAL-FILE-STATUS.

           SELECT OPTIONAL LEAVE-POLICY-FILE ASSIGN TO 'LVPOLICY'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LVPOL-FILE-STATUS.

           SELECT OPTIONAL WC-RATE-FILE ASSIGN TO 'WCRATES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LABALLOC-FILE-STATUS.

           SELECT OPTIONAL WORK-LOCATION-FILE ASSIGN TO 'WORKLOC'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WORKLOC-FILE-STATUS.

           SELECT OPTIONAL TE-GL-DETAIL-FILE ASSIGN TO 'TEGLDTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TEGLDTL-FILE-STATUS.

           SELECT STATE-ALLOC-REGISTER ASSIGN TO 'STALLREG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STALLREG-FILE-STATUS.

           SELECT LABOR-DIST-FILE ASSIGN TO 'LABDIST'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ASCN-FILE-STATUS.

           SELECT OPTIONAL HISTORY-SCAN-FILE ASSIGN TO 'HISTDTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HSCN-FILE-STATUS.

           SELECT CARD-REGISTER-FILE ASSIGN TO 'CARDREG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           COPY OVPRECV REPLACING ==OVERPAY-RECEIVABLE-RECORD== BY
               ==OVERPAY-RECEIVABLE-RECORD-FILE==.

       FD  SUSPENSE-FILE.
           COPY SUSPFIL REPLACING ==SUSPENSE-RECORD== BY
               ==SUSPENSE-RECORD-FILE==.

       FD  UNION-LOCAL-FILE.
           COPY UNLOCAL REPLACING ==UNION-LOCAL-RECORD== BY
               ==UNION-LOCAL-RECORD-FILE==.

       FD  LEAVE-POLICY-FILE.
           COPY LVPOLICY REPLACING ==LEAVE-POLICY-RECORD== BY
               ==LEAVE-POLICY-RECORD-FILE==.

       FD  WC-RATE-FILE.
           COPY WCRATES REPLACING ==WC-RATE-RECORD== BY
               ==WC-RATE-RECORD-FILE==.
           COPY LABALLOC REPLACING ==LABOR-ALLOC-RECORD== BY
               ==LABOR-ALLOC-RECORD-FILE==.

       FD  WORK-LOCATION-FILE.
           COPY WORKLOC REPLACING ==WORK-LOCATION-RECORD== BY
               ==WORK-LOCATION-RECORD-FILE==.

       FD  TE-GL-DETAIL-FILE.
           COPY TEGLDTL REPLACING ==TE-GL-DETAIL-RECORD== BY
               ==TE-GL-DETAIL-RECORD-FILE==.

       FD  STATE-ALLOC-REGISTER.
       01  STATE-ALLOC-REGISTER-RECORD    PIC X(132).

       FD  LABOR-DIST-FILE.
           COPY LABDIST REPLACING ==LABOR-DIST-RECORD== BY
               ==LABOR-DIST-RECORD-FILE==.
               ==AUDIT-SCAN-RECORD-FILE==
               LEADING ==AUDIT-== BY ==ASCN-==.

       FD  HISTORY-SCAN-FILE.
           COPY HISTDTL REPLACING ==HISTORY-DETAIL-RECORD== BY
               ==HISTORY-SCAN-RECORD-FILE==
               LEADING ==HD-== BY ==HSCN-==.

       FD  CARD-REGISTER-FILE.
       01  CARD-REGISTER-RECORD.
           05  CRDREG-EMP-ID              PIC X(6).
               88  ARREARS-FILE-EOF       VALUE '10'.
           05  OVERPAY-FILE-STATUS        PIC X(2).
               88  OVERPAY-FILE-SUCCESS   VALUE '00' '05'.
           05  SUSPENSE-FILE-STATUS       PIC X(2).
               88  SUSPENSE-FILE-SUCCESS  VALUE '00' '05'.
           05  UNLOCAL-FILE-STATUS        PIC X(2).
               88  UNLOCAL-FILE-SUCCESS   VALUE '00' '05'.
               88  UNLOCAL-FILE-EOF       VALUE '10'.
           05  LVPOL-FILE-STATUS          PIC X(2).
               88  LVPOL-FILE-SUCCESS     VALUE '00' '05'.
               88  LVPOL-FILE-EOF         VALUE '10'.
           05  WCRATE-FILE-STATUS         PIC X(2).
               88  WCRATE-FILE-SUCCESS    VALUE '00' '05'.
               88  WCRATE-FILE-EOF        VALUE '10'.
           05  LABALLOC-FILE-STATUS       PIC X(2).
               88  LABALLOC-FILE-SUCCESS  VALUE '00' '05'.
               88  LABALLOC-FILE-EOF      VALUE '10'.
           05  WORKLOC-FILE-STATUS        PIC X(2).
               88  WORKLOC-FILE-SUCCESS   VALUE '00' '05'.
               88  WORKLOC-FILE-EOF       VALUE '10'.
           05  TEGLDTL-FILE-STATUS        PIC X(2).
               88  TEGLDTL-FILE-SUCCESS   VALUE '00' '05'.
               88  TEGLDTL-FILE-EOF       VALUE '10'.
           05  STALLREG-FILE-STATUS       PIC X(2).
               88  STALLREG-FILE-SUCCESS  VALUE '00'.
           05  LABDIST-FILE-STATUS        PIC X(2).
               88  LABDIST-FILE-SUCCESS   VALUE '00'.
           05  FUTA-FILE-STATUS           PIC X(2).
           05  ASCN-FILE-STATUS           PIC X(2).
               88  ASCN-FILE-SUCCESS      VALUE '00' '05'.
               88  ASCN-FILE-EOF          VALUE '10'.
           05  HSCN-FILE-STATUS           PIC X(2).
               88  HSCN-FILE-SUCCESS      VALUE '00' '05'.
               88  HSCN-FILE-EOF          VALUE '10'.
           05  CARDREG-FILE-STATUS        PIC X(2).
               88  CARDREG-FILE-SUCCESS   VALUE '00'.

                                            VALUE ZEROS.
           05  WS-REIMBURSE-NONTAXABLE     PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TE-ACCOUNTABLE           PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TE-TAXABLE               PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-KEYED-REIMBURSE          PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TAXABLE-GROSS-PAY        PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-GROSS-PAY-CALC           PIC 9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-STUB-LST-TAX             PIC 9(5)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-STUB-MEAL-REST-PREMIUM   PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-STUB-MILITARY-DIFF       PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.

      *****************************************************************
      * State minimum wage table, loaded once per run from MINWAGE     *
           05  WS-IMPUTED-INDEX            PIC 9(1) COMP-3 VALUE ZEROS.
           05  WS-IMPUTED-TOTAL            PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
      *****************************************************************
      * Equity vest: the part of the shares-withheld value applied    *
      * against net pay so the taxes on the vest income are covered   *
      * without a check, and the amount the taxes and deductions run  *
      * over the cash gross before the offset is applied              *
      *****************************************************************
           05  WS-EQUITY-OFFSET            PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-EQUITY-SHORTFALL         PIC S9(7)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-REIMBURSE-NONTAXABLE-LIMIT   PIC 9(5)V99 COMP-3
                                       VALUE 500.00.
                                       VALUE 2080.
       01  WS-LEAVE-PAYOUT-RATE            PIC 9(4)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-LEAVE-PAYOUT-HOURS           PIC S9(5)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-LEAVE-PAYOUT-PAY             PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-VAC-PAYOUT-SW                PIC X VALUE 'N'.
           88  WS-VAC-BALANCE-PAID-OUT     VALUE 'Y'.
       01  WS-ANNUALIZED-SALARY            PIC 9(9)V99 COMP-3
                                       VALUE ZEROS.

      *****************************************************************
      * Leave policies loaded from LVPOLICY, one entry per policy      *
      * code and leave type, and the work fields the period accrual    *
      * and the negative-floor check share                             *
      *****************************************************************
       01  WS-LEAVE-POLICY-TABLE.
           05  WS-LVP-COUNT                PIC 9(3) COMP-3
                                       VALUE ZEROS.
           05  WS-LVP-ENTRY OCCURS 60 TIMES.
               10  WS-LVP-POLICY-CODE      PIC X(4).
               10  WS-LVP-LEAVE-TYPE       PIC X.
               10  WS-LVP-ACCRUAL-BASIS    PIC X.
               10  WS-LVP-TIER-COUNT       PIC 9(1).
               10  WS-LVP-TIER OCCURS 5 TIMES.
                   15  WS-LVP-TIER-MIN-YEARS PIC 9(2).
                   15  WS-LVP-TIER-RATE    PIC 9(3)V9(4) COMP-3.
               10  WS-LVP-MAX-BALANCE      PIC 9(5)V99 COMP-3.
               10  WS-LVP-NEGATIVE-FLOOR   PIC 9(5)V99 COMP-3.
           05  WS-LVP-INDEX                PIC 9(4) COMP-3
                                       VALUE ZEROS.
           05  WS-LVP-TIER-INDEX           PIC 9(2) COMP-3
                                       VALUE ZEROS.

       01  WS-LEAVE-ACCRUAL-WORK.
           05  WS-LV-TYPE                  PIC X.
           05  WS-LV-POLICY-SLOT           PIC 9(3) COMP-3
                                       VALUE ZEROS.
           05  WS-LV-SERVICE-YEARS         PIC S9(4) COMP-3
                                       VALUE ZEROS.
           05  WS-LV-RATE                  PIC 9(3)V9(4) COMP-3
                                       VALUE ZEROS.
           05  WS-LV-FLAT-RATE             PIC 9(3)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-LV-BALANCE               PIC S9(5)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-LV-USED                  PIC 9(3)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-LV-ACCRUAL               PIC S9(5)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-LV-PROJECTED             PIC S9(5)V99 COMP-3
                                       VALUE ZEROS.

      *****************************************************************
      * Compensatory time bank work area. For an hourly employee with  *
      * the comp-time election, overtime hours are banked at the bank  *
      * rate until the balance reaches the cap, and only the overtime  *
      * beyond the cap is priced and paid. Comp time taken is paid at  *
      * the regular rate; a terminating employee's remaining bank is   *
      * paid out at the final regular rate                             *
      *****************************************************************
      *****************************************************************
      * Meal and rest period premium work area. The premium hours     *
      * come from the time import on the payroll data record and are  *
      * priced at the period's regular rate                           *
      *****************************************************************
       01  WS-MEAL-REST-PREMIUM-WORK.
           05  WS-MRP-RATE                 PIC 9(4)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-MRP-MEAL-HOURS           PIC 9(3)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-MRP-REST-HOURS           PIC 9(3)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-MRP-MEAL-PAY             PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-MRP-REST-PAY             PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-MRP-OTHER-PAY            PIC S9(7)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-COMP-TIME-WORK.
           05  WS-CT-BANK-RATE             PIC 9V99 COMP-3
                                       VALUE 1.50.
           05  WS-CT-STANDARD-CAP          PIC 9(3)V99 COMP-3
                                       VALUE 240.00.
           05  WS-CT-CAP                   PIC 9(3)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CT-BALANCE               PIC S9(5)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CT-ROOM                  PIC S9(5)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CT-BANKED-OT-HOURS       PIC 9(3)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CT-HOURS-EARNED          PIC 9(4)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CT-PAID-OT-HOURS         PIC 9(3)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CT-USED-HOURS            PIC 9(3)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CT-USED-PAY              PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CT-PAYOUT-HOURS          PIC S9(5)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CT-PAYOUT-PAY            PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CT-UPDATE-YEAR           PIC 9(4) VALUE ZEROS.
           05  WS-CT-SETTLED-SW            PIC X VALUE 'N'.
               88  WS-CT-BANK-SETTLED      VALUE 'Y'.

      *****************************************************************
      * Effective-dated rate work area. The blended rate and salary    *
      * default to the EMPFILE current values; when a rate change is   *
           05  WS-TAX-RESIDENCE-STATE      PIC X(2).
           05  WS-TAX-UI-STATE             PIC X(2).
           05  WS-TAX-LOCAL-CODE           PIC X(5).
           05  WS-TAX-EFFECTIVE-STATE      PIC X(2).
           05  WS-TAX-SUTA-EXPERIENCE-RATE PIC 9V9(5) COMP-3
                                       VALUE ZEROS.
           05  WS-TAX-ALLOWANCES           PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-TAX-ADDITIONAL           PIC 9(5)V99 COMP-3
                                       VALUE ZEROS.
                                       VALUE ZEROS.
           05  WS-TAX-CALC-YTD-LST         PIC 9(5)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TAX-CALC-YTD-SUPPLEMENTAL
                                       PIC 9(8)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-TAX-PRIOR-WAGE-BASES.
           05  WS-TAX-PRIOR-SS-WAGES       PIC 9(8)V99 COMP-3
           05  WS-TAX-W4-EXTRA-DEDUCTIONS  PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TAX-W4-TWO-JOBS-IND      PIC X VALUE 'N'.
           05  WS-TAX-W4-NRA-IND           PIC X VALUE 'N'.
           05  WS-TAX-W4-FICA-EXEMPT-IND   PIC X VALUE 'N'.
           05  WS-TAX-W4-TREATY-EXEMPT     PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TAX-W4-FICA-EXEMPT-WAGES PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TAX-W4-YTD-FICA-EXEMPT   PIC 9(8)V99 COMP-3
                                       VALUE ZEROS.

      *****************************************************************
      * Treaty-exempt wages for the period: the lesser of the taxable *
      * gross and what is left of the employee's annual treaty exempt *
      * amount                                                        *
      *****************************************************************
       01  WS-TREATY-WORK.
           05  WS-TREATY-EXEMPT-WAGES      PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TREATY-REMAINING         PIC S9(7)V99 COMP-3
                                       VALUE ZEROS.

      *****************************************************************
      * Military differential work area: the days of the pay period   *
      * the employee's activation covers, the regular hours and pay   *
      * lost to the orders, the military pay for that share of the    *
      * period, and the shortfall paid as differential                *
      *****************************************************************
       01  WS-MILITARY-DIFF-WORK.
           05  WS-MILITARY-DIFF-PAY        PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-MDP-START-DAYNUM         PIC 9(9) COMP-3 VALUE ZEROS.
           05  WS-MDP-END-DAYNUM           PIC 9(9) COMP-3 VALUE ZEROS.
           05  WS-MDP-COVERED-DAYS         PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-MDP-COVERAGE             PIC 9V9(4) COMP-3
                                       VALUE ZEROS.
           05  WS-MDP-HOURS                PIC 9(3)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-MDP-RATE                 PIC 9(4)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-MDP-LOST-PAY             PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-MDP-MILITARY-PAY         PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-MDP-DATE-NUM             PIC 9(8) VALUE ZEROS.
           05  WS-MDP-DATE-YEARMONTH       PIC 9(6) VALUE ZEROS.

      *****************************************************************
      * Arrears interface area handed to DEDCALC: outstanding          *
                                       VALUE ZEROS.
           05  WS-OVP-VOID-NET             PIC S9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-VOID-COUNT               PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-ARREARS-WORK-AREA.
                                       VALUE ZEROS.

       01  WS-COMPANY-TOTALS-TABLE.
           05  WS-CO-ENTRY OCCURS 10 TIMES.
               10  WS-CO-EMP-COUNT         PIC 9(5) COMP-3.
               10  WS-CO-GROSS-TOTAL       PIC 9(9)V99 COMP-3.
               10  WS-CO-TAX-TOTAL         PIC 9(9)V99 COMP-3.
               10  WS-CO-NET-TOTAL         PIC 9(9)V99 COMP-3.
           05  WS-CO-INDEX                 PIC 9(3) COMP-3
                                       VALUE ZEROS.
           05  WS-CO-REG-INDEX             PIC 9(4) COMP-3
                                       VALUE ZEROS.

      *****************************************************************
      * Labor allocation instructions loaded at initialization, and   *
      * downstream treats the outputs as releasable.                   *
      *****************************************************************
       01  WS-BEFORE-IMAGES.
           05  WS-EMP-BEFORE-IMAGE         PIC X(1500).
           05  WS-LEAVE-BEFORE-IMAGE       PIC X(100).
           05  WS-NEW-HIST-IMAGE           PIC X(200).

           05  WS-PC-ENTRY OCCURS 110 TIMES.
               10  WS-PC-PERIOD-ID         PIC 9(6).
               10  WS-PC-STATUS            PIC X.
               10  WS-PC-FREQUENCY         PIC X.
               10  WS-PC-CHECK-DATE        PIC 9(8).
               10  WS-PC-OFFCYCLE-IND      PIC X.

       01  WS-PERIOD-RUN-CONTROL.
           05  WS-PC-INDEX                 PIC 9(4) COMP-3
           05  WS-DUNION-DUES-CAP          PIC 9(5)V99 COMP-3.
           05  WS-DUNION-REGULAR-PAY       PIC 9(7)V99 COMP-3.

       01  WS-DEDUCT-SCHEDULE-AREA.
           05  WS-DSCHED-CHECK-DATE        PIC 9(8).
           05  WS-DSCHED-OFFCYCLE-FLAG     PIC X.
           05  WS-DSCHED-MONTH-COUNT       PIC 9(1).
           05  WS-DSCHED-MONTH-CHECK-DATE OCCURS 6 TIMES
                                           PIC 9(8).
           05  WS-DSCHED-REFUSE-FLAG       PIC X.
               88  WS-DSCHED-REFUSED       VALUE 'Y'.
           05  WS-DSCHED-REFUSE-CODE       PIC X(3).
           05  WS-DSCHED-PC-SLOT           PIC 9(4) COMP-3
                                       VALUE ZEROS.

       01  WS-LABOR-ALLOC-TABLE.
           05  WS-LAL-COUNT                PIC 9(4) COMP-3
                                       VALUE ZEROS.
               10  WS-LAL-DEPT             PIC X(4).
               10  WS-LAL-COST-CENTER      PIC X(6).
               10  WS-LAL-PERCENT          PIC 9(3)V99 COMP-3.
               10  WS-LAL-COMPANY          PIC X(2).

      *****************************************************************
      * Period work locations by employee and state, and the state    *
      * split built from them for the employee being paid             *
      *****************************************************************
       01  WS-WORK-LOCATION-TABLE.
           05  WS-WL-COUNT                 PIC 9(4) COMP-3
                                       VALUE ZEROS.
           05  WS-WL-ENTRY OCCURS 3000 TIMES.
               10  WS-WL-EMP-ID            PIC X(6).
               10  WS-WL-PERIOD-END        PIC 9(8).
               10  WS-WL-STATE             PIC X(2).
               10  WS-WL-HOURS             PIC 9(3)V99 COMP-3.
               10  WS-WL-DAYS              PIC 9(2)V9 COMP-3.

      *****************************************************************
      * Imported expense claim parts by employee and period, with the *
      * GL expense account each posts to; an entry is claimed by the  *
      * check that pays it and posted at the end of the run           *
      *****************************************************************
       01  WS-TE-GL-TABLE.
           05  WS-TEG-COUNT                PIC 9(4) COMP-3
                                       VALUE ZEROS.
           05  WS-TEG-ENTRY OCCURS 3000 TIMES.
               10  WS-TEG-EMP-ID           PIC X(6).
               10  WS-TEG-PERIOD-END       PIC 9(8).
               10  WS-TEG-COMPANY          PIC X(2).
               10  WS-TEG-DEPT             PIC X(4).
               10  WS-TEG-ACCOUNT          PIC X(10).
               10  WS-TEG-TREATMENT        PIC X.
                   88  WS-TEG-ACCOUNTABLE  VALUE 'A'.
               10  WS-TEG-AMOUNT           PIC 9(7)V99 COMP-3.
               10  WS-TEG-STATE-SW         PIC X.
                   88  WS-TEG-UNPAID       VALUE 'N'.
                   88  WS-TEG-PAID         VALUE 'Y'.
                   88  WS-TEG-POSTED       VALUE 'P'.

       01  WS-TE-GL-WORK.
           05  WS-TEG-INDEX                PIC 9(4) COMP-3
                                       VALUE ZEROS.
           05  WS-TEG-MATCH-INDEX          PIC 9(4) COMP-3
                                       VALUE ZEROS.
           05  WS-TEG-PAID-TOTAL           PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.

       COPY STALLOC REPLACING ==STATE-ALLOCATION== BY
           ==WS-STATE-ALLOCATION==.

       01  WS-STATE-ALLOC-WORK.
           05  WS-SAL-INDEX                PIC 9(4) COMP-3
                                       VALUE ZEROS.
           05  WS-SAL-SET-INDEX            PIC 9(2) COMP-3
                                       VALUE ZEROS.
           05  WS-SAL-SET-COUNT            PIC 9(2) COMP-3
                                       VALUE ZEROS.
           05  WS-SAL-SET OCCURS 5 TIMES.
               10  WS-SAL-SET-STATE        PIC X(2).
               10  WS-SAL-SET-HOURS        PIC 9(5)V99 COMP-3.
               10  WS-SAL-SET-DAYS         PIC 9(4)V9 COMP-3.
           05  WS-SAL-PERIOD-END           PIC 9(8) VALUE ZEROS.
           05  WS-SAL-HOURS-TOTAL          PIC 9(5)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-SAL-DAYS-TOTAL           PIC 9(4)V9 COMP-3
                                       VALUE ZEROS.
           05  WS-SAL-BASIS-SW             PIC X VALUE 'H'.
               88  WS-SAL-BY-HOURS         VALUE 'H'.
               88  WS-SAL-BY-DAYS          VALUE 'D'.
           05  WS-SAL-SHARE-REMAIN         PIC 9V9(5) COMP-3
                                       VALUE ZEROS.
           05  WS-SAL-HIST-INDEX           PIC 9(2) COMP-3
                                       VALUE ZEROS.
           05  WS-SAL-SAVE-COUNT           PIC 9(1) VALUE ZEROS.
           05  WS-SAL-SAVE-CREDIT          PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-SAL-SAVE-ENTRY OCCURS 6 TIMES.
               10  WS-SAL-SAVE-WAGES       PIC 9(7)V99 COMP-3.
               10  WS-SAL-SAVE-TAX         PIC 9(7)V99 COMP-3.
           05  WS-SAL-EMP-NAME             PIC X(30) VALUE SPACES.
           05  WS-SAL-REG-EMPLOYEES        PIC 9(5) COMP-3
                                       VALUE ZEROS.
           05  WS-SAL-REG-CREDIT-TOTAL     PIC 9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-SAL-ED-SHARE             PIC ZZ9.999.
           05  WS-SAL-ED-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
           05  WS-SAL-ED-AMOUNT-2          PIC Z,ZZZ,ZZ9.99-.
           05  WS-SAL-ED-COUNT             PIC ZZ,ZZ9.

       01  WS-STATE-ALLOC-TOTALS.
           05  WS-SAT-COUNT                PIC 9(2) COMP-3
                                       VALUE ZEROS.
           05  WS-SAT-ENTRY OCCURS 50 TIMES.
               10  WS-SAT-STATE            PIC X(2).
               10  WS-SAT-WAGES            PIC S9(9)V99 COMP-3.
               10  WS-SAT-TAX              PIC S9(9)V99 COMP-3.
           05  WS-SAT-INDEX                PIC 9(3) COMP-3
                                       VALUE ZEROS.

       01  WS-EMP-ALLOC-SET.
           05  WS-EA-COUNT                 PIC 9(2) COMP-3
               10  WS-EA-DEPT              PIC X(4).
               10  WS-EA-COST-CENTER       PIC X(6).
               10  WS-EA-PERCENT           PIC 9(3)V99 COMP-3.
               10  WS-EA-COMPANY           PIC X(2).

       01  WS-LABOR-SHARE-WORK.
           05  WS-LAL-INDEX                PIC 9(4) COMP-3
           05  WS-EA-PCT-TOTAL             PIC 9(5)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-LD-PERIOD-END            PIC 9(8) VALUE ZEROS.
           05  WS-EA-GROSS-BASE            PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-EA-JOB2-BASE             PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-LD-GROSS-SHARE           PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-LD-TAX-SHARE             PIC S9(9)V99 COMP-3
           05  WS-ERROR-TEXT               PIC X(100).
           05  FILLER                      PIC X(32).

      *****************************************************************
      * Suspense of refused records: whether the record came into     *
      * 300 to be paid, the record as read, the last error logged      *
      * against it, and the first-suspension dates carried forward    *
      * from the entry a recycled record came from                    *
      *****************************************************************
       01  WS-SUSPENSE-WORK.
           05  WS-SUSP-ENTRY-FLAG          PIC X VALUE 'N'.
               88  WS-SUSP-ENTERED-TO-PAY  VALUE 'Y'.
           05  WS-SUSP-INPUT-IMAGE         PIC X(600).
           05  WS-SUSP-LAST-ERROR          PIC X(100).
           05  WS-SUSP-FIRST-DATE          PIC 9(8) VALUE ZEROS.
           05  WS-SUSP-FIRST-CHECK-DATE    PIC 9(8) VALUE ZEROS.
           05  WS-SUSP-CHECK-DATE          PIC 9(8) VALUE ZEROS.
           05  WS-SUSP-RECYCLED-SW         PIC X VALUE 'N'.
               88  WS-SUSP-IS-RECYCLED     VALUE 'Y'.
           05  WS-SUSPENDED-COUNT          PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-SUSP-PAID-COUNT          PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-AUDIT-WORK-AREA.
           05  WS-AUDIT-FIELD-NAME         PIC X(24).
           05  WS-AUDIT-OLD-VALUE          PIC X(30).
           05  WS-CARD-FUND-TOTAL          PIC 9(9)V99 COMP-3
                                       VALUE ZEROS.

      *****************************************************************
      * GL journal detail: the employee's journal lines for the check  *
      * by line type and code (earnings and taxes by their HISTDTL     *
      * code, deductions by DEDUCT-CODE, net pay as 'N'/'NET'), split  *
      * by the labor allocation into the run's company/department/     *
      * code totals the GL export posts from. Any part of gross,       *
      * taxes, or deductions not carried by a coded line posts under   *
      * 'GRS', 'TAX', or 'DED' so the journal still balances           *
      *****************************************************************
       01  WS-GL-EMP-LINE-AREA.
           05  WS-GLE-COUNT                PIC 9(2) COMP-3
                                       VALUE ZEROS.
           05  WS-GLE-ENTRY OCCURS 60 TIMES.
               10  WS-GLE-LINE-TYPE        PIC X.
               10  WS-GLE-CODE             PIC X(3).
               10  WS-GLE-AMOUNT           PIC S9(9)V99 COMP-3.
               10  WS-GLE-REMAIN           PIC S9(9)V99 COMP-3.

       01  WS-GL-CODE-TOTALS-TABLE.
           05  WS-GLC-COUNT                PIC 9(3) COMP-3
                                       VALUE ZEROS.
           05  WS-GLC-ENTRY OCCURS 500 TIMES.
               10  WS-GLC-COMPANY          PIC X(2).
               10  WS-GLC-DEPT             PIC X(4).
               10  WS-GLC-LINE-TYPE        PIC X.
               10  WS-GLC-CODE             PIC X(3).
               10  WS-GLC-AMOUNT           PIC S9(9)V99 COMP-3.

       01  WS-GL-DETAIL-WORK.
           05  WS-GLE-INDEX                PIC 9(3) COMP-3
                                       VALUE ZEROS.
           05  WS-GLC-INDEX                PIC 9(4) COMP-3
                                       VALUE ZEROS.
           05  WS-GLE-NEW-LINE-TYPE        PIC X VALUE SPACES.
           05  WS-GLE-NEW-CODE             PIC X(3) VALUE SPACES.
           05  WS-GLE-NEW-AMOUNT           PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-GLE-CODED-TOTAL          PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-GLE-SHARE                PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-GL-POST-DEPT             PIC X(4) VALUE SPACES.
           05  WS-GL-POST-AMOUNT           PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-GL-POST-VOID-SW          PIC X VALUE 'N'.
               88  WS-GL-POST-VOID         VALUE 'Y'.
           05  WS-GL-POST-SIDE             PIC X VALUE SPACES.
           05  WS-GL-POST-NAME             PIC X(30) VALUE SPACES.

      *****************************************************************
      * Void GL detail: the earnings and deduction lines HISTDTL holds *
      * for the checks this run's input asks to void, loaded before   *
      * the run appends to the file, so a void reverses the original  *
      * journal by code rather than as one gross and deduction total  *
      *****************************************************************
       01  WS-VOID-DETAIL-TABLE.
           05  WS-VDK-COUNT                PIC 9(3) COMP-3
                                       VALUE ZEROS.
           05  WS-VDK-ENTRY OCCURS 200 TIMES.
               10  WS-VDK-EMP-ID           PIC X(6).
               10  WS-VDK-PERIOD-END       PIC 9(8).
           05  WS-VD-COUNT                 PIC 9(4) COMP-3
                                       VALUE ZEROS.
           05  WS-VD-ENTRY OCCURS 3000 TIMES.
               10  WS-VD-EMP-ID            PIC X(6).
               10  WS-VD-PERIOD-END        PIC 9(8).
               10  WS-VD-CHECK-DATE        PIC 9(8).
               10  WS-VD-LINE-TYPE         PIC X.
               10  WS-VD-CODE              PIC X(3).
               10  WS-VD-AMOUNT            PIC S9(7)V99 COMP-3.

       01  WS-VOID-DETAIL-WORK.
           05  WS-VDK-INDEX                PIC 9(3) COMP-3
                                       VALUE ZEROS.
           05  WS-VD-INDEX                 PIC 9(4) COMP-3
                                       VALUE ZEROS.
           05  WS-VD-VOID-CHECK-DATE       PIC 9(8) VALUE ZEROS.
           05  WS-VD-SCAN-CODE             PIC X(3) VALUE SPACES.
               88  WS-VD-POSTED-EARNING    VALUE 'REG' 'OT ' 'JB2'
                                                 'OTH' 'MLP' 'RSP'
                                                 'MDP'.
           05  WS-VD-KEY-SW                PIC X VALUE 'N'.
               88  WS-VD-KEY-FOUND         VALUE 'Y'.

       01  WS-SOD-AREA.
           05  WS-SOD-APPROVED-BY          PIC X(15) VALUE SPACES.
           05  WS-SOD-OVERRIDE-SW          PIC X VALUE 'N'.
           05  WS-STEP-PERIOD-ID           PIC 9(6) VALUE ZEROS.
           05  WS-STEP-RETURN-CODE         PIC X VALUE '0'.

      *****************************************************************
      * GL account resolution interface handed to GLRESOLV: the        *
      * posting key of one journal line and the debit/credit accounts  *
      * the posting rules file gives it ('1' back means suspense)      *
      *****************************************************************
       01  WS-GLRES-INTERFACE.
           05  WS-GLRES-FUNCTION           PIC X VALUE 'R'.
           05  WS-GLRES-PROGRAM-NAME       PIC X(8) VALUE 'PAYCALC'.
           05  WS-GLRES-POSTING-KEY.
               10  WS-GLRES-COMPANY        PIC X(2).
               10  WS-GLRES-DEPARTMENT     PIC X(4).
               10  WS-GLRES-LINE-TYPE      PIC X.
               10  WS-GLRES-CODE           PIC X(3).
           05  WS-GLRES-AMOUNT             PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-GLRES-ACCOUNTS.
               10  WS-GLRES-DEBIT-ACCOUNT  PIC X(10).
               10  WS-GLRES-DEBIT-NAME     PIC X(30).
               10  WS-GLRES-CREDIT-ACCOUNT PIC X(10).
               10  WS-GLRES-CREDIT-NAME    PIC X(30).
           05  WS-GLRES-RETURN-CODE        PIC X VALUE '0'.

       01  WS-FLAGS.
           05  WS-END-OF-FILE-FLAG         PIC X VALUE 'N'.
               88  END-OF-FILE             VALUE 'Y'.
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           OPEN I-O SUSPENSE-FILE
           IF NOT SUSPENSE-FILE-SUCCESS
               DISPLAY 'ERROR OPENING PAYROLL SUSPENSE FILE: '
                       SUSPENSE-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           OPEN OUTPUT WC-ACCRUAL-FILE
           IF NOT WCACCR-FILE-SUCCESS
               DISPLAY 'ERROR OPENING WC ACCRUAL FILE: '
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           PERFORM 1274-LOAD-VOID-DETAIL

      *****************************************************************
      * The check register is a rolling master now - reconciliation,  *
      * stale-check aging, and escheatment all need checks from       *
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           OPEN OUTPUT STATE-ALLOC-REGISTER
           IF NOT STALLREG-FILE-SUCCESS
               DISPLAY 'ERROR OPENING STATE ALLOCATION REGISTER: '
                       STALLREG-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           PERFORM 102-STAMP-EXTRACT-FILES

           CALL 'COMPLOAD' USING COMPANY-TABLE
           IF NOT COMPANY-TABLE-LOADED
               DISPLAY 'ERROR LOADING COMPANY MASTER - RUN STOPPED'
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           PERFORM 110-LOAD-TAX-TABLES
           PERFORM 120-LOAD-DEDUCTION-TABLES
           PERFORM 125-LOAD-MIN-WAGE-TABLE
           PERFORM 126-LOAD-WC-RATE-TABLE
           PERFORM 1261-LOAD-UNION-LOCALS
           PERFORM 1262-LOAD-LEAVE-POLICIES
           PERFORM 127-LOAD-LABOR-ALLOCATIONS
           PERFORM 1271-LOAD-WORK-LOCATIONS
           PERFORM 1273-LOAD-EXPENSE-GL-DETAIL
           PERFORM 1272-WRITE-ALLOC-REGISTER-HEAD
           PERFORM 128-LOAD-PERIOD-CALENDAR
           PERFORM 129-LOAD-BANK-HOLIDAYS
           PERFORM 105-INITIALIZE-CHECKPOINT
           DISPLAY 'UNION LOCALS LOADED - ' WS-UL-COUNT ' LOCAL(S)'
           .

       1262-LOAD-LEAVE-POLICIES.
      *****************************************************************
      * Load the leave policy file. A missing file leaves the table    *
      * empty and every leave balance accrues at its flat rates as     *
      * before                                                         *
      *****************************************************************
           MOVE ZEROS TO WS-LVP-COUNT
           OPEN INPUT LEAVE-POLICY-FILE
           IF LVPOL-FILE-SUCCESS
               PERFORM UNTIL LVPOL-FILE-EOF
                   READ LEAVE-POLICY-FILE
                       AT END
                           SET LVPOL-FILE-EOF TO TRUE
                       NOT AT END
                           IF WS-LVP-COUNT < 60
                               ADD 1 TO WS-LVP-COUNT
                               PERFORM 1263-STORE-LEAVE-POLICY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-POLICY-FILE
           END-IF
           DISPLAY 'LEAVE POLICIES LOADED - ' WS-LVP-COUNT
                   ' POLICY/TYPE(S)'
           .

       1263-STORE-LEAVE-POLICY.
      *****************************************************************
      * Move one leave policy record into the next table entry         *
      *****************************************************************
           MOVE LVP-POLICY-CODE IN LEAVE-POLICY-RECORD-FILE TO
               WS-LVP-POLICY-CODE (WS-LVP-COUNT)
           MOVE LVP-LEAVE-TYPE IN LEAVE-POLICY-RECORD-FILE TO
               WS-LVP-LEAVE-TYPE (WS-LVP-COUNT)
           MOVE LVP-ACCRUAL-BASIS IN LEAVE-POLICY-RECORD-FILE TO
               WS-LVP-ACCRUAL-BASIS (WS-LVP-COUNT)
           MOVE LVP-TIER-COUNT IN LEAVE-POLICY-RECORD-FILE TO
               WS-LVP-TIER-COUNT (WS-LVP-COUNT)
           IF WS-LVP-TIER-COUNT (WS-LVP-COUNT) > 5
               MOVE 5 TO WS-LVP-TIER-COUNT (WS-LVP-COUNT)
           END-IF
           PERFORM VARYING WS-LVP-TIER-INDEX FROM 1 BY 1
                   UNTIL WS-LVP-TIER-INDEX > 5
               MOVE LVP-TIER-MIN-YEARS IN LEAVE-POLICY-RECORD-FILE
                   (WS-LVP-TIER-INDEX) TO
                   WS-LVP-TIER-MIN-YEARS
                       (WS-LVP-COUNT, WS-LVP-TIER-INDEX)
               MOVE LVP-TIER-RATE IN LEAVE-POLICY-RECORD-FILE
                   (WS-LVP-TIER-INDEX) TO
                   WS-LVP-TIER-RATE (WS-LVP-COUNT, WS-LVP-TIER-INDEX)
           END-PERFORM
           MOVE LVP-MAX-BALANCE IN LEAVE-POLICY-RECORD-FILE TO
               WS-LVP-MAX-BALANCE (WS-LVP-COUNT)
           MOVE LVP-NEGATIVE-FLOOR IN LEAVE-POLICY-RECORD-FILE TO
               WS-LVP-NEGATIVE-FLOOR (WS-LVP-COUNT)
           .

       127-LOAD-LABOR-ALLOCATIONS.
      *****************************************************************
      * Load the labor allocation instructions. A missing or empty    *
                               MOVE LAL-PERCENT
                                   IN LABOR-ALLOC-RECORD-FILE TO
                                   WS-LAL-PERCENT (WS-LAL-COUNT)
                               MOVE LAL-COMPANY-CODE
                                   IN LABOR-ALLOC-RECORD-FILE TO
                                   WS-LAL-COMPANY (WS-LAL-COUNT)
                           ELSE
                               DISPLAY 'LABOR ALLOCATION TABLE FULL'
                                       ' - LINE DROPPED'
                   ' LINE(S)'
           .

       1271-LOAD-WORK-LOCATIONS.
      *****************************************************************
      * Load the period work locations. A missing or empty file       *
      * leaves the table empty and every employee is taxed in their   *
      * single work state as before                                    *
      *****************************************************************
           MOVE ZEROS TO WS-WL-COUNT
           OPEN INPUT WORK-LOCATION-FILE

           IF WORKLOC-FILE-SUCCESS
               PERFORM UNTIL WORKLOC-FILE-EOF
                   READ WORK-LOCATION-FILE
                       AT END
                           SET WORKLOC-FILE-EOF TO TRUE
                       NOT AT END
                           IF WS-WL-COUNT < 3000
                               ADD 1 TO WS-WL-COUNT
                               MOVE WL-EMPLOYEE-ID
                                   IN WORK-LOCATION-RECORD-FILE TO
                                   WS-WL-EMP-ID (WS-WL-COUNT)
                               MOVE WL-PERIOD-END-DATE
                                   IN WORK-LOCATION-RECORD-FILE TO
                                   WS-WL-PERIOD-END (WS-WL-COUNT)
                               MOVE WL-WORK-STATE
                                   IN WORK-LOCATION-RECORD-FILE TO
                                   WS-WL-STATE (WS-WL-COUNT)
                               MOVE WL-HOURS-WORKED
                                   IN WORK-LOCATION-RECORD-FILE TO
                                   WS-WL-HOURS (WS-WL-COUNT)
                               MOVE WL-DAYS-WORKED
                                   IN WORK-LOCATION-RECORD-FILE TO
                                   WS-WL-DAYS (WS-WL-COUNT)
                           ELSE
                               DISPLAY 'WORK LOCATION TABLE FULL'
                                       ' - LINE DROPPED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-LOCATION-FILE
           END-IF

           DISPLAY 'WORK LOCATIONS LOADED - ' WS-WL-COUNT
                   ' LINE(S)'
           .

       1273-LOAD-EXPENSE-GL-DETAIL.
      *****************************************************************
      * Load the imported expense claim parts. A missing or empty     *
      * file leaves the table empty and any reimbursement posts with  *
      * other earnings as before                                       *
      *****************************************************************
           MOVE ZEROS TO WS-TEG-COUNT
           OPEN INPUT TE-GL-DETAIL-FILE

           IF TEGLDTL-FILE-SUCCESS
               PERFORM UNTIL TEGLDTL-FILE-EOF
                   READ TE-GL-DETAIL-FILE
                       AT END
                           SET TEGLDTL-FILE-EOF TO TRUE
                       NOT AT END
                           IF WS-TEG-COUNT < 3000
                               ADD 1 TO WS-TEG-COUNT
                               MOVE TEG-EMP-ID
                                   IN TE-GL-DETAIL-RECORD-FILE TO
                                   WS-TEG-EMP-ID (WS-TEG-COUNT)
                               MOVE TEG-PERIOD-END-DATE
                                   IN TE-GL-DETAIL-RECORD-FILE TO
                                   WS-TEG-PERIOD-END (WS-TEG-COUNT)
                               MOVE TEG-DEPARTMENT
                                   IN TE-GL-DETAIL-RECORD-FILE TO
                                   WS-TEG-DEPT (WS-TEG-COUNT)
                               MOVE TEG-GL-ACCOUNT
                                   IN TE-GL-DETAIL-RECORD-FILE TO
                                   WS-TEG-ACCOUNT (WS-TEG-COUNT)
                               MOVE TEG-TAX-TREATMENT
                                   IN TE-GL-DETAIL-RECORD-FILE TO
                                   WS-TEG-TREATMENT (WS-TEG-COUNT)
                               MOVE TEG-AMOUNT
                                   IN TE-GL-DETAIL-RECORD-FILE TO
                                   WS-TEG-AMOUNT (WS-TEG-COUNT)
                               MOVE SPACES TO
                                   WS-TEG-COMPANY (WS-TEG-COUNT)
                               SET WS-TEG-UNPAID (WS-TEG-COUNT)
                                   TO TRUE
                           ELSE
                               DISPLAY 'EXPENSE GL DETAIL TABLE FULL'
                                       ' - LINE DROPPED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TE-GL-DETAIL-FILE
           END-IF

           DISPLAY 'EXPENSE GL DETAIL LOADED - ' WS-TEG-COUNT
                   ' LINE(S)'
           .

       1274-LOAD-VOID-DETAIL.
      *****************************************************************
      * Collect the employee and period of every check the input asks *
      * to void, then load the earnings and deduction lines HISTDTL    *
      * holds for those checks. This runs before the run appends its  *
      * own detail, so only the original checks' lines are seen. No   *
      * void requested, or no detail file yet, leaves the table empty  *
      * and a void reverses gross and deductions as single totals      *
      *****************************************************************
           MOVE ZEROS TO WS-VDK-COUNT
           MOVE ZEROS TO WS-VD-COUNT

           OPEN INPUT PAYROLL-SCAN-FILE
           IF PSCN-FILE-SUCCESS
               PERFORM UNTIL PSCN-FILE-EOF
                   READ PAYROLL-SCAN-FILE
                       AT END
                           SET PSCN-FILE-EOF TO TRUE
                       NOT AT END
                           IF PSCN-VOID-REQUESTED IN
                                   PAYROLL-SCAN-RECORD-FILE
                               IF WS-VDK-COUNT < 200
                                   ADD 1 TO WS-VDK-COUNT
                                   MOVE PSCN-EMPLOYEE-ID IN
                                       PAYROLL-SCAN-RECORD-FILE TO
                                       WS-VDK-EMP-ID (WS-VDK-COUNT)
                                   MOVE PSCN-VOID-PERIOD-END IN
                                       PAYROLL-SCAN-RECORD-FILE TO
                                       WS-VDK-PERIOD-END (WS-VDK-COUNT)
                               ELSE
                                   DISPLAY 'VOID REQUEST TABLE FULL'
                                           ' - DETAIL NOT LOADED FOR '
                                           'EMPLOYEE: '
                                           PSCN-EMPLOYEE-ID IN
                                           PAYROLL-SCAN-RECORD-FILE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-SCAN-FILE
           END-IF

           IF WS-VDK-COUNT > ZEROS
               OPEN INPUT HISTORY-SCAN-FILE
               IF HSCN-FILE-SUCCESS
                   PERFORM UNTIL HSCN-FILE-EOF
                       READ HISTORY-SCAN-FILE
                           AT END
                               SET HSCN-FILE-EOF TO TRUE
                           NOT AT END
                               PERFORM 1275-KEEP-VOID-DETAIL-LINE
                                   THRU 1275-EXIT
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-SCAN-FILE
               END-IF
           END-IF

           DISPLAY 'VOID GL DETAIL LOADED - ' WS-VD-COUNT
                   ' LINE(S) FOR ' WS-VDK-COUNT ' VOID REQUEST(S)'
           .

       1275-KEEP-VOID-DETAIL-LINE.
      *****************************************************************
      * Keep one history detail line if it belongs to a check with a  *
      * void requested and is a journal line: a posted earnings piece  *
      * or an applied deduction. Memo earnings (tips, employer         *
      * contributions, imputed income) were never posted and taxes     *
      * reverse from the history record, so neither is kept            *
      *****************************************************************
           MOVE HSCN-CODE IN HISTORY-SCAN-RECORD-FILE TO
               WS-VD-SCAN-CODE
           IF NOT HSCN-DEDUCTION-LINE IN HISTORY-SCAN-RECORD-FILE
               AND NOT (HSCN-EARNING-LINE IN HISTORY-SCAN-RECORD-FILE
                        AND WS-VD-POSTED-EARNING)
               GO TO 1275-EXIT
           END-IF

           MOVE 'N' TO WS-VD-KEY-SW
           PERFORM VARYING WS-VDK-INDEX FROM 1 BY 1
                   UNTIL WS-VDK-INDEX > WS-VDK-COUNT
                      OR WS-VD-KEY-FOUND
               IF WS-VDK-EMP-ID (WS-VDK-INDEX) =
                       HSCN-EMP-ID IN HISTORY-SCAN-RECORD-FILE
                   AND WS-VDK-PERIOD-END (WS-VDK-INDEX) =
                       HSCN-PERIOD-END-DATE IN HISTORY-SCAN-RECORD-FILE
                   SET WS-VD-KEY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-VD-KEY-FOUND
               GO TO 1275-EXIT
           END-IF

           IF WS-VD-COUNT < 3000
               ADD 1 TO WS-VD-COUNT
               MOVE HSCN-EMP-ID IN HISTORY-SCAN-RECORD-FILE TO
                   WS-VD-EMP-ID (WS-VD-COUNT)
               MOVE HSCN-PERIOD-END-DATE IN HISTORY-SCAN-RECORD-FILE
                   TO WS-VD-PERIOD-END (WS-VD-COUNT)
               MOVE HSCN-CHECK-DATE IN HISTORY-SCAN-RECORD-FILE TO
                   WS-VD-CHECK-DATE (WS-VD-COUNT)
               MOVE HSCN-LINE-TYPE IN HISTORY-SCAN-RECORD-FILE TO
                   WS-VD-LINE-TYPE (WS-VD-COUNT)
               MOVE HSCN-CODE IN HISTORY-SCAN-RECORD-FILE TO
                   WS-VD-CODE (WS-VD-COUNT)
               MOVE HSCN-AMOUNT IN HISTORY-SCAN-RECORD-FILE TO
                   WS-VD-AMOUNT (WS-VD-COUNT)
           ELSE
               DISPLAY 'VOID GL DETAIL TABLE FULL - LINE DROPPED FOR '
                       'EMPLOYEE: '
                       HSCN-EMP-ID IN HISTORY-SCAN-RECORD-FILE
           END-IF
           .
       1275-EXIT.
           EXIT.

       1272-WRITE-ALLOC-REGISTER-HEAD.
      *****************************************************************
      * Title and column headings for the state allocation register   *
      *****************************************************************
           MOVE SPACES TO STATE-ALLOC-REGISTER-RECORD
           STRING 'MULTI-STATE WAGE ALLOCATION REGISTER - RUN DATE '
                  WS-DATE
                  DELIMITED BY SIZE
                  INTO STATE-ALLOC-REGISTER-RECORD
           WRITE STATE-ALLOC-REGISTER-RECORD
           MOVE SPACES TO STATE-ALLOC-REGISTER-RECORD
           WRITE STATE-ALLOC-REGISTER-RECORD
           MOVE SPACES TO STATE-ALLOC-REGISTER-RECORD
           STRING 'EMP ID  EMPLOYEE NAME                   PERIOD END'
                  '  RES  WORK  TAX    SHARE %  '
                  '  WAGES ALLOCATED      STATE TAX'
                  DELIMITED BY SIZE
                  INTO STATE-ALLOC-REGISTER-RECORD
           WRITE STATE-ALLOC-REGISTER-RECORD
           .

       128-LOAD-PERIOD-CALENDAR.
      *****************************************************************
      * Load the pay period calendar statuses and check dates. A       *
      * missing calendar leaves the table empty and the processed-     *
      * period refusal and deduction frequencies are not enforced,     *
      * matching sites not yet generating a calendar                   *
      *****************************************************************
           MOVE ZEROS TO WS-PC-COUNT
           OPEN INPUT PERIOD-CALENDAR-FILE
                               MOVE PCAL-STATUS
                                   IN PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-PC-STATUS (WS-PC-COUNT)
                               MOVE PCAL-FREQUENCY
                                   IN PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-PC-FREQUENCY (WS-PC-COUNT)
                               MOVE PCAL-CHECK-DATE
                                   IN PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-PC-CHECK-DATE (WS-PC-COUNT)
                               MOVE PCAL-OFFCYCLE-IND
                                   IN PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-PC-OFFCYCLE-IND (WS-PC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
      * 5. Calculate net pay                                          *
      * 6. Generate pay stub                                          *
      * 7. Update employee totals                                     *
      * A record that came in to be paid and was refused is written   *
      * whole to the suspense file                                    *
      *****************************************************************
           MOVE WS-PROCESS-FLAG TO WS-SUSP-ENTRY-FLAG
           MOVE WS-PAYROLL-DATA TO WS-SUSP-INPUT-IMAGE
           MOVE SPACES TO WS-SUSP-LAST-ERROR

           PERFORM 314-CHECK-PERIOD-STATUS
               THRU 314-EXIT

               PERFORM 316-CHECK-MASTER-DATA-CHANGES
           END-IF

           IF PROCESS-EMPLOYEE
               PERFORM 317-CHECK-LEAVE-FLOOR
                   THRU 317-EXIT
           END-IF

           IF PROCESS-EMPLOYEE
               DISPLAY 'PROCESSING EMPLOYEE: '
                       EMP-ID IN WS-EMPLOYEE-RECORD
               PERFORM 320-CALCULATE-GROSS-PAY
               PERFORM 330-CALCULATE-TAXES
               PERFORM 340-CALCULATE-DEDUCTIONS
                   THRU 340-EXIT
           END-IF

      *****************************************************************
      * A required deduction that could not be taken refuses the       *
      * record after the deduction calculation                         *
      *****************************************************************
           IF PROCESS-EMPLOYEE
               PERFORM 350-CALCULATE-NET-PAY
               PERFORM 355-BUILD-DIRECT-DEPOSIT
                   THRU 355-EXIT
               PERFORM 360-GENERATE-PAY-STUB
               PERFORM 370-UPDATE-EMPLOYEE-RECORD
               IF NOT PAY-SCHEDULED-OBLIG IN WS-PAYROLL-DATA
                   AND NOT PAY-EQUITY-VEST IN WS-PAYROLL-DATA
                   PERFORM 375-UPDATE-LEAVE-BALANCE
               END-IF
      *****************************************************************
      * Employer FUTA/SUTA and workers' comp accruals are written only *
      * for a check that settles, so a record refused at deductions   *
      * and recycled from suspense accrues once, when it is paid       *
      *****************************************************************
               IF NOT PAY-SKIP-TAX IN WS-PAYROLL-DATA
                   PERFORM 345-WRITE-FUTA-SUTA-ACCRUAL
                   PERFORM 346-WRITE-WC-ACCRUAL
                       THRU 346-EXIT
               END-IF
               PERFORM 380-WRITE-PAY-HISTORY
               PERFORM 381-WRITE-HISTORY-DETAIL
               PERFORM 382-WRITE-ACA-HOURS
               ADD WS-TOTAL-DEDUCTIONS TO WS-PERIOD-TOTAL-DEDUCTIONS
               ADD WS-NET-PAY TO WS-TOTAL-NET-PAY
           END-IF

           PERFORM 395-SETTLE-SUSPENSE
               THRU 395-EXIT
           .

       314-CHECK-PERIOD-STATUS.
      *****************************************************************
      * A scheduled obligation (severance installment, deferred       *
      * bonus) is contractually payable to a terminated employee -    *
      * only these records, and an equity vest on a grant that keeps  *
      * vesting after termination, bypass the active-status screen    *
      *****************************************************************
           IF PAY-SCHEDULED-OBLIG IN WS-PAYROLL-DATA
               OR PAY-EQUITY-VEST IN WS-PAYROLL-DATA
               GO TO 310-EXIT
           END-IF

           IF EMP-YTD-LST IN WS-EMPLOYEE-RECORD IS NOT NUMERIC
               MOVE ZEROS TO EMP-YTD-LST IN WS-EMPLOYEE-RECORD
           END-IF
           IF EMP-YTD-SUPPLEMENTAL IN WS-EMPLOYEE-RECORD IS NOT NUMERIC
               MOVE ZEROS TO EMP-YTD-SUPPLEMENTAL IN WS-EMPLOYEE-RECORD
           END-IF
           IF EMP-YTD-HSA IN WS-EMPLOYEE-RECORD IS NOT NUMERIC
               MOVE ZEROS TO EMP-YTD-HSA IN WS-EMPLOYEE-RECORD
           END-IF
                   IS NOT NUMERIC
               MOVE ZEROS TO EMP-YTD-POSTMORTEM IN WS-EMPLOYEE-RECORD
           END-IF
           IF EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD
                   IS NOT NUMERIC
               MOVE ZEROS TO
                   EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD
           END-IF
           IF EMP-PRIOR-FEIN-WAGES IN WS-EMPLOYEE-RECORD
                   IS NOT NUMERIC
               MOVE ZEROS TO EMP-PRIOR-SS-WAGES IN WS-EMPLOYEE-RECORD
               MOVE ZEROS TO
                   EMP-JOB2-HOURLY-RATE IN WS-EMPLOYEE-RECORD
           END-IF
           IF EMP-MIL-ACTIVATION-START IN WS-EMPLOYEE-RECORD
                   IS NOT NUMERIC
               MOVE ZEROS TO
                   EMP-MIL-ACTIVATION-START IN WS-EMPLOYEE-RECORD
           END-IF
           IF EMP-MIL-ACTIVATION-END IN WS-EMPLOYEE-RECORD
                   IS NOT NUMERIC
               MOVE ZEROS TO
                   EMP-MIL-ACTIVATION-END IN WS-EMPLOYEE-RECORD
           END-IF
           IF EMP-MIL-PAY-PER-PERIOD IN WS-EMPLOYEE-RECORD
                   IS NOT NUMERIC
               MOVE ZEROS TO
                   EMP-MIL-PAY-PER-PERIOD IN WS-EMPLOYEE-RECORD
           END-IF
           IF EMP-MIL-DIFF-TO-DATE IN WS-EMPLOYEE-RECORD
                   IS NOT NUMERIC
               MOVE ZEROS TO
                   EMP-MIL-DIFF-TO-DATE IN WS-EMPLOYEE-RECORD
           END-IF
           IF EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD
                   IS NOT NUMERIC
               MOVE ZEROS TO
                   EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD
           END-IF
           .

       313-PROCESS-VOID-REVERSAL.
               PERFORM 3137-WRITE-OVERPAY-RECEIVABLE
           END-IF

           MOVE HIST-CHECK-DATE IN PAY-HISTORY-RECORD-FILE TO
               WS-VD-VOID-CHECK-DATE
           PERFORM 3132-WRITE-REVERSAL-HISTORY
           PERFORM 3133-WRITE-VOID-REGISTER
           PERFORM 3134-WRITE-REVERSING-GL
                   EMP-YTD-LST IN WS-EMPLOYEE-RECORD
           END-IF

           IF HIST-TREATY-EXEMPT IN PAY-HISTORY-RECORD-FILE
                   IS NUMERIC
               AND HIST-TREATY-EXEMPT IN PAY-HISTORY-RECORD-FILE
                   > ZEROS
               IF EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD
                       IS NOT NUMERIC
                   MOVE ZEROS TO
                       EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD
               END-IF
               COMPUTE WS-VOID-YTD-RESULT =
                   EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD -
                   HIST-TREATY-EXEMPT IN PAY-HISTORY-RECORD-FILE
               PERFORM 3136-CHECK-VOID-FLOOR
               MOVE WS-VOID-YTD-RESULT TO
                   EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD
           END-IF

           IF HIST-MILITARY-DIFF IN PAY-HISTORY-RECORD-FILE
                   IS NUMERIC
               AND HIST-MILITARY-DIFF IN PAY-HISTORY-RECORD-FILE
                   > ZEROS
               IF EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD
                       IS NOT NUMERIC
                   MOVE ZEROS TO
                       EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD
               END-IF
               IF EMP-MIL-DIFF-TO-DATE IN WS-EMPLOYEE-RECORD
                       IS NOT NUMERIC
                   MOVE ZEROS TO
                       EMP-MIL-DIFF-TO-DATE IN WS-EMPLOYEE-RECORD
               END-IF
               COMPUTE WS-VOID-YTD-RESULT =
                   EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD -
                   HIST-MILITARY-DIFF IN PAY-HISTORY-RECORD-FILE
               PERFORM 3136-CHECK-VOID-FLOOR
               MOVE WS-VOID-YTD-RESULT TO
                   EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD
               COMPUTE WS-VOID-YTD-RESULT =
                   EMP-MIL-DIFF-TO-DATE IN WS-EMPLOYEE-RECORD -
                   HIST-MILITARY-DIFF IN PAY-HISTORY-RECORD-FILE
               PERFORM 3136-CHECK-VOID-FLOOR
               MOVE WS-VOID-YTD-RESULT TO
                   EMP-MIL-DIFF-TO-DATE IN WS-EMPLOYEE-RECORD
           END-IF

           IF HIST-RUN-MODE IN PAY-HISTORY-RECORD-FILE = 'B'
               COMPUTE WS-VOID-YTD-RESULT =
                   EMP-YTD-SUPPLEMENTAL IN WS-EMPLOYEE-RECORD -
                   HIST-GROSS-PAY IN PAY-HISTORY-RECORD-FILE
               IF HIST-IMPUTED-INCOME IN PAY-HISTORY-RECORD-FILE
                       IS NUMERIC
                   SUBTRACT HIST-IMPUTED-INCOME
                       IN PAY-HISTORY-RECORD-FILE
                       FROM WS-VOID-YTD-RESULT
               END-IF
               PERFORM 3136-CHECK-VOID-FLOOR
               MOVE WS-VOID-YTD-RESULT TO
                   EMP-YTD-SUPPLEMENTAL IN WS-EMPLOYEE-RECORD
           END-IF

           PERFORM 378-JOURNAL-EMPLOYEE-IMAGE
           REWRITE EMPLOYEE-RECORD-FILE FROM WS-EMPLOYEE-RECORD
           IF NOT EMP-FILE-SUCCESS
               MOVE ZEROS TO
                   HIST-LST-TAX IN PAY-HISTORY-RECORD-FILE
           END-IF
           IF HIST-TREATY-EXEMPT IN PAY-HISTORY-RECORD-FILE
                   IS NUMERIC
               COMPUTE HIST-TREATY-EXEMPT
                   IN PAY-HISTORY-RECORD-FILE =
                   ZERO - HIST-TREATY-EXEMPT
                       IN PAY-HISTORY-RECORD-FILE
           ELSE
               MOVE ZEROS TO
                   HIST-TREATY-EXEMPT IN PAY-HISTORY-RECORD-FILE
           END-IF
           IF HIST-EQUITY-OFFSET IN PAY-HISTORY-RECORD-FILE
                   IS NUMERIC
               COMPUTE HIST-EQUITY-OFFSET
                   IN PAY-HISTORY-RECORD-FILE =
                   ZERO - HIST-EQUITY-OFFSET
                       IN PAY-HISTORY-RECORD-FILE
           ELSE
               MOVE ZEROS TO
                   HIST-EQUITY-OFFSET IN PAY-HISTORY-RECORD-FILE
           END-IF
           IF HIST-EQUITY-SHORTFALL IN PAY-HISTORY-RECORD-FILE
                   IS NUMERIC
               COMPUTE HIST-EQUITY-SHORTFALL
                   IN PAY-HISTORY-RECORD-FILE =
                   ZERO - HIST-EQUITY-SHORTFALL
                       IN PAY-HISTORY-RECORD-FILE
           ELSE
               MOVE ZEROS TO
                   HIST-EQUITY-SHORTFALL IN PAY-HISTORY-RECORD-FILE
           END-IF
           IF HIST-MILITARY-DIFF IN PAY-HISTORY-RECORD-FILE
                   IS NUMERIC
               COMPUTE HIST-MILITARY-DIFF
                   IN PAY-HISTORY-RECORD-FILE =
                   ZERO - HIST-MILITARY-DIFF
                       IN PAY-HISTORY-RECORD-FILE
           ELSE
               MOVE ZEROS TO
                   HIST-MILITARY-DIFF IN PAY-HISTORY-RECORD-FILE
           END-IF
           IF HIST-STATE-SPLIT-COUNT IN PAY-HISTORY-RECORD-FILE
                   IS NUMERIC
               PERFORM VARYING WS-SAL-HIST-INDEX FROM 1 BY 1
                       UNTIL WS-SAL-HIST-INDEX > HIST-STATE-SPLIT-COUNT
                           IN PAY-HISTORY-RECORD-FILE
                   COMPUTE HIST-SPLIT-WAGES IN PAY-HISTORY-RECORD-FILE
                       (WS-SAL-HIST-INDEX) =
                       ZERO - HIST-SPLIT-WAGES
                           IN PAY-HISTORY-RECORD-FILE
                           (WS-SAL-HIST-INDEX)
                   COMPUTE HIST-SPLIT-TAX IN PAY-HISTORY-RECORD-FILE
                       (WS-SAL-HIST-INDEX) =
                       ZERO - HIST-SPLIT-TAX
                           IN PAY-HISTORY-RECORD-FILE
                           (WS-SAL-HIST-INDEX)
               END-PERFORM
           ELSE
               INITIALIZE HIST-STATE-SPLITS IN PAY-HISTORY-RECORD-FILE
           END-IF

           COMPUTE HIST-PERIOD-END-DATE IN PAY-HISTORY-RECORD-FILE =
               (PAY-END-YEAR IN WS-PAYROLL-DATA * 10000) +
      *****************************************************************
      * Write GL journal lines reversing the voided check: the debit/  *
      * credit sides are swapped from the ones the original run        *
      * posted, with the accounts resolved from the posting rules      *
      * file. Earnings and deductions reverse by the codes HISTDTL     *
      * holds for the check, with what they do not cover under 'GRS'   *
      * and 'DED'; each tax reverses under its own code, an equity     *
      * vest's shares-withheld offset under 'EQW' and any shortfall    *
      * receivable under 'EQR', and net pay under 'NET'. The lines     *
      * are spread over the allocation set for the voided period the  *
      * way the original check's were, with a reversing labor         *
      * distribution line for each share. The amounts in the history  *
      * record are already negated by this point                       *
      *****************************************************************
           MOVE WS-DATE TO GL-RUN-CHECK-DATE
           MOVE PAY-VOID-PERIOD-END IN WS-PAYROLL-DATA TO
               WS-LD-PERIOD-END
           COMPUTE WS-EA-GROSS-BASE =
               ZERO - HIST-GROSS-PAY IN PAY-HISTORY-RECORD-FILE
           MOVE ZEROS TO WS-EA-JOB2-BASE
           MOVE ZEROS TO WS-GLE-COUNT

           MOVE 'E' TO WS-GLE-NEW-LINE-TYPE
           MOVE ZEROS TO WS-GLE-CODED-TOTAL
           PERFORM 3138-ADD-VOID-DETAIL-LINES
           MOVE 'GRS' TO WS-GLE-NEW-CODE
           COMPUTE WS-GLE-NEW-AMOUNT =
               WS-EA-GROSS-BASE - WS-GLE-CODED-TOTAL
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'EQW' TO WS-GLE-NEW-CODE
           COMPUTE WS-GLE-NEW-AMOUNT =
               ZERO - HIST-EQUITY-OFFSET IN PAY-HISTORY-RECORD-FILE
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'EQR' TO WS-GLE-NEW-CODE
           COMPUTE WS-GLE-NEW-AMOUNT =
               ZERO - HIST-EQUITY-SHORTFALL IN PAY-HISTORY-RECORD-FILE
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE

           MOVE 'T' TO WS-GLE-NEW-LINE-TYPE
           MOVE 'FED' TO WS-GLE-NEW-CODE
           COMPUTE WS-GLE-NEW-AMOUNT =
               ZERO - HIST-FEDERAL-TAX IN PAY-HISTORY-RECORD-FILE
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'SIT' TO WS-GLE-NEW-CODE
           COMPUTE WS-GLE-NEW-AMOUNT =
               ZERO - HIST-STATE-TAX IN PAY-HISTORY-RECORD-FILE
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'LOC' TO WS-GLE-NEW-CODE
           COMPUTE WS-GLE-NEW-AMOUNT =
               ZERO - HIST-LOCAL-TAX IN PAY-HISTORY-RECORD-FILE
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'FIC' TO WS-GLE-NEW-CODE
           COMPUTE WS-GLE-NEW-AMOUNT =
               ZERO - HIST-SOCIAL-SEC-TAX IN PAY-HISTORY-RECORD-FILE
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'MED' TO WS-GLE-NEW-CODE
           COMPUTE WS-GLE-NEW-AMOUNT =
               ZERO - HIST-MEDICARE-TAX IN PAY-HISTORY-RECORD-FILE
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'SDI' TO WS-GLE-NEW-CODE
           COMPUTE WS-GLE-NEW-AMOUNT =
               ZERO - HIST-SDI-TAX IN PAY-HISTORY-RECORD-FILE
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'LST' TO WS-GLE-NEW-CODE
           COMPUTE WS-GLE-NEW-AMOUNT =
               ZERO - HIST-LST-TAX IN PAY-HISTORY-RECORD-FILE
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE

           MOVE 'D' TO WS-GLE-NEW-LINE-TYPE
           MOVE ZEROS TO WS-GLE-CODED-TOTAL
           PERFORM 3138-ADD-VOID-DETAIL-LINES
           MOVE 'DED' TO WS-GLE-NEW-CODE
           COMPUTE WS-GLE-NEW-AMOUNT = ZERO -
               HIST-TOTAL-DEDUCTIONS IN PAY-HISTORY-RECORD-FILE -
               WS-GLE-CODED-TOTAL
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE

           MOVE 'N' TO WS-GLE-NEW-LINE-TYPE
           MOVE 'NET' TO WS-GLE-NEW-CODE
           COMPUTE WS-GLE-NEW-AMOUNT =
               ZERO - HIST-NET-PAY IN PAY-HISTORY-RECORD-FILE
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE

           PERFORM 3841-MATCH-ALLOCATION-LINES
           MOVE WS-EA-GROSS-BASE TO WS-LD-GROSS-REMAIN
           COMPUTE WS-LD-FICA-REMAIN = ZERO -
               HIST-SOCIAL-SEC-TAX IN PAY-HISTORY-RECORD-FILE -
               HIST-MEDICARE-TAX IN PAY-HISTORY-RECORD-FILE
           SET WS-GL-POST-VOID TO TRUE
           PERFORM VARYING WS-EA-INDEX FROM 1 BY 1
                   UNTIL WS-EA-INDEX > WS-EA-COUNT
               PERFORM 3139-POST-VOID-GL-SHARES
           END-PERFORM
           MOVE 'N' TO WS-GL-POST-VOID-SW
           .

       3138-ADD-VOID-DETAIL-LINES.
      *****************************************************************
      * Add the voided check's history detail lines of the current    *
      * line type to the employee's GL lines by their own codes,       *
      * noting second-job earnings for the allocation split            *
      *****************************************************************
           PERFORM VARYING WS-VD-INDEX FROM 1 BY 1
                   UNTIL WS-VD-INDEX > WS-VD-COUNT
               IF WS-VD-EMP-ID (WS-VD-INDEX) =
                       EMP-ID IN WS-EMPLOYEE-RECORD
                   AND WS-VD-PERIOD-END (WS-VD-INDEX) =
                       PAY-VOID-PERIOD-END IN WS-PAYROLL-DATA
                   AND WS-VD-CHECK-DATE (WS-VD-INDEX) =
                       WS-VD-VOID-CHECK-DATE
                   AND WS-VD-LINE-TYPE (WS-VD-INDEX) =
                       WS-GLE-NEW-LINE-TYPE
                   MOVE WS-VD-CODE (WS-VD-INDEX) TO WS-GLE-NEW-CODE
                   MOVE WS-VD-AMOUNT (WS-VD-INDEX) TO WS-GLE-NEW-AMOUNT
                   PERFORM 3854-ADD-EMPLOYEE-GL-LINE
                   IF WS-GLE-NEW-LINE-TYPE = 'E'
                       AND WS-VD-CODE (WS-VD-INDEX) = 'JB2'
                       ADD WS-VD-AMOUNT (WS-VD-INDEX) TO
                           WS-EA-JOB2-BASE
                   END-IF
               END-IF
           END-PERFORM
           .

       3139-POST-VOID-GL-SHARES.
      *****************************************************************
      * Split each of the voided check's GL lines by this allocation's *
      * percentage (the final allocation takes the unrounded          *
      * remainder) and post the share reversed against the            *
      * allocation's department. A negated labor distribution line    *
      * for the share, dated in the voided period, backs the check    *
      * out of the intercompany chargeback and the labor actuals      *
      *****************************************************************
           MOVE WS-EMP-COMPANY-CODE TO WS-GLRES-COMPANY
           MOVE WS-EA-DEPT (WS-EA-INDEX) TO WS-GLRES-DEPARTMENT
           PERFORM VARYING WS-GLE-INDEX FROM 1 BY 1
                   UNTIL WS-GLE-INDEX > WS-GLE-COUNT
               IF WS-EA-INDEX = WS-EA-COUNT
                   MOVE WS-GLE-REMAIN (WS-GLE-INDEX) TO WS-GLE-SHARE
               ELSE
                   COMPUTE WS-GLE-SHARE ROUNDED =
                       WS-GLE-AMOUNT (WS-GLE-INDEX) *
                       WS-EA-PERCENT (WS-EA-INDEX) / 100
                   SUBTRACT WS-GLE-SHARE FROM
                       WS-GLE-REMAIN (WS-GLE-INDEX)
               END-IF
               IF WS-GLE-SHARE NOT = ZEROS
                   MOVE WS-GLE-LINE-TYPE (WS-GLE-INDEX) TO
                       WS-GLRES-LINE-TYPE
                   MOVE WS-GLE-CODE (WS-GLE-INDEX) TO WS-GLRES-CODE
                   MOVE WS-GLE-SHARE TO WS-GL-POST-AMOUNT
                   PERFORM 922-POST-CODED-LINE
               END-IF
           END-PERFORM

           IF WS-EA-INDEX = WS-EA-COUNT
               MOVE WS-LD-GROSS-REMAIN TO WS-LD-GROSS-SHARE
               MOVE WS-LD-FICA-REMAIN TO WS-LD-FICA-SHARE
           ELSE
               COMPUTE WS-LD-GROSS-SHARE ROUNDED =
                   WS-EA-GROSS-BASE *
                   WS-EA-PERCENT (WS-EA-INDEX) / 100
               COMPUTE WS-LD-FICA-SHARE ROUNDED =
                   (ZERO -
                    HIST-SOCIAL-SEC-TAX IN PAY-HISTORY-RECORD-FILE -
                    HIST-MEDICARE-TAX IN PAY-HISTORY-RECORD-FILE) *
                   WS-EA-PERCENT (WS-EA-INDEX) / 100
               SUBTRACT WS-LD-GROSS-SHARE FROM WS-LD-GROSS-REMAIN
               SUBTRACT WS-LD-FICA-SHARE FROM WS-LD-FICA-REMAIN
           END-IF

           MOVE SPACES TO LABOR-DIST-RECORD-FILE
           MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO
               LD-EMPLOYEE-ID IN LABOR-DIST-RECORD-FILE
           MOVE WS-LD-PERIOD-END TO
               LD-PERIOD-END-DATE IN LABOR-DIST-RECORD-FILE
           MOVE WS-EMP-COMPANY-CODE TO
               LD-COMPANY-CODE IN LABOR-DIST-RECORD-FILE
           MOVE WS-EA-DEPT (WS-EA-INDEX) TO
               LD-DEPARTMENT IN LABOR-DIST-RECORD-FILE
           MOVE WS-EA-COST-CENTER (WS-EA-INDEX) TO
               LD-COST-CENTER IN LABOR-DIST-RECORD-FILE
           MOVE WS-EA-PERCENT (WS-EA-INDEX) TO
               LD-PERCENT IN LABOR-DIST-RECORD-FILE
           MOVE WS-EA-COMPANY (WS-EA-INDEX) TO
               LD-CHARGE-COMPANY IN LABOR-DIST-RECORD-FILE
           COMPUTE LD-GROSS-SHARE IN LABOR-DIST-RECORD-FILE =
               ZERO - WS-LD-GROSS-SHARE
           COMPUTE LD-EMPLOYER-FICA-SHARE IN LABOR-DIST-RECORD-FILE =
               ZERO - WS-LD-FICA-SHARE
           MOVE ZEROS TO
               LD-EMPLOYER-UI-SHARE IN LABOR-DIST-RECORD-FILE
           WRITE LABOR-DIST-RECORD-FILE
           .

       3135-WRITE-NACHA-REVERSAL.
           END-IF
           .

       317-CHECK-LEAVE-FLOOR.
      *****************************************************************
      * Refuse a record whose vacation, sick, or personal hours would  *
      * overdraw the balance past its leave policy's negative floor    *
      * after this period's accrual - leave is never paid beyond what  *
      * the policy allows to be borrowed. A balance with no policy is  *
      * not held to a floor                                            *
      *****************************************************************
           IF WS-LVP-COUNT = ZEROS
               OR PAY-SCHEDULED-OBLIG IN WS-PAYROLL-DATA
               GO TO 317-EXIT
           END-IF

           MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO LEAVE-EMP-ID
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   GO TO 317-EXIT
           END-READ
           IF LEAVE-POLICY-CODE IN LEAVE-BALANCE-RECORD-FILE = SPACES
               GO TO 317-EXIT
           END-IF

           PERFORM 3753-COMPUTE-SERVICE-YEARS

           MOVE 'V' TO WS-LV-TYPE
           MOVE LEAVE-VACATION-BALANCE TO WS-LV-BALANCE
           MOVE LEAVE-VACATION-ACCRUAL-RATE TO WS-LV-FLAT-RATE
           MOVE PAY-VACATION-HOURS IN WS-PAYROLL-DATA TO WS-LV-USED
           PERFORM 3171-TEST-LEAVE-FLOOR

           MOVE 'S' TO WS-LV-TYPE
           MOVE LEAVE-SICK-BALANCE TO WS-LV-BALANCE
           MOVE LEAVE-SICK-ACCRUAL-RATE TO WS-LV-FLAT-RATE
           MOVE PAY-SICK-HOURS IN WS-PAYROLL-DATA TO WS-LV-USED
           PERFORM 3171-TEST-LEAVE-FLOOR

           MOVE 'P' TO WS-LV-TYPE
           MOVE LEAVE-PERSONAL-BALANCE TO WS-LV-BALANCE
           MOVE LEAVE-PERSONAL-ACCRUAL-RATE TO WS-LV-FLAT-RATE
           MOVE PAY-PERSONAL-HOURS IN WS-PAYROLL-DATA TO WS-LV-USED
           PERFORM 3171-TEST-LEAVE-FLOOR
           .
       317-EXIT.
           EXIT.

       3171-TEST-LEAVE-FLOOR.
      *****************************************************************
      * Project one leave type's balance after accrual and usage and   *
      * refuse the record when it falls below the policy floor         *
      *****************************************************************
           IF WS-LV-USED > ZEROS AND PROCESS-EMPLOYEE
               PERFORM 3752-COMPUTE-LEAVE-ACCRUAL
               COMPUTE WS-LV-PROJECTED =
                   WS-LV-BALANCE + WS-LV-ACCRUAL - WS-LV-USED
               IF WS-LV-POLICY-SLOT > ZEROS
                   AND WS-LV-PROJECTED <
                       ZEROS - WS-LVP-NEGATIVE-FLOOR
                                   (WS-LV-POLICY-SLOT)
                   MOVE 'N' TO WS-PROCESS-FLAG
                   STRING 'LEAVE TYPE ' WS-LV-TYPE
                          ' USAGE PAST POLICY FLOOR - RECORD '
                          'REFUSED FOR EMPLOYEE: '
                          PAY-EMPLOYEE-ID IN WS-PAYROLL-DATA
                          DELIMITED BY SIZE
                          INTO WS-ERROR-TEXT
                   PERFORM 800-LOG-ERROR
               END-IF
           END-IF
           .

       320-CALCULATE-GROSS-PAY.
      *****************************************************************
      * Calculate gross pay based on hours worked and pay rates,       *
                      WS-DIFFERENTIAL-PAY
                      WS-JOB2-PAY
                      WS-OTHER-PAY
                      WS-LEAVE-PAYOUT-HOURS
                      WS-LEAVE-PAYOUT-PAY
                      WS-MILITARY-DIFF-PAY
           MOVE 'N' TO WS-VAC-PAYOUT-SW

           PERFORM 322-DETERMINE-PRORATE-FACTOR
           PERFORM 321-DETERMINE-EFFECTIVE-RATES
           PERFORM 3201-SPLIT-COMP-TIME-OVERTIME
               THRU 3201-EXIT

           IF EMP-HOURLY IN WS-EMPLOYEE-RECORD
               IF PAY-RATE-IS-OVERRIDE IN PAY-OVERRIDE-RATE-FLAG IN
      * here; the half-time and full-time premiums are added by        *
      * 326-COMPUTE-FLSA-OT-PREMIUM once all includable earnings are   *
      * assembled, since the premium rate is the FLSA weighted-        *
      * average regular rate rather than the base hourly rate. Hours   *
      * banked as comp time are not priced                             *
      *****************************************************************
               COMPUTE WS-OVERTIME-PAY ROUNDED =
                   WS-CT-PAID-OT-HOURS * WS-BLENDED-HOURLY-RATE

               COMPUTE WS-DIFFERENTIAL-PAY =
                   (PAY-DOUBLETIME-HOURS IN WS-PAYROLL-DATA *
                    PAY-HOLIDAY-RATE IN WS-PAYROLL-DATA)
           ELSE
               IF EMP-SALARY IN WS-EMPLOYEE-RECORD
                   AND NOT PAY-EQUITY-VEST IN WS-PAYROLL-DATA
                   IF EMP-MONTHLY IN WS-EMPLOYEE-RECORD
                       MOVE WS-BLENDED-SALARY-AMOUNT
                           TO WS-REGULAR-PAY
           ADD PAY-REIMBURSEMENT-AMT IN WS-PAYROLL-DATA TO WS-OTHER-PAY
           ADD PAY-OTHER-EARNINGS IN WS-PAYROLL-DATA TO WS-OTHER-PAY
           ADD PAY-RETRO-PAY-AMOUNT IN WS-PAYROLL-DATA TO WS-OTHER-PAY
           ADD WS-CT-USED-PAY TO WS-OTHER-PAY

           PERFORM 326-COMPUTE-FLSA-OT-PREMIUM
                   THRU 326-EXIT
           PERFORM 3261-PRICE-MEAL-REST-PREMIUMS
                   THRU 3261-EXIT
           PERFORM 327-COMPUTE-TIP-TOPUP
                   THRU 327-EXIT
           PERFORM 329-SUM-IMPUTED-EARNINGS
           PERFORM 3262-COMPUTE-MILITARY-DIFF
                   THRU 3262-EXIT

      *****************************************************************
      * Expense claims imported under the accountable plan arrive     *
      * already inside PAY-REIMBURSEMENT-AMT and are non-taxable in   *
      * full; only the hand-keyed remainder is held to the limit.     *
      * Their taxable excess arrives inside PAY-ALLOWANCE-AMOUNT and  *
      * is taxed with it                                               *
      *****************************************************************
           MOVE ZEROS TO WS-TE-ACCOUNTABLE
                         WS-TE-TAXABLE
           IF PAY-TE-ACCOUNTABLE-AMT IN WS-PAYROLL-DATA IS NUMERIC
               MOVE PAY-TE-ACCOUNTABLE-AMT IN WS-PAYROLL-DATA
                   TO WS-TE-ACCOUNTABLE
           END-IF
           IF PAY-TE-TAXABLE-AMT IN WS-PAYROLL-DATA IS NUMERIC
               MOVE PAY-TE-TAXABLE-AMT IN WS-PAYROLL-DATA
                   TO WS-TE-TAXABLE
           END-IF
           IF WS-TE-ACCOUNTABLE >
                   PAY-REIMBURSEMENT-AMT IN WS-PAYROLL-DATA
               MOVE PAY-REIMBURSEMENT-AMT IN WS-PAYROLL-DATA
                   TO WS-TE-ACCOUNTABLE
           END-IF
           COMPUTE WS-KEYED-REIMBURSE =
               PAY-REIMBURSEMENT-AMT IN WS-PAYROLL-DATA -
               WS-TE-ACCOUNTABLE

           IF WS-KEYED-REIMBURSE > WS-REIMBURSE-NONTAXABLE-LIMIT
               MOVE WS-REIMBURSE-NONTAXABLE-LIMIT
                   TO WS-REIMBURSE-NONTAXABLE
           ELSE
               MOVE WS-KEYED-REIMBURSE
                   TO WS-REIMBURSE-NONTAXABLE
           END-IF
           ADD WS-TE-ACCOUNTABLE TO WS-REIMBURSE-NONTAXABLE

           IF (EMP-TERMINATED IN WS-EMPLOYEE-RECORD
                   OR EMP-DECEASED IN WS-EMPLOYEE-RECORD)
               AND NOT PAY-SCHEDULED-OBLIG IN WS-PAYROLL-DATA
               AND NOT PAY-EQUITY-VEST IN WS-PAYROLL-DATA
               PERFORM 324-PAYOUT-LEAVE-BALANCE
           END-IF

                   ' OTHER: ' WS-OTHER-PAY ')'
           .

       3201-SPLIT-COMP-TIME-OVERTIME.
      *****************************************************************
      * For an hourly employee with the comp-time election, split the  *
      * period's overtime hours between the comp-time bank and pay.    *
      * Each overtime hour banks the bank rate in comp-time hours      *
      * until the balance, net of comp time taken this period, reaches *
      * the employee's cap (the standard cap when none is on file);    *
      * overtime beyond the cap is paid as usual. A final check banks  *
      * nothing - the whole bank is being settled. Comp time taken is  *
      * paid at the regular rate                                       *
      *****************************************************************
           MOVE PAY-OVERTIME-HOURS IN WS-PAYROLL-DATA TO
               WS-CT-PAID-OT-HOURS
           MOVE ZEROS TO WS-CT-BANKED-OT-HOURS
           MOVE ZEROS TO WS-CT-HOURS-EARNED
           MOVE ZEROS TO WS-CT-USED-HOURS
           MOVE ZEROS TO WS-CT-USED-PAY
           MOVE ZEROS TO WS-CT-PAYOUT-HOURS
           MOVE ZEROS TO WS-CT-PAYOUT-PAY
           MOVE 'N' TO WS-CT-SETTLED-SW

           IF NOT EMP-HOURLY IN WS-EMPLOYEE-RECORD
               OR NOT EMP-COMP-TIME-YES IN WS-EMPLOYEE-RECORD
               GO TO 3201-EXIT
           END-IF

           IF PAY-COMP-TIME-USED IN WS-PAYROLL-DATA IS NUMERIC
               MOVE PAY-COMP-TIME-USED IN WS-PAYROLL-DATA TO
                   WS-CT-USED-HOURS
               COMPUTE WS-CT-USED-PAY ROUNDED =
                   WS-CT-USED-HOURS * WS-BLENDED-HOURLY-RATE
           END-IF

           IF PAY-OVERTIME-HOURS IN WS-PAYROLL-DATA = ZEROS
               OR EMP-TERMINATED IN WS-EMPLOYEE-RECORD
               OR EMP-DECEASED IN WS-EMPLOYEE-RECORD
               GO TO 3201-EXIT
           END-IF

           MOVE ZEROS TO WS-CT-BALANCE
           MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO LEAVE-EMP-ID
           READ LEAVE-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LEAVE-COMP-TIME-BALANCE IS NUMERIC
                       MOVE LEAVE-COMP-TIME-BALANCE TO WS-CT-BALANCE
                   END-IF
           END-READ

           IF EMP-COMP-TIME-CAP IN WS-EMPLOYEE-RECORD IS NUMERIC
               AND EMP-COMP-TIME-CAP IN WS-EMPLOYEE-RECORD > ZEROS
               MOVE EMP-COMP-TIME-CAP IN WS-EMPLOYEE-RECORD TO
                   WS-CT-CAP
           ELSE
               MOVE WS-CT-STANDARD-CAP TO WS-CT-CAP
           END-IF

           COMPUTE WS-CT-ROOM =
               WS-CT-CAP - WS-CT-BALANCE + WS-CT-USED-HOURS
           IF WS-CT-ROOM NOT > ZEROS
               GO TO 3201-EXIT
           END-IF

           COMPUTE WS-CT-BANKED-OT-HOURS =
               WS-CT-ROOM / WS-CT-BANK-RATE
           IF WS-CT-BANKED-OT-HOURS >
                   PAY-OVERTIME-HOURS IN WS-PAYROLL-DATA
               MOVE PAY-OVERTIME-HOURS IN WS-PAYROLL-DATA TO
                   WS-CT-BANKED-OT-HOURS
           END-IF
           COMPUTE WS-CT-HOURS-EARNED =
               WS-CT-BANKED-OT-HOURS * WS-CT-BANK-RATE
           COMPUTE WS-CT-PAID-OT-HOURS =
               PAY-OVERTIME-HOURS IN WS-PAYROLL-DATA -
               WS-CT-BANKED-OT-HOURS

           DISPLAY 'COMP TIME BANKED: ' WS-CT-HOURS-EARNED
                   ' HOURS FOR ' WS-CT-BANKED-OT-HOURS
                   ' OT HOURS - OT HOURS PAID: ' WS-CT-PAID-OT-HOURS
           .
       3201-EXIT.
           EXIT.

       321-DETERMINE-EFFECTIVE-RATES.
      *****************************************************************
      * Establish the hourly rate and period salary this check is      *
      * second job - stray job-2 hours on anyone else must not        *
      * dilute the regular rate                                       *
      *****************************************************************
           MOVE WS-CT-PAID-OT-HOURS TO WS-FLSA-PREM-OT-HOURS
           IF EMP-JOB2-ACTIVE IN WS-EMPLOYEE-RECORD
               ADD PAY-JOB2-OT-HOURS IN WS-PAYROLL-DATA TO
                   WS-FLSA-PREM-OT-HOURS
      *****************************************************************
      * Both jobs' hours and straight-time pay enter the weighted     *
      * average, so the premium reflects the rate mix actually worked *
      * (overtime banked as comp time carries no pay and is left out) *
      *****************************************************************
           COMPUTE WS-FLSA-TOTAL-HOURS =
               PAY-REGULAR-HOURS IN WS-PAYROLL-DATA +
               WS-CT-PAID-OT-HOURS +
               PAY-DOUBLETIME-HOURS IN WS-PAYROLL-DATA
           IF EMP-JOB2-ACTIVE IN WS-EMPLOYEE-RECORD
               COMPUTE WS-FLSA-TOTAL-HOURS =
       326-EXIT.
           EXIT.

       3261-PRICE-MEAL-REST-PREMIUMS.
      *****************************************************************
      * Pay the meal and rest period premium hours the time import    *
      * found, one hour per violation day, at the regular rate: the   *
      * FLSA weighted-average rate when the period has overtime to    *
      * compute it for, otherwise the hourly rate the regular hours   *
      * were priced at. The premiums are carried in other earnings    *
      * for gross and taxes and broken out under their own codes. A   *
      * record built before the fields existed carries no premium     *
      *****************************************************************
           MOVE ZEROS TO WS-MRP-MEAL-HOURS
           MOVE ZEROS TO WS-MRP-REST-HOURS
           MOVE ZEROS TO WS-MRP-MEAL-PAY
           MOVE ZEROS TO WS-MRP-REST-PAY
           MOVE ZEROS TO WS-STUB-MEAL-REST-PREMIUM

           IF NOT EMP-HOURLY IN WS-EMPLOYEE-RECORD
               GO TO 3261-EXIT
           END-IF

           IF PAY-MEAL-PREMIUM-HOURS IN WS-PAYROLL-DATA IS NUMERIC
               MOVE PAY-MEAL-PREMIUM-HOURS IN WS-PAYROLL-DATA TO
                   WS-MRP-MEAL-HOURS
           END-IF
           IF PAY-REST-PREMIUM-HOURS IN WS-PAYROLL-DATA IS NUMERIC
               MOVE PAY-REST-PREMIUM-HOURS IN WS-PAYROLL-DATA TO
                   WS-MRP-REST-HOURS
           END-IF

           IF WS-MRP-MEAL-HOURS = ZEROS AND WS-MRP-REST-HOURS = ZEROS
               GO TO 3261-EXIT
           END-IF

           IF WS-FLSA-REGULAR-RATE > ZEROS
               MOVE WS-FLSA-REGULAR-RATE TO WS-MRP-RATE
           ELSE
               IF PAY-RATE-IS-OVERRIDE IN PAY-OVERRIDE-RATE-FLAG IN
                       PAY-OVERRIDE-FLAGS IN WS-PAYROLL-DATA
                   MOVE PAY-OVERRIDE-RATE IN PAY-OVERRIDE-FLAGS IN
                       WS-PAYROLL-DATA TO WS-MRP-RATE
               ELSE
                   MOVE WS-BLENDED-HOURLY-RATE TO WS-MRP-RATE
               END-IF
           END-IF

           COMPUTE WS-MRP-MEAL-PAY ROUNDED =
               WS-MRP-MEAL-HOURS * WS-MRP-RATE
           COMPUTE WS-MRP-REST-PAY ROUNDED =
               WS-MRP-REST-HOURS * WS-MRP-RATE
           ADD WS-MRP-MEAL-PAY TO WS-OTHER-PAY
           ADD WS-MRP-REST-PAY TO WS-OTHER-PAY
           COMPUTE WS-STUB-MEAL-REST-PREMIUM =
               WS-MRP-MEAL-PAY + WS-MRP-REST-PAY

           DISPLAY 'MEAL/REST PREMIUM FOR EMPLOYEE: '
                   EMP-ID IN WS-EMPLOYEE-RECORD
                   ' MEAL HRS: ' WS-MRP-MEAL-HOURS
                   ' REST HRS: ' WS-MRP-REST-HOURS
                   ' RATE: ' WS-MRP-RATE
           .
       3261-EXIT.
           EXIT.

       3262-COMPUTE-MILITARY-DIFF.
      *****************************************************************
      * Military differential for a reservist on active duty. When    *
      * the employee's activation covers any of the pay period, the   *
      * regular pay lost to the orders is figured - the military      *
      * hours keyed on the payroll record, or else the standard hours *
      * for the share of the period the orders cover - and the        *
      * military pay for that share is set against it. The shortfall  *
      * is paid as differential in other earnings, broken out under   *
      * its own code and kept out of the FICA and FUTA wages. A       *
      * salaried employee's period salary gives up the pay lost to    *
      * the orders, which the differential makes up. Off-cycle,       *
      * gross-up, scheduled-payment, vest, and final checks pay none  *
      *****************************************************************
           MOVE ZEROS TO WS-MILITARY-DIFF-PAY
           MOVE ZEROS TO WS-MDP-HOURS
           MOVE ZEROS TO WS-MDP-RATE
           MOVE ZEROS TO WS-MDP-LOST-PAY
           MOVE ZEROS TO WS-MDP-MILITARY-PAY
           MOVE ZEROS TO WS-STUB-MILITARY-DIFF

           IF EMP-MIL-ACTIVATION-START IN WS-EMPLOYEE-RECORD = ZEROS
               OR PAY-SPECIAL-CALC IN WS-PAYROLL-DATA
               OR PAY-GROSSUP-CALC IN WS-PAYROLL-DATA
               OR PAY-SCHEDULED-OBLIG IN WS-PAYROLL-DATA
               OR PAY-EQUITY-VEST IN WS-PAYROLL-DATA
               OR EMP-TERMINATED IN WS-EMPLOYEE-RECORD
               OR EMP-DECEASED IN WS-EMPLOYEE-RECORD
               GO TO 3262-EXIT
           END-IF

      **** Days of the pay period inside the activation ****
           MOVE EMP-MIL-ACTIVATION-START IN WS-EMPLOYEE-RECORD TO
               WS-MDP-DATE-NUM
           DIVIDE WS-MDP-DATE-NUM BY 100 GIVING
               WS-MDP-DATE-YEARMONTH REMAINDER WS-DAYNUM-DAY
           DIVIDE WS-MDP-DATE-YEARMONTH BY 100 GIVING
               WS-DAYNUM-YEAR REMAINDER WS-DAYNUM-MONTH
           PERFORM 900-CONVERT-TO-DAYNUM
           MOVE WS-DAYNUM-RESULT TO WS-MDP-START-DAYNUM
           IF WS-MDP-START-DAYNUM < WS-PERIOD-START-DAYNUM
               MOVE WS-PERIOD-START-DAYNUM TO WS-MDP-START-DAYNUM
           END-IF

           MOVE WS-PERIOD-END-DAYNUM TO WS-MDP-END-DAYNUM
           IF EMP-MIL-ACTIVATION-END IN WS-EMPLOYEE-RECORD > ZEROS
               MOVE EMP-MIL-ACTIVATION-END IN WS-EMPLOYEE-RECORD TO
                   WS-MDP-DATE-NUM
               DIVIDE WS-MDP-DATE-NUM BY 100 GIVING
                   WS-MDP-DATE-YEARMONTH REMAINDER WS-DAYNUM-DAY
               DIVIDE WS-MDP-DATE-YEARMONTH BY 100 GIVING
                   WS-DAYNUM-YEAR REMAINDER WS-DAYNUM-MONTH
               PERFORM 900-CONVERT-TO-DAYNUM
               IF WS-DAYNUM-RESULT < WS-MDP-END-DAYNUM
                   MOVE WS-DAYNUM-RESULT TO WS-MDP-END-DAYNUM
               END-IF
           END-IF

           IF WS-MDP-START-DAYNUM > WS-MDP-END-DAYNUM
               GO TO 3262-EXIT
           END-IF

           COMPUTE WS-MDP-COVERED-DAYS =
               WS-MDP-END-DAYNUM - WS-MDP-START-DAYNUM + 1
           MOVE 1 TO WS-MDP-COVERAGE
           IF WS-MDP-COVERED-DAYS < WS-PERIOD-TOTAL-DAYS AND
                   WS-PERIOD-TOTAL-DAYS > 0
               COMPUTE WS-MDP-COVERAGE ROUNDED =
                   WS-MDP-COVERED-DAYS / WS-PERIOD-TOTAL-DAYS
           END-IF

      **** Regular hours lost to the orders ****
           IF PAY-MILITARY-HOURS IN WS-PAYROLL-DATA > ZEROS
               MOVE PAY-MILITARY-HOURS IN WS-PAYROLL-DATA TO
                   WS-MDP-HOURS
           ELSE
               IF EMP-STANDARD-HOURS IN WS-EMPLOYEE-RECORD IS NUMERIC
                   COMPUTE WS-MDP-HOURS ROUNDED =
                       EMP-STANDARD-HOURS IN WS-EMPLOYEE-RECORD *
                       WS-MDP-COVERAGE
               END-IF
           END-IF

      **** Regular pay lost: hours at the rate regular hours were ****
      **** priced at, or the covered share of a period salary    ****
           IF EMP-HOURLY IN WS-EMPLOYEE-RECORD
               IF PAY-RATE-IS-OVERRIDE IN PAY-OVERRIDE-RATE-FLAG IN
                       PAY-OVERRIDE-FLAGS IN WS-PAYROLL-DATA
                   MOVE PAY-OVERRIDE-RATE IN PAY-OVERRIDE-FLAGS IN
                       WS-PAYROLL-DATA TO WS-MDP-RATE
               ELSE
                   MOVE WS-BLENDED-HOURLY-RATE TO WS-MDP-RATE
               END-IF
               COMPUTE WS-MDP-LOST-PAY ROUNDED =
                   WS-MDP-HOURS * WS-MDP-RATE
           ELSE
               PERFORM 3241-DETERMINE-LEAVE-PAYOUT-RATE
               MOVE WS-LEAVE-PAYOUT-RATE TO WS-MDP-RATE
               IF PAY-MILITARY-HOURS IN WS-PAYROLL-DATA > ZEROS
                   COMPUTE WS-MDP-LOST-PAY ROUNDED =
                       WS-MDP-HOURS * WS-MDP-RATE
               ELSE
                   COMPUTE WS-MDP-LOST-PAY ROUNDED =
                       WS-REGULAR-PAY * WS-MDP-COVERAGE
               END-IF
               IF WS-MDP-LOST-PAY > WS-REGULAR-PAY
                   MOVE WS-REGULAR-PAY TO WS-MDP-LOST-PAY
               END-IF
               SUBTRACT WS-MDP-LOST-PAY FROM WS-REGULAR-PAY
           END-IF

      **** Military pay for the covered share; shortfall is paid ****
           COMPUTE WS-MDP-MILITARY-PAY ROUNDED =
               EMP-MIL-PAY-PER-PERIOD IN WS-EMPLOYEE-RECORD *
               WS-MDP-COVERAGE
           IF WS-MDP-LOST-PAY > WS-MDP-MILITARY-PAY
               COMPUTE WS-MILITARY-DIFF-PAY =
                   WS-MDP-LOST-PAY - WS-MDP-MILITARY-PAY
           END-IF
           ADD WS-MILITARY-DIFF-PAY TO WS-OTHER-PAY
           MOVE WS-MILITARY-DIFF-PAY TO WS-STUB-MILITARY-DIFF

           DISPLAY 'MILITARY DIFFERENTIAL FOR EMPLOYEE: '
                   EMP-ID IN WS-EMPLOYEE-RECORD
                   ' LOST PAY: ' WS-MDP-LOST-PAY
                   ' MILITARY PAY: ' WS-MDP-MILITARY-PAY
                   ' DIFFERENTIAL: ' WS-MILITARY-DIFF-PAY
           .
       3262-EXIT.
           EXIT.

       327-COMPUTE-TIP-TOPUP.
      *****************************************************************
      * Tip credit check for tipped employees: hourly cash wages plus  *
       324-PAYOUT-LEAVE-BALANCE.
      *****************************************************************
      * Pay out remaining unused vacation balance to a terminating     *
      * employee as part of their final check. The balance is only     *
      * closed by 375-UPDATE-LEAVE-BALANCE once the check is known to  *
      * be paid, so a record refused later in the run (a required      *
      * deduction not taken) keeps the balance for its recycle         *
      *****************************************************************
           MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO LEAVE-EMP-ID
           READ LEAVE-BALANCE-FILE

           IF LEAVE-FILE-SUCCESS AND LEAVE-VACATION-BALANCE > ZEROS
               PERFORM 3241-DETERMINE-LEAVE-PAYOUT-RATE
               MOVE LEAVE-VACATION-BALANCE TO WS-LEAVE-PAYOUT-HOURS
               COMPUTE WS-LEAVE-PAYOUT-PAY =
                   LEAVE-VACATION-BALANCE * WS-LEAVE-PAYOUT-RATE
               ADD WS-LEAVE-PAYOUT-PAY TO WS-OTHER-PAY
               SET WS-VAC-BALANCE-PAID-OUT TO TRUE
           END-IF

           IF LEAVE-FILE-SUCCESS
               AND LEAVE-COMP-TIME-BALANCE IS NUMERIC
               AND LEAVE-COMP-TIME-BALANCE NOT = ZEROS
               PERFORM 3242-PAYOUT-COMP-TIME-BANK
           END-IF
           .

       3242-PAYOUT-COMP-TIME-BANK.
      *****************************************************************
      * Pay out the remaining comp-time bank at the final regular      *
      * rate. Comp time taken on this final check is already paid at   *
      * the regular rate, so only the hours left after it are paid     *
      * out. The bank is closed by the period's leave update, which    *
      * runs only once the check is known to be paid                   *
      *****************************************************************
           COMPUTE WS-CT-PAYOUT-HOURS =
               LEAVE-COMP-TIME-BALANCE - WS-CT-USED-HOURS
           IF WS-CT-PAYOUT-HOURS > ZEROS
               PERFORM 3241-DETERMINE-LEAVE-PAYOUT-RATE
               COMPUTE WS-CT-PAYOUT-PAY ROUNDED =
                   WS-CT-PAYOUT-HOURS * WS-LEAVE-PAYOUT-RATE
               ADD WS-CT-PAYOUT-PAY TO WS-OTHER-PAY
               DISPLAY 'COMP TIME PAYOUT: ' WS-CT-PAYOUT-HOURS
                       ' HOURS AMOUNT: ' WS-CT-PAYOUT-PAY
           ELSE
               MOVE ZEROS TO WS-CT-PAYOUT-HOURS
           END-IF

           SET WS-CT-BANK-SETTLED TO TRUE
           .

       3241-DETERMINE-LEAVE-PAYOUT-RATE.
      *****************************************************************
      * Hourly employees are paid off their rate on file as before.    *
                      WS-SDI-TAX
                      WS-SDI-ER-TAX
                      WS-LST-TAX
           MOVE EMP-WORK-STATE IN WS-EMPLOYEE-RECORD
               TO WS-TAX-EFFECTIVE-STATE
           MOVE ZEROS TO SA-WORK-STATE-COUNT
                         SA-ENTRY-COUNT
                         SA-RESIDENT-CREDIT
           PERFORM 3303-DETERMINE-TREATY-EXEMPT

           IF PAY-SKIP-TAX IN WS-PAYROLL-DATA
               DISPLAY 'TAXES SKIPPED PER PAYROLL RECORD FLAG'
                   TO WS-TAX-RESIDENCE-STATE
               MOVE EMP-UI-STATE IN WS-EMPLOYEE-RECORD
                   TO WS-TAX-UI-STATE
               PERFORM 333-RESOLVE-SUTA-RATE
               MOVE EMP-LOCAL-CODE IN WS-EMPLOYEE-RECORD
                   TO WS-TAX-LOCAL-CODE
               MOVE EMP-FEDERAL-ALLOWANCES IN WS-EMPLOYEE-RECORD
                   TO WS-TAX-W4-EXTRA-DEDUCTIONS
               MOVE EMP-W4-TWO-JOBS-IND IN WS-EMPLOYEE-RECORD
                   TO WS-TAX-W4-TWO-JOBS-IND
               MOVE 'N' TO WS-TAX-W4-NRA-IND
               MOVE 'N' TO WS-TAX-W4-FICA-EXEMPT-IND
               IF EMP-NRA-YES IN WS-EMPLOYEE-RECORD
                   MOVE 'Y' TO WS-TAX-W4-NRA-IND
                   IF EMP-VISA-FICA-EXEMPT IN WS-EMPLOYEE-RECORD
                       MOVE 'Y' TO WS-TAX-W4-FICA-EXEMPT-IND
                   END-IF
               END-IF
               MOVE WS-TREATY-EXEMPT-WAGES TO WS-TAX-W4-TREATY-EXEMPT
               MOVE WS-MILITARY-DIFF-PAY TO WS-TAX-W4-FICA-EXEMPT-WAGES
               MOVE EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD
                   TO WS-TAX-W4-YTD-FICA-EXEMPT
               MOVE EMP-YTD-LST IN WS-EMPLOYEE-RECORD
                   TO WS-TAX-CALC-YTD-LST
               PERFORM 331-LOAD-PRIOR-WAGE-BASES
               PERFORM 3301-BUILD-STATE-ALLOCATION
                   THRU 3301-EXIT

               IF WS-RUN-RETRO
                   PERFORM 336-CALCULATE-RETRO-SPLIT-TAXES
                                        WS-TAX-CALC-YTD-LST
                                        WS-LST-TAX
                                        WS-TAX-PRIOR-WAGE-BASES
                                        WS-TAX-EFFECTIVE-STATE
                                        WS-TAX-SUTA-EXPERIENCE-RATE
                                        WS-STATE-ALLOCATION
                                        WS-TAX-CALC-YTD-SUPPLEMENTAL
               END-IF

               IF PAY-GROSSUP-CALC IN WS-PAYROLL-DATA
                   MOVE ZEROS TO WS-FEDERAL-TAX
                   MOVE ZEROS TO WS-STATE-TAX
                   MOVE ZEROS TO WS-LOCAL-TAX
                   MOVE ZEROS TO SA-RESIDENT-CREDIT
                   PERFORM VARYING WS-SAL-INDEX FROM 1 BY 1
                           UNTIL WS-SAL-INDEX > 6
                       MOVE ZEROS TO SA-STATE-TAX (WS-SAL-INDEX)
                   END-PERFORM
                   DISPLAY 'DECEASED FINAL PAY - INCOME TAX '
                           'WITHHOLDING SUPPRESSED'
               END-IF
                   MOVE WS-SIGNED-ADJ-RESULT TO WS-TOTAL-TAXES
               END-IF

               MOVE WS-SDI-TAX TO WS-STUB-SDI-TAX
               MOVE WS-LST-TAX TO WS-STUB-LST-TAX
           END-IF
                   ' MED: ' WS-MEDICARE-TAX ')'
           .

       3301-BUILD-STATE-ALLOCATION.
      *****************************************************************
      * Gather the employee's work location lines for this period    *
      * (a zero period end date applies to any period) and turn them  *
      * into the state shares TAXCALC splits wages by - hours worked  *
      * in each state when hours were reported, otherwise days. An    *
      * employee with no lines, or whose only state is the master     *
      * work state, is taxed in the single work state as before. Up   *
      * to five work states are kept; TAXCALC needs the sixth slot    *
      * for a residence state the employee did not work in            *
      *****************************************************************
           MOVE ZEROS TO WS-SAL-SET-COUNT
                         WS-SAL-HOURS-TOTAL
                         WS-SAL-DAYS-TOTAL
           COMPUTE WS-SAL-PERIOD-END =
               (PAY-END-YEAR IN WS-PAYROLL-DATA * 10000) +
               (PAY-END-MONTH IN WS-PAYROLL-DATA * 100) +
               PAY-END-DAY IN WS-PAYROLL-DATA

           PERFORM VARYING WS-SAL-INDEX FROM 1 BY 1
                   UNTIL WS-SAL-INDEX > WS-WL-COUNT
               IF WS-WL-EMP-ID (WS-SAL-INDEX) =
                      PAY-EMPLOYEE-ID IN WS-PAYROLL-DATA
                  AND (WS-WL-PERIOD-END (WS-SAL-INDEX) =
                      WS-SAL-PERIOD-END
                   OR WS-WL-PERIOD-END (WS-SAL-INDEX) = ZEROS)
                   PERFORM 3302-ADD-WORK-LOCATION
               END-IF
           END-PERFORM

           IF WS-SAL-SET-COUNT = ZEROS
               GO TO 3301-EXIT
           END-IF
           IF WS-SAL-SET-COUNT = 1
              AND WS-SAL-SET-STATE (1) =
                  EMP-WORK-STATE IN WS-EMPLOYEE-RECORD
               GO TO 3301-EXIT
           END-IF

           IF WS-SAL-HOURS-TOTAL > ZEROS
               SET WS-SAL-BY-HOURS TO TRUE
           ELSE
               IF WS-SAL-DAYS-TOTAL > ZEROS
                   SET WS-SAL-BY-DAYS TO TRUE
               ELSE
                   STRING 'WORK LOCATIONS FOR EMPLOYEE: '
                          PAY-EMPLOYEE-ID IN WS-PAYROLL-DATA
                          ' CARRY NO HOURS OR DAYS - NOT SPLIT'
                          DELIMITED BY SIZE
                          INTO WS-ERROR-TEXT
                   PERFORM 800-LOG-ERROR
                   GO TO 3301-EXIT
               END-IF
           END-IF

           MOVE 1 TO WS-SAL-SHARE-REMAIN
           PERFORM VARYING WS-SAL-SET-INDEX FROM 1 BY 1
                   UNTIL WS-SAL-SET-INDEX > WS-SAL-SET-COUNT
               MOVE WS-SAL-SET-STATE (WS-SAL-SET-INDEX) TO
                   SA-WORK-STATE (WS-SAL-SET-INDEX)
               IF WS-SAL-SET-INDEX = WS-SAL-SET-COUNT
                   MOVE WS-SAL-SHARE-REMAIN TO
                       SA-SHARE (WS-SAL-SET-INDEX)
               ELSE
                   IF WS-SAL-BY-HOURS
                       COMPUTE SA-SHARE (WS-SAL-SET-INDEX) ROUNDED =
                           WS-SAL-SET-HOURS (WS-SAL-SET-INDEX) /
                           WS-SAL-HOURS-TOTAL
                   ELSE
                       COMPUTE SA-SHARE (WS-SAL-SET-INDEX) ROUNDED =
                           WS-SAL-SET-DAYS (WS-SAL-SET-INDEX) /
                           WS-SAL-DAYS-TOTAL
                   END-IF
                   IF SA-SHARE (WS-SAL-SET-INDEX) > WS-SAL-SHARE-REMAIN
                       MOVE WS-SAL-SHARE-REMAIN TO
                           SA-SHARE (WS-SAL-SET-INDEX)
                   END-IF
                   SUBTRACT SA-SHARE (WS-SAL-SET-INDEX)
                       FROM WS-SAL-SHARE-REMAIN
               END-IF
           END-PERFORM
           MOVE WS-SAL-SET-COUNT TO SA-WORK-STATE-COUNT

           DISPLAY 'MULTI-STATE ALLOCATION ACROSS '
                   WS-SAL-SET-COUNT ' WORK STATE(S)'
           .
       3301-EXIT.
           EXIT.

       3302-ADD-WORK-LOCATION.
      *****************************************************************
      * Add one work location line into the employee's state set,     *
      * combining lines for the same state                            *
      *****************************************************************
           PERFORM VARYING WS-SAL-SET-INDEX FROM 1 BY 1
                   UNTIL WS-SAL-SET-INDEX > WS-SAL-SET-COUNT
                   OR WS-SAL-SET-STATE (WS-SAL-SET-INDEX) =
                      WS-WL-STATE (WS-SAL-INDEX)
               CONTINUE
           END-PERFORM

           IF WS-SAL-SET-INDEX > WS-SAL-SET-COUNT
               IF WS-SAL-SET-COUNT < 5
                   ADD 1 TO WS-SAL-SET-COUNT
                   MOVE WS-SAL-SET-COUNT TO WS-SAL-SET-INDEX
                   MOVE WS-WL-STATE (WS-SAL-INDEX) TO
                       WS-SAL-SET-STATE (WS-SAL-SET-INDEX)
                   MOVE ZEROS TO WS-SAL-SET-HOURS (WS-SAL-SET-INDEX)
                                 WS-SAL-SET-DAYS (WS-SAL-SET-INDEX)
               ELSE
                   STRING 'MORE THAN 5 WORK STATES FOR EMPLOYEE: '
                          PAY-EMPLOYEE-ID IN WS-PAYROLL-DATA
                          ' - STATE ' WS-WL-STATE (WS-SAL-INDEX)
                          ' FOLDED INTO FIRST STATE'
                          DELIMITED BY SIZE
                          INTO WS-ERROR-TEXT
                   PERFORM 800-LOG-ERROR
                   MOVE 1 TO WS-SAL-SET-INDEX
               END-IF
           END-IF

           ADD WS-WL-HOURS (WS-SAL-INDEX) TO
               WS-SAL-SET-HOURS (WS-SAL-SET-INDEX)
           ADD WS-WL-HOURS (WS-SAL-INDEX) TO WS-SAL-HOURS-TOTAL
           ADD WS-WL-DAYS (WS-SAL-INDEX) TO
               WS-SAL-SET-DAYS (WS-SAL-SET-INDEX)
           ADD WS-WL-DAYS (WS-SAL-INDEX) TO WS-SAL-DAYS-TOTAL
           .

       3303-DETERMINE-TREATY-EXEMPT.
      *****************************************************************
      * A nonresident alien claiming a treaty benefit has wages up to  *
      * the treaty exempt amount each year exempt from federal income  *
      * tax. The period's share is what is left of the annual amount, *
      * no more than the taxable gross                                 *
      *****************************************************************
           MOVE ZEROS TO WS-TREATY-EXEMPT-WAGES
           IF EMP-NRA-YES IN WS-EMPLOYEE-RECORD
               AND EMP-TREATY-EXEMPT-AMT IN WS-EMPLOYEE-RECORD
                   IS NUMERIC
               AND EMP-TREATY-EXEMPT-AMT IN WS-EMPLOYEE-RECORD
                   > ZEROS
               IF EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD
                       IS NOT NUMERIC
                   MOVE ZEROS TO
                       EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD
               END-IF
               COMPUTE WS-TREATY-REMAINING =
                   EMP-TREATY-EXEMPT-AMT IN WS-EMPLOYEE-RECORD -
                   EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD
               IF WS-TREATY-REMAINING > ZEROS
                   IF WS-TREATY-REMAINING > WS-TAXABLE-GROSS-PAY
                       MOVE WS-TAXABLE-GROSS-PAY TO
                           WS-TREATY-EXEMPT-WAGES
                   ELSE
                       MOVE WS-TREATY-REMAINING TO
                           WS-TREATY-EXEMPT-WAGES
                   END-IF
               END-IF
           END-IF
           .

       331-LOAD-PRIOR-WAGE-BASES.
      *****************************************************************
      * Load the prior-FEIN taxable wage bases carried by an inter-    *
           END-IF
           .

       333-RESOLVE-SUTA-RATE.
      *****************************************************************
      * Find the experience rate the UI state assigned this company    *
      * for the check year on the company master. Only an exact year   *
      * counts - a prior year's rate is stale once the new notice is   *
      * due - and zero leaves TAXCALC on the state's standard rate     *
      *****************************************************************
           MOVE ZEROS TO WS-TAX-SUTA-EXPERIENCE-RATE
           PERFORM VARYING WS-CO-REG-INDEX FROM 1 BY 1
                   UNTIL WS-CO-REG-INDEX > COMPANY-REG-COUNT
               IF COMPANY-REG-COMPANY (WS-CO-REG-INDEX) =
                      WS-EMP-COMPANY-CODE
                  AND COMPANY-REG-STATE (WS-CO-REG-INDEX) =
                      WS-TAX-UI-STATE
                  AND COMPANY-REG-TAX-YEAR (WS-CO-REG-INDEX) =
                      PAY-CHECK-YEAR IN WS-PAYROLL-DATA
                   MOVE COMPANY-REG-SUI-RATE (WS-CO-REG-INDEX) TO
                       WS-TAX-SUTA-EXPERIENCE-RATE
                   MOVE 999 TO WS-CO-REG-INDEX
               END-IF
           END-PERFORM
           .

       332-DETERMINE-RUN-MODE.
      *****************************************************************
      * Bonus/off-cycle, final (termination), and retroactive-pay      *
           END-IF
           MOVE EMP-YTD-GROSS IN WS-EMPLOYEE-RECORD
               TO WS-TAX-CALC-YTD-GROSS
           MOVE EMP-YTD-SUPPLEMENTAL IN WS-EMPLOYEE-RECORD
               TO WS-TAX-CALC-YTD-SUPPLEMENTAL
           .

       335-LOAD-RETRO-YTD-BASIS.
                                WS-TAX-CALC-YTD-LST
                                WS-LST-TAX
                                WS-TAX-PRIOR-WAGE-BASES
                                WS-TAX-EFFECTIVE-STATE
                                WS-TAX-SUTA-EXPERIENCE-RATE
                                WS-STATE-ALLOCATION
                                WS-TAX-CALC-YTD-SUPPLEMENTAL

      *****************************************************************
      * The ordinary wages use the treaty exemption first; only what  *
      * is left of it goes against the retro amount                   *
      *****************************************************************
           IF WS-TAX-W4-TREATY-EXEMPT > WS-TAX-CALC-GROSS
               SUBTRACT WS-TAX-CALC-GROSS FROM WS-TAX-W4-TREATY-EXEMPT
           ELSE
               MOVE ZEROS TO WS-TAX-W4-TREATY-EXEMPT
           END-IF

      *****************************************************************
      * Military differential is part of the ordinary wages; the      *
      * retro amount is all FICA wages, against a YTD that now counts *
      * this check's differential among the exempt wages              *
      *****************************************************************
           MOVE ZEROS TO WS-TAX-W4-FICA-EXEMPT-WAGES
           ADD WS-MILITARY-DIFF-PAY TO WS-TAX-W4-YTD-FICA-EXEMPT

      *****************************************************************
      * Keep the ordinary-wage state split so the retro amount's      *
      * split can be added onto it after the second call              *
      *****************************************************************
           MOVE SA-ENTRY-COUNT TO WS-SAL-SAVE-COUNT
           MOVE SA-RESIDENT-CREDIT TO WS-SAL-SAVE-CREDIT
           PERFORM VARYING WS-SAL-INDEX FROM 1 BY 1
                   UNTIL WS-SAL-INDEX > 6
               IF WS-SAL-INDEX > SA-ENTRY-COUNT
                   MOVE ZEROS TO WS-SAL-SAVE-WAGES (WS-SAL-INDEX)
                                 WS-SAL-SAVE-TAX (WS-SAL-INDEX)
               ELSE
                   MOVE SA-WAGES (WS-SAL-INDEX) TO
                       WS-SAL-SAVE-WAGES (WS-SAL-INDEX)
                   MOVE SA-STATE-TAX (WS-SAL-INDEX) TO
                       WS-SAL-SAVE-TAX (WS-SAL-INDEX)
               END-IF
           END-PERFORM

      *****************************************************************
      * The ordinary wages just taxed above are added onto the retro   *
                                WS-TAX-CALC-YTD-LST
                                WS-RETRO-LST-TAX
                                WS-TAX-PRIOR-WAGE-BASES
                                WS-TAX-EFFECTIVE-STATE
                                WS-TAX-SUTA-EXPERIENCE-RATE
                                WS-STATE-ALLOCATION
                                WS-TAX-CALC-YTD-SUPPLEMENTAL

           ADD WS-RETRO-FEDERAL-TAX    TO WS-FEDERAL-TAX
           ADD WS-RETRO-STATE-TAX      TO WS-STATE-TAX
           ADD WS-RETRO-SDI-TAX        TO WS-SDI-TAX
           ADD WS-RETRO-SDI-ER-TAX     TO WS-SDI-ER-TAX
           ADD WS-RETRO-LST-TAX        TO WS-LST-TAX
           MOVE WS-TREATY-EXEMPT-WAGES TO WS-TAX-W4-TREATY-EXEMPT
           MOVE WS-MILITARY-DIFF-PAY TO WS-TAX-W4-FICA-EXEMPT-WAGES
           MOVE EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD
               TO WS-TAX-W4-YTD-FICA-EXEMPT

      *****************************************************************
      * Both calls split the same work states in the same order, so   *
      * the two splits add slot by slot. A residence slot only the    *
      * ordinary wages produced keeps its state from the first call   *
      *****************************************************************
           IF SA-WORK-STATE-COUNT > ZEROS
               PERFORM VARYING WS-SAL-INDEX FROM 1 BY 1
                       UNTIL WS-SAL-INDEX > 6
                   IF WS-SAL-INDEX > SA-ENTRY-COUNT
                       MOVE ZEROS TO SA-WAGES (WS-SAL-INDEX)
                                     SA-STATE-TAX (WS-SAL-INDEX)
                   END-IF
                   ADD WS-SAL-SAVE-WAGES (WS-SAL-INDEX) TO
                       SA-WAGES (WS-SAL-INDEX)
                   ADD WS-SAL-SAVE-TAX (WS-SAL-INDEX) TO
                       SA-STATE-TAX (WS-SAL-INDEX)
               END-PERFORM
               ADD WS-SAL-SAVE-CREDIT TO SA-RESIDENT-CREDIT
               IF WS-SAL-SAVE-COUNT > SA-ENTRY-COUNT
                   MOVE WS-SAL-SAVE-COUNT TO SA-ENTRY-COUNT
               END-IF
           END-IF
           .

       334-GROSS-UP-TO-TARGET-NET.
                                        WS-TAX-CALC-YTD-LST
                                        WS-LST-TAX
                                        WS-TAX-PRIOR-WAGE-BASES
                                        WS-TAX-EFFECTIVE-STATE
                                        WS-TAX-SUTA-EXPERIENCE-RATE
                                        WS-STATE-ALLOCATION
                                        WS-TAX-CALC-YTD-SUPPLEMENTAL
               END-IF
           END-PERFORM

               (PAY-CHECK-YEAR IN WS-PAYROLL-DATA * 10000) +
               (PAY-CHECK-MONTH IN WS-PAYROLL-DATA * 100) +
               PAY-CHECK-DAY IN WS-PAYROLL-DATA
      **** Military differential pay is not FUTA wages ****
           COMPUTE FSA-TAXABLE-FUTA-WAGES =
               WS-TAXABLE-GROSS-PAY - WS-MILITARY-DIFF-PAY
           MOVE WS-FUTA-TAX TO FSA-FUTA-LIABILITY
           MOVE WS-TAXABLE-GROSS-PAY TO FSA-TAXABLE-SUTA-WAGES
           MOVE WS-SUTA-TAX TO FSA-SUTA-LIABILITY
           MOVE EMP-WORK-STATE IN WS-EMPLOYEE-RECORD TO FSA-SDI-STATE
           MOVE WS-TAXABLE-GROSS-PAY TO FSA-TAXABLE-SDI-WAGES
           MOVE WS-SDI-ER-TAX TO FSA-SDI-ER-LIABILITY
           MOVE WS-EMP-COMPANY-CODE TO FSA-COMPANY-CODE

           WRITE FUTA-SUTA-RECORD-FILE
           .

               PERFORM 341-RESOLVE-UNION-LOCAL
                   THRU 341-EXIT
               PERFORM 343-BUILD-DEDUCT-SCHEDULE
                   THRU 343-EXIT
               CALL 'DEDCALC' USING WS-DEDUCT-CALC-GROSS
                                    WS-EMPLOYEE-RECORD
                                    WS-PAYROLL-DATA
                                    WS-ARREARS-INTERFACE-AREA
                                    WS-LOAN-INTERFACE-AREA
                                    WS-UNION-INTERFACE-AREA
                                    WS-DEDUCT-SCHEDULE-AREA

      *****************************************************************
      * A required deduction DEDCALC could not take refuses the        *
      * record - nothing is posted to the arrears or loan balances     *
      *****************************************************************
               IF WS-DSCHED-REFUSED
                   MOVE 'N' TO WS-PROCESS-FLAG
                   STRING 'REQUIRED DEDUCTION '
                          WS-DSCHED-REFUSE-CODE
                          ' NOT TAKEN - RECORD REFUSED FOR EMPLOYEE: '
                          PAY-EMPLOYEE-ID IN WS-PAYROLL-DATA
                          DELIMITED BY SIZE
                          INTO WS-ERROR-TEXT
                   PERFORM 800-LOG-ERROR
                   GO TO 340-EXIT
               END-IF

               PERFORM 347-UPDATE-ARREARS-BALANCES
               PERFORM 348-UPDATE-LOAN-BALANCES

           DISPLAY 'DEDUCTIONS: ' WS-TOTAL-DEDUCTIONS
           .
       340-EXIT.
           EXIT.

       337-LOAD-ARREARS-BALANCES.
      *****************************************************************
       341-EXIT.
           EXIT.

       343-BUILD-DEDUCT-SCHEDULE.
      *****************************************************************
      * Hand DEDCALC this check's date and off-cycle indicator from    *
      * the pay period calendar, with the check dates of the regular   *
      * checks of the same frequency in the same month, so it can      *
      * tell a first, second, third, or last check of the month. A     *
      * period the calendar does not carry leaves the month count at   *
      * zero and every deduction is taken                              *
      *****************************************************************
           INITIALIZE WS-DEDUCT-SCHEDULE-AREA
           COMPUTE WS-DSCHED-CHECK-DATE =
               (PAY-CHECK-YEAR IN WS-PAYROLL-DATA * 10000) +
               (PAY-CHECK-MONTH IN WS-PAYROLL-DATA * 100) +
               PAY-CHECK-DAY IN WS-PAYROLL-DATA
           MOVE 'N' TO WS-DSCHED-OFFCYCLE-FLAG
           MOVE 'N' TO WS-DSCHED-REFUSE-FLAG
           MOVE ZEROS TO WS-DSCHED-PC-SLOT

           PERFORM VARYING WS-PC-INDEX FROM 1 BY 1
                   UNTIL WS-PC-INDEX > WS-PC-COUNT
               IF WS-PC-PERIOD-ID (WS-PC-INDEX) =
                       PAY-PERIOD-ID IN WS-PAYROLL-DATA
                   MOVE WS-PC-INDEX TO WS-DSCHED-PC-SLOT
                   MOVE 999 TO WS-PC-INDEX
               END-IF
           END-PERFORM

           IF WS-DSCHED-PC-SLOT = ZEROS
               GO TO 343-EXIT
           END-IF

           MOVE WS-PC-CHECK-DATE (WS-DSCHED-PC-SLOT)
               TO WS-DSCHED-CHECK-DATE
           IF WS-PC-OFFCYCLE-IND (WS-DSCHED-PC-SLOT) = 'Y'
               MOVE 'Y' TO WS-DSCHED-OFFCYCLE-FLAG
           END-IF

           PERFORM VARYING WS-PC-INDEX FROM 1 BY 1
                   UNTIL WS-PC-INDEX > WS-PC-COUNT
               IF WS-PC-FREQUENCY (WS-PC-INDEX) =
                       WS-PC-FREQUENCY (WS-DSCHED-PC-SLOT)
                   AND WS-PC-OFFCYCLE-IND (WS-PC-INDEX) NOT = 'Y'
                   AND WS-PC-CHECK-DATE (WS-PC-INDEX) (1:6) =
                       WS-DSCHED-CHECK-DATE (1:6)
                   AND WS-DSCHED-MONTH-COUNT < 6
                   ADD 1 TO WS-DSCHED-MONTH-COUNT
                   MOVE WS-PC-CHECK-DATE (WS-PC-INDEX) TO
                       WS-DSCHED-MONTH-CHECK-DATE
                           (WS-DSCHED-MONTH-COUNT)
               END-IF
           END-PERFORM
           .
       343-EXIT.
           EXIT.

       342-WRITE-CONTRIB-RECORD.
      *****************************************************************
      * Report the employee's 401(k) deferrals and the employer match  *
       350-CALCULATE-NET-PAY.
      *****************************************************************
      * Calculate net pay: gross pay - taxes - deductions             *
      *                                                               *
      * An equity vest record carries the value of the shares the     *
      * broker withheld for taxes. As much of it as the taxes and     *
      * deductions run over the cash gross is applied as a non-cash   *
      * offset, bringing net pay to zero so no check or deposit is    *
      * cut. The offset never exceeds the shares-withheld value, so   *
      * the GL, history, and stub tie to the broker's figure. Shares  *
      * withheld short of the taxes leave the uncovered amount in     *
      * WS-EQUITY-SHORTFALL; net pay is still held at zero, the       *
      * amount is logged for collection from the employee, and it     *
      * posts to the GL as an employee receivable ('EQR')             *
      *****************************************************************
           MOVE ZEROS TO WS-EQUITY-OFFSET
           MOVE ZEROS TO WS-EQUITY-SHORTFALL
           IF PAY-EQUITY-VEST IN WS-PAYROLL-DATA
               AND PAY-EQUITY-WITHHELD-VALUE IN WS-PAYROLL-DATA
                   IS NUMERIC
               COMPUTE WS-EQUITY-SHORTFALL =
                   WS-TOTAL-TAXES + WS-TOTAL-DEDUCTIONS - WS-GROSS-PAY
               IF WS-EQUITY-SHORTFALL NOT > ZEROS
                   MOVE ZEROS TO WS-EQUITY-SHORTFALL
               ELSE
                   IF WS-EQUITY-SHORTFALL NOT >
                       PAY-EQUITY-WITHHELD-VALUE IN WS-PAYROLL-DATA
                       MOVE WS-EQUITY-SHORTFALL TO WS-EQUITY-OFFSET
                       MOVE ZEROS TO WS-EQUITY-SHORTFALL
                   ELSE
                       MOVE PAY-EQUITY-WITHHELD-VALUE IN WS-PAYROLL-DATA
                           TO WS-EQUITY-OFFSET
                       SUBTRACT WS-EQUITY-OFFSET
                           FROM WS-EQUITY-SHORTFALL
                       MOVE WS-EQUITY-SHORTFALL TO WS-ED-AMOUNT
                       STRING 'SHARES WITHHELD SHORT OF TAXES FOR '
                              'EMPLOYEE: '
                              PAY-EMPLOYEE-ID IN WS-PAYROLL-DATA
                              ' - COLLECT: ' WS-ED-AMOUNT
                              DELIMITED BY SIZE
                              INTO WS-ERROR-TEXT
                       PERFORM 800-LOG-ERROR
                   END-IF
               END-IF
           END-IF

           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY + WS-EQUITY-OFFSET - WS-TOTAL-TAXES -
               WS-TOTAL-DEDUCTIONS

           IF WS-NET-PAY < 0
               MOVE 0 TO WS-NET-PAY
               IF WS-EQUITY-SHORTFALL NOT > ZEROS
                   STRING 'NEGATIVE NET PAY CALCULATED FOR EMPLOYEE: '
                          PAY-EMPLOYEE-ID IN WS-PAYROLL-DATA
                          ' - ADJUSTED TO ZERO'
                          DELIMITED BY SIZE
                          INTO WS-ERROR-TEXT
                   PERFORM 800-LOG-ERROR
               END-IF
           END-IF

           DISPLAY 'NET PAY: ' WS-NET-PAY
           MOVE WS-YTD-SAFE-AMOUNT TO
               EMP-YTD-SDI IN WS-EMPLOYEE-RECORD

           IF WS-TREATY-EXEMPT-WAGES > ZEROS
               MOVE 'EMP-YTD-TREATY-EXMPT' TO WS-YTD-FIELD-NAME
               COMPUTE WS-YTD-CALC-AMOUNT =
                   EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD +
                   WS-TREATY-EXEMPT-WAGES
               PERFORM 373-CHECK-YTD-OVERFLOW-7
               MOVE WS-YTD-SAFE-AMOUNT TO
                   EMP-YTD-TREATY-EXEMPT IN WS-EMPLOYEE-RECORD
           END-IF

           IF WS-MILITARY-DIFF-PAY > ZEROS
               MOVE 'EMP-YTD-MIL-DIFF' TO WS-YTD-FIELD-NAME
               COMPUTE WS-YTD-CALC-AMOUNT =
                   EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD +
                   WS-MILITARY-DIFF-PAY
               PERFORM 373-CHECK-YTD-OVERFLOW-7
               MOVE WS-YTD-SAFE-AMOUNT TO
                   EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD
               MOVE 'EMP-MIL-DIFF-TO-DATE' TO WS-YTD-FIELD-NAME
               COMPUTE WS-YTD-CALC-AMOUNT =
                   EMP-MIL-DIFF-TO-DATE IN WS-EMPLOYEE-RECORD +
                   WS-MILITARY-DIFF-PAY
               PERFORM 373-CHECK-YTD-OVERFLOW-7
               MOVE WS-YTD-SAFE-AMOUNT TO
                   EMP-MIL-DIFF-TO-DATE IN WS-EMPLOYEE-RECORD
           END-IF

           IF EMP-DECEASED IN WS-EMPLOYEE-RECORD
               MOVE 'EMP-YTD-POSTMORTEM' TO WS-YTD-FIELD-NAME
               COMPUTE WS-YTD-CALC-AMOUNT =
                   EMP-YTD-POSTMORTEM IN WS-EMPLOYEE-RECORD
           END-IF

      *****************************************************************
      * A bonus/off-cycle check's taxable wages are supplemental      *
      * wages, counted toward the $1 million for the year above which *
      * federal withholding is at the 37 percent rate                 *
      *****************************************************************
           IF WS-RUN-BONUS
               MOVE 'EMP-YTD-SUPPLEMENTAL' TO WS-YTD-FIELD-NAME
               COMPUTE WS-YTD-CALC-AMOUNT =
                   EMP-YTD-SUPPLEMENTAL IN WS-EMPLOYEE-RECORD +
                   WS-TAXABLE-GROSS-PAY
               PERFORM 372-CHECK-YTD-OVERFLOW-8
               MOVE WS-YTD-SAFE-AMOUNT TO
                   EMP-YTD-SUPPLEMENTAL IN WS-EMPLOYEE-RECORD
           END-IF

           MOVE 'EMP-YTD-LST' TO WS-YTD-FIELD-NAME
           COMPUTE WS-YTD-CALC-AMOUNT =
               EMP-YTD-LST IN WS-EMPLOYEE-RECORD + WS-LST-TAX
                                 LEAVE-YTD-FMLA-USED
                                 LEAVE-YTD-MILITARY-USED
                                 LEAVE-YTD-OTHER-USED
                                 LEAVE-COMP-TIME-BALANCE
                                 LEAVE-YTD-COMP-TIME-EARNED
                                 LEAVE-YTD-COMP-TIME-USED
                   WRITE LEAVE-BALANCE-RECORD-FILE
           END-READ

           MOVE SPACES TO WS-LEAVE-BEFORE-IMAGE
           MOVE LEAVE-BALANCE-RECORD-FILE TO WS-LEAVE-BEFORE-IMAGE

      *****************************************************************
      * Vacation, sick, and personal each accrue under the record's    *
      * leave policy when it names one, otherwise at the flat rate.    *
      * A vacation balance paid out on this final check is closed      *
      * before the period's accrual and usage are posted               *
      *****************************************************************
           IF WS-VAC-BALANCE-PAID-OUT
               MOVE ZEROS TO LEAVE-VACATION-BALANCE
           END-IF
           PERFORM 3753-COMPUTE-SERVICE-YEARS

           MOVE 'V' TO WS-LV-TYPE
           MOVE LEAVE-VACATION-BALANCE TO WS-LV-BALANCE
           MOVE LEAVE-VACATION-ACCRUAL-RATE TO WS-LV-FLAT-RATE
           MOVE PAY-VACATION-HOURS IN WS-PAYROLL-DATA TO WS-LV-USED
           PERFORM 3751-ACCRUE-LEAVE-TYPE
           MOVE WS-LV-BALANCE TO LEAVE-VACATION-BALANCE

           MOVE 'S' TO WS-LV-TYPE
           MOVE LEAVE-SICK-BALANCE TO WS-LV-BALANCE
           MOVE LEAVE-SICK-ACCRUAL-RATE TO WS-LV-FLAT-RATE
           MOVE PAY-SICK-HOURS IN WS-PAYROLL-DATA TO WS-LV-USED
           PERFORM 3751-ACCRUE-LEAVE-TYPE
           MOVE WS-LV-BALANCE TO LEAVE-SICK-BALANCE

           MOVE 'P' TO WS-LV-TYPE
           MOVE LEAVE-PERSONAL-BALANCE TO WS-LV-BALANCE
           MOVE LEAVE-PERSONAL-ACCRUAL-RATE TO WS-LV-FLAT-RATE
           MOVE PAY-PERSONAL-HOURS IN WS-PAYROLL-DATA TO WS-LV-USED
           PERFORM 3751-ACCRUE-LEAVE-TYPE
           MOVE WS-LV-BALANCE TO LEAVE-PERSONAL-BALANCE

           ADD PAY-BEREAVEMENT-HOURS IN WS-PAYROLL-DATA TO
               LEAVE-YTD-BEREAVEMENT-USED
           ADD PAY-JURY-DUTY-HOURS IN WS-PAYROLL-DATA TO
                   FM-FILLER IN FMLA-USAGE-RECORD-FILE
               WRITE FMLA-USAGE-RECORD-FILE
           END-IF
           ADD PAY-MILITARY-HOURS IN WS-PAYROLL-DATA TO
               LEAVE-YTD-MILITARY-USED
           ADD PAY-OTHER-LEAVE-HOURS IN WS-PAYROLL-DATA TO
               LEAVE-YTD-OTHER-USED
           PERFORM 3754-UPDATE-COMP-TIME-BANK
           COMPUTE LEAVE-LAST-UPDATE-DATE =
               (PAY-END-YEAR IN WS-PAYROLL-DATA * 10000) +
               (PAY-END-MONTH IN WS-PAYROLL-DATA * 100) +
               PAY-END-DAY IN WS-PAYROLL-DATA

           PERFORM 379-JOURNAL-LEAVE-IMAGE
           REWRITE LEAVE-BALANCE-RECORD-FILE
           .

       3751-ACCRUE-LEAVE-TYPE.
      *****************************************************************
      * Add the period's accrual for one leave type to its balance     *
      * and take off the hours used                                    *
      *****************************************************************
           PERFORM 3752-COMPUTE-LEAVE-ACCRUAL
           ADD WS-LV-ACCRUAL TO WS-LV-BALANCE
           SUBTRACT WS-LV-USED FROM WS-LV-BALANCE
           .

       3752-COMPUTE-LEAVE-ACCRUAL.
      *****************************************************************
      * The period's accrual for WS-LV-TYPE. Under a leave policy it   *
      * is the rate of the highest service band the employee has       *
      * reached, per period or per hour worked (regular plus           *
      * overtime), and stops at the policy's maximum balance; with no  *
      * policy it is the flat per-period rate on the balance record    *
      *****************************************************************
           MOVE ZEROS TO WS-LV-POLICY-SLOT
           IF LEAVE-POLICY-CODE IN LEAVE-BALANCE-RECORD-FILE
                   NOT = SPACES
               PERFORM VARYING WS-LVP-INDEX FROM 1 BY 1
                       UNTIL WS-LVP-INDEX > WS-LVP-COUNT
                   IF WS-LVP-POLICY-CODE (WS-LVP-INDEX) =
                           LEAVE-POLICY-CODE
                               IN LEAVE-BALANCE-RECORD-FILE
                       AND WS-LVP-LEAVE-TYPE (WS-LVP-INDEX) =
                           WS-LV-TYPE
                       MOVE WS-LVP-INDEX TO WS-LV-POLICY-SLOT
                       MOVE 999 TO WS-LVP-INDEX
                   END-IF
               END-PERFORM
           END-IF

           IF WS-LV-POLICY-SLOT = ZEROS
               MOVE WS-LV-FLAT-RATE TO WS-LV-ACCRUAL
           ELSE
               MOVE ZEROS TO WS-LV-RATE
               PERFORM VARYING WS-LVP-TIER-INDEX FROM 1 BY 1
                       UNTIL WS-LVP-TIER-INDEX >
                             WS-LVP-TIER-COUNT (WS-LV-POLICY-SLOT)
                   IF WS-LV-SERVICE-YEARS >=
                           WS-LVP-TIER-MIN-YEARS
                               (WS-LV-POLICY-SLOT, WS-LVP-TIER-INDEX)
                       MOVE WS-LVP-TIER-RATE
                               (WS-LV-POLICY-SLOT, WS-LVP-TIER-INDEX)
                           TO WS-LV-RATE
                   END-IF
               END-PERFORM

               IF WS-LVP-ACCRUAL-BASIS (WS-LV-POLICY-SLOT) = 'H'
                   COMPUTE WS-LV-ACCRUAL ROUNDED = WS-LV-RATE *
                       (PAY-REGULAR-HOURS IN WS-PAYROLL-DATA +
                        PAY-OVERTIME-HOURS IN WS-PAYROLL-DATA)
               ELSE
                   COMPUTE WS-LV-ACCRUAL ROUNDED = WS-LV-RATE
               END-IF

               IF WS-LVP-MAX-BALANCE (WS-LV-POLICY-SLOT) > ZEROS
                   IF WS-LV-BALANCE >=
                           WS-LVP-MAX-BALANCE (WS-LV-POLICY-SLOT)
                       MOVE ZEROS TO WS-LV-ACCRUAL
                   ELSE
                       IF WS-LV-BALANCE + WS-LV-ACCRUAL >
                               WS-LVP-MAX-BALANCE (WS-LV-POLICY-SLOT)
                           COMPUTE WS-LV-ACCRUAL =
                               WS-LVP-MAX-BALANCE (WS-LV-POLICY-SLOT)
                               - WS-LV-BALANCE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       3753-COMPUTE-SERVICE-YEARS.
      *****************************************************************
      * Completed years of service from EMP-HIRE-DATE to the period    *
      * end date, which selects the leave policy's accrual band        *
      *****************************************************************
           COMPUTE WS-LV-SERVICE-YEARS =
               PAY-END-YEAR IN WS-PAYROLL-DATA -
               EMP-HIRE-YEAR IN WS-EMPLOYEE-RECORD
           IF (PAY-END-MONTH IN WS-PAYROLL-DATA * 100 +
               PAY-END-DAY IN WS-PAYROLL-DATA) <
              (EMP-HIRE-MONTH IN WS-EMPLOYEE-RECORD * 100 +
               EMP-HIRE-DAY IN WS-EMPLOYEE-RECORD)
               SUBTRACT 1 FROM WS-LV-SERVICE-YEARS
           END-IF
           IF WS-LV-SERVICE-YEARS < ZEROS
               MOVE ZEROS TO WS-LV-SERVICE-YEARS
           END-IF
           .

       3754-UPDATE-COMP-TIME-BANK.
      *****************************************************************
      * Add the comp time banked this period and take off the comp     *
      * time used. The year-to-date banked and used hours restart with *
      * the first period ending in a new calendar year. A bank settled *
      * on a final check by 3242-PAYOUT-COMP-TIME-BANK is closed here  *
      *****************************************************************
           IF LEAVE-COMP-TIME-BALANCE IS NOT NUMERIC
               MOVE ZEROS TO LEAVE-COMP-TIME-BALANCE
           END-IF
           IF LEAVE-YTD-COMP-TIME-EARNED IS NOT NUMERIC
               MOVE ZEROS TO LEAVE-YTD-COMP-TIME-EARNED
           END-IF
           IF LEAVE-YTD-COMP-TIME-USED IS NOT NUMERIC
               MOVE ZEROS TO LEAVE-YTD-COMP-TIME-USED
           END-IF

           IF LEAVE-LAST-UPDATE-DATE IS NUMERIC
               COMPUTE WS-CT-UPDATE-YEAR =
                   LEAVE-LAST-UPDATE-DATE / 10000
               IF WS-CT-UPDATE-YEAR < PAY-END-YEAR IN WS-PAYROLL-DATA
                   MOVE ZEROS TO LEAVE-YTD-COMP-TIME-EARNED
                   MOVE ZEROS TO LEAVE-YTD-COMP-TIME-USED
               END-IF
           END-IF

           IF WS-CT-BANK-SETTLED
               MOVE ZEROS TO LEAVE-COMP-TIME-BALANCE
           ELSE
               ADD WS-CT-HOURS-EARNED TO LEAVE-COMP-TIME-BALANCE
               SUBTRACT WS-CT-USED-HOURS FROM LEAVE-COMP-TIME-BALANCE
           END-IF
           ADD WS-CT-HOURS-EARNED TO LEAVE-YTD-COMP-TIME-EARNED
           ADD WS-CT-USED-HOURS TO LEAVE-YTD-COMP-TIME-USED
           .

       380-WRITE-PAY-HISTORY.
               HIST-SDI-TAX IN PAY-HISTORY-RECORD-FILE
           MOVE WS-LST-TAX TO
               HIST-LST-TAX IN PAY-HISTORY-RECORD-FILE
           MOVE WS-TAX-EFFECTIVE-STATE TO
               HIST-TAX-STATE IN PAY-HISTORY-RECORD-FILE
           MOVE EMP-LOCAL-CODE IN WS-EMPLOYEE-RECORD TO
               HIST-TAX-LOCAL-CODE IN PAY-HISTORY-RECORD-FILE
           MOVE WS-TREATY-EXEMPT-WAGES TO
               HIST-TREATY-EXEMPT IN PAY-HISTORY-RECORD-FILE
           MOVE WS-EQUITY-OFFSET TO
               HIST-EQUITY-OFFSET IN PAY-HISTORY-RECORD-FILE
           MOVE WS-EQUITY-SHORTFALL TO
               HIST-EQUITY-SHORTFALL IN PAY-HISTORY-RECORD-FILE
           IF PAY-EQUITY-VEST IN WS-PAYROLL-DATA
               SET HIST-EQUITY-VEST IN PAY-HISTORY-RECORD-FILE TO TRUE
           ELSE
               MOVE 'N' TO
                   HIST-EQUITY-VEST-FLAG IN PAY-HISTORY-RECORD-FILE
           END-IF
           MOVE WS-MILITARY-DIFF-PAY TO
               HIST-MILITARY-DIFF IN PAY-HISTORY-RECORD-FILE
           INITIALIZE HIST-STATE-SPLITS IN PAY-HISTORY-RECORD-FILE
           IF SA-ENTRY-COUNT > ZEROS
               PERFORM 3801-RECORD-STATE-SPLITS
           END-IF

           READ PAY-HISTORY-FILE
               INVALID KEY
           END-READ
           .

       3801-RECORD-STATE-SPLITS.
      *****************************************************************
      * Carry the state split into pay history, one entry per taxing  *
      * state (two work states that reciprocate into the same state   *
      * are combined), and list it on the allocation register         *
      *****************************************************************
           MOVE SPACES TO WS-SAL-EMP-NAME
           STRING EMP-LAST-NAME IN WS-EMPLOYEE-RECORD DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  EMP-FIRST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  INTO WS-SAL-EMP-NAME
           ADD 1 TO WS-SAL-REG-EMPLOYEES
           ADD SA-RESIDENT-CREDIT TO WS-SAL-REG-CREDIT-TOTAL

           PERFORM VARYING WS-SAL-INDEX FROM 1 BY 1
                   UNTIL WS-SAL-INDEX > SA-ENTRY-COUNT
               PERFORM 3802-ADD-HISTORY-SPLIT
               PERFORM 3803-WRITE-ALLOC-REGISTER-LINE
           END-PERFORM

           IF SA-RESIDENT-CREDIT > ZEROS
               MOVE SA-RESIDENT-CREDIT TO WS-SAL-ED-AMOUNT
               MOVE SPACES TO STATE-ALLOC-REGISTER-RECORD
               STRING '        RESIDENCE STATE '
                      EMP-STATE IN WS-EMPLOYEE-RECORD
                      ' CREDIT FOR TAX PAID TO WORK STATES: '
                      WS-SAL-ED-AMOUNT
                      DELIMITED BY SIZE
                      INTO STATE-ALLOC-REGISTER-RECORD
               WRITE STATE-ALLOC-REGISTER-RECORD
           END-IF
           .

       3802-ADD-HISTORY-SPLIT.
      *****************************************************************
      * Post one allocation entry to the history split for its        *
      * taxing state                                                   *
      *****************************************************************
           PERFORM VARYING WS-SAL-HIST-INDEX FROM 1 BY 1
                   UNTIL WS-SAL-HIST-INDEX >
                       HIST-STATE-SPLIT-COUNT IN PAY-HISTORY-RECORD-FILE
                   OR HIST-SPLIT-STATE IN PAY-HISTORY-RECORD-FILE
                       (WS-SAL-HIST-INDEX) = SA-TAX-STATE (WS-SAL-INDEX)
               CONTINUE
           END-PERFORM

           IF WS-SAL-HIST-INDEX >
                  HIST-STATE-SPLIT-COUNT IN PAY-HISTORY-RECORD-FILE
               ADD 1 TO
                   HIST-STATE-SPLIT-COUNT IN PAY-HISTORY-RECORD-FILE
               MOVE SA-TAX-STATE (WS-SAL-INDEX) TO
                   HIST-SPLIT-STATE IN PAY-HISTORY-RECORD-FILE
                       (WS-SAL-HIST-INDEX)
           END-IF
           ADD SA-WAGES (WS-SAL-INDEX) TO
               HIST-SPLIT-WAGES IN PAY-HISTORY-RECORD-FILE
                   (WS-SAL-HIST-INDEX)
           ADD SA-STATE-TAX (WS-SAL-INDEX) TO
               HIST-SPLIT-TAX IN PAY-HISTORY-RECORD-FILE
                   (WS-SAL-HIST-INDEX)

           PERFORM VARYING WS-SAT-INDEX FROM 1 BY 1
                   UNTIL WS-SAT-INDEX > WS-SAT-COUNT
                   OR WS-SAT-STATE (WS-SAT-INDEX) =
                      SA-TAX-STATE (WS-SAL-INDEX)
               CONTINUE
           END-PERFORM
           IF WS-SAT-INDEX > WS-SAT-COUNT
               IF WS-SAT-COUNT < 50
                   ADD 1 TO WS-SAT-COUNT
                   MOVE SA-TAX-STATE (WS-SAL-INDEX) TO
                       WS-SAT-STATE (WS-SAT-INDEX)
                   MOVE ZEROS TO WS-SAT-WAGES (WS-SAT-INDEX)
                                 WS-SAT-TAX (WS-SAT-INDEX)
               ELSE
                   MOVE ZEROS TO WS-SAT-INDEX
               END-IF
           END-IF
           IF WS-SAT-INDEX > ZEROS
               ADD SA-WAGES (WS-SAL-INDEX) TO
                   WS-SAT-WAGES (WS-SAT-INDEX)
               ADD SA-STATE-TAX (WS-SAL-INDEX) TO
                   WS-SAT-TAX (WS-SAT-INDEX)
           END-IF
           .

       3803-WRITE-ALLOC-REGISTER-LINE.
      *****************************************************************
      * One register line per allocation entry: the state worked in,  *
      * the state it is taxed to, its share, wages, and state tax     *
      *****************************************************************
           COMPUTE WS-SAL-ED-SHARE = SA-SHARE (WS-SAL-INDEX) * 100
           MOVE SA-WAGES (WS-SAL-INDEX) TO WS-SAL-ED-AMOUNT
           MOVE SA-STATE-TAX (WS-SAL-INDEX) TO WS-SAL-ED-AMOUNT-2
           MOVE SPACES TO STATE-ALLOC-REGISTER-RECORD
           STRING PAY-EMPLOYEE-ID IN WS-PAYROLL-DATA
                  '  ' WS-SAL-EMP-NAME
                  '  ' WS-SAL-PERIOD-END
                  '    ' EMP-STATE IN WS-EMPLOYEE-RECORD
                  '   ' SA-WORK-STATE (WS-SAL-INDEX)
                  '    ' SA-TAX-STATE (WS-SAL-INDEX)
                  '   ' WS-SAL-ED-SHARE
                  '    ' WS-SAL-ED-AMOUNT
                  '  ' WS-SAL-ED-AMOUNT-2
                  DELIMITED BY SIZE
                  INTO STATE-ALLOC-REGISTER-RECORD
           WRITE STATE-ALLOC-REGISTER-RECORD
           .

       381-WRITE-HISTORY-DETAIL.
      *****************************************************************
      * Archive the period's full earnings/tax/deduction detail        *
           IF WS-OVERTIME-PAY > ZEROS
               MOVE 'E' TO HD-LINE-TYPE IN HISTORY-DETAIL-RECORD-FILE
               MOVE 'OT ' TO HD-CODE IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-CT-PAID-OT-HOURS TO
                   HD-HOURS IN HISTORY-DETAIL-RECORD-FILE
               MOVE EMP-HOURLY-RATE IN WS-EMPLOYEE-RECORD TO
                   HD-RATE IN HISTORY-DETAIL-RECORD-FILE
               WRITE HISTORY-DETAIL-RECORD-FILE
           END-IF

      *****************************************************************
      * Meal and rest premiums and military differential pay are     *
      * archived as their own earnings lines, so the other-earnings   *
      * line carries the rest                                         *
      *****************************************************************
           COMPUTE WS-MRP-OTHER-PAY =
               WS-OTHER-PAY - WS-MRP-MEAL-PAY - WS-MRP-REST-PAY -
               WS-MILITARY-DIFF-PAY
           IF WS-MRP-OTHER-PAY > ZEROS
               MOVE 'E' TO HD-LINE-TYPE IN HISTORY-DETAIL-RECORD-FILE
               MOVE 'OTH' TO HD-CODE IN HISTORY-DETAIL-RECORD-FILE
               MOVE ZEROS TO
                   HD-HOURS IN HISTORY-DETAIL-RECORD-FILE
               MOVE ZEROS TO HD-RATE IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-MRP-OTHER-PAY TO
                   HD-AMOUNT IN HISTORY-DETAIL-RECORD-FILE
               MOVE 'OTHER EARNINGS' TO
                   HD-DESC IN HISTORY-DETAIL-RECORD-FILE
               WRITE HISTORY-DETAIL-RECORD-FILE
           END-IF

           IF WS-MRP-MEAL-PAY > ZEROS
               MOVE 'E' TO HD-LINE-TYPE IN HISTORY-DETAIL-RECORD-FILE
               MOVE 'MLP' TO HD-CODE IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-MRP-MEAL-HOURS TO
                   HD-HOURS IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-MRP-RATE TO HD-RATE IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-MRP-MEAL-PAY TO
                   HD-AMOUNT IN HISTORY-DETAIL-RECORD-FILE
               MOVE 'MEAL PERIOD PREMIUM' TO
                   HD-DESC IN HISTORY-DETAIL-RECORD-FILE
               WRITE HISTORY-DETAIL-RECORD-FILE
           END-IF

           IF WS-MRP-REST-PAY > ZEROS
               MOVE 'E' TO HD-LINE-TYPE IN HISTORY-DETAIL-RECORD-FILE
               MOVE 'RSP' TO HD-CODE IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-MRP-REST-HOURS TO
                   HD-HOURS IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-MRP-RATE TO HD-RATE IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-MRP-REST-PAY TO
                   HD-AMOUNT IN HISTORY-DETAIL-RECORD-FILE
               MOVE 'REST PERIOD PREMIUM' TO
                   HD-DESC IN HISTORY-DETAIL-RECORD-FILE
               WRITE HISTORY-DETAIL-RECORD-FILE
           END-IF

           IF WS-MILITARY-DIFF-PAY > ZEROS
               MOVE 'E' TO HD-LINE-TYPE IN HISTORY-DETAIL-RECORD-FILE
               MOVE 'MDP' TO HD-CODE IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-MDP-HOURS TO
                   HD-HOURS IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-MDP-RATE TO HD-RATE IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-MILITARY-DIFF-PAY TO
                   HD-AMOUNT IN HISTORY-DETAIL-RECORD-FILE
               MOVE 'MILITARY DIFFERENTIAL' TO
                   HD-DESC IN HISTORY-DETAIL-RECORD-FILE
               WRITE HISTORY-DETAIL-RECORD-FILE
           END-IF

      *****************************************************************
      * Reported tips are archived as their own memo line so the Form *
      * 8027 allocation can total them by employee and year; the      *
               WRITE HISTORY-DETAIL-RECORD-FILE
           END-IF

      *****************************************************************
      * Comp-time memo lines: hours banked from overtime (no pay),     *
      * comp time taken, and the bank paid out on a final check. The   *
      * amounts taken and paid out are already inside the other-       *
      * earnings line above and must not be double-counted. The       *
      * vacation balance paid out on a final check is a memo line of   *
      * its own, for the unemployment claim responses                  *
      *****************************************************************
           IF WS-LEAVE-PAYOUT-PAY > ZEROS
               MOVE 'E' TO HD-LINE-TYPE IN HISTORY-DETAIL-RECORD-FILE
               MOVE 'PTP' TO HD-CODE IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-LEAVE-PAYOUT-HOURS TO
                   HD-HOURS IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-LEAVE-PAYOUT-RATE TO
                   HD-RATE IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-LEAVE-PAYOUT-PAY TO
                   HD-AMOUNT IN HISTORY-DETAIL-RECORD-FILE
               MOVE 'PTO PAYOUT (MEMO)' TO
                   HD-DESC IN HISTORY-DETAIL-RECORD-FILE
               WRITE HISTORY-DETAIL-RECORD-FILE
           END-IF

           IF WS-CT-HOURS-EARNED > ZEROS
               MOVE 'E' TO HD-LINE-TYPE IN HISTORY-DETAIL-RECORD-FILE
               MOVE 'CTB' TO HD-CODE IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-CT-HOURS-EARNED TO
                   HD-HOURS IN HISTORY-DETAIL-RECORD-FILE
               MOVE ZEROS TO HD-RATE IN HISTORY-DETAIL-RECORD-FILE
               MOVE ZEROS TO HD-AMOUNT IN HISTORY-DETAIL-RECORD-FILE
               MOVE 'COMP TIME BANKED' TO
                   HD-DESC IN HISTORY-DETAIL-RECORD-FILE
               WRITE HISTORY-DETAIL-RECORD-FILE
           END-IF

           IF WS-CT-USED-PAY > ZEROS
               MOVE 'E' TO HD-LINE-TYPE IN HISTORY-DETAIL-RECORD-FILE
               MOVE 'CTU' TO HD-CODE IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-CT-USED-HOURS TO
                   HD-HOURS IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-BLENDED-HOURLY-RATE TO
                   HD-RATE IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-CT-USED-PAY TO
                   HD-AMOUNT IN HISTORY-DETAIL-RECORD-FILE
               MOVE 'COMP TAKEN (MEMO)' TO
                   HD-DESC IN HISTORY-DETAIL-RECORD-FILE
               WRITE HISTORY-DETAIL-RECORD-FILE
           END-IF

           IF WS-CT-PAYOUT-PAY > ZEROS
               MOVE 'E' TO HD-LINE-TYPE IN HISTORY-DETAIL-RECORD-FILE
               MOVE 'CTP' TO HD-CODE IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-CT-PAYOUT-HOURS TO
                   HD-HOURS IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-LEAVE-PAYOUT-RATE TO
                   HD-RATE IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-CT-PAYOUT-PAY TO
                   HD-AMOUNT IN HISTORY-DETAIL-RECORD-FILE
               MOVE 'COMP PAYOUT (MEMO)' TO
                   HD-DESC IN HISTORY-DETAIL-RECORD-FILE
               WRITE HISTORY-DETAIL-RECORD-FILE
           END-IF

           IF WS-IMPUTED-TOTAL > ZEROS
               MOVE 'E' TO HD-LINE-TYPE IN HISTORY-DETAIL-RECORD-FILE
               MOVE 'IMP' TO HD-CODE IN HISTORY-DETAIL-RECORD-FILE
               WRITE HISTORY-DETAIL-RECORD-FILE
           END-IF

           IF WS-EQUITY-OFFSET > ZEROS
               MOVE 'E' TO HD-LINE-TYPE IN HISTORY-DETAIL-RECORD-FILE
               MOVE 'EQW' TO HD-CODE IN HISTORY-DETAIL-RECORD-FILE
               MOVE ZEROS TO HD-HOURS IN HISTORY-DETAIL-RECORD-FILE
               MOVE ZEROS TO HD-RATE IN HISTORY-DETAIL-RECORD-FILE
               MOVE WS-EQUITY-OFFSET TO
                   HD-AMOUNT IN HISTORY-DETAIL-RECORD-FILE
               MOVE 'SHARES WITHHELD' TO
                   HD-DESC IN HISTORY-DETAIL-RECORD-FILE
               WRITE HISTORY-DETAIL-RECORD-FILE
           END-IF

           MOVE 'T' TO HD-LINE-TYPE IN HISTORY-DETAIL-RECORD-FILE
           MOVE ZEROS TO HD-HOURS IN HISTORY-DETAIL-RECORD-FILE
           MOVE ZEROS TO HD-RATE IN HISTORY-DETAIL-RECORD-FILE
      * distribution detail line for each share                        *
      *****************************************************************
           PERFORM 384-BUILD-ALLOCATION-SET
           PERFORM 3852-BUILD-EMPLOYEE-GL-LINES

           MOVE WS-GROSS-PAY TO WS-LD-GROSS-REMAIN
           MOVE WS-TOTAL-TAXES TO WS-LD-TAX-REMAIN
      * Build this employee's allocation set for the period: the       *
      * matching allocation lines when they total 100 percent, else    *
      * (none on file, or a bad total, which is logged) a single 100   *
      * percent entry for the home department. Each entry carries the  *
      * company charged, the paying company unless the allocation      *
      * line names another                                             *
      *****************************************************************
           COMPUTE WS-LD-PERIOD-END =
               (PAY-END-YEAR IN WS-PAYROLL-DATA * 10000) +
               (PAY-END-MONTH IN WS-PAYROLL-DATA * 100) +
               PAY-END-DAY IN WS-PAYROLL-DATA
           MOVE WS-GROSS-PAY TO WS-EA-GROSS-BASE
           MOVE WS-JOB2-PAY TO WS-EA-JOB2-BASE
           PERFORM 3841-MATCH-ALLOCATION-LINES
           .

       3841-MATCH-ALLOCATION-LINES.
      *****************************************************************
      * Build the allocation set for the employee and WS-LD-PERIOD-END *
      * - this run's period, or a voided check's - splitting a second  *
      * job out of the home entry by WS-EA-JOB2-BASE of                *
      * WS-EA-GROSS-BASE when no allocation lines are on file          *
      *****************************************************************
           MOVE ZEROS TO WS-EA-COUNT
           MOVE ZEROS TO WS-EA-PCT-TOTAL

           PERFORM VARYING WS-LAL-INDEX FROM 1 BY 1
                   UNTIL WS-LAL-INDEX > WS-LAL-COUNT
                       WS-EA-COST-CENTER (WS-EA-COUNT)
                   MOVE WS-LAL-PERCENT (WS-LAL-INDEX) TO
                       WS-EA-PERCENT (WS-EA-COUNT)
                   IF WS-LAL-COMPANY (WS-LAL-INDEX) = SPACES
                       MOVE WS-EMP-COMPANY-CODE TO
                           WS-EA-COMPANY (WS-EA-COUNT)
                   ELSE
                       MOVE WS-LAL-COMPANY (WS-LAL-INDEX) TO
                           WS-EA-COMPANY (WS-EA-COUNT)
                   END-IF
                   ADD WS-LAL-PERCENT (WS-LAL-INDEX) TO
                       WS-EA-PCT-TOTAL
               END-IF
                   WS-EA-DEPT (1)
               MOVE SPACES TO WS-EA-COST-CENTER (1)
               MOVE 100.00 TO WS-EA-PERCENT (1)
               MOVE WS-EMP-COMPANY-CODE TO WS-EA-COMPANY (1)
      *****************************************************************
      * With no explicit allocation on file, second-job earnings are  *
      * charged to the department the hours were worked in: the home  *
      * allocation instructions, when present, still win              *
      *****************************************************************
               IF EMP-JOB2-ACTIVE IN WS-EMPLOYEE-RECORD
                   AND WS-EA-JOB2-BASE > ZEROS
                   AND WS-EA-GROSS-BASE > ZEROS
                   MOVE 2 TO WS-EA-COUNT
                   MOVE EMP-JOB2-DEPARTMENT IN WS-EMPLOYEE-RECORD TO
                       WS-EA-DEPT (2)
                   MOVE SPACES TO WS-EA-COST-CENTER (2)
                   MOVE WS-EMP-COMPANY-CODE TO WS-EA-COMPANY (2)
                   COMPUTE WS-EA-PERCENT (2) ROUNDED =
                       WS-EA-JOB2-BASE * 100 / WS-EA-GROSS-BASE
                   COMPUTE WS-EA-PERCENT (1) =
                       100.00 - WS-EA-PERCENT (2)
               END-IF
               END-IF
           END-PERFORM

           PERFORM 3853-ACCUMULATE-GL-CODE-SHARES

           MOVE SPACES TO LABOR-DIST-RECORD-FILE
           MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO
               LD-EMPLOYEE-ID IN LABOR-DIST-RECORD-FILE
               LD-COST-CENTER IN LABOR-DIST-RECORD-FILE
           MOVE WS-EA-PERCENT (WS-EA-INDEX) TO
               LD-PERCENT IN LABOR-DIST-RECORD-FILE
           MOVE WS-EA-COMPANY (WS-EA-INDEX) TO
               LD-CHARGE-COMPANY IN LABOR-DIST-RECORD-FILE
           MOVE WS-LD-GROSS-SHARE TO
               LD-GROSS-SHARE IN LABOR-DIST-RECORD-FILE
           MOVE WS-LD-FICA-SHARE TO
           WRITE LABOR-DIST-RECORD-FILE
           .

       3852-BUILD-EMPLOYEE-GL-LINES.
      *****************************************************************
      * Build the employee's GL journal lines for this check: each     *
      * earnings piece and tax by its history detail code, each        *
      * applied deduction by its deduction code, and net pay. What     *
      * gross, total taxes, or total deductions carry beyond the coded *
      * lines (an overflow cap, a manual deduction adjustment) posts   *
      * as its own 'GRS', 'TAX', or 'DED' line so the lines still sum  *
      * to the check. An equity vest's shares-withheld offset posts   *
      * as an earnings-side 'EQW' line against the taxes it covers,   *
      * and what the shares fell short of as an earnings-side 'EQR'   *
      * receivable from the employee, so the journal still balances   *
      * with net pay held at zero                                     *
      *****************************************************************
           MOVE ZEROS TO WS-GLE-COUNT
           PERFORM 3856-CLAIM-EXPENSE-GL-DETAIL
                   THRU 3856-EXIT

           MOVE 'E' TO WS-GLE-NEW-LINE-TYPE
           MOVE WS-TEG-PAID-TOTAL TO WS-GLE-CODED-TOTAL
           MOVE 'REG' TO WS-GLE-NEW-CODE
           MOVE WS-REGULAR-PAY TO WS-GLE-NEW-AMOUNT
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'OT ' TO WS-GLE-NEW-CODE
           MOVE WS-OVERTIME-PAY TO WS-GLE-NEW-AMOUNT
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'DIF' TO WS-GLE-NEW-CODE
           MOVE WS-DIFFERENTIAL-PAY TO WS-GLE-NEW-AMOUNT
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'JB2' TO WS-GLE-NEW-CODE
           MOVE WS-JOB2-PAY TO WS-GLE-NEW-AMOUNT
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'OTH' TO WS-GLE-NEW-CODE
           COMPUTE WS-GLE-NEW-AMOUNT =
               WS-OTHER-PAY - WS-MRP-MEAL-PAY - WS-MRP-REST-PAY -
               WS-MILITARY-DIFF-PAY - WS-TEG-PAID-TOTAL
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'MLP' TO WS-GLE-NEW-CODE
           MOVE WS-MRP-MEAL-PAY TO WS-GLE-NEW-AMOUNT
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'RSP' TO WS-GLE-NEW-CODE
           MOVE WS-MRP-REST-PAY TO WS-GLE-NEW-AMOUNT
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'MDP' TO WS-GLE-NEW-CODE
           MOVE WS-MILITARY-DIFF-PAY TO WS-GLE-NEW-AMOUNT
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'GRS' TO WS-GLE-NEW-CODE
           COMPUTE WS-GLE-NEW-AMOUNT =
               WS-GROSS-PAY - WS-GLE-CODED-TOTAL
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'EQW' TO WS-GLE-NEW-CODE
           MOVE WS-EQUITY-OFFSET TO WS-GLE-NEW-AMOUNT
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'EQR' TO WS-GLE-NEW-CODE
           MOVE WS-EQUITY-SHORTFALL TO WS-GLE-NEW-AMOUNT
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE

           MOVE 'T' TO WS-GLE-NEW-LINE-TYPE
           MOVE ZEROS TO WS-GLE-CODED-TOTAL
           MOVE 'FED' TO WS-GLE-NEW-CODE
           MOVE WS-FEDERAL-TAX TO WS-GLE-NEW-AMOUNT
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'SIT' TO WS-GLE-NEW-CODE
           MOVE WS-STATE-TAX TO WS-GLE-NEW-AMOUNT
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'LOC' TO WS-GLE-NEW-CODE
           MOVE WS-LOCAL-TAX TO WS-GLE-NEW-AMOUNT
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'FIC' TO WS-GLE-NEW-CODE
           MOVE WS-SOCIAL-SEC-TAX TO WS-GLE-NEW-AMOUNT
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'MED' TO WS-GLE-NEW-CODE
           MOVE WS-MEDICARE-TAX TO WS-GLE-NEW-AMOUNT
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'SDI' TO WS-GLE-NEW-CODE
           MOVE WS-SDI-TAX TO WS-GLE-NEW-AMOUNT
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'LST' TO WS-GLE-NEW-CODE
           MOVE WS-LST-TAX TO WS-GLE-NEW-AMOUNT
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           MOVE 'TAX' TO WS-GLE-NEW-CODE
           COMPUTE WS-GLE-NEW-AMOUNT =
               WS-TOTAL-TAXES - WS-GLE-CODED-TOTAL
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE

           MOVE 'D' TO WS-GLE-NEW-LINE-TYPE
           MOVE ZEROS TO WS-GLE-CODED-TOTAL
           PERFORM VARYING WS-DEDUCT-DETAIL-INDEX FROM 1 BY 1
                   UNTIL WS-DEDUCT-DETAIL-INDEX >
                       WS-DEDUCT-DETAIL-COUNT
               MOVE WS-DTLD-CODE (WS-DEDUCT-DETAIL-INDEX) TO
                   WS-GLE-NEW-CODE
               MOVE WS-DTLD-AMOUNT (WS-DEDUCT-DETAIL-INDEX) TO
                   WS-GLE-NEW-AMOUNT
               PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           END-PERFORM
           MOVE 'DED' TO WS-GLE-NEW-CODE
           COMPUTE WS-GLE-NEW-AMOUNT =
               WS-TOTAL-DEDUCTIONS - WS-GLE-CODED-TOTAL
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE

           MOVE 'N' TO WS-GLE-NEW-LINE-TYPE
           MOVE 'NET' TO WS-GLE-NEW-CODE
           MOVE WS-NET-PAY TO WS-GLE-NEW-AMOUNT
           PERFORM 3854-ADD-EMPLOYEE-GL-LINE
           .

       3856-CLAIM-EXPENSE-GL-DETAIL.
      *****************************************************************
      * A check carrying imported expense claims claims the employee's *
      * unpaid claim parts for the period. Those post to each claim's  *
      * own GL expense account and department at the end of the run,  *
      * so their total is kept out of the 'OTH' line and counts toward *
      * the coded total the 'GRS' line is proved against               *
      *****************************************************************
           MOVE ZEROS TO WS-TEG-PAID-TOTAL
           IF WS-TE-ACCOUNTABLE + WS-TE-TAXABLE = ZEROS
               GO TO 3856-EXIT
           END-IF

           PERFORM VARYING WS-TEG-INDEX FROM 1 BY 1
                   UNTIL WS-TEG-INDEX > WS-TEG-COUNT
               IF WS-TEG-UNPAID (WS-TEG-INDEX)
                   AND WS-TEG-EMP-ID (WS-TEG-INDEX) =
                       EMP-ID IN WS-EMPLOYEE-RECORD
                   AND WS-TEG-PERIOD-END (WS-TEG-INDEX) =
                       WS-LD-PERIOD-END
                   SET WS-TEG-PAID (WS-TEG-INDEX) TO TRUE
                   MOVE WS-EMP-COMPANY-CODE TO
                       WS-TEG-COMPANY (WS-TEG-INDEX)
                   IF WS-TEG-DEPT (WS-TEG-INDEX) = SPACES
                       MOVE EMP-DEPARTMENT IN WS-EMPLOYEE-RECORD TO
                           WS-TEG-DEPT (WS-TEG-INDEX)
                   END-IF
                   ADD WS-TEG-AMOUNT (WS-TEG-INDEX) TO
                       WS-TEG-PAID-TOTAL
               END-IF
           END-PERFORM
           .
       3856-EXIT.
           EXIT.

       3853-ACCUMULATE-GL-CODE-SHARES.
      *****************************************************************
      * Split each of the employee's GL lines by this allocation's     *
      * percentage (the final allocation takes the unrounded           *
      * remainder) and roll the share into the company/department/     *
      * code totals                                                    *
      *****************************************************************
           PERFORM VARYING WS-GLE-INDEX FROM 1 BY 1
                   UNTIL WS-GLE-INDEX > WS-GLE-COUNT
               IF WS-EA-INDEX = WS-EA-COUNT
                   MOVE WS-GLE-REMAIN (WS-GLE-INDEX) TO WS-GLE-SHARE
               ELSE
                   COMPUTE WS-GLE-SHARE ROUNDED =
                       WS-GLE-AMOUNT (WS-GLE-INDEX) *
                       WS-EA-PERCENT (WS-EA-INDEX) / 100
                   SUBTRACT WS-GLE-SHARE FROM
                       WS-GLE-REMAIN (WS-GLE-INDEX)
               END-IF
               IF WS-GLE-SHARE NOT = ZEROS
                   PERFORM 3855-ADD-GL-CODE-TOTAL
               END-IF
           END-PERFORM
           .

       3854-ADD-EMPLOYEE-GL-LINE.
      *****************************************************************
      * Add one amount to the employee's GL lines under its line type  *
      * and code, merging a code already present; a zero amount adds   *
      * no line                                                        *
      *****************************************************************
           IF WS-GLE-NEW-AMOUNT NOT = ZEROS
               ADD WS-GLE-NEW-AMOUNT TO WS-GLE-CODED-TOTAL
               PERFORM VARYING WS-GLE-INDEX FROM 1 BY 1
                       UNTIL WS-GLE-INDEX > WS-GLE-COUNT
                   IF WS-GLE-LINE-TYPE (WS-GLE-INDEX) =
                           WS-GLE-NEW-LINE-TYPE
                       AND WS-GLE-CODE (WS-GLE-INDEX) =
                           WS-GLE-NEW-CODE
                       ADD WS-GLE-NEW-AMOUNT TO
                           WS-GLE-AMOUNT (WS-GLE-INDEX)
                           WS-GLE-REMAIN (WS-GLE-INDEX)
                       MOVE 99 TO WS-GLE-INDEX
                   END-IF
               END-PERFORM

               IF WS-GLE-INDEX < 99
                   IF WS-GLE-COUNT < 60
                       ADD 1 TO WS-GLE-COUNT
                       MOVE WS-GLE-NEW-LINE-TYPE TO
                           WS-GLE-LINE-TYPE (WS-GLE-COUNT)
                       MOVE WS-GLE-NEW-CODE TO
                           WS-GLE-CODE (WS-GLE-COUNT)
                       MOVE WS-GLE-NEW-AMOUNT TO
                           WS-GLE-AMOUNT (WS-GLE-COUNT)
                           WS-GLE-REMAIN (WS-GLE-COUNT)
                   ELSE
                       STRING 'GL LINE TABLE FULL FOR EMPLOYEE: '
                              EMP-ID IN WS-EMPLOYEE-RECORD
                              ' - CODE ' WS-GLE-NEW-CODE
                              ' NOT POSTED'
                              DELIMITED BY SIZE
                              INTO WS-ERROR-TEXT
                       PERFORM 800-LOG-ERROR
                   END-IF
               END-IF
           END-IF
           .

       3855-ADD-GL-CODE-TOTAL.
      *****************************************************************
      * Roll one allocated share into the run's company/department/    *
      * code totals, adding the key the first time it is seen          *
      *****************************************************************
           PERFORM VARYING WS-GLC-INDEX FROM 1 BY 1
                   UNTIL WS-GLC-INDEX > WS-GLC-COUNT
               IF WS-GLC-COMPANY (WS-GLC-INDEX) = WS-EMP-COMPANY-CODE
                   AND WS-GLC-DEPT (WS-GLC-INDEX) =
                       WS-EA-DEPT (WS-EA-INDEX)
                   AND WS-GLC-LINE-TYPE (WS-GLC-INDEX) =
                       WS-GLE-LINE-TYPE (WS-GLE-INDEX)
                   AND WS-GLC-CODE (WS-GLC-INDEX) =
                       WS-GLE-CODE (WS-GLE-INDEX)
                   ADD WS-GLE-SHARE TO WS-GLC-AMOUNT (WS-GLC-INDEX)
                   MOVE 999 TO WS-GLC-INDEX
               END-IF
           END-PERFORM

           IF WS-GLC-INDEX < 999
               IF WS-GLC-COUNT < 500
                   ADD 1 TO WS-GLC-COUNT
                   MOVE WS-EMP-COMPANY-CODE TO
                       WS-GLC-COMPANY (WS-GLC-COUNT)
                   MOVE WS-EA-DEPT (WS-EA-INDEX) TO
                       WS-GLC-DEPT (WS-GLC-COUNT)
                   MOVE WS-GLE-LINE-TYPE (WS-GLE-INDEX) TO
                       WS-GLC-LINE-TYPE (WS-GLC-COUNT)
                   MOVE WS-GLE-CODE (WS-GLE-INDEX) TO
                       WS-GLC-CODE (WS-GLC-COUNT)
                   MOVE WS-GLE-SHARE TO WS-GLC-AMOUNT (WS-GLC-COUNT)
               ELSE
                   STRING 'GL CODE TOTALS TABLE FULL - DEPT '
                          WS-EA-DEPT (WS-EA-INDEX)
                          ' CODE ' WS-GLE-CODE (WS-GLE-INDEX)
                          ' NOT POSTED'
                          DELIMITED BY SIZE
                          INTO WS-ERROR-TEXT
                   PERFORM 800-LOG-ERROR
               END-IF
           END-IF
           .

       386-ACCUMULATE-COMPANY-TOTALS.
      *****************************************************************
      * Roll this employee's totals into the paying company's bucket   *
           REWRITE CHECKPOINT-RECORD-FILE
           .

       395-SETTLE-SUSPENSE.
      *****************************************************************
      * A record that came in to be paid and was refused is written    *
      * whole to the suspense file with the reason and this run's ID,  *
      * keyed by its position in the run's input. A record the        *
      * recycle step fed back from suspense closes its entry as paid, *
      * or, refused again, supersedes it with the new entry - which   *
      * keeps the first suspension's dates so the aging still runs    *
      * from the first missed check. Void requests and records a      *
      * restart skipped are not suspended.                             *
      *****************************************************************
           IF NOT WS-SUSP-ENTERED-TO-PAY
               GO TO 395-EXIT
           END-IF

           IF PAY-VOID-REQUESTED IN WS-PAYROLL-DATA
               GO TO 395-EXIT
           END-IF

           MOVE 'N' TO WS-SUSP-RECYCLED-SW
           IF PAY-SUSPENSE-REF IN WS-PAYROLL-DATA NOT = SPACES
               AND PAY-SUSPENSE-REF IN WS-PAYROLL-DATA NOT = LOW-VALUES
               IF PAY-SUSP-RUN-DATE IN WS-PAYROLL-DATA IS NUMERIC
                   AND PAY-SUSP-INPUT-SEQ IN WS-PAYROLL-DATA IS NUMERIC
                   MOVE PAY-SUSP-RUN-DATE IN WS-PAYROLL-DATA TO
                       SUSP-RUN-DATE IN SUSPENSE-RECORD-FILE
                   MOVE PAY-SUSP-INPUT-SEQ IN WS-PAYROLL-DATA TO
                       SUSP-INPUT-SEQ IN SUSPENSE-RECORD-FILE
                   READ SUSPENSE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SUSP-RECYCLED IN SUSPENSE-RECORD-FILE
                               MOVE 'Y' TO WS-SUSP-RECYCLED-SW
                           END-IF
                   END-READ
               END-IF
           END-IF

           IF PROCESS-EMPLOYEE
               IF WS-SUSP-IS-RECYCLED
                   SET SUSP-PAID IN SUSPENSE-RECORD-FILE TO TRUE
                   MOVE WS-DATE TO
                       SUSP-STATUS-DATE IN SUSPENSE-RECORD-FILE
                   MOVE 'PAYCALC' TO
                       SUSP-LAST-USER IN SUSPENSE-RECORD-FILE
                   REWRITE SUSPENSE-RECORD-FILE
                   ADD 1 TO WS-SUSP-PAID-COUNT
               END-IF
               GO TO 395-EXIT
           END-IF

           MOVE PAY-CHECK-DATE IN WS-PAYROLL-DATA TO WS-SUSP-CHECK-DATE
           MOVE WS-DATE TO WS-SUSP-FIRST-DATE
           MOVE WS-SUSP-CHECK-DATE TO WS-SUSP-FIRST-CHECK-DATE
           IF WS-SUSP-IS-RECYCLED
               MOVE SUSP-FIRST-SUSPENDED-DATE IN SUSPENSE-RECORD-FILE
                   TO WS-SUSP-FIRST-DATE
               MOVE SUSP-FIRST-CHECK-DATE IN SUSPENSE-RECORD-FILE
                   TO WS-SUSP-FIRST-CHECK-DATE
               SET SUSP-SUPERSEDED IN SUSPENSE-RECORD-FILE TO TRUE
               MOVE WS-DATE TO
                   SUSP-STATUS-DATE IN SUSPENSE-RECORD-FILE
               MOVE 'PAYCALC' TO
                   SUSP-LAST-USER IN SUSPENSE-RECORD-FILE
               REWRITE SUSPENSE-RECORD-FILE
           END-IF

           MOVE SPACES TO SUSPENSE-RECORD-FILE
           MOVE WS-RUN-ID TO SUSP-RUN-DATE IN SUSPENSE-RECORD-FILE
           MOVE WS-PAYROLL-REC-COUNT TO
               SUSP-INPUT-SEQ IN SUSPENSE-RECORD-FILE
           MOVE PAY-EMPLOYEE-ID IN WS-PAYROLL-DATA TO
               SUSP-EMP-ID IN SUSPENSE-RECORD-FILE
           MOVE PAY-PERIOD-ID IN WS-PAYROLL-DATA TO
               SUSP-PERIOD-ID IN SUSPENSE-RECORD-FILE
           MOVE PAY-PERIOD-END-DATE IN WS-PAYROLL-DATA TO
               SUSP-PERIOD-END IN SUSPENSE-RECORD-FILE
           MOVE WS-SUSP-CHECK-DATE TO
               SUSP-CHECK-DATE IN SUSPENSE-RECORD-FILE
           MOVE WS-SUSP-FIRST-DATE TO
               SUSP-FIRST-SUSPENDED-DATE IN SUSPENSE-RECORD-FILE
           MOVE WS-SUSP-FIRST-CHECK-DATE TO
               SUSP-FIRST-CHECK-DATE IN SUSPENSE-RECORD-FILE
           IF WS-SUSP-IS-RECYCLED
               MOVE PAY-SUSP-RUN-DATE IN WS-PAYROLL-DATA TO
                   SUSP-PRIOR-RUN-DATE IN SUSPENSE-RECORD-FILE
               MOVE PAY-SUSP-INPUT-SEQ IN WS-PAYROLL-DATA TO
                   SUSP-PRIOR-INPUT-SEQ IN SUSPENSE-RECORD-FILE
           ELSE
               MOVE ZEROS TO SUSP-PRIOR-KEY IN SUSPENSE-RECORD-FILE
           END-IF
           MOVE WS-SUSP-LAST-ERROR TO
               SUSP-REASON IN SUSPENSE-RECORD-FILE
           SET SUSP-OPEN IN SUSPENSE-RECORD-FILE TO TRUE
           MOVE WS-DATE TO SUSP-STATUS-DATE IN SUSPENSE-RECORD-FILE
           MOVE 'PAYCALC' TO SUSP-LAST-USER IN SUSPENSE-RECORD-FILE
           MOVE ZEROS TO SUSP-CORRECTION-COUNT IN SUSPENSE-RECORD-FILE
           MOVE ZEROS TO
               SUSP-RECYCLE-PERIOD-ID IN SUSPENSE-RECORD-FILE
           MOVE ZEROS TO
               SUSP-RECYCLE-CHECK-DATE IN SUSPENSE-RECORD-FILE
           MOVE WS-SUSP-INPUT-IMAGE TO
               SUSP-PAYROLL-IMAGE IN SUSPENSE-RECORD-FILE

      *****************************************************************
      * A restart re-reads records the first attempt already refused; *
      * their entries are on file under the same key and stand        *
      *****************************************************************
           WRITE SUSPENSE-RECORD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SUSPENDED-COUNT
           END-WRITE
           .
       395-EXIT.
           EXIT.

       800-LOG-ERROR.
      *****************************************************************
      * Log error messages to the error log file                      *
           END-IF

           DISPLAY 'ERROR: ' WS-ERROR-TEXT
           MOVE WS-ERROR-TEXT TO WS-SUSP-LAST-ERROR
           .

       850-WRITE-AUDIT-ENTRY.
       920-WRITE-GL-EXPORT.
      *****************************************************************
      * Build the general ledger journal entry lines from the          *
      * company/department/code totals accumulated during this run:    *
      * each earnings code debits its expense account and each tax,    *
      * deduction, and net pay code credits its liability or cash      *
      * account, as resolved from the posting rules file. Built here   *
      * rather than by a separate extract program since PAYCALC        *
      * already holds the totals in memory at the end of the run. The  *
      * unmapped-codes report section is written once all lines,      *
      * including any void reversals, are posted                       *
      *****************************************************************
           MOVE WS-DATE TO GL-RUN-CHECK-DATE
           MOVE 'N' TO WS-GL-POST-VOID-SW

           PERFORM VARYING WS-GLC-INDEX FROM 1 BY 1
                   UNTIL WS-GLC-INDEX > WS-GLC-COUNT
               MOVE WS-GLC-COMPANY (WS-GLC-INDEX) TO WS-GLRES-COMPANY
               MOVE WS-GLC-DEPT (WS-GLC-INDEX) TO WS-GLRES-DEPARTMENT
               MOVE WS-GLC-LINE-TYPE (WS-GLC-INDEX) TO
                   WS-GLRES-LINE-TYPE
               MOVE WS-GLC-CODE (WS-GLC-INDEX) TO WS-GLRES-CODE
               MOVE WS-GLC-AMOUNT (WS-GLC-INDEX) TO WS-GL-POST-AMOUNT
               PERFORM 922-POST-CODED-LINE
           END-PERFORM

           PERFORM VARYING WS-TEG-INDEX FROM 1 BY 1
                   UNTIL WS-TEG-INDEX > WS-TEG-COUNT
               IF WS-TEG-PAID (WS-TEG-INDEX)
                   PERFORM 924-POST-EXPENSE-LINE
               END-IF
           END-PERFORM

           MOVE 'C' TO WS-GLRES-FUNCTION
           CALL 'GLRESOLV' USING WS-GLRES-FUNCTION
                                 WS-GLRES-PROGRAM-NAME
                                 WS-GLRES-POSTING-KEY
                                 WS-GLRES-AMOUNT
                                 WS-GLRES-ACCOUNTS
                                 WS-GLRES-RETURN-CODE
           MOVE 'R' TO WS-GLRES-FUNCTION
           .

       921-WRITE-GL-LINE.
           END-IF
           .

       922-POST-CODED-LINE.
      *****************************************************************
      * Resolve and write one coded journal line. Earnings post to     *
      * the rule's debit (expense) account on the debit side; taxes,   *
      * deductions, and net pay post to the rule's credit account on   *
      * the credit side. A void reversal swaps the side, as does a     *
      * negative amount, which is then posted as its absolute value    *
      *****************************************************************
           IF WS-GL-POST-AMOUNT NOT = ZEROS
               MOVE WS-GLRES-COMPANY TO GL-COMPANY-CODE
               MOVE WS-GLRES-DEPARTMENT TO GL-DEPARTMENT
               MOVE WS-GL-POST-AMOUNT TO WS-GLRES-AMOUNT
               MOVE 'R' TO WS-GLRES-FUNCTION
               CALL 'GLRESOLV' USING WS-GLRES-FUNCTION
                                     WS-GLRES-PROGRAM-NAME
                                     WS-GLRES-POSTING-KEY
                                     WS-GLRES-AMOUNT
                                     WS-GLRES-ACCOUNTS
                                     WS-GLRES-RETURN-CODE

               IF WS-GLRES-LINE-TYPE = 'E'
                   MOVE 'D' TO WS-GL-POST-SIDE
                   MOVE WS-GLRES-DEBIT-ACCOUNT TO GL-ACCOUNT-NUMBER
                   MOVE WS-GLRES-DEBIT-NAME TO WS-GL-POST-NAME
               ELSE
                   MOVE 'C' TO WS-GL-POST-SIDE
                   MOVE WS-GLRES-CREDIT-ACCOUNT TO GL-ACCOUNT-NUMBER
                   MOVE WS-GLRES-CREDIT-NAME TO WS-GL-POST-NAME
               END-IF

               MOVE WS-GL-POST-NAME TO GL-ACCOUNT-NAME
               IF WS-GL-POST-VOID
                   PERFORM 923-SWAP-POST-SIDE
                   MOVE SPACES TO GL-ACCOUNT-NAME
                   STRING WS-GL-POST-NAME DELIMITED BY '  '
                          ' - VOID' DELIMITED BY SIZE
                          INTO GL-ACCOUNT-NAME
               END-IF

               IF WS-GL-POST-AMOUNT < ZEROS
                   PERFORM 923-SWAP-POST-SIDE
                   COMPUTE WS-GL-POST-AMOUNT = ZERO - WS-GL-POST-AMOUNT
               END-IF

               MOVE WS-GL-POST-SIDE TO GL-DEBIT-CREDIT-IND
               MOVE WS-GL-POST-AMOUNT TO GL-AMOUNT
               PERFORM 921-WRITE-GL-LINE
           END-IF
           .

       924-POST-EXPENSE-LINE.
      *****************************************************************
      * Debit an imported expense claim's own GL expense account for   *
      * it and every other paid claim part with the same company,      *
      * department, account, and tax treatment, marking them posted    *
      *****************************************************************
           MOVE ZEROS TO WS-GL-POST-AMOUNT
           PERFORM VARYING WS-TEG-MATCH-INDEX FROM WS-TEG-INDEX BY 1
                   UNTIL WS-TEG-MATCH-INDEX > WS-TEG-COUNT
               IF WS-TEG-PAID (WS-TEG-MATCH-INDEX)
                   AND WS-TEG-COMPANY (WS-TEG-MATCH-INDEX) =
                       WS-TEG-COMPANY (WS-TEG-INDEX)
                   AND WS-TEG-DEPT (WS-TEG-MATCH-INDEX) =
                       WS-TEG-DEPT (WS-TEG-INDEX)
                   AND WS-TEG-ACCOUNT (WS-TEG-MATCH-INDEX) =
                       WS-TEG-ACCOUNT (WS-TEG-INDEX)
                   AND WS-TEG-TREATMENT (WS-TEG-MATCH-INDEX) =
                       WS-TEG-TREATMENT (WS-TEG-INDEX)
                   ADD WS-TEG-AMOUNT (WS-TEG-MATCH-INDEX) TO
                       WS-GL-POST-AMOUNT
                   IF WS-TEG-MATCH-INDEX NOT = WS-TEG-INDEX
                       SET WS-TEG-POSTED (WS-TEG-MATCH-INDEX) TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-TEG-COMPANY (WS-TEG-INDEX) TO GL-COMPANY-CODE
           MOVE WS-TEG-DEPT (WS-TEG-INDEX) TO GL-DEPARTMENT
           MOVE WS-TEG-ACCOUNT (WS-TEG-INDEX) TO GL-ACCOUNT-NUMBER
           IF WS-TEG-ACCOUNTABLE (WS-TEG-INDEX)
               MOVE 'EXPENSE REIMBURSEMENT' TO GL-ACCOUNT-NAME
           ELSE
               MOVE 'TAXABLE EXPENSE ALLOWANCE' TO GL-ACCOUNT-NAME
           END-IF
           MOVE 'D' TO GL-DEBIT-CREDIT-IND
           MOVE WS-GL-POST-AMOUNT TO GL-AMOUNT
           PERFORM 921-WRITE-GL-LINE
           SET WS-TEG-POSTED (WS-TEG-INDEX) TO TRUE
           .

       923-SWAP-POST-SIDE.
      *****************************************************************
      * Swap the debit/credit side of the line being posted            *
      *****************************************************************
           IF WS-GL-POST-SIDE = 'D'
               MOVE 'C' TO WS-GL-POST-SIDE
           ELSE
               MOVE 'D' TO WS-GL-POST-SIDE
           END-IF
           .

       325-CHECK-PAY-OVERFLOW.
      *****************************************************************
      * Sanity-check gross pay, computed into WS-GROSS-PAY-CALC (wider *
           DISPLAY 'EMPLOYEES PROCESSED: ' WS-EMPLOYEE-COUNT
           DISPLAY 'PAYROLL RECORDS READ: ' WS-PAYROLL-REC-COUNT
           DISPLAY 'ERRORS ENCOUNTERED: ' WS-ERROR-COUNT
           DISPLAY 'RECORDS SUSPENDED: ' WS-SUSPENDED-COUNT
           DISPLAY 'SUSPENSE ITEMS PAID: ' WS-SUSP-PAID-COUNT
           DISPLAY 'TOTAL GROSS PAY: ' WS-TOTAL-GROSS-PAY
           DISPLAY 'TOTAL TAXES: ' WS-PERIOD-TOTAL-TAXES
           DISPLAY 'TOTAL DEDUCTIONS: ' WS-PERIOD-TOTAL-DEDUCTIONS
           PERFORM 920-WRITE-GL-EXPORT
           PERFORM 359-WRITE-NACHA-BATCH-AND-FILE-CONTROL
           PERFORM 916-WRITE-BALANCING-PAGE
           PERFORM 919-WRITE-ALLOC-REGISTER-TOTAL

           IF WS-CTL-OUT-OF-BALANCE
               DISPLAY 'RUN IS OUT OF BALANCE - OUTPUTS MUST NOT BE '
                 LOAN-FILE
                 ARREARS-FILE
                 OVERPAY-FILE
                 SUSPENSE-FILE
                 WC-ACCRUAL-FILE
                 FUTA-SUTA-FILE
                 CONTRIB-FILE
                 DEDUCTION-DETAIL-FILE
                 FMLA-USAGE-FILE
                 CARD-REGISTER-FILE
                 STATE-ALLOC-REGISTER
           .

       919-WRITE-ALLOC-REGISTER-TOTAL.
      *****************************************************************
      * Close the state allocation register with the wages and state  *
      * tax split to each taxing state across the run                 *
      *****************************************************************
           MOVE SPACES TO STATE-ALLOC-REGISTER-RECORD
           WRITE STATE-ALLOC-REGISTER-RECORD
           MOVE WS-SAL-REG-EMPLOYEES TO WS-SAL-ED-COUNT
           MOVE WS-SAL-REG-CREDIT-TOTAL TO WS-SAL-ED-AMOUNT
           MOVE SPACES TO STATE-ALLOC-REGISTER-RECORD
           STRING 'EMPLOYEES SPLIT ACROSS STATES: ' WS-SAL-ED-COUNT
                  '    RESIDENCE STATE CREDITS: ' WS-SAL-ED-AMOUNT
                  DELIMITED BY SIZE
                  INTO STATE-ALLOC-REGISTER-RECORD
           WRITE STATE-ALLOC-REGISTER-RECORD

           PERFORM VARYING WS-SAT-INDEX FROM 1 BY 1
                   UNTIL WS-SAT-INDEX > WS-SAT-COUNT
               MOVE WS-SAT-WAGES (WS-SAT-INDEX) TO WS-SAL-ED-AMOUNT
               MOVE WS-SAT-TAX (WS-SAT-INDEX) TO WS-SAL-ED-AMOUNT-2
               MOVE SPACES TO STATE-ALLOC-REGISTER-RECORD
               STRING '    STATE ' WS-SAT-STATE (WS-SAT-INDEX)
                      '  WAGES: ' WS-SAL-ED-AMOUNT
                      '  STATE TAX: ' WS-SAL-ED-AMOUNT-2
                      DELIMITED BY SIZE
                      INTO STATE-ALLOC-REGISTER-RECORD
               WRITE STATE-ALLOC-REGISTER-RECORD
           END-PERFORM
           .

       930-MARK-PERIODS-PROCESSED.
               CLOSE OVERPAY-FILE
           END-IF

           IF SUSPENSE-FILE-SUCCESS
               CLOSE SUSPENSE-FILE
           END-IF

           IF WCACCR-FILE-SUCCESS
               CLOSE WC-ACCRUAL-FILE
           END-IF
