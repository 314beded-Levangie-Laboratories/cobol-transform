      *****************************************************************
      * Program: SEVCALC.cbl                                          *
      *                                                               *
      * Purpose: Severance calculation for the Payroll Processing     *
      *          System. Severance amounts were worked out by hand    *
      *          from the severance policy and keyed into the         *
      *          scheduled payments file. This program computes each  *
      *          separated employee's severance from the policy       *
      *          table - weeks of pay per year of service within the  *
      *          policy minimum and maximum, plus the COBRA subsidy - *
      *          schedules it as a lump sum or in installments for    *
      *          SCHEDGEN to pay, and prints the agreement worksheet  *
      *          HR signs off.                                        *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEVCALC.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * SEVCALC is a standalone calculation program in the Payroll     *
      * Processing System. It:                                         *
      *                                                                *
      * 1. Loads the severance policy table and the open regular pay   *
      *    periods from the pay period calendar                        *
      * 2. For each termination input record: measures service from    *
      *    the hire date to the separation date, prices a week of pay  *
      *    from the current hourly rate and standard hours or the      *
      *    current salary, and applies the policy's weeks per year of  *
      *    service within its minimum and maximum weeks; the COBRA     *
      *    subsidy is the policy's months times its monthly amount     *
      * 3. Plans the payments in the employee's own pay frequency: a   *
      *    lump sum in the first regular period whose check date       *
      *    follows the separation date, or equal installments in that  *
      *    and the following periods, the last one taking the rounding *
      * 4. Appends pending scheduled payments - severance as type 'S', *
      *    the COBRA subsidy as an agreement installment 'I' - and     *
      *    prints the severance agreement worksheet for each employee, *
      *    with any termination that cannot be priced listed as        *
      *    rejected and nothing scheduled for it                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEVERANCE-POLICY-FILE ASSIGN TO 'SEVPOL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS POLICY-FILE-STATUS.

           SELECT SEVERANCE-TERM-FILE ASSIGN TO 'SEVTERM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TERM-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT OPTIONAL PERIOD-CALENDAR-FILE ASSIGN TO 'PERCAL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PERCAL-FILE-STATUS.

           SELECT SCHEDULED-PAYMENT-FILE ASSIGN TO 'SCHEDPAY'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SCHEDPAY-FILE-STATUS.

           SELECT SEVERANCE-REPORT-FILE ASSIGN TO 'SEVWKSHT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEVERANCE-POLICY-FILE.
           COPY SEVPOL REPLACING ==SEVERANCE-POLICY-RECORD== BY
               ==SEVERANCE-POLICY-RECORD-FILE==.

       FD  SEVERANCE-TERM-FILE.
           COPY SEVTERM REPLACING ==SEVERANCE-TERM-RECORD== BY
               ==SEVERANCE-TERM-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  PERIOD-CALENDAR-FILE.
           COPY PERCAL REPLACING ==PERIOD-CALENDAR-RECORD== BY
               ==PERIOD-CALENDAR-RECORD-FILE==.

       FD  SCHEDULED-PAYMENT-FILE.
           COPY SCHEDPAY REPLACING ==SCHEDULED-PAYMENT-RECORD== BY
               ==SCHEDULED-PAYMENT-RECORD-FILE==.

       FD  SEVERANCE-REPORT-FILE.
           01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  POLICY-FILE-STATUS         PIC X(2).
               88  POLICY-FILE-SUCCESS    VALUE '00'.
               88  POLICY-FILE-EOF        VALUE '10'.
           05  TERM-FILE-STATUS           PIC X(2).
               88  TERM-FILE-SUCCESS      VALUE '00'.
               88  TERM-FILE-EOF          VALUE '10'.
           05  EMP-FILE-STATUS            PIC X(2).
               88  EMP-FILE-SUCCESS       VALUE '00'.
           05  PERCAL-FILE-STATUS         PIC X(2).
               88  PERCAL-FILE-SUCCESS    VALUE '00' '05'.
               88  PERCAL-FILE-EOF        VALUE '10'.
           05  SCHEDPAY-FILE-STATUS       PIC X(2).
               88  SCHEDPAY-FILE-SUCCESS  VALUE '00'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
           ==WS-EMPLOYEE-RECORD==.

       COPY SCHEDPAY REPLACING ==SCHEDULED-PAYMENT-RECORD== BY
           ==WS-SCHEDULED-PAYMENT==.

       01  WS-DATE                         PIC 9(8) VALUE ZEROS.

      *****************************************************************
      * Severance policy table                                         *
      *****************************************************************
       01  WS-POLICY-TABLE.
           05  WS-PO-COUNT                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-PO-ENTRY OCCURS 100 TIMES.
               10  WS-PO-CODE              PIC X(4).
               10  WS-PO-DESCRIPTION       PIC X(30).
               10  WS-PO-WEEKS-PER-YEAR    PIC 9(2)V99 COMP-3.
               10  WS-PO-MINIMUM-WEEKS     PIC 9(3)V99 COMP-3.
               10  WS-PO-MAXIMUM-WEEKS     PIC 9(3)V99 COMP-3.
               10  WS-PO-PARTIAL-IND       PIC X.
               10  WS-PO-COBRA-MONTHS      PIC 9(2).
               10  WS-PO-COBRA-MONTHLY     PIC 9(5)V99 COMP-3.
               10  WS-PO-INSTALLMENTS      PIC 9(2).
       01  WS-PO-INDEX                     PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-PO-MATCH                     PIC 9(3) COMP-3 VALUE ZEROS.

      *****************************************************************
      * Open regular pay periods from the calendar, by frequency       *
      *****************************************************************
       01  WS-CALENDAR-TABLE.
           05  WS-CA-COUNT                 PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-CA-ENTRY OCCURS 1000 TIMES.
               10  WS-CA-PERIOD-ID         PIC 9(6).
               10  WS-CA-FREQUENCY         PIC X.
               10  WS-CA-CHECK-DATE        PIC 9(8).
       01  WS-CA-INDEX                     PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-CA-MATCH                     PIC 9(4) COMP-3 VALUE ZEROS.

      *****************************************************************
      * The current employee's payment plan                            *
      *****************************************************************
       01  WS-PLAN-TABLE.
           05  WS-PN-COUNT                 PIC 9(2) VALUE ZEROS.
           05  WS-PN-ENTRY OCCURS 52 TIMES.
               10  WS-PN-PERIOD-ID         PIC 9(6).
               10  WS-PN-CHECK-DATE        PIC 9(8).
               10  WS-PN-SEVERANCE         PIC 9(7)V99 COMP-3.
               10  WS-PN-COBRA             PIC 9(7)V99 COMP-3.
       01  WS-PN-INDEX                     PIC 9(2) VALUE ZEROS.

       01  WS-CALC-FIELDS.
           05  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
           05  WS-EMP-NAME                 PIC X(30) VALUE SPACES.
           05  WS-SEPARATION-DATE.
               10  WS-SEP-YEAR             PIC 9(4) VALUE ZEROS.
               10  WS-SEP-MONTH            PIC 9(2) VALUE ZEROS.
               10  WS-SEP-DAY              PIC 9(2) VALUE ZEROS.
           05  WS-SERVICE-YEARS            PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-SERVICE-MONTHS           PIC S9(3) COMP-3
                                       VALUE ZEROS.
           05  WS-CREDITED-SERVICE         PIC 9(2)V9999 COMP-3
                                       VALUE ZEROS.
           05  WS-WEEKLY-HOURS             PIC 9(3)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-WEEKLY-PAY               PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-FORMULA-WEEKS            PIC 9(4)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-SEVERANCE-WEEKS          PIC 9(4)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-WEEKS-NOTE               PIC X(20) VALUE SPACES.
           05  WS-SEVERANCE-TOTAL          PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-COBRA-TOTAL              PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-AGREEMENT-TOTAL          PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-INSTALLMENTS             PIC 9(2) VALUE ZEROS.
           05  WS-SEV-SCHEDULED            PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-COBRA-SCHEDULED          PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-LAST-CHECK-DATE          PIC 9(8) VALUE ZEROS.
           05  WS-INSTALLMENT-NUMBER       PIC 99 VALUE ZEROS.

       01  WS-RUN-TOTALS.
           05  WS-READ-COUNT               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-PRICED-COUNT             PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-REJECT-COUNT             PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-WRITTEN-COUNT            PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-TOTAL-SEVERANCE          PIC 9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-COBRA              PIC 9(9)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-EDITED-FIELDS.
           05  WS-ED-AMOUNT                PIC Z,ZZZ,ZZ9.99.
           05  WS-ED-AMOUNT-2              PIC Z,ZZZ,ZZ9.99.
           05  WS-ED-AMOUNT-3              PIC Z,ZZZ,ZZ9.99.
           05  WS-ED-TOTAL                 PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-WEEKS                 PIC Z,ZZ9.99.
           05  WS-ED-SERVICE               PIC Z9.9999.
           05  WS-ED-HOURS                 PIC ZZ9.99.
           05  WS-ED-COUNT                 PIC ZZ,ZZ9.
           05  WS-ED-NUMBER                PIC Z9.
           05  WS-ED-MONTHS                PIC Z9.

       01  WS-REPORT-LINE                  PIC X(132).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the severance run                     *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-LOAD-POLICIES
           PERFORM 220-LOAD-CALENDAR

           PERFORM UNTIL TERM-FILE-EOF
               PERFORM 300-PROCESS-TERMINATION THRU 300-EXIT
           END-PERFORM

           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Open all files; the scheduled payments are appended to         *
      *****************************************************************
           DISPLAY 'SEVERANCE CALCULATION STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT SEVERANCE-POLICY-FILE
           OPEN INPUT SEVERANCE-TERM-FILE
           OPEN INPUT EMPLOYEE-FILE
           IF NOT POLICY-FILE-SUCCESS OR NOT TERM-FILE-SUCCESS
               OR NOT EMP-FILE-SUCCESS
               DISPLAY 'ERROR OPENING SEVERANCE FILES - POLICY: '
                       POLICY-FILE-STATUS ' TERM: ' TERM-FILE-STATUS
                       ' EMP: ' EMP-FILE-STATUS
               STOP RUN
           END-IF

           OPEN EXTEND SCHEDULED-PAYMENT-FILE
           IF NOT SCHEDPAY-FILE-SUCCESS
               DISPLAY 'ERROR OPENING SCHEDULED PAYMENTS: '
                       SCHEDPAY-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT SEVERANCE-REPORT-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SEVERANCE AGREEMENT WORKSHEETS - RUN ' WS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '=' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       200-LOAD-POLICIES.
      *****************************************************************
      * Load the severance policy table                                *
      *****************************************************************
           PERFORM UNTIL POLICY-FILE-EOF
               READ SEVERANCE-POLICY-FILE
                   AT END
                       SET POLICY-FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-PO-COUNT < 100
                           ADD 1 TO WS-PO-COUNT
                           PERFORM 210-KEEP-POLICY
                       ELSE
                           DISPLAY 'POLICY TABLE FULL - SKIPPED: '
                               SVP-POLICY-CODE
                                   IN SEVERANCE-POLICY-RECORD-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEVERANCE-POLICY-FILE
           DISPLAY 'SEVERANCE POLICIES LOADED: ' WS-PO-COUNT
           .

       210-KEEP-POLICY.
      *****************************************************************
      * Copy one policy into the table                                 *
      *****************************************************************
           MOVE SVP-POLICY-CODE IN SEVERANCE-POLICY-RECORD-FILE TO
               WS-PO-CODE (WS-PO-COUNT)
           MOVE SVP-DESCRIPTION IN SEVERANCE-POLICY-RECORD-FILE TO
               WS-PO-DESCRIPTION (WS-PO-COUNT)
           MOVE SVP-WEEKS-PER-YEAR IN SEVERANCE-POLICY-RECORD-FILE TO
               WS-PO-WEEKS-PER-YEAR (WS-PO-COUNT)
           MOVE SVP-MINIMUM-WEEKS IN SEVERANCE-POLICY-RECORD-FILE TO
               WS-PO-MINIMUM-WEEKS (WS-PO-COUNT)
           MOVE SVP-MAXIMUM-WEEKS IN SEVERANCE-POLICY-RECORD-FILE TO
               WS-PO-MAXIMUM-WEEKS (WS-PO-COUNT)
           MOVE SVP-PARTIAL-SERVICE-IND
                   IN SEVERANCE-POLICY-RECORD-FILE TO
               WS-PO-PARTIAL-IND (WS-PO-COUNT)
           MOVE SVP-COBRA-MONTHS IN SEVERANCE-POLICY-RECORD-FILE TO
               WS-PO-COBRA-MONTHS (WS-PO-COUNT)
           MOVE SVP-COBRA-MONTHLY-AMT IN SEVERANCE-POLICY-RECORD-FILE
               TO WS-PO-COBRA-MONTHLY (WS-PO-COUNT)
           MOVE SVP-DEFAULT-INSTALLMENTS
                   IN SEVERANCE-POLICY-RECORD-FILE TO
               WS-PO-INSTALLMENTS (WS-PO-COUNT)
           .

       220-LOAD-CALENDAR.
      *****************************************************************
      * Load the open regular periods; severance is never scheduled    *
      * into an off-cycle or an already processed period               *
      *****************************************************************
           OPEN INPUT PERIOD-CALENDAR-FILE
           IF PERCAL-FILE-SUCCESS
               PERFORM UNTIL PERCAL-FILE-EOF
                   READ PERIOD-CALENDAR-FILE
                       AT END
                           SET PERCAL-FILE-EOF TO TRUE
                       NOT AT END
                           IF NOT PCAL-OFFCYCLE
                                   IN PERIOD-CALENDAR-RECORD-FILE
                               AND NOT PCAL-PROCESSED
                                   IN PERIOD-CALENDAR-RECORD-FILE
                               AND WS-CA-COUNT < 1000
                               ADD 1 TO WS-CA-COUNT
                               MOVE PCAL-PERIOD-ID
                                   IN PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-CA-PERIOD-ID (WS-CA-COUNT)
                               MOVE PCAL-FREQUENCY
                                   IN PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-CA-FREQUENCY (WS-CA-COUNT)
                               MOVE PCAL-CHECK-DATE
                                   IN PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-CA-CHECK-DATE (WS-CA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CALENDAR-FILE
           END-IF
           DISPLAY 'OPEN CALENDAR PERIODS LOADED: ' WS-CA-COUNT
           .

       300-PROCESS-TERMINATION.
      *****************************************************************
      * Price one termination, plan its payments, schedule them, and   *
      * print its worksheet                                            *
      *****************************************************************
           READ SEVERANCE-TERM-FILE
               AT END
                   GO TO 300-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-REJECT-REASON

           MOVE SVT-EMP-ID IN SEVERANCE-TERM-RECORD-FILE TO
               EMP-ID IN EMPLOYEE-RECORD-FILE
           READ EMPLOYEE-FILE INTO WS-EMPLOYEE-RECORD
               KEY IS EMP-ID IN EMPLOYEE-RECORD-FILE
               INVALID KEY
                   MOVE 'EMPLOYEE NOT ON MASTER FILE' TO
                       WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 390-REJECT-TERMINATION
               GO TO 300-EXIT
           END-IF

           MOVE ZEROS TO WS-PO-MATCH
           PERFORM VARYING WS-PO-INDEX FROM 1 BY 1
                   UNTIL WS-PO-INDEX > WS-PO-COUNT
               IF WS-PO-CODE (WS-PO-INDEX) =
                       SVT-POLICY-CODE IN SEVERANCE-TERM-RECORD-FILE
                   MOVE WS-PO-INDEX TO WS-PO-MATCH
               END-IF
           END-PERFORM
           IF WS-PO-MATCH = ZEROS
               MOVE 'SEVERANCE POLICY NOT ON TABLE' TO WS-REJECT-REASON
               PERFORM 390-REJECT-TERMINATION
               GO TO 300-EXIT
           END-IF

           IF SVT-SEPARATION-DATE IN SEVERANCE-TERM-RECORD-FILE
                   IS NOT NUMERIC
               OR SVT-SEPARATION-DATE IN SEVERANCE-TERM-RECORD-FILE <
                   EMP-HIRE-DATE IN WS-EMPLOYEE-RECORD
               MOVE 'SEPARATION DATE MISSING OR BEFORE HIRE' TO
                   WS-REJECT-REASON
               PERFORM 390-REJECT-TERMINATION
               GO TO 300-EXIT
           END-IF

           IF NOT SVT-LUMP-SUM IN SEVERANCE-TERM-RECORD-FILE
               AND NOT SVT-INSTALLMENTS IN SEVERANCE-TERM-RECORD-FILE
               MOVE 'PAYMENT METHOD NOT L OR I' TO WS-REJECT-REASON
               PERFORM 390-REJECT-TERMINATION
               GO TO 300-EXIT
           END-IF

           PERFORM 310-MEASURE-SERVICE
           PERFORM 320-PRICE-WEEKLY-PAY
           IF WS-WEEKLY-PAY = ZEROS
               MOVE 'NO CURRENT RATE OR SALARY' TO WS-REJECT-REASON
               PERFORM 390-REJECT-TERMINATION
               GO TO 300-EXIT
           END-IF
           PERFORM 330-APPLY-POLICY

           PERFORM 340-PLAN-PAYMENTS
               THRU 340-EXIT
           IF WS-PN-COUNT < WS-INSTALLMENTS
               MOVE 'NOT ENOUGH OPEN PERIODS ON CALENDAR' TO
                   WS-REJECT-REASON
               PERFORM 390-REJECT-TERMINATION
               GO TO 300-EXIT
           END-IF

           PERFORM 400-WRITE-SCHEDULED-PAYMENTS
           PERFORM 700-PRINT-WORKSHEET
           ADD 1 TO WS-PRICED-COUNT
           ADD WS-SEVERANCE-TOTAL TO WS-TOTAL-SEVERANCE
           ADD WS-COBRA-TOTAL TO WS-TOTAL-COBRA
           .
       300-EXIT.
           EXIT.

       310-MEASURE-SERVICE.
      *****************************************************************
      * Completed years and months from the hire date to the           *
      * separation date; the policy decides whether the months of a   *
      * partial year are credited                                      *
      *****************************************************************
           MOVE SVT-SEPARATION-DATE IN SEVERANCE-TERM-RECORD-FILE TO
               WS-SEPARATION-DATE
           COMPUTE WS-SERVICE-YEARS =
               WS-SEP-YEAR - EMP-HIRE-YEAR IN WS-EMPLOYEE-RECORD
           COMPUTE WS-SERVICE-MONTHS =
               WS-SEP-MONTH - EMP-HIRE-MONTH IN WS-EMPLOYEE-RECORD
           IF WS-SEP-DAY < EMP-HIRE-DAY IN WS-EMPLOYEE-RECORD
               SUBTRACT 1 FROM WS-SERVICE-MONTHS
           END-IF
           IF WS-SERVICE-MONTHS < ZEROS
               SUBTRACT 1 FROM WS-SERVICE-YEARS
               ADD 12 TO WS-SERVICE-MONTHS
           END-IF

           IF WS-PO-PARTIAL-IND (WS-PO-MATCH) = 'Y'
               COMPUTE WS-CREDITED-SERVICE ROUNDED =
                   WS-SERVICE-YEARS + WS-SERVICE-MONTHS / 12
           ELSE
               MOVE WS-SERVICE-YEARS TO WS-CREDITED-SERVICE
           END-IF
           .

       320-PRICE-WEEKLY-PAY.
      *****************************************************************
      * A week of pay at the current rate: standard hours brought to   *
      * a week by pay frequency times the hourly rate, or the salary  *
      * brought to a week the same way                                 *
      *****************************************************************
           MOVE ZEROS TO WS-WEEKLY-PAY
           IF EMP-SALARY IN WS-EMPLOYEE-RECORD
               EVALUATE TRUE
                   WHEN EMP-MONTHLY IN WS-EMPLOYEE-RECORD
                       COMPUTE WS-WEEKLY-PAY ROUNDED =
                           EMP-SALARY-AMOUNT IN WS-EMPLOYEE-RECORD
                           * 12 / 52
                   WHEN EMP-BIWEEKLY IN WS-EMPLOYEE-RECORD
                       COMPUTE WS-WEEKLY-PAY ROUNDED =
                           EMP-SALARY-AMOUNT IN WS-EMPLOYEE-RECORD / 2
                   WHEN OTHER
                       MOVE EMP-SALARY-AMOUNT IN WS-EMPLOYEE-RECORD
                           TO WS-WEEKLY-PAY
               END-EVALUATE
               MOVE ZEROS TO WS-WEEKLY-HOURS
           ELSE
               EVALUATE TRUE
                   WHEN EMP-WEEKLY IN WS-EMPLOYEE-RECORD
                       MOVE EMP-STANDARD-HOURS IN WS-EMPLOYEE-RECORD
                           TO WS-WEEKLY-HOURS
                   WHEN EMP-BIWEEKLY IN WS-EMPLOYEE-RECORD
                       COMPUTE WS-WEEKLY-HOURS ROUNDED =
                           EMP-STANDARD-HOURS IN WS-EMPLOYEE-RECORD / 2
                   WHEN EMP-MONTHLY IN WS-EMPLOYEE-RECORD
                       COMPUTE WS-WEEKLY-HOURS ROUNDED =
                           EMP-STANDARD-HOURS IN WS-EMPLOYEE-RECORD
                           * 12 / 52
                   WHEN OTHER
                       MOVE 40 TO WS-WEEKLY-HOURS
               END-EVALUATE
               IF WS-WEEKLY-HOURS = ZEROS
                   MOVE 40 TO WS-WEEKLY-HOURS
               END-IF
               COMPUTE WS-WEEKLY-PAY ROUNDED =
                   EMP-HOURLY-RATE IN WS-EMPLOYEE-RECORD *
                   WS-WEEKLY-HOURS
           END-IF
           .

       330-APPLY-POLICY.
      *****************************************************************
      * Weeks of pay per year of service within the policy minimum     *
      * and maximum; the COBRA subsidy is months times the monthly     *
      * amount                                                         *
      *****************************************************************
           COMPUTE WS-FORMULA-WEEKS ROUNDED =
               WS-CREDITED-SERVICE * WS-PO-WEEKS-PER-YEAR (WS-PO-MATCH)
           MOVE WS-FORMULA-WEEKS TO WS-SEVERANCE-WEEKS
           MOVE SPACES TO WS-WEEKS-NOTE
           IF WS-SEVERANCE-WEEKS < WS-PO-MINIMUM-WEEKS (WS-PO-MATCH)
               MOVE WS-PO-MINIMUM-WEEKS (WS-PO-MATCH) TO
                   WS-SEVERANCE-WEEKS
               MOVE '(POLICY MINIMUM)' TO WS-WEEKS-NOTE
           END-IF
           IF WS-PO-MAXIMUM-WEEKS (WS-PO-MATCH) > ZEROS
               AND WS-SEVERANCE-WEEKS >
                   WS-PO-MAXIMUM-WEEKS (WS-PO-MATCH)
               MOVE WS-PO-MAXIMUM-WEEKS (WS-PO-MATCH) TO
                   WS-SEVERANCE-WEEKS
               MOVE '(POLICY MAXIMUM)' TO WS-WEEKS-NOTE
           END-IF

           COMPUTE WS-SEVERANCE-TOTAL ROUNDED =
               WS-SEVERANCE-WEEKS * WS-WEEKLY-PAY
           COMPUTE WS-COBRA-TOTAL =
               WS-PO-COBRA-MONTHS (WS-PO-MATCH) *
               WS-PO-COBRA-MONTHLY (WS-PO-MATCH)
           COMPUTE WS-AGREEMENT-TOTAL =
               WS-SEVERANCE-TOTAL + WS-COBRA-TOTAL
           .

       340-PLAN-PAYMENTS.
      *****************************************************************
      * Pick the open regular periods in the employee's pay frequency  *
      * whose check dates follow the separation date, one per          *
      * installment, and spread the severance and the COBRA subsidy    *
      * evenly across them                                             *
      *****************************************************************
           IF SVT-LUMP-SUM IN SEVERANCE-TERM-RECORD-FILE
               MOVE 1 TO WS-INSTALLMENTS
           ELSE
               MOVE SVT-INSTALLMENT-COUNT IN SEVERANCE-TERM-RECORD-FILE
                   TO WS-INSTALLMENTS
               IF WS-INSTALLMENTS = ZEROS
                   MOVE WS-PO-INSTALLMENTS (WS-PO-MATCH) TO
                       WS-INSTALLMENTS
               END-IF
               IF WS-INSTALLMENTS = ZEROS
                   MOVE 1 TO WS-INSTALLMENTS
               END-IF
               IF WS-INSTALLMENTS > 52
                   MOVE 52 TO WS-INSTALLMENTS
               END-IF
           END-IF

           MOVE ZEROS TO WS-PN-COUNT
           MOVE SVT-SEPARATION-DATE IN SEVERANCE-TERM-RECORD-FILE TO
               WS-LAST-CHECK-DATE
           PERFORM 345-NEXT-PERIOD
           PERFORM UNTIL WS-CA-MATCH = ZEROS
                   OR WS-PN-COUNT >= WS-INSTALLMENTS
               ADD 1 TO WS-PN-COUNT
               MOVE WS-CA-PERIOD-ID (WS-CA-MATCH) TO
                   WS-PN-PERIOD-ID (WS-PN-COUNT)
               MOVE WS-CA-CHECK-DATE (WS-CA-MATCH) TO
                   WS-PN-CHECK-DATE (WS-PN-COUNT)
               MOVE WS-CA-CHECK-DATE (WS-CA-MATCH) TO
                   WS-LAST-CHECK-DATE
               IF WS-PN-COUNT < WS-INSTALLMENTS
                   PERFORM 345-NEXT-PERIOD
               END-IF
           END-PERFORM
           IF WS-PN-COUNT < WS-INSTALLMENTS
               GO TO 340-EXIT
           END-IF

           MOVE ZEROS TO WS-SEV-SCHEDULED
           MOVE ZEROS TO WS-COBRA-SCHEDULED
           PERFORM VARYING WS-PN-INDEX FROM 1 BY 1
                   UNTIL WS-PN-INDEX > WS-PN-COUNT
               IF WS-PN-INDEX = WS-PN-COUNT
                   COMPUTE WS-PN-SEVERANCE (WS-PN-INDEX) =
                       WS-SEVERANCE-TOTAL - WS-SEV-SCHEDULED
                   COMPUTE WS-PN-COBRA (WS-PN-INDEX) =
                       WS-COBRA-TOTAL - WS-COBRA-SCHEDULED
               ELSE
                   COMPUTE WS-PN-SEVERANCE (WS-PN-INDEX) ROUNDED =
                       WS-SEVERANCE-TOTAL / WS-INSTALLMENTS
                   COMPUTE WS-PN-COBRA (WS-PN-INDEX) ROUNDED =
                       WS-COBRA-TOTAL / WS-INSTALLMENTS
               END-IF
               ADD WS-PN-SEVERANCE (WS-PN-INDEX) TO WS-SEV-SCHEDULED
               ADD WS-PN-COBRA (WS-PN-INDEX) TO WS-COBRA-SCHEDULED
           END-PERFORM
           .
       340-EXIT.
           EXIT.

       345-NEXT-PERIOD.
      *****************************************************************
      * The open period in the employee's frequency with the earliest  *
      * check date after the last one planned                          *
      *****************************************************************
           MOVE ZEROS TO WS-CA-MATCH
           PERFORM VARYING WS-CA-INDEX FROM 1 BY 1
                   UNTIL WS-CA-INDEX > WS-CA-COUNT
               IF WS-CA-FREQUENCY (WS-CA-INDEX) =
                       EMP-PAY-FREQUENCY IN WS-EMPLOYEE-RECORD
                   AND WS-CA-CHECK-DATE (WS-CA-INDEX) >
                       WS-LAST-CHECK-DATE
                   IF WS-CA-MATCH = ZEROS
                       MOVE WS-CA-INDEX TO WS-CA-MATCH
                   ELSE
                       IF WS-CA-CHECK-DATE (WS-CA-INDEX) <
                               WS-CA-CHECK-DATE (WS-CA-MATCH)
                           MOVE WS-CA-INDEX TO WS-CA-MATCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       390-REJECT-TERMINATION.
      *****************************************************************
      * List a termination that cannot be priced; nothing is          *
      * scheduled for it                                               *
      *****************************************************************
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'REJECTED ' SVT-EMP-ID IN SEVERANCE-TERM-RECORD-FILE
                  ' POLICY '
                  SVT-POLICY-CODE IN SEVERANCE-TERM-RECORD-FILE
                  ' SEPARATED '
                  SVT-SEPARATION-DATE IN SEVERANCE-TERM-RECORD-FILE
                  ' - ' WS-REJECT-REASON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       400-WRITE-SCHEDULED-PAYMENTS.
      *****************************************************************
      * One pending severance payment per planned period, and one      *
      * pending COBRA subsidy payment where the policy provides one    *
      *****************************************************************
           PERFORM VARYING WS-PN-INDEX FROM 1 BY 1
                   UNTIL WS-PN-INDEX > WS-PN-COUNT
               MOVE WS-PN-INDEX TO WS-INSTALLMENT-NUMBER
               IF WS-PN-SEVERANCE (WS-PN-INDEX) > ZEROS
                   INITIALIZE WS-SCHEDULED-PAYMENT
                   SET SP-SEVERANCE IN WS-SCHEDULED-PAYMENT TO TRUE
                   MOVE WS-PN-SEVERANCE (WS-PN-INDEX) TO
                       SP-AMOUNT IN WS-SCHEDULED-PAYMENT
                   IF WS-PN-COUNT = 1
                       MOVE 'SEVERANCE LUMP SUM' TO
                           SP-MEMO IN WS-SCHEDULED-PAYMENT
                   ELSE
                       STRING 'SEVERANCE ' WS-INSTALLMENT-NUMBER
                              ' OF ' WS-INSTALLMENTS
                              DELIMITED BY SIZE
                              INTO SP-MEMO IN WS-SCHEDULED-PAYMENT
                   END-IF
                   PERFORM 410-WRITE-ONE-PAYMENT
               END-IF
               IF WS-PN-COBRA (WS-PN-INDEX) > ZEROS
                   INITIALIZE WS-SCHEDULED-PAYMENT
                   SET SP-INSTALLMENT IN WS-SCHEDULED-PAYMENT TO TRUE
                   MOVE WS-PN-COBRA (WS-PN-INDEX) TO
                       SP-AMOUNT IN WS-SCHEDULED-PAYMENT
                   IF WS-PN-COUNT = 1
                       MOVE 'COBRA SUBSIDY' TO
                           SP-MEMO IN WS-SCHEDULED-PAYMENT
                   ELSE
                       STRING 'COBRA SUBSIDY ' WS-INSTALLMENT-NUMBER
                              '/' WS-INSTALLMENTS
                              DELIMITED BY SIZE
                              INTO SP-MEMO IN WS-SCHEDULED-PAYMENT
                   END-IF
                   PERFORM 410-WRITE-ONE-PAYMENT
               END-IF
           END-PERFORM
           .

       410-WRITE-ONE-PAYMENT.
      *****************************************************************
      * Complete and append one pending scheduled payment              *
      *****************************************************************
           MOVE SVT-EMP-ID IN SEVERANCE-TERM-RECORD-FILE TO
               SP-EMPLOYEE-ID IN WS-SCHEDULED-PAYMENT
           MOVE WS-PN-PERIOD-ID (WS-PN-INDEX) TO
               SP-TARGET-PERIOD-ID IN WS-SCHEDULED-PAYMENT
           MOVE 'N' TO SP-TAX-FLAG IN WS-SCHEDULED-PAYMENT
           SET SP-PENDING IN WS-SCHEDULED-PAYMENT TO TRUE
           WRITE SCHEDULED-PAYMENT-RECORD-FILE
               FROM WS-SCHEDULED-PAYMENT
           IF NOT SCHEDPAY-FILE-SUCCESS
               DISPLAY 'ERROR WRITING SCHEDULED PAYMENT: '
                       SCHEDPAY-FILE-STATUS
           ELSE
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF
           .

       700-PRINT-WORKSHEET.
      *****************************************************************
      * The severance agreement worksheet: the employee, the service   *
      * and pay the formula used, the totals, the payment schedule,    *
      * and the sign-off lines                                         *
      *****************************************************************
           MOVE SPACES TO WS-EMP-NAME
           STRING EMP-FIRST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  EMP-LAST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  INTO WS-EMP-NAME

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMPLOYEE:      ' EMP-ID IN WS-EMPLOYEE-RECORD
                  '  ' WS-EMP-NAME
                  '  DEPT ' EMP-DEPARTMENT IN WS-EMPLOYEE-RECORD
                  '  ' EMP-POSITION IN WS-EMPLOYEE-RECORD
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'HIRE DATE:     ' EMP-HIRE-DATE IN WS-EMPLOYEE-RECORD
                  '  SEPARATION DATE: '
                  SVT-SEPARATION-DATE IN SEVERANCE-TERM-RECORD-FILE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'POLICY:        ' WS-PO-CODE (WS-PO-MATCH)
                  '  ' WS-PO-DESCRIPTION (WS-PO-MATCH)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-CREDITED-SERVICE TO WS-ED-SERVICE
           MOVE WS-SERVICE-YEARS TO WS-ED-NUMBER
           MOVE WS-SERVICE-MONTHS TO WS-ED-MONTHS
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SERVICE:       ' WS-ED-NUMBER ' YEARS '
                  WS-ED-MONTHS ' MONTHS'
                  '  CREDITED ' WS-ED-SERVICE ' YEARS'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-WEEKLY-PAY TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           IF EMP-SALARY IN WS-EMPLOYEE-RECORD
               STRING 'WEEKLY PAY:    ' WS-ED-AMOUNT
                      '  FROM CURRENT SALARY'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE WS-WEEKLY-HOURS TO WS-ED-HOURS
               STRING 'WEEKLY PAY:    ' WS-ED-AMOUNT
                      '  FROM CURRENT RATE X ' WS-ED-HOURS ' HOURS'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-FORMULA-WEEKS TO WS-ED-WEEKS
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FORMULA WEEKS: ' WS-ED-WEEKS
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-SEVERANCE-WEEKS TO WS-ED-WEEKS
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'WEEKS PAYABLE: ' WS-ED-WEEKS '  ' WS-WEEKS-NOTE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-SEVERANCE-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SEVERANCE:     ' WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-COBRA-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'COBRA SUBSIDY: ' WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-AGREEMENT-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL:         ' WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF SVT-LUMP-SUM IN SEVERANCE-TERM-RECORD-FILE
               STRING 'PAYMENT PLAN:  LUMP SUM'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE WS-INSTALLMENTS TO WS-ED-NUMBER
               STRING 'PAYMENT PLAN:  ' WS-ED-NUMBER ' INSTALLMENTS'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '    #  PERIOD  CHECK DATE     SEVERANCE'
                  '         COBRA       PAYMENT'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-PN-INDEX FROM 1 BY 1
                   UNTIL WS-PN-INDEX > WS-PN-COUNT
               MOVE WS-PN-INDEX TO WS-ED-NUMBER
               MOVE WS-PN-SEVERANCE (WS-PN-INDEX) TO WS-ED-AMOUNT
               MOVE WS-PN-COBRA (WS-PN-INDEX) TO WS-ED-AMOUNT-2
               COMPUTE WS-ED-AMOUNT-3 =
                   WS-PN-SEVERANCE (WS-PN-INDEX) +
                   WS-PN-COBRA (WS-PN-INDEX)
               MOVE SPACES TO WS-REPORT-LINE
               STRING '   ' WS-ED-NUMBER
                      '  ' WS-PN-PERIOD-ID (WS-PN-INDEX)
                      '  ' WS-PN-CHECK-DATE (WS-PN-INDEX)
                      '  ' WS-ED-AMOUNT
                      '  ' WS-ED-AMOUNT-2
                      '  ' WS-ED-AMOUNT-3
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PREPARED BY: '
                  SVT-PREPARED-BY IN SEVERANCE-TERM-RECORD-FILE
                  '   HR APPROVAL: ____________________'
                  '   DATE: __________'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       900-WRAP-UP.
      *****************************************************************
      * Print the run totals and close all files                       *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-PRICED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'AGREEMENTS PRICED:       ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REJECT-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TERMINATIONS REJECTED:   ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-SEVERANCE TO WS-ED-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL SEVERANCE:   ' WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-COBRA TO WS-ED-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL COBRA SUBSIDY: ' WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           CLOSE SEVERANCE-TERM-FILE
                 EMPLOYEE-FILE
                 SCHEDULED-PAYMENT-FILE
                 SEVERANCE-REPORT-FILE

           DISPLAY 'SEVERANCE CALCULATION COMPLETED'
           DISPLAY 'TERMINATIONS READ:    ' WS-READ-COUNT
           DISPLAY 'AGREEMENTS PRICED:    ' WS-PRICED-COUNT
           DISPLAY 'REJECTED:             ' WS-REJECT-COUNT
           DISPLAY 'SCHEDULED PAYMENTS:   ' WS-WRITTEN-COUNT
           .
