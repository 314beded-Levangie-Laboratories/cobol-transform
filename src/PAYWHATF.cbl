      *****************************************************************
      * Program: PAYWHATF.cbl                                         *
      *                                                               *
      * Purpose: Paycheck what-if modeling for the Payroll Processing *
      *          System. Payroll estimated by hand what a new W-4, a  *
      *          401(k) change, or a move to another medical, dental, *
      *          or vision plan would do to an employee's take-home   *
      *          pay. This program reprices the employee's most       *
      *          recent regular period through the production tax     *
      *          and deduction modules twice - as-is and with the     *
      *          proposed changes - and prints the two side by side,  *
      *          per period and annualized. Nothing is updated.       *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYWHATF.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * PAYWHATF is a standalone modeling program in the Payroll       *
      * Processing System. It:                                         *
      *                                                                *
      * 1. Loads the current year's tax rates and the deduction type   *
      *    table the calculation run uses                              *
      * 2. For each what-if request: reads the employee master and     *
      *    finds the employee's most recent regular period on pay      *
      *    history, whose gross and year-to-date basis are repriced    *
      * 3. Calls TAXCALC and DEDCALC for that period with the master   *
      *    as it stands, then again with the requested W-4, 401(k),    *
      *    and plan changes laid over a working copy of the master     *
      * 4. Prints a statement of gross, each tax, each deduction, and  *
      *    net pay - current, proposed, and the difference - per       *
      *    period and annualized: pay and taxes by the employee's pay  *
      *    frequency, each deduction by its own deduction frequency.   *
      *    The modeled check takes the deductions the pay period       *
      *    calendar puts on it, as the calculation run does            *
      *                                                                *
      * The employee master, pay history, and every balance DEDCALC   *
      * reports (arrears, loans) are read only; no file is updated.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHATIF-REQUEST-FILE ASSIGN TO 'WHATIFRQ'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REQUEST-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-EMP-ID WITH DUPLICATES
           FILE STATUS IS HIST-FILE-STATUS.

           SELECT TAX-RATES-FILE ASSIGN TO 'TAXRATES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TAX-FILE-STATUS.

           SELECT DEDUCTION-FILE ASSIGN TO 'DEDUCFILE'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DEDUCT-FILE-STATUS.

           SELECT OPTIONAL PERIOD-CALENDAR-FILE ASSIGN TO 'PERCAL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PERCAL-FILE-STATUS.

           SELECT WHATIF-REPORT-FILE ASSIGN TO 'WHATIFRP'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WHATIF-REQUEST-FILE.
           COPY WHATIFRQ REPLACING ==WHATIF-REQUEST-RECORD== BY
               ==WHATIF-REQUEST-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST REPLACING ==PAY-HISTORY-RECORD== BY
               ==PAY-HISTORY-RECORD-FILE==.

       FD  TAX-RATES-FILE.
           COPY TAXRATES REPLACING ==TAX-RATES-TABLE== BY
               ==TAX-RATES-RECORD-FILE==.

       FD  DEDUCTION-FILE.
           COPY DEDUCFILE REPLACING ==DEDUCTION-TYPE-RECORD== BY
               ==DEDUCTION-RECORD-FILE==.

       FD  PERIOD-CALENDAR-FILE.
           COPY PERCAL REPLACING ==PERIOD-CALENDAR-RECORD== BY
               ==PERIOD-CALENDAR-RECORD-FILE==.

       FD  WHATIF-REPORT-FILE.
           01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  REQUEST-FILE-STATUS        PIC X(2).
               88  REQUEST-FILE-SUCCESS   VALUE '00'.
               88  REQUEST-FILE-EOF       VALUE '10'.
           05  EMP-FILE-STATUS            PIC X(2).
               88  EMP-FILE-SUCCESS       VALUE '00'.
           05  HIST-FILE-STATUS           PIC X(2).
               88  HIST-FILE-SUCCESS      VALUE '00' '02'.
           05  TAX-FILE-STATUS            PIC X(2).
               88  TAX-FILE-SUCCESS       VALUE '00'.
               88  TAX-FILE-EOF           VALUE '10'.
           05  DEDUCT-FILE-STATUS         PIC X(2).
               88  DEDUCT-FILE-SUCCESS    VALUE '00'.
               88  DEDUCT-FILE-EOF        VALUE '10'.
           05  PERCAL-FILE-STATUS         PIC X(2).
               88  PERCAL-FILE-SUCCESS    VALUE '00' '05'.
               88  PERCAL-FILE-EOF        VALUE '10'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

      *****************************************************************
      * The master as it stands, and the working copy each scenario   *
      * is priced from - the proposed changes go on the copy only.    *
      * The copy is kept as it stood before DEDCALC's year-to-date    *
      * updates, for pricing the scenario's annual deductions         *
      *****************************************************************
       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
           ==WS-EMPLOYEE-RECORD==.

       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
           ==WS-MODEL-EMPLOYEE==.

       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
           ==WS-PRICED-EMPLOYEE==.

       COPY PAYDATA REPLACING ==PAYROLL-DATA-RECORD== BY
           ==WS-PAYROLL-DATA==.

       COPY TAXRATES REPLACING ==TAX-RATES-TABLE== BY
           ==WS-TAX-RATES==.

       COPY DEDUCFILE REPLACING ==DEDUCTION-TYPE-RECORD== BY
           ==WS-DEDUCTION-TYPE==.

       01  WS-TAX-RATE-FOUND-SW            PIC X VALUE 'N'.
           88  WS-TAX-RATE-FOUND           VALUE 'Y'.

       01  WS-DATE.
           05  WS-YEAR                     PIC 9(4).
           05  WS-MONTH                    PIC 9(2).
           05  WS-DAY                      PIC 9(2).

      *****************************************************************
      * The period being repriced, from the latest regular pay        *
      * history record                                                 *
      *****************************************************************
       01  WS-BASE-PERIOD.
           05  WS-LATEST-FOUND-SW          PIC X VALUE 'N'.
               88  WS-LATEST-FOUND         VALUE 'Y'.
           05  WS-SCAN-EOF-SW              PIC X VALUE 'N'.
               88  WS-SCAN-EOF             VALUE 'Y'.
           05  WS-BASE-PERIOD-START        PIC 9(8) VALUE ZEROS.
           05  WS-BASE-PERIOD-END          PIC 9(8) VALUE ZEROS.
           05  WS-BASE-CHECK-DATE          PIC 9(8) VALUE ZEROS.
           05  WS-BASE-GROSS               PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-BASE-TAXABLE             PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-BASE-YTD-GROSS           PIC 9(8)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-PERIODS-PER-YEAR         PIC 9(2) COMP-3 VALUE 26.

      *****************************************************************
      * Interface fields for the TAXCALC call, laid out as the         *
      * calculation run passes them                                    *
      *****************************************************************
       01  WS-TAX-CALCULATION-AREA.
           05  WS-TAX-CALC-GROSS           PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TAX-CALC-YTD-GROSS       PIC 9(8)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TAX-FILING-STATUS        PIC X VALUE 'S'.
           05  WS-TAX-STATE-CODE           PIC X(2) VALUE SPACES.
           05  WS-TAX-RESIDENCE-STATE      PIC X(2) VALUE SPACES.
           05  WS-TAX-UI-STATE             PIC X(2) VALUE SPACES.
           05  WS-TAX-LOCAL-CODE           PIC X(5) VALUE SPACES.
           05  WS-TAX-EFFECTIVE-STATE      PIC X(2) VALUE SPACES.
           05  WS-TAX-SUTA-EXPERIENCE-RATE PIC 9V9(5) COMP-3
                                       VALUE ZEROS.
           05  WS-TAX-ALLOWANCES           PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-TAX-ADDITIONAL           PIC 9(5)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TAX-RUN-MODE             PIC X VALUE 'N'.
           05  WS-FEDERAL-TAX              PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-STATE-TAX                PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-LOCAL-TAX                PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-SOCIAL-SEC-TAX           PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-MEDICARE-TAX             PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-FUTA-TAX                 PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-SUTA-TAX                 PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-SDI-TAX                  PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-SDI-ER-TAX               PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TAX-CALC-YTD-LST         PIC 9(5)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TAX-CALC-YTD-SUPPLEMENTAL
                                       PIC 9(8)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-LST-TAX                  PIC 9(5)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-TAX-PRIOR-WAGE-BASES.
           05  WS-TAX-PRIOR-SS-WAGES       PIC 9(8)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TAX-PRIOR-FUTA-WAGES    PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TAX-PRIOR-SUTA-WAGES    PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-TAX-W4-INFO.
           05  WS-TAX-W4-FORM-VERSION      PIC X VALUE SPACE.
           05  WS-TAX-W4-DEPENDENT-CREDIT  PIC 9(5)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TAX-W4-OTHER-INCOME      PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
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

       COPY STALLOC REPLACING ==STATE-ALLOCATION== BY
           ==WS-STATE-ALLOCATION==.

      *****************************************************************
      * Interface fields for the DEDCALC call. No arrears or loan      *
      * balances are passed (the flat loan amount on the master        *
      * stands in) and no union local formula (the flat dues stand     *
      * in). The deduction schedule is built from the pay period       *
      * calendar as the calculation run builds it                      *
      *****************************************************************
       01  WS-DEDUCT-CALC-GROSS            PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-TOTAL-TAXES                  PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-TOTAL-DEDUCTIONS             PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-401K-PRETAX-AMOUNT           PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-401K-ROTH-AMOUNT             PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-401K-EMPLOYER-MATCH          PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-GARNISH-SHORTFALL            PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-DEDUCT-TABLE-COUNT           PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-DEDUCT-TABLE-AREA.
           05  WS-DEDUCT-SLOT OCCURS 20 TIMES PIC X(400).
       01  WS-DEDUCT-TABLE-INDEX           PIC 9(3) COMP-3 VALUE ZEROS.

       01  WS-DEDUCT-DETAIL-COUNT          PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-DEDUCT-DETAIL-INDEX          PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-DEDUCT-DETAIL-AREA.
           05  WS-DEDUCT-DETAIL-ENTRY OCCURS 40 TIMES.
               10  WS-DTLD-CODE             PIC X(3).
               10  WS-DTLD-AMOUNT           PIC 9(7)V99 COMP-3.

       01  WS-ARREARS-INTERFACE-AREA.
           05  WS-DARR-COUNT               PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-DARR-RECOVERY-CAP        PIC 9(5)V99 COMP-3
                                       VALUE 100.00.
           05  WS-DARR-ENTRY OCCURS 10 TIMES.
               10  WS-DARR-CODE            PIC X(3).
               10  WS-DARR-BALANCE-IN      PIC 9(7)V99 COMP-3.
               10  WS-DARR-RECOVERY-REQ    PIC 9(7)V99 COMP-3.
               10  WS-DARR-SHORTFALL-OUT   PIC 9(7)V99 COMP-3.

       01  WS-LOAN-INTERFACE-AREA.
           05  WS-DLOAN-COUNT              PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-DLOAN-FINAL-PAY-FLAG     PIC X VALUE 'N'.
           05  WS-DLOAN-ENTRY OCCURS 5 TIMES.
               10  WS-DLOAN-ID             PIC X(4).
               10  WS-DLOAN-PAYMENT-AMT    PIC 9(5)V99 COMP-3.
               10  WS-DLOAN-DUE-AMOUNT     PIC 9(7)V99 COMP-3.
               10  WS-DLOAN-APPLIED-AMT    PIC 9(7)V99 COMP-3.

       01  WS-UNION-INTERFACE-AREA.
           05  WS-DUNION-LOCAL-CODE        PIC X(3).
           05  WS-DUNION-FORMULA-TYPE      PIC X.
           05  WS-DUNION-PCT-RATE          PIC 9(2)V99 COMP-3.
           05  WS-DUNION-CENTS-PER-HOUR    PIC 9(2)V99 COMP-3.
           05  WS-DUNION-FLAT-BASE         PIC 9(5)V99 COMP-3.
           05  WS-DUNION-WAGE-FLOOR        PIC 9(7)V99 COMP-3.
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

      *****************************************************************
      * The pay period calendar, for the base check's place among the  *
      * regular checks of its month                                    *
      *****************************************************************
       01  WS-PERIOD-CALENDAR-TABLE.
           05  WS-PC-COUNT                 PIC 9(3) COMP-3
                                       VALUE ZEROS.
           05  WS-PC-ENTRY OCCURS 110 TIMES.
               10  WS-PC-FREQUENCY         PIC X.
               10  WS-PC-END-DATE          PIC 9(8).
               10  WS-PC-CHECK-DATE        PIC 9(8).
               10  WS-PC-OFFCYCLE-IND      PIC X.
           05  WS-PC-INDEX                 PIC 9(4) COMP-3
                                       VALUE ZEROS.
           05  WS-DSCHED-PC-SLOT           PIC 9(4) COMP-3
                                       VALUE ZEROS.

      *****************************************************************
      * Results by scenario: 1 = current, 2 = proposed                 *
      *****************************************************************
       01  WS-SCENARIO-TABLE.
           05  WS-SC-ENTRY OCCURS 2 TIMES.
               10  WS-SC-GROSS             PIC 9(7)V99 COMP-3.
               10  WS-SC-FEDERAL-TAX       PIC 9(7)V99 COMP-3.
               10  WS-SC-STATE-TAX         PIC 9(7)V99 COMP-3.
               10  WS-SC-LOCAL-TAX         PIC 9(7)V99 COMP-3.
               10  WS-SC-SOCIAL-SEC-TAX    PIC 9(7)V99 COMP-3.
               10  WS-SC-MEDICARE-TAX      PIC 9(7)V99 COMP-3.
               10  WS-SC-SDI-TAX           PIC 9(7)V99 COMP-3.
               10  WS-SC-LST-TAX           PIC 9(5)V99 COMP-3.
               10  WS-SC-TOTAL-TAXES       PIC 9(7)V99 COMP-3.
               10  WS-SC-TOTAL-DEDUCTIONS  PIC 9(7)V99 COMP-3.
               10  WS-SC-401K-PRETAX       PIC 9(7)V99 COMP-3.
               10  WS-SC-401K-ROTH         PIC 9(7)V99 COMP-3.
               10  WS-SC-401K-MATCH        PIC 9(7)V99 COMP-3.
               10  WS-SC-NET-PAY           PIC S9(7)V99 COMP-3.
               10  WS-SC-REFUSED-SW        PIC X.
               10  WS-SC-DETAIL-COUNT      PIC 9(2) COMP-3.
               10  WS-SC-DETAIL OCCURS 40 TIMES.
                   15  WS-SC-DTL-CODE      PIC X(3).
                   15  WS-SC-DTL-AMOUNT    PIC 9(7)V99 COMP-3.
               10  WS-SC-ANNUAL-DEDUCTIONS PIC 9(9)V99 COMP-3.
               10  WS-SC-ANN-COUNT         PIC 9(2) COMP-3.
               10  WS-SC-ANN OCCURS 40 TIMES.
                   15  WS-SC-ANN-CODE      PIC X(3).
                   15  WS-SC-ANN-AMOUNT    PIC 9(9)V99 COMP-3.
       01  WS-SC-INDEX                     PIC 9 VALUE ZEROS.

      *****************************************************************
      * Deduction codes appearing in either scenario, for the          *
      * side-by-side deduction lines                                   *
      *****************************************************************
       01  WS-CODE-LIST.
           05  WS-CL-COUNT                 PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-CL-CODE OCCURS 80 TIMES  PIC X(3).
       01  WS-CL-INDEX                     PIC 9(2) COMP-3 VALUE ZEROS.
       01  WS-CL-FOUND-SW                  PIC X VALUE 'N'.
           88  WS-CL-FOUND                 VALUE 'Y'.

       01  WS-COMPARE-FIELDS.
           05  WS-LINE-LABEL               PIC X(24) VALUE SPACES.
           05  WS-CMP-CURRENT              PIC S9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CMP-PROPOSED             PIC S9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CMP-DIFFERENCE           PIC S9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CMP-ANNUAL               PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CMP-ANNUAL-CURRENT       PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CMP-ANNUAL-PROPOSED      PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CMP-ANNUAL-SW            PIC X VALUE 'N'.
               88  WS-CMP-ANNUAL-SUPPLIED  VALUE 'Y'.

       01  WS-WORK-FIELDS.
           05  WS-REJECT-REASON            PIC X(40) VALUE SPACES.
           05  WS-EMP-NAME                 PIC X(30) VALUE SPACES.
           05  WS-SIGNED-WORK              PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-ANN-FREQUENCY            PIC X VALUE SPACES.
           05  WS-ANN-OCCURRENCES          PIC 9(2) COMP-3
                                       VALUE ZEROS.

       01  WS-RUN-TOTALS.
           05  WS-REQUEST-COUNT            PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-MODELED-COUNT            PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-REJECT-COUNT             PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-EDITED-FIELDS.
           05  WS-ED-PERIOD-1              PIC -,---,--9.99.
           05  WS-ED-PERIOD-2              PIC -,---,--9.99.
           05  WS-ED-PERIOD-3              PIC -,---,--9.99.
           05  WS-ED-ANNUAL-1              PIC ---,---,--9.99.
           05  WS-ED-ANNUAL-2              PIC ---,---,--9.99.
           05  WS-ED-ANNUAL-3              PIC ---,---,--9.99.
           05  WS-ED-AMOUNT                PIC ZZ,ZZ9.99.
           05  WS-ED-PERCENT               PIC Z9.99.
           05  WS-ED-PERCENT-2             PIC Z9.99.
           05  WS-ED-COUNT                 PIC ZZ,ZZ9.

       01  WS-REPORT-LINE                  PIC X(132).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the modeling run                      *
      *****************************************************************
           PERFORM 100-INITIALIZATION

           PERFORM UNTIL REQUEST-FILE-EOF
               PERFORM 300-PROCESS-REQUEST THRU 300-EXIT
           END-PERFORM

           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Open all files and load the tax rates and deduction types      *
      *****************************************************************
           DISPLAY 'PAYCHECK WHAT-IF MODELING STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT WHATIF-REQUEST-FILE
           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT PAY-HISTORY-FILE
           OPEN INPUT TAX-RATES-FILE
           OPEN INPUT DEDUCTION-FILE
           IF NOT REQUEST-FILE-SUCCESS OR NOT EMP-FILE-SUCCESS
               OR NOT HIST-FILE-SUCCESS OR NOT TAX-FILE-SUCCESS
               OR NOT DEDUCT-FILE-SUCCESS
               DISPLAY 'ERROR OPENING WHAT-IF FILES - REQUEST: '
                       REQUEST-FILE-STATUS ' EMP: ' EMP-FILE-STATUS
                       ' HIST: ' HIST-FILE-STATUS
                       ' TAX: ' TAX-FILE-STATUS
                       ' DEDUCT: ' DEDUCT-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT WHATIF-REPORT-FILE

           PERFORM 110-LOAD-TAX-RATES
           PERFORM 120-LOAD-DEDUCTION-TABLE
           PERFORM 130-LOAD-PERIOD-CALENDAR

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PAYCHECK WHAT-IF STATEMENTS - RUN ' WS-DATE
                  ' - MODELED ONLY, NOTHING HAS BEEN CHANGED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '=' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       110-LOAD-TAX-RATES.
      *****************************************************************
      * Read the tax rates file for the record whose tax year matches  *
      * this run's year, so the statement reflects the rates the next  *
      * paycheck will see. If no record matches, the last record read  *
      * is used                                                        *
      *****************************************************************
           MOVE 'N' TO WS-TAX-RATE-FOUND-SW
           PERFORM UNTIL TAX-FILE-EOF OR WS-TAX-RATE-FOUND
               READ TAX-RATES-FILE INTO WS-TAX-RATES
                   AT END
                       SET TAX-FILE-EOF TO TRUE
                   NOT AT END
                       IF TAX-YEAR IN WS-TAX-RATES = WS-YEAR
                           SET WS-TAX-RATE-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-RATES-FILE
           .

       120-LOAD-DEDUCTION-TABLE.
      *****************************************************************
      * Load the deduction types into the table DEDCALC works from     *
      *****************************************************************
           MOVE ZEROS TO WS-DEDUCT-TABLE-COUNT
           PERFORM UNTIL DEDUCT-FILE-EOF
               READ DEDUCTION-FILE INTO WS-DEDUCTION-TYPE
                   AT END
                       SET DEDUCT-FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-DEDUCT-TABLE-COUNT < 20
                           ADD 1 TO WS-DEDUCT-TABLE-COUNT
                           MOVE WS-DEDUCTION-TYPE TO
                               WS-DEDUCT-SLOT (WS-DEDUCT-TABLE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEDUCTION-FILE
           DISPLAY 'DEDUCTION TYPES LOADED: ' WS-DEDUCT-TABLE-COUNT
           .

       130-LOAD-PERIOD-CALENDAR.
      *****************************************************************
      * Load the pay period calendar. A missing or empty file leaves   *
      * the table empty, and every deduction is taken on the modeled   *
      * check as the calculation run would take it                     *
      *****************************************************************
           MOVE ZEROS TO WS-PC-COUNT
           OPEN INPUT PERIOD-CALENDAR-FILE
           IF PERCAL-FILE-SUCCESS
               PERFORM UNTIL PERCAL-FILE-EOF
                   READ PERIOD-CALENDAR-FILE
                       AT END
                           SET PERCAL-FILE-EOF TO TRUE
                       NOT AT END
                           IF WS-PC-COUNT < 110
                               ADD 1 TO WS-PC-COUNT
                               MOVE PCAL-FREQUENCY
                                   IN PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-PC-FREQUENCY (WS-PC-COUNT)
                               MOVE PCAL-END-DATE
                                   IN PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-PC-END-DATE (WS-PC-COUNT)
                               MOVE PCAL-CHECK-DATE
                                   IN PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-PC-CHECK-DATE (WS-PC-COUNT)
                               MOVE PCAL-OFFCYCLE-IND
                                   IN PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-PC-OFFCYCLE-IND (WS-PC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CALENDAR-FILE
           END-IF
           DISPLAY 'PERIOD CALENDAR LOADED: ' WS-PC-COUNT
           .

       300-PROCESS-REQUEST.
      *****************************************************************
      * Model one request: price the base period as-is and as          *
      * proposed, then print the statement                             *
      *****************************************************************
           READ WHATIF-REQUEST-FILE
               AT END
                   GO TO 300-EXIT
           END-READ
           ADD 1 TO WS-REQUEST-COUNT
           MOVE SPACES TO WS-REJECT-REASON

           MOVE WIR-EMP-ID IN WHATIF-REQUEST-RECORD-FILE TO
               EMP-ID IN EMPLOYEE-RECORD-FILE
           READ EMPLOYEE-FILE INTO WS-EMPLOYEE-RECORD
               KEY IS EMP-ID IN EMPLOYEE-RECORD-FILE
               INVALID KEY
                   MOVE 'EMPLOYEE NOT ON MASTER FILE' TO
                       WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 390-REJECT-REQUEST
               GO TO 300-EXIT
           END-IF

           PERFORM 310-FIND-BASE-PERIOD
           IF NOT WS-LATEST-FOUND
               MOVE 'NO REGULAR PERIOD ON PAY HISTORY' TO
                   WS-REJECT-REASON
               PERFORM 390-REJECT-REQUEST
               GO TO 300-EXIT
           END-IF

           MOVE WS-EMPLOYEE-RECORD TO WS-MODEL-EMPLOYEE
           MOVE 1 TO WS-SC-INDEX
           PERFORM 400-PRICE-SCENARIO

           MOVE WS-EMPLOYEE-RECORD TO WS-MODEL-EMPLOYEE
           PERFORM 350-APPLY-PROPOSED-CHANGES
           MOVE 2 TO WS-SC-INDEX
           PERFORM 400-PRICE-SCENARIO

           PERFORM 700-PRINT-STATEMENT
           ADD 1 TO WS-MODELED-COUNT
           .
       300-EXIT.
           EXIT.

       310-FIND-BASE-PERIOD.
      *****************************************************************
      * The employee's most recent regular-run period on pay history:  *
      * its dates, its gross, and the YTD gross before it, so the      *
      * period is repriced exactly as the calculation run priced it    *
      *****************************************************************
           MOVE 'N' TO WS-LATEST-FOUND-SW
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO
               HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE
           MOVE ZEROS TO HIST-PERIOD-END-DATE IN PAY-HISTORY-RECORD-FILE
           START PAY-HISTORY-FILE
               KEY IS >= HIST-KEY IN PAY-HISTORY-RECORD-FILE
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START

           PERFORM UNTIL WS-SCAN-EOF
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE
                               NOT = EMP-ID IN WS-EMPLOYEE-RECORD
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           IF HIST-RUN-MODE IN PAY-HISTORY-RECORD-FILE
                                   = 'N'
                               AND HIST-GROSS-PAY IN
                                   PAY-HISTORY-RECORD-FILE > ZEROS
                               PERFORM 320-KEEP-BASE-PERIOD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EVALUATE TRUE
               WHEN EMP-WEEKLY IN WS-EMPLOYEE-RECORD
                   MOVE 52 TO WS-PERIODS-PER-YEAR
               WHEN EMP-MONTHLY IN WS-EMPLOYEE-RECORD
                   MOVE 12 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 26 TO WS-PERIODS-PER-YEAR
           END-EVALUATE
           .

       320-KEEP-BASE-PERIOD.
      *****************************************************************
      * Keep this history record as the latest regular period so far;  *
      * taxable wages add back the period's imputed income             *
      *****************************************************************
           SET WS-LATEST-FOUND TO TRUE
           MOVE HIST-PERIOD-START-DATE IN PAY-HISTORY-RECORD-FILE TO
               WS-BASE-PERIOD-START
           MOVE HIST-PERIOD-END-DATE IN PAY-HISTORY-RECORD-FILE TO
               WS-BASE-PERIOD-END
           MOVE HIST-CHECK-DATE IN PAY-HISTORY-RECORD-FILE TO
               WS-BASE-CHECK-DATE
           MOVE HIST-GROSS-PAY IN PAY-HISTORY-RECORD-FILE TO
               WS-BASE-GROSS
           MOVE WS-BASE-GROSS TO WS-BASE-TAXABLE
           IF HIST-IMPUTED-INCOME IN PAY-HISTORY-RECORD-FILE IS NUMERIC
               AND HIST-IMPUTED-INCOME IN PAY-HISTORY-RECORD-FILE
                   > ZEROS
               ADD HIST-IMPUTED-INCOME IN PAY-HISTORY-RECORD-FILE TO
                   WS-BASE-TAXABLE
           END-IF
           COMPUTE WS-SIGNED-WORK =
               HIST-YTD-GROSS-AFTER IN PAY-HISTORY-RECORD-FILE -
               HIST-GROSS-PAY IN PAY-HISTORY-RECORD-FILE
           IF WS-SIGNED-WORK < ZEROS
               MOVE ZEROS TO WS-BASE-YTD-GROSS
           ELSE
               MOVE WS-SIGNED-WORK TO WS-BASE-YTD-GROSS
           END-IF
           .

       350-APPLY-PROPOSED-CHANGES.
      *****************************************************************
      * Lay the requested W-4, 401(k), and plan changes over the       *
      * working copy of the master                                     *
      *****************************************************************
           IF WIR-W4-CHANGED IN WHATIF-REQUEST-RECORD-FILE
               MOVE WIR-FILING-STATUS IN WHATIF-REQUEST-RECORD-FILE TO
                   EMP-FEDERAL-FILING-STATUS IN WS-MODEL-EMPLOYEE
               MOVE WIR-FEDERAL-ALLOWANCES
                       IN WHATIF-REQUEST-RECORD-FILE TO
                   EMP-FEDERAL-ALLOWANCES IN WS-MODEL-EMPLOYEE
               MOVE WIR-ADDITIONAL-FIT IN WHATIF-REQUEST-RECORD-FILE
                   TO EMP-ADDITIONAL-FIT IN WS-MODEL-EMPLOYEE
               MOVE WIR-W4-FORM-VERSION IN WHATIF-REQUEST-RECORD-FILE
                   TO EMP-W4-FORM-VERSION IN WS-MODEL-EMPLOYEE
               MOVE WIR-W4-DEPENDENT-CREDIT
                       IN WHATIF-REQUEST-RECORD-FILE TO
                   EMP-W4-DEPENDENT-CREDIT IN WS-MODEL-EMPLOYEE
               MOVE WIR-W4-OTHER-INCOME IN WHATIF-REQUEST-RECORD-FILE
                   TO EMP-W4-OTHER-INCOME IN WS-MODEL-EMPLOYEE
               MOVE WIR-W4-EXTRA-DEDUCTIONS
                       IN WHATIF-REQUEST-RECORD-FILE TO
                   EMP-W4-EXTRA-DEDUCTIONS IN WS-MODEL-EMPLOYEE
               MOVE WIR-W4-TWO-JOBS-IND IN WHATIF-REQUEST-RECORD-FILE
                   TO EMP-W4-TWO-JOBS-IND IN WS-MODEL-EMPLOYEE
           END-IF

           IF WIR-401K-CHANGED IN WHATIF-REQUEST-RECORD-FILE
               MOVE WIR-401K-PERCENT IN WHATIF-REQUEST-RECORD-FILE TO
                   EMP-401K-PERCENT IN WS-MODEL-EMPLOYEE
               IF WIR-401K-PERCENT IN WHATIF-REQUEST-RECORD-FILE
                       > ZEROS
                   SET EMP-401K-YES IN WS-MODEL-EMPLOYEE TO TRUE
               ELSE
                   SET EMP-401K-NO IN WS-MODEL-EMPLOYEE TO TRUE
               END-IF
               MOVE WIR-401K-ROTH-PERCENT IN WHATIF-REQUEST-RECORD-FILE
                   TO EMP-401K-ROTH-PERCENT IN WS-MODEL-EMPLOYEE
               IF WIR-401K-ROTH-PERCENT IN WHATIF-REQUEST-RECORD-FILE
                       > ZEROS
                   SET EMP-401K-ROTH-YES IN WS-MODEL-EMPLOYEE TO TRUE
               ELSE
                   SET EMP-401K-ROTH-NO IN WS-MODEL-EMPLOYEE TO TRUE
               END-IF
           END-IF

           IF WIR-HEALTH-PLAN-CODE IN WHATIF-REQUEST-RECORD-FILE
                   NOT = SPACES
               MOVE WIR-HEALTH-PLAN-CODE IN WHATIF-REQUEST-RECORD-FILE
                   TO EMP-HEALTH-PLAN-CODE IN WS-MODEL-EMPLOYEE
               MOVE WIR-HEALTH-DEDUCTION IN WHATIF-REQUEST-RECORD-FILE
                   TO EMP-HEALTH-DEDUCTION IN WS-MODEL-EMPLOYEE
           END-IF
           IF WIR-DENTAL-PLAN-CODE IN WHATIF-REQUEST-RECORD-FILE
                   NOT = SPACES
               MOVE WIR-DENTAL-PLAN-CODE IN WHATIF-REQUEST-RECORD-FILE
                   TO EMP-DENTAL-PLAN-CODE IN WS-MODEL-EMPLOYEE
               MOVE WIR-DENTAL-DEDUCTION IN WHATIF-REQUEST-RECORD-FILE
                   TO EMP-DENTAL-DEDUCTION IN WS-MODEL-EMPLOYEE
           END-IF
           IF WIR-VISION-PLAN-CODE IN WHATIF-REQUEST-RECORD-FILE
                   NOT = SPACES
               MOVE WIR-VISION-PLAN-CODE IN WHATIF-REQUEST-RECORD-FILE
                   TO EMP-VISION-PLAN-CODE IN WS-MODEL-EMPLOYEE
               MOVE WIR-VISION-DEDUCTION IN WHATIF-REQUEST-RECORD-FILE
                   TO EMP-VISION-DEDUCTION IN WS-MODEL-EMPLOYEE
           END-IF
           .

       390-REJECT-REQUEST.
      *****************************************************************
      * List a request that cannot be modeled                          *
      *****************************************************************
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NOT MODELED '
                  WIR-EMP-ID IN WHATIF-REQUEST-RECORD-FILE
                  ' - ' WS-REJECT-REASON
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       400-PRICE-SCENARIO.
      *****************************************************************
      * Price the base period from the working copy of the master:     *
      * taxes through TAXCALC and deductions through DEDCALC, fed the  *
      * way the calculation run feeds them                             *
      *****************************************************************
           MOVE EMP-FEDERAL-FILING-STATUS IN WS-MODEL-EMPLOYEE
               TO WS-TAX-FILING-STATUS
           MOVE EMP-WORK-STATE IN WS-MODEL-EMPLOYEE
               TO WS-TAX-STATE-CODE
           MOVE EMP-STATE IN WS-MODEL-EMPLOYEE
               TO WS-TAX-RESIDENCE-STATE
           MOVE EMP-UI-STATE IN WS-MODEL-EMPLOYEE
               TO WS-TAX-UI-STATE
           MOVE EMP-LOCAL-CODE IN WS-MODEL-EMPLOYEE
               TO WS-TAX-LOCAL-CODE
           MOVE EMP-FEDERAL-ALLOWANCES IN WS-MODEL-EMPLOYEE
               TO WS-TAX-ALLOWANCES
           MOVE EMP-ADDITIONAL-FIT IN WS-MODEL-EMPLOYEE
               TO WS-TAX-ADDITIONAL
           MOVE EMP-W4-FORM-VERSION IN WS-MODEL-EMPLOYEE
               TO WS-TAX-W4-FORM-VERSION
           MOVE EMP-W4-DEPENDENT-CREDIT IN WS-MODEL-EMPLOYEE
               TO WS-TAX-W4-DEPENDENT-CREDIT
           MOVE EMP-W4-OTHER-INCOME IN WS-MODEL-EMPLOYEE
               TO WS-TAX-W4-OTHER-INCOME
           MOVE EMP-W4-EXTRA-DEDUCTIONS IN WS-MODEL-EMPLOYEE
               TO WS-TAX-W4-EXTRA-DEDUCTIONS
           MOVE EMP-W4-TWO-JOBS-IND IN WS-MODEL-EMPLOYEE
               TO WS-TAX-W4-TWO-JOBS-IND
           MOVE 'N' TO WS-TAX-W4-NRA-IND
           MOVE 'N' TO WS-TAX-W4-FICA-EXEMPT-IND
           IF EMP-NRA-YES IN WS-MODEL-EMPLOYEE
               MOVE 'Y' TO WS-TAX-W4-NRA-IND
               IF EMP-VISA-FICA-EXEMPT IN WS-MODEL-EMPLOYEE
                   MOVE 'Y' TO WS-TAX-W4-FICA-EXEMPT-IND
               END-IF
           END-IF
           MOVE ZEROS TO WS-TAX-W4-TREATY-EXEMPT
           MOVE ZEROS TO WS-TAX-W4-FICA-EXEMPT-WAGES
           IF EMP-YTD-MILITARY-DIFF IN WS-MODEL-EMPLOYEE IS NUMERIC
               MOVE EMP-YTD-MILITARY-DIFF IN WS-MODEL-EMPLOYEE
                   TO WS-TAX-W4-YTD-FICA-EXEMPT
           ELSE
               MOVE ZEROS TO WS-TAX-W4-YTD-FICA-EXEMPT
           END-IF
           MOVE EMP-YTD-LST IN WS-MODEL-EMPLOYEE
               TO WS-TAX-CALC-YTD-LST
           IF EMP-PRIOR-FEIN-WAGES IN WS-MODEL-EMPLOYEE IS NUMERIC
               MOVE EMP-PRIOR-SS-WAGES IN WS-MODEL-EMPLOYEE TO
                   WS-TAX-PRIOR-SS-WAGES
               MOVE EMP-PRIOR-FUTA-WAGES IN WS-MODEL-EMPLOYEE TO
                   WS-TAX-PRIOR-FUTA-WAGES
               MOVE EMP-PRIOR-SUTA-WAGES IN WS-MODEL-EMPLOYEE TO
                   WS-TAX-PRIOR-SUTA-WAGES
           ELSE
               MOVE ZEROS TO WS-TAX-PRIOR-SS-WAGES
               MOVE ZEROS TO WS-TAX-PRIOR-FUTA-WAGES
               MOVE ZEROS TO WS-TAX-PRIOR-SUTA-WAGES
           END-IF
           MOVE EMP-WORK-STATE IN WS-MODEL-EMPLOYEE
               TO WS-TAX-EFFECTIVE-STATE
           MOVE ZEROS TO SA-WORK-STATE-COUNT
                         SA-ENTRY-COUNT
                         SA-RESIDENT-CREDIT
           MOVE 'N' TO WS-TAX-RUN-MODE
           MOVE WS-BASE-TAXABLE TO WS-TAX-CALC-GROSS
           MOVE WS-BASE-YTD-GROSS TO WS-TAX-CALC-YTD-GROSS

           CALL 'TAXCALC' USING WS-TAX-CALC-GROSS
                                WS-TAX-CALC-YTD-GROSS
                                WS-TAX-FILING-STATUS
                                WS-TAX-STATE-CODE
                                WS-TAX-RESIDENCE-STATE
                                WS-TAX-UI-STATE
                                WS-TAX-LOCAL-CODE
                                WS-TAX-ALLOWANCES
                                WS-TAX-ADDITIONAL
                                WS-TAX-RUN-MODE
                                WS-TAX-W4-INFO
                                WS-TAX-RATES
                                WS-FEDERAL-TAX
                                WS-STATE-TAX
                                WS-LOCAL-TAX
                                WS-SOCIAL-SEC-TAX
                                WS-MEDICARE-TAX
                                WS-FUTA-TAX
                                WS-SUTA-TAX
                                WS-SDI-TAX
                                WS-SDI-ER-TAX
                                WS-TAX-CALC-YTD-LST
                                WS-LST-TAX
                                WS-TAX-PRIOR-WAGE-BASES
                                WS-TAX-EFFECTIVE-STATE
                                WS-TAX-SUTA-EXPERIENCE-RATE
                                WS-STATE-ALLOCATION
                                WS-TAX-CALC-YTD-SUPPLEMENTAL

           COMPUTE WS-TOTAL-TAXES =
               WS-FEDERAL-TAX + WS-STATE-TAX + WS-LOCAL-TAX +
               WS-SOCIAL-SEC-TAX + WS-MEDICARE-TAX + WS-SDI-TAX +
               WS-LST-TAX

           PERFORM 410-BUILD-PAYROLL-DATA
           PERFORM 420-BUILD-DEDUCT-SCHEDULE
               THRU 420-EXIT
           MOVE WS-MODEL-EMPLOYEE TO WS-PRICED-EMPLOYEE
           PERFORM 425-CALL-DEDCALC

           MOVE WS-BASE-GROSS TO WS-SC-GROSS (WS-SC-INDEX)
           MOVE WS-FEDERAL-TAX TO WS-SC-FEDERAL-TAX (WS-SC-INDEX)
           MOVE WS-STATE-TAX TO WS-SC-STATE-TAX (WS-SC-INDEX)
           MOVE WS-LOCAL-TAX TO WS-SC-LOCAL-TAX (WS-SC-INDEX)
           MOVE WS-SOCIAL-SEC-TAX TO WS-SC-SOCIAL-SEC-TAX (WS-SC-INDEX)
           MOVE WS-MEDICARE-TAX TO WS-SC-MEDICARE-TAX (WS-SC-INDEX)
           MOVE WS-SDI-TAX TO WS-SC-SDI-TAX (WS-SC-INDEX)
           MOVE WS-LST-TAX TO WS-SC-LST-TAX (WS-SC-INDEX)
           MOVE WS-TOTAL-TAXES TO WS-SC-TOTAL-TAXES (WS-SC-INDEX)
           MOVE WS-TOTAL-DEDUCTIONS TO
               WS-SC-TOTAL-DEDUCTIONS (WS-SC-INDEX)
           MOVE WS-401K-PRETAX-AMOUNT TO
               WS-SC-401K-PRETAX (WS-SC-INDEX)
           MOVE WS-401K-ROTH-AMOUNT TO WS-SC-401K-ROTH (WS-SC-INDEX)
           MOVE WS-401K-EMPLOYER-MATCH TO
               WS-SC-401K-MATCH (WS-SC-INDEX)
           COMPUTE WS-SC-NET-PAY (WS-SC-INDEX) =
               WS-BASE-GROSS - WS-TOTAL-TAXES - WS-TOTAL-DEDUCTIONS
           MOVE 'N' TO WS-SC-REFUSED-SW (WS-SC-INDEX)
           IF WS-DSCHED-REFUSED
               MOVE 'Y' TO WS-SC-REFUSED-SW (WS-SC-INDEX)
           END-IF
           MOVE WS-DEDUCT-DETAIL-COUNT TO
               WS-SC-DETAIL-COUNT (WS-SC-INDEX)
           PERFORM VARYING WS-DEDUCT-DETAIL-INDEX FROM 1 BY 1
                   UNTIL WS-DEDUCT-DETAIL-INDEX > WS-DEDUCT-DETAIL-COUNT
               MOVE WS-DTLD-CODE (WS-DEDUCT-DETAIL-INDEX) TO
                   WS-SC-DTL-CODE (WS-SC-INDEX, WS-DEDUCT-DETAIL-INDEX)
               MOVE WS-DTLD-AMOUNT (WS-DEDUCT-DETAIL-INDEX) TO
                   WS-SC-DTL-AMOUNT (WS-SC-INDEX,
                                     WS-DEDUCT-DETAIL-INDEX)
           END-PERFORM

           PERFORM 430-PRICE-ANNUAL-DEDUCTIONS
           .

       410-BUILD-PAYROLL-DATA.
      *****************************************************************
      * The payroll input DEDCALC sees: the base period's dates and    *
      * the employee's standard hours, approved, normal calculation    *
      *****************************************************************
           INITIALIZE WS-PAYROLL-DATA
           MOVE EMP-ID IN WS-MODEL-EMPLOYEE TO
               PAY-EMPLOYEE-ID IN WS-PAYROLL-DATA
           MOVE WS-BASE-PERIOD-START (1:4) TO
               PAY-START-YEAR IN WS-PAYROLL-DATA
           MOVE WS-BASE-PERIOD-START (5:2) TO
               PAY-START-MONTH IN WS-PAYROLL-DATA
           MOVE WS-BASE-PERIOD-START (7:2) TO
               PAY-START-DAY IN WS-PAYROLL-DATA
           MOVE WS-BASE-PERIOD-END (1:4) TO
               PAY-END-YEAR IN WS-PAYROLL-DATA
           MOVE WS-BASE-PERIOD-END (5:2) TO
               PAY-END-MONTH IN WS-PAYROLL-DATA
           MOVE WS-BASE-PERIOD-END (7:2) TO
               PAY-END-DAY IN WS-PAYROLL-DATA
           MOVE WS-BASE-CHECK-DATE (1:4) TO
               PAY-CHECK-YEAR IN WS-PAYROLL-DATA
           MOVE WS-BASE-CHECK-DATE (5:2) TO
               PAY-CHECK-MONTH IN WS-PAYROLL-DATA
           MOVE WS-BASE-CHECK-DATE (7:2) TO
               PAY-CHECK-DAY IN WS-PAYROLL-DATA
           MOVE EMP-STANDARD-HOURS IN WS-MODEL-EMPLOYEE TO
               PAY-REGULAR-HOURS IN WS-PAYROLL-DATA
           SET PAY-USE-NORMAL-RATE IN WS-PAYROLL-DATA TO TRUE
           SET PAY-APPLY-TAX IN WS-PAYROLL-DATA TO TRUE
           SET PAY-APPLY-DEDUCT IN WS-PAYROLL-DATA TO TRUE
           SET PAY-NORMAL-CALC IN WS-PAYROLL-DATA TO TRUE
           SET PAY-STATUS-APPROVED IN WS-PAYROLL-DATA TO TRUE
           .

       420-BUILD-DEDUCT-SCHEDULE.
      *****************************************************************
      * Hand DEDCALC the base check's date and off-cycle indicator     *
      * from the pay period calendar, with the check dates of the      *
      * regular checks of the same frequency in the same month, as     *
      * the calculation run does, so the modeled check takes the       *
      * deductions the employee's real check took. A period the        *
      * calendar does not carry leaves the month count at zero and     *
      * every deduction is taken                                       *
      *****************************************************************
           INITIALIZE WS-DEDUCT-SCHEDULE-AREA
           MOVE WS-BASE-CHECK-DATE TO WS-DSCHED-CHECK-DATE
           MOVE 'N' TO WS-DSCHED-OFFCYCLE-FLAG
           MOVE 'N' TO WS-DSCHED-REFUSE-FLAG
           MOVE ZEROS TO WS-DSCHED-PC-SLOT

           PERFORM VARYING WS-PC-INDEX FROM 1 BY 1
                   UNTIL WS-PC-INDEX > WS-PC-COUNT
               IF WS-PC-END-DATE (WS-PC-INDEX) = WS-BASE-PERIOD-END
                   AND WS-PC-CHECK-DATE (WS-PC-INDEX) =
                       WS-BASE-CHECK-DATE
                   MOVE WS-PC-INDEX TO WS-DSCHED-PC-SLOT
                   MOVE 999 TO WS-PC-INDEX
               END-IF
           END-PERFORM

           IF WS-DSCHED-PC-SLOT = ZEROS
               GO TO 420-EXIT
           END-IF

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
       420-EXIT.
           EXIT.

       425-CALL-DEDCALC.
      *****************************************************************
      * Call DEDCALC for the base period with the schedule already     *
      * set up, clearing the balance interfaces it reports through     *
      *****************************************************************
           INITIALIZE WS-ARREARS-INTERFACE-AREA
           MOVE 100.00 TO WS-DARR-RECOVERY-CAP
           INITIALIZE WS-LOAN-INTERFACE-AREA
           MOVE 'N' TO WS-DLOAN-FINAL-PAY-FLAG
           INITIALIZE WS-UNION-INTERFACE-AREA
           MOVE ZEROS TO WS-DEDUCT-DETAIL-COUNT
           MOVE WS-BASE-GROSS TO WS-DEDUCT-CALC-GROSS

           CALL 'DEDCALC' USING WS-DEDUCT-CALC-GROSS
                                WS-MODEL-EMPLOYEE
                                WS-PAYROLL-DATA
                                WS-TOTAL-TAXES
                                WS-DEDUCT-TABLE-COUNT
                                WS-DEDUCT-TABLE-AREA
                                WS-TOTAL-DEDUCTIONS
                                WS-401K-PRETAX-AMOUNT
                                WS-401K-ROTH-AMOUNT
                                WS-401K-EMPLOYER-MATCH
                                WS-GARNISH-SHORTFALL
                                WS-TAX-RUN-MODE
                                WS-DEDUCT-DETAIL-COUNT
                                WS-DEDUCT-DETAIL-AREA
                                WS-ARREARS-INTERFACE-AREA
                                WS-LOAN-INTERFACE-AREA
                                WS-UNION-INTERFACE-AREA
                                WS-DEDUCT-SCHEDULE-AREA
           .

       430-PRICE-ANNUAL-DEDUCTIONS.
      *****************************************************************
      * Annualize each deduction by its own DEDUCT-FREQUENCY, not by   *
      * the pay periods: DEDCALC is called again with no schedule so   *
      * every deduction shows what it takes on a check it falls on,    *
      * and that amount is multiplied by the checks a year it falls    *
      * on. A code not on the deduction type table is taken every pay  *
      *****************************************************************
           INITIALIZE WS-DEDUCT-SCHEDULE-AREA
           MOVE WS-BASE-CHECK-DATE TO WS-DSCHED-CHECK-DATE
           MOVE 'N' TO WS-DSCHED-OFFCYCLE-FLAG
           MOVE 'N' TO WS-DSCHED-REFUSE-FLAG
           MOVE WS-PRICED-EMPLOYEE TO WS-MODEL-EMPLOYEE
           PERFORM 410-BUILD-PAYROLL-DATA
           PERFORM 425-CALL-DEDCALC

           MOVE ZEROS TO WS-SC-ANNUAL-DEDUCTIONS (WS-SC-INDEX)
           MOVE WS-DEDUCT-DETAIL-COUNT TO WS-SC-ANN-COUNT (WS-SC-INDEX)
           PERFORM VARYING WS-DEDUCT-DETAIL-INDEX FROM 1 BY 1
                   UNTIL WS-DEDUCT-DETAIL-INDEX > WS-DEDUCT-DETAIL-COUNT
               MOVE 'E' TO WS-ANN-FREQUENCY
               PERFORM VARYING WS-DEDUCT-TABLE-INDEX FROM 1 BY 1
                       UNTIL WS-DEDUCT-TABLE-INDEX >
                           WS-DEDUCT-TABLE-COUNT
                   MOVE WS-DEDUCT-SLOT (WS-DEDUCT-TABLE-INDEX) TO
                       WS-DEDUCTION-TYPE
                   IF DEDUCT-CODE IN WS-DEDUCTION-TYPE =
                           WS-DTLD-CODE (WS-DEDUCT-DETAIL-INDEX)
                       MOVE DEDUCT-FREQUENCY IN WS-DEDUCTION-TYPE TO
                           WS-ANN-FREQUENCY
                   END-IF
               END-PERFORM
               PERFORM 435-SET-ANNUAL-OCCURRENCES
               MOVE WS-DTLD-CODE (WS-DEDUCT-DETAIL-INDEX) TO
                   WS-SC-ANN-CODE (WS-SC-INDEX, WS-DEDUCT-DETAIL-INDEX)
               COMPUTE WS-SC-ANN-AMOUNT (WS-SC-INDEX,
                                         WS-DEDUCT-DETAIL-INDEX) =
                   WS-DTLD-AMOUNT (WS-DEDUCT-DETAIL-INDEX) *
                   WS-ANN-OCCURRENCES
               ADD WS-SC-ANN-AMOUNT (WS-SC-INDEX,
                                     WS-DEDUCT-DETAIL-INDEX) TO
                   WS-SC-ANNUAL-DEDUCTIONS (WS-SC-INDEX)
           END-PERFORM
           .

       435-SET-ANNUAL-OCCURRENCES.
      *****************************************************************
      * Checks a year a deduction of WS-ANN-FREQUENCY is taken on:     *
      * every pay, the monthly kinds once a month, the 24-pay          *
      * schedule twice a month, quarterly, or annual - never more      *
      * than the employee's pay periods                                *
      *****************************************************************
           EVALUATE WS-ANN-FREQUENCY
               WHEN 'F'
               WHEN 'S'
               WHEN 'L'
               WHEN 'M'
                   MOVE 12 TO WS-ANN-OCCURRENCES
               WHEN 'B'
                   MOVE 24 TO WS-ANN-OCCURRENCES
               WHEN 'Q'
                   MOVE 4 TO WS-ANN-OCCURRENCES
               WHEN 'A'
                   MOVE 1 TO WS-ANN-OCCURRENCES
               WHEN OTHER
                   MOVE WS-PERIODS-PER-YEAR TO WS-ANN-OCCURRENCES
           END-EVALUATE
           IF WS-ANN-OCCURRENCES > WS-PERIODS-PER-YEAR
               MOVE WS-PERIODS-PER-YEAR TO WS-ANN-OCCURRENCES
           END-IF
           .

       700-PRINT-STATEMENT.
      *****************************************************************
      * The side-by-side statement: heading, the changes modeled, and  *
      * gross, each tax, each deduction, and net - current, proposed,  *
      * and the difference, per period and annualized                  *
      *****************************************************************
           MOVE SPACES TO WS-EMP-NAME
           STRING EMP-FIRST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  EMP-LAST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  INTO WS-EMP-NAME
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMPLOYEE ' EMP-ID IN WS-EMPLOYEE-RECORD
                  '  ' WS-EMP-NAME
                  '  BASED ON PERIOD ENDING ' WS-BASE-PERIOD-END
                  '  CHECK DATE ' WS-BASE-CHECK-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'REQUESTED BY '
                  WIR-REQUESTED-BY IN WHATIF-REQUEST-RECORD-FILE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM 710-PRINT-CHANGES-MODELED

           MOVE SPACES TO WS-REPORT-LINE
           STRING '                          '
                  '---------------- PER PERIOD -----------------'
                  '  ------------------- ANNUALIZED --------------'
                  '-----'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '                               CURRENT'
                  '     PROPOSED   DIFFERENCE'
                  '         CURRENT       PROPOSED     DIFFERENCE'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE 'GROSS PAY' TO WS-LINE-LABEL
           MOVE WS-SC-GROSS (1) TO WS-CMP-CURRENT
           MOVE WS-SC-GROSS (2) TO WS-CMP-PROPOSED
           PERFORM 720-PRINT-COMPARE-LINE

           MOVE 'FEDERAL INCOME TAX' TO WS-LINE-LABEL
           MOVE WS-SC-FEDERAL-TAX (1) TO WS-CMP-CURRENT
           MOVE WS-SC-FEDERAL-TAX (2) TO WS-CMP-PROPOSED
           PERFORM 720-PRINT-COMPARE-LINE
           MOVE 'STATE INCOME TAX' TO WS-LINE-LABEL
           MOVE WS-SC-STATE-TAX (1) TO WS-CMP-CURRENT
           MOVE WS-SC-STATE-TAX (2) TO WS-CMP-PROPOSED
           PERFORM 720-PRINT-COMPARE-LINE
           MOVE 'LOCAL INCOME TAX' TO WS-LINE-LABEL
           MOVE WS-SC-LOCAL-TAX (1) TO WS-CMP-CURRENT
           MOVE WS-SC-LOCAL-TAX (2) TO WS-CMP-PROPOSED
           PERFORM 720-PRINT-COMPARE-LINE
           MOVE 'SOCIAL SECURITY' TO WS-LINE-LABEL
           MOVE WS-SC-SOCIAL-SEC-TAX (1) TO WS-CMP-CURRENT
           MOVE WS-SC-SOCIAL-SEC-TAX (2) TO WS-CMP-PROPOSED
           PERFORM 720-PRINT-COMPARE-LINE
           MOVE 'MEDICARE' TO WS-LINE-LABEL
           MOVE WS-SC-MEDICARE-TAX (1) TO WS-CMP-CURRENT
           MOVE WS-SC-MEDICARE-TAX (2) TO WS-CMP-PROPOSED
           PERFORM 720-PRINT-COMPARE-LINE
           IF WS-SC-SDI-TAX (1) > ZEROS OR WS-SC-SDI-TAX (2) > ZEROS
               MOVE 'STATE DISABILITY/PFL' TO WS-LINE-LABEL
               MOVE WS-SC-SDI-TAX (1) TO WS-CMP-CURRENT
               MOVE WS-SC-SDI-TAX (2) TO WS-CMP-PROPOSED
               PERFORM 720-PRINT-COMPARE-LINE
           END-IF
           IF WS-SC-LST-TAX (1) > ZEROS OR WS-SC-LST-TAX (2) > ZEROS
               MOVE 'LOCAL SERVICES TAX' TO WS-LINE-LABEL
               MOVE WS-SC-LST-TAX (1) TO WS-CMP-CURRENT
               MOVE WS-SC-LST-TAX (2) TO WS-CMP-PROPOSED
               PERFORM 720-PRINT-COMPARE-LINE
           END-IF
           MOVE 'TOTAL TAXES' TO WS-LINE-LABEL
           MOVE WS-SC-TOTAL-TAXES (1) TO WS-CMP-CURRENT
           MOVE WS-SC-TOTAL-TAXES (2) TO WS-CMP-PROPOSED
           PERFORM 720-PRINT-COMPARE-LINE

           PERFORM 730-BUILD-CODE-LIST
           PERFORM VARYING WS-CL-INDEX FROM 1 BY 1
                   UNTIL WS-CL-INDEX > WS-CL-COUNT
               PERFORM 740-PRINT-DEDUCTION-LINE
           END-PERFORM
           MOVE 'TOTAL DEDUCTIONS' TO WS-LINE-LABEL
           MOVE WS-SC-TOTAL-DEDUCTIONS (1) TO WS-CMP-CURRENT
           MOVE WS-SC-TOTAL-DEDUCTIONS (2) TO WS-CMP-PROPOSED
           MOVE WS-SC-ANNUAL-DEDUCTIONS (1) TO WS-CMP-ANNUAL-CURRENT
           MOVE WS-SC-ANNUAL-DEDUCTIONS (2) TO WS-CMP-ANNUAL-PROPOSED
           SET WS-CMP-ANNUAL-SUPPLIED TO TRUE
           PERFORM 720-PRINT-COMPARE-LINE

           MOVE 'NET PAY' TO WS-LINE-LABEL
           MOVE WS-SC-NET-PAY (1) TO WS-CMP-CURRENT
           MOVE WS-SC-NET-PAY (2) TO WS-CMP-PROPOSED
           COMPUTE WS-CMP-ANNUAL-CURRENT =
               (WS-SC-GROSS (1) - WS-SC-TOTAL-TAXES (1)) *
               WS-PERIODS-PER-YEAR - WS-SC-ANNUAL-DEDUCTIONS (1)
           COMPUTE WS-CMP-ANNUAL-PROPOSED =
               (WS-SC-GROSS (2) - WS-SC-TOTAL-TAXES (2)) *
               WS-PERIODS-PER-YEAR - WS-SC-ANNUAL-DEDUCTIONS (2)
           SET WS-CMP-ANNUAL-SUPPLIED TO TRUE
           PERFORM 720-PRINT-COMPARE-LINE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE '401(K) PRE-TAX (MEMO)' TO WS-LINE-LABEL
           MOVE WS-SC-401K-PRETAX (1) TO WS-CMP-CURRENT
           MOVE WS-SC-401K-PRETAX (2) TO WS-CMP-PROPOSED
           PERFORM 720-PRINT-COMPARE-LINE
           MOVE '401(K) ROTH (MEMO)' TO WS-LINE-LABEL
           MOVE WS-SC-401K-ROTH (1) TO WS-CMP-CURRENT
           MOVE WS-SC-401K-ROTH (2) TO WS-CMP-PROPOSED
           PERFORM 720-PRINT-COMPARE-LINE
           MOVE 'EMPLOYER MATCH (MEMO)' TO WS-LINE-LABEL
           MOVE WS-SC-401K-MATCH (1) TO WS-CMP-CURRENT
           MOVE WS-SC-401K-MATCH (2) TO WS-CMP-PROPOSED
           PERFORM 720-PRINT-COMPARE-LINE

           IF WS-SC-REFUSED-SW (1) = 'Y' OR WS-SC-REFUSED-SW (2) = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               STRING '** A REQUIRED DEDUCTION COULD NOT BE TAKEN IN '
                      'FULL - THE CALCULATION RUN WOULD REFUSE THIS '
                      'CHECK **'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       710-PRINT-CHANGES-MODELED.
      *****************************************************************
      * One line per change group the request models                   *
      *****************************************************************
           IF WIR-W4-CHANGED IN WHATIF-REQUEST-RECORD-FILE
               MOVE WIR-ADDITIONAL-FIT IN WHATIF-REQUEST-RECORD-FILE
                   TO WS-ED-AMOUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PROPOSED W-4: FILING STATUS '
                      WIR-FILING-STATUS IN WHATIF-REQUEST-RECORD-FILE
                      '  ALLOWANCES '
                      WIR-FEDERAL-ALLOWANCES
                          IN WHATIF-REQUEST-RECORD-FILE
                      '  FORM VERSION '
                      WIR-W4-FORM-VERSION
                          IN WHATIF-REQUEST-RECORD-FILE
                      '  TWO JOBS '
                      WIR-W4-TWO-JOBS-IND
                          IN WHATIF-REQUEST-RECORD-FILE
                      '  EXTRA WITHHOLDING ' WS-ED-AMOUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WIR-401K-CHANGED IN WHATIF-REQUEST-RECORD-FILE
               MOVE WIR-401K-PERCENT IN WHATIF-REQUEST-RECORD-FILE TO
                   WS-ED-PERCENT
               MOVE WIR-401K-ROTH-PERCENT IN WHATIF-REQUEST-RECORD-FILE
                   TO WS-ED-PERCENT-2
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PROPOSED 401(K): PRE-TAX ' WS-ED-PERCENT
                      '%  ROTH ' WS-ED-PERCENT-2 '%'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WIR-HEALTH-PLAN-CODE IN WHATIF-REQUEST-RECORD-FILE
                   NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PROPOSED MEDICAL PLAN: '
                      EMP-HEALTH-PLAN-CODE IN WS-EMPLOYEE-RECORD
                      ' TO '
                      WIR-HEALTH-PLAN-CODE
                          IN WHATIF-REQUEST-RECORD-FILE
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WIR-DENTAL-PLAN-CODE IN WHATIF-REQUEST-RECORD-FILE
                   NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PROPOSED DENTAL PLAN: '
                      EMP-DENTAL-PLAN-CODE IN WS-EMPLOYEE-RECORD
                      ' TO '
                      WIR-DENTAL-PLAN-CODE
                          IN WHATIF-REQUEST-RECORD-FILE
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WIR-VISION-PLAN-CODE IN WHATIF-REQUEST-RECORD-FILE
                   NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'PROPOSED VISION PLAN: '
                      EMP-VISION-PLAN-CODE IN WS-EMPLOYEE-RECORD
                      ' TO '
                      WIR-VISION-PLAN-CODE
                          IN WHATIF-REQUEST-RECORD-FILE
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           .

       720-PRINT-COMPARE-LINE.
      *****************************************************************
      * One statement line: current, proposed, and difference, per     *
      * period and annualized - by the pay periods, unless the caller  *
      * supplied the annual figures (deductions, which annualize by    *
      * their own frequency)                                           *
      *****************************************************************
           COMPUTE WS-CMP-DIFFERENCE = WS-CMP-PROPOSED - WS-CMP-CURRENT
           MOVE WS-CMP-CURRENT TO WS-ED-PERIOD-1
           MOVE WS-CMP-PROPOSED TO WS-ED-PERIOD-2
           MOVE WS-CMP-DIFFERENCE TO WS-ED-PERIOD-3
           IF NOT WS-CMP-ANNUAL-SUPPLIED
               COMPUTE WS-CMP-ANNUAL-CURRENT =
                   WS-CMP-CURRENT * WS-PERIODS-PER-YEAR
               COMPUTE WS-CMP-ANNUAL-PROPOSED =
                   WS-CMP-PROPOSED * WS-PERIODS-PER-YEAR
           END-IF
           MOVE 'N' TO WS-CMP-ANNUAL-SW
           MOVE WS-CMP-ANNUAL-CURRENT TO WS-ED-ANNUAL-1
           MOVE WS-CMP-ANNUAL-PROPOSED TO WS-ED-ANNUAL-2
           COMPUTE WS-CMP-ANNUAL =
               WS-CMP-ANNUAL-PROPOSED - WS-CMP-ANNUAL-CURRENT
           MOVE WS-CMP-ANNUAL TO WS-ED-ANNUAL-3
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' WS-LINE-LABEL
                  WS-ED-PERIOD-1 ' ' WS-ED-PERIOD-2 ' ' WS-ED-PERIOD-3
                  '  ' WS-ED-ANNUAL-1 ' ' WS-ED-ANNUAL-2
                  ' ' WS-ED-ANNUAL-3
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       730-BUILD-CODE-LIST.
      *****************************************************************
      * Every deduction code taken in either scenario, current         *
      * scenario's order first, then any code the modeled check does   *
      * not fall on but the year does                                  *
      *****************************************************************
           MOVE ZEROS TO WS-CL-COUNT
           PERFORM VARYING WS-SC-INDEX FROM 1 BY 1
                   UNTIL WS-SC-INDEX > 2
               PERFORM VARYING WS-DEDUCT-DETAIL-INDEX FROM 1 BY 1
                       UNTIL WS-DEDUCT-DETAIL-INDEX >
                           WS-SC-DETAIL-COUNT (WS-SC-INDEX)
                   MOVE 'N' TO WS-CL-FOUND-SW
                   PERFORM VARYING WS-CL-INDEX FROM 1 BY 1
                           UNTIL WS-CL-INDEX > WS-CL-COUNT
                       IF WS-CL-CODE (WS-CL-INDEX) =
                               WS-SC-DTL-CODE (WS-SC-INDEX,
                                               WS-DEDUCT-DETAIL-INDEX)
                           SET WS-CL-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-CL-FOUND AND WS-CL-COUNT < 80
                       ADD 1 TO WS-CL-COUNT
                       MOVE WS-SC-DTL-CODE (WS-SC-INDEX,
                                            WS-DEDUCT-DETAIL-INDEX)
                           TO WS-CL-CODE (WS-CL-COUNT)
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-SC-INDEX FROM 1 BY 1
                   UNTIL WS-SC-INDEX > 2
               PERFORM VARYING WS-DEDUCT-DETAIL-INDEX FROM 1 BY 1
                       UNTIL WS-DEDUCT-DETAIL-INDEX >
                           WS-SC-ANN-COUNT (WS-SC-INDEX)
                   MOVE 'N' TO WS-CL-FOUND-SW
                   PERFORM VARYING WS-CL-INDEX FROM 1 BY 1
                           UNTIL WS-CL-INDEX > WS-CL-COUNT
                       IF WS-CL-CODE (WS-CL-INDEX) =
                               WS-SC-ANN-CODE (WS-SC-INDEX,
                                               WS-DEDUCT-DETAIL-INDEX)
                           SET WS-CL-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-CL-FOUND AND WS-CL-COUNT < 80
                       ADD 1 TO WS-CL-COUNT
                       MOVE WS-SC-ANN-CODE (WS-SC-INDEX,
                                            WS-DEDUCT-DETAIL-INDEX)
                           TO WS-CL-CODE (WS-CL-COUNT)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       740-PRINT-DEDUCTION-LINE.
      *****************************************************************
      * One deduction code's line, named from the deduction type       *
      * table when the code is on it                                   *
      *****************************************************************
           MOVE SPACES TO WS-LINE-LABEL
           STRING 'DEDUCTION ' WS-CL-CODE (WS-CL-INDEX)
                  DELIMITED BY SIZE INTO WS-LINE-LABEL
           PERFORM VARYING WS-DEDUCT-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-DEDUCT-TABLE-INDEX > WS-DEDUCT-TABLE-COUNT
               MOVE WS-DEDUCT-SLOT (WS-DEDUCT-TABLE-INDEX) TO
                   WS-DEDUCTION-TYPE
               IF DEDUCT-CODE IN WS-DEDUCTION-TYPE =
                       WS-CL-CODE (WS-CL-INDEX)
                   MOVE SPACES TO WS-LINE-LABEL
                   STRING WS-CL-CODE (WS-CL-INDEX) ' '
                          DEDUCT-NAME IN WS-DEDUCTION-TYPE
                          DELIMITED BY SIZE INTO WS-LINE-LABEL
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-CMP-CURRENT
           MOVE ZEROS TO WS-CMP-PROPOSED
           PERFORM VARYING WS-DEDUCT-DETAIL-INDEX FROM 1 BY 1
                   UNTIL WS-DEDUCT-DETAIL-INDEX > WS-SC-DETAIL-COUNT (1)
               IF WS-SC-DTL-CODE (1, WS-DEDUCT-DETAIL-INDEX) =
                       WS-CL-CODE (WS-CL-INDEX)
                   ADD WS-SC-DTL-AMOUNT (1, WS-DEDUCT-DETAIL-INDEX)
                       TO WS-CMP-CURRENT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DEDUCT-DETAIL-INDEX FROM 1 BY 1
                   UNTIL WS-DEDUCT-DETAIL-INDEX > WS-SC-DETAIL-COUNT (2)
               IF WS-SC-DTL-CODE (2, WS-DEDUCT-DETAIL-INDEX) =
                       WS-CL-CODE (WS-CL-INDEX)
                   ADD WS-SC-DTL-AMOUNT (2, WS-DEDUCT-DETAIL-INDEX)
                       TO WS-CMP-PROPOSED
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-CMP-ANNUAL-CURRENT
           MOVE ZEROS TO WS-CMP-ANNUAL-PROPOSED
           PERFORM VARYING WS-DEDUCT-DETAIL-INDEX FROM 1 BY 1
                   UNTIL WS-DEDUCT-DETAIL-INDEX > WS-SC-ANN-COUNT (1)
               IF WS-SC-ANN-CODE (1, WS-DEDUCT-DETAIL-INDEX) =
                       WS-CL-CODE (WS-CL-INDEX)
                   ADD WS-SC-ANN-AMOUNT (1, WS-DEDUCT-DETAIL-INDEX)
                       TO WS-CMP-ANNUAL-CURRENT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DEDUCT-DETAIL-INDEX FROM 1 BY 1
                   UNTIL WS-DEDUCT-DETAIL-INDEX > WS-SC-ANN-COUNT (2)
               IF WS-SC-ANN-CODE (2, WS-DEDUCT-DETAIL-INDEX) =
                       WS-CL-CODE (WS-CL-INDEX)
                   ADD WS-SC-ANN-AMOUNT (2, WS-DEDUCT-DETAIL-INDEX)
                       TO WS-CMP-ANNUAL-PROPOSED
               END-IF
           END-PERFORM
           SET WS-CMP-ANNUAL-SUPPLIED TO TRUE
           PERFORM 720-PRINT-COMPARE-LINE
           .

       900-WRAP-UP.
      *****************************************************************
      * Print the run totals and close all files                       *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-MODELED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'REQUESTS MODELED:     ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REJECT-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'REQUESTS NOT MODELED: ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           CLOSE WHATIF-REQUEST-FILE
                 EMPLOYEE-FILE
                 PAY-HISTORY-FILE
                 WHATIF-REPORT-FILE

           DISPLAY 'PAYCHECK WHAT-IF MODELING COMPLETED'
           DISPLAY 'REQUESTS READ:    ' WS-REQUEST-COUNT
           DISPLAY 'MODELED:          ' WS-MODELED-COUNT
           DISPLAY 'NOT MODELED:      ' WS-REJECT-COUNT
           .
