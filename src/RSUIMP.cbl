      *****************************************************************
      * Program: RSUIMP.cbl                                           *
      *                                                               *
      * Purpose: Restricted stock unit vest import for the Payroll     *
      *          Processing System. Reads the stock plan broker's vest *
      *          file, prices each vest's income and the value of the  *
      *          shares the broker withheld for taxes, and builds the  *
      *          off-cycle payroll input for each employee's vest      *
      *          check: the vest income as supplemental wages and the  *
      *          shares-withheld value as a non-cash offset, so no     *
      *          check is cut, with the taxes it projects for each     *
      *          vest. Run again after the calculation run, it ties    *
      *          the vests out to the vest checks actually paid and    *
      *          returns a reconciliation file to the broker setting   *
      *          the taxes remitted on each vest against the shares    *
      *          withheld.                                             *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSUIMP.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * RSUIMP is a standalone import program in the Payroll           *
      * Processing System. It:                                         *
      *                                                                *
      * 1. Reads the parameter for the off-cycle period the vest       *
      *    checks ride in, and that period's dates from the calendar.  *
      *    A run mode of 'T' on the parameter is the tie-out run after *
      *    the calculation run (steps 7-8); otherwise it is the import *
      *    (steps 2-6)                                                 *
      * 2. Loads the tax rates for the check date's year               *
      * 3. Reads the broker's vest file, pricing each vest's income    *
      *    (shares vested at the fair market value) and the value of   *
      *    the shares withheld, rejecting a vest for an employee not   *
      *    on file, with no shares or value, or withholding more       *
      *    shares than vested, and totaling the vests by employee      *
      * 4. Prices each employee's combined vest income through TAXCALC *
      *    at the supplemental rate (37 percent over $1 million for    *
      *    the year), with Social Security, Medicare, and state tax,   *
      *    exactly as the calculation run will                        *
      * 5. Appends one off-cycle payroll input record per employee:    *
      *    the vest income as an imputed 'RSU' item, special calc for  *
      *    supplemental withholding, no deductions, and the shares-    *
      *    withheld value as the non-cash offset to net pay            *
      * 6. Prints the vest check register and the projected            *
      *    reconciliation, one line per vest, with the employee's      *
      *    projected taxes spread over the vests by income. Nothing    *
      *    goes to the broker from the import: the calculation run     *
      *    can still refuse or suspend a vest check                    *
      * 7. Tie-out: reads the vest file again, screened the same way,  *
      *    and each employee's vest check from the pay history - the   *
      *    record for the riding period flagged as an equity vest,     *
      *    with the riding period's check date, not voided             *
      * 8. Writes the broker reconciliation, one record per vest, with *
      *    the taxes the vest check actually withheld spread over the  *
      *    vests by income, a vest whose check was not paid marked     *
      *    so, and prints the tie-out register                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSU-PARM-FILE ASSIGN TO 'RSUPARM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARM-FILE-STATUS.

           SELECT PERIOD-CALENDAR-FILE ASSIGN TO 'PERCAL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PERCAL-FILE-STATUS.

           SELECT RSU-VEST-FILE ASSIGN TO 'RSUVEST'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS VEST-FILE-STATUS.

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

           SELECT PAYROLL-DATA-FILE ASSIGN TO 'PAYDATA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PAY-FILE-STATUS.

           SELECT RSU-RECON-FILE ASSIGN TO 'RSURECN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RECON-FILE-STATUS.

           SELECT RSU-REPORT-FILE ASSIGN TO 'RSURPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RSU-PARM-FILE.
       01  RSU-PARM-RECORD.
           05  PARM-PAY-PERIOD-ID         PIC 9(6).
           05  PARM-RUN-MODE              PIC X.
               88  PARM-TIE-OUT-RUN       VALUE 'T'.
           05  FILLER                     PIC X(73).

       FD  PERIOD-CALENDAR-FILE.
           COPY PERCAL REPLACING ==PERIOD-CALENDAR-RECORD== BY
               ==PERIOD-CALENDAR-RECORD-FILE==.

       FD  RSU-VEST-FILE.
           COPY RSUVEST REPLACING ==RSU-VEST-RECORD== BY
               ==RSU-VEST-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST REPLACING ==PAY-HISTORY-RECORD== BY
               ==PAY-HISTORY-RECORD-FILE==.

       FD  TAX-RATES-FILE.
           COPY TAXRATES REPLACING ==TAX-RATES-TABLE== BY
               ==TAX-RATES-RECORD-FILE==.

       FD  PAYROLL-DATA-FILE.
           COPY PAYDATA REPLACING ==PAYROLL-DATA-RECORD== BY
               ==PAYROLL-DATA-RECORD-FILE==.

       FD  RSU-RECON-FILE.
           COPY RSURECN REPLACING ==RSU-RECON-RECORD== BY
               ==RSU-RECON-RECORD-FILE==.

       FD  RSU-REPORT-FILE.
           01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  PARM-FILE-STATUS           PIC X(2).
               88  PARM-FILE-SUCCESS      VALUE '00'.
           05  PERCAL-FILE-STATUS         PIC X(2).
               88  PERCAL-FILE-SUCCESS    VALUE '00'.
               88  PERCAL-FILE-EOF        VALUE '10'.
           05  VEST-FILE-STATUS           PIC X(2).
               88  VEST-FILE-SUCCESS      VALUE '00'.
               88  VEST-FILE-EOF          VALUE '10'.
           05  EMP-FILE-STATUS            PIC X(2).
               88  EMP-FILE-SUCCESS       VALUE '00'.
           05  HIST-FILE-STATUS           PIC X(2).
               88  HIST-FILE-SUCCESS      VALUE '00' '02'.
           05  TAX-FILE-STATUS            PIC X(2).
               88  TAX-FILE-SUCCESS       VALUE '00'.
               88  TAX-FILE-EOF           VALUE '10'.
           05  PAY-FILE-STATUS            PIC X(2).
               88  PAY-FILE-SUCCESS       VALUE '00' '05'.
           05  RECON-FILE-STATUS          PIC X(2).
               88  RECON-FILE-SUCCESS     VALUE '00'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
           ==WS-EMPLOYEE-RECORD==.

       COPY PAYDATA REPLACING ==PAYROLL-DATA-RECORD== BY
           ==WS-PAYROLL-DATA==.

       COPY TAXRATES REPLACING ==TAX-RATES-TABLE== BY
           ==WS-TAX-RATES==.

      *****************************************************************
      * The reconciliation for one vest, built for the register in    *
      * either run and written to the broker by the tie-out only      *
      *****************************************************************
       COPY RSURECN REPLACING ==RSU-RECON-RECORD== BY
           ==WS-RECON-RECORD==.

       01  WS-RUN-MODE-SW                  PIC X VALUE 'I'.
           88  WS-IMPORT-RUN               VALUE 'I'.
           88  WS-TIE-OUT-RUN              VALUE 'T'.

       01  WS-TAX-RATE-FOUND-SW            PIC X VALUE 'N'.
           88  WS-TAX-RATE-FOUND           VALUE 'Y'.

       01  WS-PERIOD-INFO.
           05  WS-PAY-PERIOD-ID            PIC 9(6) VALUE ZEROS.
           05  WS-PAY-START-DATE           PIC 9(8) VALUE ZEROS.
           05  WS-PAY-END-DATE             PIC 9(8) VALUE ZEROS.
           05  WS-PAY-CHECK-DATE           PIC 9(8) VALUE ZEROS.
           05  WS-PAY-CHECK-DATE-R REDEFINES WS-PAY-CHECK-DATE.
               10  WS-PAY-CHECK-YEAR       PIC 9(4).
               10  FILLER                  PIC 9(4).
           05  WS-PERIOD-FOUND-SW          PIC X VALUE 'N'.
               88  WS-PERIOD-FOUND         VALUE 'Y'.

      *****************************************************************
      * Vests read from the broker file, in file order, priced and     *
      * marked accepted or rejected, with each accepted vest's share   *
      * of its employee's vest check taxes filled in by the            *
      * reconciliation pass                                            *
      *****************************************************************
       01  WS-VEST-SET.
           05  WS-VEST-COUNT               PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-VEST-ENTRY OCCURS 1000 TIMES.
               10  WS-VS-EMP-ID            PIC X(6).
               10  WS-VS-GRANT-ID          PIC X(10).
               10  WS-VS-VEST-DATE         PIC 9(8).
               10  WS-VS-BROKER-ACCOUNT    PIC X(12).
               10  WS-VS-SHARES-VESTED     PIC 9(7)V9(4) COMP-3.
               10  WS-VS-FMV-PER-SHARE     PIC 9(5)V9(4) COMP-3.
               10  WS-VS-SHARES-WITHHELD   PIC 9(7)V9(4) COMP-3.
               10  WS-VS-VEST-INCOME       PIC 9(9)V99 COMP-3.
               10  WS-VS-WITHHELD-VALUE    PIC 9(9)V99 COMP-3.
               10  WS-VS-EMP-SLOT          PIC 9(3) COMP-3.
               10  WS-VS-STATUS            PIC X.
                   88  WS-VS-ACCEPTED      VALUE 'A'.
                   88  WS-VS-REJECTED      VALUE 'R'.
               10  WS-VS-REJECT-REASON     PIC X(30).
       01  WS-VEST-INDEX                   PIC 9(4) COMP-3 VALUE ZEROS.

      *****************************************************************
      * One entry per employee with an accepted vest: the combined     *
      * vest income and shares-withheld value for the vest check, the  *
      * taxes TAXCALC priced on it, and the running tax already        *
      * spread over the employee's vests so the last vest takes the    *
      * rounding                                                       *
      *****************************************************************
       01  WS-EMP-SET.
           05  WS-ES-COUNT                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-ES-ENTRY OCCURS 500 TIMES.
               10  WS-ES-EMP-ID            PIC X(6).
               10  WS-ES-VEST-INCOME       PIC 9(9)V99 COMP-3.
               10  WS-ES-WITHHELD-VALUE    PIC 9(9)V99 COMP-3.
               10  WS-ES-VEST-COUNT        PIC 9(3) COMP-3.
               10  WS-ES-VESTS-SPREAD      PIC 9(3) COMP-3.
               10  WS-ES-FIRST-GRANT       PIC X(10).
               10  WS-ES-PRICED-SW         PIC X.
                   88  WS-ES-PRICED        VALUE 'Y'.
               10  WS-ES-TAXES.
                   15  WS-ES-FEDERAL-TAX   PIC 9(7)V99 COMP-3.
                   15  WS-ES-SOCIAL-SEC-TAX
                                           PIC 9(7)V99 COMP-3.
                   15  WS-ES-MEDICARE-TAX  PIC 9(7)V99 COMP-3.
                   15  WS-ES-STATE-TAX     PIC 9(7)V99 COMP-3.
                   15  WS-ES-OTHER-TAX     PIC 9(7)V99 COMP-3.
               10  WS-ES-SPREAD.
                   15  WS-ES-SP-FEDERAL    PIC 9(7)V99 COMP-3.
                   15  WS-ES-SP-SOCIAL-SEC PIC 9(7)V99 COMP-3.
                   15  WS-ES-SP-MEDICARE   PIC 9(7)V99 COMP-3.
                   15  WS-ES-SP-STATE      PIC 9(7)V99 COMP-3.
                   15  WS-ES-SP-OTHER      PIC 9(7)V99 COMP-3.
       01  WS-ES-INDEX                     PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-ES-SEARCH-SW                 PIC X VALUE 'N'.
           88  WS-ES-FOUND                 VALUE 'Y'.

      *****************************************************************
      * The largest vest check the payroll input can carry: the        *
      * imputed item and the shares-withheld offset are 9(7)V99        *
      *****************************************************************
       01  WS-CHECK-LIMIT                  PIC 9(7)V99 COMP-3
                                       VALUE 9999999.99.

       01  WS-VEST-WORK.
           05  WS-VW-VEST-INCOME           PIC 9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-VW-WITHHELD-VALUE        PIC 9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-VW-REJECT-REASON         PIC X(30) VALUE SPACES.
           05  WS-VW-FEDERAL-TAX           PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-VW-SOCIAL-SEC-TAX        PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-VW-MEDICARE-TAX          PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-VW-STATE-TAX             PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-VW-OTHER-TAX             PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-VW-TOTAL-TAX             PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-VW-DIFFERENCE            PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-VW-STATUS-TEXT           PIC X(30) VALUE SPACES.

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
           05  WS-TAX-RUN-MODE             PIC X VALUE 'B'.
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
           05  WS-TAX-PRIOR-FUTA-WAGES     PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TAX-PRIOR-SUTA-WAGES     PIC 9(7)V99 COMP-3
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

       01  WS-RUN-TOTALS.
           05  WS-VESTS-READ               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-VESTS-ACCEPTED           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-VESTS-REJECTED           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-VESTS-NOT-LOADED         PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-VESTS-NOT-PAID           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-RECORDS-WRITTEN          PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-TOTAL-VEST-INCOME        PIC 9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-WITHHELD-VALUE     PIC 9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-TAXES              PIC 9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-EXCESS             PIC 9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-SHORT              PIC 9(11)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-DATETIME.
           05  WS-DATE                     PIC 9(8).
           05  WS-TIMESTAMP                PIC X(20).

       01  WS-REPORT-LINE                  PIC X(132).
       01  WS-EDIT-FIELDS.
           05  WS-ED-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-ED-AMOUNT-2              PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-ED-AMOUNT-3              PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-ED-AMOUNT-4              PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-ED-AMOUNT-5              PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-ED-AMOUNT-6              PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-ED-AMOUNT-7              PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-ED-TOTAL                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-COUNT                 PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the vest import run, or the tie-out   *
      * run after the calculation run                                  *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-LOAD-VESTS
           IF WS-TIE-OUT-RUN
               PERFORM 350-LOAD-PAID-VEST-CHECKS
           ELSE
               PERFORM 300-BUILD-VEST-CHECKS
           END-IF
           PERFORM 400-WRITE-RECONCILIATION
           PERFORM 900-WRAP-UP
               THRU 900-EXIT

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Read the parameter, find the riding period on the calendar,    *
      * and open the files - for the import, load the tax rates for    *
      * the check year and open the payroll input to append to; for    *
      * the tie-out, open the pay history and the broker file          *
      *****************************************************************
           DISPLAY 'RSU VEST IMPORT STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TIMESTAMP
           MOVE WS-DATE TO WS-TIMESTAMP (1:8)

           OPEN INPUT RSU-PARM-FILE
           IF NOT PARM-FILE-SUCCESS
               DISPLAY 'ERROR OPENING RSU PARM FILE: '
                       PARM-FILE-STATUS
               STOP RUN
           END-IF
           READ RSU-PARM-FILE
               AT END
                   DISPLAY 'RSU PARM FILE EMPTY'
                   STOP RUN
           END-READ
           MOVE PARM-PAY-PERIOD-ID TO WS-PAY-PERIOD-ID
           IF PARM-TIE-OUT-RUN
               SET WS-TIE-OUT-RUN TO TRUE
               DISPLAY 'RUN MODE: TIE-OUT TO PAY HISTORY'
           END-IF
           CLOSE RSU-PARM-FILE

           OPEN INPUT PERIOD-CALENDAR-FILE
           PERFORM UNTIL PERCAL-FILE-EOF OR WS-PERIOD-FOUND
               READ PERIOD-CALENDAR-FILE
                   AT END
                       SET PERCAL-FILE-EOF TO TRUE
                   NOT AT END
                       IF PCAL-PERIOD-ID IN PERIOD-CALENDAR-RECORD-FILE
                               = WS-PAY-PERIOD-ID
                           SET WS-PERIOD-FOUND TO TRUE
                           MOVE PCAL-START-DATE IN
                               PERIOD-CALENDAR-RECORD-FILE TO
                               WS-PAY-START-DATE
                           MOVE PCAL-END-DATE IN
                               PERIOD-CALENDAR-RECORD-FILE TO
                               WS-PAY-END-DATE
                           MOVE PCAL-CHECK-DATE IN
                               PERIOD-CALENDAR-RECORD-FILE TO
                               WS-PAY-CHECK-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-CALENDAR-FILE

           IF NOT WS-PERIOD-FOUND
               DISPLAY 'PAY PERIOD NOT ON CALENDAR: ' WS-PAY-PERIOD-ID
               STOP RUN
           END-IF

           IF WS-IMPORT-RUN
               OPEN INPUT TAX-RATES-FILE
               IF NOT TAX-FILE-SUCCESS
                   DISPLAY 'ERROR OPENING TAX RATES FILE: '
                           TAX-FILE-STATUS
                   STOP RUN
               END-IF
               PERFORM 110-LOAD-TAX-RATES
           END-IF

           OPEN INPUT RSU-VEST-FILE
           OPEN INPUT EMPLOYEE-FILE
           IF NOT VEST-FILE-SUCCESS OR NOT EMP-FILE-SUCCESS
               DISPLAY 'ERROR OPENING RSU IMPORT FILES - VEST: '
                       VEST-FILE-STATUS ' EMP: ' EMP-FILE-STATUS
               STOP RUN
           END-IF

           IF WS-TIE-OUT-RUN
               OPEN INPUT PAY-HISTORY-FILE
               OPEN OUTPUT RSU-RECON-FILE
               OPEN OUTPUT RSU-REPORT-FILE
               IF NOT HIST-FILE-SUCCESS OR NOT RECON-FILE-SUCCESS
                   OR NOT REPORT-FILE-SUCCESS
                   DISPLAY 'ERROR OPENING RSU TIE-OUT FILES - HIST: '
                           HIST-FILE-STATUS ' RECON: '
                           RECON-FILE-STATUS
                           ' REPORT: ' REPORT-FILE-STATUS
                   STOP RUN
               END-IF
           ELSE
               OPEN EXTEND PAYROLL-DATA-FILE
               OPEN OUTPUT RSU-REPORT-FILE
               IF NOT PAY-FILE-SUCCESS OR NOT REPORT-FILE-SUCCESS
                   DISPLAY 'ERROR OPENING RSU OUTPUT FILES - PAYDATA: '
                           PAY-FILE-STATUS
                           ' REPORT: ' REPORT-FILE-STATUS
                   STOP RUN
               END-IF
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-TIE-OUT-RUN
               STRING 'RSU VEST TIE-OUT REGISTER - RIDING PERIOD '
                      WS-PAY-PERIOD-ID
                      '  CHECK DATE ' WS-PAY-CHECK-DATE
                      '  RUN ' WS-DATE
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'RSU VEST IMPORT REGISTER - RIDING PERIOD '
                      WS-PAY-PERIOD-ID
                      '  CHECK DATE ' WS-PAY-CHECK-DATE
                      '  RUN ' WS-DATE
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '=' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       110-LOAD-TAX-RATES.
      *****************************************************************
      * Read the tax rates file for the record whose tax year matches  *
      * the vest check date's year, so the vest is taxed at the rates  *
      * the calculation run will use. If no record matches, the last   *
      * record read is used                                            *
      *****************************************************************
           MOVE 'N' TO WS-TAX-RATE-FOUND-SW
           PERFORM UNTIL TAX-FILE-EOF OR WS-TAX-RATE-FOUND
               READ TAX-RATES-FILE INTO WS-TAX-RATES
                   AT END
                       SET TAX-FILE-EOF TO TRUE
                   NOT AT END
                       IF TAX-YEAR IN WS-TAX-RATES = WS-PAY-CHECK-YEAR
                           SET WS-TAX-RATE-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-RATES-FILE
           .

       200-LOAD-VESTS.
      *****************************************************************
      * Read the broker's vest file into the vest set, pricing and     *
      * screening each vest as it is read                              *
      *****************************************************************
           PERFORM UNTIL VEST-FILE-EOF
               READ RSU-VEST-FILE
                   AT END
                       SET VEST-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-VESTS-READ
                       PERFORM 210-LOAD-ONE-VEST
                           THRU 210-EXIT
               END-READ
           END-PERFORM
           .

       210-LOAD-ONE-VEST.
      *****************************************************************
      * Price one vest - income is the shares vested at the fair       *
      * market value, and the shares-withheld value the shares         *
      * withheld at the same price - and screen it. An accepted vest   *
      * joins its employee's vest check; a rejected one is kept with   *
      * its reason for the reconciliation                              *
      *****************************************************************
           IF WS-VEST-COUNT >= 1000
               ADD 1 TO WS-VESTS-NOT-LOADED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'VEST SET FULL - NOT IMPORTED: '
                      RSV-EMP-ID IN RSU-VEST-RECORD-FILE
                      ' GRANT ' RSV-GRANT-ID IN RSU-VEST-RECORD-FILE
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               GO TO 210-EXIT
           END-IF

           ADD 1 TO WS-VEST-COUNT
           MOVE WS-VEST-COUNT TO WS-VEST-INDEX
           MOVE RSV-EMP-ID IN RSU-VEST-RECORD-FILE TO
               WS-VS-EMP-ID (WS-VEST-INDEX)
           MOVE RSV-GRANT-ID IN RSU-VEST-RECORD-FILE TO
               WS-VS-GRANT-ID (WS-VEST-INDEX)
           MOVE RSV-BROKER-ACCOUNT IN RSU-VEST-RECORD-FILE TO
               WS-VS-BROKER-ACCOUNT (WS-VEST-INDEX)
           MOVE ZEROS TO WS-VS-VEST-DATE (WS-VEST-INDEX)
                         WS-VS-SHARES-VESTED (WS-VEST-INDEX)
                         WS-VS-FMV-PER-SHARE (WS-VEST-INDEX)
                         WS-VS-SHARES-WITHHELD (WS-VEST-INDEX)
                         WS-VS-VEST-INCOME (WS-VEST-INDEX)
                         WS-VS-WITHHELD-VALUE (WS-VEST-INDEX)
                         WS-VS-EMP-SLOT (WS-VEST-INDEX)
           MOVE SPACES TO WS-VS-REJECT-REASON (WS-VEST-INDEX)
           SET WS-VS-ACCEPTED (WS-VEST-INDEX) TO TRUE

           IF RSV-VEST-DATE IN RSU-VEST-RECORD-FILE IS NOT NUMERIC
               OR RSV-SHARES-VESTED IN RSU-VEST-RECORD-FILE
                   IS NOT NUMERIC
               OR RSV-FMV-PER-SHARE IN RSU-VEST-RECORD-FILE
                   IS NOT NUMERIC
               OR RSV-SHARES-WITHHELD IN RSU-VEST-RECORD-FILE
                   IS NOT NUMERIC
               MOVE 'VEST FIELDS NOT NUMERIC' TO WS-VW-REJECT-REASON
               PERFORM 220-REJECT-VEST
               GO TO 210-EXIT
           END-IF

           MOVE RSV-VEST-DATE IN RSU-VEST-RECORD-FILE TO
               WS-VS-VEST-DATE (WS-VEST-INDEX)
           MOVE RSV-SHARES-VESTED IN RSU-VEST-RECORD-FILE TO
               WS-VS-SHARES-VESTED (WS-VEST-INDEX)
           MOVE RSV-FMV-PER-SHARE IN RSU-VEST-RECORD-FILE TO
               WS-VS-FMV-PER-SHARE (WS-VEST-INDEX)
           MOVE RSV-SHARES-WITHHELD IN RSU-VEST-RECORD-FILE TO
               WS-VS-SHARES-WITHHELD (WS-VEST-INDEX)
           COMPUTE WS-VS-VEST-INCOME (WS-VEST-INDEX) ROUNDED =
               WS-VS-SHARES-VESTED (WS-VEST-INDEX) *
               WS-VS-FMV-PER-SHARE (WS-VEST-INDEX)
           COMPUTE WS-VS-WITHHELD-VALUE (WS-VEST-INDEX) ROUNDED =
               WS-VS-SHARES-WITHHELD (WS-VEST-INDEX) *
               WS-VS-FMV-PER-SHARE (WS-VEST-INDEX)

           IF WS-VS-VEST-INCOME (WS-VEST-INDEX) = ZEROS
               MOVE 'NO SHARES OR NO MARKET VALUE' TO
                   WS-VW-REJECT-REASON
               PERFORM 220-REJECT-VEST
               GO TO 210-EXIT
           END-IF

           IF WS-VS-SHARES-WITHHELD (WS-VEST-INDEX) >
                   WS-VS-SHARES-VESTED (WS-VEST-INDEX)
               MOVE 'WITHHELD EXCEEDS VESTED' TO WS-VW-REJECT-REASON
               PERFORM 220-REJECT-VEST
               GO TO 210-EXIT
           END-IF

           MOVE WS-VS-EMP-ID (WS-VEST-INDEX) TO
               EMP-ID IN EMPLOYEE-RECORD-FILE
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT EMP-FILE-SUCCESS
               MOVE 'EMPLOYEE NOT ON FILE' TO WS-VW-REJECT-REASON
               PERFORM 220-REJECT-VEST
               GO TO 210-EXIT
           END-IF

           PERFORM 230-FIND-EMPLOYEE-SLOT
           IF NOT WS-ES-FOUND
               IF WS-ES-COUNT >= 500
                   MOVE 'EMPLOYEE SET FULL' TO WS-VW-REJECT-REASON
                   PERFORM 220-REJECT-VEST
                   GO TO 210-EXIT
               END-IF
               ADD 1 TO WS-ES-COUNT
               MOVE WS-ES-COUNT TO WS-ES-INDEX
               INITIALIZE WS-ES-ENTRY (WS-ES-INDEX)
               MOVE WS-VS-EMP-ID (WS-VEST-INDEX) TO
                   WS-ES-EMP-ID (WS-ES-INDEX)
               MOVE WS-VS-GRANT-ID (WS-VEST-INDEX) TO
                   WS-ES-FIRST-GRANT (WS-ES-INDEX)
               MOVE 'N' TO WS-ES-PRICED-SW (WS-ES-INDEX)
           END-IF

           IF WS-ES-VEST-INCOME (WS-ES-INDEX) +
                   WS-VS-VEST-INCOME (WS-VEST-INDEX) > WS-CHECK-LIMIT
               MOVE 'VEST CHECK OVER LIMIT' TO WS-VW-REJECT-REASON
               PERFORM 220-REJECT-VEST
               GO TO 210-EXIT
           END-IF

           ADD WS-VS-VEST-INCOME (WS-VEST-INDEX) TO
               WS-ES-VEST-INCOME (WS-ES-INDEX)
           ADD WS-VS-WITHHELD-VALUE (WS-VEST-INDEX) TO
               WS-ES-WITHHELD-VALUE (WS-ES-INDEX)
           ADD 1 TO WS-ES-VEST-COUNT (WS-ES-INDEX)
           MOVE WS-ES-INDEX TO WS-VS-EMP-SLOT (WS-VEST-INDEX)
           ADD 1 TO WS-VESTS-ACCEPTED
           .
       210-EXIT.
           EXIT.

       220-REJECT-VEST.
      *****************************************************************
      * Mark the vest rejected with its reason; it builds no payroll   *
      * input and goes back to the broker with no taxes                *
      *****************************************************************
           SET WS-VS-REJECTED (WS-VEST-INDEX) TO TRUE
           MOVE WS-VW-REJECT-REASON TO
               WS-VS-REJECT-REASON (WS-VEST-INDEX)
           ADD 1 TO WS-VESTS-REJECTED
           .

       230-FIND-EMPLOYEE-SLOT.
      *****************************************************************
      * Find the vest's employee in the employee set                   *
      *****************************************************************
           MOVE 'N' TO WS-ES-SEARCH-SW
           PERFORM VARYING WS-ES-INDEX FROM 1 BY 1
                   UNTIL WS-ES-INDEX > WS-ES-COUNT OR WS-ES-FOUND
               IF WS-ES-EMP-ID (WS-ES-INDEX) =
                       WS-VS-EMP-ID (WS-VEST-INDEX)
                   SET WS-ES-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-ES-FOUND
               SUBTRACT 1 FROM WS-ES-INDEX
           END-IF
           .

       300-BUILD-VEST-CHECKS.
      *****************************************************************
      * Price each employee's combined vest income and append the     *
      * vest check's payroll input record                             *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE 'VEST CHECKS BUILT - PROJECTED TAXES' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMP-ID' '     ' 'VEST INCOME'
                  '         ' 'FEDERAL'
                  '      ' 'SOCIAL SEC'
                  '        ' 'MEDICARE'
                  '           ' 'STATE'
                  '           ' 'OTHER'
                  ' ' 'SHARES WITHHELD'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-ES-INDEX FROM 1 BY 1
                   UNTIL WS-ES-INDEX > WS-ES-COUNT
               IF WS-ES-VEST-COUNT (WS-ES-INDEX) > ZEROS
                   PERFORM 310-PRICE-VEST-CHECK
                       THRU 310-EXIT
               END-IF
           END-PERFORM
           .

       310-PRICE-VEST-CHECK.
      *****************************************************************
      * Price the employee's vest check through TAXCALC, fed the way  *
      * the calculation run feeds a bonus/off-cycle check: the vest   *
      * income is the taxable gross, taxed against the employee's YTD *
      * gross and YTD supplemental wages                              *
      *****************************************************************
           MOVE WS-ES-EMP-ID (WS-ES-INDEX) TO
               EMP-ID IN EMPLOYEE-RECORD-FILE
           READ EMPLOYEE-FILE INTO WS-EMPLOYEE-RECORD
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT EMP-FILE-SUCCESS
               DISPLAY 'EMPLOYEE NOT ON FILE AT PRICING: '
                       WS-ES-EMP-ID (WS-ES-INDEX)
               GO TO 310-EXIT
           END-IF

           MOVE EMP-FEDERAL-FILING-STATUS IN WS-EMPLOYEE-RECORD
               TO WS-TAX-FILING-STATUS
           MOVE EMP-WORK-STATE IN WS-EMPLOYEE-RECORD
               TO WS-TAX-STATE-CODE
           MOVE EMP-STATE IN WS-EMPLOYEE-RECORD
               TO WS-TAX-RESIDENCE-STATE
           MOVE EMP-UI-STATE IN WS-EMPLOYEE-RECORD
               TO WS-TAX-UI-STATE
           MOVE EMP-LOCAL-CODE IN WS-EMPLOYEE-RECORD
               TO WS-TAX-LOCAL-CODE
           MOVE EMP-FEDERAL-ALLOWANCES IN WS-EMPLOYEE-RECORD
               TO WS-TAX-ALLOWANCES
           MOVE EMP-ADDITIONAL-FIT IN WS-EMPLOYEE-RECORD
               TO WS-TAX-ADDITIONAL
           MOVE EMP-W4-FORM-VERSION IN WS-EMPLOYEE-RECORD
               TO WS-TAX-W4-FORM-VERSION
           MOVE EMP-W4-DEPENDENT-CREDIT IN WS-EMPLOYEE-RECORD
               TO WS-TAX-W4-DEPENDENT-CREDIT
           MOVE EMP-W4-OTHER-INCOME IN WS-EMPLOYEE-RECORD
               TO WS-TAX-W4-OTHER-INCOME
           MOVE EMP-W4-EXTRA-DEDUCTIONS IN WS-EMPLOYEE-RECORD
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
           MOVE ZEROS TO WS-TAX-W4-TREATY-EXEMPT
           MOVE ZEROS TO WS-TAX-W4-FICA-EXEMPT-WAGES
           IF EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD IS NUMERIC
               MOVE EMP-YTD-MILITARY-DIFF IN WS-EMPLOYEE-RECORD
                   TO WS-TAX-W4-YTD-FICA-EXEMPT
           ELSE
               MOVE ZEROS TO WS-TAX-W4-YTD-FICA-EXEMPT
           END-IF
           IF EMP-YTD-LST IN WS-EMPLOYEE-RECORD IS NUMERIC
               MOVE EMP-YTD-LST IN WS-EMPLOYEE-RECORD
                   TO WS-TAX-CALC-YTD-LST
           ELSE
               MOVE ZEROS TO WS-TAX-CALC-YTD-LST
           END-IF
           IF EMP-YTD-SUPPLEMENTAL IN WS-EMPLOYEE-RECORD IS NUMERIC
               MOVE EMP-YTD-SUPPLEMENTAL IN WS-EMPLOYEE-RECORD
                   TO WS-TAX-CALC-YTD-SUPPLEMENTAL
           ELSE
               MOVE ZEROS TO WS-TAX-CALC-YTD-SUPPLEMENTAL
           END-IF
           IF EMP-PRIOR-FEIN-WAGES IN WS-EMPLOYEE-RECORD IS NUMERIC
               MOVE EMP-PRIOR-SS-WAGES IN WS-EMPLOYEE-RECORD TO
                   WS-TAX-PRIOR-SS-WAGES
               MOVE EMP-PRIOR-FUTA-WAGES IN WS-EMPLOYEE-RECORD TO
                   WS-TAX-PRIOR-FUTA-WAGES
               MOVE EMP-PRIOR-SUTA-WAGES IN WS-EMPLOYEE-RECORD TO
                   WS-TAX-PRIOR-SUTA-WAGES
           ELSE
               MOVE ZEROS TO WS-TAX-PRIOR-SS-WAGES
               MOVE ZEROS TO WS-TAX-PRIOR-FUTA-WAGES
               MOVE ZEROS TO WS-TAX-PRIOR-SUTA-WAGES
           END-IF
           MOVE EMP-WORK-STATE IN WS-EMPLOYEE-RECORD
               TO WS-TAX-EFFECTIVE-STATE
           MOVE ZEROS TO SA-WORK-STATE-COUNT
                         SA-ENTRY-COUNT
                         SA-RESIDENT-CREDIT
           MOVE 'B' TO WS-TAX-RUN-MODE
           MOVE WS-ES-VEST-INCOME (WS-ES-INDEX) TO WS-TAX-CALC-GROSS
           MOVE EMP-YTD-GROSS IN WS-EMPLOYEE-RECORD TO
               WS-TAX-CALC-YTD-GROSS

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

           MOVE WS-FEDERAL-TAX TO WS-ES-FEDERAL-TAX (WS-ES-INDEX)
           MOVE WS-SOCIAL-SEC-TAX TO
               WS-ES-SOCIAL-SEC-TAX (WS-ES-INDEX)
           MOVE WS-MEDICARE-TAX TO WS-ES-MEDICARE-TAX (WS-ES-INDEX)
           MOVE WS-STATE-TAX TO WS-ES-STATE-TAX (WS-ES-INDEX)
           COMPUTE WS-ES-OTHER-TAX (WS-ES-INDEX) =
               WS-LOCAL-TAX + WS-SDI-TAX + WS-LST-TAX
           SET WS-ES-PRICED (WS-ES-INDEX) TO TRUE

           PERFORM 320-WRITE-VEST-INPUT

           MOVE WS-ES-VEST-INCOME (WS-ES-INDEX) TO WS-ED-AMOUNT
           MOVE WS-ES-FEDERAL-TAX (WS-ES-INDEX) TO WS-ED-AMOUNT-2
           MOVE WS-ES-SOCIAL-SEC-TAX (WS-ES-INDEX) TO WS-ED-AMOUNT-3
           MOVE WS-ES-MEDICARE-TAX (WS-ES-INDEX) TO WS-ED-AMOUNT-4
           MOVE WS-ES-STATE-TAX (WS-ES-INDEX) TO WS-ED-AMOUNT-5
           MOVE WS-ES-OTHER-TAX (WS-ES-INDEX) TO WS-ED-AMOUNT-6
           MOVE WS-ES-WITHHELD-VALUE (WS-ES-INDEX) TO WS-ED-AMOUNT-7
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-ES-EMP-ID (WS-ES-INDEX) '  '
                  WS-ED-AMOUNT ' ' WS-ED-AMOUNT-2 ' '
                  WS-ED-AMOUNT-3 ' ' WS-ED-AMOUNT-4 ' '
                  WS-ED-AMOUNT-5 ' ' WS-ED-AMOUNT-6 ' '
                  WS-ED-AMOUNT-7
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .
       310-EXIT.
           EXIT.

       320-WRITE-VEST-INPUT.
      *****************************************************************
      * Build and append the vest check's payroll input record: the   *
      * vest income as an imputed 'RSU' item (the first grant's ID as *
      * the memo, or a count of grants when several vested), special  *
      * calc for supplemental withholding, no deductions, and the     *
      * shares-withheld value as the non-cash offset to net pay       *
      *****************************************************************
           MOVE LOW-VALUES TO WS-PAYROLL-DATA
           INITIALIZE WS-PAYROLL-DATA
           MOVE WS-ES-EMP-ID (WS-ES-INDEX) TO
               PAY-EMPLOYEE-ID IN WS-PAYROLL-DATA
           MOVE WS-PAY-PERIOD-ID TO PAY-PERIOD-ID IN WS-PAYROLL-DATA
           MOVE WS-PAY-START-DATE TO
               PAY-PERIOD-START-DATE IN WS-PAYROLL-DATA
           MOVE WS-PAY-END-DATE TO
               PAY-PERIOD-END-DATE IN WS-PAYROLL-DATA
           MOVE WS-PAY-CHECK-DATE TO
               PAY-CHECK-DATE IN WS-PAYROLL-DATA

           MOVE 'RSU' TO PAY-IMPUTED-CODE IN WS-PAYROLL-DATA (1)
           MOVE WS-ES-VEST-INCOME (WS-ES-INDEX) TO
               PAY-IMPUTED-AMOUNT IN WS-PAYROLL-DATA (1)
           IF WS-ES-VEST-COUNT (WS-ES-INDEX) = 1
               MOVE SPACES TO PAY-IMPUTED-MEMO IN WS-PAYROLL-DATA (1)
               STRING 'GRANT ' WS-ES-FIRST-GRANT (WS-ES-INDEX)
                      DELIMITED BY SIZE
                      INTO PAY-IMPUTED-MEMO IN WS-PAYROLL-DATA (1)
           ELSE
               MOVE WS-ES-VEST-COUNT (WS-ES-INDEX) TO WS-ED-COUNT
               MOVE SPACES TO PAY-IMPUTED-MEMO IN WS-PAYROLL-DATA (1)
               STRING 'RSU VESTS ' WS-ED-COUNT
                      DELIMITED BY SIZE
                      INTO PAY-IMPUTED-MEMO IN WS-PAYROLL-DATA (1)
           END-IF

           SET PAY-EQUITY-VEST IN WS-PAYROLL-DATA TO TRUE
           MOVE WS-ES-WITHHELD-VALUE (WS-ES-INDEX) TO
               PAY-EQUITY-WITHHELD-VALUE IN WS-PAYROLL-DATA

           SET PAY-USE-NORMAL-RATE IN WS-PAYROLL-DATA TO TRUE
           SET PAY-APPLY-TAX IN WS-PAYROLL-DATA TO TRUE
           SET PAY-SKIP-DEDUCT IN WS-PAYROLL-DATA TO TRUE
           SET PAY-SPECIAL-CALC IN WS-PAYROLL-DATA TO TRUE
           SET PAY-STATUS-APPROVED IN WS-PAYROLL-DATA TO TRUE
           SET PAY-NO-VOID IN WS-PAYROLL-DATA TO TRUE
           SET PAY-NOT-SCHEDULED IN WS-PAYROLL-DATA TO TRUE
           SET PAY-ACTUAL-PAY IN WS-PAYROLL-DATA TO TRUE

           MOVE WS-TIMESTAMP TO
               PAY-CREATED-TIMESTAMP IN WS-PAYROLL-DATA
           MOVE 'RSUIMP' TO PAY-CREATED-USER IN WS-PAYROLL-DATA

           WRITE PAYROLL-DATA-RECORD-FILE FROM WS-PAYROLL-DATA
           IF NOT PAY-FILE-SUCCESS
               DISPLAY 'ERROR WRITING PAYROLL RECORD: '
                       PAY-FILE-STATUS ' FOR EMPLOYEE: '
                       WS-ES-EMP-ID (WS-ES-INDEX)
           ELSE
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF
           .

       350-LOAD-PAID-VEST-CHECKS.
      *****************************************************************
      * Tie-out: take each employee's vest check taxes from the pay    *
      * history the calculation run wrote, in place of the import's    *
      * projection                                                     *
      *****************************************************************
           PERFORM VARYING WS-ES-INDEX FROM 1 BY 1
                   UNTIL WS-ES-INDEX > WS-ES-COUNT
               IF WS-ES-VEST-COUNT (WS-ES-INDEX) > ZEROS
                   PERFORM 360-READ-PAID-VEST-CHECK
                       THRU 360-EXIT
               END-IF
           END-PERFORM
           .

       360-READ-PAID-VEST-CHECK.
      *****************************************************************
      * The employee's history record for the riding period is the     *
      * vest check when it carries the equity vest flag and the        *
      * riding period's check date and has not been voided. Anything   *
      * else - no record, another check, a void - leaves the employee  *
      * unpriced and the vests report as not paid                      *
      *****************************************************************
           MOVE WS-ES-EMP-ID (WS-ES-INDEX) TO
               HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE
           MOVE WS-PAY-END-DATE TO
               HIST-PERIOD-END-DATE IN PAY-HISTORY-RECORD-FILE
           READ PAY-HISTORY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT HIST-FILE-SUCCESS
               GO TO 360-EXIT
           END-IF

           IF NOT HIST-EQUITY-VEST IN PAY-HISTORY-RECORD-FILE
               OR HIST-CHECK-DATE IN PAY-HISTORY-RECORD-FILE NOT =
                   WS-PAY-CHECK-DATE
               OR HIST-RUN-MODE IN PAY-HISTORY-RECORD-FILE = 'D'
               OR HIST-RUN-MODE IN PAY-HISTORY-RECORD-FILE = 'V'
               GO TO 360-EXIT
           END-IF

           MOVE HIST-FEDERAL-TAX IN PAY-HISTORY-RECORD-FILE TO
               WS-ES-FEDERAL-TAX (WS-ES-INDEX)
           MOVE HIST-SOCIAL-SEC-TAX IN PAY-HISTORY-RECORD-FILE TO
               WS-ES-SOCIAL-SEC-TAX (WS-ES-INDEX)
           MOVE HIST-MEDICARE-TAX IN PAY-HISTORY-RECORD-FILE TO
               WS-ES-MEDICARE-TAX (WS-ES-INDEX)
           MOVE HIST-STATE-TAX IN PAY-HISTORY-RECORD-FILE TO
               WS-ES-STATE-TAX (WS-ES-INDEX)
           COMPUTE WS-ES-OTHER-TAX (WS-ES-INDEX) =
               HIST-LOCAL-TAX IN PAY-HISTORY-RECORD-FILE +
               HIST-SDI-TAX IN PAY-HISTORY-RECORD-FILE +
               HIST-LST-TAX IN PAY-HISTORY-RECORD-FILE
           SET WS-ES-PRICED (WS-ES-INDEX) TO TRUE
           .
       360-EXIT.
           EXIT.

       400-WRITE-RECONCILIATION.
      *****************************************************************
      * Print the reconciliation line for every vest read, in the      *
      * broker's file order - projected by the import, and from the    *
      * vest checks paid by the tie-out, which alone writes the        *
      * broker reconciliation                                          *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-TIE-OUT-RUN
               MOVE 'BROKER RECONCILIATION - TAXES REMITTED AGAINST '
                   TO WS-REPORT-LINE
               MOVE 'SHARES WITHHELD' TO WS-REPORT-LINE (49:15)
           ELSE
               MOVE 'PROJECTED RECONCILIATION - PROJECTED TAXES '
                   TO WS-REPORT-LINE
               MOVE 'AGAINST SHARES WITHHELD' TO WS-REPORT-LINE (45:23)
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-TIE-OUT-RUN
               STRING 'EMP-ID' '  ' 'GRANT-ID' '    ' 'VEST DATE'
                      '    ' 'VEST INCOME'
                      '  ' 'SHARES WITHHELD'
                      '   ' 'TAXES REMITTED'
                      '       ' 'DIFFERENCE'
                      '   ' 'STATUS'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'EMP-ID' '  ' 'GRANT-ID' '    ' 'VEST DATE'
                      '    ' 'VEST INCOME'
                      '  ' 'SHARES WITHHELD'
                      '  ' 'PROJECTED TAXES'
                      '       ' 'DIFFERENCE'
                      '   ' 'STATUS'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-VEST-INDEX FROM 1 BY 1
                   UNTIL WS-VEST-INDEX > WS-VEST-COUNT
               PERFORM 410-RECONCILE-ONE-VEST
                   THRU 410-EXIT
           END-PERFORM
           .

       410-RECONCILE-ONE-VEST.
      *****************************************************************
      * Spread the employee's vest check taxes to this vest by its    *
      * share of the vest income - the employee's last vest takes     *
      * what is left, so the vests add back to the check - and set    *
      * the taxes against the shares-withheld value. An accepted vest *
      * whose check the tie-out found no record of is not paid        *
      *****************************************************************
           MOVE ZEROS TO WS-VW-FEDERAL-TAX
                         WS-VW-SOCIAL-SEC-TAX
                         WS-VW-MEDICARE-TAX
                         WS-VW-STATE-TAX
                         WS-VW-OTHER-TAX
                         WS-VW-TOTAL-TAX
                         WS-VW-DIFFERENCE
           MOVE WS-VS-EMP-SLOT (WS-VEST-INDEX) TO WS-ES-INDEX

           IF WS-VS-ACCEPTED (WS-VEST-INDEX)
               IF WS-ES-PRICED (WS-ES-INDEX)
                   PERFORM 420-SPREAD-VEST-TAXES
               END-IF
           END-IF

           COMPUTE WS-VW-TOTAL-TAX =
               WS-VW-FEDERAL-TAX + WS-VW-SOCIAL-SEC-TAX +
               WS-VW-MEDICARE-TAX + WS-VW-STATE-TAX + WS-VW-OTHER-TAX

           MOVE SPACES TO WS-RECON-RECORD
           MOVE WS-VS-EMP-ID (WS-VEST-INDEX) TO
               RSR-EMP-ID IN WS-RECON-RECORD
           MOVE WS-VS-GRANT-ID (WS-VEST-INDEX) TO
               RSR-GRANT-ID IN WS-RECON-RECORD
           MOVE WS-VS-VEST-DATE (WS-VEST-INDEX) TO
               RSR-VEST-DATE IN WS-RECON-RECORD
           MOVE WS-VS-BROKER-ACCOUNT (WS-VEST-INDEX) TO
               RSR-BROKER-ACCOUNT IN WS-RECON-RECORD
           MOVE WS-PAY-PERIOD-ID TO
               RSR-PAY-PERIOD-ID IN WS-RECON-RECORD
           MOVE WS-VS-SHARES-VESTED (WS-VEST-INDEX) TO
               RSR-SHARES-VESTED IN WS-RECON-RECORD
           MOVE WS-VS-FMV-PER-SHARE (WS-VEST-INDEX) TO
               RSR-FMV-PER-SHARE IN WS-RECON-RECORD
           MOVE WS-VS-VEST-INCOME (WS-VEST-INDEX) TO
               RSR-VEST-INCOME IN WS-RECON-RECORD
           MOVE WS-VS-SHARES-WITHHELD (WS-VEST-INDEX) TO
               RSR-SHARES-WITHHELD IN WS-RECON-RECORD
           MOVE WS-VS-WITHHELD-VALUE (WS-VEST-INDEX) TO
               RSR-WITHHELD-VALUE IN WS-RECON-RECORD
           MOVE WS-VW-FEDERAL-TAX TO
               RSR-FEDERAL-TAX IN WS-RECON-RECORD
           MOVE WS-VW-SOCIAL-SEC-TAX TO
               RSR-SOCIAL-SEC-TAX IN WS-RECON-RECORD
           MOVE WS-VW-MEDICARE-TAX TO
               RSR-MEDICARE-TAX IN WS-RECON-RECORD
           MOVE WS-VW-STATE-TAX TO
               RSR-STATE-TAX IN WS-RECON-RECORD
           MOVE WS-VW-OTHER-TAX TO
               RSR-OTHER-TAX IN WS-RECON-RECORD
           MOVE WS-VW-TOTAL-TAX TO
               RSR-TOTAL-TAX IN WS-RECON-RECORD
           MOVE ZEROS TO RSR-DIFFERENCE IN WS-RECON-RECORD

           IF WS-VS-REJECTED (WS-VEST-INDEX)
               SET RSR-REJECTED IN WS-RECON-RECORD TO TRUE
               MOVE WS-VS-REJECT-REASON (WS-VEST-INDEX) TO
                   RSR-REJECT-REASON IN WS-RECON-RECORD
               MOVE SPACES TO WS-VW-STATUS-TEXT
               STRING 'REJECTED: '
                      WS-VS-REJECT-REASON (WS-VEST-INDEX)
                      DELIMITED BY SIZE INTO WS-VW-STATUS-TEXT
               PERFORM 415-WRITE-RECON-LINE
               GO TO 410-EXIT
           END-IF

           IF NOT WS-ES-PRICED (WS-ES-INDEX)
               SET RSR-NOT-PAID IN WS-RECON-RECORD TO TRUE
               MOVE 'VEST CHECK NOT PAID' TO
                   RSR-REJECT-REASON IN WS-RECON-RECORD
               MOVE 'NOT PAID - NO VEST CHECK' TO WS-VW-STATUS-TEXT
               IF WS-IMPORT-RUN
                   MOVE 'NOT PRICED - NO VEST CHECK' TO
                       WS-VW-STATUS-TEXT
               END-IF
               ADD 1 TO WS-VESTS-NOT-PAID
               PERFORM 415-WRITE-RECON-LINE
               GO TO 410-EXIT
           END-IF

           COMPUTE WS-VW-DIFFERENCE =
               WS-VS-WITHHELD-VALUE (WS-VEST-INDEX) -
               WS-VW-TOTAL-TAX
           ADD WS-VS-VEST-INCOME (WS-VEST-INDEX) TO
               WS-TOTAL-VEST-INCOME
           ADD WS-VS-WITHHELD-VALUE (WS-VEST-INDEX) TO
               WS-TOTAL-WITHHELD-VALUE
           ADD WS-VW-TOTAL-TAX TO WS-TOTAL-TAXES
           IF WS-VW-DIFFERENCE = ZEROS
               SET RSR-BALANCED IN WS-RECON-RECORD TO TRUE
               MOVE 'BALANCED' TO WS-VW-STATUS-TEXT
               IF WS-IMPORT-RUN
                   MOVE 'PROJECTED BALANCED' TO WS-VW-STATUS-TEXT
               END-IF
           ELSE
               IF WS-VW-DIFFERENCE > ZEROS
                   SET RSR-EXCESS-WITHHELD IN WS-RECON-RECORD
                       TO TRUE
                   MOVE WS-VW-DIFFERENCE TO
                       RSR-DIFFERENCE IN WS-RECON-RECORD
                   ADD WS-VW-DIFFERENCE TO WS-TOTAL-EXCESS
                   MOVE 'EXCESS - BROKER TO REFUND' TO
                       WS-VW-STATUS-TEXT
                   IF WS-IMPORT-RUN
                       MOVE 'PROJECTED EXCESS' TO WS-VW-STATUS-TEXT
                   END-IF
               ELSE
                   SET RSR-SHORT-WITHHELD IN WS-RECON-RECORD
                       TO TRUE
                   COMPUTE RSR-DIFFERENCE IN WS-RECON-RECORD =
                       ZERO - WS-VW-DIFFERENCE
                   SUBTRACT WS-VW-DIFFERENCE FROM WS-TOTAL-SHORT
                   MOVE 'SHORT - COLLECT FROM EMPLOYEE' TO
                       WS-VW-STATUS-TEXT
                   IF WS-IMPORT-RUN
                       MOVE 'PROJECTED SHORT' TO WS-VW-STATUS-TEXT
                   END-IF
               END-IF
           END-IF
           PERFORM 415-WRITE-RECON-LINE
           .
       410-EXIT.
           EXIT.

       415-WRITE-RECON-LINE.
      *****************************************************************
      * Write the vest's reconciliation to the broker (tie-out only)   *
      * and its register line                                          *
      *****************************************************************
           IF WS-TIE-OUT-RUN
               WRITE RSU-RECON-RECORD-FILE FROM WS-RECON-RECORD
           END-IF

           MOVE WS-VS-VEST-INCOME (WS-VEST-INDEX) TO WS-ED-AMOUNT
           MOVE WS-VS-WITHHELD-VALUE (WS-VEST-INDEX) TO WS-ED-AMOUNT-2
           MOVE WS-VW-TOTAL-TAX TO WS-ED-AMOUNT-3
           MOVE WS-VW-DIFFERENCE TO WS-ED-AMOUNT-4
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-VS-EMP-ID (WS-VEST-INDEX) '  '
                  WS-VS-GRANT-ID (WS-VEST-INDEX) '  '
                  WS-VS-VEST-DATE (WS-VEST-INDEX) '  '
                  WS-ED-AMOUNT '  ' WS-ED-AMOUNT-2 '  '
                  WS-ED-AMOUNT-3 '  ' WS-ED-AMOUNT-4 '  '
                  WS-VW-STATUS-TEXT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       420-SPREAD-VEST-TAXES.
      *****************************************************************
      * This vest's share of each of its employee's taxes             *
      *****************************************************************
           ADD 1 TO WS-ES-VESTS-SPREAD (WS-ES-INDEX)
           IF WS-ES-VESTS-SPREAD (WS-ES-INDEX) =
                   WS-ES-VEST-COUNT (WS-ES-INDEX)
               COMPUTE WS-VW-FEDERAL-TAX =
                   WS-ES-FEDERAL-TAX (WS-ES-INDEX) -
                   WS-ES-SP-FEDERAL (WS-ES-INDEX)
               COMPUTE WS-VW-SOCIAL-SEC-TAX =
                   WS-ES-SOCIAL-SEC-TAX (WS-ES-INDEX) -
                   WS-ES-SP-SOCIAL-SEC (WS-ES-INDEX)
               COMPUTE WS-VW-MEDICARE-TAX =
                   WS-ES-MEDICARE-TAX (WS-ES-INDEX) -
                   WS-ES-SP-MEDICARE (WS-ES-INDEX)
               COMPUTE WS-VW-STATE-TAX =
                   WS-ES-STATE-TAX (WS-ES-INDEX) -
                   WS-ES-SP-STATE (WS-ES-INDEX)
               COMPUTE WS-VW-OTHER-TAX =
                   WS-ES-OTHER-TAX (WS-ES-INDEX) -
                   WS-ES-SP-OTHER (WS-ES-INDEX)
           ELSE
               COMPUTE WS-VW-FEDERAL-TAX ROUNDED =
                   WS-ES-FEDERAL-TAX (WS-ES-INDEX) *
                   WS-VS-VEST-INCOME (WS-VEST-INDEX) /
                   WS-ES-VEST-INCOME (WS-ES-INDEX)
               COMPUTE WS-VW-SOCIAL-SEC-TAX ROUNDED =
                   WS-ES-SOCIAL-SEC-TAX (WS-ES-INDEX) *
                   WS-VS-VEST-INCOME (WS-VEST-INDEX) /
                   WS-ES-VEST-INCOME (WS-ES-INDEX)
               COMPUTE WS-VW-MEDICARE-TAX ROUNDED =
                   WS-ES-MEDICARE-TAX (WS-ES-INDEX) *
                   WS-VS-VEST-INCOME (WS-VEST-INDEX) /
                   WS-ES-VEST-INCOME (WS-ES-INDEX)
               COMPUTE WS-VW-STATE-TAX ROUNDED =
                   WS-ES-STATE-TAX (WS-ES-INDEX) *
                   WS-VS-VEST-INCOME (WS-VEST-INDEX) /
                   WS-ES-VEST-INCOME (WS-ES-INDEX)
               COMPUTE WS-VW-OTHER-TAX ROUNDED =
                   WS-ES-OTHER-TAX (WS-ES-INDEX) *
                   WS-VS-VEST-INCOME (WS-VEST-INDEX) /
                   WS-ES-VEST-INCOME (WS-ES-INDEX)
               ADD WS-VW-FEDERAL-TAX TO WS-ES-SP-FEDERAL (WS-ES-INDEX)
               ADD WS-VW-SOCIAL-SEC-TAX TO
                   WS-ES-SP-SOCIAL-SEC (WS-ES-INDEX)
               ADD WS-VW-MEDICARE-TAX TO
                   WS-ES-SP-MEDICARE (WS-ES-INDEX)
               ADD WS-VW-STATE-TAX TO WS-ES-SP-STATE (WS-ES-INDEX)
               ADD WS-VW-OTHER-TAX TO WS-ES-SP-OTHER (WS-ES-INDEX)
           END-IF
           .

       900-WRAP-UP.
      *****************************************************************
      * Print the run totals, close all files, and display the counts  *
      *****************************************************************
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-VEST-INCOME TO WS-ED-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL VEST INCOME:          ' WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-WITHHELD-VALUE TO WS-ED-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL SHARES WITHHELD:      ' WS-ED-TOTAL
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-TAXES TO WS-ED-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-TIE-OUT-RUN
               STRING 'TOTAL TAXES REMITTED:       ' WS-ED-TOTAL
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'TOTAL TAXES PROJECTED:      ' WS-ED-TOTAL
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-EXCESS TO WS-ED-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-TIE-OUT-RUN
               STRING 'EXCESS FOR BROKER TO REFUND:' WS-ED-TOTAL
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'PROJECTED EXCESS:           ' WS-ED-TOTAL
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-SHORT TO WS-ED-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-TIE-OUT-RUN
               STRING 'SHORT TO COLLECT:           ' WS-ED-TOTAL
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'PROJECTED SHORT:            ' WS-ED-TOTAL
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-VESTS-REJECTED TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'VESTS REJECTED:             ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-VESTS-NOT-PAID TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-TIE-OUT-RUN
               STRING 'VESTS NOT PAID:             ' WS-ED-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'VESTS NOT PRICED:           ' WS-ED-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           IF WS-TIE-OUT-RUN
               CLOSE RSU-VEST-FILE
                     EMPLOYEE-FILE
                     PAY-HISTORY-FILE
                     RSU-RECON-FILE
                     RSU-REPORT-FILE
               DISPLAY 'RSU VEST TIE-OUT COMPLETE'
               DISPLAY 'VESTS READ: ' WS-VESTS-READ
               DISPLAY 'VESTS ACCEPTED: ' WS-VESTS-ACCEPTED
               DISPLAY 'VESTS REJECTED: ' WS-VESTS-REJECTED
               DISPLAY 'VESTS NOT PAID: ' WS-VESTS-NOT-PAID
               GO TO 900-EXIT
           END-IF

           MOVE WS-RECORDS-WRITTEN TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'VEST CHECK RECORDS WRITTEN: ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           CLOSE RSU-VEST-FILE
                 EMPLOYEE-FILE
                 PAYROLL-DATA-FILE
                 RSU-REPORT-FILE

           DISPLAY 'RSU VEST IMPORT COMPLETE'
           DISPLAY 'VESTS READ: ' WS-VESTS-READ
           DISPLAY 'VESTS ACCEPTED: ' WS-VESTS-ACCEPTED
           DISPLAY 'VESTS REJECTED: ' WS-VESTS-REJECTED
           DISPLAY 'VESTS NOT LOADED (SET FULL): ' WS-VESTS-NOT-LOADED
           DISPLAY 'VEST CHECK RECORDS WRITTEN: ' WS-RECORDS-WRITTEN
           .
       900-EXIT.
           EXIT.
