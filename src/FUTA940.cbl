      *****************************************************************
      * Program: FUTA940.cbl                                          *
      *                                                               *
      * Purpose: Annual Form 940 FUTA return builder for the Payroll  *
      *          Processing System. This program builds each paying  *
      *          company's 940 figures from the FUTA/SUTA accrual     *
      *          extract written by PAYCALC and the pay history:      *
      *          total payments, exempt payments, payments over the   *
      *          FUTA wage base, FUTA liability by quarter, and the   *
      *          Schedule A credit reduction for wages paid in credit *
      *          reduction states. It prints the 940 worksheet,       *
      *          writes a fixed-format extract, and reconciles the    *
      *          940 liability against the FUTA accrued during the    *
      *          year.                                                *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUTA940.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * FUTA940 is a standalone year-end report program in the         *
      * Payroll Processing System. It:                                 *
      *                                                                *
      * 1. Takes the tax year from the optional parameter record,      *
      *    defaulting to the run year, and loads that year's FUTA      *
      *    wage base from the tax rates file and its credit reduction  *
      *    states from the credit reduction table                      *
      * 2. Walks the pay history, summing each employee's payments     *
      *    checked in the year (Form 940 line 3) and resolving the     *
      *    employee's paying company and any FUTA wages already       *
      *    counted under a prior FEIN                                  *
      * 3. Reads the year's FUTA accrual extracts (each calculation    *
      *    run's FUTAEXT, concatenated in run order) in the order they *
      *    were written, consuming each employee's wage base check by  *
      *    check: the part of each check under the remaining base is   *
      *    taxable FUTA wages for the check's quarter and UI state,    *
      *    the rest is over the base (line 5). Payments that never     *
      *    reached the accrual extract as FUTA wages (pre-tax          *
      *    benefits and other exempt pay) are the exempt payments      *
      *    (line 4)                                                    *
      * 4. Per company, computes the tax before adjustments at the     *
      *    0.6% net FUTA rate (line 8), the Schedule A credit          *
      *    reduction (line 11), the total (line 12) and the liability  *
      *    by quarter (line 16, credit reduction in the fourth         *
      *    quarter), reconciles line 12 to the accrued FUTA, and       *
      *    prints the worksheet and writes the extract                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F940-PARM-FILE ASSIGN TO 'F940PARM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARM-FILE-STATUS.

           SELECT FUTA-SUTA-FILE ASSIGN TO 'FUTAEXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FUTA-FILE-STATUS.

           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-EMP-ID WITH DUPLICATES
           FILE STATUS IS HIST-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT TAX-RATES-FILE ASSIGN TO 'TAXRATES'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TAX-FILE-STATUS.

           SELECT OPTIONAL CREDIT-REDUCTION-FILE ASSIGN TO 'FUTACR'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FCR-FILE-STATUS.

           SELECT F940-EXTRACT-FILE ASSIGN TO 'F940EXT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS F940-FILE-STATUS.

           SELECT F940-REPORT-FILE ASSIGN TO 'F940RPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F940-PARM-FILE.
       01  F940-PARM-RECORD.
           05  PARM-TAX-YEAR              PIC 9(4).
           05  FILLER                     PIC X(76).

       FD  FUTA-SUTA-FILE.
           COPY FUTAEXT REPLACING ==FUTA-SUTA-RECORD== BY
               ==FUTA-SUTA-RECORD-FILE==.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST REPLACING ==PAY-HISTORY-RECORD== BY
               ==PAY-HISTORY-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  TAX-RATES-FILE.
           COPY TAXRATES REPLACING ==TAX-RATES-TABLE== BY
               ==TAX-RATES-RECORD-FILE==.

       FD  CREDIT-REDUCTION-FILE.
           COPY FUTACR REPLACING ==FUTA-CREDIT-REDUCTION-RECORD== BY
               ==FUTA-CREDIT-REDUCTION-RECORD-FILE==.

       FD  F940-EXTRACT-FILE.
           COPY F940EXT REPLACING ==F940-EXTRACT-RECORD== BY
               ==F940-EXTRACT-RECORD-FILE==.

       FD  F940-REPORT-FILE.
           01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  PARM-FILE-STATUS           PIC X(2).
               88  PARM-FILE-SUCCESS      VALUE '00' '05'.
           05  FUTA-FILE-STATUS           PIC X(2).
               88  FUTA-FILE-SUCCESS      VALUE '00'.
               88  FUTA-FILE-EOF          VALUE '10'.
           05  HIST-FILE-STATUS           PIC X(2).
               88  HIST-FILE-SUCCESS      VALUE '00' '02'.
               88  HIST-FILE-EOF          VALUE '10'.
           05  EMP-FILE-STATUS            PIC X(2).
               88  EMP-FILE-SUCCESS       VALUE '00'.
           05  TAX-FILE-STATUS            PIC X(2).
               88  TAX-FILE-SUCCESS       VALUE '00'.
               88  TAX-FILE-EOF           VALUE '10'.
           05  FCR-FILE-STATUS            PIC X(2).
               88  FCR-FILE-SUCCESS       VALUE '00' '05'.
               88  FCR-FILE-EOF           VALUE '10'.
           05  F940-FILE-STATUS           PIC X(2).
               88  F940-FILE-SUCCESS      VALUE '00'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

       COPY FUTAEXT REPLACING ==FUTA-SUTA-RECORD== BY
           ==WS-FUTA-SUTA-RECORD==.

       COPY TAXRATES REPLACING ==TAX-RATES-TABLE== BY
           ==WS-TAX-RATES==.

       COPY COMPANY.

       01  WS-TAX-RATE-FOUND-SW            PIC X VALUE 'N'.
           88  WS-TAX-RATE-FOUND           VALUE 'Y'.

       01  WS-DATE.
           05  WS-RUN-YEAR                 PIC 9(4).
           05  WS-RUN-MONTH                PIC 9(2).
           05  WS-RUN-DAY                  PIC 9(2).

       01  WS-PARMS.
           05  WS-TAX-YEAR                 PIC 9(4) VALUE ZEROS.
           05  WS-YEAR-START               PIC 9(8) VALUE ZEROS.
           05  WS-YEAR-END                 PIC 9(8) VALUE ZEROS.
      *****************************************************************
      * The 940 net FUTA rate after the full state unemployment        *
      * credit: 6.0% less the 5.4% credit                              *
      *****************************************************************
           05  WS-FUTA-NET-RATE            PIC V9(4) VALUE .0060.

      *****************************************************************
      * Credit reduction states for the tax year                       *
      *****************************************************************
       01  WS-CR-TABLE.
           05  WS-CR-COUNT                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-CR-ENTRY OCCURS 60 TIMES.
               10  WS-CR-STATE-CODE        PIC X(2).
               10  WS-CR-RATE              PIC 9V9(4).
       01  WS-CR-INDEX                     PIC 9(4) COMP-3 VALUE ZEROS.

      *****************************************************************
      * Per-employee wage base work table: the payments checked in     *
      * the year from history, the FUTA wages from the accrual         *
      * extract, and the wage base still available                     *
      *****************************************************************
       01  WS-EMP-TABLE.
           05  WS-ET-COUNT                 PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-ET-ENTRY OCCURS 5000 TIMES.
               10  WS-ET-EMP-ID            PIC X(6).
               10  WS-ET-COMPANY           PIC 9(2) COMP-3.
               10  WS-ET-BASE-REMAINING    PIC S9(9)V99 COMP-3.
       01  WS-ET-INDEX                     PIC 9(5) COMP-3 VALUE ZEROS.
       01  WS-ET-FOUND-SW                  PIC X VALUE 'N'.
           88  WS-ET-FOUND                 VALUE 'Y'.

      *****************************************************************
      * Per-company 940 accumulators, one per COMPANY table entry      *
      *****************************************************************
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 10 TIMES.
               10  WS-CO-ACTIVITY-SW       PIC X.
                   88  WS-CO-HAS-ACTIVITY  VALUE 'Y'.
               10  WS-CO-TOTAL-PAYMENTS    PIC S9(11)V99 COMP-3.
               10  WS-CO-FUTA-WAGES        PIC S9(11)V99 COMP-3.
               10  WS-CO-EXEMPT-PAYMENTS   PIC S9(11)V99 COMP-3.
               10  WS-CO-OVER-BASE         PIC S9(11)V99 COMP-3.
               10  WS-CO-TAXABLE-WAGES     PIC S9(11)V99 COMP-3.
               10  WS-CO-QTR-TAXABLE OCCURS 4 TIMES
                                           PIC S9(11)V99 COMP-3.
               10  WS-CO-QTR-LIABILITY OCCURS 4 TIMES
                                           PIC S9(9)V99 COMP-3.
               10  WS-CO-TAX-BEFORE-ADJ    PIC S9(9)V99 COMP-3.
               10  WS-CO-CREDIT-REDUCTION  PIC S9(9)V99 COMP-3.
               10  WS-CO-TOTAL-TAX         PIC S9(9)V99 COMP-3.
               10  WS-CO-ACCRUED           PIC S9(9)V99 COMP-3.
               10  WS-CO-DIFFERENCE        PIC S9(9)V99 COMP-3.
       01  WS-CO-INDEX                     PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-QTR-INDEX                    PIC 9(1) COMP-3 VALUE ZEROS.

      *****************************************************************
      * Taxable FUTA wages by company and UI state, for Schedule A     *
      *****************************************************************
       01  WS-STATE-TABLE.
           05  WS-ST-COUNT                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-ST-ENTRY OCCURS 120 TIMES.
               10  WS-ST-COMPANY           PIC 9(2) COMP-3.
               10  WS-ST-STATE-CODE        PIC X(2).
               10  WS-ST-TAXABLE-WAGES     PIC S9(11)V99 COMP-3.
               10  WS-ST-REDUCTION-RATE    PIC 9V9(4).
               10  WS-ST-REDUCTION         PIC S9(9)V99 COMP-3.
       01  WS-ST-INDEX                     PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-SA-COUNT                     PIC 9(2) COMP-3 VALUE ZEROS.

       01  WS-WORK-FIELDS.
           05  WS-CHECK-DATE               PIC 9(8) VALUE ZEROS.
           05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
               10  WS-CHECK-YEAR           PIC 9(4).
               10  WS-CHECK-MONTH          PIC 9(2).
               10  WS-CHECK-DAY            PIC 9(2).
           05  WS-LOOKUP-EMP-ID            PIC X(6).
           05  WS-RECORD-TAXABLE           PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-RECORD-OVER-BASE         PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-QUARTERS-1-TO-3          PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-RUN-TOTALS.
           05  WS-HIST-RECORDS-USED        PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-FUTA-RECORDS-USED        PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-RETURNS-WRITTEN          PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-UNRECONCILED-COUNT       PIC 9(3) COMP-3 VALUE ZEROS.

       01  WS-REPORT-LINE                  PIC X(132).
       01  WS-ED-AMOUNT                    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-ED-AMOUNT-2                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-ED-RATE                      PIC 9.9999.
       01  WS-ED-QUARTER                   PIC 9.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the annual 940 run                    *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-SUM-PAY-HISTORY
           PERFORM 300-ALLOCATE-FUTA-WAGES
           PERFORM 400-BUILD-COMPANY-RETURNS
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Establish the tax year, load its wage base and credit          *
      * reduction states, open all files, and clear the accumulators   *
      *****************************************************************
           DISPLAY 'FORM 940 FUTA RETURN STARTED'

           CALL 'COMPLOAD' USING COMPANY-TABLE
           IF NOT COMPANY-TABLE-LOADED
               DISPLAY 'ERROR LOADING COMPANY MASTER - RUN STOPPED'
               STOP RUN
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-YEAR TO WS-TAX-YEAR
           OPEN INPUT F940-PARM-FILE
           IF PARM-FILE-SUCCESS
               READ F940-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-TAX-YEAR IS NUMERIC
                           AND PARM-TAX-YEAR > ZEROS
                           MOVE PARM-TAX-YEAR TO WS-TAX-YEAR
                       END-IF
               END-READ
               CLOSE F940-PARM-FILE
           END-IF
           COMPUTE WS-YEAR-START = (WS-TAX-YEAR * 10000) + 101
           COMPUTE WS-YEAR-END = (WS-TAX-YEAR * 10000) + 1231

           OPEN INPUT TAX-RATES-FILE
           IF NOT TAX-FILE-SUCCESS
               DISPLAY 'ERROR OPENING TAX RATES FILE: ' TAX-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM 110-LOAD-TAX-RATES
           CLOSE TAX-RATES-FILE

           PERFORM 120-LOAD-CREDIT-REDUCTIONS

           OPEN INPUT FUTA-SUTA-FILE
           OPEN INPUT PAY-HISTORY-FILE
           OPEN INPUT EMPLOYEE-FILE
           IF NOT FUTA-FILE-SUCCESS OR NOT HIST-FILE-SUCCESS
               OR NOT EMP-FILE-SUCCESS
               DISPLAY 'ERROR OPENING 940 FILES - FUTA: '
                       FUTA-FILE-STATUS ' HIST: ' HIST-FILE-STATUS
                       ' EMP: ' EMP-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT F940-EXTRACT-FILE
           OPEN OUTPUT F940-REPORT-FILE

           PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                   UNTIL WS-CO-INDEX > COMPANY-ENTRY-COUNT
               MOVE 'N' TO WS-CO-ACTIVITY-SW (WS-CO-INDEX)
               MOVE ZEROS TO WS-CO-TOTAL-PAYMENTS (WS-CO-INDEX)
                             WS-CO-FUTA-WAGES (WS-CO-INDEX)
                             WS-CO-EXEMPT-PAYMENTS (WS-CO-INDEX)
                             WS-CO-OVER-BASE (WS-CO-INDEX)
                             WS-CO-TAXABLE-WAGES (WS-CO-INDEX)
                             WS-CO-TAX-BEFORE-ADJ (WS-CO-INDEX)
                             WS-CO-CREDIT-REDUCTION (WS-CO-INDEX)
                             WS-CO-TOTAL-TAX (WS-CO-INDEX)
                             WS-CO-ACCRUED (WS-CO-INDEX)
                             WS-CO-DIFFERENCE (WS-CO-INDEX)
               PERFORM VARYING WS-QTR-INDEX FROM 1 BY 1
                       UNTIL WS-QTR-INDEX > 4
                   MOVE ZEROS TO
                       WS-CO-QTR-TAXABLE (WS-CO-INDEX WS-QTR-INDEX)
                       WS-CO-QTR-LIABILITY (WS-CO-INDEX WS-QTR-INDEX)
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FORM 940 EMPLOYER''S ANNUAL FUTA TAX RETURN '
                  'WORKSHEET - TAX YEAR ' WS-TAX-YEAR
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       110-LOAD-TAX-RATES.
      *****************************************************************
      * Read the tax rates record for the tax year so the FUTA wage    *
      * base reflects the year being filed. If no record matches, the  *
      * last record read is used                                       *
      *****************************************************************
           MOVE 'N' TO WS-TAX-RATE-FOUND-SW
           PERFORM UNTIL TAX-FILE-EOF OR WS-TAX-RATE-FOUND
               READ TAX-RATES-FILE INTO WS-TAX-RATES
                   AT END
                       SET TAX-FILE-EOF TO TRUE
                   NOT AT END
                       IF TAX-YEAR IN WS-TAX-RATES = WS-TAX-YEAR
                           SET WS-TAX-RATE-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .

       120-LOAD-CREDIT-REDUCTIONS.
      *****************************************************************
      * Load the tax year's credit reduction states                    *
      *****************************************************************
           OPEN INPUT CREDIT-REDUCTION-FILE
           IF FCR-FILE-SUCCESS
               PERFORM UNTIL FCR-FILE-EOF
                   READ CREDIT-REDUCTION-FILE
                       AT END
                           SET FCR-FILE-EOF TO TRUE
                       NOT AT END
                           IF FCR-TAX-YEAR IN
                                   FUTA-CREDIT-REDUCTION-RECORD-FILE
                                   = WS-TAX-YEAR
                               AND WS-CR-COUNT < 60
                               ADD 1 TO WS-CR-COUNT
                               MOVE FCR-STATE-CODE IN
                                   FUTA-CREDIT-REDUCTION-RECORD-FILE
                                   TO WS-CR-STATE-CODE (WS-CR-COUNT)
                               MOVE FCR-REDUCTION-RATE IN
                                   FUTA-CREDIT-REDUCTION-RECORD-FILE
                                   TO WS-CR-RATE (WS-CR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-REDUCTION-FILE
           END-IF
           DISPLAY 'CREDIT REDUCTION STATES LOADED: ' WS-CR-COUNT
           .

       200-SUM-PAY-HISTORY.
      *****************************************************************
      * Walk the pay history, adding every payment checked in the tax  *
      * year to its company's total payments. Voided originals and     *
      * their reversal lines both stay in the sum - the reversal's     *
      * negative amounts net them out                                  *
      *****************************************************************
           MOVE LOW-VALUES TO HIST-KEY IN PAY-HISTORY-RECORD-FILE
           START PAY-HISTORY-FILE
               KEY IS >= HIST-KEY IN PAY-HISTORY-RECORD-FILE
               INVALID KEY
                   SET HIST-FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL HIST-FILE-EOF
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-FILE-EOF TO TRUE
                   NOT AT END
                       IF HIST-CHECK-DATE IN PAY-HISTORY-RECORD-FILE
                               >= WS-YEAR-START
                           AND HIST-CHECK-DATE IN
                               PAY-HISTORY-RECORD-FILE <= WS-YEAR-END
                           MOVE HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE
                               TO WS-LOOKUP-EMP-ID
                           PERFORM 250-FIND-EMPLOYEE
                           ADD HIST-GROSS-PAY IN PAY-HISTORY-RECORD-FILE
                               TO WS-CO-TOTAL-PAYMENTS
                                   (WS-ET-COMPANY (WS-ET-INDEX))
                           MOVE 'Y' TO WS-CO-ACTIVITY-SW
                               (WS-ET-COMPANY (WS-ET-INDEX))
                           ADD 1 TO WS-HIST-RECORDS-USED
                       END-IF
               END-READ
           END-PERFORM
           .

       250-FIND-EMPLOYEE.
      *****************************************************************
      * Find the employee's wage base slot, claiming one on first      *
      * sight: the paying company comes from the master (a blank or    *
      * unknown code, or a missing master, belongs to company 01) and  *
      * the available base is the FUTA wage base less any FUTA wages   *
      * already counted under a prior FEIN. Once the table is full     *
      * the overflow is reported and charged to the last slot          *
      *****************************************************************
           MOVE 'N' TO WS-ET-FOUND-SW
           PERFORM VARYING WS-ET-INDEX FROM 1 BY 1
                   UNTIL WS-ET-INDEX > WS-ET-COUNT
                   OR WS-ET-FOUND
               IF WS-ET-EMP-ID (WS-ET-INDEX) = WS-LOOKUP-EMP-ID
                   SET WS-ET-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-ET-INDEX
               END-IF
           END-PERFORM

           IF NOT WS-ET-FOUND AND WS-ET-COUNT >= 5000
               DISPLAY 'EMPLOYEE TABLE FULL - WAGE BASE SHARED: '
                       WS-LOOKUP-EMP-ID
               MOVE WS-ET-COUNT TO WS-ET-INDEX
               SET WS-ET-FOUND TO TRUE
           END-IF

           IF NOT WS-ET-FOUND
               ADD 1 TO WS-ET-COUNT
               MOVE WS-ET-COUNT TO WS-ET-INDEX
               MOVE WS-LOOKUP-EMP-ID TO WS-ET-EMP-ID (WS-ET-INDEX)
               MOVE 1 TO WS-ET-COMPANY (WS-ET-INDEX)
               MOVE FUTA-WAGE-BASE IN WS-TAX-RATES TO
                   WS-ET-BASE-REMAINING (WS-ET-INDEX)

               MOVE WS-LOOKUP-EMP-ID TO EMP-ID IN EMPLOYEE-RECORD-FILE
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE SPACES TO
                           EMP-COMPANY-CODE IN EMPLOYEE-RECORD-FILE
                       MOVE ZEROS TO
                           EMP-PRIOR-FUTA-WAGES IN EMPLOYEE-RECORD-FILE
               END-READ

               PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                       UNTIL WS-CO-INDEX > COMPANY-ENTRY-COUNT
                   IF COMPANY-CODE (WS-CO-INDEX) =
                           EMP-COMPANY-CODE IN EMPLOYEE-RECORD-FILE
                       MOVE WS-CO-INDEX TO WS-ET-COMPANY (WS-ET-INDEX)
                       MOVE 99 TO WS-CO-INDEX
                   END-IF
               END-PERFORM

               IF EMP-PRIOR-FUTA-WAGES IN EMPLOYEE-RECORD-FILE
                       IS NUMERIC
                   SUBTRACT EMP-PRIOR-FUTA-WAGES IN EMPLOYEE-RECORD-FILE
                       FROM WS-ET-BASE-REMAINING (WS-ET-INDEX)
               END-IF
               IF WS-ET-BASE-REMAINING (WS-ET-INDEX) < ZEROS
                   MOVE ZEROS TO WS-ET-BASE-REMAINING (WS-ET-INDEX)
               END-IF
           END-IF
           .

       300-ALLOCATE-FUTA-WAGES.
      *****************************************************************
      * Read the FUTA accrual extract in written (check) order and     *
      * consume each employee's wage base                              *
      *****************************************************************
           PERFORM UNTIL FUTA-FILE-EOF
               READ FUTA-SUTA-FILE INTO WS-FUTA-SUTA-RECORD
                   AT END
                       SET FUTA-FILE-EOF TO TRUE
                   NOT AT END
      **** Run-identity stamp records are not accrual lines ****
                       IF WS-FUTA-SUTA-RECORD (1:6) NOT = '*STAMP'
                           AND FSA-CHECK-DATE IN WS-FUTA-SUTA-RECORD
                               >= WS-YEAR-START
                           AND FSA-CHECK-DATE IN WS-FUTA-SUTA-RECORD
                               <= WS-YEAR-END
                           PERFORM 310-ALLOCATE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           .

       310-ALLOCATE-ONE-RECORD.
      *****************************************************************
      * The part of the check's FUTA wages under the employee's        *
      * remaining base is taxable for the check's quarter and UI       *
      * state; the rest is over the base                               *
      *****************************************************************
           MOVE FSA-EMP-ID IN WS-FUTA-SUTA-RECORD TO WS-LOOKUP-EMP-ID
           PERFORM 250-FIND-EMPLOYEE
           MOVE WS-ET-COMPANY (WS-ET-INDEX) TO WS-CO-INDEX
           MOVE 'Y' TO WS-CO-ACTIVITY-SW (WS-CO-INDEX)
           ADD 1 TO WS-FUTA-RECORDS-USED

           IF FSA-TAXABLE-FUTA-WAGES IN WS-FUTA-SUTA-RECORD >
                   WS-ET-BASE-REMAINING (WS-ET-INDEX)
               MOVE WS-ET-BASE-REMAINING (WS-ET-INDEX) TO
                   WS-RECORD-TAXABLE
           ELSE
               MOVE FSA-TAXABLE-FUTA-WAGES IN WS-FUTA-SUTA-RECORD TO
                   WS-RECORD-TAXABLE
           END-IF
           COMPUTE WS-RECORD-OVER-BASE =
               FSA-TAXABLE-FUTA-WAGES IN WS-FUTA-SUTA-RECORD -
               WS-RECORD-TAXABLE
           SUBTRACT WS-RECORD-TAXABLE FROM
               WS-ET-BASE-REMAINING (WS-ET-INDEX)

           ADD FSA-TAXABLE-FUTA-WAGES IN WS-FUTA-SUTA-RECORD TO
               WS-CO-FUTA-WAGES (WS-CO-INDEX)
           ADD WS-RECORD-OVER-BASE TO WS-CO-OVER-BASE (WS-CO-INDEX)
           ADD WS-RECORD-TAXABLE TO WS-CO-TAXABLE-WAGES (WS-CO-INDEX)
           ADD FSA-FUTA-LIABILITY IN WS-FUTA-SUTA-RECORD TO
               WS-CO-ACCRUED (WS-CO-INDEX)

           MOVE FSA-CHECK-DATE IN WS-FUTA-SUTA-RECORD TO WS-CHECK-DATE
           COMPUTE WS-QTR-INDEX = ((WS-CHECK-MONTH - 1) / 3) + 1
           ADD WS-RECORD-TAXABLE TO
               WS-CO-QTR-TAXABLE (WS-CO-INDEX WS-QTR-INDEX)

           IF WS-RECORD-TAXABLE > ZEROS
               PERFORM 320-ROLL-STATE-WAGES
           END-IF
           .

       320-ROLL-STATE-WAGES.
      *****************************************************************
      * Add the taxable wages to the company/UI state bucket           *
      *****************************************************************
           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                   UNTIL WS-ST-INDEX > WS-ST-COUNT
               IF WS-ST-COMPANY (WS-ST-INDEX) = WS-CO-INDEX
                   AND WS-ST-STATE-CODE (WS-ST-INDEX) =
                       FSA-UI-STATE IN WS-FUTA-SUTA-RECORD
                   ADD WS-RECORD-TAXABLE TO
                       WS-ST-TAXABLE-WAGES (WS-ST-INDEX)
                   MOVE 999 TO WS-ST-INDEX
               END-IF
           END-PERFORM

           IF WS-ST-INDEX < 999
               IF WS-ST-COUNT < 120
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-CO-INDEX TO WS-ST-COMPANY (WS-ST-COUNT)
                   MOVE FSA-UI-STATE IN WS-FUTA-SUTA-RECORD TO
                       WS-ST-STATE-CODE (WS-ST-COUNT)
                   MOVE WS-RECORD-TAXABLE TO
                       WS-ST-TAXABLE-WAGES (WS-ST-COUNT)
                   MOVE ZEROS TO WS-ST-REDUCTION-RATE (WS-ST-COUNT)
                   MOVE ZEROS TO WS-ST-REDUCTION (WS-ST-COUNT)
               ELSE
                   DISPLAY 'STATE TABLE FULL - WAGES DROPPED FOR: '
                           FSA-UI-STATE IN WS-FUTA-SUTA-RECORD
               END-IF
           END-IF
           .

       400-BUILD-COMPANY-RETURNS.
      *****************************************************************
      * Compute, print, and extract each active company's 940          *
      *****************************************************************
           PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                   UNTIL WS-CO-INDEX > COMPANY-ENTRY-COUNT
               IF WS-CO-HAS-ACTIVITY (WS-CO-INDEX)
                   PERFORM 410-COMPUTE-ONE-RETURN
                   PERFORM 450-PRINT-WORKSHEET
                   PERFORM 480-WRITE-940-EXTRACT
               END-IF
           END-PERFORM
           .

       410-COMPUTE-ONE-RETURN.
      *****************************************************************
      * Exempt payments are the payments that never reached the        *
      * accrual extract as FUTA wages. Schedule A applies each credit  *
      * reduction state's rate to its taxable wages. The fourth        *
      * quarter carries the credit reduction and absorbs the rounding  *
      * so the quarters add to line 12                                 *
      *****************************************************************
           COMPUTE WS-CO-EXEMPT-PAYMENTS (WS-CO-INDEX) =
               WS-CO-TOTAL-PAYMENTS (WS-CO-INDEX) -
               WS-CO-FUTA-WAGES (WS-CO-INDEX)
           IF WS-CO-EXEMPT-PAYMENTS (WS-CO-INDEX) < ZEROS
               MOVE ZEROS TO WS-CO-EXEMPT-PAYMENTS (WS-CO-INDEX)
           END-IF

           COMPUTE WS-CO-TAX-BEFORE-ADJ (WS-CO-INDEX) ROUNDED =
               WS-CO-TAXABLE-WAGES (WS-CO-INDEX) * WS-FUTA-NET-RATE

           MOVE ZEROS TO WS-CO-CREDIT-REDUCTION (WS-CO-INDEX)
           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                   UNTIL WS-ST-INDEX > WS-ST-COUNT
               IF WS-ST-COMPANY (WS-ST-INDEX) = WS-CO-INDEX
                   PERFORM 420-APPLY-CREDIT-REDUCTION
               END-IF
           END-PERFORM

           COMPUTE WS-CO-TOTAL-TAX (WS-CO-INDEX) =
               WS-CO-TAX-BEFORE-ADJ (WS-CO-INDEX) +
               WS-CO-CREDIT-REDUCTION (WS-CO-INDEX)

           MOVE ZEROS TO WS-QUARTERS-1-TO-3
           PERFORM VARYING WS-QTR-INDEX FROM 1 BY 1
                   UNTIL WS-QTR-INDEX > 3
               COMPUTE WS-CO-QTR-LIABILITY (WS-CO-INDEX WS-QTR-INDEX)
                   ROUNDED =
                   WS-CO-QTR-TAXABLE (WS-CO-INDEX WS-QTR-INDEX) *
                   WS-FUTA-NET-RATE
               ADD WS-CO-QTR-LIABILITY (WS-CO-INDEX WS-QTR-INDEX) TO
                   WS-QUARTERS-1-TO-3
           END-PERFORM
           COMPUTE WS-CO-QTR-LIABILITY (WS-CO-INDEX 4) =
               WS-CO-TOTAL-TAX (WS-CO-INDEX) - WS-QUARTERS-1-TO-3

           COMPUTE WS-CO-DIFFERENCE (WS-CO-INDEX) =
               WS-CO-TOTAL-TAX (WS-CO-INDEX) -
               WS-CO-ACCRUED (WS-CO-INDEX)
           IF WS-CO-DIFFERENCE (WS-CO-INDEX) NOT = ZEROS
               ADD 1 TO WS-UNRECONCILED-COUNT
           END-IF
           .

       420-APPLY-CREDIT-REDUCTION.
      *****************************************************************
      * Price one state's taxable wages at its credit reduction rate   *
      *****************************************************************
           PERFORM VARYING WS-CR-INDEX FROM 1 BY 1
                   UNTIL WS-CR-INDEX > WS-CR-COUNT
               IF WS-CR-STATE-CODE (WS-CR-INDEX) =
                       WS-ST-STATE-CODE (WS-ST-INDEX)
                   MOVE WS-CR-RATE (WS-CR-INDEX) TO
                       WS-ST-REDUCTION-RATE (WS-ST-INDEX)
                   COMPUTE WS-ST-REDUCTION (WS-ST-INDEX) ROUNDED =
                       WS-ST-TAXABLE-WAGES (WS-ST-INDEX) *
                       WS-CR-RATE (WS-CR-INDEX)
                   ADD WS-ST-REDUCTION (WS-ST-INDEX) TO
                       WS-CO-CREDIT-REDUCTION (WS-CO-INDEX)
                   MOVE 999 TO WS-CR-INDEX
               END-IF
           END-PERFORM
           .

       450-PRINT-WORKSHEET.
      *****************************************************************
      * Print the company's 940 worksheet lines, Schedule A, the       *
      * quarterly liability, and the accrual reconciliation            *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'COMPANY ' COMPANY-CODE (WS-CO-INDEX) '  '
                  COMPANY-NAME (WS-CO-INDEX)
                  '  FEIN ' COMPANY-FEIN-ID (WS-CO-INDEX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-CO-TOTAL-PAYMENTS (WS-CO-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  LINE 3  TOTAL PAYMENTS TO ALL EMPLOYEES     '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-CO-EXEMPT-PAYMENTS (WS-CO-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  LINE 4  PAYMENTS EXEMPT FROM FUTA TAX       '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-CO-OVER-BASE (WS-CO-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  LINE 5  PAYMENTS OVER THE FUTA WAGE BASE    '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-CO-TAXABLE-WAGES (WS-CO-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  LINE 7  TOTAL TAXABLE FUTA WAGES            '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-CO-TAX-BEFORE-ADJ (WS-CO-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  LINE 8  FUTA TAX BEFORE ADJUSTMENTS         '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-CO-CREDIT-REDUCTION (WS-CO-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  LINE 11 CREDIT REDUCTION (SCHEDULE A)       '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-CO-TOTAL-TAX (WS-CO-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  LINE 12 TOTAL FUTA TAX AFTER ADJUSTMENTS    '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           IF WS-CO-FUTA-WAGES (WS-CO-INDEX) >
                   WS-CO-TOTAL-PAYMENTS (WS-CO-INDEX)
               COMPUTE WS-ED-AMOUNT =
                   WS-CO-FUTA-WAGES (WS-CO-INDEX) -
                   WS-CO-TOTAL-PAYMENTS (WS-CO-INDEX)
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ** ACCRUAL FUTA WAGES EXCEED HISTORY '
                      'PAYMENTS BY ' WS-ED-AMOUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           MOVE '  SCHEDULE A - CREDIT REDUCTION STATES' TO
               WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ZEROS TO WS-SA-COUNT
           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                   UNTIL WS-ST-INDEX > WS-ST-COUNT
               IF WS-ST-COMPANY (WS-ST-INDEX) = WS-CO-INDEX
                   AND WS-ST-REDUCTION-RATE (WS-ST-INDEX) > ZEROS
                   ADD 1 TO WS-SA-COUNT
                   MOVE WS-ST-TAXABLE-WAGES (WS-ST-INDEX) TO
                       WS-ED-AMOUNT
                   MOVE WS-ST-REDUCTION-RATE (WS-ST-INDEX) TO
                       WS-ED-RATE
                   MOVE WS-ST-REDUCTION (WS-ST-INDEX) TO
                       WS-ED-AMOUNT-2
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '    STATE ' WS-ST-STATE-CODE (WS-ST-INDEX)
                          '  FUTA WAGES ' WS-ED-AMOUNT
                          '  RATE ' WS-ED-RATE
                          '  REDUCTION ' WS-ED-AMOUNT-2
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-SA-COUNT = ZEROS
               MOVE '    NO WAGES PAID IN CREDIT REDUCTION STATES' TO
                   WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           PERFORM VARYING WS-QTR-INDEX FROM 1 BY 1
                   UNTIL WS-QTR-INDEX > 4
               MOVE WS-QTR-INDEX TO WS-ED-QUARTER
               MOVE WS-CO-QTR-LIABILITY (WS-CO-INDEX WS-QTR-INDEX) TO
                   WS-ED-AMOUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  LINE 16 FUTA LIABILITY QUARTER '
                      WS-ED-QUARTER '             '
                      WS-ED-AMOUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM

           MOVE WS-CO-ACCRUED (WS-CO-INDEX) TO WS-ED-AMOUNT
           MOVE WS-CO-DIFFERENCE (WS-CO-INDEX) TO WS-ED-AMOUNT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  FUTA ACCRUED DURING YEAR ' WS-ED-AMOUNT
                  '   940 LESS ACCRUED ' WS-ED-AMOUNT-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-CO-DIFFERENCE (WS-CO-INDEX) = ZEROS
               MOVE '  940 LIABILITY AGREES WITH FUTA ACCRUED' TO
                   WS-REPORT-LINE
           ELSE
               STRING '  940 LIABILITY DIFFERS FROM FUTA ACCRUED - '
                      'BOOK ADJUSTMENT REQUIRED'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       480-WRITE-940-EXTRACT.
      *****************************************************************
      * Write the company's fixed-format 940 extract record            *
      *****************************************************************
           MOVE SPACES TO F940-EXTRACT-RECORD-FILE
           MOVE COMPANY-CODE (WS-CO-INDEX) TO
               F940-COMPANY-CODE IN F940-EXTRACT-RECORD-FILE
           MOVE COMPANY-FEIN-ID (WS-CO-INDEX) TO
               F940-FEIN-ID IN F940-EXTRACT-RECORD-FILE
           MOVE WS-TAX-YEAR TO
               F940-TAX-YEAR IN F940-EXTRACT-RECORD-FILE
           MOVE WS-CO-TOTAL-PAYMENTS (WS-CO-INDEX) TO
               F940-TOTAL-PAYMENTS IN F940-EXTRACT-RECORD-FILE
           MOVE WS-CO-EXEMPT-PAYMENTS (WS-CO-INDEX) TO
               F940-EXEMPT-PAYMENTS IN F940-EXTRACT-RECORD-FILE
           MOVE WS-CO-OVER-BASE (WS-CO-INDEX) TO
               F940-OVER-BASE-PAYMENTS IN F940-EXTRACT-RECORD-FILE
           MOVE WS-CO-TAXABLE-WAGES (WS-CO-INDEX) TO
               F940-TAXABLE-FUTA-WAGES IN F940-EXTRACT-RECORD-FILE
           MOVE WS-CO-TAX-BEFORE-ADJ (WS-CO-INDEX) TO
               F940-TAX-BEFORE-ADJUST IN F940-EXTRACT-RECORD-FILE
           MOVE WS-CO-CREDIT-REDUCTION (WS-CO-INDEX) TO
               F940-CREDIT-REDUCTION IN F940-EXTRACT-RECORD-FILE
           MOVE WS-CO-TOTAL-TAX (WS-CO-INDEX) TO
               F940-TOTAL-FUTA-TAX IN F940-EXTRACT-RECORD-FILE
           PERFORM VARYING WS-QTR-INDEX FROM 1 BY 1
                   UNTIL WS-QTR-INDEX > 4
               MOVE WS-CO-QTR-LIABILITY (WS-CO-INDEX WS-QTR-INDEX) TO
                   F940-QUARTER-LIABILITY IN F940-EXTRACT-RECORD-FILE
                       (WS-QTR-INDEX)
           END-PERFORM
           MOVE WS-CO-ACCRUED (WS-CO-INDEX) TO
               F940-ACCRUED-LIABILITY IN F940-EXTRACT-RECORD-FILE
           MOVE WS-CO-DIFFERENCE (WS-CO-INDEX) TO
               F940-ACCRUAL-DIFFERENCE IN F940-EXTRACT-RECORD-FILE

           MOVE ZEROS TO WS-SA-COUNT
           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                   UNTIL WS-ST-INDEX > WS-ST-COUNT
               IF WS-ST-COMPANY (WS-ST-INDEX) = WS-CO-INDEX
                   AND WS-ST-REDUCTION-RATE (WS-ST-INDEX) > ZEROS
                   IF WS-SA-COUNT < 20
                       ADD 1 TO WS-SA-COUNT
                       MOVE WS-ST-STATE-CODE (WS-ST-INDEX) TO
                           F940-SA-STATE-CODE
                               IN F940-EXTRACT-RECORD-FILE
                               (WS-SA-COUNT)
                       MOVE WS-ST-TAXABLE-WAGES (WS-ST-INDEX) TO
                           F940-SA-FUTA-WAGES
                               IN F940-EXTRACT-RECORD-FILE
                               (WS-SA-COUNT)
                       MOVE WS-ST-REDUCTION-RATE (WS-ST-INDEX) TO
                           F940-SA-REDUCTION-RATE
                               IN F940-EXTRACT-RECORD-FILE
                               (WS-SA-COUNT)
                       MOVE WS-ST-REDUCTION (WS-ST-INDEX) TO
                           F940-SA-REDUCTION
                               IN F940-EXTRACT-RECORD-FILE
                               (WS-SA-COUNT)
                   ELSE
                       DISPLAY 'SCHEDULE A STATES OVER 20 - STATE '
                               WS-ST-STATE-CODE (WS-ST-INDEX)
                               ' NOT EXTRACTED'
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ST-INDEX FROM WS-SA-COUNT BY 1
                   UNTIL WS-ST-INDEX >= 20
               MOVE SPACES TO F940-SA-STATE-CODE
                   IN F940-EXTRACT-RECORD-FILE (WS-ST-INDEX + 1)
               MOVE ZEROS TO F940-SA-FUTA-WAGES
                   IN F940-EXTRACT-RECORD-FILE (WS-ST-INDEX + 1)
               MOVE ZEROS TO F940-SA-REDUCTION-RATE
                   IN F940-EXTRACT-RECORD-FILE (WS-ST-INDEX + 1)
               MOVE ZEROS TO F940-SA-REDUCTION
                   IN F940-EXTRACT-RECORD-FILE (WS-ST-INDEX + 1)
           END-PERFORM
           MOVE WS-SA-COUNT TO
               F940-SCHED-A-COUNT IN F940-EXTRACT-RECORD-FILE

           WRITE F940-EXTRACT-RECORD-FILE
           IF NOT F940-FILE-SUCCESS
               DISPLAY 'ERROR WRITING 940 EXTRACT: ' F940-FILE-STATUS
           ELSE
               ADD 1 TO WS-RETURNS-WRITTEN
           END-IF
           .

       900-WRAP-UP.
      *****************************************************************
      * Write the reconciliation verdict, close all files, and         *
      * display run totals                                             *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-UNRECONCILED-COUNT = ZEROS
               MOVE 'ALL 940 LIABILITIES AGREE WITH FUTA ACCRUED' TO
                   WS-REPORT-LINE
           ELSE
               STRING 'FUTA ACCRUAL DIFFERENCES FOUND - ADJUST BOOKS '
                      'TO THE 940 LIABILITY'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           CLOSE FUTA-SUTA-FILE
                 PAY-HISTORY-FILE
                 EMPLOYEE-FILE
                 F940-EXTRACT-FILE
                 F940-REPORT-FILE

           DISPLAY 'FORM 940 FUTA RETURN COMPLETE - TAX YEAR '
                   WS-TAX-YEAR
           DISPLAY 'HISTORY RECORDS USED:  ' WS-HIST-RECORDS-USED
           DISPLAY 'ACCRUAL RECORDS USED:  ' WS-FUTA-RECORDS-USED
           DISPLAY 'RETURNS WRITTEN:       ' WS-RETURNS-WRITTEN
           DISPLAY 'UNRECONCILED RETURNS:  ' WS-UNRECONCILED-COUNT
           .
