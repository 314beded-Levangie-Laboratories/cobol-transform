      *****************************************************************
      * Program: BUDVACT.cbl                                          *
      *                                                               *
      * Purpose: Labor budget versus actual for the Payroll           *
      *          Processing System. Posts each run's labor            *
      *          distribution actuals (gross share, employer FICA     *
      *          share, employer unemployment share, and hours) to    *
      *          the labor actuals file, then compares the year's     *
      *          actuals against finance's labor budget by company,   *
      *          department, and cost center: period and              *
      *          year-to-date variance, overtime as a percent of      *
      *          regular hours, and a projected year-end landing at   *
      *          the current run rate, flagging cost centers over     *
      *          budget by more than the configured percent.          *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDVACT.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * BUDVACT is a standalone report program in the Payroll          *
      * Processing System, run after every calculation run. It:        *
      *                                                                *
      * 1. Reads the over-budget tolerance percent from the parameter  *
      *    file and the run's period, check date, and run type from    *
      *    the run control record                                      *
      * 2. Posts the run's labor distribution to the labor actuals     *
      *    file, one record per company, department, and cost center,  *
      *    booked in the month of the run's check date. Hours are      *
      *    each employee's regular and overtime hours from the run's   *
      *    payroll input, charged in the distribution percentage.      *
      *    Reposting the same run replaces its actuals                 *
      * 3. Loads the labor budget for the check date's year and the    *
      *    year's posted actuals                                       *
      * 4. Reports each cost center's period and year-to-date budget,  *
      *    actual, and variance in dollars and hours, overtime as a    *
      *    percent of regular hours, FTEs, and the projected year-end  *
      *    at the year-to-date run rate against the annual budget;     *
      *    cost centers over budget beyond the tolerance, or with      *
      *    actuals and no budget, are flagged                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUDGET-PARM-FILE ASSIGN TO 'BVAPARM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARM-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUNCTL-FILE-STATUS.

           SELECT OPTIONAL LABOR-DIST-FILE ASSIGN TO 'LABDIST'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LABDIST-FILE-STATUS.

           SELECT OPTIONAL PAYROLL-DATA-FILE ASSIGN TO 'PAYDATA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PAYDATA-FILE-STATUS.

           SELECT OPTIONAL LABOR-ACTUAL-FILE ASSIGN TO 'LABACT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LA-KEY
           FILE STATUS IS LABACT-FILE-STATUS.

           SELECT OPTIONAL LABOR-BUDGET-FILE ASSIGN TO 'LABBUDG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BUDGET-FILE-STATUS.

           SELECT BUDGET-REPORT-FILE ASSIGN TO 'BVARPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-PARM-FILE.
       01  BUDGET-PARM-RECORD.
           05  PARM-OVER-BUDGET-PERCENT   PIC 9(3)V99.
           05  FILLER                     PIC X(75).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL REPLACING ==RUN-CONTROL-RECORD== BY
               ==RUN-CONTROL-RECORD-FILE==.

       FD  LABOR-DIST-FILE.
           COPY LABDIST REPLACING ==LABOR-DIST-RECORD== BY
               ==LABOR-DIST-RECORD-FILE==.

       FD  PAYROLL-DATA-FILE.
           COPY PAYDATA REPLACING ==PAYROLL-DATA-RECORD== BY
               ==PAYROLL-DATA-RECORD-FILE==.

       FD  LABOR-ACTUAL-FILE.
           COPY LABACT REPLACING ==LABOR-ACTUAL-RECORD== BY
               ==LABOR-ACTUAL-RECORD-FILE==.

       FD  LABOR-BUDGET-FILE.
           COPY LABBUDG REPLACING ==LABOR-BUDGET-RECORD== BY
               ==LABOR-BUDGET-RECORD-FILE==.

       FD  BUDGET-REPORT-FILE.
           01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  PARM-FILE-STATUS           PIC X(2).
               88  PARM-FILE-SUCCESS      VALUE '00' '05'.
           05  RUNCTL-FILE-STATUS         PIC X(2).
               88  RUNCTL-FILE-SUCCESS    VALUE '00'.
           05  LABDIST-FILE-STATUS        PIC X(2).
               88  LABDIST-FILE-SUCCESS   VALUE '00' '05'.
               88  LABDIST-FILE-EOF       VALUE '10'.
           05  PAYDATA-FILE-STATUS        PIC X(2).
               88  PAYDATA-FILE-SUCCESS   VALUE '00' '05'.
               88  PAYDATA-FILE-EOF       VALUE '10'.
           05  LABACT-FILE-STATUS         PIC X(2).
               88  LABACT-FILE-SUCCESS    VALUE '00' '05'.
               88  LABACT-FILE-EOF        VALUE '10'.
           05  BUDGET-FILE-STATUS         PIC X(2).
               88  BUDGET-FILE-SUCCESS    VALUE '00' '05'.
               88  BUDGET-FILE-EOF        VALUE '10'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

       01  WS-PARMS.
           05  WS-OVER-BUDGET-PERCENT      PIC 9(3)V99 COMP-3
                                       VALUE 5.00.
           05  WS-RUN-PERIOD-ID            PIC 9(6) VALUE ZEROS.
           05  WS-RUN-TYPE                 PIC X VALUE SPACES.
           05  WS-RUN-CHECK-DATE           PIC 9(8) VALUE ZEROS.
           05  WS-RUN-CHECK-PARTS REDEFINES WS-RUN-CHECK-DATE.
               10  WS-RUN-YEAR             PIC 9(4).
               10  WS-RUN-MONTH            PIC 9(2).
               10  WS-RUN-DAY              PIC 9(2).

       01  WS-DATETIME.
           05  WS-DATE                     PIC 9(8).

      *****************************************************************
      * The run's hours by employee from the payroll input: regular,   *
      * and overtime with doubletime                                   *
      *****************************************************************
       01  WS-HOURS-TABLE.
           05  WS-EH-COUNT                 PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-EH-ENTRY OCCURS 5000 TIMES.
               10  WS-EH-EMP-ID            PIC X(6).
               10  WS-EH-REGULAR-HOURS     PIC 9(5)V99 COMP-3.
               10  WS-EH-OVERTIME-HOURS    PIC 9(5)V99 COMP-3.
           05  WS-EH-INDEX                 PIC 9(5) COMP-3 VALUE ZEROS.

      *****************************************************************
      * The run's labor distribution totalled by company, department, *
      * and cost center for posting                                    *
      *****************************************************************
       01  WS-POSTING-TABLE.
           05  WS-PT-COUNT                 PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-PT-ENTRY OCCURS 1000 TIMES.
               10  WS-PT-COMPANY-CODE      PIC X(2).
               10  WS-PT-DEPARTMENT        PIC X(4).
               10  WS-PT-COST-CENTER       PIC X(6).
               10  WS-PT-GROSS             PIC S9(9)V99 COMP-3.
               10  WS-PT-FICA              PIC S9(9)V99 COMP-3.
               10  WS-PT-UI                PIC S9(9)V99 COMP-3.
               10  WS-PT-REGULAR-HOURS     PIC 9(7)V99 COMP-3.
               10  WS-PT-OVERTIME-HOURS    PIC 9(7)V99 COMP-3.
           05  WS-PT-INDEX                 PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-PT-LINE-COMPANY          PIC X(2) VALUE SPACES.

      *****************************************************************
      * Budget and actuals for the year by cost center and month      *
      *****************************************************************
       01  WS-COST-CENTER-TABLE.
           05  WS-CC-COUNT                 PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-CC-ENTRY OCCURS 1000 TIMES.
               10  WS-CC-COMPANY-CODE      PIC X(2).
               10  WS-CC-DEPARTMENT        PIC X(4).
               10  WS-CC-COST-CENTER       PIC X(6).
               10  WS-CC-MONTH OCCURS 12 TIMES.
                   15  WS-CC-BUDGET-DOLLARS
                                           PIC S9(9)V99 COMP-3.
                   15  WS-CC-BUDGET-HOURS  PIC 9(7)V99 COMP-3.
                   15  WS-CC-ACTUAL-DOLLARS
                                           PIC S9(9)V99 COMP-3.
                   15  WS-CC-REGULAR-HOURS PIC 9(7)V99 COMP-3.
                   15  WS-CC-OVERTIME-HOURS
                                           PIC 9(7)V99 COMP-3.
           05  WS-CC-INDEX                 PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-MONTH-INDEX              PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-FIND-COMPANY-CODE        PIC X(2) VALUE SPACES.
           05  WS-FIND-DEPARTMENT          PIC X(4) VALUE SPACES.
           05  WS-FIND-COST-CENTER         PIC X(6) VALUE SPACES.

      *****************************************************************
      * One report line's figures, for a cost center or the totals    *
      *****************************************************************
       01  WS-LINE-WORK.
           05  WS-LN-PERIOD-BUDGET         PIC S9(11)V99 COMP-3.
           05  WS-LN-PERIOD-ACTUAL         PIC S9(11)V99 COMP-3.
           05  WS-LN-PERIOD-VARIANCE       PIC S9(11)V99 COMP-3.
           05  WS-LN-PERIOD-VAR-PCT        PIC S9(5)V9 COMP-3.
           05  WS-LN-YTD-BUDGET            PIC S9(11)V99 COMP-3.
           05  WS-LN-YTD-ACTUAL            PIC S9(11)V99 COMP-3.
           05  WS-LN-YTD-VARIANCE          PIC S9(11)V99 COMP-3.
           05  WS-LN-YTD-VAR-PCT           PIC S9(5)V9 COMP-3.
           05  WS-LN-ANNUAL-BUDGET         PIC S9(11)V99 COMP-3.
           05  WS-LN-PROJECTED             PIC S9(11)V99 COMP-3.
           05  WS-LN-PERIOD-BUD-HOURS      PIC S9(9)V99 COMP-3.
           05  WS-LN-PERIOD-ACT-HOURS      PIC S9(9)V99 COMP-3.
           05  WS-LN-YTD-BUD-HOURS         PIC S9(9)V99 COMP-3.
           05  WS-LN-YTD-ACT-HOURS         PIC S9(9)V99 COMP-3.
           05  WS-LN-YTD-REGULAR-HOURS     PIC S9(9)V99 COMP-3.
           05  WS-LN-YTD-OVERTIME-HOURS    PIC S9(9)V99 COMP-3.
           05  WS-LN-OT-PERCENT            PIC S9(5)V9 COMP-3.
           05  WS-LN-YTD-FTE               PIC S9(7)V99 COMP-3.
           05  WS-LN-BUDGET-FTE            PIC S9(7)V99 COMP-3.
           05  WS-LN-FLAG                  PIC X(12).
           05  WS-LN-LABEL                 PIC X(14).

      *****************************************************************
      * Report totals, in the same layout as a cost center line        *
      *****************************************************************
       01  WS-TOTAL-WORK.
           05  WS-TL-PERIOD-BUDGET         PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TL-PERIOD-ACTUAL         PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TL-YTD-BUDGET            PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TL-YTD-ACTUAL            PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TL-ANNUAL-BUDGET         PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TL-PERIOD-BUD-HOURS      PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TL-PERIOD-ACT-HOURS      PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TL-YTD-BUD-HOURS         PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TL-YTD-REGULAR-HOURS     PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TL-YTD-OVERTIME-HOURS    PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.

      *****************************************************************
      * Standard monthly hours of one full-time employee (2080 / 12)  *
      *****************************************************************
       01  WS-FTE-MONTH-HOURS              PIC 9(3)V99 COMP-3
                                       VALUE 173.33.
       01  WS-LINE-HOURS                   PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-RUN-TOTALS.
           05  WS-POSTED-ADD-COUNT         PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-POSTED-REPLACE-COUNT     PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-FLAGGED-COUNT            PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-TABLE-FULL-COUNT         PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-REPORT-LINE                  PIC X(132).
       01  WS-ED-DOLLARS-1                 PIC ZZ,ZZZ,ZZ9-.
       01  WS-ED-DOLLARS-2                 PIC ZZ,ZZZ,ZZ9-.
       01  WS-ED-DOLLARS-3                 PIC ZZ,ZZZ,ZZ9-.
       01  WS-ED-DOLLARS-4                 PIC ZZ,ZZZ,ZZ9-.
       01  WS-ED-DOLLARS-5                 PIC ZZ,ZZZ,ZZ9-.
       01  WS-ED-DOLLARS-6                 PIC ZZ,ZZZ,ZZ9-.
       01  WS-ED-DOLLARS-7                 PIC ZZ,ZZZ,ZZ9-.
       01  WS-ED-DOLLARS-8                 PIC ZZ,ZZZ,ZZ9-.
       01  WS-ED-PERCENT                   PIC ZZZ9.9-.
       01  WS-ED-PERCENT-2                 PIC ZZZ9.9-.
       01  WS-ED-HOURS-1                   PIC ZZZ,ZZ9.99-.
       01  WS-ED-HOURS-2                   PIC ZZZ,ZZ9.99-.
       01  WS-ED-HOURS-3                   PIC ZZZ,ZZ9.99-.
       01  WS-ED-HOURS-4                   PIC ZZZ,ZZ9.99-.
       01  WS-ED-HOURS-5                   PIC ZZZ,ZZ9.99-.
       01  WS-ED-HOURS-6                   PIC ZZZ,ZZ9.99-.
       01  WS-ED-FTE                       PIC ZZZ,ZZ9.99-.
       01  WS-ED-FTE-2                     PIC ZZZ,ZZ9.99-.
       01  WS-ED-COUNT                     PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates posting and the budget comparison    *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-LOAD-RUN-HOURS
           PERFORM 300-POST-RUN-ACTUALS
           PERFORM 400-LOAD-BUDGET
           PERFORM 450-LOAD-YEAR-ACTUALS
           PERFORM 500-WRITE-REPORT
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Read the tolerance and the run control record, open the       *
      * actuals and report files                                       *
      *****************************************************************
           DISPLAY 'LABOR BUDGET VERSUS ACTUAL STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT BUDGET-PARM-FILE
           IF PARM-FILE-SUCCESS
               READ BUDGET-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-OVER-BUDGET-PERCENT IS NUMERIC
                           AND PARM-OVER-BUDGET-PERCENT > ZEROS
                           MOVE PARM-OVER-BUDGET-PERCENT TO
                               WS-OVER-BUDGET-PERCENT
                       END-IF
               END-READ
               CLOSE BUDGET-PARM-FILE
           END-IF

           OPEN INPUT RUN-CONTROL-FILE
           IF NOT RUNCTL-FILE-SUCCESS
               DISPLAY 'NO RUN CONTROL RECORD - NOTHING TO COMPARE'
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY 'RUN CONTROL FILE EMPTY'
                   CLOSE RUN-CONTROL-FILE
                   PERFORM 950-ABNORMAL-TERMINATION
           END-READ
           MOVE RC-PERIOD-ID IN RUN-CONTROL-RECORD-FILE TO
               WS-RUN-PERIOD-ID
           MOVE RC-RUN-TYPE IN RUN-CONTROL-RECORD-FILE TO WS-RUN-TYPE
           MOVE RC-CHECK-DATE IN RUN-CONTROL-RECORD-FILE TO
               WS-RUN-CHECK-DATE
           CLOSE RUN-CONTROL-FILE

           IF WS-RUN-MONTH < 1 OR WS-RUN-MONTH > 12
               DISPLAY 'INVALID RUN CHECK DATE: ' WS-RUN-CHECK-DATE
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           OPEN I-O LABOR-ACTUAL-FILE
           IF NOT LABACT-FILE-SUCCESS
               DISPLAY 'ERROR OPENING LABOR ACTUALS FILE: '
                       LABACT-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           OPEN OUTPUT BUDGET-REPORT-FILE
           IF NOT REPORT-FILE-SUCCESS
               DISPLAY 'ERROR OPENING BUDGET REPORT FILE: '
                       REPORT-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF
           .

       200-LOAD-RUN-HOURS.
      *****************************************************************
      * Load each employee's regular and overtime hours for the run's  *
      * period from the payroll input                                  *
      *****************************************************************
           OPEN INPUT PAYROLL-DATA-FILE
           IF PAYDATA-FILE-SUCCESS
               PERFORM UNTIL PAYDATA-FILE-EOF
                   READ PAYROLL-DATA-FILE
                       AT END
                           SET PAYDATA-FILE-EOF TO TRUE
                       NOT AT END
                           IF PAY-PERIOD-ID IN
                                   PAYROLL-DATA-RECORD-FILE =
                                   WS-RUN-PERIOD-ID
                               PERFORM 210-ADD-EMPLOYEE-HOURS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-DATA-FILE
           END-IF
           DISPLAY 'EMPLOYEE HOURS LOADED: ' WS-EH-COUNT
           .

       210-ADD-EMPLOYEE-HOURS.
      *****************************************************************
      * Add one payroll input record's hours to the employee's entry  *
      *****************************************************************
           PERFORM VARYING WS-EH-INDEX FROM 1 BY 1
                   UNTIL WS-EH-INDEX > WS-EH-COUNT
               IF WS-EH-EMP-ID (WS-EH-INDEX) =
                       PAY-EMPLOYEE-ID IN PAYROLL-DATA-RECORD-FILE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-EH-INDEX > WS-EH-COUNT
               IF WS-EH-COUNT >= 5000
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   MOVE ZEROS TO WS-EH-INDEX
               ELSE
                   ADD 1 TO WS-EH-COUNT
                   MOVE WS-EH-COUNT TO WS-EH-INDEX
                   MOVE PAY-EMPLOYEE-ID IN PAYROLL-DATA-RECORD-FILE TO
                       WS-EH-EMP-ID (WS-EH-INDEX)
                   MOVE ZEROS TO WS-EH-REGULAR-HOURS (WS-EH-INDEX)
                                 WS-EH-OVERTIME-HOURS (WS-EH-INDEX)
               END-IF
           END-IF

           IF WS-EH-INDEX > ZEROS
               ADD PAY-REGULAR-HOURS IN PAYROLL-DATA-RECORD-FILE TO
                   WS-EH-REGULAR-HOURS (WS-EH-INDEX)
               ADD PAY-OVERTIME-HOURS IN PAYROLL-DATA-RECORD-FILE
                   PAY-DOUBLETIME-HOURS IN PAYROLL-DATA-RECORD-FILE
                   TO WS-EH-OVERTIME-HOURS (WS-EH-INDEX)
           END-IF
           .

       300-POST-RUN-ACTUALS.
      *****************************************************************
      * Total the run's labor distribution by cost center and post it *
      * to the labor actuals file under the run's check date           *
      *****************************************************************
           OPEN INPUT LABOR-DIST-FILE
           IF LABDIST-FILE-SUCCESS
               PERFORM UNTIL LABDIST-FILE-EOF
                   READ LABOR-DIST-FILE
                       AT END
                           SET LABDIST-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 310-TOTAL-LABOR-LINE
                   END-READ
               END-PERFORM
               CLOSE LABOR-DIST-FILE
           END-IF

           PERFORM VARYING WS-PT-INDEX FROM 1 BY 1
                   UNTIL WS-PT-INDEX > WS-PT-COUNT
               PERFORM 350-POST-ONE-COST-CENTER
           END-PERFORM
           DISPLAY 'COST CENTERS POSTED: ' WS-PT-COUNT
           .

       310-TOTAL-LABOR-LINE.
      *****************************************************************
      * Add one labor line's dollars, and the employee's hours in the *
      * line's percentage, to its cost center. The cost belongs to    *
      * the charge company's budget when the line is charged across   *
      * companies. A voided check's reversing line (a negative gross  *
      * share) backs out its dollars only - this run's hours belong   *
      * to the employee's checks in this run                           *
      *****************************************************************
           IF LD-CHARGE-COMPANY IN LABOR-DIST-RECORD-FILE = SPACES
               MOVE LD-COMPANY-CODE IN LABOR-DIST-RECORD-FILE TO
                   WS-PT-LINE-COMPANY
           ELSE
               MOVE LD-CHARGE-COMPANY IN LABOR-DIST-RECORD-FILE TO
                   WS-PT-LINE-COMPANY
           END-IF

           PERFORM VARYING WS-PT-INDEX FROM 1 BY 1
                   UNTIL WS-PT-INDEX > WS-PT-COUNT
               IF WS-PT-COMPANY-CODE (WS-PT-INDEX) =
                       WS-PT-LINE-COMPANY
                   AND WS-PT-DEPARTMENT (WS-PT-INDEX) =
                       LD-DEPARTMENT IN LABOR-DIST-RECORD-FILE
                   AND WS-PT-COST-CENTER (WS-PT-INDEX) =
                       LD-COST-CENTER IN LABOR-DIST-RECORD-FILE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-PT-INDEX > WS-PT-COUNT
               IF WS-PT-COUNT >= 1000
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   MOVE ZEROS TO WS-PT-INDEX
               ELSE
                   ADD 1 TO WS-PT-COUNT
                   MOVE WS-PT-COUNT TO WS-PT-INDEX
                   MOVE WS-PT-LINE-COMPANY TO
                       WS-PT-COMPANY-CODE (WS-PT-INDEX)
                   MOVE LD-DEPARTMENT IN LABOR-DIST-RECORD-FILE TO
                       WS-PT-DEPARTMENT (WS-PT-INDEX)
                   MOVE LD-COST-CENTER IN LABOR-DIST-RECORD-FILE TO
                       WS-PT-COST-CENTER (WS-PT-INDEX)
                   MOVE ZEROS TO WS-PT-GROSS (WS-PT-INDEX)
                                 WS-PT-FICA (WS-PT-INDEX)
                                 WS-PT-UI (WS-PT-INDEX)
                                 WS-PT-REGULAR-HOURS (WS-PT-INDEX)
                                 WS-PT-OVERTIME-HOURS (WS-PT-INDEX)
               END-IF
           END-IF

           IF WS-PT-INDEX > ZEROS
               ADD LD-GROSS-SHARE IN LABOR-DIST-RECORD-FILE TO
                   WS-PT-GROSS (WS-PT-INDEX)
               ADD LD-EMPLOYER-FICA-SHARE IN LABOR-DIST-RECORD-FILE
                   TO WS-PT-FICA (WS-PT-INDEX)
               ADD LD-EMPLOYER-UI-SHARE IN LABOR-DIST-RECORD-FILE TO
                   WS-PT-UI (WS-PT-INDEX)
               PERFORM VARYING WS-EH-INDEX FROM 1 BY 1
                       UNTIL WS-EH-INDEX > WS-EH-COUNT
                   IF WS-EH-EMP-ID (WS-EH-INDEX) =
                           LD-EMPLOYEE-ID IN LABOR-DIST-RECORD-FILE
                       AND LD-GROSS-SHARE IN LABOR-DIST-RECORD-FILE
                           NOT < ZEROS
                       COMPUTE WS-PT-REGULAR-HOURS (WS-PT-INDEX)
                           ROUNDED = WS-PT-REGULAR-HOURS (WS-PT-INDEX)
                           + (WS-EH-REGULAR-HOURS (WS-EH-INDEX) *
                             LD-PERCENT IN LABOR-DIST-RECORD-FILE
                             / 100)
                       COMPUTE WS-PT-OVERTIME-HOURS (WS-PT-INDEX)
                           ROUNDED = WS-PT-OVERTIME-HOURS (WS-PT-INDEX)
                           + (WS-EH-OVERTIME-HOURS (WS-EH-INDEX) *
                             LD-PERCENT IN LABOR-DIST-RECORD-FILE
                             / 100)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           .

       350-POST-ONE-COST-CENTER.
      *****************************************************************
      * Write the cost center's actuals for the run, or replace them   *
      * when the run is being posted again                             *
      *****************************************************************
           MOVE SPACES TO LABOR-ACTUAL-RECORD-FILE
           MOVE WS-RUN-YEAR TO LA-YEAR IN LABOR-ACTUAL-RECORD-FILE
           MOVE WS-RUN-MONTH TO LA-PERIOD IN LABOR-ACTUAL-RECORD-FILE
           MOVE WS-PT-COMPANY-CODE (WS-PT-INDEX) TO
               LA-COMPANY-CODE IN LABOR-ACTUAL-RECORD-FILE
           MOVE WS-PT-DEPARTMENT (WS-PT-INDEX) TO
               LA-DEPARTMENT IN LABOR-ACTUAL-RECORD-FILE
           MOVE WS-PT-COST-CENTER (WS-PT-INDEX) TO
               LA-COST-CENTER IN LABOR-ACTUAL-RECORD-FILE
           MOVE WS-RUN-CHECK-DATE TO
               LA-CHECK-DATE IN LABOR-ACTUAL-RECORD-FILE
           MOVE WS-RUN-TYPE TO LA-RUN-TYPE IN LABOR-ACTUAL-RECORD-FILE

           READ LABOR-ACTUAL-FILE
               INVALID KEY
                   PERFORM 360-FILL-ACTUAL-RECORD
                   WRITE LABOR-ACTUAL-RECORD-FILE
                       INVALID KEY
                           DISPLAY 'ERROR POSTING LABOR ACTUALS: '
                                   LABACT-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-POSTED-ADD-COUNT
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 360-FILL-ACTUAL-RECORD
                   REWRITE LABOR-ACTUAL-RECORD-FILE
                       INVALID KEY
                           DISPLAY 'ERROR REPOSTING LABOR ACTUALS: '
                                   LABACT-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-POSTED-REPLACE-COUNT
                   END-REWRITE
           END-READ
           .

       360-FILL-ACTUAL-RECORD.
      *****************************************************************
      * Move the cost center's run totals into the actuals record     *
      *****************************************************************
           MOVE WS-PT-GROSS (WS-PT-INDEX) TO
               LA-GROSS IN LABOR-ACTUAL-RECORD-FILE
           MOVE WS-PT-FICA (WS-PT-INDEX) TO
               LA-EMPLOYER-FICA IN LABOR-ACTUAL-RECORD-FILE
           MOVE WS-PT-UI (WS-PT-INDEX) TO
               LA-EMPLOYER-UI IN LABOR-ACTUAL-RECORD-FILE
           MOVE WS-PT-REGULAR-HOURS (WS-PT-INDEX) TO
               LA-REGULAR-HOURS IN LABOR-ACTUAL-RECORD-FILE
           MOVE WS-PT-OVERTIME-HOURS (WS-PT-INDEX) TO
               LA-OVERTIME-HOURS IN LABOR-ACTUAL-RECORD-FILE
           MOVE WS-RUN-PERIOD-ID TO
               LA-PERIOD-ID IN LABOR-ACTUAL-RECORD-FILE
           MOVE WS-DATE TO LA-POSTED-DATE IN LABOR-ACTUAL-RECORD-FILE
           .

       400-LOAD-BUDGET.
      *****************************************************************
      * Load the budget for the check date's year by cost center and   *
      * month                                                          *
      *****************************************************************
           OPEN INPUT LABOR-BUDGET-FILE
           IF BUDGET-FILE-SUCCESS
               PERFORM UNTIL BUDGET-FILE-EOF
                   READ LABOR-BUDGET-FILE
                       AT END
                           SET BUDGET-FILE-EOF TO TRUE
                       NOT AT END
                           IF LBG-BUDGET-YEAR IN
                                   LABOR-BUDGET-RECORD-FILE =
                                   WS-RUN-YEAR
                               AND LBG-PERIOD IN
                                   LABOR-BUDGET-RECORD-FILE >= 1
                               AND LBG-PERIOD IN
                                   LABOR-BUDGET-RECORD-FILE <= 12
                               PERFORM 410-ADD-BUDGET-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LABOR-BUDGET-FILE
           ELSE
               DISPLAY 'NO LABOR BUDGET FILE - ACTUALS ONLY'
           END-IF
           .

       410-ADD-BUDGET-LINE.
      *****************************************************************
      * Add one budget line to its cost center and month               *
      *****************************************************************
           MOVE LBG-COMPANY-CODE IN LABOR-BUDGET-RECORD-FILE TO
               WS-FIND-COMPANY-CODE
           MOVE LBG-DEPARTMENT IN LABOR-BUDGET-RECORD-FILE TO
               WS-FIND-DEPARTMENT
           MOVE LBG-COST-CENTER IN LABOR-BUDGET-RECORD-FILE TO
               WS-FIND-COST-CENTER
           PERFORM 700-FIND-COST-CENTER
           IF WS-CC-INDEX > ZEROS
               MOVE LBG-PERIOD IN LABOR-BUDGET-RECORD-FILE TO
                   WS-MONTH-INDEX
               ADD LBG-BUDGET-DOLLARS IN LABOR-BUDGET-RECORD-FILE TO
                   WS-CC-BUDGET-DOLLARS (WS-CC-INDEX, WS-MONTH-INDEX)
               ADD LBG-BUDGET-HOURS IN LABOR-BUDGET-RECORD-FILE TO
                   WS-CC-BUDGET-HOURS (WS-CC-INDEX, WS-MONTH-INDEX)
           END-IF
           .

       450-LOAD-YEAR-ACTUALS.
      *****************************************************************
      * Load the year's posted actuals, every run, by cost center and  *
      * month; a cost center with actuals and no budget is added       *
      *****************************************************************
           MOVE LOW-VALUES TO LA-KEY IN LABOR-ACTUAL-RECORD-FILE
           MOVE WS-RUN-YEAR TO LA-YEAR IN LABOR-ACTUAL-RECORD-FILE
           START LABOR-ACTUAL-FILE
               KEY IS >= LA-KEY IN LABOR-ACTUAL-RECORD-FILE
               INVALID KEY
                   SET LABACT-FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL LABACT-FILE-EOF
               READ LABOR-ACTUAL-FILE NEXT RECORD
                   AT END
                       SET LABACT-FILE-EOF TO TRUE
                   NOT AT END
                       IF LA-YEAR IN LABOR-ACTUAL-RECORD-FILE NOT =
                               WS-RUN-YEAR
                           SET LABACT-FILE-EOF TO TRUE
                       ELSE
                           PERFORM 460-ADD-ACTUAL-LINE
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'COST CENTERS COMPARED: ' WS-CC-COUNT
           .

       460-ADD-ACTUAL-LINE.
      *****************************************************************
      * Add one posted run's loaded cost and hours to the cost center  *
      * and month                                                      *
      *****************************************************************
           MOVE LA-COMPANY-CODE IN LABOR-ACTUAL-RECORD-FILE TO
               WS-FIND-COMPANY-CODE
           MOVE LA-DEPARTMENT IN LABOR-ACTUAL-RECORD-FILE TO
               WS-FIND-DEPARTMENT
           MOVE LA-COST-CENTER IN LABOR-ACTUAL-RECORD-FILE TO
               WS-FIND-COST-CENTER
           PERFORM 700-FIND-COST-CENTER
           IF WS-CC-INDEX > ZEROS
               MOVE LA-PERIOD IN LABOR-ACTUAL-RECORD-FILE TO
                   WS-MONTH-INDEX
               ADD LA-GROSS IN LABOR-ACTUAL-RECORD-FILE
                   LA-EMPLOYER-FICA IN LABOR-ACTUAL-RECORD-FILE
                   LA-EMPLOYER-UI IN LABOR-ACTUAL-RECORD-FILE
                   TO WS-CC-ACTUAL-DOLLARS
                       (WS-CC-INDEX, WS-MONTH-INDEX)
               ADD LA-REGULAR-HOURS IN LABOR-ACTUAL-RECORD-FILE TO
                   WS-CC-REGULAR-HOURS (WS-CC-INDEX, WS-MONTH-INDEX)
               ADD LA-OVERTIME-HOURS IN LABOR-ACTUAL-RECORD-FILE TO
                   WS-CC-OVERTIME-HOURS (WS-CC-INDEX, WS-MONTH-INDEX)
           END-IF
           .

       500-WRITE-REPORT.
      *****************************************************************
      * Headings, one dollar line and one hours line per cost center, *
      * and the report totals                                          *
      *****************************************************************
           MOVE WS-OVER-BUDGET-PERCENT TO WS-ED-PERCENT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LABOR BUDGET VERSUS ACTUAL - PERIOD '
                  WS-RUN-YEAR '-' WS-RUN-MONTH
                  '  THROUGH CHECK DATE ' WS-RUN-CHECK-DATE
                  '  OVER-BUDGET TOLERANCE ' WS-ED-PERCENT '%'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DOLLARS ARE LOADED COST: GROSS SHARE + EMPLOYER FICA'
                  ' + EMPLOYER UNEMPLOYMENT. PROJECTION IS THE YTD RUN'
                  ' RATE TIMES 12 MONTHS.'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CO DEPT CC-CTR  PER BUDGET  PER ACTUAL     PER VAR'
                  '  YTD BUDGET  YTD ACTUAL     YTD VAR'
                  ' YTD VAR PROJ YR-END ANNUAL BUDG FLAG'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '   HOURS       PER BUD HRS PER ACT HRS PER VAR HRS'
                  ' YTD BUD HRS YTD ACT HRS YTD VAR HRS'
                  '  OT%REG     YTD FTE  BUDGET FTE'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-CC-INDEX FROM 1 BY 1
                   UNTIL WS-CC-INDEX > WS-CC-COUNT
               PERFORM 510-GATHER-COST-CENTER
               PERFORM 550-COMPUTE-LINE
               IF WS-LN-FLAG NOT = SPACES
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
               PERFORM 560-PRINT-LINE
           END-PERFORM

           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM 520-GATHER-TOTALS
           PERFORM 550-COMPUTE-LINE
           PERFORM 560-PRINT-LINE
           .

       510-GATHER-COST-CENTER.
      *****************************************************************
      * Sum the cost center's months into the line figures: the run's  *
      * month is the period, months through it are year-to-date       *
      *****************************************************************
           INITIALIZE WS-LINE-WORK
           MOVE SPACES TO WS-LN-LABEL
           STRING WS-CC-COMPANY-CODE (WS-CC-INDEX) ' '
                  WS-CC-DEPARTMENT (WS-CC-INDEX) ' '
                  WS-CC-COST-CENTER (WS-CC-INDEX)
                  DELIMITED BY SIZE INTO WS-LN-LABEL

           PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                   UNTIL WS-MONTH-INDEX > 12
               ADD WS-CC-BUDGET-DOLLARS (WS-CC-INDEX, WS-MONTH-INDEX)
                   TO WS-LN-ANNUAL-BUDGET
               IF WS-MONTH-INDEX <= WS-RUN-MONTH
                   ADD WS-CC-BUDGET-DOLLARS
                           (WS-CC-INDEX, WS-MONTH-INDEX)
                       TO WS-LN-YTD-BUDGET
                   ADD WS-CC-ACTUAL-DOLLARS
                           (WS-CC-INDEX, WS-MONTH-INDEX)
                       TO WS-LN-YTD-ACTUAL
                   ADD WS-CC-BUDGET-HOURS (WS-CC-INDEX, WS-MONTH-INDEX)
                       TO WS-LN-YTD-BUD-HOURS
                   ADD WS-CC-REGULAR-HOURS
                           (WS-CC-INDEX, WS-MONTH-INDEX)
                       TO WS-LN-YTD-REGULAR-HOURS
                   ADD WS-CC-OVERTIME-HOURS
                           (WS-CC-INDEX, WS-MONTH-INDEX)
                       TO WS-LN-YTD-OVERTIME-HOURS
               END-IF
           END-PERFORM

           MOVE WS-CC-BUDGET-DOLLARS (WS-CC-INDEX, WS-RUN-MONTH) TO
               WS-LN-PERIOD-BUDGET
           MOVE WS-CC-ACTUAL-DOLLARS (WS-CC-INDEX, WS-RUN-MONTH) TO
               WS-LN-PERIOD-ACTUAL
           MOVE WS-CC-BUDGET-HOURS (WS-CC-INDEX, WS-RUN-MONTH) TO
               WS-LN-PERIOD-BUD-HOURS
           COMPUTE WS-LN-PERIOD-ACT-HOURS =
               WS-CC-REGULAR-HOURS (WS-CC-INDEX, WS-RUN-MONTH) +
               WS-CC-OVERTIME-HOURS (WS-CC-INDEX, WS-RUN-MONTH)

           ADD WS-LN-PERIOD-BUDGET TO WS-TL-PERIOD-BUDGET
           ADD WS-LN-PERIOD-ACTUAL TO WS-TL-PERIOD-ACTUAL
           ADD WS-LN-YTD-BUDGET TO WS-TL-YTD-BUDGET
           ADD WS-LN-YTD-ACTUAL TO WS-TL-YTD-ACTUAL
           ADD WS-LN-ANNUAL-BUDGET TO WS-TL-ANNUAL-BUDGET
           ADD WS-LN-PERIOD-BUD-HOURS TO WS-TL-PERIOD-BUD-HOURS
           ADD WS-LN-PERIOD-ACT-HOURS TO WS-TL-PERIOD-ACT-HOURS
           ADD WS-LN-YTD-BUD-HOURS TO WS-TL-YTD-BUD-HOURS
           ADD WS-LN-YTD-REGULAR-HOURS TO WS-TL-YTD-REGULAR-HOURS
           ADD WS-LN-YTD-OVERTIME-HOURS TO WS-TL-YTD-OVERTIME-HOURS
           .

       520-GATHER-TOTALS.
      *****************************************************************
      * Move the report totals into the line figures                   *
      *****************************************************************
           INITIALIZE WS-LINE-WORK
           MOVE 'REPORT TOTAL' TO WS-LN-LABEL
           MOVE WS-TL-PERIOD-BUDGET TO WS-LN-PERIOD-BUDGET
           MOVE WS-TL-PERIOD-ACTUAL TO WS-LN-PERIOD-ACTUAL
           MOVE WS-TL-YTD-BUDGET TO WS-LN-YTD-BUDGET
           MOVE WS-TL-YTD-ACTUAL TO WS-LN-YTD-ACTUAL
           MOVE WS-TL-ANNUAL-BUDGET TO WS-LN-ANNUAL-BUDGET
           MOVE WS-TL-PERIOD-BUD-HOURS TO WS-LN-PERIOD-BUD-HOURS
           MOVE WS-TL-PERIOD-ACT-HOURS TO WS-LN-PERIOD-ACT-HOURS
           MOVE WS-TL-YTD-BUD-HOURS TO WS-LN-YTD-BUD-HOURS
           MOVE WS-TL-YTD-REGULAR-HOURS TO WS-LN-YTD-REGULAR-HOURS
           MOVE WS-TL-YTD-OVERTIME-HOURS TO WS-LN-YTD-OVERTIME-HOURS
           .

       550-COMPUTE-LINE.
      *****************************************************************
      * Variances, overtime percent of regular, FTEs, the year-end     *
      * projection at the year-to-date run rate, and the flag          *
      *****************************************************************
           COMPUTE WS-LN-PERIOD-VARIANCE =
               WS-LN-PERIOD-ACTUAL - WS-LN-PERIOD-BUDGET
           COMPUTE WS-LN-YTD-VARIANCE =
               WS-LN-YTD-ACTUAL - WS-LN-YTD-BUDGET
           COMPUTE WS-LN-YTD-ACT-HOURS =
               WS-LN-YTD-REGULAR-HOURS + WS-LN-YTD-OVERTIME-HOURS

           MOVE ZEROS TO WS-LN-PERIOD-VAR-PCT
           IF WS-LN-PERIOD-BUDGET > ZEROS
               COMPUTE WS-LN-PERIOD-VAR-PCT ROUNDED =
                   WS-LN-PERIOD-VARIANCE * 100 / WS-LN-PERIOD-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-LN-PERIOD-VAR-PCT
               END-COMPUTE
           END-IF
           MOVE ZEROS TO WS-LN-YTD-VAR-PCT
           IF WS-LN-YTD-BUDGET > ZEROS
               COMPUTE WS-LN-YTD-VAR-PCT ROUNDED =
                   WS-LN-YTD-VARIANCE * 100 / WS-LN-YTD-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-LN-YTD-VAR-PCT
               END-COMPUTE
           END-IF

           MOVE ZEROS TO WS-LN-OT-PERCENT
           IF WS-LN-YTD-REGULAR-HOURS > ZEROS
               COMPUTE WS-LN-OT-PERCENT ROUNDED =
                   WS-LN-YTD-OVERTIME-HOURS * 100 /
                   WS-LN-YTD-REGULAR-HOURS
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-LN-OT-PERCENT
               END-COMPUTE
           END-IF

           COMPUTE WS-LN-YTD-FTE ROUNDED =
               WS-LN-YTD-ACT-HOURS /
               (WS-FTE-MONTH-HOURS * WS-RUN-MONTH)
           COMPUTE WS-LN-BUDGET-FTE ROUNDED =
               WS-LN-YTD-BUD-HOURS /
               (WS-FTE-MONTH-HOURS * WS-RUN-MONTH)
           COMPUTE WS-LN-PROJECTED ROUNDED =
               WS-LN-YTD-ACTUAL * 12 / WS-RUN-MONTH

           MOVE SPACES TO WS-LN-FLAG
           EVALUATE TRUE
               WHEN WS-LN-YTD-BUDGET NOT > ZEROS
                   AND WS-LN-YTD-ACTUAL > ZEROS
                   MOVE '*NO BUDGET*' TO WS-LN-FLAG
               WHEN WS-LN-YTD-VAR-PCT > WS-OVER-BUDGET-PERCENT
                   MOVE '*OVER YTD*' TO WS-LN-FLAG
               WHEN WS-LN-PERIOD-VAR-PCT > WS-OVER-BUDGET-PERCENT
                   MOVE '*OVER PERIOD' TO WS-LN-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       560-PRINT-LINE.
      *****************************************************************
      * Print the dollar line and the hours line                       *
      *****************************************************************
           MOVE WS-LN-PERIOD-BUDGET TO WS-ED-DOLLARS-1
           MOVE WS-LN-PERIOD-ACTUAL TO WS-ED-DOLLARS-2
           MOVE WS-LN-PERIOD-VARIANCE TO WS-ED-DOLLARS-3
           MOVE WS-LN-YTD-BUDGET TO WS-ED-DOLLARS-4
           MOVE WS-LN-YTD-ACTUAL TO WS-ED-DOLLARS-5
           MOVE WS-LN-YTD-VARIANCE TO WS-ED-DOLLARS-6
           MOVE WS-LN-YTD-VAR-PCT TO WS-ED-PERCENT
           MOVE WS-LN-PROJECTED TO WS-ED-DOLLARS-7
           MOVE WS-LN-ANNUAL-BUDGET TO WS-ED-DOLLARS-8
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-LN-LABEL
                  ' ' WS-ED-DOLLARS-1
                  ' ' WS-ED-DOLLARS-2
                  ' ' WS-ED-DOLLARS-3
                  ' ' WS-ED-DOLLARS-4
                  ' ' WS-ED-DOLLARS-5
                  ' ' WS-ED-DOLLARS-6
                  ' ' WS-ED-PERCENT
                  ' ' WS-ED-DOLLARS-7
                  ' ' WS-ED-DOLLARS-8
                  ' ' WS-LN-FLAG
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-LN-PERIOD-BUD-HOURS TO WS-ED-HOURS-1
           MOVE WS-LN-PERIOD-ACT-HOURS TO WS-ED-HOURS-2
           COMPUTE WS-ED-HOURS-3 =
               WS-LN-PERIOD-ACT-HOURS - WS-LN-PERIOD-BUD-HOURS
           MOVE WS-LN-YTD-BUD-HOURS TO WS-ED-HOURS-4
           MOVE WS-LN-YTD-ACT-HOURS TO WS-ED-HOURS-5
           COMPUTE WS-ED-HOURS-6 =
               WS-LN-YTD-ACT-HOURS - WS-LN-YTD-BUD-HOURS
           MOVE WS-LN-OT-PERCENT TO WS-ED-PERCENT-2
           MOVE WS-LN-YTD-FTE TO WS-ED-FTE
           MOVE WS-LN-BUDGET-FTE TO WS-ED-FTE-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING '   HOURS      '
                  ' ' WS-ED-HOURS-1
                  ' ' WS-ED-HOURS-2
                  ' ' WS-ED-HOURS-3
                  ' ' WS-ED-HOURS-4
                  ' ' WS-ED-HOURS-5
                  ' ' WS-ED-HOURS-6
                  ' ' WS-ED-PERCENT-2
                  ' ' WS-ED-FTE
                  ' ' WS-ED-FTE-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       700-FIND-COST-CENTER.
      *****************************************************************
      * Locate the company/department/cost center in the table,        *
      * adding it with zero months if it is not yet there; WS-CC-INDEX *
      * is zero when the table is full                                 *
      *****************************************************************
           PERFORM VARYING WS-CC-INDEX FROM 1 BY 1
                   UNTIL WS-CC-INDEX > WS-CC-COUNT
               IF WS-CC-COMPANY-CODE (WS-CC-INDEX) =
                       WS-FIND-COMPANY-CODE
                   AND WS-CC-DEPARTMENT (WS-CC-INDEX) =
                       WS-FIND-DEPARTMENT
                   AND WS-CC-COST-CENTER (WS-CC-INDEX) =
                       WS-FIND-COST-CENTER
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-CC-INDEX > WS-CC-COUNT
               IF WS-CC-COUNT >= 1000
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   MOVE ZEROS TO WS-CC-INDEX
               ELSE
                   ADD 1 TO WS-CC-COUNT
                   MOVE WS-CC-COUNT TO WS-CC-INDEX
                   MOVE WS-FIND-COMPANY-CODE TO
                       WS-CC-COMPANY-CODE (WS-CC-INDEX)
                   MOVE WS-FIND-DEPARTMENT TO
                       WS-CC-DEPARTMENT (WS-CC-INDEX)
                   MOVE WS-FIND-COST-CENTER TO
                       WS-CC-COST-CENTER (WS-CC-INDEX)
                   PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
                           UNTIL WS-MONTH-INDEX > 12
                       MOVE ZEROS TO
                           WS-CC-BUDGET-DOLLARS
                               (WS-CC-INDEX, WS-MONTH-INDEX)
                           WS-CC-BUDGET-HOURS
                               (WS-CC-INDEX, WS-MONTH-INDEX)
                           WS-CC-ACTUAL-DOLLARS
                               (WS-CC-INDEX, WS-MONTH-INDEX)
                           WS-CC-REGULAR-HOURS
                               (WS-CC-INDEX, WS-MONTH-INDEX)
                           WS-CC-OVERTIME-HOURS
                               (WS-CC-INDEX, WS-MONTH-INDEX)
                   END-PERFORM
               END-IF
           END-IF
           .

       900-WRAP-UP.
      *****************************************************************
      * Close all files and display run totals                         *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-FLAGGED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'COST CENTERS FLAGGED: ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           CLOSE LABOR-ACTUAL-FILE
                 BUDGET-REPORT-FILE

           DISPLAY 'LABOR BUDGET VERSUS ACTUAL COMPLETE'
           DISPLAY 'ACTUALS POSTED NEW: ' WS-POSTED-ADD-COUNT
           DISPLAY 'ACTUALS REPOSTED:   ' WS-POSTED-REPLACE-COUNT
           DISPLAY 'COST CENTERS FLAGGED: ' WS-FLAGGED-COUNT
           IF WS-TABLE-FULL-COUNT > ZEROS
               DISPLAY '*** ' WS-TABLE-FULL-COUNT
                       ' ITEM(S) NOT COMPARED - TABLE FULL ***'
           END-IF
           .

       950-ABNORMAL-TERMINATION.
      *****************************************************************
      * Handle abnormal program termination due to errors              *
      *****************************************************************
           DISPLAY 'LABOR BUDGET VERSUS ACTUAL TERMINATED ABNORMALLY'
           STOP RUN
           .
