      *****************************************************************
      * Program: BONUSALC.cbl                                         *
      *                                                               *
      * Purpose: Annual bonus pool allocation for the Payroll          *
      *          Processing System. Department bonus pools were split *
      *          in a spreadsheet and every employee's bonus keyed by  *
      *          hand as a payroll input record. This program splits   *
      *          each company/department pool across the eligible     *
      *          employees by eligible earnings from pay history      *
      *          times the performance rating multiplier, prorated    *
      *          for new hires, with terminated employees excluded.   *
      *          In model mode it prints the allocation for sign-off; *
      *          in apply mode it also writes the off-cycle bonus      *
      *          payroll input records for the off-cycle run.          *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BONUSALC.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * BONUSALC is a standalone allocation program in the Payroll     *
      * Processing System. It:                                         *
      *                                                                *
      * 1. Reads the run mode ('M' model, 'A' apply), the plan year,   *
      *    and the off-cycle period the bonuses pay in from the        *
      *    parameter file, then loads the plan year's bonus pools      *
      *    and performance ratings                                     *
      * 2. For each employee in a pooled company/department: excludes  *
      *    terminated, retired, and deceased employees, employees      *
      *    with no rating, and hires after the plan year; otherwise    *
      *    totals the plan year's eligible earnings from pay history   *
      *    (bonus, void, and carrier sick pay checks left out) and     *
      *    weights them by the rating multiplier and, for a hire       *
      *    during the plan year, the share of the year employed        *
      * 3. Splits each pool in proportion to the weighted earnings,    *
      *    the last employee taking the rounding so the pool ties      *
      *    exactly, and prints the allocation and the exclusion list   *
      *    by pool for sign-off                                        *
      * 4. In apply mode, appends one approved payroll input record    *
      *    per bonus to the payroll data file for the off-cycle        *
      *    period, with the bonus amount and the special-calc flag     *
      *    set so the off-cycle run withholds at the supplemental rate *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BONUS-PARM-FILE ASSIGN TO 'BONPARM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARM-FILE-STATUS.

           SELECT BONUS-POOL-FILE ASSIGN TO 'BONPOOL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS POOL-FILE-STATUS.

           SELECT BONUS-RATING-FILE ASSIGN TO 'BONRATE'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RATING-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO 'PAYHIST'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-EMP-ID WITH DUPLICATES
           FILE STATUS IS HIST-FILE-STATUS.

           SELECT OPTIONAL PERIOD-CALENDAR-FILE ASSIGN TO 'PERCAL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PERCAL-FILE-STATUS.

           SELECT PAYROLL-DATA-FILE ASSIGN TO 'PAYDATA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PAY-FILE-STATUS.

           SELECT BONUS-REPORT-FILE ASSIGN TO 'BONUSRPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BONUS-PARM-FILE.
       01  BONUS-PARM-RECORD.
           05  PARM-RUN-MODE              PIC X.
               88  PARM-MODEL-MODE        VALUE 'M'.
               88  PARM-APPLY-MODE        VALUE 'A'.
           05  PARM-PLAN-YEAR             PIC 9(4).
           05  PARM-PERIOD-ID             PIC 9(6).
           05  PARM-SOURCE-USER           PIC X(15).
           05  FILLER                     PIC X(54).

       FD  BONUS-POOL-FILE.
           COPY BONPOOL REPLACING ==BONUS-POOL-RECORD== BY
               ==BONUS-POOL-RECORD-FILE==.

       FD  BONUS-RATING-FILE.
           COPY BONRATE REPLACING ==BONUS-RATING-RECORD== BY
               ==BONUS-RATING-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  PAY-HISTORY-FILE.
           COPY PAYHIST REPLACING ==PAY-HISTORY-RECORD== BY
               ==PAY-HISTORY-RECORD-FILE==.

       FD  PERIOD-CALENDAR-FILE.
           COPY PERCAL REPLACING ==PERIOD-CALENDAR-RECORD== BY
               ==PERIOD-CALENDAR-RECORD-FILE==.

       FD  PAYROLL-DATA-FILE.
           COPY PAYDATA REPLACING ==PAYROLL-DATA-RECORD== BY
               ==PAYROLL-DATA-RECORD-FILE==.

       FD  BONUS-REPORT-FILE.
           01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  PARM-FILE-STATUS           PIC X(2).
               88  PARM-FILE-SUCCESS      VALUE '00'.
           05  POOL-FILE-STATUS           PIC X(2).
               88  POOL-FILE-SUCCESS      VALUE '00'.
               88  POOL-FILE-EOF          VALUE '10'.
           05  RATING-FILE-STATUS         PIC X(2).
               88  RATING-FILE-SUCCESS    VALUE '00'.
               88  RATING-FILE-EOF        VALUE '10'.
           05  EMP-FILE-STATUS            PIC X(2).
               88  EMP-FILE-SUCCESS       VALUE '00'.
               88  EMP-FILE-EOF           VALUE '10'.
           05  HIST-FILE-STATUS           PIC X(2).
               88  HIST-FILE-SUCCESS      VALUE '00' '05' '02'.
           05  PERCAL-FILE-STATUS         PIC X(2).
               88  PERCAL-FILE-SUCCESS    VALUE '00' '05'.
               88  PERCAL-FILE-EOF        VALUE '10'.
           05  PAY-FILE-STATUS            PIC X(2).
               88  PAY-FILE-SUCCESS       VALUE '00'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
           ==WS-EMPLOYEE-RECORD==.

       COPY PAYDATA REPLACING ==PAYROLL-DATA-RECORD== BY
           ==WS-PAYROLL-DATA==.

       01  WS-PARMS.
           05  WS-RUN-MODE                 PIC X VALUE 'M'.
               88  WS-MODEL-MODE           VALUE 'M'.
               88  WS-APPLY-MODE           VALUE 'A'.
           05  WS-PLAN-YEAR                PIC 9(4) VALUE ZEROS.
           05  WS-PERIOD-ID                PIC 9(6) VALUE ZEROS.
           05  WS-SOURCE-USER              PIC X(15) VALUE SPACES.
           05  WS-PERIOD-START             PIC 9(8) VALUE ZEROS.
           05  WS-PERIOD-END               PIC 9(8) VALUE ZEROS.
           05  WS-CHECK-DATE               PIC 9(8) VALUE ZEROS.
           05  WS-PERIOD-FOUND-SW          PIC X VALUE 'N'.
               88  WS-PERIOD-FOUND         VALUE 'Y'.
           05  WS-PERIOD-OFFCYCLE-SW       PIC X VALUE 'N'.
               88  WS-PERIOD-OFFCYCLE      VALUE 'Y'.

       01  WS-DATETIME.
           05  WS-DATE                     PIC 9(8) VALUE ZEROS.
           05  WS-TIMESTAMP                PIC X(20) VALUE SPACES.

      *****************************************************************
      * The plan year's pools, with the weighted earnings and the      *
      * allocation totals gathered for each                            *
      *****************************************************************
       01  WS-POOL-TABLE.
           05  WS-PL-COUNT                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-PL-ENTRY OCCURS 200 TIMES.
               10  WS-PL-COMPANY           PIC X(2).
               10  WS-PL-DEPARTMENT        PIC X(4).
               10  WS-PL-AMOUNT            PIC 9(9)V99 COMP-3.
               10  WS-PL-MULTIPLIER        PIC 9(1)V99 COMP-3
                                           OCCURS 5 TIMES.
               10  WS-PL-WEIGHT-TOTAL      PIC 9(13)V99 COMP-3.
               10  WS-PL-WEIGHTED-COUNT    PIC 9(5) COMP-3.
               10  WS-PL-ALLOCATED         PIC 9(9)V99 COMP-3.
               10  WS-PL-ELIGIBLE-COUNT    PIC 9(5) COMP-3.
               10  WS-PL-EXCLUDED-COUNT    PIC 9(5) COMP-3.
       01  WS-PL-INDEX                     PIC 9(3) COMP-3 VALUE ZEROS.
       01  WS-PL-MATCH                     PIC 9(3) COMP-3 VALUE ZEROS.

      *****************************************************************
      * The plan year's performance ratings                            *
      *****************************************************************
       01  WS-RATING-TABLE.
           05  WS-RT-COUNT                 PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-RT-ENTRY OCCURS 5000 TIMES.
               10  WS-RT-EMP-ID            PIC X(6).
               10  WS-RT-RATING            PIC X.
       01  WS-RT-INDEX                     PIC 9(5) COMP-3 VALUE ZEROS.
       01  WS-RT-MATCH                     PIC 9(5) COMP-3 VALUE ZEROS.

      *****************************************************************
      * Every pooled employee, eligible or excluded, in employee key   *
      * order, with the earnings basis and the allocated bonus         *
      *****************************************************************
       01  WS-ALLOCATION-TABLE.
           05  WS-AL-COUNT                 PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-AL-ENTRY OCCURS 5000 TIMES.
               10  WS-AL-POOL              PIC 9(3) COMP-3.
               10  WS-AL-EMP-ID            PIC X(6).
               10  WS-AL-NAME              PIC X(25).
               10  WS-AL-RATING            PIC X.
               10  WS-AL-MULTIPLIER        PIC 9(1)V99 COMP-3.
               10  WS-AL-EARNINGS          PIC S9(9)V99 COMP-3.
               10  WS-AL-PRORATE           PIC 9(1)V9999 COMP-3.
               10  WS-AL-WEIGHT            PIC 9(11)V99 COMP-3.
               10  WS-AL-BONUS             PIC 9(7)V99 COMP-3.
               10  WS-AL-EXCLUDED-SW       PIC X.
                   88  WS-AL-EXCLUDED      VALUE 'Y'.
               10  WS-AL-REASON            PIC X(30).
       01  WS-AL-INDEX                     PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-WORK-FIELDS.
           05  WS-COMPANY-CODE             PIC X(2) VALUE SPACES.
           05  WS-EMP-NAME                 PIC X(30) VALUE SPACES.
           05  WS-RATING-NUMBER            PIC 9 VALUE ZEROS.
           05  WS-EARNINGS                 PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-PRORATE                  PIC 9(1)V9999 COMP-3
                                       VALUE ZEROS.
           05  WS-SERVICE-MONTHS           PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-REMAINING-WEIGHTED       PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-SCAN-EOF-SW              PIC X VALUE 'N'.
               88  WS-SCAN-EOF             VALUE 'Y'.

       01  WS-RUN-TOTALS.
           05  WS-ELIGIBLE-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-EXCLUDED-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-UNPOOLED-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-WRITTEN-COUNT            PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-OVERFLOW-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-TOTAL-POOLS              PIC 9(11)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-ALLOCATED          PIC 9(11)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-EDITED-FIELDS.
           05  WS-ED-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-AMOUNT-2              PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-EARNINGS              PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-ED-WEIGHT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-MULTIPLIER            PIC 9.99.
           05  WS-ED-PRORATE               PIC ZZ9.99.
           05  WS-ED-COUNT                 PIC ZZ,ZZ9.

       01  WS-REPORT-LINE                  PIC X(132).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the allocation run                    *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-LOAD-POOLS
           PERFORM 220-LOAD-RATINGS
           PERFORM 300-SWEEP-EMPLOYEES
           PERFORM 400-ALLOCATE-POOLS
           PERFORM 700-PRINT-ALLOCATION
           IF WS-APPLY-MODE
               PERFORM 800-WRITE-BONUS-RECORDS
           END-IF
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Read the run mode, plan year, and off-cycle period; apply     *
      * mode needs the period on the pay period calendar as an        *
      * off-cycle period before anything is written                   *
      *****************************************************************
           DISPLAY 'BONUS POOL ALLOCATION STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           STRING WS-DATE 'T000000' DELIMITED BY SIZE
               INTO WS-TIMESTAMP

           OPEN INPUT BONUS-PARM-FILE
           IF NOT PARM-FILE-SUCCESS
               DISPLAY 'ERROR OPENING BONUS PARM FILE: '
                       PARM-FILE-STATUS
               STOP RUN
           END-IF
           READ BONUS-PARM-FILE
               AT END
                   DISPLAY 'BONUS PARM FILE EMPTY'
                   STOP RUN
           END-READ
           MOVE PARM-RUN-MODE TO WS-RUN-MODE
           MOVE PARM-PLAN-YEAR TO WS-PLAN-YEAR
           MOVE PARM-PERIOD-ID TO WS-PERIOD-ID
           MOVE PARM-SOURCE-USER TO WS-SOURCE-USER
           CLOSE BONUS-PARM-FILE

           IF NOT WS-MODEL-MODE AND NOT WS-APPLY-MODE
               DISPLAY 'INVALID BONUS RUN MODE: ' WS-RUN-MODE
               STOP RUN
           END-IF
           IF WS-PLAN-YEAR IS NOT NUMERIC OR WS-PLAN-YEAR = ZEROS
               DISPLAY 'BONUS PLAN YEAR MISSING FROM PARM FILE'
               STOP RUN
           END-IF

           PERFORM 150-LOOK-UP-PERIOD-DATES
           IF WS-APPLY-MODE
               IF NOT WS-PERIOD-FOUND OR NOT WS-PERIOD-OFFCYCLE
                   DISPLAY 'PERIOD ' WS-PERIOD-ID
                           ' IS NOT AN OFF-CYCLE PERIOD ON THE '
                           'CALENDAR - NOTHING APPLIED'
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT BONUS-POOL-FILE
           OPEN INPUT BONUS-RATING-FILE
           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT PAY-HISTORY-FILE
           OPEN OUTPUT BONUS-REPORT-FILE
           IF NOT POOL-FILE-SUCCESS OR NOT RATING-FILE-SUCCESS
               OR NOT EMP-FILE-SUCCESS OR NOT REPORT-FILE-SUCCESS
               DISPLAY 'ERROR OPENING BONUS FILES - POOL: '
                       POOL-FILE-STATUS ' RATING: '
                       RATING-FILE-STATUS ' EMP: ' EMP-FILE-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BONUS POOL ALLOCATION - PLAN YEAR ' WS-PLAN-YEAR
                  '  MODE ' WS-RUN-MODE
                  '  OFF-CYCLE PERIOD ' WS-PERIOD-ID
                  '  CHECK DATE ' WS-CHECK-DATE
                  '  RUN ' WS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '=' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       150-LOOK-UP-PERIOD-DATES.
      *****************************************************************
      * Pull the off-cycle period's start/end/check dates and its      *
      * off-cycle indicator off the pay period calendar                *
      *****************************************************************
           OPEN INPUT PERIOD-CALENDAR-FILE
           IF PERCAL-FILE-SUCCESS
               PERFORM UNTIL PERCAL-FILE-EOF
                   READ PERIOD-CALENDAR-FILE
                       AT END
                           SET PERCAL-FILE-EOF TO TRUE
                       NOT AT END
                           IF PCAL-PERIOD-ID
                               IN PERIOD-CALENDAR-RECORD-FILE =
                               WS-PERIOD-ID
                               SET WS-PERIOD-FOUND TO TRUE
                               MOVE PCAL-START-DATE
                                   IN PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-PERIOD-START
                               MOVE PCAL-END-DATE
                                   IN PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-PERIOD-END
                               MOVE PCAL-CHECK-DATE
                                   IN PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-CHECK-DATE
                               IF PCAL-OFFCYCLE
                                   IN PERIOD-CALENDAR-RECORD-FILE
                                   SET WS-PERIOD-OFFCYCLE TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CALENDAR-FILE
           END-IF
           .

       200-LOAD-POOLS.
      *****************************************************************
      * Load the plan year's company/department pools                  *
      *****************************************************************
           PERFORM UNTIL POOL-FILE-EOF
               READ BONUS-POOL-FILE
                   AT END
                       SET POOL-FILE-EOF TO TRUE
                   NOT AT END
                       IF BP-PLAN-YEAR IN BONUS-POOL-RECORD-FILE =
                               WS-PLAN-YEAR
                           PERFORM 210-ADD-POOL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BONUS-POOL-FILE
           DISPLAY 'BONUS POOLS LOADED: ' WS-PL-COUNT
           .

       210-ADD-POOL.
      *****************************************************************
      * Add one pool; pools on file before multi-company processing    *
      * carry spaces for the company and belong to company 01          *
      *****************************************************************
           IF WS-PL-COUNT >= 200
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               ADD 1 TO WS-PL-COUNT
               MOVE BP-COMPANY-CODE IN BONUS-POOL-RECORD-FILE TO
                   WS-PL-COMPANY (WS-PL-COUNT)
               IF WS-PL-COMPANY (WS-PL-COUNT) = SPACES
                   MOVE '01' TO WS-PL-COMPANY (WS-PL-COUNT)
               END-IF
               MOVE BP-DEPARTMENT IN BONUS-POOL-RECORD-FILE TO
                   WS-PL-DEPARTMENT (WS-PL-COUNT)
               MOVE BP-POOL-AMOUNT IN BONUS-POOL-RECORD-FILE TO
                   WS-PL-AMOUNT (WS-PL-COUNT)
               PERFORM VARYING WS-RATING-NUMBER FROM 1 BY 1
                       UNTIL WS-RATING-NUMBER > 5
                   MOVE BP-RATING-MULTIPLIER IN BONUS-POOL-RECORD-FILE
                       (WS-RATING-NUMBER) TO
                       WS-PL-MULTIPLIER (WS-PL-COUNT, WS-RATING-NUMBER)
               END-PERFORM
               MOVE ZEROS TO WS-PL-WEIGHT-TOTAL (WS-PL-COUNT)
               MOVE ZEROS TO WS-PL-WEIGHTED-COUNT (WS-PL-COUNT)
               MOVE ZEROS TO WS-PL-ALLOCATED (WS-PL-COUNT)
               MOVE ZEROS TO WS-PL-ELIGIBLE-COUNT (WS-PL-COUNT)
               MOVE ZEROS TO WS-PL-EXCLUDED-COUNT (WS-PL-COUNT)
               ADD WS-PL-AMOUNT (WS-PL-COUNT) TO WS-TOTAL-POOLS
           END-IF
           .

       220-LOAD-RATINGS.
      *****************************************************************
      * Load the plan year's performance ratings                       *
      *****************************************************************
           PERFORM UNTIL RATING-FILE-EOF
               READ BONUS-RATING-FILE
                   AT END
                       SET RATING-FILE-EOF TO TRUE
                   NOT AT END
                       IF BR-PLAN-YEAR IN BONUS-RATING-RECORD-FILE =
                               WS-PLAN-YEAR
                           IF WS-RT-COUNT < 5000
                               ADD 1 TO WS-RT-COUNT
                               MOVE BR-EMP-ID IN
                                   BONUS-RATING-RECORD-FILE TO
                                   WS-RT-EMP-ID (WS-RT-COUNT)
                               MOVE BR-RATING IN
                                   BONUS-RATING-RECORD-FILE TO
                                   WS-RT-RATING (WS-RT-COUNT)
                           ELSE
                               ADD 1 TO WS-OVERFLOW-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BONUS-RATING-FILE
           DISPLAY 'PERFORMANCE RATINGS LOADED: ' WS-RT-COUNT
           .

       300-SWEEP-EMPLOYEES.
      *****************************************************************
      * Screen every employee in a pooled company/department          *
      *****************************************************************
           MOVE LOW-VALUES TO EMP-ID IN EMPLOYEE-RECORD-FILE
           START EMPLOYEE-FILE
               KEY IS >= EMP-ID IN EMPLOYEE-RECORD-FILE
               INVALID KEY
                   SET EMP-FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL EMP-FILE-EOF
               READ EMPLOYEE-FILE NEXT RECORD INTO WS-EMPLOYEE-RECORD
                   AT END
                       SET EMP-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM 310-SCREEN-EMPLOYEE THRU 310-EXIT
               END-READ
           END-PERFORM
           .

       310-SCREEN-EMPLOYEE.
      *****************************************************************
      * Find the employee's pool, apply the exclusions, and weight    *
      * the eligible earnings by the rating multiplier and the new    *
      * hire proration                                                 *
      *****************************************************************
           MOVE EMP-COMPANY-CODE IN WS-EMPLOYEE-RECORD TO
               WS-COMPANY-CODE
           IF WS-COMPANY-CODE = SPACES
               MOVE '01' TO WS-COMPANY-CODE
           END-IF
           MOVE ZEROS TO WS-PL-MATCH
           PERFORM VARYING WS-PL-INDEX FROM 1 BY 1
                   UNTIL WS-PL-INDEX > WS-PL-COUNT
               IF WS-PL-COMPANY (WS-PL-INDEX) = WS-COMPANY-CODE
                   AND WS-PL-DEPARTMENT (WS-PL-INDEX) =
                       EMP-DEPARTMENT IN WS-EMPLOYEE-RECORD
                   MOVE WS-PL-INDEX TO WS-PL-MATCH
               END-IF
           END-PERFORM
           IF WS-PL-MATCH = ZEROS
               ADD 1 TO WS-UNPOOLED-COUNT
               GO TO 310-EXIT
           END-IF

           IF WS-AL-COUNT >= 5000
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 310-EXIT
           END-IF

           ADD 1 TO WS-AL-COUNT
           MOVE SPACES TO WS-EMP-NAME
           STRING EMP-LAST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  EMP-FIRST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  INTO WS-EMP-NAME
           MOVE WS-PL-MATCH TO WS-AL-POOL (WS-AL-COUNT)
           MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO
               WS-AL-EMP-ID (WS-AL-COUNT)
           MOVE WS-EMP-NAME TO WS-AL-NAME (WS-AL-COUNT)
           MOVE SPACE TO WS-AL-RATING (WS-AL-COUNT)
           MOVE ZEROS TO WS-AL-MULTIPLIER (WS-AL-COUNT)
           MOVE ZEROS TO WS-AL-EARNINGS (WS-AL-COUNT)
           MOVE ZEROS TO WS-AL-PRORATE (WS-AL-COUNT)
           MOVE ZEROS TO WS-AL-WEIGHT (WS-AL-COUNT)
           MOVE ZEROS TO WS-AL-BONUS (WS-AL-COUNT)
           MOVE 'N' TO WS-AL-EXCLUDED-SW (WS-AL-COUNT)
           MOVE SPACES TO WS-AL-REASON (WS-AL-COUNT)

      *****************************************************************
      * Exclusion list: separated employees forfeit the bonus, and a  *
      * bonus needs a rating for the plan year                        *
      *****************************************************************
           IF EMP-TERMINATED IN WS-EMPLOYEE-RECORD
               OR EMP-RETIRED IN WS-EMPLOYEE-RECORD
               OR EMP-DECEASED IN WS-EMPLOYEE-RECORD
               MOVE 'SEPARATED - STATUS ' TO
                   WS-AL-REASON (WS-AL-COUNT)
               MOVE EMP-STATUS IN WS-EMPLOYEE-RECORD TO
                   WS-AL-REASON (WS-AL-COUNT) (20:1)
               PERFORM 390-EXCLUDE-EMPLOYEE
               GO TO 310-EXIT
           END-IF

           IF EMP-HIRE-YEAR IN WS-EMPLOYEE-RECORD > WS-PLAN-YEAR
               MOVE 'HIRED AFTER PLAN YEAR' TO
                   WS-AL-REASON (WS-AL-COUNT)
               PERFORM 390-EXCLUDE-EMPLOYEE
               GO TO 310-EXIT
           END-IF

           MOVE ZEROS TO WS-RT-MATCH
           PERFORM VARYING WS-RT-INDEX FROM 1 BY 1
                   UNTIL WS-RT-INDEX > WS-RT-COUNT
               IF WS-RT-EMP-ID (WS-RT-INDEX) =
                       EMP-ID IN WS-EMPLOYEE-RECORD
                   MOVE WS-RT-INDEX TO WS-RT-MATCH
               END-IF
           END-PERFORM
           IF WS-RT-MATCH = ZEROS
               MOVE 'NO RATING FOR PLAN YEAR' TO
                   WS-AL-REASON (WS-AL-COUNT)
               PERFORM 390-EXCLUDE-EMPLOYEE
               GO TO 310-EXIT
           END-IF
           MOVE WS-RT-RATING (WS-RT-MATCH) TO
               WS-AL-RATING (WS-AL-COUNT)
           IF WS-RT-RATING (WS-RT-MATCH) < '1'
               OR WS-RT-RATING (WS-RT-MATCH) > '5'
               MOVE 'INVALID RATING CODE' TO
                   WS-AL-REASON (WS-AL-COUNT)
               PERFORM 390-EXCLUDE-EMPLOYEE
               GO TO 310-EXIT
           END-IF
           MOVE WS-RT-RATING (WS-RT-MATCH) TO WS-RATING-NUMBER
           MOVE WS-PL-MULTIPLIER (WS-PL-MATCH, WS-RATING-NUMBER) TO
               WS-AL-MULTIPLIER (WS-AL-COUNT)

           PERFORM 320-TOTAL-ELIGIBLE-EARNINGS
           MOVE WS-EARNINGS TO WS-AL-EARNINGS (WS-AL-COUNT)

      *****************************************************************
      * A hire during the plan year shares in the pool for the months *
      * employed: the hire month counts when the hire date falls in   *
      * its first half                                                 *
      *****************************************************************
           MOVE 1 TO WS-PRORATE
           IF EMP-HIRE-YEAR IN WS-EMPLOYEE-RECORD = WS-PLAN-YEAR
               COMPUTE WS-SERVICE-MONTHS =
                   13 - EMP-HIRE-MONTH IN WS-EMPLOYEE-RECORD
               IF EMP-HIRE-DAY IN WS-EMPLOYEE-RECORD > 15
                   SUBTRACT 1 FROM WS-SERVICE-MONTHS
               END-IF
               COMPUTE WS-PRORATE ROUNDED = WS-SERVICE-MONTHS / 12
           END-IF
           MOVE WS-PRORATE TO WS-AL-PRORATE (WS-AL-COUNT)

           IF WS-EARNINGS > ZEROS
               COMPUTE WS-AL-WEIGHT (WS-AL-COUNT) ROUNDED =
                   WS-EARNINGS * WS-AL-MULTIPLIER (WS-AL-COUNT)
                       * WS-PRORATE
           END-IF
           ADD 1 TO WS-ELIGIBLE-COUNT
           ADD 1 TO WS-PL-ELIGIBLE-COUNT (WS-PL-MATCH)
           IF WS-AL-WEIGHT (WS-AL-COUNT) > ZEROS
               ADD WS-AL-WEIGHT (WS-AL-COUNT) TO
                   WS-PL-WEIGHT-TOTAL (WS-PL-MATCH)
               ADD 1 TO WS-PL-WEIGHTED-COUNT (WS-PL-MATCH)
           END-IF
           .
       310-EXIT.
           EXIT.

       320-TOTAL-ELIGIBLE-EARNINGS.
      *****************************************************************
      * Total the gross of the employee's plan-year checks, leaving    *
      * out prior bonus and off-cycle checks, voided originals and     *
      * their reversals, and carrier sick pay                          *
      *****************************************************************
           MOVE ZEROS TO WS-EARNINGS
           IF NOT HIST-FILE-SUCCESS
               CONTINUE
           ELSE
               MOVE 'N' TO WS-SCAN-EOF-SW
               MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO
                   HIST-EMP-ID IN PAY-HISTORY-RECORD-FILE
               MOVE ZEROS TO
                   HIST-PERIOD-END-DATE IN PAY-HISTORY-RECORD-FILE
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
                               IF HIST-CHECK-DATE IN
                                       PAY-HISTORY-RECORD-FILE (1:4)
                                       = WS-PLAN-YEAR
                                   AND HIST-RUN-MODE IN
                                       PAY-HISTORY-RECORD-FILE
                                       NOT = 'B'
                                   AND HIST-RUN-MODE IN
                                       PAY-HISTORY-RECORD-FILE
                                       NOT = 'V'
                                   AND HIST-RUN-MODE IN
                                       PAY-HISTORY-RECORD-FILE
                                       NOT = 'D'
                                   AND HIST-RUN-MODE IN
                                       PAY-HISTORY-RECORD-FILE
                                       NOT = 'S'
                                   ADD HIST-GROSS-PAY IN
                                       PAY-HISTORY-RECORD-FILE TO
                                       WS-EARNINGS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           .

       390-EXCLUDE-EMPLOYEE.
      *****************************************************************
      * Mark the current entry excluded and count it                   *
      *****************************************************************
           MOVE 'Y' TO WS-AL-EXCLUDED-SW (WS-AL-COUNT)
           ADD 1 TO WS-EXCLUDED-COUNT
           ADD 1 TO WS-PL-EXCLUDED-COUNT (WS-PL-MATCH)
           .

       400-ALLOCATE-POOLS.
      *****************************************************************
      * Split each pool in proportion to the weighted earnings; the    *
      * last weighted employee takes whatever rounding is left so the  *
      * pool ties to the cent                                          *
      *****************************************************************
           PERFORM VARYING WS-PL-INDEX FROM 1 BY 1
                   UNTIL WS-PL-INDEX > WS-PL-COUNT
               MOVE WS-PL-WEIGHTED-COUNT (WS-PL-INDEX) TO
                   WS-REMAINING-WEIGHTED
               PERFORM VARYING WS-AL-INDEX FROM 1 BY 1
                       UNTIL WS-AL-INDEX > WS-AL-COUNT
                   IF WS-AL-POOL (WS-AL-INDEX) = WS-PL-INDEX
                       AND NOT WS-AL-EXCLUDED (WS-AL-INDEX)
                       AND WS-AL-WEIGHT (WS-AL-INDEX) > ZEROS
                       PERFORM 410-ALLOCATE-ONE-SHARE
                   END-IF
               END-PERFORM
               ADD WS-PL-ALLOCATED (WS-PL-INDEX) TO WS-TOTAL-ALLOCATED
           END-PERFORM
           .

       410-ALLOCATE-ONE-SHARE.
      *****************************************************************
      * One employee's share of the current pool                       *
      *****************************************************************
           IF WS-REMAINING-WEIGHTED = 1
               COMPUTE WS-AL-BONUS (WS-AL-INDEX) =
                   WS-PL-AMOUNT (WS-PL-INDEX) -
                   WS-PL-ALLOCATED (WS-PL-INDEX)
           ELSE
               COMPUTE WS-AL-BONUS (WS-AL-INDEX) ROUNDED =
                   WS-PL-AMOUNT (WS-PL-INDEX) *
                   WS-AL-WEIGHT (WS-AL-INDEX) /
                   WS-PL-WEIGHT-TOTAL (WS-PL-INDEX)
           END-IF
           ADD WS-AL-BONUS (WS-AL-INDEX) TO
               WS-PL-ALLOCATED (WS-PL-INDEX)
           SUBTRACT 1 FROM WS-REMAINING-WEIGHTED
           .

       700-PRINT-ALLOCATION.
      *****************************************************************
      * Print each pool's allocation and exclusion list, then the run  *
      * totals, for sign-off                                           *
      *****************************************************************
           PERFORM VARYING WS-PL-INDEX FROM 1 BY 1
                   UNTIL WS-PL-INDEX > WS-PL-COUNT
               PERFORM 710-PRINT-POOL
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TOTAL-POOLS TO WS-ED-AMOUNT
           MOVE WS-TOTAL-ALLOCATED TO WS-ED-AMOUNT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL POOLS: ' WS-ED-AMOUNT
                  '  TOTAL ALLOCATED: ' WS-ED-AMOUNT-2
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-ELIGIBLE-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ELIGIBLE EMPLOYEES:          ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-EXCLUDED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EXCLUDED EMPLOYEES:          ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-UNPOOLED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMPLOYEES WITH NO POOL:      ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-OVERFLOW-COUNT > ZEROS
               MOVE WS-OVERFLOW-COUNT TO WS-ED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ENTRIES NOT LOADED - TABLE FULL: ' WS-ED-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           .

       710-PRINT-POOL.
      *****************************************************************
      * Pool heading, the allocation lines, the pool totals, and the   *
      * pool's exclusion list                                          *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-PL-AMOUNT (WS-PL-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'POOL COMPANY ' WS-PL-COMPANY (WS-PL-INDEX)
                  '  DEPARTMENT ' WS-PL-DEPARTMENT (WS-PL-INDEX)
                  '  POOL AMOUNT ' WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  EMP ID NAME                      RTG  MULT '
                  ' ELIGIBLE EARNS  PRORT%    WEIGHTED BASIS '
                  '          BONUS'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-AL-INDEX FROM 1 BY 1
                   UNTIL WS-AL-INDEX > WS-AL-COUNT
               IF WS-AL-POOL (WS-AL-INDEX) = WS-PL-INDEX
                   AND NOT WS-AL-EXCLUDED (WS-AL-INDEX)
                   MOVE WS-AL-MULTIPLIER (WS-AL-INDEX) TO
                       WS-ED-MULTIPLIER
                   MOVE WS-AL-EARNINGS (WS-AL-INDEX) TO WS-ED-EARNINGS
                   COMPUTE WS-ED-PRORATE =
                       WS-AL-PRORATE (WS-AL-INDEX) * 100
                   MOVE WS-AL-WEIGHT (WS-AL-INDEX) TO WS-ED-WEIGHT
                   MOVE WS-AL-BONUS (WS-AL-INDEX) TO WS-ED-AMOUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' WS-AL-EMP-ID (WS-AL-INDEX)
                          ' ' WS-AL-NAME (WS-AL-INDEX)
                          '  ' WS-AL-RATING (WS-AL-INDEX)
                          '  ' WS-ED-MULTIPLIER
                          ' ' WS-ED-EARNINGS
                          ' ' WS-ED-PRORATE
                          ' ' WS-ED-WEIGHT
                          ' ' WS-ED-AMOUNT
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE WS-PL-ELIGIBLE-COUNT (WS-PL-INDEX) TO WS-ED-COUNT
           MOVE WS-PL-ALLOCATED (WS-PL-INDEX) TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ELIGIBLE: ' WS-ED-COUNT
                  '  ALLOCATED: ' WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-PL-WEIGHTED-COUNT (WS-PL-INDEX) = ZEROS
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ** NO ELIGIBLE EARNINGS IN THIS POOL - '
                      'POOL NOT ALLOCATED **'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           IF WS-PL-EXCLUDED-COUNT (WS-PL-INDEX) > ZEROS
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  EXCLUDED:'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               PERFORM VARYING WS-AL-INDEX FROM 1 BY 1
                       UNTIL WS-AL-INDEX > WS-AL-COUNT
                   IF WS-AL-POOL (WS-AL-INDEX) = WS-PL-INDEX
                       AND WS-AL-EXCLUDED (WS-AL-INDEX)
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING '  ' WS-AL-EMP-ID (WS-AL-INDEX)
                              ' ' WS-AL-NAME (WS-AL-INDEX)
                              '  ' WS-AL-REASON (WS-AL-INDEX)
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WRITE REPORT-RECORD FROM WS-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF
           .

       800-WRITE-BONUS-RECORDS.
      *****************************************************************
      * Apply mode: append one approved bonus record per allocated     *
      * bonus to the payroll data file for the off-cycle period        *
      *****************************************************************
           OPEN EXTEND PAYROLL-DATA-FILE
           IF NOT PAY-FILE-SUCCESS
               DISPLAY 'ERROR OPENING PAYROLL DATA: ' PAY-FILE-STATUS
                       ' - NO BONUS RECORDS WRITTEN'
           ELSE
               PERFORM VARYING WS-AL-INDEX FROM 1 BY 1
                       UNTIL WS-AL-INDEX > WS-AL-COUNT
                   IF NOT WS-AL-EXCLUDED (WS-AL-INDEX)
                       AND WS-AL-BONUS (WS-AL-INDEX) > ZEROS
                       PERFORM 810-BUILD-BONUS-RECORD
                   END-IF
               END-PERFORM
               CLOSE PAYROLL-DATA-FILE
           END-IF

           MOVE WS-WRITTEN-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OFF-CYCLE BONUS RECORDS WRITTEN: ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       810-BUILD-BONUS-RECORD.
      *****************************************************************
      * Build the bonus payroll input record: the bonus amount, the    *
      * special-calc flag for supplemental withholding, approved       *
      *****************************************************************
           INITIALIZE WS-PAYROLL-DATA
           MOVE WS-AL-EMP-ID (WS-AL-INDEX) TO
               PAY-EMPLOYEE-ID IN WS-PAYROLL-DATA
           MOVE WS-PERIOD-ID TO PAY-PERIOD-ID IN WS-PAYROLL-DATA
           MOVE WS-PERIOD-START (1:4) TO
               PAY-START-YEAR IN WS-PAYROLL-DATA
           MOVE WS-PERIOD-START (5:2) TO
               PAY-START-MONTH IN WS-PAYROLL-DATA
           MOVE WS-PERIOD-START (7:2) TO
               PAY-START-DAY IN WS-PAYROLL-DATA
           MOVE WS-PERIOD-END (1:4) TO
               PAY-END-YEAR IN WS-PAYROLL-DATA
           MOVE WS-PERIOD-END (5:2) TO
               PAY-END-MONTH IN WS-PAYROLL-DATA
           MOVE WS-PERIOD-END (7:2) TO
               PAY-END-DAY IN WS-PAYROLL-DATA
           MOVE WS-CHECK-DATE (1:4) TO
               PAY-CHECK-YEAR IN WS-PAYROLL-DATA
           MOVE WS-CHECK-DATE (5:2) TO
               PAY-CHECK-MONTH IN WS-PAYROLL-DATA
           MOVE WS-CHECK-DATE (7:2) TO
               PAY-CHECK-DAY IN WS-PAYROLL-DATA

           MOVE WS-AL-BONUS (WS-AL-INDEX) TO
               PAY-BONUS-AMOUNT IN WS-PAYROLL-DATA
           SET PAY-USE-NORMAL-RATE IN WS-PAYROLL-DATA TO TRUE
           SET PAY-APPLY-TAX IN WS-PAYROLL-DATA TO TRUE
           SET PAY-APPLY-DEDUCT IN WS-PAYROLL-DATA TO TRUE
           SET PAY-SPECIAL-CALC IN WS-PAYROLL-DATA TO TRUE
           SET PAY-STATUS-APPROVED IN WS-PAYROLL-DATA TO TRUE
           MOVE 'N' TO PAY-SCHEDULED-FLAG IN WS-PAYROLL-DATA
           MOVE WS-TIMESTAMP TO
               PAY-CREATED-TIMESTAMP IN WS-PAYROLL-DATA
           IF WS-SOURCE-USER = SPACES
               MOVE 'BONUSALC' TO PAY-CREATED-USER IN WS-PAYROLL-DATA
           ELSE
               MOVE WS-SOURCE-USER TO
                   PAY-CREATED-USER IN WS-PAYROLL-DATA
           END-IF

           WRITE PAYROLL-DATA-RECORD-FILE FROM WS-PAYROLL-DATA
           IF NOT PAY-FILE-SUCCESS
               DISPLAY 'ERROR WRITING PAYROLL RECORD: '
                       PAY-FILE-STATUS
           ELSE
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF
           .

       900-WRAP-UP.
      *****************************************************************
      * Close all files and display run totals                         *
      *****************************************************************
           CLOSE EMPLOYEE-FILE
                 BONUS-REPORT-FILE
           IF HIST-FILE-SUCCESS
               CLOSE PAY-HISTORY-FILE
           END-IF

           DISPLAY 'BONUS POOL ALLOCATION COMPLETE'
           DISPLAY 'ELIGIBLE EMPLOYEES: ' WS-ELIGIBLE-COUNT
           DISPLAY 'EXCLUDED EMPLOYEES: ' WS-EXCLUDED-COUNT
           DISPLAY 'TOTAL ALLOCATED: ' WS-TOTAL-ALLOCATED
           DISPLAY 'BONUS RECORDS WRITTEN: ' WS-WRITTEN-COUNT
           .
