      *****************************************************************
      * Program: VESTCALC.cbl                                         *
      *                                                               *
      * Purpose: 401(k) employer match vesting and forfeiture         *
      *          processing for the Payroll Processing System.        *
      *          Counts each employee's years of vesting service      *
      *          from the hours in the pay history detail, applies    *
      *          the plan vesting schedule to the employer match      *
      *          accumulated on the contribution detail, and works    *
      *          out the forfeiture for terminated participants -     *
      *          producing the vesting service file for the           *
      *          recordkeeper and a forfeiture report by plan year.   *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VESTCALC.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * VESTCALC is a standalone annual program in the Payroll         *
      * Processing System, run after the last payroll of a plan year.  *
      * It:                                                            *
      *                                                                *
      * 1. Reads the plan year from the parameter file and the plan    *
      *    vesting schedule and break-in-service window by company     *
      * 2. Builds one entry per employee from the master, with the     *
      *    first hire, latest hire, and rehire history                 *
      * 3. Sums each plan year's worked hours (regular, overtime and   *
      *    second-job) from the history detail                        *
      * 4. Fixes the service start: a rehire inside the break-in-      *
      *    service window has the earlier service restored; after it,  *
      *    service and match count from the rehire only                *
      * 5. Counts years of vesting service (plan years of 1,000 hours  *
      *    or more) and looks up the vested percentage; death and      *
      *    retirement vest fully                                       *
      * 6. Sums the employer match since the service start from the    *
      *    contribution detail, and the vested share                   *
      * 7. Writes the vesting service file for the recordkeeper, and   *
      *    the forfeiture report - the unvested match of terminated    *
      *    participants - by the plan year of termination              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEST-PARM-FILE ASSIGN TO 'VESTPARM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARM-FILE-STATUS.

           SELECT OPTIONAL VEST-SCHEDULE-FILE ASSIGN TO 'VESTSCHD'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SCHED-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT CONTRIB-FILE ASSIGN TO 'CONTRIB'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONTRIB-FILE-STATUS.

           SELECT HISTORY-DETAIL-FILE ASSIGN TO 'HISTDTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HISTDTL-FILE-STATUS.

           SELECT VEST-SERVICE-FILE ASSIGN TO 'VESTSVC'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SERVICE-FILE-STATUS.

           SELECT VEST-REPORT-FILE ASSIGN TO 'VESTRPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VEST-PARM-FILE.
       01  VEST-PARM-RECORD.
           05  PARM-PLAN-YEAR             PIC 9(4).
           05  FILLER                     PIC X(76).

       FD  VEST-SCHEDULE-FILE.
           COPY VESTSCHD REPLACING ==VESTING-SCHEDULE-RECORD== BY
               ==VESTING-SCHEDULE-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  CONTRIB-FILE.
           COPY CONTRIB REPLACING ==CONTRIB-RECORD== BY
               ==CONTRIB-RECORD-FILE==.

       FD  HISTORY-DETAIL-FILE.
           COPY HISTDTL REPLACING ==HISTORY-DETAIL-RECORD== BY
               ==HISTORY-DETAIL-RECORD-FILE==.

       FD  VEST-SERVICE-FILE.
           COPY VESTSVC REPLACING ==VESTING-SERVICE-RECORD== BY
               ==VESTING-SERVICE-RECORD-FILE==.

       FD  VEST-REPORT-FILE.
           01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  PARM-FILE-STATUS           PIC X(2).
               88  PARM-FILE-SUCCESS      VALUE '00'.
           05  SCHED-FILE-STATUS          PIC X(2).
               88  SCHED-FILE-SUCCESS     VALUE '00' '05'.
               88  SCHED-FILE-EOF         VALUE '10'.
           05  EMP-FILE-STATUS            PIC X(2).
               88  EMP-FILE-SUCCESS       VALUE '00'.
               88  EMP-FILE-EOF           VALUE '10'.
           05  CONTRIB-FILE-STATUS        PIC X(2).
               88  CONTRIB-FILE-SUCCESS   VALUE '00' '05'.
               88  CONTRIB-FILE-EOF       VALUE '10'.
           05  HISTDTL-FILE-STATUS        PIC X(2).
               88  HISTDTL-FILE-SUCCESS   VALUE '00' '05'.
               88  HISTDTL-FILE-EOF       VALUE '10'.
           05  SERVICE-FILE-STATUS        PIC X(2).
               88  SERVICE-FILE-SUCCESS   VALUE '00'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

       01  WS-PARMS.
           05  WS-PLAN-YEAR                PIC 9(4) VALUE ZEROS.
           05  WS-BASE-YEAR                PIC 9(4) VALUE ZEROS.
           05  WS-YEAR-END                 PIC 9(8) VALUE ZEROS.

      *****************************************************************
      * Hours thresholds: a plan year of 1,000 hours is a year of      *
      * vesting service; one of 500 hours or less is a one-year break  *
      *****************************************************************
       01  WS-VESTING-YEAR-HOURS           PIC 9(5)V99 COMP-3
                                       VALUE 1000.00.
       01  WS-BREAK-YEAR-HOURS             PIC 9(5)V99 COMP-3
                                       VALUE 500.00.
       01  WS-DEFAULT-BREAK-WINDOW         PIC 9(2) VALUE 5.

      *****************************************************************
      * Vesting schedule steps and break-in-service windows by plan    *
      * (company code; spaces = the default plan)                      *
      *****************************************************************
       01  WS-SCHEDULE-TABLE.
           05  WS-SS-COUNT                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-SS-ENTRY OCCURS 100 TIMES.
               10  WS-SS-COMPANY           PIC X(2).
               10  WS-SS-YEARS             PIC 9(2).
               10  WS-SS-PERCENT           PIC 9(3)V99 COMP-3.
           05  WS-SS-INDEX                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-SS-DEFAULT-SW            PIC X VALUE 'N'.
               88  WS-SS-HAS-DEFAULT       VALUE 'Y'.
           05  WS-SS-COMPANY-SW            PIC X VALUE 'N'.
               88  WS-SS-COMPANY-HAS-ROWS  VALUE 'Y'.
           05  WS-SS-LOOKUP-COMPANY        PIC X(2) VALUE SPACES.
           05  WS-SS-BEST-YEARS            PIC 9(2) VALUE ZEROS.
           05  WS-SS-BEST-SW               PIC X VALUE 'N'.
               88  WS-SS-BEST-FOUND        VALUE 'Y'.

       01  WS-BREAK-TABLE.
           05  WS-BW-COUNT                 PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-BW-ENTRY OCCURS 10 TIMES.
               10  WS-BW-COMPANY           PIC X(2).
               10  WS-BW-YEARS             PIC 9(2).
           05  WS-BW-INDEX                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-BREAK-WINDOW             PIC 9(2) VALUE ZEROS.

      *****************************************************************
      * One entry per employee: rehire history from the master, hours  *
      * by plan year for the forty plan years ending with the run's    *
      * plan year, and the service and match figures worked out        *
      *****************************************************************
       01  WS-VEST-TABLE.
           05  WS-VT-COUNT                 PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-VT-ENTRY OCCURS 5000 TIMES.
               10  WS-VT-EMP-ID            PIC X(6).
               10  WS-VT-COMPANY           PIC X(2).
               10  WS-VT-STATUS            PIC X.
               10  WS-VT-HIRE-DATE         PIC 9(8).
               10  WS-VT-ORIG-HIRE-DATE    PIC 9(8).
               10  WS-VT-PRIOR-TERM-DATE   PIC 9(8).
               10  WS-VT-TERM-DATE         PIC 9(8).
               10  WS-VT-SERVICE-START     PIC 9(8).
               10  WS-VT-RESTORED-IND      PIC X.
               10  WS-VT-VESTING-YEARS     PIC 9(2).
               10  WS-VT-BREAK-YEARS       PIC 9(2).
               10  WS-VT-PERCENT           PIC 9(3)V99 COMP-3.
               10  WS-VT-MATCH             PIC 9(7)V99 COMP-3.
               10  WS-VT-YEAR-HOURS        PIC 9(5)V99 COMP-3
                                           OCCURS 40 TIMES.
       01  WS-VT-INDEX                     PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-VT-FOUND-SW                  PIC X VALUE 'N'.
           88  WS-VT-FOUND                 VALUE 'Y'.
       01  WS-LOOKUP-EMP-ID                PIC X(6) VALUE SPACES.

       01  WS-SERVICE-WORK.
           05  WS-WORK-YEAR                PIC 9(4) VALUE ZEROS.
           05  WS-FROM-YEAR                PIC 9(4) VALUE ZEROS.
           05  WS-THRU-YEAR                PIC 9(4) VALUE ZEROS.
           05  WS-YEAR-SLOT                PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-SLOT-HOURS               PIC 9(5)V99 COMP-3
                                           VALUE ZEROS.
           05  WS-VESTED-AMOUNT            PIC 9(7)V99 COMP-3
                                           VALUE ZEROS.
           05  WS-FORFEIT-AMOUNT           PIC 9(7)V99 COMP-3
                                           VALUE ZEROS.

      *****************************************************************
      * Forfeitures collected for the report, ordered by the plan     *
      * year of termination, then company and employee                *
      *****************************************************************
       01  WS-FORFEIT-TABLE.
           05  WS-FT-COUNT                 PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-FT-ENTRY OCCURS 2000 TIMES.
               10  WS-FT-PLAN-YEAR         PIC 9(4).
               10  WS-FT-COMPANY           PIC X(2).
               10  WS-FT-EMP-ID            PIC X(6).
               10  WS-FT-NAME              PIC X(30).
               10  WS-FT-TERM-DATE         PIC 9(8).
               10  WS-FT-YEARS             PIC 9(2).
               10  WS-FT-PERCENT           PIC 9(3)V99 COMP-3.
               10  WS-FT-MATCH             PIC 9(7)V99 COMP-3.
               10  WS-FT-VESTED            PIC 9(7)V99 COMP-3.
               10  WS-FT-FORFEIT           PIC 9(7)V99 COMP-3.
           05  WS-FT-INDEX                 PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-FT-INDEX-2               PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-SWAP-ENTRY               PIC X(70).
           05  WS-SORT-KEY-1               PIC X(12).
           05  WS-SORT-KEY-2               PIC X(12).
           05  WS-FT-CURRENT-YEAR          PIC 9(4) VALUE ZEROS.

       01  WS-RUN-TOTALS.
           05  WS-SERVICE-COUNT            PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-RESTORED-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-LOST-COUNT               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-FULLY-VESTED-COUNT       PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-YEAR-FORFEIT-COUNT       PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-YEAR-FORFEIT-TOTAL       PIC 9(9)V99 COMP-3
                                           VALUE ZEROS.
           05  WS-FORFEIT-TOTAL            PIC 9(9)V99 COMP-3
                                           VALUE ZEROS.
           05  WS-MATCH-TOTAL              PIC 9(9)V99 COMP-3
                                           VALUE ZEROS.
           05  WS-VESTED-TOTAL             PIC 9(9)V99 COMP-3
                                           VALUE ZEROS.

       01  WS-REPORT-LINE                  PIC X(132).
       01  WS-ED-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-AMOUNT-2                  PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-AMOUNT-3                  PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-PERCENT                   PIC ZZ9.99.
       01  WS-ED-YEARS                     PIC Z9.
       01  WS-ED-COUNT                     PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the vesting run                       *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 150-LOAD-VESTING-SCHEDULE
           PERFORM 200-BUILD-EMPLOYEE-ENTRIES
           PERFORM 300-SUM-SERVICE-HOURS
           PERFORM 400-DETERMINE-SERVICE
           PERFORM 500-SUM-EMPLOYER-MATCH
           PERFORM 600-WRITE-VESTING-SERVICE
           PERFORM 700-SORT-FORFEITURES
           PERFORM 750-PRINT-FORFEITURE-REPORT
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Read the plan year and open all files                          *
      *****************************************************************
           DISPLAY '401(K) VESTING AND FORFEITURE RUN STARTED'

           OPEN INPUT VEST-PARM-FILE
           IF NOT PARM-FILE-SUCCESS
               DISPLAY 'ERROR OPENING VESTING PARM FILE: '
                       PARM-FILE-STATUS
               STOP RUN
           END-IF
           READ VEST-PARM-FILE
               AT END
                   DISPLAY 'VESTING PARM FILE EMPTY'
                   STOP RUN
           END-READ
           MOVE PARM-PLAN-YEAR TO WS-PLAN-YEAR
           COMPUTE WS-BASE-YEAR = WS-PLAN-YEAR - 39
           COMPUTE WS-YEAR-END = (WS-PLAN-YEAR * 10000) + 1231
           CLOSE VEST-PARM-FILE

           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT CONTRIB-FILE
           OPEN INPUT HISTORY-DETAIL-FILE
           OPEN OUTPUT VEST-SERVICE-FILE
           OPEN OUTPUT VEST-REPORT-FILE
           IF NOT EMP-FILE-SUCCESS OR NOT SERVICE-FILE-SUCCESS
               OR NOT REPORT-FILE-SUCCESS
               DISPLAY 'ERROR OPENING VESTING FILES - EMP: '
                       EMP-FILE-STATUS
               STOP RUN
           END-IF
           .

       150-LOAD-VESTING-SCHEDULE.
      *****************************************************************
      * Load the schedule steps and break-in-service windows. The      *
      * default plan falls back to the six-year graded schedule when   *
      * the file carries no default rows                               *
      *****************************************************************
           OPEN INPUT VEST-SCHEDULE-FILE
           IF SCHED-FILE-SUCCESS
               PERFORM UNTIL SCHED-FILE-EOF
                   READ VEST-SCHEDULE-FILE
                       AT END
                           SET SCHED-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 160-STORE-SCHEDULE-ROW
                   END-READ
               END-PERFORM
               CLOSE VEST-SCHEDULE-FILE
           END-IF

           IF NOT WS-SS-HAS-DEFAULT
               MOVE SPACES TO WS-SS-LOOKUP-COMPANY
               PERFORM 170-ADD-DEFAULT-STEP
                   VARYING WS-SS-BEST-YEARS FROM 0 BY 1
                   UNTIL WS-SS-BEST-YEARS > 6
           END-IF

           MOVE WS-SS-COUNT TO WS-ED-COUNT
           DISPLAY 'VESTING SCHEDULE STEPS LOADED: ' WS-ED-COUNT
           .

       160-STORE-SCHEDULE-ROW.
      *****************************************************************
      * Keep one schedule step or break-in-service window row          *
      *****************************************************************
           IF VS-SCHEDULE-STEP IN VESTING-SCHEDULE-RECORD-FILE
               AND VS-SERVICE-YEARS IN VESTING-SCHEDULE-RECORD-FILE
                   IS NUMERIC
               AND VS-VESTED-PERCENT IN VESTING-SCHEDULE-RECORD-FILE
                   IS NUMERIC
               AND WS-SS-COUNT < 100
               ADD 1 TO WS-SS-COUNT
               MOVE VS-COMPANY-CODE IN VESTING-SCHEDULE-RECORD-FILE
                   TO WS-SS-COMPANY (WS-SS-COUNT)
               MOVE VS-SERVICE-YEARS IN VESTING-SCHEDULE-RECORD-FILE
                   TO WS-SS-YEARS (WS-SS-COUNT)
               MOVE VS-VESTED-PERCENT IN VESTING-SCHEDULE-RECORD-FILE
                   TO WS-SS-PERCENT (WS-SS-COUNT)
               IF VS-COMPANY-CODE IN VESTING-SCHEDULE-RECORD-FILE
                       = SPACES
                   SET WS-SS-HAS-DEFAULT TO TRUE
               END-IF
           END-IF
           IF VS-BREAK-WINDOW IN VESTING-SCHEDULE-RECORD-FILE
               AND VS-BREAK-YEARS IN VESTING-SCHEDULE-RECORD-FILE
                   IS NUMERIC
               AND WS-BW-COUNT < 10
               ADD 1 TO WS-BW-COUNT
               MOVE VS-COMPANY-CODE IN VESTING-SCHEDULE-RECORD-FILE
                   TO WS-BW-COMPANY (WS-BW-COUNT)
               MOVE VS-BREAK-YEARS IN VESTING-SCHEDULE-RECORD-FILE
                   TO WS-BW-YEARS (WS-BW-COUNT)
           END-IF
           .

       170-ADD-DEFAULT-STEP.
      *****************************************************************
      * One step of the six-year graded default: nothing before two    *
      * years, then 20% a year up to 100% at six                       *
      *****************************************************************
           IF WS-SS-COUNT < 100
               ADD 1 TO WS-SS-COUNT
               MOVE SPACES TO WS-SS-COMPANY (WS-SS-COUNT)
               MOVE WS-SS-BEST-YEARS TO WS-SS-YEARS (WS-SS-COUNT)
               IF WS-SS-BEST-YEARS < 2
                   MOVE ZEROS TO WS-SS-PERCENT (WS-SS-COUNT)
               ELSE
                   COMPUTE WS-SS-PERCENT (WS-SS-COUNT) =
                       (WS-SS-BEST-YEARS - 1) * 20
               END-IF
           END-IF
           .

       200-BUILD-EMPLOYEE-ENTRIES.
      *****************************************************************
      * One vesting entry per employee                                 *
      *****************************************************************
           MOVE LOW-VALUES TO EMP-ID IN EMPLOYEE-RECORD-FILE
           START EMPLOYEE-FILE
               KEY IS >= EMP-ID IN EMPLOYEE-RECORD-FILE
               INVALID KEY
                   SET EMP-FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL EMP-FILE-EOF
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       SET EMP-FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-VT-COUNT < 5000
                           ADD 1 TO WS-VT-COUNT
                           PERFORM 210-STORE-EMPLOYEE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           .

       210-STORE-EMPLOYEE-ENTRY.
      *****************************************************************
      * Fill one entry from the master. A first hire date that was     *
      * never stamped means the employee was never rehired, so the     *
      * current hire date is the first one                             *
      *****************************************************************
           INITIALIZE WS-VT-ENTRY (WS-VT-COUNT)
           MOVE EMP-ID IN EMPLOYEE-RECORD-FILE TO
               WS-VT-EMP-ID (WS-VT-COUNT)
           IF EMP-COMPANY-CODE IN EMPLOYEE-RECORD-FILE = SPACES
               MOVE '01' TO WS-VT-COMPANY (WS-VT-COUNT)
           ELSE
               MOVE EMP-COMPANY-CODE IN EMPLOYEE-RECORD-FILE TO
                   WS-VT-COMPANY (WS-VT-COUNT)
           END-IF
           MOVE EMP-STATUS IN EMPLOYEE-RECORD-FILE TO
               WS-VT-STATUS (WS-VT-COUNT)
           MOVE EMP-HIRE-DATE IN EMPLOYEE-RECORD-FILE TO
               WS-VT-HIRE-DATE (WS-VT-COUNT)
           IF EMP-TERM-DATE IN EMPLOYEE-RECORD-FILE IS NUMERIC
               MOVE EMP-TERM-DATE IN EMPLOYEE-RECORD-FILE TO
                   WS-VT-TERM-DATE (WS-VT-COUNT)
           END-IF
           IF EMP-ORIG-HIRE-DATE IN EMPLOYEE-RECORD-FILE IS NUMERIC
               AND EMP-ORIG-HIRE-DATE IN EMPLOYEE-RECORD-FILE > ZEROS
               MOVE EMP-ORIG-HIRE-DATE IN EMPLOYEE-RECORD-FILE TO
                   WS-VT-ORIG-HIRE-DATE (WS-VT-COUNT)
           ELSE
               MOVE EMP-HIRE-DATE IN EMPLOYEE-RECORD-FILE TO
                   WS-VT-ORIG-HIRE-DATE (WS-VT-COUNT)
           END-IF
           IF EMP-PRIOR-TERM-DATE IN EMPLOYEE-RECORD-FILE IS NUMERIC
               MOVE EMP-PRIOR-TERM-DATE IN EMPLOYEE-RECORD-FILE TO
                   WS-VT-PRIOR-TERM-DATE (WS-VT-COUNT)
           END-IF
           .

       300-SUM-SERVICE-HOURS.
      *****************************************************************
      * Sum worked hours by plan year from the history detail -        *
      * regular, overtime, and second-job earnings lines               *
      *****************************************************************
           PERFORM UNTIL HISTDTL-FILE-EOF
               READ HISTORY-DETAIL-FILE
                   AT END
                       SET HISTDTL-FILE-EOF TO TRUE
                   NOT AT END
                       IF HD-EARNING-LINE IN HISTORY-DETAIL-RECORD-FILE
                           AND (HD-CODE IN HISTORY-DETAIL-RECORD-FILE
                                   = 'REG'
                               OR HD-CODE IN
                                   HISTORY-DETAIL-RECORD-FILE = 'OT '
                               OR HD-CODE IN
                                   HISTORY-DETAIL-RECORD-FILE = 'JB2')
                           PERFORM 310-ADD-DETAIL-HOURS
                               THRU 310-EXIT
                       END-IF
               END-READ
           END-PERFORM
           .

       310-ADD-DETAIL-HOURS.
      *****************************************************************
      * Add one detail line's hours into its plan year slot            *
      *****************************************************************
           COMPUTE WS-WORK-YEAR =
               HD-PERIOD-END-DATE IN HISTORY-DETAIL-RECORD-FILE / 10000
           IF WS-WORK-YEAR < WS-BASE-YEAR
               OR WS-WORK-YEAR > WS-PLAN-YEAR
               GO TO 310-EXIT
           END-IF
           MOVE HD-EMP-ID IN HISTORY-DETAIL-RECORD-FILE TO
               WS-LOOKUP-EMP-ID
           PERFORM 350-FIND-VEST-ENTRY
           IF WS-VT-FOUND
               COMPUTE WS-YEAR-SLOT = WS-WORK-YEAR - WS-BASE-YEAR + 1
               ADD HD-HOURS IN HISTORY-DETAIL-RECORD-FILE TO
                   WS-VT-YEAR-HOURS (WS-VT-INDEX, WS-YEAR-SLOT)
           END-IF
           .
       310-EXIT.
           EXIT.

       350-FIND-VEST-ENTRY.
      *****************************************************************
      * Find the vesting entry for WS-LOOKUP-EMP-ID, leaving its index *
      * in WS-VT-INDEX                                                 *
      *****************************************************************
           MOVE 'N' TO WS-VT-FOUND-SW
           PERFORM VARYING WS-VT-INDEX FROM 1 BY 1
                   UNTIL WS-VT-INDEX > WS-VT-COUNT
                   OR WS-VT-FOUND
               IF WS-VT-EMP-ID (WS-VT-INDEX) = WS-LOOKUP-EMP-ID
                   SET WS-VT-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-VT-INDEX
               END-IF
           END-PERFORM
           .

       400-DETERMINE-SERVICE.
      *****************************************************************
      * Service start, vesting years, and vested percentage for every  *
      * entry                                                          *
      *****************************************************************
           PERFORM VARYING WS-VT-INDEX FROM 1 BY 1
                   UNTIL WS-VT-INDEX > WS-VT-COUNT
               PERFORM 410-FIX-SERVICE-START
                   THRU 410-EXIT
               PERFORM 420-COUNT-VESTING-YEARS
               PERFORM 430-LOOK-UP-VESTED-PERCENT
                   THRU 430-EXIT
           END-PERFORM
           .

       410-FIX-SERVICE-START.
      *****************************************************************
      * A rehire's one-year breaks are the plan years from the prior   *
      * termination up to the rehire with 500 hours or less. Fewer     *
      * breaks than the plan's window restore the earlier service;     *
      * as many or more start service over at the rehire               *
      *****************************************************************
           MOVE WS-VT-ORIG-HIRE-DATE (WS-VT-INDEX) TO
               WS-VT-SERVICE-START (WS-VT-INDEX)
           MOVE SPACE TO WS-VT-RESTORED-IND (WS-VT-INDEX)
           MOVE ZEROS TO WS-VT-BREAK-YEARS (WS-VT-INDEX)
           IF WS-VT-PRIOR-TERM-DATE (WS-VT-INDEX) = ZEROS
               GO TO 410-EXIT
           END-IF

           MOVE WS-VT-COMPANY (WS-VT-INDEX) TO WS-SS-LOOKUP-COMPANY
           PERFORM 440-FIND-BREAK-WINDOW
           COMPUTE WS-FROM-YEAR =
               WS-VT-PRIOR-TERM-DATE (WS-VT-INDEX) / 10000
           COMPUTE WS-THRU-YEAR =
               WS-VT-HIRE-DATE (WS-VT-INDEX) / 10000
           PERFORM VARYING WS-WORK-YEAR FROM WS-FROM-YEAR BY 1
                   UNTIL WS-WORK-YEAR >= WS-THRU-YEAR
               PERFORM 450-GET-YEAR-HOURS
               IF WS-SLOT-HOURS <= WS-BREAK-YEAR-HOURS
                   AND WS-VT-BREAK-YEARS (WS-VT-INDEX) < 99
                   ADD 1 TO WS-VT-BREAK-YEARS (WS-VT-INDEX)
               END-IF
           END-PERFORM

           IF WS-VT-BREAK-YEARS (WS-VT-INDEX) < WS-BREAK-WINDOW
               MOVE 'Y' TO WS-VT-RESTORED-IND (WS-VT-INDEX)
               ADD 1 TO WS-RESTORED-COUNT
           ELSE
               MOVE 'N' TO WS-VT-RESTORED-IND (WS-VT-INDEX)
               MOVE WS-VT-HIRE-DATE (WS-VT-INDEX) TO
                   WS-VT-SERVICE-START (WS-VT-INDEX)
               ADD 1 TO WS-LOST-COUNT
           END-IF
           .
       410-EXIT.
           EXIT.

       420-COUNT-VESTING-YEARS.
      *****************************************************************
      * Count the plan years from the service start through the run's  *
      * plan year with 1,000 hours or more                             *
      *****************************************************************
           MOVE ZEROS TO WS-VT-VESTING-YEARS (WS-VT-INDEX)
           COMPUTE WS-FROM-YEAR =
               WS-VT-SERVICE-START (WS-VT-INDEX) / 10000
           IF WS-FROM-YEAR < WS-BASE-YEAR
               MOVE WS-BASE-YEAR TO WS-FROM-YEAR
           END-IF
           PERFORM VARYING WS-WORK-YEAR FROM WS-FROM-YEAR BY 1
                   UNTIL WS-WORK-YEAR > WS-PLAN-YEAR
               PERFORM 450-GET-YEAR-HOURS
               IF WS-SLOT-HOURS >= WS-VESTING-YEAR-HOURS
                   AND WS-VT-VESTING-YEARS (WS-VT-INDEX) < 99
                   ADD 1 TO WS-VT-VESTING-YEARS (WS-VT-INDEX)
               END-IF
           END-PERFORM
           .

       430-LOOK-UP-VESTED-PERCENT.
      *****************************************************************
      * The plan's step with the most years not above the employee's   *
      * vesting years; the default plan when the company has no steps  *
      * of its own. Death and retirement vest the match fully          *
      *****************************************************************
           MOVE ZEROS TO WS-VT-PERCENT (WS-VT-INDEX)
           IF WS-VT-STATUS (WS-VT-INDEX) = 'D'
               OR WS-VT-STATUS (WS-VT-INDEX) = 'R'
               MOVE 100 TO WS-VT-PERCENT (WS-VT-INDEX)
               GO TO 430-EXIT
           END-IF

           MOVE WS-VT-COMPANY (WS-VT-INDEX) TO WS-SS-LOOKUP-COMPANY
           MOVE 'N' TO WS-SS-COMPANY-SW
           PERFORM VARYING WS-SS-INDEX FROM 1 BY 1
                   UNTIL WS-SS-INDEX > WS-SS-COUNT
               IF WS-SS-COMPANY (WS-SS-INDEX) = WS-SS-LOOKUP-COMPANY
                   SET WS-SS-COMPANY-HAS-ROWS TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-SS-COMPANY-HAS-ROWS
               MOVE SPACES TO WS-SS-LOOKUP-COMPANY
           END-IF

           MOVE 'N' TO WS-SS-BEST-SW
           MOVE ZEROS TO WS-SS-BEST-YEARS
           PERFORM VARYING WS-SS-INDEX FROM 1 BY 1
                   UNTIL WS-SS-INDEX > WS-SS-COUNT
               IF WS-SS-COMPANY (WS-SS-INDEX) = WS-SS-LOOKUP-COMPANY
                   AND WS-SS-YEARS (WS-SS-INDEX) <=
                       WS-VT-VESTING-YEARS (WS-VT-INDEX)
                   AND (NOT WS-SS-BEST-FOUND
                        OR WS-SS-YEARS (WS-SS-INDEX) >=
                           WS-SS-BEST-YEARS)
                   SET WS-SS-BEST-FOUND TO TRUE
                   MOVE WS-SS-YEARS (WS-SS-INDEX) TO WS-SS-BEST-YEARS
                   MOVE WS-SS-PERCENT (WS-SS-INDEX) TO
                       WS-VT-PERCENT (WS-VT-INDEX)
               END-IF
           END-PERFORM
           IF WS-VT-PERCENT (WS-VT-INDEX) > 100
               MOVE 100 TO WS-VT-PERCENT (WS-VT-INDEX)
           END-IF
           .
       430-EXIT.
           EXIT.

       440-FIND-BREAK-WINDOW.
      *****************************************************************
      * The break-in-service window for the company's plan, else the  *
      * default plan's, else five years                               *
      *****************************************************************
           MOVE WS-DEFAULT-BREAK-WINDOW TO WS-BREAK-WINDOW
           PERFORM VARYING WS-BW-INDEX FROM 1 BY 1
                   UNTIL WS-BW-INDEX > WS-BW-COUNT
               IF WS-BW-COMPANY (WS-BW-INDEX) = SPACES
                   MOVE WS-BW-YEARS (WS-BW-INDEX) TO WS-BREAK-WINDOW
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BW-INDEX FROM 1 BY 1
                   UNTIL WS-BW-INDEX > WS-BW-COUNT
               IF WS-BW-COMPANY (WS-BW-INDEX) = WS-SS-LOOKUP-COMPANY
                   MOVE WS-BW-YEARS (WS-BW-INDEX) TO WS-BREAK-WINDOW
               END-IF
           END-PERFORM
           .

       450-GET-YEAR-HOURS.
      *****************************************************************
      * Hours for plan year WS-WORK-YEAR; years before the forty-year  *
      * table count as no hours                                        *
      *****************************************************************
           MOVE ZEROS TO WS-SLOT-HOURS
           IF WS-WORK-YEAR >= WS-BASE-YEAR
               AND WS-WORK-YEAR <= WS-PLAN-YEAR
               COMPUTE WS-YEAR-SLOT = WS-WORK-YEAR - WS-BASE-YEAR + 1
               MOVE WS-VT-YEAR-HOURS (WS-VT-INDEX, WS-YEAR-SLOT) TO
                   WS-SLOT-HOURS
           END-IF
           .

       500-SUM-EMPLOYER-MATCH.
      *****************************************************************
      * Sum the employer match paid from the service start through     *
      * the end of the plan year. Match from before service lost to a  *
      * break was forfeited at that termination and is not counted     *
      *****************************************************************
           PERFORM UNTIL CONTRIB-FILE-EOF
               READ CONTRIB-FILE
                   AT END
                       SET CONTRIB-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE CONTRIB-EMP-ID IN CONTRIB-RECORD-FILE TO
                           WS-LOOKUP-EMP-ID
                       PERFORM 350-FIND-VEST-ENTRY
                       IF WS-VT-FOUND
                           AND CONTRIB-CHECK-DATE IN CONTRIB-RECORD-FILE
                               >= WS-VT-SERVICE-START (WS-VT-INDEX)
                           AND CONTRIB-CHECK-DATE IN CONTRIB-RECORD-FILE
                               <= WS-YEAR-END
                           ADD CONTRIB-EMPLOYER-MATCH IN
                               CONTRIB-RECORD-FILE TO
                               WS-VT-MATCH (WS-VT-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           .

       600-WRITE-VESTING-SERVICE.
      *****************************************************************
      * One service record per employee with service hours or match    *
      *****************************************************************
           PERFORM VARYING WS-VT-INDEX FROM 1 BY 1
                   UNTIL WS-VT-INDEX > WS-VT-COUNT
               IF WS-VT-MATCH (WS-VT-INDEX) > ZEROS
                   OR WS-VT-VESTING-YEARS (WS-VT-INDEX) > ZEROS
                   OR WS-VT-YEAR-HOURS (WS-VT-INDEX, 40) > ZEROS
                   PERFORM 610-WRITE-ONE-SERVICE
               END-IF
           END-PERFORM
           .

       610-WRITE-ONE-SERVICE.
      *****************************************************************
      * Write one employee's service record and, for a terminated      *
      * participant, keep the forfeiture for the report                *
      *****************************************************************
           MOVE WS-VT-EMP-ID (WS-VT-INDEX) TO
               EMP-ID IN EMPLOYEE-RECORD-FILE
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           COMPUTE WS-VESTED-AMOUNT ROUNDED =
               WS-VT-MATCH (WS-VT-INDEX) *
               WS-VT-PERCENT (WS-VT-INDEX) / 100
           MOVE ZEROS TO WS-FORFEIT-AMOUNT
           IF WS-VT-STATUS (WS-VT-INDEX) = 'T'
               AND WS-VT-TERM-DATE (WS-VT-INDEX) > ZEROS
               AND WS-VT-TERM-DATE (WS-VT-INDEX) <= WS-YEAR-END
               SUBTRACT WS-VESTED-AMOUNT FROM WS-VT-MATCH (WS-VT-INDEX)
                   GIVING WS-FORFEIT-AMOUNT
           END-IF

           MOVE SPACES TO VESTING-SERVICE-RECORD-FILE
           MOVE WS-PLAN-YEAR TO VSV-PLAN-YEAR
           MOVE WS-VT-COMPANY (WS-VT-INDEX) TO VSV-COMPANY-CODE
           MOVE EMP-SSN IN EMPLOYEE-RECORD-FILE TO VSV-EMP-SSN
           MOVE WS-VT-EMP-ID (WS-VT-INDEX) TO VSV-EMP-ID
           MOVE EMP-LAST-NAME IN EMPLOYEE-RECORD-FILE TO VSV-LAST-NAME
           MOVE EMP-FIRST-NAME IN EMPLOYEE-RECORD-FILE TO
               VSV-FIRST-NAME
           MOVE WS-VT-SERVICE-START (WS-VT-INDEX) TO
               VSV-SERVICE-START-DATE
           MOVE WS-VT-HIRE-DATE (WS-VT-INDEX) TO VSV-HIRE-DATE
           MOVE WS-VT-TERM-DATE (WS-VT-INDEX) TO VSV-TERM-DATE
           MOVE WS-VT-STATUS (WS-VT-INDEX) TO VSV-STATUS
           MOVE WS-VT-YEAR-HOURS (WS-VT-INDEX, 40) TO
               VSV-PLAN-YEAR-HOURS
           MOVE WS-VT-VESTING-YEARS (WS-VT-INDEX) TO VSV-VESTING-YEARS
           MOVE WS-VT-BREAK-YEARS (WS-VT-INDEX) TO VSV-BREAK-YEARS
           MOVE WS-VT-RESTORED-IND (WS-VT-INDEX) TO
               VSV-SERVICE-RESTORED-IND
           MOVE WS-VT-PERCENT (WS-VT-INDEX) TO VSV-VESTED-PERCENT
           MOVE WS-VT-MATCH (WS-VT-INDEX) TO VSV-EMPLOYER-MATCH
           MOVE WS-VESTED-AMOUNT TO VSV-VESTED-MATCH
           MOVE WS-FORFEIT-AMOUNT TO VSV-FORFEITURE
           WRITE VESTING-SERVICE-RECORD-FILE
           ADD 1 TO WS-SERVICE-COUNT
           ADD WS-VT-MATCH (WS-VT-INDEX) TO WS-MATCH-TOTAL
           ADD WS-VESTED-AMOUNT TO WS-VESTED-TOTAL
           IF WS-VT-PERCENT (WS-VT-INDEX) = 100
               ADD 1 TO WS-FULLY-VESTED-COUNT
           END-IF

           IF WS-FORFEIT-AMOUNT > ZEROS
               PERFORM 620-KEEP-FORFEITURE
           END-IF
           .

       620-KEEP-FORFEITURE.
      *****************************************************************
      * Keep one forfeiture under the plan year of the termination     *
      *****************************************************************
           IF WS-FT-COUNT >= 2000
               DISPLAY 'FORFEITURE TABLE FULL - EMPLOYEE '
                       WS-VT-EMP-ID (WS-VT-INDEX) ' NOT REPORTED'
           ELSE
               ADD 1 TO WS-FT-COUNT
               COMPUTE WS-FT-PLAN-YEAR (WS-FT-COUNT) =
                   WS-VT-TERM-DATE (WS-VT-INDEX) / 10000
               MOVE WS-VT-COMPANY (WS-VT-INDEX) TO
                   WS-FT-COMPANY (WS-FT-COUNT)
               MOVE WS-VT-EMP-ID (WS-VT-INDEX) TO
                   WS-FT-EMP-ID (WS-FT-COUNT)
               MOVE SPACES TO WS-FT-NAME (WS-FT-COUNT)
               STRING EMP-LAST-NAME IN EMPLOYEE-RECORD-FILE
                          DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      EMP-FIRST-NAME IN EMPLOYEE-RECORD-FILE
                          DELIMITED BY '  '
                      INTO WS-FT-NAME (WS-FT-COUNT)
               MOVE WS-VT-TERM-DATE (WS-VT-INDEX) TO
                   WS-FT-TERM-DATE (WS-FT-COUNT)
               MOVE WS-VT-VESTING-YEARS (WS-VT-INDEX) TO
                   WS-FT-YEARS (WS-FT-COUNT)
               MOVE WS-VT-PERCENT (WS-VT-INDEX) TO
                   WS-FT-PERCENT (WS-FT-COUNT)
               MOVE WS-VT-MATCH (WS-VT-INDEX) TO
                   WS-FT-MATCH (WS-FT-COUNT)
               MOVE WS-VESTED-AMOUNT TO WS-FT-VESTED (WS-FT-COUNT)
               MOVE WS-FORFEIT-AMOUNT TO WS-FT-FORFEIT (WS-FT-COUNT)
           END-IF
           .

       700-SORT-FORFEITURES.
      *****************************************************************
      * Order the forfeitures by plan year, company, then employee     *
      *****************************************************************
           PERFORM VARYING WS-FT-INDEX FROM 1 BY 1
                   UNTIL WS-FT-INDEX >= WS-FT-COUNT
               PERFORM VARYING WS-FT-INDEX-2 FROM 1 BY 1
                       UNTIL WS-FT-INDEX-2 >= WS-FT-COUNT
                   STRING WS-FT-PLAN-YEAR (WS-FT-INDEX-2)
                          WS-FT-COMPANY (WS-FT-INDEX-2)
                          WS-FT-EMP-ID (WS-FT-INDEX-2)
                          DELIMITED BY SIZE INTO WS-SORT-KEY-1
                   STRING WS-FT-PLAN-YEAR (WS-FT-INDEX-2 + 1)
                          WS-FT-COMPANY (WS-FT-INDEX-2 + 1)
                          WS-FT-EMP-ID (WS-FT-INDEX-2 + 1)
                          DELIMITED BY SIZE INTO WS-SORT-KEY-2
                   IF WS-SORT-KEY-1 > WS-SORT-KEY-2
                       MOVE WS-FT-ENTRY (WS-FT-INDEX-2) TO
                           WS-SWAP-ENTRY
                       MOVE WS-FT-ENTRY (WS-FT-INDEX-2 + 1) TO
                           WS-FT-ENTRY (WS-FT-INDEX-2)
                       MOVE WS-SWAP-ENTRY TO
                           WS-FT-ENTRY (WS-FT-INDEX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       750-PRINT-FORFEITURE-REPORT.
      *****************************************************************
      * One section per plan year of termination with a line per      *
      * participant and the year's total, then the grand total         *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           STRING '401(K) EMPLOYER MATCH FORFEITURE REPORT - '
                  'SERVICE THROUGH PLAN YEAR ' WS-PLAN-YEAR
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE ZEROS TO WS-FT-CURRENT-YEAR
           PERFORM VARYING WS-FT-INDEX FROM 1 BY 1
                   UNTIL WS-FT-INDEX > WS-FT-COUNT
               IF WS-FT-PLAN-YEAR (WS-FT-INDEX) NOT =
                       WS-FT-CURRENT-YEAR
                   IF WS-FT-CURRENT-YEAR > ZEROS
                       PERFORM 770-PRINT-YEAR-TOTAL
                   END-IF
                   PERFORM 760-PRINT-YEAR-HEADING
               END-IF
               PERFORM 765-PRINT-FORFEITURE-LINE
           END-PERFORM
           IF WS-FT-CURRENT-YEAR > ZEROS
               PERFORM 770-PRINT-YEAR-TOTAL
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-FT-COUNT TO WS-ED-COUNT
           MOVE WS-FORFEIT-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ALL PLAN YEARS  PARTICIPANTS ' WS-ED-COUNT
                  '  FORFEITED ' WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       760-PRINT-YEAR-HEADING.
      *****************************************************************
      * Start a plan year section                                      *
      *****************************************************************
           MOVE WS-FT-PLAN-YEAR (WS-FT-INDEX) TO WS-FT-CURRENT-YEAR
           MOVE ZEROS TO WS-YEAR-FORFEIT-COUNT
                         WS-YEAR-FORFEIT-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PLAN YEAR ' WS-FT-CURRENT-YEAR
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CO EMP ID NAME                           '
                  'TERM DATE YRS VESTED%          MATCH'
                  '         VESTED      FORFEITED'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       765-PRINT-FORFEITURE-LINE.
      *****************************************************************
      * One participant's forfeiture                                   *
      *****************************************************************
           MOVE WS-FT-YEARS (WS-FT-INDEX) TO WS-ED-YEARS
           MOVE WS-FT-PERCENT (WS-FT-INDEX) TO WS-ED-PERCENT
           MOVE WS-FT-MATCH (WS-FT-INDEX) TO WS-ED-AMOUNT
           MOVE WS-FT-VESTED (WS-FT-INDEX) TO WS-ED-AMOUNT-2
           MOVE WS-FT-FORFEIT (WS-FT-INDEX) TO WS-ED-AMOUNT-3
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-FT-COMPANY (WS-FT-INDEX) ' '
                  WS-FT-EMP-ID (WS-FT-INDEX) ' '
                  WS-FT-NAME (WS-FT-INDEX) ' '
                  WS-FT-TERM-DATE (WS-FT-INDEX) '  '
                  WS-ED-YEARS ' '
                  WS-ED-PERCENT ' '
                  WS-ED-AMOUNT ' '
                  WS-ED-AMOUNT-2 ' '
                  WS-ED-AMOUNT-3
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           ADD 1 TO WS-YEAR-FORFEIT-COUNT
           ADD WS-FT-FORFEIT (WS-FT-INDEX) TO WS-YEAR-FORFEIT-TOTAL
           ADD WS-FT-FORFEIT (WS-FT-INDEX) TO WS-FORFEIT-TOTAL
           .

       770-PRINT-YEAR-TOTAL.
      *****************************************************************
      * Close a plan year section with its total                       *
      *****************************************************************
           MOVE WS-YEAR-FORFEIT-COUNT TO WS-ED-COUNT
           MOVE WS-YEAR-FORFEIT-TOTAL TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PLAN YEAR ' WS-FT-CURRENT-YEAR
                  ' TOTAL  PARTICIPANTS ' WS-ED-COUNT
                  '  FORFEITED ' WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       900-WRAP-UP.
      *****************************************************************
      * Close all files and display the run totals                     *
      *****************************************************************
           CLOSE EMPLOYEE-FILE
                 CONTRIB-FILE
                 HISTORY-DETAIL-FILE
                 VEST-SERVICE-FILE
                 VEST-REPORT-FILE

           DISPLAY '401(K) VESTING AND FORFEITURE RUN COMPLETE'
           DISPLAY 'SERVICE RECORDS WRITTEN: ' WS-SERVICE-COUNT
           DISPLAY 'FULLY VESTED:            ' WS-FULLY-VESTED-COUNT
           DISPLAY 'REHIRES RESTORED:        ' WS-RESTORED-COUNT
           DISPLAY 'REHIRES SERVICE LOST:    ' WS-LOST-COUNT
           DISPLAY 'FORFEITURES REPORTED:    ' WS-FT-COUNT
           MOVE WS-MATCH-TOTAL TO WS-ED-AMOUNT
           DISPLAY 'EMPLOYER MATCH:   ' WS-ED-AMOUNT
           MOVE WS-VESTED-TOTAL TO WS-ED-AMOUNT
           DISPLAY 'VESTED MATCH:     ' WS-ED-AMOUNT
           MOVE WS-FORFEIT-TOTAL TO WS-ED-AMOUNT
           DISPLAY 'FORFEITED MATCH:  ' WS-ED-AMOUNT
           .
