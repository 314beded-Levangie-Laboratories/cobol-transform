      *****************************************************************
      * Program: MINORCHK.cbl                                         *
      *                                                               *
      * Purpose: Minor labor hours compliance check for the Payroll   *
      *          Processing System. Checks the week's raw punch pairs *
      *          for employees under 18 against the per-state daily,  *
      *          weekly, school-week, and late-night hours limits,    *
      *          reports the violations by site and supervisor, and   *
      *          lists the minors turning 18 in the next 30 days so   *
      *          their restrictions can be lifted on time.            *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINORCHK.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * MINORCHK is a standalone weekly compliance program in the      *
      * Payroll Processing System. It:                                 *
      *                                                                *
      * 1. Loads the minor hours limits by state and age band          *
      *    (MINORLIM) and the school session calendar (SCHLCAL);       *
      *    without a limits file the federal and California limits    *
      *    stand, and without a calendar every weekday outside June    *
      *    through August is a school day                              *
      * 2. Loads the raw punch pairs TIMEIMP imports (PUNCHIN) and,    *
      *    one employee at a time, totals each day's time worked and   *
      *    its first in and last out punch                             *
      * 3. For a day worked under age 18 (age on the work date from    *
      *    EMP-BIRTH-DATE), checks the school-day or non-school-day    *
      *    hours limit and the earliest start and latest end times,    *
      *    then checks each Sunday-to-Saturday week against the        *
      *    school-week or non-school-week hours limit                  *
      * 4. Prints the violations sorted by work site, supervisor,      *
      *    employee, and date, with a heading for each site and        *
      *    supervisor                                                  *
      * 5. Lists every active minor whose 18th birthday falls within   *
      *    the next 30 days                                            *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PUNCH-INPUT-FILE ASSIGN TO 'PUNCHIN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PUNCH-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT OPTIONAL MINOR-LIMIT-FILE ASSIGN TO 'MINORLIM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LIMIT-FILE-STATUS.

           SELECT OPTIONAL SCHOOL-CALENDAR-FILE ASSIGN TO 'SCHLCAL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SCHCAL-FILE-STATUS.

           SELECT MINOR-REPORT-FILE ASSIGN TO 'MINORRPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PUNCH-INPUT-FILE.
           COPY PUNCHR REPLACING ==PUNCH-PAIR-RECORD== BY
               ==PUNCH-PAIR-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  MINOR-LIMIT-FILE.
           COPY MINORLIM REPLACING ==MINOR-LIMIT-RECORD== BY
               ==MINOR-LIMIT-RECORD-FILE==.

       FD  SCHOOL-CALENDAR-FILE.
           COPY SCHLCAL REPLACING ==SCHOOL-CALENDAR-RECORD== BY
               ==SCHOOL-CALENDAR-RECORD-FILE==.

       FD  MINOR-REPORT-FILE.
           01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  PUNCH-FILE-STATUS          PIC X(2).
               88  PUNCH-FILE-SUCCESS     VALUE '00' '05'.
               88  PUNCH-FILE-EOF         VALUE '10'.
           05  EMP-FILE-STATUS            PIC X(2).
               88  EMP-FILE-SUCCESS       VALUE '00'.
               88  EMP-FILE-EOF           VALUE '10'.
           05  LIMIT-FILE-STATUS          PIC X(2).
               88  LIMIT-FILE-SUCCESS     VALUE '00' '05'.
               88  LIMIT-FILE-EOF         VALUE '10'.
           05  SCHCAL-FILE-STATUS         PIC X(2).
               88  SCHCAL-FILE-SUCCESS    VALUE '00' '05'.
               88  SCHCAL-FILE-EOF        VALUE '10'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

      *****************************************************************
      * Hours limits by state and age band, in minutes; times in      *
      * minutes from midnight. Zero means no limit                    *
      *****************************************************************
       01  WS-LIMIT-TABLE.
           05  WS-LM-COUNT                PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-LM-ENTRY OCCURS 40 TIMES.
               10  WS-LM-STATE            PIC X(2).
               10  WS-LM-AGE-FROM         PIC 9(2).
               10  WS-LM-AGE-TO           PIC 9(2).
               10  WS-LM-SCHOOL-DAY       PIC 9(4) COMP-3.
               10  WS-LM-NONSCHOOL-DAY    PIC 9(4) COMP-3.
               10  WS-LM-SCHOOL-WEEK      PIC 9(4) COMP-3.
               10  WS-LM-NONSCHOOL-WEEK   PIC 9(4) COMP-3.
               10  WS-LM-EARLIEST         PIC 9(4) COMP-3.
               10  WS-LM-LATEST           PIC 9(4) COMP-3.
               10  WS-LM-SUMMER-LATEST    PIC 9(4) COMP-3.

       01  WS-SCHOOL-TABLE.
           05  WS-SC-COUNT                PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-SC-ENTRY OCCURS 60 TIMES.
               10  WS-SC-STATE            PIC X(2).
               10  WS-SC-START-DATE       PIC 9(8).
               10  WS-SC-END-DATE         PIC 9(8).

       01  WS-PUNCH-TABLE.
           05  WS-PU-COUNT                PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-PU-ENTRY OCCURS 2000 TIMES.
               10  WS-PU-EMP-ID           PIC X(6).
               10  WS-PU-WORK-DATE        PIC 9(8).
               10  WS-PU-IN-TIME          PIC 9(4).
               10  WS-PU-OUT-TIME         PIC 9(4).
               10  WS-PU-DONE-FLAG        PIC X.

      *****************************************************************
      * The current employee's days worked and workweeks               *
      *****************************************************************
       01  WS-EMP-DAY-TABLE.
           05  WS-ED-COUNT                PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-ED-ENTRY OCCURS 14 TIMES.
               10  WS-ED-DATE             PIC 9(8).
               10  WS-ED-MINUTES          PIC 9(4) COMP-3.
               10  WS-ED-FIRST-IN         PIC 9(4) COMP-3.
               10  WS-ED-LAST-OUT         PIC 9(4) COMP-3.
               10  WS-ED-WEEK-START       PIC 9(8).
               10  WS-ED-AGE              PIC 9(2).
               10  WS-ED-LIMIT-INDEX      PIC 9(2) COMP-3.

       01  WS-EMP-WEEK-TABLE.
           05  WS-EW-COUNT                PIC 9(1) COMP-3 VALUE ZEROS.
           05  WS-EW-ENTRY OCCURS 4 TIMES.
               10  WS-EW-WEEK-START       PIC 9(8).
               10  WS-EW-MINUTES          PIC 9(5) COMP-3.
               10  WS-EW-AGE              PIC 9(2).
               10  WS-EW-LIMIT-INDEX      PIC 9(2) COMP-3.

      *****************************************************************
      * Violations found, sorted on the leading key before printing   *
      *****************************************************************
       01  WS-VIOLATION-TABLE.
           05  WS-VI-COUNT                PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-VI-ENTRY OCCURS 1000 TIMES.
               10  WS-VI-SORT-KEY.
                   15  WS-VI-SITE         PIC X(4).
                   15  WS-VI-SUPERVISOR   PIC X(6).
                   15  WS-VI-EMP-ID       PIC X(6).
                   15  WS-VI-DATE         PIC 9(8).
                   15  WS-VI-CODE         PIC X(4).
               10  WS-VI-NAME             PIC X(24).
               10  WS-VI-STATE            PIC X(2).
               10  WS-VI-AGE              PIC 9(2).
               10  WS-VI-DESC             PIC X(40).
               10  WS-VI-ACTUAL           PIC X(6).
               10  WS-VI-LIMIT            PIC X(6).
           05  WS-VI-SWAP                 PIC X(108).

       01  WS-NEW-VIOLATION.
           05  WS-NV-DATE                 PIC 9(8).
           05  WS-NV-CODE                 PIC X(4).
           05  WS-NV-AGE                  PIC 9(2).
           05  WS-NV-DESC                 PIC X(40).
           05  WS-NV-ACTUAL               PIC X(6).
           05  WS-NV-LIMIT                PIC X(6).

       01  WS-CHECK-WORK.
           05  WS-CUR-EMP-ID              PIC X(6)  VALUE SPACES.
           05  WS-CUR-STATE               PIC X(2)  VALUE SPACES.
           05  WS-CUR-SITE                PIC X(4)  VALUE SPACES.
           05  WS-CUR-SUPERVISOR          PIC X(6)  VALUE SPACES.
           05  WS-CUR-NAME                PIC X(24) VALUE SPACES.
           05  WS-CUR-BIRTH-DATE          PIC 9(8)  VALUE ZEROS.
           05  WS-CUR-BIRTH-PARTS REDEFINES WS-CUR-BIRTH-DATE.
               10  WS-CUR-BIRTH-YEAR      PIC 9(4).
               10  WS-CUR-BIRTH-MMDD      PIC 9(4).
           05  WS-PU-INDEX                PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-PU-INDEX-2              PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-ED-INDEX                PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-ED-INDEX-2              PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-ED-SWAP                 PIC X(29).
           05  WS-EW-INDEX                PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-LM-INDEX                PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-LM-FOUND-INDEX          PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-SC-INDEX                PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-VI-INDEX                PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-VI-INDEX-2              PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-IN-MINUTES              PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-OUT-MINUTES             PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-HHMM-HOURS              PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-HHMM-MINS               PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-AGE                     PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-DAY-LIMIT               PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-WEEK-LIMIT              PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-LATEST-LIMIT            PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-SCHOOL-DAY-SW           PIC X     VALUE 'N'.
               88  WS-SCHOOL-DAY          VALUE 'Y'.
           05  WS-SCHOOL-WEEK-SW          PIC X     VALUE 'N'.
               88  WS-SCHOOL-WEEK         VALUE 'Y'.
           05  WS-WEEK-DAY-NUMBER         PIC 9(1) COMP-3 VALUE ZEROS.
           05  WS-EIGHTEENTH-BIRTHDAY     PIC 9(8)  VALUE ZEROS.
           05  WS-EIGHTEENTH-PARTS REDEFINES WS-EIGHTEENTH-BIRTHDAY.
               10  WS-EIGHTEENTH-YEAR     PIC 9(4).
               10  WS-EIGHTEENTH-MMDD     PIC 9(4).
           05  WS-PREV-SITE               PIC X(4)  VALUE HIGH-VALUES.
           05  WS-PREV-SUPERVISOR         PIC X(6)  VALUE HIGH-VALUES.
           05  WS-SUPERVISOR-NAME         PIC X(24) VALUE SPACES.

      *****************************************************************
      * Minutes and times edited for the report                        *
      *****************************************************************
       01  WS-FORMAT-WORK.
           05  WS-FMT-MINUTES             PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-FMT-HOURS               PIC ZZ9.99.
           05  WS-FMT-CLOCK               PIC 9(4)  VALUE ZEROS.
           05  WS-FMT-TIME                PIC X(6)  VALUE SPACES.

       01  WS-CALENDAR-WORK.
           05  WS-WORK-DATE               PIC 9(8).
           05  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR           PIC 9(4).
               10  WS-WORK-MONTH          PIC 9(2).
               10  WS-WORK-DAY            PIC 9(2).
           05  WS-WORK-MMDD-VIEW REDEFINES WS-WORK-DATE.
               10  FILLER                 PIC 9(4).
               10  WS-WORK-MMDD           PIC 9(4).
           05  WS-WEEKDAY                 PIC 9(1) COMP-3 VALUE ZEROS.
           05  WS-DAY-SLOT                PIC 9(1) COMP-3 VALUE ZEROS.
           05  WS-ZELLER-Q                PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-ZELLER-M                PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-ZELLER-K                PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-ZELLER-J                PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-ZELLER-YEAR             PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-ZELLER-T1               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-ZELLER-T2               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-ZELLER-T3               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-ZELLER-SUM              PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-MONTH-DAYS              PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-LEAP-REMAINDER          PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-STEP-COUNT              PIC 9(2) COMP-3 VALUE ZEROS.

       01  WS-RUN-TOTALS.
           05  WS-EMPLOYEES-CHECKED       PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-MINORS-CHECKED          PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-TURNING-18-COUNT        PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-DATETIME.
           05  WS-DATE                     PIC 9(8).
       01  WS-LOOKAHEAD-DAYS               PIC 9(2) VALUE 30.
       01  WS-LOOKAHEAD-DATE               PIC 9(8) VALUE ZEROS.

       01  WS-REPORT-LINE                  PIC X(132).
       01  WS-ED-DISPLAY-DATE              PIC X(10).
       01  WS-ED-DISPLAY-DATE-2            PIC X(10).
       01  WS-ED-COUNT-OUT                 PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the minor labor compliance check      *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 300-CHECK-PUNCH-EMPLOYEES
           PERFORM 500-SORT-VIOLATIONS
           PERFORM 550-PRINT-VIOLATIONS
           PERFORM 600-LIST-TURNING-EIGHTEEN
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Open the files, load the limits, calendar, and punches, and   *
      * set the end of the turning-18 lookahead window                *
      *****************************************************************
           DISPLAY 'MINOR LABOR COMPLIANCE CHECK STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT EMPLOYEE-FILE
           OPEN OUTPUT MINOR-REPORT-FILE
           IF NOT EMP-FILE-SUCCESS OR NOT REPORT-FILE-SUCCESS
               DISPLAY 'ERROR OPENING MINOR COMPLIANCE FILES - EMP: '
                       EMP-FILE-STATUS ' RPT: ' REPORT-FILE-STATUS
               STOP RUN
           END-IF

           PERFORM 110-LOAD-LIMIT-TABLE
           PERFORM 120-LOAD-SCHOOL-CALENDAR
           PERFORM 130-LOAD-PUNCH-FILE

           MOVE WS-DATE TO WS-WORK-DATE
           PERFORM 840-NEXT-CALENDAR-DAY WS-LOOKAHEAD-DAYS TIMES
           MOVE WS-WORK-DATE TO WS-LOOKAHEAD-DATE
           .

       110-LOAD-LIMIT-TABLE.
      *****************************************************************
      * Load the hours limits by state and age band. A missing or     *
      * empty file leaves the federal limits for ages 14-15 ('**')    *
      * and the California limits for ages 14-15 and 16-17 in force   *
      *****************************************************************
           MOVE ZEROS TO WS-LM-COUNT
           OPEN INPUT MINOR-LIMIT-FILE
           IF LIMIT-FILE-SUCCESS
               PERFORM UNTIL LIMIT-FILE-EOF
                   READ MINOR-LIMIT-FILE
                       AT END
                           SET LIMIT-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 112-STORE-LIMIT-ROW
                   END-READ
               END-PERFORM
               CLOSE MINOR-LIMIT-FILE
           END-IF

           IF WS-LM-COUNT = ZEROS
               MOVE 3 TO WS-LM-COUNT
               MOVE '**' TO WS-LM-STATE (1)
               MOVE 14 TO WS-LM-AGE-FROM (1)
               MOVE 15 TO WS-LM-AGE-TO (1)
               MOVE 180 TO WS-LM-SCHOOL-DAY (1)
               MOVE 480 TO WS-LM-NONSCHOOL-DAY (1)
               MOVE 1080 TO WS-LM-SCHOOL-WEEK (1)
               MOVE 2400 TO WS-LM-NONSCHOOL-WEEK (1)
               MOVE 420 TO WS-LM-EARLIEST (1)
               MOVE 1140 TO WS-LM-LATEST (1)
               MOVE 1260 TO WS-LM-SUMMER-LATEST (1)
               MOVE WS-LM-ENTRY (1) TO WS-LM-ENTRY (2)
               MOVE 'CA' TO WS-LM-STATE (2)
               MOVE 'CA' TO WS-LM-STATE (3)
               MOVE 16 TO WS-LM-AGE-FROM (3)
               MOVE 17 TO WS-LM-AGE-TO (3)
               MOVE 240 TO WS-LM-SCHOOL-DAY (3)
               MOVE 480 TO WS-LM-NONSCHOOL-DAY (3)
               MOVE 1680 TO WS-LM-SCHOOL-WEEK (3)
               MOVE 2880 TO WS-LM-NONSCHOOL-WEEK (3)
               MOVE 300 TO WS-LM-EARLIEST (3)
               MOVE 1320 TO WS-LM-LATEST (3)
               MOVE ZEROS TO WS-LM-SUMMER-LATEST (3)
           END-IF
           DISPLAY 'MINOR HOURS LIMITS LOADED - ' WS-LM-COUNT
                   ' ROW(S)'
           .

       112-STORE-LIMIT-ROW.
      *****************************************************************
      * Convert one limits row to minutes and add it to the table     *
      *****************************************************************
           IF WS-LM-COUNT >= 40
               DISPLAY 'MINOR LIMIT TABLE FULL - ROW DROPPED FOR: '
                       ML-STATE-CODE IN MINOR-LIMIT-RECORD-FILE
           ELSE
               ADD 1 TO WS-LM-COUNT
               MOVE ML-STATE-CODE IN MINOR-LIMIT-RECORD-FILE TO
                   WS-LM-STATE (WS-LM-COUNT)
               MOVE ML-AGE-FROM IN MINOR-LIMIT-RECORD-FILE TO
                   WS-LM-AGE-FROM (WS-LM-COUNT)
               MOVE ML-AGE-TO IN MINOR-LIMIT-RECORD-FILE TO
                   WS-LM-AGE-TO (WS-LM-COUNT)
               COMPUTE WS-LM-SCHOOL-DAY (WS-LM-COUNT) =
                   ML-SCHOOL-DAY-HOURS IN MINOR-LIMIT-RECORD-FILE * 60
               COMPUTE WS-LM-NONSCHOOL-DAY (WS-LM-COUNT) =
                   ML-NONSCHOOL-DAY-HOURS IN MINOR-LIMIT-RECORD-FILE
                   * 60
               COMPUTE WS-LM-SCHOOL-WEEK (WS-LM-COUNT) =
                   ML-SCHOOL-WEEK-HOURS IN MINOR-LIMIT-RECORD-FILE * 60
               COMPUTE WS-LM-NONSCHOOL-WEEK (WS-LM-COUNT) =
                   ML-NONSCHOOL-WEEK-HOURS IN MINOR-LIMIT-RECORD-FILE
                   * 60
               MOVE ML-EARLIEST-START IN MINOR-LIMIT-RECORD-FILE TO
                   WS-FMT-CLOCK
               PERFORM 820-CLOCK-TO-MINUTES
               MOVE WS-FMT-MINUTES TO WS-LM-EARLIEST (WS-LM-COUNT)
               MOVE ML-LATEST-END IN MINOR-LIMIT-RECORD-FILE TO
                   WS-FMT-CLOCK
               PERFORM 820-CLOCK-TO-MINUTES
               MOVE WS-FMT-MINUTES TO WS-LM-LATEST (WS-LM-COUNT)
               MOVE ML-SUMMER-LATEST-END IN MINOR-LIMIT-RECORD-FILE TO
                   WS-FMT-CLOCK
               PERFORM 820-CLOCK-TO-MINUTES
               MOVE WS-FMT-MINUTES TO
                   WS-LM-SUMMER-LATEST (WS-LM-COUNT)
           END-IF
           .

       120-LOAD-SCHOOL-CALENDAR.
      *****************************************************************
      * Load the school terms in session. An empty calendar leaves    *
      * the June-through-August summer break as the only non-school   *
      * weekdays                                                      *
      *****************************************************************
           MOVE ZEROS TO WS-SC-COUNT
           OPEN INPUT SCHOOL-CALENDAR-FILE
           IF SCHCAL-FILE-SUCCESS
               PERFORM UNTIL SCHCAL-FILE-EOF
                   READ SCHOOL-CALENDAR-FILE
                       AT END
                           SET SCHCAL-FILE-EOF TO TRUE
                       NOT AT END
                           IF WS-SC-COUNT < 60
                               ADD 1 TO WS-SC-COUNT
                               MOVE SC-STATE-CODE
                                   IN SCHOOL-CALENDAR-RECORD-FILE TO
                                   WS-SC-STATE (WS-SC-COUNT)
                               MOVE SC-TERM-START-DATE
                                   IN SCHOOL-CALENDAR-RECORD-FILE TO
                                   WS-SC-START-DATE (WS-SC-COUNT)
                               MOVE SC-TERM-END-DATE
                                   IN SCHOOL-CALENDAR-RECORD-FILE TO
                                   WS-SC-END-DATE (WS-SC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHOOL-CALENDAR-FILE
           END-IF
           DISPLAY 'SCHOOL TERMS LOADED - ' WS-SC-COUNT
           .

       130-LOAD-PUNCH-FILE.
      *****************************************************************
      * Load the week's raw punch pairs                               *
      *****************************************************************
           MOVE ZEROS TO WS-PU-COUNT
           OPEN INPUT PUNCH-INPUT-FILE
           IF PUNCH-FILE-SUCCESS
               PERFORM UNTIL PUNCH-FILE-EOF
                   READ PUNCH-INPUT-FILE
                       AT END
                           SET PUNCH-FILE-EOF TO TRUE
                       NOT AT END
                           IF WS-PU-COUNT < 2000
                               ADD 1 TO WS-PU-COUNT
                               MOVE PU-EMPLOYEE-ID
                                   IN PUNCH-PAIR-RECORD-FILE TO
                                   WS-PU-EMP-ID (WS-PU-COUNT)
                               MOVE PU-WORK-DATE
                                   IN PUNCH-PAIR-RECORD-FILE TO
                                   WS-PU-WORK-DATE (WS-PU-COUNT)
                               MOVE PU-IN-TIME
                                   IN PUNCH-PAIR-RECORD-FILE TO
                                   WS-PU-IN-TIME (WS-PU-COUNT)
                               MOVE PU-OUT-TIME
                                   IN PUNCH-PAIR-RECORD-FILE TO
                                   WS-PU-OUT-TIME (WS-PU-COUNT)
                               MOVE 'N' TO
                                   WS-PU-DONE-FLAG (WS-PU-COUNT)
                           ELSE
                               DISPLAY 'PUNCH TABLE FULL - '
                                       'PUNCH DROPPED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PUNCH-INPUT-FILE
           END-IF
           DISPLAY 'PUNCH PAIRS LOADED - ' WS-PU-COUNT
           .

       300-CHECK-PUNCH-EMPLOYEES.
      *****************************************************************
      * Check the punch table one employee at a time until every      *
      * punch is consumed                                              *
      *****************************************************************
           PERFORM VARYING WS-PU-INDEX FROM 1 BY 1
                   UNTIL WS-PU-INDEX > WS-PU-COUNT
               IF WS-PU-DONE-FLAG (WS-PU-INDEX) = 'N'
                   MOVE WS-PU-EMP-ID (WS-PU-INDEX) TO WS-CUR-EMP-ID
                   ADD 1 TO WS-EMPLOYEES-CHECKED
                   PERFORM 310-CHECK-ONE-EMPLOYEE
                       THRU 310-EXIT
               END-IF
           END-PERFORM
           .

       310-CHECK-ONE-EMPLOYEE.
      *****************************************************************
      * Read the employee, build the days worked, and check each day  *
      * and week worked under 18. An employee not on the master is    *
      * skipped; one without a valid birth date is reported so the    *
      * record can be corrected                                        *
      *****************************************************************
           PERFORM 320-BUILD-EMPLOYEE-DAYS

           MOVE WS-CUR-EMP-ID TO EMP-ID IN EMPLOYEE-RECORD-FILE
           READ EMPLOYEE-FILE
           IF NOT EMP-FILE-SUCCESS
               DISPLAY 'PUNCHES FOR EMPLOYEE NOT ON FILE: '
                       WS-CUR-EMP-ID
               GO TO 310-EXIT
           END-IF

           MOVE EMP-WORK-STATE IN EMPLOYEE-RECORD-FILE TO WS-CUR-STATE
           MOVE EMP-WORK-SITE IN EMPLOYEE-RECORD-FILE TO WS-CUR-SITE
           MOVE EMP-SUPERVISOR-ID IN EMPLOYEE-RECORD-FILE TO
               WS-CUR-SUPERVISOR
           MOVE SPACES TO WS-CUR-NAME
           STRING EMP-LAST-NAME IN EMPLOYEE-RECORD-FILE
                      DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  EMP-FIRST-NAME IN EMPLOYEE-RECORD-FILE
                      DELIMITED BY '  '
                  INTO WS-CUR-NAME
           END-STRING

           IF EMP-BIRTH-DATE IN EMPLOYEE-RECORD-FILE IS NOT NUMERIC
               OR EMP-BIRTH-YEAR IN EMPLOYEE-RECORD-FILE = ZEROS
               MOVE ZEROS TO WS-NV-DATE
               MOVE 'MNBD' TO WS-NV-CODE
               MOVE ZEROS TO WS-NV-AGE
               MOVE 'NO VALID BIRTH DATE - AGE NOT CHECKED' TO
                   WS-NV-DESC
               MOVE SPACES TO WS-NV-ACTUAL
               MOVE SPACES TO WS-NV-LIMIT
               PERFORM 380-ADD-VIOLATION
               GO TO 310-EXIT
           END-IF
           MOVE EMP-BIRTH-DATE IN EMPLOYEE-RECORD-FILE TO
               WS-CUR-BIRTH-DATE

           PERFORM 330-DATE-EMPLOYEE-DAYS
           IF WS-ED-COUNT = ZEROS
               GO TO 310-EXIT
           END-IF
           ADD 1 TO WS-MINORS-CHECKED

           PERFORM VARYING WS-ED-INDEX FROM 1 BY 1
                   UNTIL WS-ED-INDEX > WS-ED-COUNT
               IF WS-ED-LIMIT-INDEX (WS-ED-INDEX) > ZEROS
                   PERFORM 340-CHECK-ONE-DAY
               END-IF
           END-PERFORM

           PERFORM 350-BUILD-EMPLOYEE-WEEKS
           PERFORM VARYING WS-EW-INDEX FROM 1 BY 1
                   UNTIL WS-EW-INDEX > WS-EW-COUNT
               PERFORM 360-CHECK-ONE-WEEK
           END-PERFORM
           .
       310-EXIT.
           EXIT.

       320-BUILD-EMPLOYEE-DAYS.
      *****************************************************************
      * Collect every completed punch pair for the current employee   *
      * into the day table: minutes worked, first in, and last out    *
      * (an out time before the in time crossed midnight and counts   *
      * past 24:00). Days are then put in date order                   *
      *****************************************************************
           MOVE ZEROS TO WS-ED-COUNT
           PERFORM VARYING WS-PU-INDEX-2 FROM 1 BY 1
                   UNTIL WS-PU-INDEX-2 > WS-PU-COUNT
               IF WS-PU-EMP-ID (WS-PU-INDEX-2) = WS-CUR-EMP-ID
                   AND WS-PU-DONE-FLAG (WS-PU-INDEX-2) = 'N'
                   MOVE 'Y' TO WS-PU-DONE-FLAG (WS-PU-INDEX-2)
                   IF WS-PU-OUT-TIME (WS-PU-INDEX-2) NOT = ZEROS
                       PERFORM 322-ROLL-PUNCH-INTO-DAY
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-ED-INDEX FROM 1 BY 1
                   UNTIL WS-ED-INDEX >= WS-ED-COUNT
               PERFORM VARYING WS-ED-INDEX-2 FROM 1 BY 1
                       UNTIL WS-ED-INDEX-2 >= WS-ED-COUNT
                   IF WS-ED-DATE (WS-ED-INDEX-2) >
                           WS-ED-DATE (WS-ED-INDEX-2 + 1)
                       MOVE WS-ED-ENTRY (WS-ED-INDEX-2) TO WS-ED-SWAP
                       MOVE WS-ED-ENTRY (WS-ED-INDEX-2 + 1) TO
                           WS-ED-ENTRY (WS-ED-INDEX-2)
                       MOVE WS-ED-SWAP TO
                           WS-ED-ENTRY (WS-ED-INDEX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       322-ROLL-PUNCH-INTO-DAY.
      *****************************************************************
      * Add one punch pair to its work date's day entry                *
      *****************************************************************
           MOVE WS-PU-IN-TIME (WS-PU-INDEX-2) TO WS-FMT-CLOCK
           PERFORM 820-CLOCK-TO-MINUTES
           MOVE WS-FMT-MINUTES TO WS-IN-MINUTES
           MOVE WS-PU-OUT-TIME (WS-PU-INDEX-2) TO WS-FMT-CLOCK
           PERFORM 820-CLOCK-TO-MINUTES
           MOVE WS-FMT-MINUTES TO WS-OUT-MINUTES
           IF WS-OUT-MINUTES < WS-IN-MINUTES
               ADD 1440 TO WS-OUT-MINUTES
           END-IF

           PERFORM VARYING WS-ED-INDEX FROM 1 BY 1
                   UNTIL WS-ED-INDEX > WS-ED-COUNT
               IF WS-ED-DATE (WS-ED-INDEX) =
                       WS-PU-WORK-DATE (WS-PU-INDEX-2)
                   COMPUTE WS-ED-MINUTES (WS-ED-INDEX) =
                       WS-ED-MINUTES (WS-ED-INDEX) +
                       WS-OUT-MINUTES - WS-IN-MINUTES
                   IF WS-IN-MINUTES < WS-ED-FIRST-IN (WS-ED-INDEX)
                       MOVE WS-IN-MINUTES TO
                           WS-ED-FIRST-IN (WS-ED-INDEX)
                   END-IF
                   IF WS-OUT-MINUTES > WS-ED-LAST-OUT (WS-ED-INDEX)
                       MOVE WS-OUT-MINUTES TO
                           WS-ED-LAST-OUT (WS-ED-INDEX)
                   END-IF
                   MOVE 999 TO WS-ED-INDEX
               END-IF
           END-PERFORM

           IF WS-ED-INDEX < 999
               IF WS-ED-COUNT < 14
                   ADD 1 TO WS-ED-COUNT
                   MOVE WS-PU-WORK-DATE (WS-PU-INDEX-2) TO
                       WS-ED-DATE (WS-ED-COUNT)
                   COMPUTE WS-ED-MINUTES (WS-ED-COUNT) =
                       WS-OUT-MINUTES - WS-IN-MINUTES
                   MOVE WS-IN-MINUTES TO WS-ED-FIRST-IN (WS-ED-COUNT)
                   MOVE WS-OUT-MINUTES TO WS-ED-LAST-OUT (WS-ED-COUNT)
                   MOVE ZEROS TO WS-ED-WEEK-START (WS-ED-COUNT)
                   MOVE ZEROS TO WS-ED-AGE (WS-ED-COUNT)
                   MOVE ZEROS TO WS-ED-LIMIT-INDEX (WS-ED-COUNT)
               ELSE
                   DISPLAY 'DAY TABLE FULL FOR EMPLOYEE: '
                           WS-CUR-EMP-ID
               END-IF
           END-IF
           .

       330-DATE-EMPLOYEE-DAYS.
      *****************************************************************
      * Stamp each day with the employee's age on that date, the      *
      * limits row for the work state and age (none from 18 on), and  *
      * the Sunday that starts its workweek. A run with no day under  *
      * 18 leaves the day count at zero                                *
      *****************************************************************
           MOVE ZEROS TO WS-STEP-COUNT
           PERFORM VARYING WS-ED-INDEX FROM 1 BY 1
                   UNTIL WS-ED-INDEX > WS-ED-COUNT
               MOVE WS-ED-DATE (WS-ED-INDEX) TO WS-WORK-DATE
               COMPUTE WS-AGE = WS-WORK-YEAR - WS-CUR-BIRTH-YEAR
               IF WS-WORK-MMDD < WS-CUR-BIRTH-MMDD
                   SUBTRACT 1 FROM WS-AGE
               END-IF
               IF WS-AGE > 99
                   MOVE 99 TO WS-AGE
               END-IF
               MOVE WS-AGE TO WS-ED-AGE (WS-ED-INDEX)
               MOVE ZEROS TO WS-ED-LIMIT-INDEX (WS-ED-INDEX)
               IF WS-AGE < 18
                   ADD 1 TO WS-STEP-COUNT
                   PERFORM 335-FIND-LIMIT-ROW
                   MOVE WS-LM-FOUND-INDEX TO
                       WS-ED-LIMIT-INDEX (WS-ED-INDEX)
               END-IF

               PERFORM 810-COMPUTE-WEEKDAY
               IF WS-WEEKDAY = ZEROS
                   MOVE 7 TO WS-DAY-SLOT
               ELSE
                   MOVE WS-WEEKDAY TO WS-DAY-SLOT
               END-IF
               IF WS-DAY-SLOT > 1
                   SUBTRACT 1 FROM WS-DAY-SLOT
                   PERFORM 845-PRIOR-CALENDAR-DAY WS-DAY-SLOT TIMES
               END-IF
               MOVE WS-WORK-DATE TO WS-ED-WEEK-START (WS-ED-INDEX)
           END-PERFORM

           IF WS-STEP-COUNT = ZEROS
               MOVE ZEROS TO WS-ED-COUNT
           END-IF
           .

       335-FIND-LIMIT-ROW.
      *****************************************************************
      * Find the limits row for the work state and age, falling back  *
      * to the '**' row for the age; none found means no limits       *
      *****************************************************************
           MOVE ZEROS TO WS-LM-FOUND-INDEX
           PERFORM VARYING WS-LM-INDEX FROM 1 BY 1
                   UNTIL WS-LM-INDEX > WS-LM-COUNT
               IF WS-LM-STATE (WS-LM-INDEX) = WS-CUR-STATE
                   AND WS-AGE >= WS-LM-AGE-FROM (WS-LM-INDEX)
                   AND WS-AGE <= WS-LM-AGE-TO (WS-LM-INDEX)
                   MOVE WS-LM-INDEX TO WS-LM-FOUND-INDEX
                   MOVE 999 TO WS-LM-INDEX
               END-IF
           END-PERFORM

           IF WS-LM-FOUND-INDEX = ZEROS
               PERFORM VARYING WS-LM-INDEX FROM 1 BY 1
                       UNTIL WS-LM-INDEX > WS-LM-COUNT
                   IF WS-LM-STATE (WS-LM-INDEX) = '**'
                       AND WS-AGE >= WS-LM-AGE-FROM (WS-LM-INDEX)
                       AND WS-AGE <= WS-LM-AGE-TO (WS-LM-INDEX)
                       MOVE WS-LM-INDEX TO WS-LM-FOUND-INDEX
                       MOVE 999 TO WS-LM-INDEX
                   END-IF
               END-PERFORM
           END-IF
           .

       340-CHECK-ONE-DAY.
      *****************************************************************
      * Check one day worked under 18 against the daily hours limit   *
      * for a school or non-school day, the earliest start, and the   *
      * latest end (the summer latest end June through August)        *
      *****************************************************************
           MOVE WS-ED-LIMIT-INDEX (WS-ED-INDEX) TO WS-LM-FOUND-INDEX
           MOVE WS-ED-DATE (WS-ED-INDEX) TO WS-WORK-DATE
           MOVE WS-ED-DATE (WS-ED-INDEX) TO WS-NV-DATE
           MOVE WS-ED-AGE (WS-ED-INDEX) TO WS-NV-AGE
           PERFORM 370-CHECK-SCHOOL-DAY
               THRU 370-EXIT

           IF WS-SCHOOL-DAY
               MOVE WS-LM-SCHOOL-DAY (WS-LM-FOUND-INDEX) TO
                   WS-DAY-LIMIT
           ELSE
               MOVE WS-LM-NONSCHOOL-DAY (WS-LM-FOUND-INDEX) TO
                   WS-DAY-LIMIT
           END-IF

           IF WS-DAY-LIMIT > ZEROS
               AND WS-ED-MINUTES (WS-ED-INDEX) > WS-DAY-LIMIT
               IF WS-SCHOOL-DAY
                   MOVE 'MDSC' TO WS-NV-CODE
                   MOVE 'HOURS OVER SCHOOL-DAY LIMIT' TO WS-NV-DESC
               ELSE
                   MOVE 'MDAY' TO WS-NV-CODE
                   MOVE 'HOURS OVER DAILY LIMIT' TO WS-NV-DESC
               END-IF
               MOVE WS-ED-MINUTES (WS-ED-INDEX) TO WS-FMT-MINUTES
               PERFORM 830-FORMAT-HOURS
               MOVE WS-FMT-HOURS TO WS-NV-ACTUAL
               MOVE WS-DAY-LIMIT TO WS-FMT-MINUTES
               PERFORM 830-FORMAT-HOURS
               MOVE WS-FMT-HOURS TO WS-NV-LIMIT
               PERFORM 380-ADD-VIOLATION
           END-IF

           IF WS-LM-EARLIEST (WS-LM-FOUND-INDEX) > ZEROS
               AND WS-ED-FIRST-IN (WS-ED-INDEX) <
                   WS-LM-EARLIEST (WS-LM-FOUND-INDEX)
               MOVE 'MERL' TO WS-NV-CODE
               MOVE 'STARTED BEFORE EARLIEST START TIME' TO
                   WS-NV-DESC
               MOVE WS-ED-FIRST-IN (WS-ED-INDEX) TO WS-FMT-MINUTES
               PERFORM 835-FORMAT-CLOCK-TIME
               MOVE WS-FMT-TIME TO WS-NV-ACTUAL
               MOVE WS-LM-EARLIEST (WS-LM-FOUND-INDEX) TO
                   WS-FMT-MINUTES
               PERFORM 835-FORMAT-CLOCK-TIME
               MOVE WS-FMT-TIME TO WS-NV-LIMIT
               PERFORM 380-ADD-VIOLATION
           END-IF

           MOVE WS-LM-LATEST (WS-LM-FOUND-INDEX) TO WS-LATEST-LIMIT
           IF WS-WORK-MONTH >= 6 AND WS-WORK-MONTH <= 8
               AND WS-LM-SUMMER-LATEST (WS-LM-FOUND-INDEX) > ZEROS
               MOVE WS-LM-SUMMER-LATEST (WS-LM-FOUND-INDEX) TO
                   WS-LATEST-LIMIT
           END-IF

           IF WS-LATEST-LIMIT > ZEROS
               AND WS-ED-LAST-OUT (WS-ED-INDEX) > WS-LATEST-LIMIT
               MOVE 'MLAT' TO WS-NV-CODE
               MOVE 'WORKED PAST LATEST END TIME' TO WS-NV-DESC
               MOVE WS-ED-LAST-OUT (WS-ED-INDEX) TO WS-FMT-MINUTES
               PERFORM 835-FORMAT-CLOCK-TIME
               MOVE WS-FMT-TIME TO WS-NV-ACTUAL
               MOVE WS-LATEST-LIMIT TO WS-FMT-MINUTES
               PERFORM 835-FORMAT-CLOCK-TIME
               MOVE WS-FMT-TIME TO WS-NV-LIMIT
               PERFORM 380-ADD-VIOLATION
           END-IF
           .

       350-BUILD-EMPLOYEE-WEEKS.
      *****************************************************************
      * Total the minutes worked under 18 by Sunday-to-Saturday       *
      * workweek. The week takes its age and limits row from its      *
      * first day worked under 18                                      *
      *****************************************************************
           MOVE ZEROS TO WS-EW-COUNT
           PERFORM VARYING WS-ED-INDEX FROM 1 BY 1
                   UNTIL WS-ED-INDEX > WS-ED-COUNT
               IF WS-ED-LIMIT-INDEX (WS-ED-INDEX) > ZEROS
                   PERFORM 352-ROLL-DAY-INTO-WEEK
               END-IF
           END-PERFORM
           .

       352-ROLL-DAY-INTO-WEEK.
      *****************************************************************
      * Add one day's minutes to its workweek entry                    *
      *****************************************************************
           PERFORM VARYING WS-EW-INDEX FROM 1 BY 1
                   UNTIL WS-EW-INDEX > WS-EW-COUNT
               IF WS-EW-WEEK-START (WS-EW-INDEX) =
                       WS-ED-WEEK-START (WS-ED-INDEX)
                   ADD WS-ED-MINUTES (WS-ED-INDEX) TO
                       WS-EW-MINUTES (WS-EW-INDEX)
                   MOVE 99 TO WS-EW-INDEX
               END-IF
           END-PERFORM

           IF WS-EW-INDEX < 99
               IF WS-EW-COUNT < 4
                   ADD 1 TO WS-EW-COUNT
                   MOVE WS-ED-WEEK-START (WS-ED-INDEX) TO
                       WS-EW-WEEK-START (WS-EW-COUNT)
                   MOVE WS-ED-MINUTES (WS-ED-INDEX) TO
                       WS-EW-MINUTES (WS-EW-COUNT)
                   MOVE WS-ED-AGE (WS-ED-INDEX) TO
                       WS-EW-AGE (WS-EW-COUNT)
                   MOVE WS-ED-LIMIT-INDEX (WS-ED-INDEX) TO
                       WS-EW-LIMIT-INDEX (WS-EW-COUNT)
               ELSE
                   DISPLAY 'WEEK TABLE FULL FOR EMPLOYEE: '
                           WS-CUR-EMP-ID
               END-IF
           END-IF
           .

       360-CHECK-ONE-WEEK.
      *****************************************************************
      * Check one workweek against the school-week limit when any     *
      * Monday through Friday of it is a school day, otherwise the    *
      * non-school-week limit. The violation is dated the Sunday the  *
      * week starts                                                   *
      *****************************************************************
           MOVE WS-EW-LIMIT-INDEX (WS-EW-INDEX) TO WS-LM-FOUND-INDEX
           MOVE 'N' TO WS-SCHOOL-WEEK-SW
           MOVE WS-EW-WEEK-START (WS-EW-INDEX) TO WS-WORK-DATE
           PERFORM VARYING WS-WEEK-DAY-NUMBER FROM 1 BY 1
                   UNTIL WS-WEEK-DAY-NUMBER > 5
               PERFORM 840-NEXT-CALENDAR-DAY
               PERFORM 370-CHECK-SCHOOL-DAY
                   THRU 370-EXIT
               IF WS-SCHOOL-DAY
                   MOVE 'Y' TO WS-SCHOOL-WEEK-SW
               END-IF
           END-PERFORM

           IF WS-SCHOOL-WEEK
               MOVE WS-LM-SCHOOL-WEEK (WS-LM-FOUND-INDEX) TO
                   WS-WEEK-LIMIT
           ELSE
               MOVE WS-LM-NONSCHOOL-WEEK (WS-LM-FOUND-INDEX) TO
                   WS-WEEK-LIMIT
           END-IF

           IF WS-WEEK-LIMIT > ZEROS
               AND WS-EW-MINUTES (WS-EW-INDEX) > WS-WEEK-LIMIT
               MOVE WS-EW-WEEK-START (WS-EW-INDEX) TO WS-NV-DATE
               MOVE WS-EW-AGE (WS-EW-INDEX) TO WS-NV-AGE
               IF WS-SCHOOL-WEEK
                   MOVE 'MWSC' TO WS-NV-CODE
                   MOVE 'HOURS OVER SCHOOL-WEEK LIMIT' TO WS-NV-DESC
               ELSE
                   MOVE 'MWEK' TO WS-NV-CODE
                   MOVE 'HOURS OVER WEEKLY LIMIT' TO WS-NV-DESC
               END-IF
               MOVE WS-EW-MINUTES (WS-EW-INDEX) TO WS-FMT-MINUTES
               PERFORM 830-FORMAT-HOURS
               MOVE WS-FMT-HOURS TO WS-NV-ACTUAL
               MOVE WS-WEEK-LIMIT TO WS-FMT-MINUTES
               PERFORM 830-FORMAT-HOURS
               MOVE WS-FMT-HOURS TO WS-NV-LIMIT
               PERFORM 380-ADD-VIOLATION
           END-IF
           .

       370-CHECK-SCHOOL-DAY.
      *****************************************************************
      * Decide whether the work date is a school day: a Monday        *
      * through Friday inside a term for the work state or for every  *
      * state ('**'); with no calendar loaded, any weekday outside    *
      * June through August                                            *
      *****************************************************************
           MOVE 'N' TO WS-SCHOOL-DAY-SW
           PERFORM 810-COMPUTE-WEEKDAY
           IF WS-WEEKDAY < 2
               GO TO 370-EXIT
           END-IF

           IF WS-SC-COUNT = ZEROS
               IF WS-WORK-MONTH < 6 OR WS-WORK-MONTH > 8
                   MOVE 'Y' TO WS-SCHOOL-DAY-SW
               END-IF
               GO TO 370-EXIT
           END-IF

           PERFORM VARYING WS-SC-INDEX FROM 1 BY 1
                   UNTIL WS-SC-INDEX > WS-SC-COUNT
               IF (WS-SC-STATE (WS-SC-INDEX) = WS-CUR-STATE
                       OR WS-SC-STATE (WS-SC-INDEX) = '**')
                   AND WS-WORK-DATE >= WS-SC-START-DATE (WS-SC-INDEX)
                   AND WS-WORK-DATE <= WS-SC-END-DATE (WS-SC-INDEX)
                   MOVE 'Y' TO WS-SCHOOL-DAY-SW
                   MOVE 999 TO WS-SC-INDEX
               END-IF
           END-PERFORM
           .
       370-EXIT.
           EXIT.

       380-ADD-VIOLATION.
      *****************************************************************
      * Add one violation for the current employee to the table       *
      *****************************************************************
           IF WS-VI-COUNT >= 1000
               DISPLAY 'VIOLATION TABLE FULL - NOT LISTED: '
                       WS-CUR-EMP-ID ' ' WS-NV-CODE ' ' WS-NV-DATE
           ELSE
               ADD 1 TO WS-VI-COUNT
               MOVE WS-CUR-SITE TO WS-VI-SITE (WS-VI-COUNT)
               MOVE WS-CUR-SUPERVISOR TO WS-VI-SUPERVISOR (WS-VI-COUNT)
               MOVE WS-CUR-EMP-ID TO WS-VI-EMP-ID (WS-VI-COUNT)
               MOVE WS-NV-DATE TO WS-VI-DATE (WS-VI-COUNT)
               MOVE WS-NV-CODE TO WS-VI-CODE (WS-VI-COUNT)
               MOVE WS-CUR-NAME TO WS-VI-NAME (WS-VI-COUNT)
               MOVE WS-CUR-STATE TO WS-VI-STATE (WS-VI-COUNT)
               MOVE WS-NV-AGE TO WS-VI-AGE (WS-VI-COUNT)
               MOVE WS-NV-DESC TO WS-VI-DESC (WS-VI-COUNT)
               MOVE WS-NV-ACTUAL TO WS-VI-ACTUAL (WS-VI-COUNT)
               MOVE WS-NV-LIMIT TO WS-VI-LIMIT (WS-VI-COUNT)
           END-IF
           .

       500-SORT-VIOLATIONS.
      *****************************************************************
      * Put the violations in site, supervisor, employee, date, and   *
      * code order                                                     *
      *****************************************************************
           PERFORM VARYING WS-VI-INDEX FROM 1 BY 1
                   UNTIL WS-VI-INDEX >= WS-VI-COUNT
               PERFORM VARYING WS-VI-INDEX-2 FROM 1 BY 1
                       UNTIL WS-VI-INDEX-2 >= WS-VI-COUNT
                   IF WS-VI-SORT-KEY (WS-VI-INDEX-2) >
                           WS-VI-SORT-KEY (WS-VI-INDEX-2 + 1)
                       MOVE WS-VI-ENTRY (WS-VI-INDEX-2) TO WS-VI-SWAP
                       MOVE WS-VI-ENTRY (WS-VI-INDEX-2 + 1) TO
                           WS-VI-ENTRY (WS-VI-INDEX-2)
                       MOVE WS-VI-SWAP TO
                           WS-VI-ENTRY (WS-VI-INDEX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       550-PRINT-VIOLATIONS.
      *****************************************************************
      * Print the violation section with a heading for each site and  *
      * supervisor                                                     *
      *****************************************************************
           MOVE WS-DATE TO WS-WORK-DATE
           PERFORM 850-FORMAT-WORK-DATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MINOR LABOR HOURS COMPLIANCE EXCEPTIONS - '
                  WS-ED-DISPLAY-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           IF WS-VI-COUNT = ZEROS
               MOVE SPACES TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE 'NO MINOR LABOR VIOLATIONS FOUND' TO
                   WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           PERFORM VARYING WS-VI-INDEX FROM 1 BY 1
                   UNTIL WS-VI-INDEX > WS-VI-COUNT
               IF WS-VI-SITE (WS-VI-INDEX) NOT = WS-PREV-SITE
                   OR WS-VI-SUPERVISOR (WS-VI-INDEX) NOT =
                       WS-PREV-SUPERVISOR
                   PERFORM 555-PRINT-GROUP-HEADING
               END-IF
               PERFORM 560-PRINT-VIOLATION-LINE
           END-PERFORM
           .

       555-PRINT-GROUP-HEADING.
      *****************************************************************
      * Heading for a new site/supervisor group, naming the           *
      * supervisor from the employee master                            *
      *****************************************************************
           MOVE WS-VI-SITE (WS-VI-INDEX) TO WS-PREV-SITE
           MOVE WS-VI-SUPERVISOR (WS-VI-INDEX) TO WS-PREV-SUPERVISOR

           MOVE 'NONE ASSIGNED' TO WS-SUPERVISOR-NAME
           IF WS-PREV-SUPERVISOR NOT = SPACES
               MOVE 'NOT ON FILE' TO WS-SUPERVISOR-NAME
               MOVE WS-PREV-SUPERVISOR TO EMP-ID IN EMPLOYEE-RECORD-FILE
               READ EMPLOYEE-FILE
               IF EMP-FILE-SUCCESS
                   MOVE SPACES TO WS-SUPERVISOR-NAME
                   STRING EMP-LAST-NAME IN EMPLOYEE-RECORD-FILE
                              DELIMITED BY '  '
                          ', ' DELIMITED BY SIZE
                          EMP-FIRST-NAME IN EMPLOYEE-RECORD-FILE
                              DELIMITED BY '  '
                          INTO WS-SUPERVISOR-NAME
                   END-STRING
               END-IF
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SITE: ' WS-PREV-SITE
                  '   SUPERVISOR: ' WS-PREV-SUPERVISOR
                  ' ' WS-SUPERVISOR-NAME
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMP ID  NAME                     ST AGE  DATE      '
                  '  CODE  DESCRIPTION                             '
                  '  ACTUAL   LIMIT'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       560-PRINT-VIOLATION-LINE.
      *****************************************************************
      * One violation line                                             *
      *****************************************************************
           IF WS-VI-DATE (WS-VI-INDEX) = ZEROS
               MOVE SPACES TO WS-ED-DISPLAY-DATE
           ELSE
               MOVE WS-VI-DATE (WS-VI-INDEX) TO WS-WORK-DATE
               PERFORM 850-FORMAT-WORK-DATE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-VI-EMP-ID (WS-VI-INDEX)
                  '  ' WS-VI-NAME (WS-VI-INDEX)
                  ' ' WS-VI-STATE (WS-VI-INDEX)
                  ' ' WS-VI-AGE (WS-VI-INDEX)
                  '   ' WS-ED-DISPLAY-DATE
                  '  ' WS-VI-CODE (WS-VI-INDEX)
                  '  ' WS-VI-DESC (WS-VI-INDEX)
                  '  ' WS-VI-ACTUAL (WS-VI-INDEX)
                  '   ' WS-VI-LIMIT (WS-VI-INDEX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       600-LIST-TURNING-EIGHTEEN.
      *****************************************************************
      * Walk the employee master and list every active or on-leave    *
      * employee whose 18th birthday falls from today through the end *
      * of the lookahead window                                        *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-LOOKAHEAD-DATE TO WS-WORK-DATE
           PERFORM 850-FORMAT-WORK-DATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MINORS TURNING 18 THROUGH ' WS-ED-DISPLAY-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMP ID  NAME                     SITE  SUPERVISOR'
                  '  ST  BIRTH DATE  TURNS 18'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

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
                       PERFORM 610-CHECK-TURNING-EIGHTEEN
               END-READ
           END-PERFORM
           .

       610-CHECK-TURNING-EIGHTEEN.
      *****************************************************************
      * List one employee if their 18th birthday is in the window     *
      *****************************************************************
           IF EMP-BIRTH-DATE IN EMPLOYEE-RECORD-FILE IS NOT NUMERIC
               OR EMP-BIRTH-YEAR IN EMPLOYEE-RECORD-FILE = ZEROS
               OR NOT (EMP-ACTIVE IN EMPLOYEE-RECORD-FILE
                   OR EMP-LEAVE IN EMPLOYEE-RECORD-FILE)
               CONTINUE
           ELSE
               MOVE EMP-BIRTH-DATE IN EMPLOYEE-RECORD-FILE TO
                   WS-EIGHTEENTH-BIRTHDAY
               ADD 18 TO WS-EIGHTEENTH-YEAR
               IF WS-EIGHTEENTH-BIRTHDAY >= WS-DATE
                   AND WS-EIGHTEENTH-BIRTHDAY <= WS-LOOKAHEAD-DATE
                   PERFORM 620-PRINT-TURNING-EIGHTEEN
               END-IF
           END-IF
           .

       620-PRINT-TURNING-EIGHTEEN.
      *****************************************************************
      * One turning-18 line                                            *
      *****************************************************************
           ADD 1 TO WS-TURNING-18-COUNT
           MOVE SPACES TO WS-CUR-NAME
           STRING EMP-LAST-NAME IN EMPLOYEE-RECORD-FILE
                      DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  EMP-FIRST-NAME IN EMPLOYEE-RECORD-FILE
                      DELIMITED BY '  '
                  INTO WS-CUR-NAME
           END-STRING

           MOVE EMP-BIRTH-DATE IN EMPLOYEE-RECORD-FILE TO WS-WORK-DATE
           PERFORM 850-FORMAT-WORK-DATE
           MOVE WS-ED-DISPLAY-DATE TO WS-ED-DISPLAY-DATE-2
           MOVE WS-EIGHTEENTH-BIRTHDAY TO WS-WORK-DATE
           PERFORM 850-FORMAT-WORK-DATE

           MOVE SPACES TO WS-REPORT-LINE
           STRING EMP-ID IN EMPLOYEE-RECORD-FILE
                  '  ' WS-CUR-NAME
                  ' ' EMP-WORK-SITE IN EMPLOYEE-RECORD-FILE
                  '  ' EMP-SUPERVISOR-ID IN EMPLOYEE-RECORD-FILE
                  '      ' EMP-WORK-STATE IN EMPLOYEE-RECORD-FILE
                  '  ' WS-ED-DISPLAY-DATE-2
                  '  ' WS-ED-DISPLAY-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       810-COMPUTE-WEEKDAY.
      *****************************************************************
      * Compute the day of week for the work date by Zeller's          *
      * congruence: 0=Saturday, 1=Sunday, ... 6=Friday                 *
      *****************************************************************
           MOVE WS-WORK-DAY TO WS-ZELLER-Q
           MOVE WS-WORK-MONTH TO WS-ZELLER-M
           MOVE WS-WORK-YEAR TO WS-ZELLER-YEAR
           IF WS-ZELLER-M < 3
               ADD 12 TO WS-ZELLER-M
               SUBTRACT 1 FROM WS-ZELLER-YEAR
           END-IF
           DIVIDE WS-ZELLER-YEAR BY 100 GIVING WS-ZELLER-J
               REMAINDER WS-ZELLER-K
           COMPUTE WS-ZELLER-T1 = 13 * (WS-ZELLER-M + 1)
           DIVIDE WS-ZELLER-T1 BY 5 GIVING WS-ZELLER-T1
           DIVIDE WS-ZELLER-K BY 4 GIVING WS-ZELLER-T2
           DIVIDE WS-ZELLER-J BY 4 GIVING WS-ZELLER-T3
           COMPUTE WS-ZELLER-SUM =
               WS-ZELLER-Q + WS-ZELLER-T1 + WS-ZELLER-K +
               WS-ZELLER-T2 + WS-ZELLER-T3 + (5 * WS-ZELLER-J)
           DIVIDE WS-ZELLER-SUM BY 7 GIVING WS-ZELLER-T1
               REMAINDER WS-WEEKDAY
           .

       820-CLOCK-TO-MINUTES.
      *****************************************************************
      * Convert an HHMM clock time to minutes from midnight            *
      *****************************************************************
           DIVIDE WS-FMT-CLOCK BY 100
               GIVING WS-HHMM-HOURS REMAINDER WS-HHMM-MINS
           COMPUTE WS-FMT-MINUTES =
               (WS-HHMM-HOURS * 60) + WS-HHMM-MINS
           .

       830-FORMAT-HOURS.
      *****************************************************************
      * Edit a minutes count as hours and hundredths                   *
      *****************************************************************
           COMPUTE WS-FMT-HOURS ROUNDED = WS-FMT-MINUTES / 60
           .

       835-FORMAT-CLOCK-TIME.
      *****************************************************************
      * Edit minutes from midnight as an HH:MM clock time; a time     *
      * past midnight shows on the next day's clock                   *
      *****************************************************************
           IF WS-FMT-MINUTES >= 1440
               SUBTRACT 1440 FROM WS-FMT-MINUTES
           END-IF
           DIVIDE WS-FMT-MINUTES BY 60
               GIVING WS-HHMM-HOURS REMAINDER WS-HHMM-MINS
           COMPUTE WS-FMT-CLOCK = (WS-HHMM-HOURS * 100) + WS-HHMM-MINS
           MOVE SPACES TO WS-FMT-TIME
           STRING ' ' WS-FMT-CLOCK (1:2) ':' WS-FMT-CLOCK (3:2)
                  DELIMITED BY SIZE INTO WS-FMT-TIME
           .

       840-NEXT-CALENDAR-DAY.
      *****************************************************************
      * Advance the work date one calendar day                         *
      *****************************************************************
           PERFORM 842-SET-MONTH-DAYS
           IF WS-WORK-DAY < WS-MONTH-DAYS
               ADD 1 TO WS-WORK-DAY
           ELSE
               MOVE 1 TO WS-WORK-DAY
               ADD 1 TO WS-WORK-MONTH
               IF WS-WORK-MONTH > 12
                   MOVE 1 TO WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
           END-IF
           .

       842-SET-MONTH-DAYS.
      *****************************************************************
      * Number of days in the work date's month                        *
      *****************************************************************
           EVALUATE WS-WORK-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-MONTH-DAYS
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   MOVE 28 TO WS-MONTH-DAYS
                   DIVIDE WS-WORK-YEAR BY 4
                       GIVING WS-LEAP-REMAINDER
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZEROS
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
           END-EVALUATE
           .

       845-PRIOR-CALENDAR-DAY.
      *****************************************************************
      * Step the work date back one calendar day                       *
      *****************************************************************
           IF WS-WORK-DAY > 1
               SUBTRACT 1 FROM WS-WORK-DAY
           ELSE
               IF WS-WORK-MONTH > 1
                   SUBTRACT 1 FROM WS-WORK-MONTH
               ELSE
                   MOVE 12 TO WS-WORK-MONTH
                   SUBTRACT 1 FROM WS-WORK-YEAR
               END-IF
               PERFORM 842-SET-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-WORK-DAY
           END-IF
           .

       850-FORMAT-WORK-DATE.
      *****************************************************************
      * Edit the work date as MM/DD/YYYY                               *
      *****************************************************************
           MOVE SPACES TO WS-ED-DISPLAY-DATE
           STRING WS-WORK-MONTH '/' WS-WORK-DAY '/' WS-WORK-YEAR
                  DELIMITED BY SIZE INTO WS-ED-DISPLAY-DATE
           .

       900-WRAP-UP.
      *****************************************************************
      * Print the run counts, close all files, and display counts     *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-EMPLOYEES-CHECKED TO WS-ED-COUNT-OUT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMPLOYEES WITH PUNCHES: ' WS-ED-COUNT-OUT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-MINORS-CHECKED TO WS-ED-COUNT-OUT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MINORS CHECKED:         ' WS-ED-COUNT-OUT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-VI-COUNT TO WS-ED-COUNT-OUT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'VIOLATIONS LISTED:      ' WS-ED-COUNT-OUT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-TURNING-18-COUNT TO WS-ED-COUNT-OUT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TURNING 18 IN WINDOW:   ' WS-ED-COUNT-OUT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           CLOSE EMPLOYEE-FILE
                 MINOR-REPORT-FILE

           DISPLAY 'MINOR LABOR COMPLIANCE CHECK COMPLETE'
           DISPLAY 'MINORS CHECKED: ' WS-MINORS-CHECKED
           DISPLAY 'VIOLATIONS LISTED: ' WS-VI-COUNT
           DISPLAY 'TURNING 18 IN WINDOW: ' WS-TURNING-18-COUNT
           .
