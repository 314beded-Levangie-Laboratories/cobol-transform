      *****************************************************************
      * Program: COMPARPT.cbl                                         *
      *                                                               *
      * Purpose: Salary grade compa-ratio report for the Payroll       *
      *          Processing System. Non-union positions are now       *
      *          graded against the salary grade table; this report   *
      *          lists every graded employee's hourly-equivalent      *
      *          rate against the grade's minimum, midpoint, and      *
      *          maximum - compa-ratio and position in range - by     *
      *          department, and flags anyone paid below the grade    *
      *          minimum or above the grade maximum.                  *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARPT.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * COMPARPT is a standalone reporting program in the Payroll      *
      * Processing System. It:                                         *
      *                                                                *
      * 1. Reads the as-of date from the optional parameter file       *
      *    (the run date when absent) and loads each salary grade's    *
      *    row in force at that date                                   *
      * 2. For each active or on-leave employee carrying a salary      *
      *    grade, takes the hourly-equivalent rate - the hourly rate,  *
      *    or the salary annualized by pay frequency over 2080 hours   *
      *    - and computes the compa-ratio (rate over midpoint) and     *
      *    the position in range (0% at the minimum, 100% at the      *
      *    maximum)                                                    *
      * 3. Prints the employees by department with the department's    *
      *    below-minimum and above-maximum counts and average          *
      *    compa-ratio, flagging each employee outside the range and   *
      *    each grade code missing from the table                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMPA-PARM-FILE ASSIGN TO 'CMPPARM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARM-FILE-STATUS.

           SELECT SALARY-GRADE-FILE ASSIGN TO 'SALGRADE'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GRADE-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT COMPA-REPORT ASSIGN TO 'CMPARPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPA-PARM-FILE.
       01  COMPA-PARM-RECORD.
           05  PARM-AS-OF-DATE            PIC 9(8).
           05  FILLER                     PIC X(72).

       FD  SALARY-GRADE-FILE.
           COPY SALGRADE REPLACING ==SALARY-GRADE-RECORD== BY
               ==SALARY-GRADE-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  COMPA-REPORT.
           01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  PARM-FILE-STATUS           PIC X(2).
               88  PARM-FILE-SUCCESS      VALUE '00' '05'.
           05  GRADE-FILE-STATUS          PIC X(2).
               88  GRADE-FILE-SUCCESS     VALUE '00'.
               88  GRADE-FILE-EOF         VALUE '10'.
           05  EMP-FILE-STATUS            PIC X(2).
               88  EMP-FILE-SUCCESS       VALUE '00'.
               88  EMP-FILE-EOF           VALUE '10'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
           ==WS-EMPLOYEE-RECORD==.

       01  WS-DATETIME.
           05  WS-DATE                     PIC 9(8).
       01  WS-AS-OF-DATE                   PIC 9(8) VALUE ZEROS.

      *****************************************************************
      * Salary grade ranges in force at the as-of date: each grade's   *
      * latest row not after it                                        *
      *****************************************************************
       01  WS-GRADE-TABLE.
           05  WS-GR-COUNT                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-GR-ENTRY OCCURS 300 TIMES.
               10  WS-GR-GRADE             PIC X(4).
               10  WS-GR-EFF-DATE          PIC 9(8).
               10  WS-GR-MINIMUM           PIC 9(4)V99 COMP-3.
               10  WS-GR-MIDPOINT          PIC 9(4)V99 COMP-3.
               10  WS-GR-MAXIMUM           PIC 9(4)V99 COMP-3.
       01  WS-GR-INDEX                     PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-GR-FOUND-SW                  PIC X VALUE 'N'.
           88  WS-GR-FOUND                 VALUE 'Y'.
       01  WS-GR-EFF-WORK                  PIC 9(8) VALUE ZEROS.

      *****************************************************************
      * Departments seen, kept in ascending order for the report,     *
      * with the department's range counts and compa-ratio total      *
      *****************************************************************
       01  WS-DEPARTMENT-TABLE.
           05  WS-DT-COUNT                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-DT-ENTRY OCCURS 500 TIMES.
               10  WS-DT-DEPARTMENT        PIC X(4).
               10  WS-DT-EMPLOYEES         PIC 9(5) COMP-3.
               10  WS-DT-RANGED            PIC 9(5) COMP-3.
               10  WS-DT-BELOW             PIC 9(5) COMP-3.
               10  WS-DT-ABOVE             PIC 9(5) COMP-3.
               10  WS-DT-COMPA-TOTAL       PIC 9(9)V9 COMP-3.

      *****************************************************************
      * Graded employees in employee key order                         *
      *****************************************************************
       01  WS-EMPLOYEE-TABLE.
           05  WS-ET-COUNT                 PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-ET-ENTRY OCCURS 20000 TIMES.
               10  WS-ET-DEPARTMENT        PIC X(4).
               10  WS-ET-EMP-ID            PIC X(6).
               10  WS-ET-NAME              PIC X(25).
               10  WS-ET-GRADE             PIC X(4).
               10  WS-ET-PAY-TYPE          PIC X.
               10  WS-ET-HOURLY-EQUIV      PIC 9(6)V99 COMP-3.
               10  WS-ET-MINIMUM           PIC 9(4)V99 COMP-3.
               10  WS-ET-MIDPOINT          PIC 9(4)V99 COMP-3.
               10  WS-ET-MAXIMUM           PIC 9(4)V99 COMP-3.
               10  WS-ET-COMPA-RATIO       PIC 9(4)V9 COMP-3.
               10  WS-ET-RANGE-POSITION    PIC S9(5)V9 COMP-3.
               10  WS-ET-FLAG              PIC X(10).

       01  WS-WORK-FIELDS.
           05  WS-DT-INDEX                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-DT-INDEX-2               PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-ET-INDEX                 PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-FOUND-INDEX              PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-DEPARTMENT               PIC X(4) VALUE SPACES.
           05  WS-EMP-NAME                 PIC X(30) VALUE SPACES.
           05  WS-ANNUAL-PAY               PIC 9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-HOURLY-EQUIV             PIC 9(6)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-COMPA-RATIO              PIC 9(4)V9 COMP-3
                                       VALUE ZEROS.
           05  WS-RANGE-POSITION           PIC S9(5)V9 COMP-3
                                       VALUE ZEROS.
           05  WS-RANGE-SPREAD             PIC 9(4)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-AVERAGE-COMPA            PIC 9(4)V9 COMP-3
                                       VALUE ZEROS.
           05  WS-RANGE-FLAG               PIC X(10) VALUE SPACES.

       01  WS-RUN-TOTALS.
           05  WS-EMPLOYEES-READ           PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-UNGRADED-COUNT           PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-GRADED-COUNT             PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-BELOW-COUNT              PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-ABOVE-COUNT              PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-NO-RANGE-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-OVERFLOW-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-EDITED-FIELDS.
           05  WS-ED-COUNT                 PIC ZZ,ZZ9.
           05  WS-ED-BELOW-COUNT           PIC ZZ,ZZ9.
           05  WS-ED-ABOVE-COUNT           PIC ZZ,ZZ9.
           05  WS-ED-HOURLY-EQUIV          PIC ZZZ,ZZ9.99.
           05  WS-ED-MINIMUM               PIC ZZZ9.99.
           05  WS-ED-MIDPOINT              PIC ZZZ9.99.
           05  WS-ED-MAXIMUM               PIC ZZZ9.99.
           05  WS-ED-COMPA                 PIC ZZZ9.9.
           05  WS-ED-POSITION              PIC ----9.9.

       01  WS-REPORT-LINE                  PIC X(132).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the report                            *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-LOAD-SALARY-GRADES
           PERFORM 300-SWEEP-MASTER
           PERFORM 700-PRINT-REPORT
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Take the as-of date and open the files                         *
      *****************************************************************
           DISPLAY 'SALARY GRADE COMPA-RATIO REPORT STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-AS-OF-DATE

           OPEN INPUT COMPA-PARM-FILE
           IF PARM-FILE-SUCCESS
               READ COMPA-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-AS-OF-DATE IS NUMERIC
                           AND PARM-AS-OF-DATE > ZEROS
                           MOVE PARM-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
               END-READ
               CLOSE COMPA-PARM-FILE
           END-IF

           OPEN INPUT SALARY-GRADE-FILE
           OPEN INPUT EMPLOYEE-FILE
           OPEN OUTPUT COMPA-REPORT
           IF NOT GRADE-FILE-SUCCESS OR NOT EMP-FILE-SUCCESS
               OR NOT REPORT-FILE-SUCCESS
               DISPLAY 'ERROR OPENING REPORT FILES - GRADE: '
                       GRADE-FILE-STATUS ' EMP: ' EMP-FILE-STATUS
                       ' RPT: ' REPORT-FILE-STATUS
               STOP RUN
           END-IF
           .

       200-LOAD-SALARY-GRADES.
      *****************************************************************
      * Keep each grade's latest salary grade row effective on or      *
      * before the as-of date                                          *
      *****************************************************************
           PERFORM UNTIL GRADE-FILE-EOF
               READ SALARY-GRADE-FILE
                   AT END
                       SET GRADE-FILE-EOF TO TRUE
                   NOT AT END
                       IF SG-EFFECTIVE-DATE IN SALARY-GRADE-RECORD-FILE
                               IS NUMERIC
                           MOVE SG-EFFECTIVE-DATE IN
                               SALARY-GRADE-RECORD-FILE TO
                               WS-GR-EFF-WORK
                       ELSE
                           MOVE ZEROS TO WS-GR-EFF-WORK
                       END-IF
                       IF WS-GR-EFF-WORK NOT > WS-AS-OF-DATE
                           PERFORM 210-KEEP-GRADE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALARY-GRADE-FILE
           DISPLAY 'SALARY GRADES LOADED: ' WS-GR-COUNT
           .

       210-KEEP-GRADE-ROW.
      *****************************************************************
      * Keep the row with the latest effective date per grade          *
      *****************************************************************
           MOVE 'N' TO WS-GR-FOUND-SW
           PERFORM VARYING WS-GR-INDEX FROM 1 BY 1
                   UNTIL WS-GR-INDEX > WS-GR-COUNT
                   OR WS-GR-FOUND
               IF WS-GR-GRADE (WS-GR-INDEX) =
                       SG-GRADE-CODE IN SALARY-GRADE-RECORD-FILE
                   SET WS-GR-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-GR-INDEX
               END-IF
           END-PERFORM

           IF NOT WS-GR-FOUND
               IF WS-GR-COUNT < 300
                   ADD 1 TO WS-GR-COUNT
                   MOVE WS-GR-COUNT TO WS-GR-INDEX
                   MOVE SG-GRADE-CODE IN SALARY-GRADE-RECORD-FILE TO
                       WS-GR-GRADE (WS-GR-INDEX)
                   MOVE ZEROS TO WS-GR-EFF-DATE (WS-GR-INDEX)
                   SET WS-GR-FOUND TO TRUE
               END-IF
           ELSE
               IF WS-GR-EFF-WORK < WS-GR-EFF-DATE (WS-GR-INDEX)
                   MOVE 'N' TO WS-GR-FOUND-SW
               END-IF
           END-IF

           IF WS-GR-FOUND
               MOVE WS-GR-EFF-WORK TO WS-GR-EFF-DATE (WS-GR-INDEX)
               MOVE SG-MINIMUM-RATE IN SALARY-GRADE-RECORD-FILE TO
                   WS-GR-MINIMUM (WS-GR-INDEX)
               MOVE SG-MIDPOINT-RATE IN SALARY-GRADE-RECORD-FILE TO
                   WS-GR-MIDPOINT (WS-GR-INDEX)
               MOVE SG-MAXIMUM-RATE IN SALARY-GRADE-RECORD-FILE TO
                   WS-GR-MAXIMUM (WS-GR-INDEX)
           END-IF
           .

       300-SWEEP-MASTER.
      *****************************************************************
      * Measure every active or on-leave employee carrying a grade     *
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
                       IF EMP-ACTIVE IN WS-EMPLOYEE-RECORD
                           OR EMP-LEAVE IN WS-EMPLOYEE-RECORD
                           ADD 1 TO WS-EMPLOYEES-READ
                           IF EMP-NO-SALARY-GRADE IN WS-EMPLOYEE-RECORD
                               ADD 1 TO WS-UNGRADED-COUNT
                           ELSE
                               ADD 1 TO WS-GRADED-COUNT
                               PERFORM 310-MEASURE-EMPLOYEE THRU
                                   310-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       310-MEASURE-EMPLOYEE.
      *****************************************************************
      * Hourly-equivalent rate, compa-ratio, and position in range     *
      * for the record in WS-EMPLOYEE-RECORD, added to the table       *
      *****************************************************************
           IF WS-ET-COUNT >= 20000
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 310-EXIT
           END-IF

           MOVE SPACES TO WS-EMP-NAME
           STRING EMP-LAST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  EMP-FIRST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  INTO WS-EMP-NAME
           MOVE EMP-DEPARTMENT IN WS-EMPLOYEE-RECORD TO WS-DEPARTMENT

           IF EMP-HOURLY IN WS-EMPLOYEE-RECORD
               MOVE EMP-HOURLY-RATE IN WS-EMPLOYEE-RECORD TO
                   WS-HOURLY-EQUIV
           ELSE
               EVALUATE TRUE
                   WHEN EMP-MONTHLY IN WS-EMPLOYEE-RECORD
                       COMPUTE WS-ANNUAL-PAY =
                           EMP-SALARY-AMOUNT IN WS-EMPLOYEE-RECORD
                               * 12
                   WHEN EMP-BIWEEKLY IN WS-EMPLOYEE-RECORD
                       COMPUTE WS-ANNUAL-PAY =
                           EMP-SALARY-AMOUNT IN WS-EMPLOYEE-RECORD
                               * 26
                   WHEN OTHER
                       COMPUTE WS-ANNUAL-PAY =
                           EMP-SALARY-AMOUNT IN WS-EMPLOYEE-RECORD
                               * 52
               END-EVALUATE
               COMPUTE WS-HOURLY-EQUIV ROUNDED = WS-ANNUAL-PAY / 2080
           END-IF

           MOVE 'N' TO WS-GR-FOUND-SW
           PERFORM VARYING WS-GR-INDEX FROM 1 BY 1
                   UNTIL WS-GR-INDEX > WS-GR-COUNT
                   OR WS-GR-FOUND
               IF WS-GR-GRADE (WS-GR-INDEX) =
                       EMP-SALARY-GRADE IN WS-EMPLOYEE-RECORD
                   SET WS-GR-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-GR-INDEX
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-COMPA-RATIO
           MOVE ZEROS TO WS-RANGE-POSITION
           MOVE SPACES TO WS-RANGE-FLAG
           IF NOT WS-GR-FOUND
               MOVE 'NO RANGE' TO WS-RANGE-FLAG
               ADD 1 TO WS-NO-RANGE-COUNT
           ELSE
               IF WS-GR-MIDPOINT (WS-GR-INDEX) > ZEROS
                   COMPUTE WS-COMPA-RATIO ROUNDED =
                       WS-HOURLY-EQUIV / WS-GR-MIDPOINT (WS-GR-INDEX)
                           * 100
               END-IF
               IF WS-GR-MAXIMUM (WS-GR-INDEX) >
                       WS-GR-MINIMUM (WS-GR-INDEX)
                   COMPUTE WS-RANGE-SPREAD =
                       WS-GR-MAXIMUM (WS-GR-INDEX) -
                       WS-GR-MINIMUM (WS-GR-INDEX)
                   COMPUTE WS-RANGE-POSITION ROUNDED =
                       (WS-HOURLY-EQUIV - WS-GR-MINIMUM (WS-GR-INDEX))
                           / WS-RANGE-SPREAD * 100
               END-IF
               EVALUATE TRUE
                   WHEN WS-HOURLY-EQUIV < WS-GR-MINIMUM (WS-GR-INDEX)
                       MOVE 'BELOW MIN' TO WS-RANGE-FLAG
                       ADD 1 TO WS-BELOW-COUNT
                   WHEN WS-HOURLY-EQUIV > WS-GR-MAXIMUM (WS-GR-INDEX)
                       MOVE 'ABOVE MAX' TO WS-RANGE-FLAG
                       ADD 1 TO WS-ABOVE-COUNT
               END-EVALUATE
           END-IF

           ADD 1 TO WS-ET-COUNT
           MOVE WS-DEPARTMENT TO WS-ET-DEPARTMENT (WS-ET-COUNT)
           MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO
               WS-ET-EMP-ID (WS-ET-COUNT)
           MOVE WS-EMP-NAME TO WS-ET-NAME (WS-ET-COUNT)
           MOVE EMP-SALARY-GRADE IN WS-EMPLOYEE-RECORD TO
               WS-ET-GRADE (WS-ET-COUNT)
           MOVE EMP-PAY-TYPE IN WS-EMPLOYEE-RECORD TO
               WS-ET-PAY-TYPE (WS-ET-COUNT)
           MOVE WS-HOURLY-EQUIV TO WS-ET-HOURLY-EQUIV (WS-ET-COUNT)
           IF WS-GR-FOUND
               MOVE WS-GR-MINIMUM (WS-GR-INDEX) TO
                   WS-ET-MINIMUM (WS-ET-COUNT)
               MOVE WS-GR-MIDPOINT (WS-GR-INDEX) TO
                   WS-ET-MIDPOINT (WS-ET-COUNT)
               MOVE WS-GR-MAXIMUM (WS-GR-INDEX) TO
                   WS-ET-MAXIMUM (WS-ET-COUNT)
           ELSE
               MOVE ZEROS TO WS-ET-MINIMUM (WS-ET-COUNT)
               MOVE ZEROS TO WS-ET-MIDPOINT (WS-ET-COUNT)
               MOVE ZEROS TO WS-ET-MAXIMUM (WS-ET-COUNT)
           END-IF
           MOVE WS-COMPA-RATIO TO WS-ET-COMPA-RATIO (WS-ET-COUNT)
           MOVE WS-RANGE-POSITION TO
               WS-ET-RANGE-POSITION (WS-ET-COUNT)
           MOVE WS-RANGE-FLAG TO WS-ET-FLAG (WS-ET-COUNT)

           PERFORM 320-NOTE-DEPARTMENT THRU 320-EXIT
           .
       310-EXIT.
           EXIT.

       320-NOTE-DEPARTMENT.
      *****************************************************************
      * Find the department in the ordered table, inserting it in      *
      * place when first seen, and roll the employee into its counts   *
      *****************************************************************
           MOVE ZEROS TO WS-FOUND-INDEX
           PERFORM VARYING WS-DT-INDEX FROM 1 BY 1
                   UNTIL WS-DT-INDEX > WS-DT-COUNT
                       OR WS-DT-DEPARTMENT (WS-DT-INDEX) >=
                           WS-DEPARTMENT
               CONTINUE
           END-PERFORM
           IF WS-DT-INDEX <= WS-DT-COUNT
               IF WS-DT-DEPARTMENT (WS-DT-INDEX) = WS-DEPARTMENT
                   MOVE WS-DT-INDEX TO WS-FOUND-INDEX
               END-IF
           END-IF

           IF WS-FOUND-INDEX = ZEROS
               IF WS-DT-COUNT >= 500
                   ADD 1 TO WS-OVERFLOW-COUNT
                   GO TO 320-EXIT
               END-IF
               PERFORM VARYING WS-DT-INDEX-2 FROM WS-DT-COUNT BY -1
                       UNTIL WS-DT-INDEX-2 < WS-DT-INDEX
                   MOVE WS-DT-ENTRY (WS-DT-INDEX-2) TO
                       WS-DT-ENTRY (WS-DT-INDEX-2 + 1)
               END-PERFORM
               ADD 1 TO WS-DT-COUNT
               MOVE WS-DEPARTMENT TO WS-DT-DEPARTMENT (WS-DT-INDEX)
               MOVE ZEROS TO WS-DT-EMPLOYEES (WS-DT-INDEX)
               MOVE ZEROS TO WS-DT-RANGED (WS-DT-INDEX)
               MOVE ZEROS TO WS-DT-BELOW (WS-DT-INDEX)
               MOVE ZEROS TO WS-DT-ABOVE (WS-DT-INDEX)
               MOVE ZEROS TO WS-DT-COMPA-TOTAL (WS-DT-INDEX)
               MOVE WS-DT-INDEX TO WS-FOUND-INDEX
           END-IF

           ADD 1 TO WS-DT-EMPLOYEES (WS-FOUND-INDEX)
           IF WS-GR-FOUND
               ADD 1 TO WS-DT-RANGED (WS-FOUND-INDEX)
               ADD WS-COMPA-RATIO TO WS-DT-COMPA-TOTAL (WS-FOUND-INDEX)
           END-IF
           EVALUATE WS-RANGE-FLAG
               WHEN 'BELOW MIN'
                   ADD 1 TO WS-DT-BELOW (WS-FOUND-INDEX)
               WHEN 'ABOVE MAX'
                   ADD 1 TO WS-DT-ABOVE (WS-FOUND-INDEX)
           END-EVALUATE
           .
       320-EXIT.
           EXIT.

       700-PRINT-REPORT.
      *****************************************************************
      * Print the employees department by department, each department *
      * in employee order, then the run totals                         *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SALARY GRADE COMPA-RATIO REPORT - AS OF '
                  WS-AS-OF-DATE '  RUN ' WS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '=' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-DT-INDEX FROM 1 BY 1
                   UNTIL WS-DT-INDEX > WS-DT-COUNT
               PERFORM 710-PRINT-DEPARTMENT
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-EMPLOYEES-READ TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACTIVE AND ON-LEAVE EMPLOYEES: ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-UNGRADED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'WITH NO SALARY GRADE:          ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-GRADED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'GRADED EMPLOYEES:              ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-BELOW-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BELOW GRADE MINIMUM:           ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-ABOVE-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ABOVE GRADE MAXIMUM:           ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-NO-RANGE-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'GRADE NOT ON GRADE TABLE:      ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-OVERFLOW-COUNT > ZEROS
               MOVE WS-OVERFLOW-COUNT TO WS-ED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'EMPLOYEES NOT LISTED - TABLE FULL: ' WS-ED-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           .

       710-PRINT-DEPARTMENT.
      *****************************************************************
      * Department heading, its employees, and its summary line       *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DEPARTMENT ' WS-DT-DEPARTMENT (WS-DT-INDEX)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  EMP ID NAME                      GRDE  T  '
                  'HRLY EQUIV MINIMUM  MIDPNT MAXIMUM  COMPA '
                  'POS RNG  FLAG'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           PERFORM VARYING WS-ET-INDEX FROM 1 BY 1
                   UNTIL WS-ET-INDEX > WS-ET-COUNT
               IF WS-ET-DEPARTMENT (WS-ET-INDEX) =
                       WS-DT-DEPARTMENT (WS-DT-INDEX)
                   MOVE WS-ET-HOURLY-EQUIV (WS-ET-INDEX) TO
                       WS-ED-HOURLY-EQUIV
                   MOVE WS-ET-MINIMUM (WS-ET-INDEX) TO WS-ED-MINIMUM
                   MOVE WS-ET-MIDPOINT (WS-ET-INDEX) TO WS-ED-MIDPOINT
                   MOVE WS-ET-MAXIMUM (WS-ET-INDEX) TO WS-ED-MAXIMUM
                   MOVE WS-ET-COMPA-RATIO (WS-ET-INDEX) TO WS-ED-COMPA
                   MOVE WS-ET-RANGE-POSITION (WS-ET-INDEX) TO
                       WS-ED-POSITION
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' WS-ET-EMP-ID (WS-ET-INDEX)
                          ' ' WS-ET-NAME (WS-ET-INDEX)
                          ' ' WS-ET-GRADE (WS-ET-INDEX)
                          '  ' WS-ET-PAY-TYPE (WS-ET-INDEX)
                          '  ' WS-ED-HOURLY-EQUIV
                          ' ' WS-ED-MINIMUM
                          ' ' WS-ED-MIDPOINT
                          ' ' WS-ED-MAXIMUM
                          ' ' WS-ED-COMPA
                          ' ' WS-ED-POSITION
                          '  ' WS-ET-FLAG (WS-ET-INDEX)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-AVERAGE-COMPA
           IF WS-DT-RANGED (WS-DT-INDEX) > ZEROS
               COMPUTE WS-AVERAGE-COMPA ROUNDED =
                   WS-DT-COMPA-TOTAL (WS-DT-INDEX) /
                   WS-DT-RANGED (WS-DT-INDEX)
           END-IF
           MOVE WS-AVERAGE-COMPA TO WS-ED-COMPA
           MOVE WS-DT-EMPLOYEES (WS-DT-INDEX) TO WS-ED-COUNT
           MOVE WS-DT-BELOW (WS-DT-INDEX) TO WS-ED-BELOW-COUNT
           MOVE WS-DT-ABOVE (WS-DT-INDEX) TO WS-ED-ABOVE-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  DEPARTMENT ' WS-DT-DEPARTMENT (WS-DT-INDEX)
                  '  GRADED: ' WS-ED-COUNT
                  '  BELOW MIN: ' WS-ED-BELOW-COUNT
                  '  ABOVE MAX: ' WS-ED-ABOVE-COUNT
                  '  AVERAGE COMPA-RATIO: ' WS-ED-COMPA
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       900-WRAP-UP.
      *****************************************************************
      * Close all files and display the counts                         *
      *****************************************************************
           CLOSE EMPLOYEE-FILE
                 COMPA-REPORT

           DISPLAY 'SALARY GRADE COMPA-RATIO REPORT COMPLETE'
           DISPLAY 'GRADED EMPLOYEES: ' WS-GRADED-COUNT
           DISPLAY 'BELOW GRADE MINIMUM: ' WS-BELOW-COUNT
           DISPLAY 'ABOVE GRADE MAXIMUM: ' WS-ABOVE-COUNT
           DISPLAY 'GRADE NOT ON GRADE TABLE: ' WS-NO-RANGE-COUNT
           IF WS-OVERFLOW-COUNT > ZEROS
               DISPLAY 'ENTRIES LEFT OUT - TABLE FULL: '
                       WS-OVERFLOW-COUNT
           END-IF
           .
