      *    per affected employee and stages one pay-group change       *
      *    transaction on the maintenance transaction file, so the     *
      *    master update itself runs through EMPMAINT as usual         *
      * 5. Warns on the report when an employee's proposed             *
      *    hourly-equivalent rate falls outside their salary grade's   *
      *    range in force at the effective date                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TRANS-FILE-STATUS.

           SELECT OPTIONAL SALARY-GRADE-FILE ASSIGN TO 'SALGRADE'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS GRADE-FILE-STATUS.

           SELECT MERIT-REPORT-FILE ASSIGN TO 'MERITRPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           COPY EMPTRANS REPLACING ==EMP-TRANS-RECORD== BY
               ==EMP-TRANS-RECORD-FILE==.

       FD  SALARY-GRADE-FILE.
           COPY SALGRADE REPLACING ==SALARY-GRADE-RECORD== BY
               ==SALARY-GRADE-RECORD-FILE==.

       FD  MERIT-REPORT-FILE.
           01  REPORT-RECORD                PIC X(132).

               88  RATE-FILE-SUCCESS      VALUE '00' '05'.
           05  TRANS-FILE-STATUS          PIC X(2).
               88  TRANS-FILE-SUCCESS     VALUE '00' '05'.
           05  GRADE-FILE-STATUS          PIC X(2).
               88  GRADE-FILE-SUCCESS     VALUE '00' '05'.
               88  GRADE-FILE-EOF         VALUE '10'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

           05  WS-ANNUAL-DELTA             PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.

      *****************************************************************
      * Salary grade ranges in force at the effective date: each       *
      * grade's latest row not after it                                *
      *****************************************************************
       01  WS-GRADE-TABLE.
           05  WS-GR-COUNT                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-GR-ENTRY OCCURS 300 TIMES.
               10  WS-GR-GRADE             PIC X(4).
               10  WS-GR-EFF-DATE          PIC 9(8).
               10  WS-GR-MINIMUM           PIC 9(4)V99 COMP-3.
               10  WS-GR-MAXIMUM           PIC 9(4)V99 COMP-3.
       01  WS-GR-INDEX                     PIC 9(4) COMP-3 VALUE ZEROS.
       01  WS-GR-FOUND-SW                  PIC X VALUE 'N'.
           88  WS-GR-FOUND                 VALUE 'Y'.
       01  WS-GR-EFF-WORK                  PIC 9(8) VALUE ZEROS.
       01  WS-NEW-HOURLY-EQUIV             PIC 9(6)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-DEPT-TABLE.
           05  WS-DT-COUNT                 PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-DT-ENTRY OCCURS 100 TIMES.
           05  WS-AFFECTED-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-CROSSING-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-APPLIED-COUNT            PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-GRADE-WARNING-COUNT      PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-TOTAL-ANNUAL-DELTA       PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-ED-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-ED-RATE                      PIC ZZZ9.99.
       01  WS-ED-RATE-2                    PIC ZZZ9.99.
       01  WS-ED-HOURLY-EQUIV              PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-LOAD-PROPOSALS
           PERFORM 250-LOAD-SALARY-GRADES
           PERFORM 300-SWEEP-EMPLOYEES
           PERFORM 900-WRAP-UP

           DISPLAY 'PROPOSALS LOADED: ' WS-PR-COUNT
           .

       250-LOAD-SALARY-GRADES.
      *****************************************************************
      * Keep each grade's latest salary grade row effective on or      *
      * before the increase effective date; with no table on file the  *
      * grade range warnings are skipped                               *
      *****************************************************************
           OPEN INPUT SALARY-GRADE-FILE
           IF GRADE-FILE-SUCCESS
               PERFORM UNTIL GRADE-FILE-EOF
                   READ SALARY-GRADE-FILE
                       AT END
                           SET GRADE-FILE-EOF TO TRUE
                       NOT AT END
                           IF SG-EFFECTIVE-DATE IN
                                   SALARY-GRADE-RECORD-FILE
                                   IS NUMERIC
                               MOVE SG-EFFECTIVE-DATE IN
                                   SALARY-GRADE-RECORD-FILE TO
                                   WS-GR-EFF-WORK
                           ELSE
                               MOVE ZEROS TO WS-GR-EFF-WORK
                           END-IF
                           IF WS-GR-EFF-WORK NOT > WS-EFFECTIVE-DATE
                               PERFORM 260-KEEP-GRADE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALARY-GRADE-FILE
           END-IF
           DISPLAY 'SALARY GRADES LOADED: ' WS-GR-COUNT
           .

       260-KEEP-GRADE-ROW.
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
               MOVE SG-MAXIMUM-RATE IN SALARY-GRADE-RECORD-FILE TO
                   WS-GR-MAXIMUM (WS-GR-INDEX)
           END-IF
           .

       300-SWEEP-EMPLOYEES.
      *****************************************************************
      * Match each active employee against the proposals - employee    *
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF

           PERFORM 325-CHECK-GRADE-RANGE

           IF WS-APPLY-MODE
               PERFORM 340-APPLY-ONE-INCREASE
           END-IF
           .

       325-CHECK-GRADE-RANGE.
      *****************************************************************
      * Flag a graded employee whose proposed hourly-equivalent rate   *
      * falls outside the grade's range at the effective date; a      *
      * salary is taken on its annualized amount over 2080 hours       *
      *****************************************************************
           IF EMP-NO-SALARY-GRADE IN EMPLOYEE-RECORD-FILE
               OR WS-GR-COUNT = ZEROS
               CONTINUE
           ELSE
               MOVE 'N' TO WS-GR-FOUND-SW
               PERFORM VARYING WS-GR-INDEX FROM 1 BY 1
                       UNTIL WS-GR-INDEX > WS-GR-COUNT
                       OR WS-GR-FOUND
                   IF WS-GR-GRADE (WS-GR-INDEX) =
                           EMP-SALARY-GRADE IN EMPLOYEE-RECORD-FILE
                       SET WS-GR-FOUND TO TRUE
                       SUBTRACT 1 FROM WS-GR-INDEX
                   END-IF
               END-PERFORM

               IF EMP-HOURLY IN EMPLOYEE-RECORD-FILE
                   MOVE WS-NEW-RATE TO WS-NEW-HOURLY-EQUIV
               ELSE
                   COMPUTE WS-NEW-HOURLY-EQUIV ROUNDED =
                       WS-NEW-ANNUAL / 2080
               END-IF
               MOVE WS-NEW-HOURLY-EQUIV TO WS-ED-HOURLY-EQUIV

               EVALUATE TRUE
                   WHEN NOT WS-GR-FOUND
                       ADD 1 TO WS-GRADE-WARNING-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING '  ** SALARY GRADE '
                              EMP-SALARY-GRADE IN EMPLOYEE-RECORD-FILE
                              ' NOT ON GRADE TABLE - RANGE NOT '
                              'CHECKED **'
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WRITE REPORT-RECORD FROM WS-REPORT-LINE
                   WHEN WS-NEW-HOURLY-EQUIV <
                           WS-GR-MINIMUM (WS-GR-INDEX)
                       ADD 1 TO WS-GRADE-WARNING-COUNT
                       MOVE WS-GR-MINIMUM (WS-GR-INDEX) TO WS-ED-RATE
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING '  ** NEW HOURLY EQUIV '
                              WS-ED-HOURLY-EQUIV
                              ' BELOW GRADE '
                              EMP-SALARY-GRADE IN EMPLOYEE-RECORD-FILE
                              ' MINIMUM ' WS-ED-RATE ' **'
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WRITE REPORT-RECORD FROM WS-REPORT-LINE
                   WHEN WS-NEW-HOURLY-EQUIV >
                           WS-GR-MAXIMUM (WS-GR-INDEX)
                       ADD 1 TO WS-GRADE-WARNING-COUNT
                       MOVE WS-GR-MAXIMUM (WS-GR-INDEX) TO WS-ED-RATE
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING '  ** NEW HOURLY EQUIV '
                              WS-ED-HOURLY-EQUIV
                              ' ABOVE GRADE '
                              EMP-SALARY-GRADE IN EMPLOYEE-RECORD-FILE
                              ' MAXIMUM ' WS-ED-RATE ' **'
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WRITE REPORT-RECORD FROM WS-REPORT-LINE
               END-EVALUATE
           END-IF
           .

       330-ROLL-DEPARTMENT-BUDGET.
      *****************************************************************
      * Roll one employee's annualized delta into the department       *
           DISPLAY 'MASS MERIT INCREASE GENERATION COMPLETE'
           DISPLAY 'EMPLOYEES AFFECTED: ' WS-AFFECTED-COUNT
           DISPLAY 'EXEMPTION CROSSINGS: ' WS-CROSSING-COUNT
           DISPLAY 'GRADE RANGE WARNINGS: ' WS-GRADE-WARNING-COUNT
           DISPLAY 'INCREASES APPLIED: ' WS-APPLIED-COUNT
           .
