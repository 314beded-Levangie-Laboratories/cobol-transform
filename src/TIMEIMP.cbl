      *    sanity threshold as an error for review                     *
      * 4. Writing the payroll data record and, for a flagged record,  *
      *    a matching line to the exceptions report                    *
      * 5. In punch mode, checking each day's punch pairs against the  *
      *    work state's meal and rest period rules, carrying one       *
      *    premium hour per day for a missed, short, or late meal and  *
      *    one for a missed rest period on the payroll data record,    *
      *    and listing every violation by employee and day on the      *
      *    meal/rest premium report (MEALPREM)                         *
      * 6. In punch mode, appending a work location line per state     *
      *    for each employee whose punches came from more than one     *
      *    state or from outside the master work state, so PAYCALC    *
      *    can split the period's wages across the states worked       *
      *****************************************************************

       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TIMEPARM-FILE-STATUS.

           SELECT OPTIONAL MEAL-RULE-FILE ASSIGN TO 'MEALRULE'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS MEALRULE-FILE-STATUS.

           SELECT PREMIUM-REPORT-FILE ASSIGN TO 'MEALPREM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PREMRPT-FILE-STATUS.

           SELECT PUNCH-AUDIT-FILE ASSIGN TO 'PUNCHAUD'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PUNCHAUD-FILE-STATUS.

           SELECT OPTIONAL WORK-LOCATION-FILE ASSIGN TO 'WORKLOC'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WORKLOC-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
               05  TP-DAILY-DT-HOURS       PIC 9(2).
               05  TP-FILLER               PIC X(10).

      *****************************************************************
      * One meal/rest rule row per work state (all times in minutes   *
      * worked): a meal of at least MR-MEAL-MIN-MINS must start by    *
      * MR-MEAL-START-BY-MINS once the day runs past it, a second by  *
      * MR-SECOND-MEAL-BY-MINS; a rest period is due from            *
      * MR-REST-FIRST-MINS and one per MR-REST-INTERVAL-MINS or major *
      * fraction, and a break of MR-REST-MIN-MINS up to the meal      *
      * minimum counts as a rest                                      *
      *****************************************************************
       FD  MEAL-RULE-FILE.
           01  MEAL-RULE-RECORD.
               05  MR-STATE                PIC X(2).
               05  MR-MEAL-START-BY-MINS   PIC 9(3).
               05  MR-MEAL-MIN-MINS        PIC 9(3).
               05  MR-SECOND-MEAL-BY-MINS  PIC 9(4).
               05  MR-REST-FIRST-MINS      PIC 9(3).
               05  MR-REST-INTERVAL-MINS   PIC 9(3).
               05  MR-REST-MIN-MINS        PIC 9(2).
               05  MR-FILLER               PIC X(20).

       FD  PREMIUM-REPORT-FILE.
           01  PREMIUM-REPORT-RECORD       PIC X(132).

       FD  PUNCH-AUDIT-FILE.
           COPY PUNCHAUD REPLACING ==PUNCH-AUDIT-RECORD== BY
               ==PUNCH-AUDIT-RECORD-FILE==.

       FD  WORK-LOCATION-FILE.
           COPY WORKLOC REPLACING ==WORK-LOCATION-RECORD== BY
               ==WORK-LOCATION-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.
               88  PUNCH-FILE-EOF          VALUE '10'.
           05  TIMEPARM-FILE-STATUS        PIC X(2).
               88  TIMEPARM-FILE-SUCCESS   VALUE '00' '05'.
           05  MEALRULE-FILE-STATUS        PIC X(2).
               88  MEALRULE-FILE-SUCCESS   VALUE '00' '05'.
               88  MEALRULE-FILE-EOF       VALUE '10'.
           05  PREMRPT-FILE-STATUS         PIC X(2).
               88  PREMRPT-FILE-SUCCESS    VALUE '00'.
           05  PUNCHAUD-FILE-STATUS        PIC X(2).
               88  PUNCHAUD-FILE-SUCCESS   VALUE '00'.
           05  EMP-FILE-STATUS             PIC X(2).
               88  EMP-FILE-SUCCESS        VALUE '00'.
           05  WORKLOC-FILE-STATUS         PIC X(2).
               88  WORKLOC-FILE-SUCCESS    VALUE '00' '05'.

       COPY TIMECLK REPLACING ==TIME-CLOCK-RECORD== BY
           ==WS-TIME-CLOCK==.
               10  WS-PU-IN-TIME          PIC 9(4).
               10  WS-PU-OUT-TIME         PIC 9(4).
               10  WS-PU-PROJECT          PIC X(6).
               10  WS-PU-WORK-STATE       PIC X(2).
               10  WS-PU-DONE-FLAG        PIC X.

       01  WS-PUNCH-WORK.
                                          PIC 9(4) COMP-3.
           05  WS-EPB-INDEX               PIC 9(1) COMP-3 VALUE ZEROS.

      *****************************************************************
      * Minutes and days the current employee worked in each state,   *
      * for the work location lines                                   *
      *****************************************************************
       01  WS-EMP-STATE-BUCKETS.
           05  WS-ESB-COUNT               PIC 9(1) COMP-3 VALUE ZEROS.
           05  WS-ESB-ENTRY OCCURS 6 TIMES.
               10  WS-ESB-STATE           PIC X(2).
               10  WS-ESB-MINUTES         PIC 9(5) COMP-3.
               10  WS-ESB-DAYS            PIC 9(2)V9 COMP-3.
               10  WS-ESB-LAST-DATE       PIC 9(8).
           05  WS-ESB-INDEX               PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-ESB-PUNCH-STATE         PIC X(2)  VALUE SPACES.
           05  WS-ESB-SPLIT-SW            PIC X     VALUE 'N'.
               88  WS-ESB-SPLIT           VALUE 'Y'.
           05  WS-WL-WRITTEN              PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-PUNCH-DT-HOURS              PIC 9(3)V99 COMP-3
                                       VALUE ZEROS.
       01  WS-PUNCH-MODE-SW               PIC X VALUE 'N'.
           88  WS-PUNCH-MODE              VALUE 'Y'.

      *****************************************************************
      * Meal and rest period rules by work state, loaded from the     *
      * optional MEALRULE file. Without the file the California rules *
      * stand: a 30-minute meal starting by the end of the fifth      *
      * hour, a second by the end of the tenth, and a 10-minute rest  *
      * per four hours or major fraction from three and a half hours  *
      *****************************************************************
       01  WS-MEAL-RULE-TABLE.
           05  WS-MR-COUNT                PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-MR-ENTRY OCCURS 20 TIMES.
               10  WS-MR-STATE            PIC X(2).
               10  WS-MR-MEAL-START-BY    PIC 9(3) COMP-3.
               10  WS-MR-MEAL-MIN         PIC 9(3) COMP-3.
               10  WS-MR-SECOND-MEAL-BY   PIC 9(4) COMP-3.
               10  WS-MR-REST-FIRST       PIC 9(3) COMP-3.
               10  WS-MR-REST-INTERVAL    PIC 9(3) COMP-3.
               10  WS-MR-REST-MIN         PIC 9(2) COMP-3.

      *****************************************************************
      * One day's completed punch pairs for the meal/rest check, in   *
      * clock-in order, with minutes from midnight (an out time past  *
      * midnight carries 1440 more)                                   *
      *****************************************************************
       01  WS-DAY-PUNCH-TABLE.
           05  WS-DP-COUNT                PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-DP-ENTRY OCCURS 12 TIMES.
               10  WS-DP-IN-TIME          PIC 9(4).
               10  WS-DP-OUT-TIME         PIC 9(4).
               10  WS-DP-IN-MINS          PIC 9(4) COMP-3.
               10  WS-DP-OUT-MINS         PIC 9(4) COMP-3.
           05  WS-DP-SWAP                 PIC X(14).

       01  WS-MEAL-REST-WORK.
           05  WS-MR-INDEX                PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-MR-RULE-INDEX           PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-DP-INDEX                PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-DP-INDEX-2              PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-MR-DAY-DATE             PIC 9(8)  VALUE ZEROS.
           05  WS-MR-DAY-BAD-SW           PIC X     VALUE 'N'.
               88  WS-MR-DAY-MISSING-OUT  VALUE 'M'.
               88  WS-MR-DAY-OVERLAP      VALUE 'O'.
           05  WS-MR-WORKED-MINS          PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-MR-GAP-MINS             PIC S9(5) COMP-3
                                       VALUE ZEROS.
           05  WS-MR-MEAL-COUNT           PIC 9(1) COMP-3 VALUE ZEROS.
           05  WS-MR-MEAL1-AT-MINS        PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-MR-MEAL1-LENGTH         PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-MR-MEAL1-TIME           PIC 9(4)  VALUE ZEROS.
           05  WS-MR-MEAL2-AT-MINS        PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-MR-LONGEST-SHORT        PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-MR-RESTS-TAKEN          PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-MR-RESTS-REQUIRED       PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-MR-DAY-MEAL-PREM-SW     PIC X     VALUE 'N'.
               88  WS-MR-DAY-MEAL-PREM    VALUE 'Y'.
           05  WS-MR-VIOL-CODE            PIC X(4)  VALUE SPACES.
           05  WS-MR-VIOL-DESC            PIC X(40) VALUE SPACES.
           05  WS-MR-VIOL-PREM            PIC 9V99  VALUE ZEROS.
           05  WS-EMP-MEAL-PREM-HOURS     PIC 9(3)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-EMP-REST-PREM-HOURS     PIC 9(3)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-MR-DAYS-CHECKED         PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-MR-MEAL-PREM-DAYS       PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-MR-REST-PREM-DAYS       PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-MR-LINES-WRITTEN        PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-PREMIUM-REPORT-EDIT.
           05  WS-PR-FIRST-IN             PIC 9(4)  VALUE ZEROS.
           05  WS-PR-LAST-OUT             PIC 9(4)  VALUE ZEROS.
           05  WS-PR-ED-HOURS             PIC ZZ9.99.
           05  WS-PR-ED-MEAL-MINS         PIC ZZ9.
           05  WS-PR-ED-RESTS-TAKEN       PIC 9.
           05  WS-PR-ED-RESTS-REQUIRED    PIC 9.
           05  WS-PR-ED-PREM              PIC 9.99.
           05  WS-PR-ED-COUNT             PIC ZZ,ZZ9.
           05  WS-PR-MEAL-AT              PIC X(5)  VALUE SPACES.

       01  WS-PERIOD-CALENDAR-TABLE.
           05  WS-PC-COUNT                 PIC 9(3) COMP-3
                                        VALUE ZEROS.
           PERFORM 150-LOAD-HOLIDAY-CALENDAR
           PERFORM 155-LOAD-PERIOD-CALENDAR
           PERFORM 160-LOAD-TIME-RULE-PARMS
           PERFORM 165-LOAD-MEAL-REST-RULES
           PERFORM 170-LOAD-PUNCH-FILE

           IF WS-PUNCH-MODE
               OPEN OUTPUT PUNCH-AUDIT-FILE
               OPEN OUTPUT PREMIUM-REPORT-FILE
               IF NOT PREMRPT-FILE-SUCCESS
                   DISPLAY 'ERROR OPENING MEAL/REST PREMIUM REPORT: '
                           PREMRPT-FILE-STATUS
                   PERFORM 950-ABNORMAL-TERMINATION
               END-IF
               PERFORM 167-WRITE-PREMIUM-HEADINGS
               OPEN EXTEND WORK-LOCATION-FILE
               IF NOT WORKLOC-FILE-SUCCESS
                   DISPLAY 'ERROR OPENING WORK LOCATION FILE: '
                           WORKLOC-FILE-STATUS
                   PERFORM 950-ABNORMAL-TERMINATION
               END-IF
               OPEN INPUT EMPLOYEE-FILE
               IF NOT EMP-FILE-SUCCESS
                   DISPLAY 'ERROR OPENING EMPLOYEE FILE: '
           CLOSE TIME-PARM-FILE
           .

       165-LOAD-MEAL-REST-RULES.
      *****************************************************************
      * Load the meal and rest period rules by work state. A missing  *
      * or empty rule file leaves the California rules in force; a    *
      * state with no row gets no meal/rest check                     *
      *****************************************************************
           MOVE ZEROS TO WS-MR-COUNT
           OPEN INPUT MEAL-RULE-FILE
           IF MEALRULE-FILE-SUCCESS
               PERFORM UNTIL MEALRULE-FILE-EOF
                   READ MEAL-RULE-FILE
                       AT END
                           SET MEALRULE-FILE-EOF TO TRUE
                       NOT AT END
                           IF WS-MR-COUNT < 20
                               AND MR-MEAL-START-BY-MINS IS NUMERIC
                               AND MR-MEAL-MIN-MINS IS NUMERIC
                               AND MR-SECOND-MEAL-BY-MINS IS NUMERIC
                               AND MR-REST-FIRST-MINS IS NUMERIC
                               AND MR-REST-INTERVAL-MINS IS NUMERIC
                               AND MR-REST-MIN-MINS IS NUMERIC
                               ADD 1 TO WS-MR-COUNT
                               MOVE MR-STATE TO
                                   WS-MR-STATE (WS-MR-COUNT)
                               MOVE MR-MEAL-START-BY-MINS TO
                                   WS-MR-MEAL-START-BY (WS-MR-COUNT)
                               MOVE MR-MEAL-MIN-MINS TO
                                   WS-MR-MEAL-MIN (WS-MR-COUNT)
                               MOVE MR-SECOND-MEAL-BY-MINS TO
                                   WS-MR-SECOND-MEAL-BY (WS-MR-COUNT)
                               MOVE MR-REST-FIRST-MINS TO
                                   WS-MR-REST-FIRST (WS-MR-COUNT)
                               MOVE MR-REST-INTERVAL-MINS TO
                                   WS-MR-REST-INTERVAL (WS-MR-COUNT)
                               MOVE MR-REST-MIN-MINS TO
                                   WS-MR-REST-MIN (WS-MR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEAL-RULE-FILE
           END-IF

           IF WS-MR-COUNT = ZEROS
               MOVE 1 TO WS-MR-COUNT
               MOVE 'CA' TO WS-MR-STATE (1)
               MOVE 300 TO WS-MR-MEAL-START-BY (1)
               MOVE 30 TO WS-MR-MEAL-MIN (1)
               MOVE 600 TO WS-MR-SECOND-MEAL-BY (1)
               MOVE 210 TO WS-MR-REST-FIRST (1)
               MOVE 240 TO WS-MR-REST-INTERVAL (1)
               MOVE 10 TO WS-MR-REST-MIN (1)
           END-IF
           DISPLAY 'MEAL/REST RULES LOADED - ' WS-MR-COUNT
                   ' STATE(S)'
           .

       167-WRITE-PREMIUM-HEADINGS.
      *****************************************************************
      * Title and column headings for the meal/rest premium report    *
      *****************************************************************
           MOVE SPACES TO PREMIUM-REPORT-RECORD
           STRING 'MEAL AND REST PERIOD PREMIUM EXCEPTIONS - '
                  WS-YEAR '-' WS-MONTH '-' WS-DAY
                  DELIMITED BY SIZE INTO PREMIUM-REPORT-RECORD
           WRITE PREMIUM-REPORT-RECORD

           MOVE SPACES TO PREMIUM-REPORT-RECORD
           WRITE PREMIUM-REPORT-RECORD

           MOVE SPACES TO PREMIUM-REPORT-RECORD
           STRING 'EMP ID  WORK DATE   IN     OUT    WORKED  MEAL AT'
                  '  MEAL MIN  RESTS  CODE  DESCRIPTION'
                  '                               PREM HRS'
                  DELIMITED BY SIZE INTO PREMIUM-REPORT-RECORD
           WRITE PREMIUM-REPORT-RECORD
           .

       170-LOAD-PUNCH-FILE.
      *****************************************************************
      * Load the raw punch pairs. One or more punches switches the    *
                               MOVE PU-PROJECT-CODE
                                   IN PUNCH-PAIR-RECORD-FILE TO
                                   WS-PU-PROJECT (WS-PU-COUNT)
                               MOVE PU-WORK-STATE
                                   IN PUNCH-PAIR-RECORD-FILE TO
                                   WS-PU-WORK-STATE (WS-PU-COUNT)
                               IF WS-PU-WORK-STATE (WS-PU-COUNT) =
                                       LOW-VALUES
                                   MOVE SPACES TO
                                       WS-PU-WORK-STATE (WS-PU-COUNT)
                               END-IF
                               MOVE 'N' TO
                                   WS-PU-DONE-FLAG (WS-PU-COUNT)
                           ELSE
               TO PAY-HOLIDAY-HOURS IN WS-PAYROLL-DATA
           MOVE WS-PUNCH-DT-HOURS
               TO PAY-DOUBLETIME-HOURS IN WS-PAYROLL-DATA
           IF WS-PUNCH-MODE
               MOVE WS-EMP-MEAL-PREM-HOURS TO
                   PAY-MEAL-PREMIUM-HOURS IN WS-PAYROLL-DATA
               MOVE WS-EMP-REST-PREM-HOURS TO
                   PAY-REST-PREMIUM-HOURS IN WS-PAYROLL-DATA
           END-IF

      *****************************************************************
      * Carry the project/day hour tagging through for certified      *
                   PERFORM 440-CLASSIFY-OVERTIME
                   PERFORM 450-SYNTHESIZE-TIME-CLOCK
                   PERFORM 300-BUILD-PAYROLL-RECORD
                   PERFORM 460-WRITE-WORK-LOCATIONS
                       THRU 460-EXIT
               END-IF
           END-PERFORM
           .
           MOVE 'N' TO WS-EMP-MISSING-FLAG
           INITIALIZE WS-EMP-PROJECT-BUCKETS
           MOVE ZEROS TO WS-PUNCH-DT-HOURS
           MOVE ZEROS TO WS-ESB-COUNT

           PERFORM VARYING WS-PU-INDEX-2 FROM 1 BY 1
                   UNTIL WS-PU-INDEX-2 > WS-PU-COUNT
           PERFORM 414-ROLL-DAY-BUCKET
           PERFORM 416-ROLL-PROJECT-BUCKET
                   THRU 416-EXIT
           PERFORM 417-ROLL-STATE-BUCKET
           PERFORM 418-WRITE-PUNCH-AUDIT
           .
       412-EXIT.
       416-EXIT.
           EXIT.

       417-ROLL-STATE-BUCKET.
      *****************************************************************
      * Roll the rounded minutes into the punch's work state bucket,  *
      * counting a day the first time a date is seen for the state.   *
      * A blank state is the master work state and is resolved when   *
      * the lines are written                                          *
      *****************************************************************
           MOVE WS-PU-WORK-STATE (WS-PU-INDEX-2) TO WS-ESB-PUNCH-STATE
           PERFORM VARYING WS-ESB-INDEX FROM 1 BY 1
                   UNTIL WS-ESB-INDEX > WS-ESB-COUNT
               IF WS-ESB-STATE (WS-ESB-INDEX) = WS-ESB-PUNCH-STATE
                   ADD WS-ROUNDED-MINUTES TO
                       WS-ESB-MINUTES (WS-ESB-INDEX)
                   IF WS-ESB-LAST-DATE (WS-ESB-INDEX) NOT =
                           WS-PU-WORK-DATE (WS-PU-INDEX-2)
                       ADD 1 TO WS-ESB-DAYS (WS-ESB-INDEX)
                       MOVE WS-PU-WORK-DATE (WS-PU-INDEX-2) TO
                           WS-ESB-LAST-DATE (WS-ESB-INDEX)
                   END-IF
                   MOVE 99 TO WS-ESB-INDEX
               END-IF
           END-PERFORM

           IF WS-ESB-INDEX < 99
               IF WS-ESB-COUNT < 6
                   ADD 1 TO WS-ESB-COUNT
                   MOVE WS-ESB-PUNCH-STATE TO
                       WS-ESB-STATE (WS-ESB-COUNT)
                   MOVE WS-ROUNDED-MINUTES TO
                       WS-ESB-MINUTES (WS-ESB-COUNT)
                   MOVE 1 TO WS-ESB-DAYS (WS-ESB-COUNT)
                   MOVE WS-PU-WORK-DATE (WS-PU-INDEX-2) TO
                       WS-ESB-LAST-DATE (WS-ESB-COUNT)
               ELSE
                   DISPLAY 'WORK STATE TABLE FULL FOR EMPLOYEE: '
                           WS-CUR-EMP-ID ' STATE: '
                           WS-ESB-PUNCH-STATE
               END-IF
           END-IF
           .

       418-WRITE-PUNCH-AUDIT.
      *****************************************************************
      * Write the wage-dispute audit line for this punch               *
           MOVE ZEROS TO WS-TOT-OT-HOURS
           MOVE ZEROS TO WS-TOT-DT-HOURS

           MOVE ZEROS TO WS-EMP-MEAL-PREM-HOURS
           MOVE ZEROS TO WS-EMP-REST-PREM-HOURS
           MOVE ZEROS TO WS-MR-RULE-INDEX

           MOVE 'N' TO WS-CA-RULES-FLAG
           MOVE SPACES TO WS-EMP-WORK-STATE
           MOVE WS-CUR-EMP-ID TO EMP-ID IN EMPLOYEE-RECORD-FILE
           READ EMPLOYEE-FILE INTO WS-EMPLOYEE-RECORD
           IF EMP-FILE-SUCCESS
               MOVE EMP-WORK-STATE IN WS-EMPLOYEE-RECORD TO
                   WS-EMP-WORK-STATE
               IF EMP-WORK-STATE IN WS-EMPLOYEE-RECORD = 'CA'
                   MOVE 'Y' TO WS-CA-RULES-FLAG
               END-IF
               IF EMP-HOURLY IN WS-EMPLOYEE-RECORD
                   PERFORM 445-FIND-MEAL-REST-RULE
               END-IF
           END-IF

           MOVE ZEROS TO WS-WEEK-DAYS-WORKED
           ADD WS-DAY-REG TO WS-WEEK-REG-HOURS
           ADD WS-DAY-OT TO WS-TOT-OT-HOURS
           ADD WS-DAY-DT TO WS-TOT-DT-HOURS

           IF WS-MR-RULE-INDEX > ZEROS
               PERFORM 446-CHECK-MEAL-REST-PERIODS
                   THRU 446-EXIT
           END-IF
           .

       445-FIND-MEAL-REST-RULE.
      *****************************************************************
      * Find the meal/rest rule row for the employee's work state.    *
      * Only hourly (non-exempt) employees are checked                 *
      *****************************************************************
           PERFORM VARYING WS-MR-INDEX FROM 1 BY 1
                   UNTIL WS-MR-INDEX > WS-MR-COUNT
               IF WS-MR-STATE (WS-MR-INDEX) =
                       EMP-WORK-STATE IN WS-EMPLOYEE-RECORD
                   MOVE WS-MR-INDEX TO WS-MR-RULE-INDEX
                   MOVE 999 TO WS-MR-INDEX
               END-IF
           END-PERFORM
           .

       446-CHECK-MEAL-REST-PERIODS.
      *****************************************************************
      * Check one day's punch pairs against the work state's meal and *
      * rest rules. The gaps between consecutive pairs are the breaks *
      * taken: a gap of the meal minimum or longer is a meal, and a   *
      * gap from the rest minimum up to the meal minimum is a rest.   *
      * A missed, short, or late meal earns one premium hour for the  *
      * day and a missed rest one more; each violation is listed on   *
      * the premium report. A day with a missing out punch or         *
      * overlapping pairs is listed for correction but not checked    *
      *****************************************************************
           ADD 1 TO WS-MR-DAYS-CHECKED
           MOVE WS-DY-DATE (WS-DY-INDEX) TO WS-MR-DAY-DATE
           MOVE 'N' TO WS-MR-DAY-BAD-SW
           MOVE 'N' TO WS-MR-DAY-MEAL-PREM-SW
           MOVE ZEROS TO WS-DP-COUNT
           MOVE ZEROS TO WS-MR-WORKED-MINS
           MOVE ZEROS TO WS-MR-MEAL-COUNT
           MOVE ZEROS TO WS-MR-MEAL1-AT-MINS
           MOVE ZEROS TO WS-MR-MEAL1-LENGTH
           MOVE ZEROS TO WS-MR-MEAL1-TIME
           MOVE ZEROS TO WS-MR-MEAL2-AT-MINS
           MOVE ZEROS TO WS-MR-LONGEST-SHORT
           MOVE ZEROS TO WS-MR-RESTS-TAKEN
           MOVE ZEROS TO WS-MR-RESTS-REQUIRED

           PERFORM VARYING WS-PU-INDEX-2 FROM 1 BY 1
                   UNTIL WS-PU-INDEX-2 > WS-PU-COUNT
               IF WS-PU-EMP-ID (WS-PU-INDEX-2) = WS-CUR-EMP-ID
                   AND WS-PU-WORK-DATE (WS-PU-INDEX-2) =
                       WS-MR-DAY-DATE
                   PERFORM 447-COLLECT-DAY-PUNCH
               END-IF
           END-PERFORM

           IF WS-DP-COUNT = ZEROS
               GO TO 446-EXIT
           END-IF

           PERFORM VARYING WS-DP-INDEX FROM 1 BY 1
                   UNTIL WS-DP-INDEX >= WS-DP-COUNT
               PERFORM VARYING WS-DP-INDEX-2 FROM 1 BY 1
                       UNTIL WS-DP-INDEX-2 >= WS-DP-COUNT
                   IF WS-DP-IN-MINS (WS-DP-INDEX-2) >
                           WS-DP-IN-MINS (WS-DP-INDEX-2 + 1)
                       MOVE WS-DP-ENTRY (WS-DP-INDEX-2) TO WS-DP-SWAP
                       MOVE WS-DP-ENTRY (WS-DP-INDEX-2 + 1) TO
                           WS-DP-ENTRY (WS-DP-INDEX-2)
                       MOVE WS-DP-SWAP TO
                           WS-DP-ENTRY (WS-DP-INDEX-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE WS-DP-IN-TIME (1) TO WS-PR-FIRST-IN
           MOVE WS-DP-OUT-TIME (WS-DP-COUNT) TO WS-PR-LAST-OUT

           IF WS-MR-DAY-MISSING-OUT
               MOVE 'PNMS' TO WS-MR-VIOL-CODE
               MOVE 'OUT PUNCH MISSING - DAY NOT CHECKED' TO
                   WS-MR-VIOL-DESC
               MOVE ZEROS TO WS-MR-VIOL-PREM
               PERFORM 449-WRITE-PREMIUM-LINE
               GO TO 446-EXIT
           END-IF

           PERFORM VARYING WS-DP-INDEX FROM 1 BY 1
                   UNTIL WS-DP-INDEX > WS-DP-COUNT
               PERFORM 448-MEASURE-PAIR-AND-BREAK
           END-PERFORM

           IF WS-MR-DAY-OVERLAP
               MOVE 'PNOV' TO WS-MR-VIOL-CODE
               MOVE 'OVERLAPPING PUNCH PAIRS - DAY NOT CHECKED' TO
                   WS-MR-VIOL-DESC
               MOVE ZEROS TO WS-MR-VIOL-PREM
               PERFORM 449-WRITE-PREMIUM-LINE
               GO TO 446-EXIT
           END-IF

      *****************************************************************
      * Meal periods. Only one meal premium is owed per day however   *
      * many meal violations the day has                              *
      *****************************************************************
           IF WS-MR-WORKED-MINS > WS-MR-MEAL-START-BY (WS-MR-RULE-INDEX)
               IF WS-MR-MEAL-COUNT = ZEROS
                   IF WS-MR-LONGEST-SHORT >
                           WS-MR-REST-MIN (WS-MR-RULE-INDEX)
                       MOVE 'MLSH' TO WS-MR-VIOL-CODE
                       MOVE 'MEAL PERIOD SHORTER THAN REQUIRED' TO
                           WS-MR-VIOL-DESC
                   ELSE
                       MOVE 'MLMS' TO WS-MR-VIOL-CODE
                       MOVE 'MEAL PERIOD MISSED' TO WS-MR-VIOL-DESC
                   END-IF
                   PERFORM 4461-BOOK-MEAL-VIOLATION
               ELSE
                   IF WS-MR-MEAL1-AT-MINS >
                           WS-MR-MEAL-START-BY (WS-MR-RULE-INDEX)
                       MOVE 'MLLT' TO WS-MR-VIOL-CODE
                       MOVE 'MEAL PERIOD STARTED LATE' TO
                           WS-MR-VIOL-DESC
                       PERFORM 4461-BOOK-MEAL-VIOLATION
                   END-IF
               END-IF
           END-IF

           IF WS-MR-WORKED-MINS >
                   WS-MR-SECOND-MEAL-BY (WS-MR-RULE-INDEX)
               IF WS-MR-MEAL-COUNT < 2
                   MOVE 'MLM2' TO WS-MR-VIOL-CODE
                   MOVE 'SECOND MEAL PERIOD MISSED' TO WS-MR-VIOL-DESC
                   PERFORM 4461-BOOK-MEAL-VIOLATION
               ELSE
                   IF WS-MR-MEAL2-AT-MINS >
                           WS-MR-SECOND-MEAL-BY (WS-MR-RULE-INDEX)
                       MOVE 'MLL2' TO WS-MR-VIOL-CODE
                       MOVE 'SECOND MEAL PERIOD STARTED LATE' TO
                           WS-MR-VIOL-DESC
                       PERFORM 4461-BOOK-MEAL-VIOLATION
                   END-IF
               END-IF
           END-IF

      *****************************************************************
      * Rest periods: one from the first-rest threshold, then one per *
      * interval or major fraction of it                              *
      *****************************************************************
           IF WS-MR-WORKED-MINS < WS-MR-REST-FIRST (WS-MR-RULE-INDEX)
               GO TO 446-EXIT
           END-IF

           COMPUTE WS-MR-RESTS-REQUIRED =
               (WS-MR-WORKED-MINS +
                (WS-MR-REST-INTERVAL (WS-MR-RULE-INDEX) / 2) - 1) /
               WS-MR-REST-INTERVAL (WS-MR-RULE-INDEX)
           IF WS-MR-RESTS-REQUIRED = ZEROS
               MOVE 1 TO WS-MR-RESTS-REQUIRED
           END-IF

           IF WS-MR-RESTS-TAKEN < WS-MR-RESTS-REQUIRED
               MOVE 'RSMS' TO WS-MR-VIOL-CODE
               MOVE 'REST PERIOD MISSED' TO WS-MR-VIOL-DESC
               MOVE 1 TO WS-MR-VIOL-PREM
               ADD 1 TO WS-EMP-REST-PREM-HOURS
               ADD 1 TO WS-MR-REST-PREM-DAYS
               PERFORM 449-WRITE-PREMIUM-LINE
           END-IF
           .
       446-EXIT.
           EXIT.

       4461-BOOK-MEAL-VIOLATION.
      *****************************************************************
      * List a meal violation; the first one on the day carries the   *
      * day's premium hour                                             *
      *****************************************************************
           IF WS-MR-DAY-MEAL-PREM
               MOVE ZEROS TO WS-MR-VIOL-PREM
           ELSE
               MOVE 'Y' TO WS-MR-DAY-MEAL-PREM-SW
               MOVE 1 TO WS-MR-VIOL-PREM
               ADD 1 TO WS-EMP-MEAL-PREM-HOURS
               ADD 1 TO WS-MR-MEAL-PREM-DAYS
           END-IF
           PERFORM 449-WRITE-PREMIUM-LINE
           .

       447-COLLECT-DAY-PUNCH.
      *****************************************************************
      * Add one of the day's punch pairs to the day punch table in    *
      * minutes from midnight. A missing out punch marks the day      *
      *****************************************************************
           IF WS-PU-OUT-TIME (WS-PU-INDEX-2) = ZEROS
               MOVE 'M' TO WS-MR-DAY-BAD-SW
           ELSE
               IF WS-DP-COUNT < 12
                   ADD 1 TO WS-DP-COUNT
                   MOVE WS-PU-IN-TIME (WS-PU-INDEX-2) TO
                       WS-DP-IN-TIME (WS-DP-COUNT)
                   MOVE WS-PU-OUT-TIME (WS-PU-INDEX-2) TO
                       WS-DP-OUT-TIME (WS-DP-COUNT)
                   DIVIDE WS-PU-IN-TIME (WS-PU-INDEX-2) BY 100
                       GIVING WS-HHMM-HOURS REMAINDER WS-HHMM-MINS
                   COMPUTE WS-DP-IN-MINS (WS-DP-COUNT) =
                       (WS-HHMM-HOURS * 60) + WS-HHMM-MINS
                   DIVIDE WS-PU-OUT-TIME (WS-PU-INDEX-2) BY 100
                       GIVING WS-HHMM-HOURS REMAINDER WS-HHMM-MINS
                   COMPUTE WS-DP-OUT-MINS (WS-DP-COUNT) =
                       (WS-HHMM-HOURS * 60) + WS-HHMM-MINS
                   IF WS-DP-OUT-MINS (WS-DP-COUNT) <
                           WS-DP-IN-MINS (WS-DP-COUNT)
                       ADD 1440 TO WS-DP-OUT-MINS (WS-DP-COUNT)
                   END-IF
               END-IF
           END-IF
           .

       448-MEASURE-PAIR-AND-BREAK.
      *****************************************************************
      * Measure the break before this pair (from the prior pair's out *
      * punch), classify it as a meal or rest, then add the pair's    *
      * minutes to the day's time worked. A meal's start is recorded  *
      * as the minutes worked before it                                *
      *****************************************************************
           IF WS-DP-INDEX > 1
               COMPUTE WS-MR-GAP-MINS =
                   WS-DP-IN-MINS (WS-DP-INDEX) -
                   WS-DP-OUT-MINS (WS-DP-INDEX - 1)
               IF WS-MR-GAP-MINS < ZEROS
                   MOVE 'O' TO WS-MR-DAY-BAD-SW
               ELSE
                   IF WS-MR-GAP-MINS >=
                           WS-MR-MEAL-MIN (WS-MR-RULE-INDEX)
                       ADD 1 TO WS-MR-MEAL-COUNT
                       IF WS-MR-MEAL-COUNT = 1
                           MOVE WS-MR-WORKED-MINS TO
                               WS-MR-MEAL1-AT-MINS
                           MOVE WS-MR-GAP-MINS TO WS-MR-MEAL1-LENGTH
                           MOVE WS-DP-OUT-TIME (WS-DP-INDEX - 1) TO
                               WS-MR-MEAL1-TIME
                       END-IF
                       IF WS-MR-MEAL-COUNT = 2
                           MOVE WS-MR-WORKED-MINS TO
                               WS-MR-MEAL2-AT-MINS
                       END-IF
                   ELSE
                       IF WS-MR-GAP-MINS >=
                               WS-MR-REST-MIN (WS-MR-RULE-INDEX)
                           ADD 1 TO WS-MR-RESTS-TAKEN
                       END-IF
                       IF WS-MR-GAP-MINS > WS-MR-LONGEST-SHORT
                           MOVE WS-MR-GAP-MINS TO WS-MR-LONGEST-SHORT
                       END-IF
                   END-IF
               END-IF
           END-IF

           COMPUTE WS-MR-WORKED-MINS = WS-MR-WORKED-MINS +
               WS-DP-OUT-MINS (WS-DP-INDEX) -
               WS-DP-IN-MINS (WS-DP-INDEX)
           .

       449-WRITE-PREMIUM-LINE.
      *****************************************************************
      * Write one premium report line for the employee and day:       *
      * first in and last out punch, hours worked, the first meal's   *
      * start and length, rests taken against rests due, and the      *
      * violation with the premium hours it carries                    *
      *****************************************************************
           ADD 1 TO WS-MR-LINES-WRITTEN
           MOVE WS-MR-DAY-DATE TO WS-WORK-DATE
           COMPUTE WS-PR-ED-HOURS ROUNDED = WS-MR-WORKED-MINS / 60
           MOVE WS-MR-MEAL1-LENGTH TO WS-PR-ED-MEAL-MINS
           MOVE WS-MR-RESTS-TAKEN TO WS-PR-ED-RESTS-TAKEN
           MOVE WS-MR-RESTS-REQUIRED TO WS-PR-ED-RESTS-REQUIRED
           MOVE WS-MR-VIOL-PREM TO WS-PR-ED-PREM
           IF WS-MR-MEAL-COUNT = ZEROS
               MOVE '  -  ' TO WS-PR-MEAL-AT
           ELSE
               STRING WS-MR-MEAL1-TIME (1:2) ':'
                      WS-MR-MEAL1-TIME (3:2)
                      DELIMITED BY SIZE INTO WS-PR-MEAL-AT
           END-IF

           MOVE SPACES TO PREMIUM-REPORT-RECORD
           STRING WS-CUR-EMP-ID
                  '  ' WS-WORK-MONTH '/' WS-WORK-DAY '/' WS-WORK-YEAR
                  '  ' WS-PR-FIRST-IN (1:2) ':' WS-PR-FIRST-IN (3:2)
                  '  ' WS-PR-LAST-OUT (1:2) ':' WS-PR-LAST-OUT (3:2)
                  '  ' WS-PR-ED-HOURS
                  '  ' WS-PR-MEAL-AT
                  '       ' WS-PR-ED-MEAL-MINS
                  '    ' WS-PR-ED-RESTS-TAKEN '/'
                  WS-PR-ED-RESTS-REQUIRED
                  '    ' WS-MR-VIOL-CODE
                  '  ' WS-MR-VIOL-DESC
                  '  ' WS-PR-ED-PREM
                  DELIMITED BY SIZE INTO PREMIUM-REPORT-RECORD
           WRITE PREMIUM-REPORT-RECORD
           IF NOT PREMRPT-FILE-SUCCESS
               DISPLAY 'ERROR WRITING MEAL/REST PREMIUM REPORT: '
                       PREMRPT-FILE-STATUS
           END-IF
           .

       450-SYNTHESIZE-TIME-CLOCK.
           END-PERFORM
           .

       460-WRITE-WORK-LOCATIONS.
      *****************************************************************
      * Append one work location line per state the employee punched  *
      * in, when the punches came from more than one state or from a  *
      * state other than the master work state. Hours carry the       *
      * rounded punch minutes; days carry the dates worked there      *
      *****************************************************************
           IF WS-ESB-COUNT = ZEROS
               GO TO 460-EXIT
           END-IF

           MOVE 'N' TO WS-ESB-SPLIT-SW
           PERFORM VARYING WS-ESB-INDEX FROM 1 BY 1
                   UNTIL WS-ESB-INDEX > WS-ESB-COUNT
               IF WS-ESB-STATE (WS-ESB-INDEX) = SPACES
                   MOVE WS-EMP-WORK-STATE TO
                       WS-ESB-STATE (WS-ESB-INDEX)
               END-IF
               IF WS-ESB-STATE (WS-ESB-INDEX) NOT = WS-EMP-WORK-STATE
                   MOVE 'Y' TO WS-ESB-SPLIT-SW
               END-IF
           END-PERFORM
           IF NOT WS-ESB-SPLIT
               GO TO 460-EXIT
           END-IF

           PERFORM VARYING WS-ESB-INDEX FROM 1 BY 1
                   UNTIL WS-ESB-INDEX > WS-ESB-COUNT
               IF WS-ESB-STATE (WS-ESB-INDEX) NOT = SPACES
                   MOVE SPACES TO WORK-LOCATION-RECORD-FILE
                   MOVE WS-CUR-EMP-ID TO
                       WL-EMPLOYEE-ID IN WORK-LOCATION-RECORD-FILE
                   MOVE TC-PERIOD-END-DATE IN WS-TIME-CLOCK TO
                       WL-PERIOD-END-DATE IN WORK-LOCATION-RECORD-FILE
                   MOVE WS-ESB-STATE (WS-ESB-INDEX) TO
                       WL-WORK-STATE IN WORK-LOCATION-RECORD-FILE
                   COMPUTE WL-HOURS-WORKED
                       IN WORK-LOCATION-RECORD-FILE ROUNDED =
                       WS-ESB-MINUTES (WS-ESB-INDEX) / 60
                   MOVE WS-ESB-DAYS (WS-ESB-INDEX) TO
                       WL-DAYS-WORKED IN WORK-LOCATION-RECORD-FILE
                   SET WL-FROM-PUNCHES IN WORK-LOCATION-RECORD-FILE
                       TO TRUE
                   WRITE WORK-LOCATION-RECORD-FILE
                   ADD 1 TO WS-WL-WRITTEN
               END-IF
           END-PERFORM
           .
       460-EXIT.
           EXIT.

       900-WRAP-UP.
      *****************************************************************
      * Close all files and display run totals                        *
      *****************************************************************
           IF WS-PUNCH-MODE
               PERFORM 910-WRITE-PREMIUM-TOTALS
               CLOSE PUNCH-AUDIT-FILE
               CLOSE PREMIUM-REPORT-FILE
               CLOSE EMPLOYEE-FILE
               CLOSE WORK-LOCATION-FILE
               DISPLAY 'WORK LOCATION LINES WRITTEN: ' WS-WL-WRITTEN
           END-IF
           CLOSE TIME-CLOCK-FILE
                 PAYROLL-DATA-FILE
           END-IF
           .

       910-WRITE-PREMIUM-TOTALS.
      *****************************************************************
      * Close the premium report with the days checked and the meal   *
      * and rest premium days found                                   *
      *****************************************************************
           MOVE SPACES TO PREMIUM-REPORT-RECORD
           WRITE PREMIUM-REPORT-RECORD

           MOVE WS-MR-DAYS-CHECKED TO WS-PR-ED-COUNT
           MOVE SPACES TO PREMIUM-REPORT-RECORD
           STRING 'DAYS CHECKED:         ' WS-PR-ED-COUNT
                  DELIMITED BY SIZE INTO PREMIUM-REPORT-RECORD
           WRITE PREMIUM-REPORT-RECORD

           MOVE WS-MR-MEAL-PREM-DAYS TO WS-PR-ED-COUNT
           MOVE SPACES TO PREMIUM-REPORT-RECORD
           STRING 'MEAL PREMIUM DAYS:    ' WS-PR-ED-COUNT
                  DELIMITED BY SIZE INTO PREMIUM-REPORT-RECORD
           WRITE PREMIUM-REPORT-RECORD

           MOVE WS-MR-REST-PREM-DAYS TO WS-PR-ED-COUNT
           MOVE SPACES TO PREMIUM-REPORT-RECORD
           STRING 'REST PREMIUM DAYS:    ' WS-PR-ED-COUNT
                  DELIMITED BY SIZE INTO PREMIUM-REPORT-RECORD
           WRITE PREMIUM-REPORT-RECORD

           DISPLAY 'MEAL/REST DAYS CHECKED: ' WS-MR-DAYS-CHECKED
                   ' MEAL PREMIUMS: ' WS-MR-MEAL-PREM-DAYS
                   ' REST PREMIUMS: ' WS-MR-REST-PREM-DAYS
                   ' REPORT LINES: ' WS-MR-LINES-WRITTEN
           .

       950-ABNORMAL-TERMINATION.
      *****************************************************************
      * Handle abnormal program termination due to errors              *
