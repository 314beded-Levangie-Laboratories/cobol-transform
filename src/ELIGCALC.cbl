      *****************************************************************
      * Program: ELIGCALC.cbl                                         *
      *                                                               *
      * Purpose: Benefit eligibility waiting periods for the Payroll  *
      *          Processing System. Run weekly and ahead of each      *
      *          calculation run, this program applies the plan       *
      *          eligibility rules table - each plan's waiting        *
      *          period, hours requirement, and rehire rule - to      *
      *          work out every employee's health, dental, vision,    *
      *          FSA, and HSA eligibility dates from the hire date,   *
      *          so the deduction calculation does not start an       *
      *          election before the carrier's coverage does, and     *
      *          builds the notice extract of enrollment windows      *
      *          opening or closing in the coming week.               *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELIGCALC.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * ELIGCALC is a standalone maintenance program in the Payroll    *
      * Processing System. It:                                         *
      *                                                                *
      * 1. Takes the run's check date from the approved run control    *
      *    record (falling back to today) and loads the plan           *
      *    eligibility rules                                           *
      * 2. For each active or on-leave employee and each benefit,      *
      *    finds the most specific rule (company and plan, then        *
      *    company, then plan, then the default) and works out the     *
      *    eligibility date: the hire date plus the waiting period,    *
      *    moved to the first of the next month where the plan says    *
      *    so; the hire date itself for a rehire inside the plan's     *
      *    rehire window or a benefit with no rule; never when the     *
      *    scheduled weekly hours fall short of the plan's requirement *
      * 3. Rewrites the eligibility dates on the employee master,      *
      *    where DEDCALC reads them                                    *
      * 4. Writes the notice extract for each enrollment window        *
      *    opening in the coming week, or closing in it with no        *
      *    election made, and lists the notices and the elections     *
      *    still inside their waiting period on the report             *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ELIG-RULE-FILE ASSIGN TO 'BENELIG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RULE-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUNCTL-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT ELIG-NOTICE-FILE ASSIGN TO 'ELIGNOTC'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS NOTICE-FILE-STATUS.

           SELECT ELIG-REPORT-FILE ASSIGN TO 'ELIGRPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELIG-RULE-FILE.
           COPY BENELIG REPLACING ==BENEFIT-ELIG-RULE-RECORD== BY
               ==BENEFIT-ELIG-RULE-RECORD-FILE==.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL REPLACING ==RUN-CONTROL-RECORD== BY
               ==RUN-CONTROL-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  ELIG-NOTICE-FILE.
           COPY ELIGNOTC REPLACING ==ELIG-NOTICE-RECORD== BY
               ==ELIG-NOTICE-RECORD-FILE==.

       FD  ELIG-REPORT-FILE.
           01  ELIG-REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  RULE-FILE-STATUS            PIC X(2).
               88  RULE-FILE-SUCCESS       VALUE '00' '05'.
               88  RULE-FILE-EOF           VALUE '10'.
           05  RUNCTL-FILE-STATUS          PIC X(2).
               88  RUNCTL-FILE-SUCCESS     VALUE '00'.
           05  EMP-FILE-STATUS             PIC X(2).
               88  EMP-FILE-SUCCESS        VALUE '00'.
               88  EMP-FILE-EOF            VALUE '10'.
           05  NOTICE-FILE-STATUS          PIC X(2).
               88  NOTICE-FILE-SUCCESS     VALUE '00'.
           05  REPORT-FILE-STATUS          PIC X(2).
               88  REPORT-FILE-SUCCESS     VALUE '00'.

       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
           ==WS-EMPLOYEE-RECORD==.

       01  WS-RUN-CONTROL.
           05  WS-DATE                    PIC 9(8) VALUE ZEROS.
           05  WS-CHECK-DATE              PIC 9(8) VALUE ZEROS.
           05  WS-WEEK-END-DATE           PIC 9(8) VALUE ZEROS.

      *****************************************************************
      * Plan eligibility rules loaded from the rules table             *
      *****************************************************************
       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT               PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-RULE-ENTRY OCCURS 200 TIMES.
               10  WS-RL-COMPANY           PIC X(2).
               10  WS-RL-BENEFIT-TYPE      PIC X.
               10  WS-RL-PLAN-CODE         PIC X(3).
               10  WS-RL-WAITING-DAYS      PIC 9(3).
               10  WS-RL-START-RULE        PIC X.
               10  WS-RL-MIN-WEEKLY-HOURS  PIC 9(2)V99.
               10  WS-RL-REHIRE-WAIVE-DAYS PIC 9(3).
               10  WS-RL-WINDOW-DAYS       PIC 9(3).
           05  WS-RULE-INDEX               PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-BEST-RULE                PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-BEST-SCORE               PIC 9(1) VALUE ZEROS.
           05  WS-RULE-SCORE               PIC 9(1) VALUE ZEROS.

      *****************************************************************
      * The five benefits, in the order their eligibility dates are    *
      * kept on the employee master                                    *
      *****************************************************************
       01  WS-BENEFIT-TABLE-VALUES.
           05  FILLER                      PIC X(7) VALUE 'HHEALTH'.
           05  FILLER                      PIC X(7) VALUE 'DDENTAL'.
           05  FILLER                      PIC X(7) VALUE 'VVISION'.
           05  FILLER                      PIC X(7) VALUE 'FFSA   '.
           05  FILLER                      PIC X(7) VALUE 'SHSA   '.
       01  WS-BENEFIT-TABLE REDEFINES WS-BENEFIT-TABLE-VALUES.
           05  WS-BENEFIT-ENTRY OCCURS 5 TIMES.
               10  WS-BN-TYPE              PIC X.
               10  WS-BN-NAME              PIC X(6).
       01  WS-BN-INDEX                     PIC 9(1) VALUE ZEROS.

       01  WS-ELIG-WORK.
           05  WS-LOOKUP-COMPANY          PIC X(2) VALUE SPACES.
           05  WS-LOOKUP-PLAN-CODE        PIC X(3) VALUE SPACES.
           05  WS-ELECTED-SW              PIC X VALUE 'N'.
               88  WS-ELECTED             VALUE 'Y'.
           05  WS-HIRE-DATE               PIC 9(8) VALUE ZEROS.
           05  WS-PRIOR-TERM-DATE         PIC 9(8) VALUE ZEROS.
           05  WS-ELIG-DATE               PIC 9(8) VALUE ZEROS.
           05  WS-OLD-ELIG-DATE           PIC 9(8) VALUE ZEROS.
           05  WS-WINDOW-CLOSE-DATE       PIC 9(8) VALUE ZEROS.
           05  WS-WINDOW-DAYS             PIC 9(3) VALUE ZEROS.
           05  WS-WEEKLY-HOURS            PIC 9(3)V99 VALUE ZEROS.
           05  WS-NEVER-ELIGIBLE          PIC 9(8) VALUE 99999999.
           05  WS-DEFAULT-WINDOW-DAYS     PIC 9(3) VALUE 30.
           05  WS-NOTICE-TYPE             PIC X VALUE SPACE.
           05  WS-EMP-NAME                PIC X(30) VALUE SPACES.

       01  WS-DATE-WORK.
           05  WS-WORK-DATE.
               10  WS-WORK-YEAR           PIC 9(4).
               10  WS-WORK-MONTH          PIC 9(2).
               10  WS-WORK-DAY            PIC 9(2).
           05  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
                                          PIC 9(8).
           05  WS-DAYS-TO-ADD             PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-MONTH-DAYS              PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-LEAP-REMAINDER          PIC 9(3) COMP-3 VALUE ZEROS.

       01  WS-EMP-CHANGED-SW               PIC X VALUE 'N'.
           88  WS-EMP-CHANGED              VALUE 'Y'.

       01  WS-RUN-TOTALS.
           05  WS-EMP-READ-COUNT          PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-EMP-UPDATED-COUNT       PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-WAITING-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-OPENING-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-CLOSING-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-EDITED-FIELDS.
           05  WS-ED-COUNT                 PIC ZZZZ9.
           05  WS-ED-COUNT-2               PIC ZZZZ9.
           05  WS-ED-COUNT-3               PIC ZZZZ9.

       01  WS-REPORT-LINE                  PIC X(132).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the eligibility run                   *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 150-LOAD-ELIG-RULES

           MOVE LOW-VALUES TO EMP-ID IN EMPLOYEE-RECORD-FILE
           START EMPLOYEE-FILE
               KEY IS >= EMP-ID IN EMPLOYEE-RECORD-FILE
               INVALID KEY
                   SET EMP-FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL EMP-FILE-EOF
               PERFORM 300-PROCESS-EMPLOYEE
                   THRU 300-EXIT
           END-PERFORM

           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Establish the check date and the notice week and open files    *
      *****************************************************************
           DISPLAY 'BENEFIT ELIGIBILITY RUN STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE TO WS-CHECK-DATE

           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-SUCCESS
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-CHECK-DATE IN RUN-CONTROL-RECORD-FILE
                               IS NUMERIC
                           AND RC-CHECK-DATE
                               IN RUN-CONTROL-RECORD-FILE > ZEROS
                           MOVE RC-CHECK-DATE
                               IN RUN-CONTROL-RECORD-FILE TO
                               WS-CHECK-DATE
                       END-IF
               END-READ
           END-IF
           CLOSE RUN-CONTROL-FILE

           MOVE WS-CHECK-DATE TO WS-WORK-DATE-NUM
           MOVE 7 TO WS-DAYS-TO-ADD
           PERFORM 830-ADD-DAYS
           MOVE WS-WORK-DATE-NUM TO WS-WEEK-END-DATE

           OPEN I-O EMPLOYEE-FILE
           IF NOT EMP-FILE-SUCCESS
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: '
                       EMP-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT ELIG-NOTICE-FILE
           OPEN OUTPUT ELIG-REPORT-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BENEFIT ELIGIBILITY AND ENROLLMENT WINDOW REPORT - '
                  'CHECK DATE ' WS-CHECK-DATE
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE ELIG-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE ELIG-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACTION   EMP ID NAME                           '
                  'BENEFIT ELIGIBLE WINDOW CLOSES'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE ELIG-REPORT-RECORD FROM WS-REPORT-LINE
           .

       150-LOAD-ELIG-RULES.
      *****************************************************************
      * Load the plan eligibility rules                                *
      *****************************************************************
           OPEN INPUT ELIG-RULE-FILE
           IF RULE-FILE-SUCCESS
               PERFORM UNTIL RULE-FILE-EOF
                   READ ELIG-RULE-FILE
                       AT END
                           SET RULE-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM 160-STORE-ELIG-RULE
                   END-READ
               END-PERFORM
               CLOSE ELIG-RULE-FILE
           END-IF
           DISPLAY 'ELIGIBILITY RULES LOADED: ' WS-RULE-COUNT
           .

       160-STORE-ELIG-RULE.
      *****************************************************************
      * Keep one rule; non-numeric day and hour counts are taken as    *
      * zero                                                           *
      *****************************************************************
           IF WS-RULE-COUNT >= 200
               DISPLAY 'ELIGIBILITY RULE TABLE FULL - RULE IGNORED'
           ELSE
               ADD 1 TO WS-RULE-COUNT
               MOVE BER-COMPANY-CODE IN BENEFIT-ELIG-RULE-RECORD-FILE
                   TO WS-RL-COMPANY (WS-RULE-COUNT)
               MOVE BER-BENEFIT-TYPE IN BENEFIT-ELIG-RULE-RECORD-FILE
                   TO WS-RL-BENEFIT-TYPE (WS-RULE-COUNT)
               MOVE BER-PLAN-CODE IN BENEFIT-ELIG-RULE-RECORD-FILE
                   TO WS-RL-PLAN-CODE (WS-RULE-COUNT)
               MOVE BER-START-RULE IN BENEFIT-ELIG-RULE-RECORD-FILE
                   TO WS-RL-START-RULE (WS-RULE-COUNT)
               MOVE ZEROS TO WS-RL-WAITING-DAYS (WS-RULE-COUNT)
                             WS-RL-MIN-WEEKLY-HOURS (WS-RULE-COUNT)
                             WS-RL-REHIRE-WAIVE-DAYS (WS-RULE-COUNT)
                             WS-RL-WINDOW-DAYS (WS-RULE-COUNT)
               IF BER-WAITING-DAYS IN BENEFIT-ELIG-RULE-RECORD-FILE
                       IS NUMERIC
                   MOVE BER-WAITING-DAYS
                       IN BENEFIT-ELIG-RULE-RECORD-FILE
                       TO WS-RL-WAITING-DAYS (WS-RULE-COUNT)
               END-IF
               IF BER-MIN-WEEKLY-HOURS IN BENEFIT-ELIG-RULE-RECORD-FILE
                       IS NUMERIC
                   MOVE BER-MIN-WEEKLY-HOURS
                       IN BENEFIT-ELIG-RULE-RECORD-FILE
                       TO WS-RL-MIN-WEEKLY-HOURS (WS-RULE-COUNT)
               END-IF
               IF BER-REHIRE-WAIVE-DAYS
                       IN BENEFIT-ELIG-RULE-RECORD-FILE IS NUMERIC
                   MOVE BER-REHIRE-WAIVE-DAYS
                       IN BENEFIT-ELIG-RULE-RECORD-FILE
                       TO WS-RL-REHIRE-WAIVE-DAYS (WS-RULE-COUNT)
               END-IF
               IF BER-ENROLL-WINDOW-DAYS
                       IN BENEFIT-ELIG-RULE-RECORD-FILE IS NUMERIC
                   MOVE BER-ENROLL-WINDOW-DAYS
                       IN BENEFIT-ELIG-RULE-RECORD-FILE
                       TO WS-RL-WINDOW-DAYS (WS-RULE-COUNT)
               END-IF
           END-IF
           .

       300-PROCESS-EMPLOYEE.
      *****************************************************************
      * Work out one employee's five eligibility dates and notices     *
      *****************************************************************
           READ EMPLOYEE-FILE NEXT RECORD INTO WS-EMPLOYEE-RECORD
               AT END
                   SET EMP-FILE-EOF TO TRUE
                   GO TO 300-EXIT
           END-READ
           ADD 1 TO WS-EMP-READ-COUNT

           IF NOT EMP-ACTIVE IN WS-EMPLOYEE-RECORD
               AND NOT EMP-LEAVE IN WS-EMPLOYEE-RECORD
               GO TO 300-EXIT
           END-IF
           IF EMP-HIRE-DATE IN WS-EMPLOYEE-RECORD NOT NUMERIC
               GO TO 300-EXIT
           END-IF

           MOVE 'N' TO WS-EMP-CHANGED-SW
           MOVE EMP-HIRE-DATE IN WS-EMPLOYEE-RECORD TO WS-HIRE-DATE
           MOVE ZEROS TO WS-PRIOR-TERM-DATE
           IF EMP-PRIOR-TERM-DATE IN WS-EMPLOYEE-RECORD IS NUMERIC
               MOVE EMP-PRIOR-TERM-DATE IN WS-EMPLOYEE-RECORD TO
                   WS-PRIOR-TERM-DATE
           END-IF
           IF EMP-COMPANY-CODE IN WS-EMPLOYEE-RECORD = SPACES
               MOVE '01' TO WS-LOOKUP-COMPANY
           ELSE
               MOVE EMP-COMPANY-CODE IN WS-EMPLOYEE-RECORD TO
                   WS-LOOKUP-COMPANY
           END-IF
           PERFORM 310-SET-WEEKLY-HOURS

           MOVE SPACES TO WS-EMP-NAME
           STRING EMP-LAST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  EMP-FIRST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  INTO WS-EMP-NAME

           PERFORM 400-PROCESS-BENEFIT
               VARYING WS-BN-INDEX FROM 1 BY 1
               UNTIL WS-BN-INDEX > 5

           IF WS-EMP-CHANGED
               REWRITE EMPLOYEE-RECORD-FILE FROM WS-EMPLOYEE-RECORD
               IF NOT EMP-FILE-SUCCESS
                   DISPLAY 'ERROR REWRITING EMPLOYEE: '
                           EMP-ID IN WS-EMPLOYEE-RECORD
               ELSE
                   ADD 1 TO WS-EMP-UPDATED-COUNT
               END-IF
           END-IF
           .
       300-EXIT.
           EXIT.

       310-SET-WEEKLY-HOURS.
      *****************************************************************
      * Weekly scheduled hours derived from standard hours and pay     *
      * frequency                                                      *
      *****************************************************************
           IF EMP-STANDARD-HOURS IN WS-EMPLOYEE-RECORD NOT NUMERIC
               MOVE ZEROS TO EMP-STANDARD-HOURS IN WS-EMPLOYEE-RECORD
           END-IF
           EVALUATE TRUE
               WHEN EMP-WEEKLY IN WS-EMPLOYEE-RECORD
                   MOVE EMP-STANDARD-HOURS IN WS-EMPLOYEE-RECORD TO
                       WS-WEEKLY-HOURS
               WHEN EMP-BIWEEKLY IN WS-EMPLOYEE-RECORD
                   COMPUTE WS-WEEKLY-HOURS ROUNDED =
                       EMP-STANDARD-HOURS IN WS-EMPLOYEE-RECORD / 2
               WHEN EMP-MONTHLY IN WS-EMPLOYEE-RECORD
                   COMPUTE WS-WEEKLY-HOURS ROUNDED =
                       EMP-STANDARD-HOURS IN WS-EMPLOYEE-RECORD *
                       12 / 52
               WHEN OTHER
                   MOVE 40 TO WS-WEEKLY-HOURS
           END-EVALUATE
           IF WS-WEEKLY-HOURS = ZEROS
               MOVE 40 TO WS-WEEKLY-HOURS
           END-IF
           .

       400-PROCESS-BENEFIT.
      *****************************************************************
      * One benefit: find its rule, work out and store the             *
      * eligibility date, and check the enrollment window              *
      *****************************************************************
           MOVE 'N' TO WS-ELECTED-SW
           MOVE SPACES TO WS-LOOKUP-PLAN-CODE
           EVALUATE WS-BN-INDEX
               WHEN 1
                   MOVE EMP-HEALTH-PLAN-CODE IN WS-EMPLOYEE-RECORD TO
                       WS-LOOKUP-PLAN-CODE
                   MOVE EMP-HEALTH-ELIG-DATE IN WS-EMPLOYEE-RECORD TO
                       WS-OLD-ELIG-DATE
               WHEN 2
                   MOVE EMP-DENTAL-PLAN-CODE IN WS-EMPLOYEE-RECORD TO
                       WS-LOOKUP-PLAN-CODE
                   MOVE EMP-DENTAL-ELIG-DATE IN WS-EMPLOYEE-RECORD TO
                       WS-OLD-ELIG-DATE
               WHEN 3
                   MOVE EMP-VISION-PLAN-CODE IN WS-EMPLOYEE-RECORD TO
                       WS-LOOKUP-PLAN-CODE
                   MOVE EMP-VISION-ELIG-DATE IN WS-EMPLOYEE-RECORD TO
                       WS-OLD-ELIG-DATE
               WHEN 4
                   IF EMP-FSA-YES IN WS-EMPLOYEE-RECORD
                       SET WS-ELECTED TO TRUE
                   END-IF
                   MOVE EMP-FSA-ELIG-DATE IN WS-EMPLOYEE-RECORD TO
                       WS-OLD-ELIG-DATE
               WHEN 5
                   IF EMP-HSA-YES IN WS-EMPLOYEE-RECORD
                       SET WS-ELECTED TO TRUE
                   END-IF
                   MOVE EMP-HSA-ELIG-DATE IN WS-EMPLOYEE-RECORD TO
                       WS-OLD-ELIG-DATE
           END-EVALUATE
           IF WS-BN-INDEX <= 3
               IF WS-LOOKUP-PLAN-CODE = '000'
                   MOVE SPACES TO WS-LOOKUP-PLAN-CODE
               END-IF
               IF WS-LOOKUP-PLAN-CODE NOT = SPACES
                   SET WS-ELECTED TO TRUE
               END-IF
           END-IF

           PERFORM 410-FIND-ELIG-RULE
           PERFORM 420-COMPUTE-ELIG-DATE
               THRU 420-EXIT

           IF WS-ELIG-DATE NOT = WS-OLD-ELIG-DATE
               SET WS-EMP-CHANGED TO TRUE
               EVALUATE WS-BN-INDEX
                   WHEN 1
                       MOVE WS-ELIG-DATE TO
                           EMP-HEALTH-ELIG-DATE IN WS-EMPLOYEE-RECORD
                   WHEN 2
                       MOVE WS-ELIG-DATE TO
                           EMP-DENTAL-ELIG-DATE IN WS-EMPLOYEE-RECORD
                   WHEN 3
                       MOVE WS-ELIG-DATE TO
                           EMP-VISION-ELIG-DATE IN WS-EMPLOYEE-RECORD
                   WHEN 4
                       MOVE WS-ELIG-DATE TO
                           EMP-FSA-ELIG-DATE IN WS-EMPLOYEE-RECORD
                   WHEN 5
                       MOVE WS-ELIG-DATE TO
                           EMP-HSA-ELIG-DATE IN WS-EMPLOYEE-RECORD
               END-EVALUATE
           END-IF

           IF WS-ELIG-DATE = WS-NEVER-ELIGIBLE
               IF WS-ELECTED
                   ADD 1 TO WS-WAITING-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'NO HOURS '
                          EMP-ID IN WS-EMPLOYEE-RECORD ' '
                          WS-EMP-NAME ' '
                          WS-BN-NAME (WS-BN-INDEX)
                          '  SCHEDULED HOURS BELOW PLAN REQUIREMENT'
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE ELIG-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           ELSE
               PERFORM 430-CHECK-ENROLL-WINDOW
           END-IF
           .

       410-FIND-ELIG-RULE.
      *****************************************************************
      * The most specific rule for the benefit: company and plan       *
      * (score 4), company (3), plan under the default company (2),    *
      * then the default (1); WS-BEST-RULE zero when none applies      *
      *****************************************************************
           MOVE ZEROS TO WS-BEST-RULE
                         WS-BEST-SCORE
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX > WS-RULE-COUNT
               MOVE ZEROS TO WS-RULE-SCORE
               IF WS-RL-BENEFIT-TYPE (WS-RULE-INDEX) =
                       WS-BN-TYPE (WS-BN-INDEX)
                   EVALUATE TRUE
                       WHEN WS-RL-COMPANY (WS-RULE-INDEX) =
                               WS-LOOKUP-COMPANY
                           AND WS-RL-PLAN-CODE (WS-RULE-INDEX) =
                               WS-LOOKUP-PLAN-CODE
                           AND WS-LOOKUP-PLAN-CODE NOT = SPACES
                           MOVE 4 TO WS-RULE-SCORE
                       WHEN WS-RL-COMPANY (WS-RULE-INDEX) =
                               WS-LOOKUP-COMPANY
                           AND WS-RL-PLAN-CODE (WS-RULE-INDEX) = SPACES
                           MOVE 3 TO WS-RULE-SCORE
                       WHEN WS-RL-COMPANY (WS-RULE-INDEX) = SPACES
                           AND WS-RL-PLAN-CODE (WS-RULE-INDEX) =
                               WS-LOOKUP-PLAN-CODE
                           AND WS-LOOKUP-PLAN-CODE NOT = SPACES
                           MOVE 2 TO WS-RULE-SCORE
                       WHEN WS-RL-COMPANY (WS-RULE-INDEX) = SPACES
                           AND WS-RL-PLAN-CODE (WS-RULE-INDEX) = SPACES
                           MOVE 1 TO WS-RULE-SCORE
                   END-EVALUATE
               END-IF
               IF WS-RULE-SCORE > WS-BEST-SCORE
                   MOVE WS-RULE-SCORE TO WS-BEST-SCORE
                   MOVE WS-RULE-INDEX TO WS-BEST-RULE
               END-IF
           END-PERFORM
           .

       420-COMPUTE-ELIG-DATE.
      *****************************************************************
      * The eligibility date under the rule found: the hire date when  *
      * there is no rule or a rehire falls inside the plan's rehire    *
      * window, never when scheduled hours are short, otherwise the    *
      * hire date plus the waiting period, moved to the first of the   *
      * next month where the plan starts coverage there                *
      *****************************************************************
           MOVE WS-HIRE-DATE TO WS-ELIG-DATE
           MOVE WS-DEFAULT-WINDOW-DAYS TO WS-WINDOW-DAYS
           IF WS-BEST-RULE = ZEROS
               GO TO 420-EXIT
           END-IF
           IF WS-RL-WINDOW-DAYS (WS-BEST-RULE) > ZEROS
               MOVE WS-RL-WINDOW-DAYS (WS-BEST-RULE) TO WS-WINDOW-DAYS
           END-IF

           IF WS-RL-MIN-WEEKLY-HOURS (WS-BEST-RULE) > ZEROS
               AND WS-WEEKLY-HOURS <
                   WS-RL-MIN-WEEKLY-HOURS (WS-BEST-RULE)
               MOVE WS-NEVER-ELIGIBLE TO WS-ELIG-DATE
               GO TO 420-EXIT
           END-IF

           IF WS-PRIOR-TERM-DATE > ZEROS
               AND WS-RL-REHIRE-WAIVE-DAYS (WS-BEST-RULE) > ZEROS
               MOVE WS-PRIOR-TERM-DATE TO WS-WORK-DATE-NUM
               MOVE WS-RL-REHIRE-WAIVE-DAYS (WS-BEST-RULE) TO
                   WS-DAYS-TO-ADD
               PERFORM 830-ADD-DAYS
               IF WS-WORK-DATE-NUM >= WS-HIRE-DATE
                   GO TO 420-EXIT
               END-IF
           END-IF

           MOVE WS-HIRE-DATE TO WS-WORK-DATE-NUM
           MOVE WS-RL-WAITING-DAYS (WS-BEST-RULE) TO WS-DAYS-TO-ADD
           PERFORM 830-ADD-DAYS
           IF WS-RL-START-RULE (WS-BEST-RULE) = 'M'
               AND WS-WORK-DAY NOT = 1
               MOVE 1 TO WS-WORK-DAY
               ADD 1 TO WS-WORK-MONTH
               IF WS-WORK-MONTH > 12
                   MOVE 1 TO WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
           END-IF
           MOVE WS-WORK-DATE-NUM TO WS-ELIG-DATE
           .
       420-EXIT.
           EXIT.

       430-CHECK-ENROLL-WINDOW.
      *****************************************************************
      * The enrollment window runs from the eligibility date for the   *
      * plan's window days. A window opening in the coming week, or    *
      * closing in it, for a benefit not yet elected is noticed; an    *
      * election still inside its waiting period is listed            *
      *****************************************************************
           MOVE WS-ELIG-DATE TO WS-WORK-DATE-NUM
           COMPUTE WS-DAYS-TO-ADD = WS-WINDOW-DAYS - 1
           PERFORM 830-ADD-DAYS
           MOVE WS-WORK-DATE-NUM TO WS-WINDOW-CLOSE-DATE

           IF WS-ELECTED
               IF WS-ELIG-DATE > WS-CHECK-DATE
                   ADD 1 TO WS-WAITING-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'WAITING  '
                          EMP-ID IN WS-EMPLOYEE-RECORD ' '
                          WS-EMP-NAME ' '
                          WS-BN-NAME (WS-BN-INDEX) '  '
                          WS-ELIG-DATE
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE ELIG-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           ELSE
               MOVE SPACE TO WS-NOTICE-TYPE
               IF WS-ELIG-DATE >= WS-CHECK-DATE
                   AND WS-ELIG-DATE < WS-WEEK-END-DATE
                   MOVE 'O' TO WS-NOTICE-TYPE
                   ADD 1 TO WS-OPENING-COUNT
               ELSE
                   IF WS-WINDOW-CLOSE-DATE >= WS-CHECK-DATE
                       AND WS-WINDOW-CLOSE-DATE < WS-WEEK-END-DATE
                       MOVE 'C' TO WS-NOTICE-TYPE
                       ADD 1 TO WS-CLOSING-COUNT
                   END-IF
               END-IF
               IF WS-NOTICE-TYPE NOT = SPACE
                   PERFORM 440-WRITE-NOTICE
               END-IF
           END-IF
           .

       440-WRITE-NOTICE.
      *****************************************************************
      * Write one enrollment window notice and its report line         *
      *****************************************************************
           MOVE SPACES TO ELIG-NOTICE-RECORD-FILE
           MOVE WS-NOTICE-TYPE TO ELN-NOTICE-TYPE
           MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO ELN-EMP-ID
           MOVE WS-LOOKUP-COMPANY TO ELN-COMPANY-CODE
           MOVE EMP-LAST-NAME IN WS-EMPLOYEE-RECORD TO ELN-LAST-NAME
           MOVE EMP-FIRST-NAME IN WS-EMPLOYEE-RECORD TO ELN-FIRST-NAME
           MOVE EMP-ADDRESS-LINE-1 IN WS-EMPLOYEE-RECORD TO
               ELN-ADDRESS-LINE-1
           MOVE EMP-ADDRESS-LINE-2 IN WS-EMPLOYEE-RECORD TO
               ELN-ADDRESS-LINE-2
           MOVE EMP-CITY IN WS-EMPLOYEE-RECORD TO ELN-CITY
           MOVE EMP-STATE IN WS-EMPLOYEE-RECORD TO ELN-STATE
           MOVE EMP-ZIP IN WS-EMPLOYEE-RECORD TO ELN-ZIP
           MOVE EMP-EMAIL IN WS-EMPLOYEE-RECORD TO ELN-EMAIL
           MOVE WS-BN-TYPE (WS-BN-INDEX) TO ELN-BENEFIT-TYPE
           MOVE WS-ELIG-DATE TO ELN-ELIG-DATE
           MOVE WS-ELIG-DATE TO ELN-WINDOW-OPEN-DATE
           MOVE WS-WINDOW-CLOSE-DATE TO ELN-WINDOW-CLOSE-DATE
           WRITE ELIG-NOTICE-RECORD-FILE

           MOVE SPACES TO WS-REPORT-LINE
           IF ELN-WINDOW-OPENING
               STRING 'OPENING  ' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               STRING 'CLOSING  ' DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO WS-REPORT-LINE (10:6)
           MOVE WS-EMP-NAME TO WS-REPORT-LINE (17:30)
           MOVE WS-BN-NAME (WS-BN-INDEX) TO WS-REPORT-LINE (48:6)
           MOVE WS-ELIG-DATE TO WS-REPORT-LINE (56:8)
           MOVE WS-WINDOW-CLOSE-DATE TO WS-REPORT-LINE (65:8)
           WRITE ELIG-REPORT-RECORD FROM WS-REPORT-LINE
           .

       830-ADD-DAYS.
      *****************************************************************
      * Add the requested number of days to the work date with real    *
      * month lengths and leap years                                   *
      *****************************************************************
           PERFORM WS-DAYS-TO-ADD TIMES
               PERFORM 840-NEXT-CALENDAR-DAY
           END-PERFORM
           .

       840-NEXT-CALENDAR-DAY.
      *****************************************************************
      * Advance the work date one calendar day                         *
      *****************************************************************
           PERFORM 860-SET-MONTH-DAYS

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

       860-SET-MONTH-DAYS.
      *****************************************************************
      * Set the day count of the work date's month                     *
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

       900-WRAP-UP.
      *****************************************************************
      * Print the counts and close all files                           *
      *****************************************************************
           MOVE WS-OPENING-COUNT TO WS-ED-COUNT
           MOVE WS-CLOSING-COUNT TO WS-ED-COUNT-2
           MOVE WS-WAITING-COUNT TO WS-ED-COUNT-3
           MOVE SPACES TO WS-REPORT-LINE
           WRITE ELIG-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'WINDOWS OPENING ' WS-ED-COUNT
                  '  WINDOWS CLOSING ' WS-ED-COUNT-2
                  '  ELECTIONS NOT YET ELIGIBLE ' WS-ED-COUNT-3
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE ELIG-REPORT-RECORD FROM WS-REPORT-LINE

           DISPLAY 'BENEFIT ELIGIBILITY RUN COMPLETED'
           DISPLAY 'EMPLOYEES READ:       ' WS-EMP-READ-COUNT
           DISPLAY 'EMPLOYEES UPDATED:    ' WS-EMP-UPDATED-COUNT
           DISPLAY 'WINDOWS OPENING:      ' WS-OPENING-COUNT
           DISPLAY 'WINDOWS CLOSING:      ' WS-CLOSING-COUNT
           DISPLAY 'NOT YET ELIGIBLE:     ' WS-WAITING-COUNT

           CLOSE EMPLOYEE-FILE
                 ELIG-NOTICE-FILE
                 ELIG-REPORT-FILE
           .
