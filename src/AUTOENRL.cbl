      *****************************************************************
      * Program: AUTOENRL.cbl                                         *
      *                                                               *
      * Purpose: 401(k) automatic enrollment and automatic escalation *
      *          for the Payroll Processing System. Run ahead of the  *
      *          election application pass, this program works out    *
      *          each new hire's plan eligibility date, sends         *
      *          eligible employees with no election of their own to  *
      *          the enrollment notice extract, stages the default    *
      *          deferral election once the opt-out window has        *
      *          closed, and stages the yearly automatic increase for *
      *          auto-enrolled participants up to the plan cap.       *
      *          Employees who opt out or make their own election are *
      *          recorded and left alone.                             *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOENRL.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * AUTOENRL is a standalone maintenance program in the Payroll    *
      * Processing System, run ahead of ENROLLAP. It:                  *
      *                                                                *
      * 1. Takes the run's check date from the approved run control    *
      *    record (falling back to today) and the plan's automatic     *
      *    enrollment terms from the parameter file                    *
      * 2. For each active employee not yet reviewed, works out the    *
      *    eligibility date from the hire date. An employee already    *
      *    deferring is recorded as having their own election; an      *
      *    eligible employee with none is written to the notice        *
      *    extract and the opt-out window starts                       *
      * 3. Once a notified employee's opt-out window has closed with   *
      *    no election made, stages the default deferral election in   *
      *    the staged-election file for ENROLLAP to apply              *
      * 4. Once each plan year, stages an automatic increase of the    *
      *    auto-enrolled deferral up to the plan cap                   *
      * 5. Lists every employee notified, enrolled, escalated, or      *
      *    opted out on the automatic enrollment report                *
      *                                                                *
      * Opt-outs and employees' own elections are recorded on the      *
      * master by K401IMP and ENROLLAP; AUTOENRL leaves them alone.    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUTO-PARM-FILE ASSIGN TO 'AUTOPARM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PARM-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUNCTL-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT ELECTION-FILE ASSIGN TO 'ELECT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ELECT-FILE-STATUS.

           SELECT NOTICE-FILE ASSIGN TO 'AENOTICE'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS NOTICE-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO 'AUDITLOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT AUTO-REPORT-FILE ASSIGN TO 'AUTORPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTO-PARM-FILE.
       01  AUTO-PARM-RECORD.
           05  PARM-DEFAULT-PERCENT       PIC 9(2)V99.
           05  PARM-ESCALATION-PERCENT    PIC 9(2)V99.
           05  PARM-CAP-PERCENT           PIC 9(2)V99.
           05  PARM-ELIG-DAYS             PIC 9(3).
           05  PARM-OPT-OUT-DAYS          PIC 9(3).
           05  PARM-PROGRAM-START-DATE    PIC 9(8).
           05  FILLER                     PIC X(54).

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL REPLACING ==RUN-CONTROL-RECORD== BY
               ==RUN-CONTROL-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  ELECTION-FILE.
           COPY ELECT REPLACING ==ELECTION-RECORD== BY
               ==ELECTION-RECORD-FILE==.

       FD  NOTICE-FILE.
           COPY AENOTICE REPLACING ==AUTO-ENROLL-NOTICE-RECORD== BY
               ==AUTO-ENROLL-NOTICE-RECORD-FILE==.

       FD  AUDIT-LOG-FILE.
           COPY AUDITFIL REPLACING ==AUDIT-LOG-RECORD== BY
               ==AUDIT-LOG-RECORD-FILE==.

       FD  AUTO-REPORT-FILE.
           01  AUTO-REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  PARM-FILE-STATUS            PIC X(2).
               88  PARM-FILE-SUCCESS       VALUE '00' '05'.
           05  RUNCTL-FILE-STATUS          PIC X(2).
               88  RUNCTL-FILE-SUCCESS     VALUE '00'.
           05  EMP-FILE-STATUS             PIC X(2).
               88  EMP-FILE-SUCCESS        VALUE '00'.
               88  EMP-FILE-EOF            VALUE '10'.
           05  ELECT-FILE-STATUS           PIC X(2).
               88  ELECT-FILE-SUCCESS      VALUE '00'.
           05  NOTICE-FILE-STATUS          PIC X(2).
               88  NOTICE-FILE-SUCCESS     VALUE '00'.
           05  AUDIT-FILE-STATUS           PIC X(2).
               88  AUDIT-FILE-SUCCESS      VALUE '00'.
           05  REPORT-FILE-STATUS          PIC X(2).
               88  REPORT-FILE-SUCCESS     VALUE '00'.

       COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
           ==WS-EMPLOYEE-RECORD==.

       01  WS-RUN-CONTROL.
           05  WS-DATE                    PIC 9(8) VALUE ZEROS.
           05  WS-TIME                    PIC 9(6) VALUE ZEROS.
           05  WS-CHECK-DATE              PIC 9(8) VALUE ZEROS.
           05  WS-PLAN-YEAR               PIC 9(4) VALUE ZEROS.
           05  WS-PLAN-YEAR-START         PIC 9(8) VALUE ZEROS.

      *****************************************************************
      * Plan terms: the default deferral, the yearly increase and its *
      * cap, the days from hire to eligibility, the opt-out window,   *
      * and the first hire date the program covers. The values below  *
      * stand wherever the parameter file is absent or leaves a term  *
      * at zero                                                       *
      *****************************************************************
       01  WS-PLAN-TERMS.
           05  WS-DEFAULT-PERCENT         PIC 9(2)V99 VALUE 3.00.
           05  WS-ESCALATION-PERCENT      PIC 9(2)V99 VALUE 1.00.
           05  WS-CAP-PERCENT             PIC 9(2)V99 VALUE 10.00.
           05  WS-ELIG-DAYS               PIC 9(3) VALUE 30.
           05  WS-OPT-OUT-DAYS            PIC 9(3) VALUE 30.
           05  WS-PROGRAM-START-DATE      PIC 9(8) VALUE ZEROS.

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
           05  WS-WINDOW-END-DATE         PIC 9(8) VALUE ZEROS.
           05  WS-STATUS-YEAR             PIC 9(4) VALUE ZEROS.

       01  WS-ELECTION-WORK.
           05  WS-OLD-PERCENT             PIC 9(2)V99 VALUE ZEROS.
           05  WS-NEW-PERCENT             PIC 9(2)V99 VALUE ZEROS.
           05  WS-EFFECTIVE-DATE          PIC 9(8) VALUE ZEROS.
           05  WS-OLD-AE-STATUS           PIC X VALUE SPACE.
           05  WS-NEW-AE-STATUS           PIC X VALUE SPACE.
           05  WS-ACTION-TEXT             PIC X(12) VALUE SPACES.
           05  WS-DETAIL-TEXT             PIC X(60) VALUE SPACES.
           05  WS-EMP-NAME                PIC X(30) VALUE SPACES.

       01  WS-EMP-CHANGED-SW               PIC X VALUE 'N'.
           88  WS-EMP-CHANGED              VALUE 'Y'.

       01  WS-AUDIT-WORK.
           05  WS-AUDIT-FIELD-NAME        PIC X(24).
           05  WS-AUDIT-OLD-VALUE         PIC X(30).
           05  WS-AUDIT-NEW-VALUE-TEXT    PIC X(30).

       01  WS-RUN-TOTALS.
           05  WS-EMP-READ-COUNT          PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-NOTICE-COUNT            PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-ENROLLED-COUNT          PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-ESCALATED-COUNT         PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-OPTED-OUT-COUNT         PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-OWN-ELECTION-COUNT      PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-EDITED-FIELDS.
           05  WS-ED-PERCENT               PIC Z9.99.
           05  WS-ED-PERCENT-2             PIC Z9.99.
           05  WS-ED-COUNT                 PIC ZZZZ9.
           05  WS-ED-COUNT-2               PIC ZZZZ9.
           05  WS-ED-COUNT-3               PIC ZZZZ9.
           05  WS-ED-COUNT-4               PIC ZZZZ9.

       01  WS-REPORT-LINE                  PIC X(132).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the automatic enrollment run          *
      *****************************************************************
           PERFORM 100-INITIALIZATION

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
      * Establish the check date and plan terms and open all files     *
      *****************************************************************
           DISPLAY '401(K) AUTOMATIC ENROLLMENT STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
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

           COMPUTE WS-PLAN-YEAR = WS-CHECK-DATE / 10000
           COMPUTE WS-PLAN-YEAR-START = (WS-PLAN-YEAR * 10000) + 0101

           PERFORM 110-LOAD-PLAN-TERMS

           OPEN I-O EMPLOYEE-FILE
           IF NOT EMP-FILE-SUCCESS
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: '
                       EMP-FILE-STATUS
               STOP RUN
           END-IF

           OPEN EXTEND ELECTION-FILE
           IF NOT ELECT-FILE-SUCCESS
               DISPLAY 'ERROR OPENING ELECTION FILE: '
                       ELECT-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT NOTICE-FILE
           OPEN EXTEND AUDIT-LOG-FILE
           OPEN OUTPUT AUTO-REPORT-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING '401(K) AUTOMATIC ENROLLMENT REPORT - CHECK DATE '
                  WS-CHECK-DATE ' - PLAN YEAR ' WS-PLAN-YEAR
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE AUTO-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-DEFAULT-PERCENT TO WS-ED-PERCENT
           MOVE WS-CAP-PERCENT TO WS-ED-PERCENT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DEFAULT DEFERRAL ' WS-ED-PERCENT
                  '%  YEARLY INCREASE UP TO ' WS-ED-PERCENT-2 '%'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE AUTO-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE AUTO-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ACTION       EMP ID NAME                           '
                  'DETAIL'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE AUTO-REPORT-RECORD FROM WS-REPORT-LINE
           .

       110-LOAD-PLAN-TERMS.
      *****************************************************************
      * Replace the standing plan terms with any the parameter file    *
      * carries                                                        *
      *****************************************************************
           OPEN INPUT AUTO-PARM-FILE
           IF PARM-FILE-SUCCESS
               READ AUTO-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DEFAULT-PERCENT IS NUMERIC
                           AND PARM-DEFAULT-PERCENT > ZEROS
                           MOVE PARM-DEFAULT-PERCENT TO
                               WS-DEFAULT-PERCENT
                       END-IF
                       IF PARM-ESCALATION-PERCENT IS NUMERIC
                           AND PARM-ESCALATION-PERCENT > ZEROS
                           MOVE PARM-ESCALATION-PERCENT TO
                               WS-ESCALATION-PERCENT
                       END-IF
                       IF PARM-CAP-PERCENT IS NUMERIC
                           AND PARM-CAP-PERCENT > ZEROS
                           MOVE PARM-CAP-PERCENT TO WS-CAP-PERCENT
                       END-IF
                       IF PARM-ELIG-DAYS IS NUMERIC
                           AND PARM-ELIG-DAYS > ZEROS
                           MOVE PARM-ELIG-DAYS TO WS-ELIG-DAYS
                       END-IF
                       IF PARM-OPT-OUT-DAYS IS NUMERIC
                           AND PARM-OPT-OUT-DAYS > ZEROS
                           MOVE PARM-OPT-OUT-DAYS TO WS-OPT-OUT-DAYS
                       END-IF
                       IF PARM-PROGRAM-START-DATE IS NUMERIC
                           MOVE PARM-PROGRAM-START-DATE TO
                               WS-PROGRAM-START-DATE
                       END-IF
               END-READ
               CLOSE AUTO-PARM-FILE
           END-IF
           .

       300-PROCESS-EMPLOYEE.
      *****************************************************************
      * Move one active employee along the automatic enrollment steps  *
      *****************************************************************
           READ EMPLOYEE-FILE NEXT RECORD INTO WS-EMPLOYEE-RECORD
               AT END
                   SET EMP-FILE-EOF TO TRUE
                   GO TO 300-EXIT
           END-READ
           ADD 1 TO WS-EMP-READ-COUNT

           IF NOT EMP-ACTIVE IN WS-EMPLOYEE-RECORD
               GO TO 300-EXIT
           END-IF

           MOVE 'N' TO WS-EMP-CHANGED-SW
           IF EMP-AE-ELIG-DATE IN WS-EMPLOYEE-RECORD NOT NUMERIC
               MOVE ZEROS TO EMP-AE-ELIG-DATE IN WS-EMPLOYEE-RECORD
           END-IF
           IF EMP-AE-STATUS-DATE IN WS-EMPLOYEE-RECORD NOT NUMERIC
               MOVE ZEROS TO EMP-AE-STATUS-DATE IN WS-EMPLOYEE-RECORD
           END-IF
           IF EMP-AE-ESCALATION-YEAR IN WS-EMPLOYEE-RECORD
                   NOT NUMERIC
               MOVE ZEROS TO
                   EMP-AE-ESCALATION-YEAR IN WS-EMPLOYEE-RECORD
           END-IF

           MOVE SPACES TO WS-EMP-NAME
           STRING EMP-LAST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  EMP-FIRST-NAME IN WS-EMPLOYEE-RECORD
                      DELIMITED BY '  '
                  INTO WS-EMP-NAME

           EVALUATE TRUE
               WHEN EMP-AE-NOT-REVIEWED IN WS-EMPLOYEE-RECORD
                   PERFORM 310-REVIEW-NEW-EMPLOYEE
                       THRU 310-EXIT
               WHEN EMP-AE-NOTIFIED IN WS-EMPLOYEE-RECORD
                   PERFORM 320-CLOSE-OPT-OUT-WINDOW
                       THRU 320-EXIT
               WHEN EMP-AE-ENROLLED IN WS-EMPLOYEE-RECORD
                   PERFORM 330-STAGE-ESCALATION
                       THRU 330-EXIT
               WHEN EMP-AE-OPTED-OUT IN WS-EMPLOYEE-RECORD
                   PERFORM 340-LIST-OPT-OUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-EMP-CHANGED
               REWRITE EMPLOYEE-RECORD-FILE FROM WS-EMPLOYEE-RECORD
               IF NOT EMP-FILE-SUCCESS
                   DISPLAY 'ERROR REWRITING EMPLOYEE: '
                           EMP-ID IN WS-EMPLOYEE-RECORD
               END-IF
           END-IF
           .
       300-EXIT.
           EXIT.

       310-REVIEW-NEW-EMPLOYEE.
      *****************************************************************
      * Work out the eligibility date from the hire date. An employee  *
      * already deferring has made their own election; an eligible     *
      * employee with none gets the enrollment notice and the opt-out  *
      * window starts with the check date                              *
      *****************************************************************
           IF EMP-HIRE-DATE IN WS-EMPLOYEE-RECORD NOT NUMERIC
               OR EMP-HIRE-DATE IN WS-EMPLOYEE-RECORD <
                   WS-PROGRAM-START-DATE
               GO TO 310-EXIT
           END-IF

           MOVE EMP-HIRE-DATE IN WS-EMPLOYEE-RECORD TO WS-WORK-DATE
           MOVE WS-ELIG-DAYS TO WS-DAYS-TO-ADD
           PERFORM 830-ADD-DAYS
           IF EMP-AE-ELIG-DATE IN WS-EMPLOYEE-RECORD NOT =
                   WS-WORK-DATE-NUM
               MOVE WS-WORK-DATE-NUM TO
                   EMP-AE-ELIG-DATE IN WS-EMPLOYEE-RECORD
               SET WS-EMP-CHANGED TO TRUE
           END-IF

           IF EMP-401K-PERCENT IN WS-EMPLOYEE-RECORD > ZEROS
               OR EMP-401K-ROTH-PERCENT IN WS-EMPLOYEE-RECORD > ZEROS
               MOVE 'E' TO WS-NEW-AE-STATUS
               PERFORM 800-SET-AE-STATUS
               ADD 1 TO WS-OWN-ELECTION-COUNT
               GO TO 310-EXIT
           END-IF

           IF EMP-AE-ELIG-DATE IN WS-EMPLOYEE-RECORD > WS-CHECK-DATE
               GO TO 310-EXIT
           END-IF

           MOVE WS-CHECK-DATE TO WS-WORK-DATE-NUM
           MOVE WS-OPT-OUT-DAYS TO WS-DAYS-TO-ADD
           PERFORM 830-ADD-DAYS
           MOVE WS-WORK-DATE-NUM TO WS-WINDOW-END-DATE
           PERFORM 350-WRITE-NOTICE

           MOVE 'N' TO WS-NEW-AE-STATUS
           PERFORM 800-SET-AE-STATUS
           ADD 1 TO WS-NOTICE-COUNT

           MOVE 'NOTICE SENT' TO WS-ACTION-TEXT
           MOVE SPACES TO WS-DETAIL-TEXT
           STRING 'ELIGIBLE ' EMP-AE-ELIG-DATE IN WS-EMPLOYEE-RECORD
                  '  OPT-OUT DEADLINE ' WS-WINDOW-END-DATE
                  DELIMITED BY SIZE INTO WS-DETAIL-TEXT
           PERFORM 870-WRITE-REPORT-LINE
           .
       310-EXIT.
           EXIT.

       320-CLOSE-OPT-OUT-WINDOW.
      *****************************************************************
      * Once the opt-out window has closed with no election made,      *
      * stage the default deferral to start on the day after the      *
      * window                                                         *
      *****************************************************************
           MOVE EMP-AE-STATUS-DATE IN WS-EMPLOYEE-RECORD TO
               WS-WORK-DATE-NUM
           MOVE WS-OPT-OUT-DAYS TO WS-DAYS-TO-ADD
           PERFORM 830-ADD-DAYS
           MOVE WS-WORK-DATE-NUM TO WS-WINDOW-END-DATE
           IF WS-CHECK-DATE < WS-WINDOW-END-DATE
               GO TO 320-EXIT
           END-IF

           IF EMP-401K-PERCENT IN WS-EMPLOYEE-RECORD > ZEROS
               OR EMP-401K-ROTH-PERCENT IN WS-EMPLOYEE-RECORD > ZEROS
               MOVE 'E' TO WS-NEW-AE-STATUS
               PERFORM 800-SET-AE-STATUS
               ADD 1 TO WS-OWN-ELECTION-COUNT
               GO TO 320-EXIT
           END-IF

           MOVE ZEROS TO WS-OLD-PERCENT
           MOVE WS-DEFAULT-PERCENT TO WS-NEW-PERCENT
           IF WS-NEW-PERCENT > WS-CAP-PERCENT
               MOVE WS-CAP-PERCENT TO WS-NEW-PERCENT
           END-IF
           MOVE WS-WINDOW-END-DATE TO WS-EFFECTIVE-DATE
           PERFORM 360-STAGE-DEFERRAL-ELECTION

           MOVE 'A' TO WS-NEW-AE-STATUS
           PERFORM 800-SET-AE-STATUS
           MOVE WS-WINDOW-END-DATE TO
               EMP-AE-STATUS-DATE IN WS-EMPLOYEE-RECORD
           COMPUTE EMP-AE-ESCALATION-YEAR IN WS-EMPLOYEE-RECORD =
               WS-WINDOW-END-DATE / 10000
           ADD 1 TO WS-ENROLLED-COUNT

           MOVE 'ENROLLED' TO WS-ACTION-TEXT
           MOVE WS-NEW-PERCENT TO WS-ED-PERCENT
           MOVE SPACES TO WS-DETAIL-TEXT
           STRING 'DEFAULT DEFERRAL ' WS-ED-PERCENT
                  '% EFFECTIVE ' WS-EFFECTIVE-DATE
                  DELIMITED BY SIZE INTO WS-DETAIL-TEXT
           PERFORM 870-WRITE-REPORT-LINE
           .
       320-EXIT.
           EXIT.

       330-STAGE-ESCALATION.
      *****************************************************************
      * Once each plan year after the one enrolled in, raise the       *
      * auto-enrolled deferral by the yearly increase up to the cap.   *
      * A deferral already at the cap, or stopped at zero, is left     *
      *****************************************************************
           IF EMP-AE-ESCALATION-YEAR IN WS-EMPLOYEE-RECORD >=
                   WS-PLAN-YEAR
               GO TO 330-EXIT
           END-IF
           IF EMP-401K-PERCENT IN WS-EMPLOYEE-RECORD = ZEROS
               OR EMP-401K-PERCENT IN WS-EMPLOYEE-RECORD >=
                   WS-CAP-PERCENT
               GO TO 330-EXIT
           END-IF

           MOVE EMP-401K-PERCENT IN WS-EMPLOYEE-RECORD TO
               WS-OLD-PERCENT
           COMPUTE WS-NEW-PERCENT =
               WS-OLD-PERCENT + WS-ESCALATION-PERCENT
           IF WS-NEW-PERCENT > WS-CAP-PERCENT
               MOVE WS-CAP-PERCENT TO WS-NEW-PERCENT
           END-IF
           MOVE WS-PLAN-YEAR-START TO WS-EFFECTIVE-DATE
           PERFORM 360-STAGE-DEFERRAL-ELECTION

           MOVE WS-PLAN-YEAR TO
               EMP-AE-ESCALATION-YEAR IN WS-EMPLOYEE-RECORD
           SET WS-EMP-CHANGED TO TRUE
           ADD 1 TO WS-ESCALATED-COUNT

           MOVE 'ESCALATED' TO WS-ACTION-TEXT
           MOVE WS-OLD-PERCENT TO WS-ED-PERCENT
           MOVE WS-NEW-PERCENT TO WS-ED-PERCENT-2
           MOVE SPACES TO WS-DETAIL-TEXT
           STRING 'DEFERRAL ' WS-ED-PERCENT '% -> ' WS-ED-PERCENT-2
                  '% EFFECTIVE ' WS-EFFECTIVE-DATE
                  DELIMITED BY SIZE INTO WS-DETAIL-TEXT
           PERFORM 870-WRITE-REPORT-LINE
           .
       330-EXIT.
           EXIT.

       340-LIST-OPT-OUT.
      *****************************************************************
      * List an employee who opted out during the current plan year    *
      *****************************************************************
           COMPUTE WS-STATUS-YEAR =
               EMP-AE-STATUS-DATE IN WS-EMPLOYEE-RECORD / 10000
           IF WS-STATUS-YEAR = WS-PLAN-YEAR
               ADD 1 TO WS-OPTED-OUT-COUNT
               MOVE 'OPTED OUT' TO WS-ACTION-TEXT
               MOVE SPACES TO WS-DETAIL-TEXT
               STRING 'OPT-OUT RECORDED '
                      EMP-AE-STATUS-DATE IN WS-EMPLOYEE-RECORD
                      DELIMITED BY SIZE INTO WS-DETAIL-TEXT
               PERFORM 870-WRITE-REPORT-LINE
           END-IF
           .

       350-WRITE-NOTICE.
      *****************************************************************
      * Write one employee to the enrollment notice extract            *
      *****************************************************************
           MOVE SPACES TO AUTO-ENROLL-NOTICE-RECORD-FILE
           MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO AEN-EMP-ID
           IF EMP-COMPANY-CODE IN WS-EMPLOYEE-RECORD = SPACES
               MOVE '01' TO AEN-COMPANY-CODE
           ELSE
               MOVE EMP-COMPANY-CODE IN WS-EMPLOYEE-RECORD TO
                   AEN-COMPANY-CODE
           END-IF
           MOVE EMP-LAST-NAME IN WS-EMPLOYEE-RECORD TO AEN-LAST-NAME
           MOVE EMP-FIRST-NAME IN WS-EMPLOYEE-RECORD TO AEN-FIRST-NAME
           MOVE EMP-ADDRESS-LINE-1 IN WS-EMPLOYEE-RECORD TO
               AEN-ADDRESS-LINE-1
           MOVE EMP-ADDRESS-LINE-2 IN WS-EMPLOYEE-RECORD TO
               AEN-ADDRESS-LINE-2
           MOVE EMP-CITY IN WS-EMPLOYEE-RECORD TO AEN-CITY
           MOVE EMP-STATE IN WS-EMPLOYEE-RECORD TO AEN-STATE
           MOVE EMP-ZIP IN WS-EMPLOYEE-RECORD TO AEN-ZIP
           MOVE EMP-EMAIL IN WS-EMPLOYEE-RECORD TO AEN-EMAIL
           MOVE EMP-AE-ELIG-DATE IN WS-EMPLOYEE-RECORD TO
               AEN-ELIG-DATE
           MOVE WS-CHECK-DATE TO AEN-NOTICE-DATE
           MOVE WS-WINDOW-END-DATE TO AEN-OPT-OUT-DEADLINE
           MOVE WS-DEFAULT-PERCENT TO AEN-DEFAULT-PERCENT
           MOVE WS-ESCALATION-PERCENT TO AEN-ESCALATION-PERCENT
           MOVE WS-CAP-PERCENT TO AEN-CAP-PERCENT
           WRITE AUTO-ENROLL-NOTICE-RECORD-FILE
           .

       360-STAGE-DEFERRAL-ELECTION.
      *****************************************************************
      * Stage a pending pre-tax deferral election marked as coming     *
      * from automatic enrollment, for ENROLLAP to apply               *
      *****************************************************************
           MOVE SPACES TO ELECTION-RECORD-FILE
           MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO
               EL-EMPLOYEE-ID IN ELECTION-RECORD-FILE
           MOVE 'K' TO EL-CHANGE-TYPE IN ELECTION-RECORD-FILE
           MOVE 'AUT' TO EL-NEW-PLAN-CODE IN ELECTION-RECORD-FILE
           MOVE ZEROS TO EL-NEW-AMOUNT IN ELECTION-RECORD-FILE
           MOVE WS-NEW-PERCENT TO
               EL-NEW-PERCENT IN ELECTION-RECORD-FILE
           MOVE WS-EFFECTIVE-DATE TO
               EL-EFFECTIVE-DATE IN ELECTION-RECORD-FILE
           MOVE 'P' TO EL-STATUS IN ELECTION-RECORD-FILE
           WRITE ELECTION-RECORD-FILE
           IF NOT ELECT-FILE-SUCCESS
               DISPLAY 'ERROR WRITING ELECTION FOR EMPLOYEE: '
                       EMP-ID IN WS-EMPLOYEE-RECORD
           END-IF
           .

       800-SET-AE-STATUS.
      *****************************************************************
      * Move the employee to a new automatic enrollment status, dated  *
      * the check date, with a before/after audit entry                *
      *****************************************************************
           MOVE EMP-AE-STATUS IN WS-EMPLOYEE-RECORD TO WS-OLD-AE-STATUS
           MOVE WS-NEW-AE-STATUS TO
               EMP-AE-STATUS IN WS-EMPLOYEE-RECORD
           MOVE WS-CHECK-DATE TO
               EMP-AE-STATUS-DATE IN WS-EMPLOYEE-RECORD
           SET WS-EMP-CHANGED TO TRUE

           MOVE 'EMP-AE-STATUS' TO WS-AUDIT-FIELD-NAME
           MOVE WS-OLD-AE-STATUS TO WS-AUDIT-OLD-VALUE
           MOVE WS-NEW-AE-STATUS TO WS-AUDIT-NEW-VALUE-TEXT
           PERFORM 850-WRITE-AUDIT-ENTRY
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

       850-WRITE-AUDIT-ENTRY.
      *****************************************************************
      * Write one before/after entry to the audit log                  *
      *****************************************************************
           MOVE SPACES TO AUDIT-LOG-RECORD-FILE
           MOVE EMP-ID IN WS-EMPLOYEE-RECORD TO
               AUDIT-EMP-ID IN AUDIT-LOG-RECORD-FILE
           MOVE WS-DATE TO AUDIT-DATE IN AUDIT-LOG-RECORD-FILE
           MOVE WS-TIME TO AUDIT-TIME IN AUDIT-LOG-RECORD-FILE
           MOVE WS-AUDIT-FIELD-NAME TO
               AUDIT-FIELD-NAME IN AUDIT-LOG-RECORD-FILE
           MOVE WS-AUDIT-OLD-VALUE TO
               AUDIT-OLD-VALUE IN AUDIT-LOG-RECORD-FILE
           MOVE WS-AUDIT-NEW-VALUE-TEXT TO
               AUDIT-NEW-VALUE IN AUDIT-LOG-RECORD-FILE
           MOVE 'AUTOENRL' TO
               AUDIT-CHANGE-SOURCE IN AUDIT-LOG-RECORD-FILE
           WRITE AUDIT-LOG-RECORD-FILE
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

       870-WRITE-REPORT-LINE.
      *****************************************************************
      * Write one action line to the automatic enrollment report       *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-ACTION-TEXT ' '
                  EMP-ID IN WS-EMPLOYEE-RECORD ' '
                  WS-EMP-NAME ' '
                  WS-DETAIL-TEXT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE AUTO-REPORT-RECORD FROM WS-REPORT-LINE
           .

       900-WRAP-UP.
      *****************************************************************
      * Print the counts and close all files                           *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE AUTO-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-NOTICE-COUNT TO WS-ED-COUNT
           MOVE WS-ENROLLED-COUNT TO WS-ED-COUNT-2
           MOVE WS-ESCALATED-COUNT TO WS-ED-COUNT-3
           MOVE WS-OPTED-OUT-COUNT TO WS-ED-COUNT-4
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NOTICES ' WS-ED-COUNT
                  '  ENROLLED ' WS-ED-COUNT-2
                  '  ESCALATED ' WS-ED-COUNT-3
                  '  OPTED OUT THIS PLAN YEAR ' WS-ED-COUNT-4
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE AUTO-REPORT-RECORD FROM WS-REPORT-LINE

           DISPLAY '401(K) AUTOMATIC ENROLLMENT COMPLETED'
           DISPLAY 'EMPLOYEES READ:      ' WS-EMP-READ-COUNT
           DISPLAY 'NOTICES SENT:        ' WS-NOTICE-COUNT
           DISPLAY 'ENROLLED:            ' WS-ENROLLED-COUNT
           DISPLAY 'ESCALATED:           ' WS-ESCALATED-COUNT
           DISPLAY 'OPTED OUT:           ' WS-OPTED-OUT-COUNT
           DISPLAY 'OWN ELECTIONS FOUND: ' WS-OWN-ELECTION-COUNT

           CLOSE EMPLOYEE-FILE
                 ELECTION-FILE
                 NOTICE-FILE
                 AUDIT-LOG-FILE
                 AUTO-REPORT-FILE
           .
