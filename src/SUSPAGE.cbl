      *****************************************************************
      * Program: SUSPAGE.cbl                                          *
      *                                                               *
      * Purpose: Payroll suspense aging report for the Payroll        *
      *          Processing System. Lists every suspended payroll     *
      *          record not yet paid - open, released, or recycled    *
      *          into a run that has not yet paid it - aged from its  *
      *          first suspension and counted in check dates missed,  *
      *          with the items unpaid across two or more check       *
      *          dates listed first so they cannot go unseen.         *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * SUSPAGE is a standalone report program in the Payroll          *
      * Processing System, run after every calculation run. It:        *
      *                                                                *
      * 1. Loads the regular check dates of every pay frequency from   *
      *    the pay period calendar                                     *
      * 2. Ages each unpaid suspense item in days from its first       *
      *    suspension (current, 15-30, 31-60, over 60 days) and counts *
      *    the check dates it has missed: the check it was refused     *
      *    for plus every later regular check of its pay frequency up  *
      *    to today. Without a calendar the count is estimated from    *
      *    the days since the first missed check                       *
      * 3. Lists the items unpaid across two or more check dates in    *
      *    an escalation section, then every unpaid item with its      *
      *    bucket, status, reason, and the employee's name and status  *
      * 4. Totals the items by bucket and by status                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'SUSPENSE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUSP-KEY
           FILE STATUS IS SUSPENSE-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT OPTIONAL PERIOD-CALENDAR-FILE ASSIGN TO 'PERCAL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PERCAL-FILE-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO 'SUSAGRPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSPFIL REPLACING ==SUSPENSE-RECORD== BY
               ==SUSPENSE-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  PERIOD-CALENDAR-FILE.
           COPY PERCAL REPLACING ==PERIOD-CALENDAR-RECORD== BY
               ==PERIOD-CALENDAR-RECORD-FILE==.

       FD  AGING-REPORT-FILE.
           01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  SUSPENSE-FILE-STATUS       PIC X(2).
               88  SUSPENSE-FILE-SUCCESS  VALUE '00' '05'.
               88  SUSPENSE-FILE-EOF      VALUE '10'.
           05  EMP-FILE-STATUS            PIC X(2).
               88  EMP-FILE-SUCCESS       VALUE '00'.
           05  PERCAL-FILE-STATUS         PIC X(2).
               88  PERCAL-FILE-SUCCESS    VALUE '00' '05'.
               88  PERCAL-FILE-EOF        VALUE '10'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

      *****************************************************************
      * Regular check dates from the calendar, by pay frequency digit *
      * (the first digit of the period ID: 1 weekly, 2 biweekly,       *
      * 3 monthly)                                                     *
      *****************************************************************
       01  WS-CHECK-DATE-TABLE.
           05  WS-CD-COUNT                 PIC 9(4) COMP-3 VALUE ZEROS.
           05  WS-CD-ENTRY OCCURS 600 TIMES.
               10  WS-CD-FREQUENCY         PIC 9.
               10  WS-CD-CHECK-DATE        PIC 9(8).
           05  WS-CD-INDEX                 PIC 9(4) COMP-3 VALUE ZEROS.

       01  WS-AGING-WORK.
           05  WS-RUN-DAYNUM               PIC 9(9) COMP-3 VALUE ZEROS.
           05  WS-ORIGIN-DAYNUM            PIC 9(9) COMP-3 VALUE ZEROS.
           05  WS-DAYS-OUTSTANDING         PIC S9(5) COMP-3
                                       VALUE ZEROS.
           05  WS-DAYS-SINCE-CHECK         PIC S9(5) COMP-3
                                       VALUE ZEROS.
           05  WS-FREQUENCY-DAYS           PIC 9(2) COMP-3 VALUE ZEROS.
           05  WS-CHECKS-MISSED            PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-AGING-BUCKET             PIC X(12) VALUE SPACES.
           05  WS-STATUS-TEXT              PIC X(8) VALUE SPACES.
           05  WS-EMP-NAME                 PIC X(25) VALUE SPACES.
           05  WS-EMP-STATUS-TEXT          PIC X(10) VALUE SPACES.
           05  WS-ITEM-PERIOD-ID           PIC 9(6) VALUE ZEROS.
           05  WS-ITEM-PERIOD-PARTS REDEFINES WS-ITEM-PERIOD-ID.
               10  WS-ITEM-FREQUENCY       PIC 9.
               10  FILLER                  PIC 9(5).
           05  WS-PASS-SW                  PIC X VALUE 'E'.
               88  WS-ESCALATION-PASS      VALUE 'E'.
               88  WS-FULL-LIST-PASS       VALUE 'A'.

       01  WS-DAYNUM-FIELDS.
           05  WS-DAYNUM-YEAR              PIC 9(4).
           05  WS-DAYNUM-MONTH             PIC 9(2).
           05  WS-DAYNUM-DAY               PIC 9(2).
           05  WS-DAYNUM-RESULT            PIC 9(9) COMP-3.

       01  WS-RUN-TOTALS.
           05  WS-UNPAID-COUNT             PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-ESCALATED-COUNT          PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-BUCKET-COUNT OCCURS 4 TIMES
                                       PIC 9(5) COMP-3.
           05  WS-BUCKET-INDEX             PIC 9 VALUE ZERO.
           05  WS-OPEN-COUNT               PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-RELEASED-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-RECYCLED-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.

       01  WS-DATETIME.
           05  WS-DATE.
               10  WS-YEAR                 PIC 9(4).
               10  WS-MONTH                PIC 9(2).
               10  WS-DAY                  PIC 9(2).
           05  WS-DATE-NUM REDEFINES WS-DATE PIC 9(8).

       01  WS-REPORT-LINE                  PIC X(132).
       01  WS-ED-DAYS                      PIC ZZZZ9.
       01  WS-ED-CHECKS                    PIC ZZ9.
       01  WS-ED-COUNT                     PIC ZZZZ9.
       01  WS-ED-SEQ                       PIC 9(7).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the suspense aging report             *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 150-LOAD-CHECK-DATES

           SET WS-ESCALATION-PASS TO TRUE
           PERFORM 200-WRITE-SECTION-HEADING
           PERFORM 300-SCAN-SUSPENSE-FILE

           SET WS-FULL-LIST-PASS TO TRUE
           PERFORM 200-WRITE-SECTION-HEADING
           PERFORM 300-SCAN-SUSPENSE-FILE

           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Open all files and write the report heading                    *
      *****************************************************************
           DISPLAY 'PAYROLL SUSPENSE AGING STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-YEAR TO WS-DAYNUM-YEAR
           MOVE WS-MONTH TO WS-DAYNUM-MONTH
           MOVE WS-DAY TO WS-DAYNUM-DAY
           PERFORM 850-CONVERT-TO-DAYNUM
           MOVE WS-DAYNUM-RESULT TO WS-RUN-DAYNUM

           OPEN INPUT SUSPENSE-FILE
           IF NOT SUSPENSE-FILE-SUCCESS
               DISPLAY 'ERROR OPENING SUSPENSE FILE: '
                       SUSPENSE-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           OPEN INPUT EMPLOYEE-FILE
           IF NOT EMP-FILE-SUCCESS
               DISPLAY 'ERROR OPENING EMPLOYEE FILE: '
                       EMP-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           OPEN OUTPUT AGING-REPORT-FILE
           IF NOT REPORT-FILE-SUCCESS
               DISPLAY 'ERROR OPENING AGING REPORT FILE: '
                       REPORT-FILE-STATUS
               PERFORM 950-ABNORMAL-TERMINATION
           END-IF

           MOVE ZEROS TO WS-BUCKET-COUNT (1)
                         WS-BUCKET-COUNT (2)
                         WS-BUCKET-COUNT (3)
                         WS-BUCKET-COUNT (4)

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PAYROLL SUSPENSE AGING REPORT - ' WS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       150-LOAD-CHECK-DATES.
      *****************************************************************
      * Load every regular check date on the calendar with its pay     *
      * frequency digit; off-cycle checks do not pay the whole         *
      * population and are not counted as a missed check               *
      *****************************************************************
           OPEN INPUT PERIOD-CALENDAR-FILE
           IF PERCAL-FILE-SUCCESS
               PERFORM UNTIL PERCAL-FILE-EOF
                   READ PERIOD-CALENDAR-FILE
                       AT END
                           SET PERCAL-FILE-EOF TO TRUE
                       NOT AT END
                           IF NOT PCAL-OFFCYCLE
                                   IN PERIOD-CALENDAR-RECORD-FILE
                               AND WS-CD-COUNT < 600
                               ADD 1 TO WS-CD-COUNT
                               MOVE PCAL-PERIOD-ID
                                   IN PERIOD-CALENDAR-RECORD-FILE
                                   (1:1) TO
                                   WS-CD-FREQUENCY (WS-CD-COUNT)
                               MOVE PCAL-CHECK-DATE
                                   IN PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-CD-CHECK-DATE (WS-CD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CALENDAR-FILE
           END-IF
           DISPLAY 'CALENDAR CHECK DATES LOADED: ' WS-CD-COUNT
           .

       200-WRITE-SECTION-HEADING.
      *****************************************************************
      * Head the escalation section or the full unpaid list            *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-ESCALATION-PASS
               MOVE 'ITEMS UNPAID ACROSS TWO OR MORE CHECK DATES'
                   TO WS-REPORT-LINE
           ELSE
               MOVE 'ALL UNPAID SUSPENSE ITEMS' TO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SUSPENDED ENTRY   EMP-ID NAME                     '
                  '  EMP-STATUS PERIOD-END FIRST-CHK  DAYS CHK '
                  'AGING        STATUS   REASON'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       300-SCAN-SUSPENSE-FILE.
      *****************************************************************
      * Walk the suspense file in key (oldest-run-first) order, aging  *
      * each unpaid item for the section being written                 *
      *****************************************************************
           MOVE '00' TO SUSPENSE-FILE-STATUS
           MOVE LOW-VALUES TO SUSP-KEY IN SUSPENSE-RECORD-FILE
           START SUSPENSE-FILE
               KEY IS >= SUSP-KEY IN SUSPENSE-RECORD-FILE
               INVALID KEY
                   SET SUSPENSE-FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL SUSPENSE-FILE-EOF
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET SUSPENSE-FILE-EOF TO TRUE
                   NOT AT END
                       IF SUSP-UNPAID IN SUSPENSE-RECORD-FILE
                           PERFORM 310-AGE-ONE-ITEM
                           IF WS-FULL-LIST-PASS
                               PERFORM 330-COUNT-ONE-ITEM
                               PERFORM 340-WRITE-AGING-LINE
                           ELSE
                               IF WS-CHECKS-MISSED >= 2
                                   ADD 1 TO WS-ESCALATED-COUNT
                                   PERFORM 340-WRITE-AGING-LINE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       310-AGE-ONE-ITEM.
      *****************************************************************
      * Age the item in days from its first suspension and count the   *
      * check dates it has missed                                      *
      *****************************************************************
           MOVE SUSP-FIRST-SUSPENDED-DATE IN SUSPENSE-RECORD-FILE
               (1:4) TO WS-DAYNUM-YEAR
           MOVE SUSP-FIRST-SUSPENDED-DATE IN SUSPENSE-RECORD-FILE
               (5:2) TO WS-DAYNUM-MONTH
           MOVE SUSP-FIRST-SUSPENDED-DATE IN SUSPENSE-RECORD-FILE
               (7:2) TO WS-DAYNUM-DAY
           PERFORM 850-CONVERT-TO-DAYNUM
           MOVE WS-DAYNUM-RESULT TO WS-ORIGIN-DAYNUM
           COMPUTE WS-DAYS-OUTSTANDING =
               WS-RUN-DAYNUM - WS-ORIGIN-DAYNUM

           EVALUATE TRUE
               WHEN WS-DAYS-OUTSTANDING <= 14
                   MOVE 'CURRENT' TO WS-AGING-BUCKET
                   MOVE 1 TO WS-BUCKET-INDEX
               WHEN WS-DAYS-OUTSTANDING <= 30
                   MOVE '15-30 DAYS' TO WS-AGING-BUCKET
                   MOVE 2 TO WS-BUCKET-INDEX
               WHEN WS-DAYS-OUTSTANDING <= 60
                   MOVE '31-60 DAYS' TO WS-AGING-BUCKET
                   MOVE 3 TO WS-BUCKET-INDEX
               WHEN OTHER
                   MOVE 'OVER 60' TO WS-AGING-BUCKET
                   MOVE 4 TO WS-BUCKET-INDEX
           END-EVALUATE

           MOVE SUSP-PERIOD-ID IN SUSPENSE-RECORD-FILE TO
               WS-ITEM-PERIOD-ID
           MOVE 1 TO WS-CHECKS-MISSED
           IF WS-CD-COUNT > ZEROS
               PERFORM VARYING WS-CD-INDEX FROM 1 BY 1
                       UNTIL WS-CD-INDEX > WS-CD-COUNT
                   IF WS-CD-FREQUENCY (WS-CD-INDEX) =
                           WS-ITEM-FREQUENCY
                       AND WS-CD-CHECK-DATE (WS-CD-INDEX) >
                           SUSP-FIRST-CHECK-DATE
                               IN SUSPENSE-RECORD-FILE
                       AND WS-CD-CHECK-DATE (WS-CD-INDEX) NOT >
                           WS-DATE-NUM
                       ADD 1 TO WS-CHECKS-MISSED
                   END-IF
               END-PERFORM
           ELSE
               PERFORM 320-ESTIMATE-CHECKS-MISSED
           END-IF

           EVALUATE TRUE
               WHEN SUSP-OPEN IN SUSPENSE-RECORD-FILE
                   MOVE 'OPEN' TO WS-STATUS-TEXT
               WHEN SUSP-CORRECTED IN SUSPENSE-RECORD-FILE
                   MOVE 'RELEASED' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'RECYCLED' TO WS-STATUS-TEXT
           END-EVALUATE

           MOVE SPACES TO WS-EMP-NAME
           MOVE SPACES TO WS-EMP-STATUS-TEXT
           MOVE SUSP-EMP-ID IN SUSPENSE-RECORD-FILE TO
               EMP-ID IN EMPLOYEE-RECORD-FILE
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'NO MASTER' TO WS-EMP-STATUS-TEXT
               NOT INVALID KEY
                   STRING EMP-LAST-NAME IN EMPLOYEE-RECORD-FILE
                              DELIMITED BY SPACE
                          ', ' DELIMITED BY SIZE
                          EMP-FIRST-NAME IN EMPLOYEE-RECORD-FILE
                              DELIMITED BY SPACE
                          INTO WS-EMP-NAME
                   EVALUATE TRUE
                       WHEN EMP-TERMINATED IN EMPLOYEE-RECORD-FILE
                           MOVE 'TERMINATED' TO WS-EMP-STATUS-TEXT
                       WHEN EMP-ACTIVE IN EMPLOYEE-RECORD-FILE
                           MOVE 'ACTIVE' TO WS-EMP-STATUS-TEXT
                       WHEN OTHER
                           MOVE EMP-STATUS IN EMPLOYEE-RECORD-FILE
                               TO WS-EMP-STATUS-TEXT
                   END-EVALUATE
           END-READ
           .

       320-ESTIMATE-CHECKS-MISSED.
      *****************************************************************
      * Without a calendar, estimate the later checks missed from the  *
      * days since the first missed check and the pay frequency        *
      *****************************************************************
           EVALUATE WS-ITEM-FREQUENCY
               WHEN 1
                   MOVE 7 TO WS-FREQUENCY-DAYS
               WHEN 2
                   MOVE 14 TO WS-FREQUENCY-DAYS
               WHEN OTHER
                   MOVE 30 TO WS-FREQUENCY-DAYS
           END-EVALUATE

           MOVE SUSP-FIRST-CHECK-DATE IN SUSPENSE-RECORD-FILE
               (1:4) TO WS-DAYNUM-YEAR
           MOVE SUSP-FIRST-CHECK-DATE IN SUSPENSE-RECORD-FILE
               (5:2) TO WS-DAYNUM-MONTH
           MOVE SUSP-FIRST-CHECK-DATE IN SUSPENSE-RECORD-FILE
               (7:2) TO WS-DAYNUM-DAY
           PERFORM 850-CONVERT-TO-DAYNUM
           COMPUTE WS-DAYS-SINCE-CHECK =
               WS-RUN-DAYNUM - WS-DAYNUM-RESULT
           IF WS-DAYS-SINCE-CHECK > ZEROS
               COMPUTE WS-CHECKS-MISSED = 1 +
                   (WS-DAYS-SINCE-CHECK / WS-FREQUENCY-DAYS)
           END-IF
           .

       330-COUNT-ONE-ITEM.
      *****************************************************************
      * Count the item by bucket and by status for the totals          *
      *****************************************************************
           ADD 1 TO WS-UNPAID-COUNT
           ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-INDEX)
           EVALUATE TRUE
               WHEN SUSP-OPEN IN SUSPENSE-RECORD-FILE
                   ADD 1 TO WS-OPEN-COUNT
               WHEN SUSP-CORRECTED IN SUSPENSE-RECORD-FILE
                   ADD 1 TO WS-RELEASED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-RECYCLED-COUNT
           END-EVALUATE
           .

       340-WRITE-AGING-LINE.
      *****************************************************************
      * Write one aging line for an unpaid suspense item               *
      *****************************************************************
           MOVE SUSP-INPUT-SEQ IN SUSPENSE-RECORD-FILE TO WS-ED-SEQ
           MOVE WS-DAYS-OUTSTANDING TO WS-ED-DAYS
           MOVE WS-CHECKS-MISSED TO WS-ED-CHECKS

           MOVE SPACES TO WS-REPORT-LINE
           STRING SUSP-RUN-DATE IN SUSPENSE-RECORD-FILE '-'
                  WS-ED-SEQ ' '
                  SUSP-EMP-ID IN SUSPENSE-RECORD-FILE ' '
                  WS-EMP-NAME ' '
                  WS-EMP-STATUS-TEXT ' '
                  SUSP-PERIOD-END IN SUSPENSE-RECORD-FILE ' '
                  SUSP-FIRST-CHECK-DATE IN SUSPENSE-RECORD-FILE ' '
                  WS-ED-DAYS ' '
                  WS-ED-CHECKS ' '
                  WS-AGING-BUCKET ' '
                  WS-STATUS-TEXT ' '
                  SUSP-REASON IN SUSPENSE-RECORD-FILE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       850-CONVERT-TO-DAYNUM.
      *****************************************************************
      * Convert a year/month/day into a single ascending day number    *
      * using a 30-day-month convention, the same convention the       *
      * calculation run uses for period arithmetic                     *
      *****************************************************************
           COMPUTE WS-DAYNUM-RESULT =
               (WS-DAYNUM-YEAR * 360) +
               ((WS-DAYNUM-MONTH - 1) * 30) +
               WS-DAYNUM-DAY
           .

       900-WRAP-UP.
      *****************************************************************
      * Write the report totals, close all files, and display run      *
      * totals                                                         *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-UNPAID-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'UNPAID ITEMS:              ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-ESCALATED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'UNPAID ACROSS 2+ CHECKS:   ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-BUCKET-COUNT (1) TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  CURRENT (0-14 DAYS):     ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-BUCKET-COUNT (2) TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  15-30 DAYS:              ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-BUCKET-COUNT (3) TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  31-60 DAYS:              ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-BUCKET-COUNT (4) TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  OVER 60 DAYS:            ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-OPEN-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  OPEN (NEEDS CORRECTION): ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-RELEASED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  RELEASED TO RECYCLE:     ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-RECYCLED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  RECYCLED, NOT YET PAID:  ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           CLOSE SUSPENSE-FILE
                 EMPLOYEE-FILE
                 AGING-REPORT-FILE

           DISPLAY 'PAYROLL SUSPENSE AGING COMPLETE'
           DISPLAY 'UNPAID ITEMS: ' WS-UNPAID-COUNT
           DISPLAY 'UNPAID ACROSS 2+ CHECKS: ' WS-ESCALATED-COUNT
           IF WS-ESCALATED-COUNT > ZEROS
               DISPLAY '*** SUSPENSE ITEMS UNPAID ACROSS TWO CHECK '
                       'DATES - SEE THE AGING REPORT ***'
           END-IF
           .

       950-ABNORMAL-TERMINATION.
      *****************************************************************
      * Handle abnormal program termination due to errors              *
      *****************************************************************
           DISPLAY 'PAYROLL SUSPENSE AGING TERMINATED ABNORMALLY'
           STOP RUN
           .
