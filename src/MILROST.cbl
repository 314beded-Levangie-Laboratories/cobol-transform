      *****************************************************************
      * Program: MILROST.cbl                                          *
      *                                                               *
      * Purpose: Military activation roster for the Payroll           *
      *          Processing System. Lists every employee whose        *
      *          military activation covers the run date - the        *
      *          reservists currently deployed - with the orders'     *
      *          dates, the military pay per period the differential  *
      *          is figured against, and the military differential    *
      *          paid under the activation and for the year.          *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MILROST.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * MILROST is a standalone report program in the Payroll          *
      * Processing System. It:                                         *
      *                                                                *
      * 1. Walks the employee master in employee order                 *
      * 2. Selects active employees with an activation on file that    *
      *    has started by the run date and has not ended before it     *
      *    (an activation with no end date is open-ended)              *
      * 3. Prints the activation start and end dates, the military     *
      *    pay per period, the differential paid under the activation  *
      *    and the YTD differential, flagging open-ended orders and    *
      *    orders ending within the next 30 days                       *
      * 4. Prints run totals of the employees deployed and the         *
      *    differential paid                                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT MIL-REPORT-FILE ASSIGN TO 'MILROST'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  MIL-REPORT-FILE.
           01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  EMP-FILE-STATUS            PIC X(2).
               88  EMP-FILE-SUCCESS       VALUE '00' '02'.
               88  EMP-FILE-EOF           VALUE '10'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

      *****************************************************************
      * Orders ending within this many days of the run date are        *
      * flagged so the return to work can be planned                   *
      *****************************************************************
       01  WS-ENDING-SOON-DAYS             PIC 9(3) COMP-3 VALUE 30.

       01  WS-MIL-WORK.
           05  WS-MIL-START                PIC 9(8) VALUE ZEROS.
           05  WS-MIL-END                  PIC 9(8) VALUE ZEROS.
           05  WS-MIL-PAY                  PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-MIL-TO-DATE              PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-MIL-YTD                  PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-MIL-FLAG                 PIC X(20) VALUE SPACES.

      *****************************************************************
      * Day numbers on the 30-day-month convention the calculation     *
      * run uses for partial-period math                               *
      *****************************************************************
       01  WS-DATE-WORK-AREA.
           05  WS-RUN-DAYNUM               PIC 9(9) COMP-3 VALUE ZEROS.
           05  WS-END-DAYNUM               PIC 9(9) COMP-3 VALUE ZEROS.
           05  WS-DAYNUM-DATE              PIC 9(8) VALUE ZEROS.
           05  WS-DAYNUM-YEARMONTH         PIC 9(6) VALUE ZEROS.
           05  WS-DAYNUM-YEAR              PIC 9(4) VALUE ZEROS.
           05  WS-DAYNUM-MONTH             PIC 9(2) VALUE ZEROS.
           05  WS-DAYNUM-DAY               PIC 9(2) VALUE ZEROS.
           05  WS-DAYNUM-RESULT            PIC 9(9) COMP-3 VALUE ZEROS.

       01  WS-RUN-TOTALS.
           05  WS-READ-COUNT               PIC 9(7) COMP-3 VALUE ZEROS.
           05  WS-DEPLOYED-COUNT           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-OPEN-ENDED-COUNT         PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-ENDING-SOON-COUNT        PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-TOTAL-MIL-PAY            PIC 9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-TO-DATE            PIC 9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-YTD                PIC 9(9)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-DATETIME.
           05  WS-DATE                     PIC 9(8).

       01  WS-REPORT-LINE                  PIC X(132).
       01  WS-EMP-NAME                     PIC X(24).
       01  WS-ED-END-DATE                  PIC X(8).
       01  WS-ED-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-AMOUNT-2                  PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-AMOUNT-3                  PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-COUNT                     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the military activation roster        *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-LIST-DEPLOYED-EMPLOYEES
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Open all files and print the report headings                   *
      *****************************************************************
           DISPLAY 'MILITARY ACTIVATION ROSTER STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT EMPLOYEE-FILE
           OPEN OUTPUT MIL-REPORT-FILE
           IF NOT EMP-FILE-SUCCESS OR NOT REPORT-FILE-SUCCESS
               DISPLAY 'ERROR OPENING ACTIVATION ROSTER FILES - EMP: '
                       EMP-FILE-STATUS ' RPT: ' REPORT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE WS-DATE TO WS-DAYNUM-DATE
           PERFORM 800-CONVERT-TO-DAYNUM
           MOVE WS-DAYNUM-RESULT TO WS-RUN-DAYNUM

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MILITARY ACTIVATION ROSTER - '
                  'EMPLOYEES DEPLOYED AS OF ' WS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMP ID  NAME                     DEPT'
                  '  ORDERS   THROUGH   MIL PAY/PERIOD'
                  '  DIFF THIS ACTV      DIFF YTD  NOTE'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       200-LIST-DEPLOYED-EMPLOYEES.
      *****************************************************************
      * Walk the employee master in employee order                     *
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
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 210-CHECK-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           .

       210-CHECK-ONE-EMPLOYEE.
      *****************************************************************
      * List an active employee whose activation covers the run date.  *
      * Records from before activations were kept carry no numeric     *
      * start date and are never deployed; amounts from before the     *
      * differential was tracked count as zero                         *
      *****************************************************************
           IF EMP-TERMINATED IN EMPLOYEE-RECORD-FILE
               OR EMP-DECEASED IN EMPLOYEE-RECORD-FILE
               OR EMP-MIL-ACTIVATION-START IN EMPLOYEE-RECORD-FILE
                   IS NOT NUMERIC
               OR EMP-MIL-ACTIVATION-START IN EMPLOYEE-RECORD-FILE
                   = ZEROS
               OR EMP-MIL-ACTIVATION-START IN EMPLOYEE-RECORD-FILE
                   > WS-DATE
               CONTINUE
           ELSE
               MOVE EMP-MIL-ACTIVATION-START IN EMPLOYEE-RECORD-FILE
                   TO WS-MIL-START
               MOVE ZEROS TO WS-MIL-END
               IF EMP-MIL-ACTIVATION-END IN EMPLOYEE-RECORD-FILE
                       IS NUMERIC
                   MOVE EMP-MIL-ACTIVATION-END IN EMPLOYEE-RECORD-FILE
                       TO WS-MIL-END
               END-IF
               IF WS-MIL-END = ZEROS OR WS-MIL-END NOT < WS-DATE
                   PERFORM 220-WRITE-DETAIL-LINE
               END-IF
           END-IF
           .

       220-WRITE-DETAIL-LINE.
      *****************************************************************
      * Pick up the amounts, flag open-ended orders and orders ending  *
      * soon, and print the line                                       *
      *****************************************************************
           MOVE ZEROS TO WS-MIL-PAY
           MOVE ZEROS TO WS-MIL-TO-DATE
           MOVE ZEROS TO WS-MIL-YTD
           IF EMP-MIL-PAY-PER-PERIOD IN EMPLOYEE-RECORD-FILE IS NUMERIC
               MOVE EMP-MIL-PAY-PER-PERIOD IN EMPLOYEE-RECORD-FILE
                   TO WS-MIL-PAY
           END-IF
           IF EMP-MIL-DIFF-TO-DATE IN EMPLOYEE-RECORD-FILE IS NUMERIC
               MOVE EMP-MIL-DIFF-TO-DATE IN EMPLOYEE-RECORD-FILE
                   TO WS-MIL-TO-DATE
           END-IF
           IF EMP-YTD-MILITARY-DIFF IN EMPLOYEE-RECORD-FILE IS NUMERIC
               MOVE EMP-YTD-MILITARY-DIFF IN EMPLOYEE-RECORD-FILE
                   TO WS-MIL-YTD
           END-IF

           MOVE SPACES TO WS-MIL-FLAG
           IF WS-MIL-END = ZEROS
               MOVE 'OPEN-ENDED' TO WS-MIL-FLAG
               MOVE 'OPEN' TO WS-ED-END-DATE
               ADD 1 TO WS-OPEN-ENDED-COUNT
           ELSE
               MOVE WS-MIL-END TO WS-ED-END-DATE
               MOVE WS-MIL-END TO WS-DAYNUM-DATE
               PERFORM 800-CONVERT-TO-DAYNUM
               MOVE WS-DAYNUM-RESULT TO WS-END-DAYNUM
               IF WS-END-DAYNUM - WS-RUN-DAYNUM
                       NOT > WS-ENDING-SOON-DAYS
                   MOVE 'ENDING WITHIN 30 DAYS' TO WS-MIL-FLAG
                   ADD 1 TO WS-ENDING-SOON-COUNT
               END-IF
           END-IF

           MOVE SPACES TO WS-EMP-NAME
           STRING EMP-LAST-NAME IN EMPLOYEE-RECORD-FILE
                      DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  EMP-FIRST-NAME IN EMPLOYEE-RECORD-FILE
                      DELIMITED BY '  '
                  INTO WS-EMP-NAME
           END-STRING

           MOVE WS-MIL-PAY TO WS-ED-AMOUNT
           MOVE WS-MIL-TO-DATE TO WS-ED-AMOUNT-2
           MOVE WS-MIL-YTD TO WS-ED-AMOUNT-3

           MOVE SPACES TO WS-REPORT-LINE
           STRING EMP-ID IN EMPLOYEE-RECORD-FILE
                  '  ' WS-EMP-NAME
                  ' ' EMP-DEPARTMENT IN EMPLOYEE-RECORD-FILE
                  '  ' WS-MIL-START
                  ' ' WS-ED-END-DATE
                  '  ' WS-ED-AMOUNT
                  '  ' WS-ED-AMOUNT-2
                  '  ' WS-ED-AMOUNT-3
                  '  ' WS-MIL-FLAG
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           ADD 1 TO WS-DEPLOYED-COUNT
           ADD WS-MIL-PAY TO WS-TOTAL-MIL-PAY
           ADD WS-MIL-TO-DATE TO WS-TOTAL-TO-DATE
           ADD WS-MIL-YTD TO WS-TOTAL-YTD
           .

       800-CONVERT-TO-DAYNUM.
      *****************************************************************
      * Convert the YYYYMMDD date in WS-DAYNUM-DATE to an ascending    *
      * day number on the 30-day-month convention                      *
      *****************************************************************
           DIVIDE WS-DAYNUM-DATE BY 100 GIVING
               WS-DAYNUM-YEARMONTH REMAINDER WS-DAYNUM-DAY
           DIVIDE WS-DAYNUM-YEARMONTH BY 100 GIVING
               WS-DAYNUM-YEAR REMAINDER WS-DAYNUM-MONTH
           COMPUTE WS-DAYNUM-RESULT =
               (WS-DAYNUM-YEAR * 360) +
               ((WS-DAYNUM-MONTH - 1) * 30) +
               WS-DAYNUM-DAY
           .

       900-WRAP-UP.
      *****************************************************************
      * Print the run totals, close all files, and display counts      *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-DEPLOYED-COUNT TO WS-ED-COUNT
           MOVE WS-TOTAL-MIL-PAY TO WS-ED-AMOUNT
           MOVE WS-TOTAL-TO-DATE TO WS-ED-AMOUNT-2
           MOVE WS-TOTAL-YTD TO WS-ED-AMOUNT-3
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMPLOYEES DEPLOYED: ' WS-ED-COUNT
                  '  MILITARY PAY/PERIOD: ' WS-ED-AMOUNT
                  '  DIFF THIS ACTIVATION: ' WS-ED-AMOUNT-2
                  '  DIFF YTD: ' WS-ED-AMOUNT-3
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-OPEN-ENDED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'OPEN-ENDED ORDERS: ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-ENDING-SOON-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ORDERS ENDING WITHIN 30 DAYS: ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           CLOSE EMPLOYEE-FILE
                 MIL-REPORT-FILE

           DISPLAY 'MILITARY ACTIVATION ROSTER COMPLETE'
           DISPLAY 'EMPLOYEES READ: ' WS-READ-COUNT
           DISPLAY 'EMPLOYEES DEPLOYED: ' WS-DEPLOYED-COUNT
           .
