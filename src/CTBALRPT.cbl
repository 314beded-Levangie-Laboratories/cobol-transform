      *****************************************************************
      * Program: CTBALRPT.cbl                                         *
      *                                                               *
      * Purpose: Compensatory time balance report for the Payroll     *
      *          Processing System. Lists every employee with the     *
      *          comp-time election or a comp-time bank on the leave  *
      *          balance file: the bank, the cap it is held to, the   *
      *          hours banked and taken this year, and the bank       *
      *          valued at the current regular rate, so departments   *
      *          can manage the liability the bank represents.        *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTBALRPT.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * CTBALRPT is a standalone report program in the Payroll         *
      * Processing System. It:                                         *
      *                                                                *
      * 1. Walks the leave balance file in employee order              *
      * 2. Looks up each employee on the employee master and selects   *
      *    those with the comp-time election or a non-zero bank        *
      * 3. Prints the bank, the cap (the standard 240 hours when none  *
      *    is on file), the hours banked and taken this year, and the  *
      *    bank valued at the employee's hourly rate, flagging banks   *
      *    at the cap (overtime is being paid, not banked) and banks   *
      *    left behind by a withdrawn election                         *
      * 4. Prints run totals of hours and value                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-BALANCE-FILE ASSIGN TO 'LEAVEFIL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LEAVE-EMP-ID
           FILE STATUS IS LEAVE-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-FILE-STATUS.

           SELECT CT-REPORT-FILE ASSIGN TO 'CTBALRPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-BALANCE-FILE.
           COPY LEAVEFIL REPLACING ==LEAVE-BALANCE-RECORD== BY
               ==LEAVE-BALANCE-RECORD-FILE==.

       FD  EMPLOYEE-FILE.
           COPY EMPFILE REPLACING ==EMPLOYEE-RECORD== BY
               ==EMPLOYEE-RECORD-FILE==.

       FD  CT-REPORT-FILE.
           01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  LEAVE-FILE-STATUS          PIC X(2).
               88  LEAVE-FILE-SUCCESS     VALUE '00' '02'.
               88  LEAVE-FILE-EOF         VALUE '10'.
           05  EMP-FILE-STATUS            PIC X(2).
               88  EMP-FILE-SUCCESS       VALUE '00'.
           05  REPORT-FILE-STATUS         PIC X(2).
               88  REPORT-FILE-SUCCESS    VALUE '00'.

      *****************************************************************
      * The standard cap applies to an elected employee with no cap    *
      * of their own on file, as in the calculation run                *
      *****************************************************************
       01  WS-CT-STANDARD-CAP              PIC 9(3)V99 COMP-3
                                       VALUE 240.00.

       01  WS-CT-WORK.
           05  WS-CT-BALANCE               PIC S9(5)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CT-YTD-EARNED            PIC 9(5)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CT-YTD-USED              PIC 9(5)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CT-CAP                   PIC 9(3)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CT-RATE                  PIC 9(4)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CT-VALUE                 PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CT-FLAG                  PIC X(20) VALUE SPACES.

       01  WS-RUN-TOTALS.
           05  WS-LISTED-COUNT             PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-AT-CAP-COUNT             PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-TOTAL-BALANCE            PIC S9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-YTD-EARNED         PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-YTD-USED           PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-TOTAL-VALUE              PIC S9(11)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-DATETIME.
           05  WS-DATE                     PIC 9(8).

       01  WS-REPORT-LINE                  PIC X(132).
       01  WS-EMP-NAME                     PIC X(24).
       01  WS-ED-HOURS                     PIC ZZ,ZZ9.99-.
       01  WS-ED-HOURS-2                   PIC ZZ,ZZ9.99-.
       01  WS-ED-HOURS-3                   PIC ZZ,ZZ9.99-.
       01  WS-ED-HOURS-4                   PIC ZZ,ZZ9.99-.
       01  WS-ED-RATE                      PIC Z,ZZ9.99.
       01  WS-ED-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-ED-COUNT                     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the comp-time balance report          *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-LIST-COMP-TIME-BANKS
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Open all files and print the report headings                   *
      *****************************************************************
           DISPLAY 'COMP TIME BALANCE REPORT STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT LEAVE-BALANCE-FILE
           OPEN INPUT EMPLOYEE-FILE
           OPEN OUTPUT CT-REPORT-FILE
           IF NOT LEAVE-FILE-SUCCESS OR NOT EMP-FILE-SUCCESS
               OR NOT REPORT-FILE-SUCCESS
               DISPLAY 'ERROR OPENING COMP TIME REPORT FILES - LEAVE: '
                       LEAVE-FILE-STATUS ' EMP: ' EMP-FILE-STATUS
                       ' RPT: ' REPORT-FILE-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'COMPENSATORY TIME BALANCE REPORT - ' WS-DATE
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMP ID  NAME                     DEPT'
                  '         CAP    BALANCE  YTD BANKED   YTD TAKEN'
                  '     RATE           VALUE  NOTE'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           .

       200-LIST-COMP-TIME-BANKS.
      *****************************************************************
      * Walk the leave balance file in employee order                  *
      *****************************************************************
           MOVE LOW-VALUES TO LEAVE-EMP-ID IN LEAVE-BALANCE-RECORD-FILE
           START LEAVE-BALANCE-FILE
               KEY IS >= LEAVE-EMP-ID IN LEAVE-BALANCE-RECORD-FILE
               INVALID KEY
                   SET LEAVE-FILE-EOF TO TRUE
           END-START

           PERFORM UNTIL LEAVE-FILE-EOF
               READ LEAVE-BALANCE-FILE NEXT RECORD
                   AT END
                       SET LEAVE-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM 210-LIST-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           .

       210-LIST-ONE-EMPLOYEE.
      *****************************************************************
      * List one employee when they hold the comp-time election or     *
      * carry a bank. Balance fields from before the bank existed are  *
      * not numeric and count as zero                                  *
      *****************************************************************
           MOVE ZEROS TO WS-CT-BALANCE
           MOVE ZEROS TO WS-CT-YTD-EARNED
           MOVE ZEROS TO WS-CT-YTD-USED
           IF LEAVE-COMP-TIME-BALANCE IN LEAVE-BALANCE-RECORD-FILE
                   IS NUMERIC
               MOVE LEAVE-COMP-TIME-BALANCE IN
                   LEAVE-BALANCE-RECORD-FILE TO WS-CT-BALANCE
           END-IF
           IF LEAVE-YTD-COMP-TIME-EARNED IN LEAVE-BALANCE-RECORD-FILE
                   IS NUMERIC
               MOVE LEAVE-YTD-COMP-TIME-EARNED IN
                   LEAVE-BALANCE-RECORD-FILE TO WS-CT-YTD-EARNED
           END-IF
           IF LEAVE-YTD-COMP-TIME-USED IN LEAVE-BALANCE-RECORD-FILE
                   IS NUMERIC
               MOVE LEAVE-YTD-COMP-TIME-USED IN
                   LEAVE-BALANCE-RECORD-FILE TO WS-CT-YTD-USED
           END-IF

           MOVE LEAVE-EMP-ID IN LEAVE-BALANCE-RECORD-FILE TO
               EMP-ID IN EMPLOYEE-RECORD-FILE
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF EMP-FILE-SUCCESS
               AND (EMP-COMP-TIME-YES IN EMPLOYEE-RECORD-FILE
                    OR WS-CT-BALANCE NOT = ZEROS)
               PERFORM 220-WRITE-DETAIL-LINE
           END-IF
           .

       220-WRITE-DETAIL-LINE.
      *****************************************************************
      * Value the bank at the hourly rate on file and print the line   *
      *****************************************************************
           IF EMP-COMP-TIME-CAP IN EMPLOYEE-RECORD-FILE IS NUMERIC
               AND EMP-COMP-TIME-CAP IN EMPLOYEE-RECORD-FILE > ZEROS
               MOVE EMP-COMP-TIME-CAP IN EMPLOYEE-RECORD-FILE TO
                   WS-CT-CAP
           ELSE
               MOVE WS-CT-STANDARD-CAP TO WS-CT-CAP
           END-IF

           MOVE EMP-HOURLY-RATE IN EMPLOYEE-RECORD-FILE TO WS-CT-RATE
           COMPUTE WS-CT-VALUE ROUNDED = WS-CT-BALANCE * WS-CT-RATE

           MOVE SPACES TO WS-CT-FLAG
           IF NOT EMP-COMP-TIME-YES IN EMPLOYEE-RECORD-FILE
               MOVE 'NO ELECTION ON FILE' TO WS-CT-FLAG
           ELSE
               IF WS-CT-BALANCE NOT < WS-CT-CAP
                   MOVE 'AT CAP' TO WS-CT-FLAG
                   ADD 1 TO WS-AT-CAP-COUNT
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

           MOVE WS-CT-CAP TO WS-ED-HOURS
           MOVE WS-CT-BALANCE TO WS-ED-HOURS-2
           MOVE WS-CT-YTD-EARNED TO WS-ED-HOURS-3
           MOVE WS-CT-YTD-USED TO WS-ED-HOURS-4
           MOVE WS-CT-RATE TO WS-ED-RATE
           MOVE WS-CT-VALUE TO WS-ED-AMOUNT

           MOVE SPACES TO WS-REPORT-LINE
           STRING EMP-ID IN EMPLOYEE-RECORD-FILE
                  '  ' WS-EMP-NAME
                  ' ' EMP-DEPARTMENT IN EMPLOYEE-RECORD-FILE
                  '  ' WS-ED-HOURS
                  ' ' WS-ED-HOURS-2
                  '  ' WS-ED-HOURS-3
                  '  ' WS-ED-HOURS-4
                  ' ' WS-ED-RATE
                  ' ' WS-ED-AMOUNT
                  '  ' WS-CT-FLAG
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           ADD 1 TO WS-LISTED-COUNT
           ADD WS-CT-BALANCE TO WS-TOTAL-BALANCE
           ADD WS-CT-YTD-EARNED TO WS-TOTAL-YTD-EARNED
           ADD WS-CT-YTD-USED TO WS-TOTAL-YTD-USED
           ADD WS-CT-VALUE TO WS-TOTAL-VALUE
           .

       900-WRAP-UP.
      *****************************************************************
      * Print the run totals, close all files, and display counts      *
      *****************************************************************
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-LISTED-COUNT TO WS-ED-COUNT
           MOVE WS-TOTAL-BALANCE TO WS-ED-HOURS-2
           MOVE WS-TOTAL-YTD-EARNED TO WS-ED-HOURS-3
           MOVE WS-TOTAL-YTD-USED TO WS-ED-HOURS-4
           MOVE WS-TOTAL-VALUE TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMPLOYEES LISTED: ' WS-ED-COUNT
                  '  TOTAL BANK: ' WS-ED-HOURS-2
                  '  YTD BANKED: ' WS-ED-HOURS-3
                  '  YTD TAKEN: ' WS-ED-HOURS-4
                  '  VALUE: ' WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE WS-AT-CAP-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'BANKS AT CAP: ' WS-ED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           CLOSE LEAVE-BALANCE-FILE
                 EMPLOYEE-FILE
                 CT-REPORT-FILE

           DISPLAY 'COMP TIME BALANCE REPORT COMPLETE'
           DISPLAY 'EMPLOYEES LISTED: ' WS-LISTED-COUNT
           DISPLAY 'BANKS AT CAP: ' WS-AT-CAP-COUNT
           .
