      *****************************************************************
      * Program: LVYREND.cbl                                          *
      *                                                               *
      * Purpose: Year-end leave carryover run for the Payroll         *
      *          Processing System. Applies each leave policy's       *
      *          carryover limit to every active employee's           *
      *          vacation, sick, and personal balances, forfeiting    *
      *          the excess or paying it out as other earnings on a   *
      *          payroll input record for the period being            *
      *          assembled, and prints the forfeiture/payout          *
      *          register.                                            *
      *                                                               *
      * Date Created: 2026-10-15                                      *
      * Author: COBOL Payroll System                                  *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVYREND.
       AUTHOR. COBOL PAYROLL SYSTEM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.

      *****************************************************************
      * Program Description:                                          *
      *                                                                *
      * LVYREND is a standalone year-end program in the Payroll        *
      * Processing System, run once after the last payroll of the      *
      * leave year. It:                                                *
      *                                                                *
      * 1. Determines the period being assembled from the run control  *
      *    record and that period's dates from the pay period          *
      *    calendar - a payout is paid on that period's check          *
      * 2. Loads the leave policies and walks the leave balance file;  *
      *    for each active employee whose balance record names a       *
      *    policy, every leave type over its policy's carryover limit  *
      *    is cut back to the limit                                    *
      * 3. Forfeits the excess, or prices it at the employee's         *
      *    current rate (salaried staff at annual salary over the      *
      *    standard 2080 hours) and appends one payroll input record   *
      *    per employee carrying the payout as other earnings          *
      * 4. Prints the forfeiture/payout register and rolls the         *
      *    generated records into the run control's edited count       *
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

           SELECT OPTIONAL LEAVE-POLICY-FILE ASSIGN TO 'LVPOLICY'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LVPOL-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RUNCTL-FILE-STATUS.

           SELECT OPTIONAL PERIOD-CALENDAR-FILE ASSIGN TO 'PERCAL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PERCAL-FILE-STATUS.

           SELECT PAYROLL-DATA-FILE ASSIGN TO 'PAYDATA'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PAY-FILE-STATUS.

           SELECT LEAVE-REPORT-FILE ASSIGN TO 'LVYRRPT'
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

       FD  LEAVE-POLICY-FILE.
           COPY LVPOLICY REPLACING ==LEAVE-POLICY-RECORD== BY
               ==LEAVE-POLICY-RECORD-FILE==.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL REPLACING ==RUN-CONTROL-RECORD== BY
               ==RUN-CONTROL-RECORD-FILE==.

       FD  PERIOD-CALENDAR-FILE.
           COPY PERCAL REPLACING ==PERIOD-CALENDAR-RECORD== BY
               ==PERIOD-CALENDAR-RECORD-FILE==.

       FD  PAYROLL-DATA-FILE.
           COPY PAYDATA REPLACING ==PAYROLL-DATA-RECORD== BY
               ==PAYROLL-DATA-RECORD-FILE==.

       FD  LEAVE-REPORT-FILE.
           01  LEAVE-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  LEAVE-FILE-STATUS           PIC X(2).
               88  LEAVE-FILE-SUCCESS      VALUE '00' '02'.
               88  LEAVE-FILE-EOF          VALUE '10'.
           05  EMP-FILE-STATUS             PIC X(2).
               88  EMP-FILE-SUCCESS        VALUE '00'.
           05  LVPOL-FILE-STATUS           PIC X(2).
               88  LVPOL-FILE-SUCCESS      VALUE '00' '05'.
               88  LVPOL-FILE-EOF          VALUE '10'.
           05  RUNCTL-FILE-STATUS          PIC X(2).
               88  RUNCTL-FILE-SUCCESS     VALUE '00'.
           05  PERCAL-FILE-STATUS          PIC X(2).
               88  PERCAL-FILE-SUCCESS     VALUE '00' '05'.
               88  PERCAL-FILE-EOF         VALUE '10'.
           05  PAY-FILE-STATUS             PIC X(2).
               88  PAY-FILE-SUCCESS        VALUE '00'.
           05  REPORT-FILE-STATUS          PIC X(2).
               88  REPORT-FILE-SUCCESS     VALUE '00'.

       COPY PAYDATA REPLACING ==PAYROLL-DATA-RECORD== BY
           ==WS-PAYROLL-DATA==.

       01  WS-RUN-CONTROL.
           05  WS-TARGET-PERIOD-ID        PIC 9(6) VALUE ZEROS.
           05  WS-PERIOD-START            PIC 9(8) VALUE ZEROS.
           05  WS-PERIOD-END              PIC 9(8) VALUE ZEROS.
           05  WS-CHECK-DATE              PIC 9(8) VALUE ZEROS.
           05  WS-DATE                    PIC 9(8) VALUE ZEROS.
           05  WS-TIMESTAMP               PIC X(20) VALUE SPACES.

      *****************************************************************
      * Carryover terms of each loaded leave policy, one entry per    *
      * policy code and leave type                                    *
      *****************************************************************
       01  WS-LEAVE-POLICY-TABLE.
           05  WS-LVP-COUNT                PIC 9(3) COMP-3
                                       VALUE ZEROS.
           05  WS-LVP-ENTRY OCCURS 60 TIMES.
               10  WS-LVP-POLICY-CODE      PIC X(4).
               10  WS-LVP-LEAVE-TYPE       PIC X.
               10  WS-LVP-CARRYOVER-RULE   PIC X.
               10  WS-LVP-CARRYOVER-LIMIT  PIC 9(5)V99 COMP-3.
               10  WS-LVP-EXCESS-ACTION    PIC X.
           05  WS-LVP-INDEX                PIC 9(4) COMP-3
                                       VALUE ZEROS.

      *****************************************************************
      * Salaried staff are priced at the hourly equivalent of annual   *
      * salary over the standard working year, the same convention     *
      * the calculation run uses for terminating-employee PTO payout   *
      *****************************************************************
       01  WS-STANDARD-ANNUAL-HOURS        PIC 9(4) COMP-3 VALUE 2080.

       01  WS-CARRYOVER-WORK.
           05  WS-LV-TYPE                  PIC X.
           05  WS-LV-TYPE-NAME             PIC X(8).
           05  WS-LV-POLICY-SLOT           PIC 9(3) COMP-3
                                       VALUE ZEROS.
           05  WS-LV-BALANCE               PIC S9(5)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-LV-EXCESS                PIC S9(5)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-LV-PAYOUT                PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-CURRENT-RATE             PIC 9(4)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-ANNUALIZED-SALARY        PIC 9(9)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-EMP-PAYOUT-AMOUNT        PIC 9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-EMP-CHANGED-SW           PIC X VALUE 'N'.
               88  WS-EMP-CHANGED          VALUE 'Y'.
           05  WS-ACTION-TEXT              PIC X(8).

       01  WS-RUN-TOTALS.
           05  WS-EMPLOYEES-READ           PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-EMPLOYEES-CUT            PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-GENERATED-COUNT          PIC 9(5) COMP-3 VALUE ZEROS.
           05  WS-FORFEIT-HOURS            PIC S9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-PAYOUT-HOURS             PIC S9(7)V99 COMP-3
                                       VALUE ZEROS.
           05  WS-PAYOUT-AMOUNT            PIC S9(9)V99 COMP-3
                                       VALUE ZEROS.

       01  WS-EDITED-FIELDS.
           05  WS-ED-BALANCE               PIC ZZ,ZZ9.99-.
           05  WS-ED-LIMIT                 PIC ZZ,ZZ9.99.
           05  WS-ED-EXCESS                PIC ZZ,ZZ9.99-.
           05  WS-ED-RATE                  PIC Z,ZZ9.99.
           05  WS-ED-AMOUNT                PIC Z,ZZZ,ZZ9.99.
           05  WS-ED-HOURS                 PIC Z,ZZZ,ZZ9.99-.
           05  WS-ED-COUNT                 PIC ZZ,ZZ9.

       01  WS-REPORT-LINE                  PIC X(132).

       PROCEDURE DIVISION.
       000-MAIN-PROCESS.
      *****************************************************************
      * Main process coordinates the year-end carryover run            *
      *****************************************************************
           PERFORM 100-INITIALIZATION
           PERFORM 200-APPLY-CARRYOVER-LIMITS
           PERFORM 900-WRAP-UP

           STOP RUN
           .

       100-INITIALIZATION.
      *****************************************************************
      * Establish the period the payouts are paid in and its dates,    *
      * load the leave policies, and open all files. Without a run     *
      * control record there is no period to pay into and the run      *
      * stops before any balance is touched                           *
      *****************************************************************
           DISPLAY 'YEAR-END LEAVE CARRYOVER STARTED'
           ACCEPT WS-DATE FROM DATE YYYYMMDD

           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-SUCCESS
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-PERIOD-ID IN RUN-CONTROL-RECORD-FILE
                           TO WS-TARGET-PERIOD-ID
                       MOVE RC-CHECK-DATE
                           IN RUN-CONTROL-RECORD-FILE TO
                           WS-CHECK-DATE
               END-READ
           END-IF
           CLOSE RUN-CONTROL-FILE

           IF WS-TARGET-PERIOD-ID = ZEROS
               DISPLAY 'NO RUN CONTROL PERIOD - NO CARRYOVER APPLIED'
               STOP RUN
           END-IF

           PERFORM 150-LOOK-UP-PERIOD-DATES
           PERFORM 160-LOAD-LEAVE-POLICIES

           IF WS-LVP-COUNT = ZEROS
               DISPLAY 'NO LEAVE POLICIES ON FILE - NO CARRYOVER '
                       'APPLIED'
               STOP RUN
           END-IF

           OPEN I-O LEAVE-BALANCE-FILE
           OPEN INPUT EMPLOYEE-FILE
           IF NOT LEAVE-FILE-SUCCESS OR NOT EMP-FILE-SUCCESS
               DISPLAY 'ERROR OPENING CARRYOVER FILES - LEAVE: '
                       LEAVE-FILE-STATUS ' EMP: ' EMP-FILE-STATUS
               STOP RUN
           END-IF

           OPEN EXTEND PAYROLL-DATA-FILE
           IF NOT PAY-FILE-SUCCESS
               DISPLAY 'ERROR OPENING PAYROLL DATA: ' PAY-FILE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT LEAVE-REPORT-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'YEAR-END LEAVE FORFEITURE/PAYOUT REGISTER - RUN '
                  WS-DATE ' - PAYOUTS IN PERIOD '
                  WS-TARGET-PERIOD-ID
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE LEAVE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EMP-ID NAME                           TYPE     '
                  '   BALANCE     LIMIT     EXCESS ACTION     '
                  'RATE       AMOUNT'
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE LEAVE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE ALL '-' TO WS-REPORT-LINE
           WRITE LEAVE-REPORT-RECORD FROM WS-REPORT-LINE

           STRING WS-DATE 'T000000' DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           .

       150-LOOK-UP-PERIOD-DATES.
      *****************************************************************
      * Pull the period's start/end/check dates off the pay period     *
      * calendar; a missing calendar leaves the run control check      *
      * date standing in for all three                                 *
      *****************************************************************
           MOVE WS-CHECK-DATE TO WS-PERIOD-START
           MOVE WS-CHECK-DATE TO WS-PERIOD-END

           OPEN INPUT PERIOD-CALENDAR-FILE
           IF PERCAL-FILE-SUCCESS
               PERFORM UNTIL PERCAL-FILE-EOF
                   READ PERIOD-CALENDAR-FILE
                       AT END
                           SET PERCAL-FILE-EOF TO TRUE
                       NOT AT END
                           IF PCAL-PERIOD-ID
                               IN PERIOD-CALENDAR-RECORD-FILE =
                               WS-TARGET-PERIOD-ID
                               MOVE PCAL-START-DATE
                                   IN PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-PERIOD-START
                               MOVE PCAL-END-DATE
                                   IN PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-PERIOD-END
                               MOVE PCAL-CHECK-DATE
                                   IN PERIOD-CALENDAR-RECORD-FILE TO
                                   WS-CHECK-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CALENDAR-FILE
           END-IF
           .

       160-LOAD-LEAVE-POLICIES.
      *****************************************************************
      * Load each leave policy's carryover terms                       *
      *****************************************************************
           MOVE ZEROS TO WS-LVP-COUNT
           OPEN INPUT LEAVE-POLICY-FILE
           IF LVPOL-FILE-SUCCESS
               PERFORM UNTIL LVPOL-FILE-EOF
                   READ LEAVE-POLICY-FILE
                       AT END
                           SET LVPOL-FILE-EOF TO TRUE
                       NOT AT END
                           IF WS-LVP-COUNT < 60
                               ADD 1 TO WS-LVP-COUNT
                               MOVE LVP-POLICY-CODE
                                   IN LEAVE-POLICY-RECORD-FILE TO
                                   WS-LVP-POLICY-CODE (WS-LVP-COUNT)
                               MOVE LVP-LEAVE-TYPE
                                   IN LEAVE-POLICY-RECORD-FILE TO
                                   WS-LVP-LEAVE-TYPE (WS-LVP-COUNT)
                               MOVE LVP-CARRYOVER-RULE
                                   IN LEAVE-POLICY-RECORD-FILE TO
                                   WS-LVP-CARRYOVER-RULE
                                       (WS-LVP-COUNT)
                               MOVE LVP-CARRYOVER-LIMIT
                                   IN LEAVE-POLICY-RECORD-FILE TO
                                   WS-LVP-CARRYOVER-LIMIT
                                       (WS-LVP-COUNT)
                               MOVE LVP-EXCESS-ACTION
                                   IN LEAVE-POLICY-RECORD-FILE TO
                                   WS-LVP-EXCESS-ACTION
                                       (WS-LVP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-POLICY-FILE
           END-IF
           DISPLAY 'LEAVE POLICIES LOADED - ' WS-LVP-COUNT
                   ' POLICY/TYPE(S)'
           .

       200-APPLY-CARRYOVER-LIMITS.
      *****************************************************************
      * Walk the leave balance file, applying the carryover limits to  *
      * each employee in turn                                          *
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
                       PERFORM 210-PROCESS-ONE-EMPLOYEE
                           THRU 210-EXIT
               END-READ
           END-PERFORM
           .

       210-PROCESS-ONE-EMPLOYEE.
      *****************************************************************
      * Apply the carryover limit to one active employee's vacation,   *
      * sick, and personal balances, rewrite the balance record when   *
      * anything was cut, and generate the payout record               *
      *****************************************************************
           IF LEAVE-POLICY-CODE IN LEAVE-BALANCE-RECORD-FILE = SPACES
               GO TO 210-EXIT
           END-IF

           MOVE LEAVE-EMP-ID IN LEAVE-BALANCE-RECORD-FILE TO
               EMP-ID IN EMPLOYEE-RECORD-FILE
           READ EMPLOYEE-FILE
               INVALID KEY
                   GO TO 210-EXIT
           END-READ
           IF NOT EMP-ACTIVE IN EMPLOYEE-RECORD-FILE
               GO TO 210-EXIT
           END-IF

           ADD 1 TO WS-EMPLOYEES-READ
           MOVE ZEROS TO WS-EMP-PAYOUT-AMOUNT
           MOVE ZEROS TO WS-CURRENT-RATE
           MOVE 'N' TO WS-EMP-CHANGED-SW

           MOVE 'V' TO WS-LV-TYPE
           MOVE 'VACATION' TO WS-LV-TYPE-NAME
           MOVE LEAVE-VACATION-BALANCE IN LEAVE-BALANCE-RECORD-FILE
               TO WS-LV-BALANCE
           PERFORM 220-APPLY-ONE-LIMIT
           MOVE WS-LV-BALANCE TO
               LEAVE-VACATION-BALANCE IN LEAVE-BALANCE-RECORD-FILE

           MOVE 'S' TO WS-LV-TYPE
           MOVE 'SICK' TO WS-LV-TYPE-NAME
           MOVE LEAVE-SICK-BALANCE IN LEAVE-BALANCE-RECORD-FILE
               TO WS-LV-BALANCE
           PERFORM 220-APPLY-ONE-LIMIT
           MOVE WS-LV-BALANCE TO
               LEAVE-SICK-BALANCE IN LEAVE-BALANCE-RECORD-FILE

           MOVE 'P' TO WS-LV-TYPE
           MOVE 'PERSONAL' TO WS-LV-TYPE-NAME
           MOVE LEAVE-PERSONAL-BALANCE IN LEAVE-BALANCE-RECORD-FILE
               TO WS-LV-BALANCE
           PERFORM 220-APPLY-ONE-LIMIT
           MOVE WS-LV-BALANCE TO
               LEAVE-PERSONAL-BALANCE IN LEAVE-BALANCE-RECORD-FILE

           IF WS-EMP-CHANGED
               ADD 1 TO WS-EMPLOYEES-CUT
               MOVE WS-DATE TO
                   LEAVE-LAST-UPDATE-DATE IN LEAVE-BALANCE-RECORD-FILE
               REWRITE LEAVE-BALANCE-RECORD-FILE
               IF NOT LEAVE-FILE-SUCCESS
                   DISPLAY 'ERROR REWRITING LEAVE BALANCE: '
                           LEAVE-EMP-ID IN LEAVE-BALANCE-RECORD-FILE
                           ' STATUS: ' LEAVE-FILE-STATUS
               END-IF
           END-IF

           IF WS-EMP-PAYOUT-AMOUNT > ZEROS
               PERFORM 400-BUILD-PAYROLL-RECORD
           END-IF
           .
       210-EXIT.
           EXIT.

       220-APPLY-ONE-LIMIT.
      *****************************************************************
      * Cut one leave type's balance back to its policy's carryover    *
      * limit. The excess is forfeited, or priced at the current rate  *
      * and added to the employee's payout, and listed on the          *
      * register. A type with no policy entry, or an unlimited         *
      * carryover, is left alone                                       *
      *****************************************************************
           MOVE ZEROS TO WS-LV-POLICY-SLOT
           PERFORM VARYING WS-LVP-INDEX FROM 1 BY 1
                   UNTIL WS-LVP-INDEX > WS-LVP-COUNT
               IF WS-LVP-POLICY-CODE (WS-LVP-INDEX) =
                       LEAVE-POLICY-CODE IN LEAVE-BALANCE-RECORD-FILE
                   AND WS-LVP-LEAVE-TYPE (WS-LVP-INDEX) = WS-LV-TYPE
                   MOVE WS-LVP-INDEX TO WS-LV-POLICY-SLOT
                   MOVE 999 TO WS-LVP-INDEX
               END-IF
           END-PERFORM

           IF WS-LV-POLICY-SLOT > ZEROS
               AND WS-LVP-CARRYOVER-RULE (WS-LV-POLICY-SLOT) = 'L'
               AND WS-LV-BALANCE >
                   WS-LVP-CARRYOVER-LIMIT (WS-LV-POLICY-SLOT)
               COMPUTE WS-LV-EXCESS = WS-LV-BALANCE -
                   WS-LVP-CARRYOVER-LIMIT (WS-LV-POLICY-SLOT)
               MOVE WS-LVP-CARRYOVER-LIMIT (WS-LV-POLICY-SLOT)
                   TO WS-LV-BALANCE
               MOVE 'Y' TO WS-EMP-CHANGED-SW
               MOVE ZEROS TO WS-LV-PAYOUT

               IF WS-LVP-EXCESS-ACTION (WS-LV-POLICY-SLOT) = 'P'
                   IF WS-CURRENT-RATE = ZEROS
                       PERFORM 230-DETERMINE-CURRENT-RATE
                   END-IF
                   COMPUTE WS-LV-PAYOUT ROUNDED =
                       WS-LV-EXCESS * WS-CURRENT-RATE
                   ADD WS-LV-PAYOUT TO WS-EMP-PAYOUT-AMOUNT
                   ADD WS-LV-EXCESS TO WS-PAYOUT-HOURS
                   ADD WS-LV-PAYOUT TO WS-PAYOUT-AMOUNT
                   MOVE 'PAYOUT' TO WS-ACTION-TEXT
               ELSE
                   ADD WS-LV-EXCESS TO WS-FORFEIT-HOURS
                   MOVE 'FORFEIT' TO WS-ACTION-TEXT
               END-IF

               PERFORM 240-WRITE-REGISTER-LINE
           END-IF
           .

       230-DETERMINE-CURRENT-RATE.
      *****************************************************************
      * Hourly employees are paid off their rate on file; a salaried   *
      * employee's rate is the hourly equivalent of annual salary      *
      *****************************************************************
           IF EMP-SALARY IN EMPLOYEE-RECORD-FILE
               EVALUATE TRUE
                   WHEN EMP-MONTHLY IN EMPLOYEE-RECORD-FILE
                       COMPUTE WS-ANNUALIZED-SALARY =
                           EMP-SALARY-AMOUNT IN EMPLOYEE-RECORD-FILE
                           * 12
                   WHEN EMP-BIWEEKLY IN EMPLOYEE-RECORD-FILE
                       COMPUTE WS-ANNUALIZED-SALARY =
                           EMP-SALARY-AMOUNT IN EMPLOYEE-RECORD-FILE
                           * 26
                   WHEN OTHER
                       COMPUTE WS-ANNUALIZED-SALARY =
                           EMP-SALARY-AMOUNT IN EMPLOYEE-RECORD-FILE
                           * 52
               END-EVALUATE
               COMPUTE WS-CURRENT-RATE ROUNDED =
                   WS-ANNUALIZED-SALARY / WS-STANDARD-ANNUAL-HOURS
           ELSE
               MOVE EMP-HOURLY-RATE IN EMPLOYEE-RECORD-FILE TO
                   WS-CURRENT-RATE
           END-IF
           .

       240-WRITE-REGISTER-LINE.
      *****************************************************************
      * List one forfeited or paid-out leave balance on the register   *
      *****************************************************************
           COMPUTE WS-ED-BALANCE = WS-LV-BALANCE + WS-LV-EXCESS
           MOVE WS-LVP-CARRYOVER-LIMIT (WS-LV-POLICY-SLOT)
               TO WS-ED-LIMIT
           MOVE WS-LV-EXCESS TO WS-ED-EXCESS
           MOVE WS-CURRENT-RATE TO WS-ED-RATE
           MOVE WS-LV-PAYOUT TO WS-ED-AMOUNT

           MOVE SPACES TO WS-REPORT-LINE
           STRING LEAVE-EMP-ID IN LEAVE-BALANCE-RECORD-FILE ' '
                  EMP-LAST-NAME IN EMPLOYEE-RECORD-FILE ' '
                  EMP-FIRST-NAME IN EMPLOYEE-RECORD-FILE ' '
                  WS-LV-TYPE-NAME ' '
                  WS-ED-BALANCE ' '
                  WS-ED-LIMIT ' '
                  WS-ED-EXCESS ' '
                  WS-ACTION-TEXT ' '
                  WS-ED-RATE ' '
                  WS-ED-AMOUNT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE LEAVE-REPORT-RECORD FROM WS-REPORT-LINE
           .

       400-BUILD-PAYROLL-RECORD.
      *****************************************************************
      * Build the payroll input record carrying the employee's         *
      * carryover payout as other earnings, approved and taxed. It is  *
      * marked a scheduled obligation of type 'L' so the calculation   *
      * run does not accrue the period's leave a second time on this   *
      * extra record                                                   *
      *****************************************************************
           INITIALIZE WS-PAYROLL-DATA
           MOVE LEAVE-EMP-ID IN LEAVE-BALANCE-RECORD-FILE TO
               PAY-EMPLOYEE-ID IN WS-PAYROLL-DATA
           MOVE WS-TARGET-PERIOD-ID TO
               PAY-PERIOD-ID IN WS-PAYROLL-DATA
           MOVE WS-PERIOD-START (1:4) TO
               PAY-START-YEAR IN WS-PAYROLL-DATA
           MOVE WS-PERIOD-START (5:2) TO
               PAY-START-MONTH IN WS-PAYROLL-DATA
           MOVE WS-PERIOD-START (7:2) TO
               PAY-START-DAY IN WS-PAYROLL-DATA
           MOVE WS-PERIOD-END (1:4) TO
               PAY-END-YEAR IN WS-PAYROLL-DATA
           MOVE WS-PERIOD-END (5:2) TO
               PAY-END-MONTH IN WS-PAYROLL-DATA
           MOVE WS-PERIOD-END (7:2) TO
               PAY-END-DAY IN WS-PAYROLL-DATA
           MOVE WS-CHECK-DATE (1:4) TO
               PAY-CHECK-YEAR IN WS-PAYROLL-DATA
           MOVE WS-CHECK-DATE (5:2) TO
               PAY-CHECK-MONTH IN WS-PAYROLL-DATA
           MOVE WS-CHECK-DATE (7:2) TO
               PAY-CHECK-DAY IN WS-PAYROLL-DATA

           MOVE WS-EMP-PAYOUT-AMOUNT TO
               PAY-OTHER-EARNINGS IN WS-PAYROLL-DATA
           MOVE 'LEAVE EXCESS PAYOUT' TO
               PAY-OTHER-EARNINGS-DESC IN WS-PAYROLL-DATA

           SET PAY-USE-NORMAL-RATE IN WS-PAYROLL-DATA TO TRUE
           SET PAY-APPLY-TAX IN WS-PAYROLL-DATA TO TRUE
           SET PAY-APPLY-DEDUCT IN WS-PAYROLL-DATA TO TRUE
           SET PAY-NORMAL-CALC IN WS-PAYROLL-DATA TO TRUE
           SET PAY-STATUS-APPROVED IN WS-PAYROLL-DATA TO TRUE
           MOVE 'Y' TO PAY-SCHEDULED-FLAG IN WS-PAYROLL-DATA
           MOVE 'L' TO PAY-SCHEDULED-TYPE IN WS-PAYROLL-DATA
           MOVE WS-TIMESTAMP TO
               PAY-CREATED-TIMESTAMP IN WS-PAYROLL-DATA
           MOVE 'LVYREND' TO PAY-CREATED-USER IN WS-PAYROLL-DATA

           WRITE PAYROLL-DATA-RECORD-FILE FROM WS-PAYROLL-DATA
           IF NOT PAY-FILE-SUCCESS
               DISPLAY 'ERROR WRITING PAYROLL RECORD: '
                       PAY-FILE-STATUS
           ELSE
               ADD 1 TO WS-GENERATED-COUNT
           END-IF
           .

       900-WRAP-UP.
      *****************************************************************
      * Print the register totals, roll the generated records into     *
      * the run control's edited record count (the balancing page      *
      * proves the calculation run's input count against it, and       *
      * these records arrive after the edit pass stamped it), and      *
      * close all files                                                *
      *****************************************************************
           IF WS-GENERATED-COUNT > ZEROS
               PERFORM 950-ROLL-RUN-CONTROL-COUNT
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           WRITE LEAVE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-FORFEIT-HOURS TO WS-ED-HOURS
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL HOURS FORFEITED:     ' WS-ED-HOURS
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE LEAVE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-PAYOUT-HOURS TO WS-ED-HOURS
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL HOURS PAID OUT:      ' WS-ED-HOURS
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE LEAVE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-PAYOUT-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL PAYOUT AMOUNT:       ' WS-ED-AMOUNT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE LEAVE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-GENERATED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PAYROLL RECORDS GENERATED: ' WS-ED-COUNT
                  DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           WRITE LEAVE-REPORT-RECORD FROM WS-REPORT-LINE

           CLOSE LEAVE-BALANCE-FILE
                 EMPLOYEE-FILE
                 PAYROLL-DATA-FILE
                 LEAVE-REPORT-FILE

           DISPLAY 'YEAR-END LEAVE CARRYOVER COMPLETED'
           DISPLAY 'EMPLOYEES UNDER POLICY: ' WS-EMPLOYEES-READ
           DISPLAY 'EMPLOYEES CUT BACK:     ' WS-EMPLOYEES-CUT
           DISPLAY 'PAYOUT RECORDS:         ' WS-GENERATED-COUNT
           .

       950-ROLL-RUN-CONTROL-COUNT.
      *****************************************************************
      * Add the generated records to the run control's edited record   *
      * count so the calculation run's input-count balancing leg       *
      * still ties                                                     *
      *****************************************************************
           OPEN I-O RUN-CONTROL-FILE
           IF RUNCTL-FILE-SUCCESS
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD WS-GENERATED-COUNT TO
                           RC-EDIT-RECORD-COUNT
                               IN RUN-CONTROL-RECORD-FILE
                       REWRITE RUN-CONTROL-RECORD-FILE
               END-READ
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY 'RUN CONTROL COUNT NOT UPDATED - STATUS: '
                       RUNCTL-FILE-STATUS
           END-IF
           .
